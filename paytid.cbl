000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYTAXID.
000030 AUTHOR.        R L HUTCHINS.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*    MODIFICATION HISTORY
000090*    DATE       INIT   DESCRIPTION
000100*    ---------  ----   -------------------------------------- *
000110*    10/15/26   RLH    ORIGINAL PROGRAM - EMPLOYEE TAX-IDENTITY
000120*                      MAINTENANCE.  APPLIES ADD/CHANGE/DELETE
000130*                      TRANSACTIONS TO TIDFILE (SSN, LEGAL NAME
000140*                      AND HOME ADDRESS - THE FIELDS THE ROSTER
000150*                      DOES NOT CARRY AND THE W-2 NEEDS),
000160*                      REJECTS BAD TRANSACTIONS TO THEIR OWN
000170*                      LIST, AND PRINTS A BEFORE/AFTER AUDIT
000180*                      REPORT OF EVERY CHANGE WITH USER-ID AND
000190*                      DATE.
000200*--------------------------------------------------------------*
000210*    TIDFILE IS KEYED BY EMP-ID AND UPDATED IN PLACE, SO THE
000220*    TRANSACTIONS NEED NOT BE SORTED AND AN ADD AND A CHANGE
000230*    FOR ONE EMPLOYEE MAY RIDE IN THE SAME BATCH, IN THAT
000240*    ORDER.  THE SSN IS NEVER PRINTED IN FULL - THE AUDIT AND
000250*    REJECT LISTS SHOW THE LAST FOUR DIGITS ONLY.
000260*--------------------------------------------------------------*
000270*    ON A CHANGE A BLANK FIELD MEANS NO CHANGE.  THE OPTIONAL
000280*    FIELDS (MIDDLE INITIAL, SUFFIX, SECOND ADDRESS LINE AND
000290*    ZIP EXTENSION) ARE CLEARED BY AN ASTERISK IN THEIR FIRST
000300*    POSITION.
000310*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TIDFILE   ASSIGN TO TIDFILE
000360                      ORGANIZATION IS INDEXED
000370                      ACCESS MODE IS RANDOM
000380                      RECORD KEY IS TID-EMP-ID
000390                      FILE STATUS IS TID-FILE-STATUS.
000400     SELECT TRNFILE   ASSIGN TO TIDTRN
000410                      ORGANIZATION IS SEQUENTIAL.
000420     SELECT AUDFILE   ASSIGN TO AUDFILE
000430                      ORGANIZATION IS SEQUENTIAL.
000440     SELECT REJFILE   ASSIGN TO REJFILE
000450                      ORGANIZATION IS SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480*--------------------------------------------------------------*
000490*    TIDFILE - EMPLOYEE TAX IDENTITY, KEYED BY EMP-ID.  LAYOUT
000500*    SHARED WITH PAYEFW2.  TID-SSN IS ZERO WHILE NO NUMBER HAS
000510*    BEEN GIVEN.
000520*--------------------------------------------------------------*
000530 FD  TIDFILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 150 CHARACTERS.
000560 01  TID-RECORD.
000570     05  TID-EMP-ID            PIC X(05).
000580     05  TID-SSN               PIC 9(09).
000590     05  TID-SSN-PARTS         REDEFINES TID-SSN.
000600         10  TID-SSN-FIRST-5   PIC X(05).
000610         10  TID-SSN-LAST-4    PIC X(04).
000620     05  TID-FIRST-NAME        PIC X(15).
000630     05  TID-MIDDLE-INIT       PIC X(01).
000640     05  TID-LAST-NAME         PIC X(20).
000650     05  TID-SUFFIX            PIC X(04).
000660     05  TID-ADDR-LINE-1       PIC X(22).
000670     05  TID-ADDR-LINE-2       PIC X(22).
000680     05  TID-CITY              PIC X(22).
000690     05  TID-STATE             PIC X(02).
000700     05  TID-ZIP               PIC X(05).
000710     05  TID-ZIP-EXT           PIC X(04).
000720     05  TID-CHANGE-DATE       PIC 9(08).
000730     05  TID-USER-ID           PIC X(08).
000740     05  FILLER                PIC X(03).
000750*--------------------------------------------------------------*
000760*    TRNFILE - TAX-IDENTITY TRANSACTIONS.  ACTION A ADD, C
000770*    CHANGE, D DELETE.
000780*--------------------------------------------------------------*
000790 FD  TRNFILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 150 CHARACTERS.
000820 01  TRN-RECORD.
000830     05  TRN-ACTION            PIC X(01).
000840     05  TRN-EMP-ID            PIC X(05).
000850     05  TRN-SSN-X             PIC X(09).
000860     05  TRN-SSN               REDEFINES TRN-SSN-X
000870                               PIC 9(09).
000880     05  TRN-SSN-PARTS         REDEFINES TRN-SSN-X.
000890         10  TRN-SSN-AREA      PIC 9(03).
000900         10  TRN-SSN-GROUP     PIC 9(02).
000910         10  TRN-SSN-SERIAL    PIC 9(04).
000920     05  TRN-FIRST-NAME        PIC X(15).
000930     05  TRN-MIDDLE-INIT       PIC X(01).
000940     05  TRN-LAST-NAME         PIC X(20).
000950     05  TRN-SUFFIX            PIC X(04).
000960     05  TRN-ADDR-LINE-1       PIC X(22).
000970     05  TRN-ADDR-LINE-2       PIC X(22).
000980     05  TRN-CITY              PIC X(22).
000990     05  TRN-STATE             PIC X(02).
001000     05  TRN-ZIP               PIC X(05).
001010     05  TRN-ZIP-EXT           PIC X(04).
001020     05  TRN-USER-ID           PIC X(08).
001030     05  FILLER                PIC X(10).
001040*--------------------------------------------------------------*
001050*    AUDFILE - BEFORE/AFTER AUDIT REPORT
001060*--------------------------------------------------------------*
001070 FD  AUDFILE
001080     LABEL RECORDS OMITTED
001090     RECORD CONTAINS 132 CHARACTERS.
001100 01  AUD-RECORD            PIC X(132).
001110*--------------------------------------------------------------*
001120*    REJFILE - REJECTED TRANSACTION LIST
001130*--------------------------------------------------------------*
001140 FD  REJFILE
001150     LABEL RECORDS OMITTED
001160     RECORD CONTAINS 132 CHARACTERS.
001170 01  REJ-RECORD            PIC X(132).
001180 WORKING-STORAGE SECTION.
001190******** Switches and file status
001200 77  TID-FILE-STATUS       PIC X(02)  VALUE SPACES.
001210     88  TID-FILE-NOT-FOUND           VALUE "35".
001220 77  TRN-EOF-SW            PIC X(01)  VALUE 'N'.
001230     88  TRN-EOF                      VALUE 'Y'.
001240 77  TID-FOUND-SW          PIC X(01)  VALUE 'N'.
001250     88  TID-FOUND                    VALUE 'Y'.
001260 77  CLEAR-MARK            PIC X(01)  VALUE '*'.
001270******** Roster batch control ids - never a real employee
001280 77  BATCH-HDR-ID          PIC X(05)  VALUE "00000".
001290 77  BATCH-TRL-ID          PIC X(05)  VALUE "99999".
001300******** Hold area for the before image
001310 01  BEFORE-RECORD.
001320     05  BEF-EMP-ID            PIC X(05).
001330     05  BEF-SSN               PIC 9(09).
001340     05  BEF-SSN-PARTS         REDEFINES BEF-SSN.
001350         10  BEF-SSN-FIRST-5   PIC X(05).
001360         10  BEF-SSN-LAST-4    PIC X(04).
001370     05  BEF-FIRST-NAME        PIC X(15).
001380     05  BEF-MIDDLE-INIT       PIC X(01).
001390     05  BEF-LAST-NAME         PIC X(20).
001400     05  BEF-SUFFIX            PIC X(04).
001410     05  BEF-ADDR-LINE-1       PIC X(22).
001420     05  BEF-ADDR-LINE-2       PIC X(22).
001430     05  BEF-CITY              PIC X(22).
001440     05  BEF-STATE             PIC X(02).
001450     05  BEF-ZIP               PIC X(05).
001460     05  BEF-ZIP-EXT           PIC X(04).
001470     05  BEF-CHANGE-DATE       PIC 9(08).
001480     05  BEF-USER-ID           PIC X(08).
001490     05  FILLER                PIC X(03).
001500******** Variables for transaction validation
001510 77  VALID-SW              PIC X(01)  VALUE 'Y'.
001520     88  TRN-VALID                    VALUE 'Y'.
001530 77  STATE-TABLE-SIZE      PIC 9(02)  VALUE 56.
001540 77  STATE-SUB             PIC 9(02) COMP.
001550 77  STATE-MATCH-SUB       PIC 9(02) COMP VALUE ZERO.
001560*    POSTAL CODES OF THE STATES, DC AND THE TERRITORIES THAT
001570*    FILE WAGE REPORTS WITH THE SSA.
001580 01  STATE-CODE-LITERALS.
001590     05  FILLER            PIC X(28) VALUE
001600         "ALAKAZARCACOCTDEDCFLGAHIIDIL".
001610     05  FILLER            PIC X(28) VALUE
001620         "INIAKSKYLAMEMDMAMIMNMSMOMTNE".
001630     05  FILLER            PIC X(28) VALUE
001640         "NVNHNJNMNYNCNDOHOKORPARISCSD".
001650     05  FILLER            PIC X(28) VALUE
001660         "TNTXUTVTVAWAWVWIWYASGUMPPRVI".
001670 01  STATE-CODE-TABLE REDEFINES STATE-CODE-LITERALS.
001680     05  STC-CODE          PIC X(02) OCCURS 56 TIMES.
001690******** Counters for the control totals page
001700 77  TRN-READ-CTR          PIC 9(05) COMP VALUE ZERO.
001710 77  ADD-CTR               PIC 9(05) COMP VALUE ZERO.
001720 77  CHANGE-CTR            PIC 9(05) COMP VALUE ZERO.
001730 77  DELETE-CTR            PIC 9(05) COMP VALUE ZERO.
001740 77  REJECT-CTR            PIC 9(05) COMP VALUE ZERO.
001750******** Variables for the audit report print file
001760 77  AUD-RUN-DATE          PIC 9(08).
001770 77  AUD-PAGE-NBR          PIC 9(04)  VALUE ZERO.
001780 77  AUD-LINE-CTR          PIC 9(03)  VALUE ZERO.
001790 77  AUD-LINES-PER-PAGE    PIC 9(03)  VALUE 45.
001800 01  AUD-BANNER-LINE-1.
001810     05  FILLER            PIC X(01) VALUE SPACE.
001820     05  FILLER            PIC X(40) VALUE
001830         "ACME MANUFACTURING COMPANY".
001840     05  FILLER            PIC X(41) VALUE SPACES.
001850     05  FILLER            PIC X(05) VALUE "PAGE ".
001860     05  AUD-B1-PAGE-NBR   PIC ZZZ9.
001870     05  FILLER            PIC X(41) VALUE SPACES.
001880 01  AUD-BANNER-LINE-2.
001890     05  FILLER            PIC X(01) VALUE SPACE.
001900     05  FILLER            PIC X(36) VALUE
001910         "TAX IDENTITY MAINTENANCE AUDIT".
001920     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
001930     05  AUD-B2-RUN-DATE   PIC 9999/99/99.
001940     05  FILLER            PIC X(75) VALUE SPACES.
001950 01  AUD-BLANK-LINE        PIC X(132) VALUE SPACES.
001960 01  AUD-ACTION-LINE.
001970     05  FILLER            PIC X(01) VALUE SPACE.
001980     05  AUD-ACTION-DESC   PIC X(12).
001990     05  FILLER            PIC X(08) VALUE "EMP-ID: ".
002000     05  AUD-EMP-ID        PIC X(05).
002010     05  FILLER            PIC X(09) VALUE "   USER: ".
002020     05  AUD-USER-ID       PIC X(08).
002030     05  FILLER            PIC X(09) VALUE "   DATE: ".
002040     05  AUD-ACT-DATE      PIC 9999/99/99.
002050     05  FILLER            PIC X(70) VALUE SPACES.
002060 01  AUD-IMAGE-LINE.
002070     05  FILLER            PIC X(04) VALUE SPACES.
002080     05  AUD-IMAGE-TAG     PIC X(08).
002090     05  AUD-IMG-SSN       PIC X(11).
002100     05  FILLER            PIC X(02) VALUE SPACES.
002110     05  AUD-IMG-LAST      PIC X(20).
002120     05  FILLER            PIC X(01) VALUE SPACE.
002130     05  AUD-IMG-FIRST     PIC X(15).
002140     05  FILLER            PIC X(01) VALUE SPACE.
002150     05  AUD-IMG-MIDDLE    PIC X(01).
002160     05  FILLER            PIC X(01) VALUE SPACE.
002170     05  AUD-IMG-SUFFIX    PIC X(04).
002180     05  FILLER            PIC X(02) VALUE SPACES.
002190     05  AUD-IMG-ADDR-1    PIC X(22).
002200     05  FILLER            PIC X(01) VALUE SPACE.
002210     05  AUD-IMG-ADDR-2    PIC X(22).
002220     05  FILLER            PIC X(17) VALUE SPACES.
002230 01  AUD-CITY-LINE.
002240     05  FILLER            PIC X(70) VALUE SPACES.
002250     05  AUD-IMG-CITY      PIC X(22).
002260     05  FILLER            PIC X(01) VALUE SPACE.
002270     05  AUD-IMG-STATE     PIC X(02).
002280     05  FILLER            PIC X(01) VALUE SPACE.
002290     05  AUD-IMG-ZIP       PIC X(05).
002300     05  FILLER            PIC X(01) VALUE SPACE.
002310     05  AUD-IMG-ZIP-EXT   PIC X(04).
002320     05  FILLER            PIC X(26) VALUE SPACES.
002330 01  AUD-TOTAL-LINE.
002340     05  FILLER            PIC X(01) VALUE SPACE.
002350     05  AUD-TOT-DESC      PIC X(30).
002360     05  AUD-TOT-COUNT     PIC ZZ,ZZ9.
002370     05  FILLER            PIC X(95) VALUE SPACES.
002380*    THE SSN AS PRINTED - LAST FOUR DIGITS ONLY.
002390 01  MASKED-SSN.
002400     05  FILLER            PIC X(07) VALUE "XXX-XX-".
002410     05  MASKED-SSN-LAST-4 PIC X(04).
002420 77  NO-SSN-TEXT           PIC X(11)  VALUE "(NONE)".
002430******** Layout of the rejected transaction list
002440 01  REJ-LINE.
002450     05  FILLER            PIC X(01) VALUE SPACE.
002460     05  REJ-ACTION        PIC X(01).
002470     05  FILLER            PIC X(01) VALUE SPACE.
002480     05  REJ-EMP-ID        PIC X(05).
002490     05  FILLER            PIC X(01) VALUE SPACE.
002500     05  REJ-SSN           PIC X(11).
002510     05  FILLER            PIC X(01) VALUE SPACE.
002520     05  REJ-LAST-NAME     PIC X(20).
002530     05  FILLER            PIC X(01) VALUE SPACE.
002540     05  REJ-FIRST-NAME    PIC X(15).
002550     05  FILLER            PIC X(01) VALUE SPACE.
002560     05  REJ-USER-ID       PIC X(08).
002570     05  FILLER            PIC X(02) VALUE SPACES.
002580     05  REJ-REASON        PIC X(29).
002590     05  FILLER            PIC X(35) VALUE SPACES.
002600*--------------------------------------------------------------*
002610 PROCEDURE DIVISION.
002620*--------------------------------------------------------------*
002630*    0000-MAINLINE
002640*--------------------------------------------------------------*
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002670     PERFORM 2000-PROCESS-TRANS THRU 2000-PROCESS-TRANS-EXIT
002680         UNTIL TRN-EOF.
002690     PERFORM 9500-WRITE-TOTALS THRU 9500-WRITE-TOTALS-EXIT.
002700     GO TO 9900-FINALIZE.
002710*--------------------------------------------------------------*
002720*    1000-INITIALIZE
002730*--------------------------------------------------------------*
002740 1000-INITIALIZE.
002750     OPEN I-O TIDFILE.
002760     IF TID-FILE-NOT-FOUND
002770         OPEN OUTPUT TIDFILE
002780         CLOSE TIDFILE
002790         OPEN I-O TIDFILE
002800     END-IF.
002810     OPEN INPUT  TRNFILE.
002820     OPEN OUTPUT AUDFILE
002830                 REJFILE.
002840     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
002850     PERFORM 2700-READ-TRANS THRU 2700-READ-TRANS-EXIT.
002860 1000-INITIALIZE-EXIT.
002870     EXIT.
002880*--------------------------------------------------------------*
002890*    2000-PROCESS-TRANS
002900*
002910*    APPLY ONE TRANSACTION.  THE EMPLOYEE'S RECORD IS READ
002920*    FIRST, THEN THE TRANSACTION IS DISPATCHED ON ITS ACTION.
002930*--------------------------------------------------------------*
002940 2000-PROCESS-TRANS.
002950     IF TRN-EMP-ID = SPACES
002960         MOVE "EMP-ID IS BLANK" TO REJ-REASON
002970         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
002980         GO TO 2000-PROCESS-NEXT
002990     END-IF.
003000     MOVE 'N' TO TID-FOUND-SW.
003010     MOVE TRN-EMP-ID TO TID-EMP-ID.
003020     READ TIDFILE
003030         INVALID KEY
003040             CONTINUE
003050         NOT INVALID KEY
003060             MOVE 'Y' TO TID-FOUND-SW
003070     END-READ.
003080     IF TRN-ACTION = 'A'
003090         PERFORM 3000-APPLY-ADD THRU 3000-APPLY-ADD-EXIT
003100     ELSE
003110         IF TRN-ACTION = 'C'
003120             PERFORM 3200-APPLY-CHANGE
003130                 THRU 3200-APPLY-CHANGE-EXIT
003140         ELSE
003150             IF TRN-ACTION = 'D'
003160                 PERFORM 3400-APPLY-DELETE
003170                     THRU 3400-APPLY-DELETE-EXIT
003180             ELSE
003190                 MOVE "INVALID ACTION CODE" TO REJ-REASON
003200                 PERFORM 4500-WRITE-REJECT
003210                     THRU 4500-WRITE-REJECT-EXIT
003220             END-IF
003230         END-IF
003240     END-IF.
003250 2000-PROCESS-NEXT.
003260     PERFORM 2700-READ-TRANS THRU 2700-READ-TRANS-EXIT.
003270 2000-PROCESS-TRANS-EXIT.
003280     EXIT.
003290*--------------------------------------------------------------*
003300*    2700-READ-TRANS
003310*--------------------------------------------------------------*
003320 2700-READ-TRANS.
003330     READ TRNFILE
003340         AT END MOVE 'Y' TO TRN-EOF-SW
003350     END-READ.
003360     IF NOT TRN-EOF
003370         ADD 1 TO TRN-READ-CTR
003380     END-IF.
003390 2700-READ-TRANS-EXIT.
003400     EXIT.
003410*--------------------------------------------------------------*
003420*    3000-APPLY-ADD
003430*
003440*    THE SSN MAY BE LEFT BLANK WHEN THE NUMBER IS NOT YET IN
003450*    HAND - THE W-2 RUN LISTS THE EMPLOYEE AS AN EXCEPTION
003460*    UNTIL A CHANGE SUPPLIES IT.  NAME AND ADDRESS ARE NEEDED.
003470*--------------------------------------------------------------*
003480 3000-APPLY-ADD.
003490*    THE HEADER AND TRAILER IDS ARE RESERVED BY THE ROSTER
003500*    BATCH CONVENTION - NO EMPLOYEE CAN EVER CARRY ONE.
003510     IF TRN-EMP-ID = BATCH-HDR-ID OR
003520        TRN-EMP-ID = BATCH-TRL-ID
003530         MOVE "RESERVED EMP-ID" TO REJ-REASON
003540         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
003550         GO TO 3000-APPLY-ADD-EXIT
003560     END-IF.
003570     IF TID-FOUND
003580         MOVE "ALREADY ON FILE" TO REJ-REASON
003590         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
003600         GO TO 3000-APPLY-ADD-EXIT
003610     END-IF.
003620     MOVE 'Y' TO VALID-SW.
003630     IF TRN-LAST-NAME = SPACES OR TRN-FIRST-NAME = SPACES
003640         MOVE 'N' TO VALID-SW
003650         MOVE "NAME IS INCOMPLETE" TO REJ-REASON
003660     END-IF.
003670     IF TRN-VALID AND
003680        (TRN-ADDR-LINE-1 = SPACES OR TRN-CITY = SPACES OR
003690         TRN-STATE = SPACES OR TRN-ZIP = SPACES)
003700         MOVE 'N' TO VALID-SW
003710         MOVE "ADDRESS IS INCOMPLETE" TO REJ-REASON
003720     END-IF.
003730     IF TRN-VALID
003740         PERFORM 3600-CHECK-SSN THRU 3600-CHECK-SSN-EXIT
003750     END-IF.
003760     IF TRN-VALID
003770         PERFORM 3700-CHECK-STATE THRU 3700-CHECK-STATE-EXIT
003780     END-IF.
003790     IF TRN-VALID
003800         PERFORM 3800-CHECK-ZIP THRU 3800-CHECK-ZIP-EXIT
003810     END-IF.
003820     IF TRN-VALID AND
003830        (TRN-MIDDLE-INIT = CLEAR-MARK OR
003840         TRN-SUFFIX (1:1) = CLEAR-MARK OR
003850         TRN-ADDR-LINE-2 (1:1) = CLEAR-MARK OR
003860         TRN-ZIP-EXT (1:1) = CLEAR-MARK)
003870         MOVE 'N' TO VALID-SW
003880         MOVE "CLEAR MARK ON AN ADD" TO REJ-REASON
003890     END-IF.
003900     IF NOT TRN-VALID
003910         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
003920         GO TO 3000-APPLY-ADD-EXIT
003930     END-IF.
003940     MOVE SPACES           TO TID-RECORD.
003950     MOVE TRN-EMP-ID       TO TID-EMP-ID.
003960     IF TRN-SSN-X = SPACES
003970         MOVE ZERO         TO TID-SSN
003980     ELSE
003990         MOVE TRN-SSN      TO TID-SSN
004000     END-IF.
004010     MOVE TRN-FIRST-NAME   TO TID-FIRST-NAME.
004020     MOVE TRN-MIDDLE-INIT  TO TID-MIDDLE-INIT.
004030     MOVE TRN-LAST-NAME    TO TID-LAST-NAME.
004040     MOVE TRN-SUFFIX       TO TID-SUFFIX.
004050     MOVE TRN-ADDR-LINE-1  TO TID-ADDR-LINE-1.
004060     MOVE TRN-ADDR-LINE-2  TO TID-ADDR-LINE-2.
004070     MOVE TRN-CITY         TO TID-CITY.
004080     MOVE TRN-STATE        TO TID-STATE.
004090     MOVE TRN-ZIP          TO TID-ZIP.
004100     MOVE TRN-ZIP-EXT      TO TID-ZIP-EXT.
004110     MOVE AUD-RUN-DATE     TO TID-CHANGE-DATE.
004120     MOVE TRN-USER-ID      TO TID-USER-ID.
004130     WRITE TID-RECORD
004140         INVALID KEY
004150             MOVE "ALREADY ON FILE" TO REJ-REASON
004160             PERFORM 4500-WRITE-REJECT
004170                 THRU 4500-WRITE-REJECT-EXIT
004180             GO TO 3000-APPLY-ADD-EXIT
004190     END-WRITE.
004200     ADD 1 TO ADD-CTR.
004210     MOVE "ADD         " TO AUD-ACTION-DESC.
004220     PERFORM 4000-WRITE-AUDIT-ACTION
004230         THRU 4000-WRITE-AUDIT-ACTION-EXIT.
004240     MOVE "AFTER : "     TO AUD-IMAGE-TAG.
004250     MOVE TID-RECORD     TO BEFORE-RECORD.
004260     PERFORM 4100-WRITE-AUDIT-IMAGE
004270         THRU 4100-WRITE-AUDIT-IMAGE-EXIT.
004280 3000-APPLY-ADD-EXIT.
004290     EXIT.
004300*--------------------------------------------------------------*
004310*    3200-APPLY-CHANGE
004320*
004330*    BLANK TRANSACTION FIELDS MEAN NO CHANGE.  THE WHOLE
004340*    TRANSACTION IS REJECTED IF ANY SUPPLIED FIELD IS BAD -
004350*    THERE ARE NO PARTIAL APPLIES.
004360*--------------------------------------------------------------*
004370 3200-APPLY-CHANGE.
004380     IF NOT TID-FOUND
004390         MOVE "EMP-ID NOT ON FILE" TO REJ-REASON
004400         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
004410         GO TO 3200-APPLY-CHANGE-EXIT
004420     END-IF.
004430     IF TRN-SSN-X = SPACES AND TRN-FIRST-NAME = SPACES AND
004440        TRN-MIDDLE-INIT = SPACE AND TRN-LAST-NAME = SPACES AND
004450        TRN-SUFFIX = SPACES AND TRN-ADDR-LINE-1 = SPACES AND
004460        TRN-ADDR-LINE-2 = SPACES AND TRN-CITY = SPACES AND
004470        TRN-STATE = SPACES AND TRN-ZIP = SPACES AND
004480        TRN-ZIP-EXT = SPACES
004490         MOVE "NO CHANGE FIELDS GIVEN" TO REJ-REASON
004500         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
004510         GO TO 3200-APPLY-CHANGE-EXIT
004520     END-IF.
004530     MOVE 'Y' TO VALID-SW.
004540     PERFORM 3600-CHECK-SSN THRU 3600-CHECK-SSN-EXIT.
004550     IF TRN-VALID
004560         PERFORM 3700-CHECK-STATE THRU 3700-CHECK-STATE-EXIT
004570     END-IF.
004580     IF TRN-VALID
004590         PERFORM 3800-CHECK-ZIP THRU 3800-CHECK-ZIP-EXIT
004600     END-IF.
004610     IF NOT TRN-VALID
004620         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
004630         GO TO 3200-APPLY-CHANGE-EXIT
004640     END-IF.
004650     MOVE TID-RECORD TO BEFORE-RECORD.
004660     IF TRN-SSN-X NOT = SPACES
004670         MOVE TRN-SSN TO TID-SSN
004680     END-IF.
004690     IF TRN-FIRST-NAME NOT = SPACES
004700         MOVE TRN-FIRST-NAME TO TID-FIRST-NAME
004710     END-IF.
004720     IF TRN-LAST-NAME NOT = SPACES
004730         MOVE TRN-LAST-NAME TO TID-LAST-NAME
004740     END-IF.
004750     IF TRN-ADDR-LINE-1 NOT = SPACES
004760         MOVE TRN-ADDR-LINE-1 TO TID-ADDR-LINE-1
004770     END-IF.
004780     IF TRN-CITY NOT = SPACES
004790         MOVE TRN-CITY TO TID-CITY
004800     END-IF.
004810     IF TRN-STATE NOT = SPACES
004820         MOVE TRN-STATE TO TID-STATE
004830     END-IF.
004840     IF TRN-ZIP NOT = SPACES
004850         MOVE TRN-ZIP TO TID-ZIP
004860     END-IF.
004870*    THE OPTIONAL FIELDS - AN ASTERISK CLEARS THEM.
004880     IF TRN-MIDDLE-INIT = CLEAR-MARK
004890         MOVE SPACE TO TID-MIDDLE-INIT
004900     ELSE
004910         IF TRN-MIDDLE-INIT NOT = SPACE
004920             MOVE TRN-MIDDLE-INIT TO TID-MIDDLE-INIT
004930         END-IF
004940     END-IF.
004950     IF TRN-SUFFIX (1:1) = CLEAR-MARK
004960         MOVE SPACES TO TID-SUFFIX
004970     ELSE
004980         IF TRN-SUFFIX NOT = SPACES
004990             MOVE TRN-SUFFIX TO TID-SUFFIX
005000         END-IF
005010     END-IF.
005020     IF TRN-ADDR-LINE-2 (1:1) = CLEAR-MARK
005030         MOVE SPACES TO TID-ADDR-LINE-2
005040     ELSE
005050         IF TRN-ADDR-LINE-2 NOT = SPACES
005060             MOVE TRN-ADDR-LINE-2 TO TID-ADDR-LINE-2
005070         END-IF
005080     END-IF.
005090     IF TRN-ZIP-EXT (1:1) = CLEAR-MARK
005100         MOVE SPACES TO TID-ZIP-EXT
005110     ELSE
005120         IF TRN-ZIP-EXT NOT = SPACES
005130             MOVE TRN-ZIP-EXT TO TID-ZIP-EXT
005140         END-IF
005150     END-IF.
005160     MOVE AUD-RUN-DATE TO TID-CHANGE-DATE.
005170     MOVE TRN-USER-ID  TO TID-USER-ID.
005180     REWRITE TID-RECORD.
005190     ADD 1 TO CHANGE-CTR.
005200     MOVE "CHANGE      " TO AUD-ACTION-DESC.
005210     PERFORM 4000-WRITE-AUDIT-ACTION
005220         THRU 4000-WRITE-AUDIT-ACTION-EXIT.
005230     MOVE "BEFORE: "     TO AUD-IMAGE-TAG.
005240     PERFORM 4100-WRITE-AUDIT-IMAGE
005250         THRU 4100-WRITE-AUDIT-IMAGE-EXIT.
005260     MOVE "AFTER : "     TO AUD-IMAGE-TAG.
005270     MOVE TID-RECORD     TO BEFORE-RECORD.
005280     PERFORM 4100-WRITE-AUDIT-IMAGE
005290         THRU 4100-WRITE-AUDIT-IMAGE-EXIT.
005300 3200-APPLY-CHANGE-EXIT.
005310     EXIT.
005320*--------------------------------------------------------------*
005330*    3400-APPLY-DELETE
005340*
005350*    FOR A RECORD KEYED UNDER THE WRONG EMP-ID.  AN EMPLOYEE
005360*    WHO LEAVES KEEPS THE RECORD - THE YEAR'S W-2 STILL NEEDS
005370*    IT.
005380*--------------------------------------------------------------*
005390 3400-APPLY-DELETE.
005400     IF NOT TID-FOUND
005410         MOVE "EMP-ID NOT ON FILE" TO REJ-REASON
005420         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
005430         GO TO 3400-APPLY-DELETE-EXIT
005440     END-IF.
005450     MOVE TID-RECORD TO BEFORE-RECORD.
005460     DELETE TIDFILE RECORD
005470         INVALID KEY
005480             MOVE "EMP-ID NOT ON FILE" TO REJ-REASON
005490             PERFORM 4500-WRITE-REJECT
005500                 THRU 4500-WRITE-REJECT-EXIT
005510             GO TO 3400-APPLY-DELETE-EXIT
005520     END-DELETE.
005530     ADD 1 TO DELETE-CTR.
005540     MOVE "DELETE      " TO AUD-ACTION-DESC.
005550     PERFORM 4000-WRITE-AUDIT-ACTION
005560         THRU 4000-WRITE-AUDIT-ACTION-EXIT.
005570     MOVE "BEFORE: "     TO AUD-IMAGE-TAG.
005580     PERFORM 4100-WRITE-AUDIT-IMAGE
005590         THRU 4100-WRITE-AUDIT-IMAGE-EXIT.
005600 3400-APPLY-DELETE-EXIT.
005610     EXIT.
005620*--------------------------------------------------------------*
005630*    3600-CHECK-SSN
005640*
005650*    A BLANK SSN MEANS NO CHANGE (OR NOT YET KNOWN ON AN ADD).
005660*    A SUPPLIED ONE MUST BE NINE DIGITS THE SSA COULD HAVE
005670*    ISSUED - NO 000, 666 OR 9XX AREA, NO 00 GROUP AND NO
005680*    0000 SERIAL.
005690*--------------------------------------------------------------*
005700 3600-CHECK-SSN.
005710     IF TRN-SSN-X = SPACES
005720         GO TO 3600-CHECK-SSN-EXIT
005730     END-IF.
005740     IF TRN-SSN-X NOT NUMERIC
005750         MOVE 'N' TO VALID-SW
005760         MOVE "SSN NOT NUMERIC" TO REJ-REASON
005770         GO TO 3600-CHECK-SSN-EXIT
005780     END-IF.
005790     IF TRN-SSN-AREA = ZERO OR TRN-SSN-AREA = 666 OR
005800        TRN-SSN-AREA > 899 OR TRN-SSN-GROUP = ZERO OR
005810        TRN-SSN-SERIAL = ZERO
005820         MOVE 'N' TO VALID-SW
005830         MOVE "SSN NOT A VALID NUMBER" TO REJ-REASON
005840     END-IF.
005850 3600-CHECK-SSN-EXIT.
005860     EXIT.
005870*--------------------------------------------------------------*
005880*    3700-CHECK-STATE
005890*--------------------------------------------------------------*
005900 3700-CHECK-STATE.
005910     IF TRN-STATE = SPACES
005920         GO TO 3700-CHECK-STATE-EXIT
005930     END-IF.
005940     MOVE ZERO TO STATE-MATCH-SUB.
005950     PERFORM 3750-FIND-STATE
005960         THRU 3750-FIND-STATE-EXIT
005970         VARYING STATE-SUB FROM 1 BY 1
005980         UNTIL STATE-SUB > STATE-TABLE-SIZE.
005990     IF STATE-MATCH-SUB = ZERO
006000         MOVE 'N' TO VALID-SW
006010         MOVE "INVALID STATE CODE" TO REJ-REASON
006020     END-IF.
006030 3700-CHECK-STATE-EXIT.
006040     EXIT.
006050*--------------------------------------------------------------*
006060*    3750-FIND-STATE
006070*--------------------------------------------------------------*
006080 3750-FIND-STATE.
006090     IF STC-CODE (STATE-SUB) = TRN-STATE
006100         MOVE STATE-SUB TO STATE-MATCH-SUB
006110     END-IF.
006120 3750-FIND-STATE-EXIT.
006130     EXIT.
006140*--------------------------------------------------------------*
006150*    3800-CHECK-ZIP
006160*--------------------------------------------------------------*
006170 3800-CHECK-ZIP.
006180     IF TRN-ZIP NOT = SPACES AND
006190        (TRN-ZIP NOT NUMERIC OR TRN-ZIP = "00000")
006200         MOVE 'N' TO VALID-SW
006210         MOVE "ZIP CODE NOT VALID" TO REJ-REASON
006220         GO TO 3800-CHECK-ZIP-EXIT
006230     END-IF.
006240     IF TRN-ZIP-EXT NOT = SPACES AND
006250        TRN-ZIP-EXT (1:1) NOT = CLEAR-MARK AND
006260        TRN-ZIP-EXT NOT NUMERIC
006270         MOVE 'N' TO VALID-SW
006280         MOVE "ZIP EXTENSION NOT NUMERIC" TO REJ-REASON
006290     END-IF.
006300 3800-CHECK-ZIP-EXIT.
006310     EXIT.
006320*--------------------------------------------------------------*
006330*    4000-WRITE-AUDIT-ACTION
006340*--------------------------------------------------------------*
006350 4000-WRITE-AUDIT-ACTION.
006360     IF AUD-LINE-CTR = ZERO OR
006370        AUD-LINE-CTR >= AUD-LINES-PER-PAGE
006380         PERFORM 4200-WRITE-AUDIT-HEADERS
006390             THRU 4200-WRITE-AUDIT-HEADERS-EXIT
006400     END-IF.
006410     MOVE TRN-EMP-ID   TO AUD-EMP-ID.
006420     MOVE TRN-USER-ID  TO AUD-USER-ID.
006430     MOVE AUD-RUN-DATE TO AUD-ACT-DATE.
006440     WRITE AUD-RECORD FROM AUD-ACTION-LINE.
006450     ADD 1 TO AUD-LINE-CTR.
006460 4000-WRITE-AUDIT-ACTION-EXIT.
006470     EXIT.
006480*--------------------------------------------------------------*
006490*    4100-WRITE-AUDIT-IMAGE
006500*
006510*    PRINTS THE IMAGE HELD IN BEFORE-RECORD UNDER THE TAG IN
006520*    AUD-IMAGE-TAG - NAME LINE, THEN CITY/STATE/ZIP UNDER IT.
006530*--------------------------------------------------------------*
006540 4100-WRITE-AUDIT-IMAGE.
006550     IF BEF-SSN = ZERO
006560         MOVE NO-SSN-TEXT    TO AUD-IMG-SSN
006570     ELSE
006580         MOVE BEF-SSN-LAST-4 TO MASKED-SSN-LAST-4
006590         MOVE MASKED-SSN     TO AUD-IMG-SSN
006600     END-IF.
006610     MOVE BEF-LAST-NAME   TO AUD-IMG-LAST.
006620     MOVE BEF-FIRST-NAME  TO AUD-IMG-FIRST.
006630     MOVE BEF-MIDDLE-INIT TO AUD-IMG-MIDDLE.
006640     MOVE BEF-SUFFIX      TO AUD-IMG-SUFFIX.
006650     MOVE BEF-ADDR-LINE-1 TO AUD-IMG-ADDR-1.
006660     MOVE BEF-ADDR-LINE-2 TO AUD-IMG-ADDR-2.
006670     WRITE AUD-RECORD FROM AUD-IMAGE-LINE.
006680     MOVE BEF-CITY        TO AUD-IMG-CITY.
006690     MOVE BEF-STATE       TO AUD-IMG-STATE.
006700     MOVE BEF-ZIP         TO AUD-IMG-ZIP.
006710     MOVE BEF-ZIP-EXT     TO AUD-IMG-ZIP-EXT.
006720     WRITE AUD-RECORD FROM AUD-CITY-LINE.
006730     ADD 2 TO AUD-LINE-CTR.
006740 4100-WRITE-AUDIT-IMAGE-EXIT.
006750     EXIT.
006760*--------------------------------------------------------------*
006770*    4200-WRITE-AUDIT-HEADERS
006780*--------------------------------------------------------------*
006790 4200-WRITE-AUDIT-HEADERS.
006800     ADD 1 TO AUD-PAGE-NBR.
006810     MOVE AUD-PAGE-NBR TO AUD-B1-PAGE-NBR.
006820     MOVE AUD-RUN-DATE TO AUD-B2-RUN-DATE.
006830     WRITE AUD-RECORD FROM AUD-BANNER-LINE-1.
006840     WRITE AUD-RECORD FROM AUD-BANNER-LINE-2.
006850     WRITE AUD-RECORD FROM AUD-BLANK-LINE.
006860     MOVE ZERO TO AUD-LINE-CTR.
006870 4200-WRITE-AUDIT-HEADERS-EXIT.
006880     EXIT.
006890*--------------------------------------------------------------*
006900*    4500-WRITE-REJECT
006910*
006920*    THE TRANSACTION IS LISTED FIELD BY FIELD RATHER THAN AS A
006930*    RAW IMAGE SO THE SSN CAN BE MASKED.
006940*--------------------------------------------------------------*
006950 4500-WRITE-REJECT.
006960     MOVE TRN-ACTION     TO REJ-ACTION.
006970     MOVE TRN-EMP-ID     TO REJ-EMP-ID.
006980     IF TRN-SSN-X = SPACES
006990         MOVE SPACES             TO REJ-SSN
007000     ELSE
007010         MOVE TRN-SSN-X (6:4)    TO MASKED-SSN-LAST-4
007020         MOVE MASKED-SSN         TO REJ-SSN
007030     END-IF.
007040     MOVE TRN-LAST-NAME  TO REJ-LAST-NAME.
007050     MOVE TRN-FIRST-NAME TO REJ-FIRST-NAME.
007060     MOVE TRN-USER-ID    TO REJ-USER-ID.
007070     WRITE REJ-RECORD FROM REJ-LINE.
007080     ADD 1 TO REJECT-CTR.
007090 4500-WRITE-REJECT-EXIT.
007100     EXIT.
007110*--------------------------------------------------------------*
007120*    9500-WRITE-TOTALS
007130*--------------------------------------------------------------*
007140 9500-WRITE-TOTALS.
007150     IF AUD-LINE-CTR = ZERO
007160         PERFORM 4200-WRITE-AUDIT-HEADERS
007170             THRU 4200-WRITE-AUDIT-HEADERS-EXIT
007180     END-IF.
007190     WRITE AUD-RECORD FROM AUD-BLANK-LINE.
007200     MOVE "TRANSACTIONS READ"       TO AUD-TOT-DESC.
007210     MOVE TRN-READ-CTR              TO AUD-TOT-COUNT.
007220     WRITE AUD-RECORD FROM AUD-TOTAL-LINE.
007230     MOVE "ADDS APPLIED"            TO AUD-TOT-DESC.
007240     MOVE ADD-CTR                   TO AUD-TOT-COUNT.
007250     WRITE AUD-RECORD FROM AUD-TOTAL-LINE.
007260     MOVE "CHANGES APPLIED"         TO AUD-TOT-DESC.
007270     MOVE CHANGE-CTR                TO AUD-TOT-COUNT.
007280     WRITE AUD-RECORD FROM AUD-TOTAL-LINE.
007290     MOVE "DELETES APPLIED"         TO AUD-TOT-DESC.
007300     MOVE DELETE-CTR                TO AUD-TOT-COUNT.
007310     WRITE AUD-RECORD FROM AUD-TOTAL-LINE.
007320     MOVE "TRANSACTIONS REJECTED"   TO AUD-TOT-DESC.
007330     MOVE REJECT-CTR                TO AUD-TOT-COUNT.
007340     WRITE AUD-RECORD FROM AUD-TOTAL-LINE.
007350 9500-WRITE-TOTALS-EXIT.
007360     EXIT.
007370*--------------------------------------------------------------*
007380*    9900-FINALIZE
007390*--------------------------------------------------------------*
007400 9900-FINALIZE.
007410     CLOSE TIDFILE.
007420     CLOSE TRNFILE.
007430     CLOSE AUDFILE.
007440     CLOSE REJFILE.
007450     GOBACK.
