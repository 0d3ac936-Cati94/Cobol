000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYTCEDT.
000030 AUTHOR.        R L HUTCHINS.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000075*    MODIFICATION HISTORY
000080*    DATE       INIT   DESCRIPTION
000085*    ---------  ----   -------------------------------------- *
000090*    10/15/26   RLH    ORIGINAL PROGRAM - TIME-CARD EDIT.
000095*                      MATCHES THE PERIOD'S TCDFILE CARDS
000100*                      AGAINST THE ROSTER BEFORE PAYROLOO RUNS
000105*                      AND LISTS CARDS FOR EMP-IDS NOT ON THE
000110*                      ROSTER, ROSTER EMPLOYEES WITH NO CARD,
000115*                      BAD LINES, CARDS WITH NOTHING TO PAY AND
000120*                      HOURS PAST THE CEILING - THE SAME TESTS
000125*                      PAYROLOO REJECTS AN EMPLOYEE FOR.
000130*    10/15/26   RLH    SALARIED EMPLOYEES AND PAY GROUPS - READ
000135*                      THE WIDENED ROSTER (85 TO 98).  A
000140*                      SALARIED EMPLOYEE NEEDS NO CARD AND MAY
000145*                      NOT CARRY SA, RG OR OT LINES, THE HOURS
000150*                      CEILING SCALES WITH THE PAY FREQUENCY,
000155*                      AND A CONTROL CARD PAY GROUP NARROWS THE
000160*                      NO-CARD CHECK TO THAT GROUP.
000165*    10/15/26   RLH    CARRY THE DEPARTMENT/COST CENTER CODE
000170*                      ADDED TO THE END OF THE ROSTER (98 TO
000175*                      102 BYTES).
000190*--------------------------------------------------------------*
000200*    READ-ONLY - NOTHING IS UPDATED, SO THE EDIT MAY BE RUN AS
000210*    OFTEN AS PAYROLL LIKES WHILE CARDS ARE BEING FIXED.  USES
000220*    THE SAME CONTROL CARD AS PAYROLOO: THE PERIOD-END PICKS
000221*    THE CARDS, AND THE LOCATION, EMP-ID AND PAY GROUP FILTERS
000222*    NARROW THE ROSTER THE SAME WAY.  EMPFILE MUST BE IN EMP-ID
000223*    SEQUENCE.
000250*    ENDS WITH RETURN CODE 4 WHEN ANY EXCEPTION IS LISTED.
000260*--------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CTLFILE   ASSIGN TO CTLFILE
000310                      ORGANIZATION IS SEQUENTIAL
000320                      FILE STATUS IS CTL-FILE-STATUS.
000330     SELECT EMPFILE   ASSIGN TO EMPFILE
000340                      ORGANIZATION IS SEQUENTIAL.
000350     SELECT TCDFILE   ASSIGN TO TCDFILE
000360                      ORGANIZATION IS INDEXED
000370                      ACCESS MODE IS DYNAMIC
000380                      RECORD KEY IS TCD-KEY
000390                      FILE STATUS IS TCD-FILE-STATUS.
000400     SELECT TCEPRT    ASSIGN TO TCEPRT
000410                      ORGANIZATION IS SEQUENTIAL.
000420 DATA DIVISION.
000430 FILE SECTION.
000440*--------------------------------------------------------------*
000450*    CTLFILE - RUN CONTROL CARD (SEE PAYROLOO)
000460*--------------------------------------------------------------*
000470 FD  CTLFILE
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 80 CHARACTERS.
000500 01  CTL-RECORD.
000510     05  CTL-PERIOD-END-X      PIC X(08).
000520     05  CTL-LOC-FILTER        PIC X(20).
000530     05  CTL-EMP-FILTER        PIC X(05).
000531     05  CTL-PAY-GROUP         PIC X(02).
000532     05  FILLER                PIC X(45).
000550*--------------------------------------------------------------*
000560*    EMPFILE - CURRENT EMPLOYEE ROSTER, IN EMP-ID SEQUENCE
000570*--------------------------------------------------------------*
000580 FD  EMPFILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 102 CHARACTERS.
000610 01  EMP-RECORD.
000620     05  EMP-ID            PIC X(05).
000630     05  WHO               PIC X(15).
000640     05  WHERE             PIC X(20).
000650     05  EMP-EARN-CODE     PIC X(02).
000660     05  RATE              PIC 9(03)V99.
000670     05  HOURS             PIC 9(03).
000680     05  EMP-BANK-ROUTING  PIC X(09).
000690     05  EMP-BANK-ACCOUNT  PIC X(17).
000700     05  EMP-ACH-STATUS    PIC X(01).
000710     05  EMP-PRENOTE-DATE  PIC X(08).
000711     05  EMP-PAY-TYPE      PIC X(01).
000712         88  EMP-SALARIED                 VALUE 'S'.
000713     05  EMP-PAY-GROUP     PIC X(02).
000714     05  EMP-PAY-FREQ      PIC X(01).
000715         88  EMP-FREQ-TWO-WEEKS           VALUE 'B' 'S'.
000716     05  EMP-ANNUAL-SALARY PIC 9(07)V99.
000717     05  EMP-DEPT          PIC X(04).
000720*--------------------------------------------------------------*
000730*    TCDFILE - PER-PERIOD TIME CARDS (SEE PAYROLOO)
000740*--------------------------------------------------------------*
000750 FD  TCDFILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 40 CHARACTERS.
000780 01  TCD-RECORD.
000790     05  TCD-KEY.
000800         10  TCD-EMP-ID        PIC X(05).
000810         10  TCD-PERIOD-END    PIC 9(08).
000820         10  TCD-LINE-NBR      PIC 9(02).
000830     05  TCD-EARN-CODE         PIC X(02).
000840     05  TCD-HOURS-X           PIC X(03).
000850     05  TCD-HOURS             REDEFINES TCD-HOURS-X
000860                               PIC 9(03).
000870     05  TCD-AMOUNT-X          PIC X(07).
000880     05  TCD-AMOUNT            REDEFINES TCD-AMOUNT-X
000890                               PIC 9(05)V99.
000900     05  FILLER                PIC X(13).
000910*--------------------------------------------------------------*
000920*    TCEPRT - TIME-CARD EDIT REPORT
000930*--------------------------------------------------------------*
000940 FD  TCEPRT
000950     LABEL RECORDS OMITTED
000960     RECORD CONTAINS 132 CHARACTERS.
000970 01  TCE-PRT-RECORD        PIC X(132).
000980 WORKING-STORAGE SECTION.
000990******** Switches and keys for the balanced-line match
001000 77  EMP-EOF-SW            PIC X(01)  VALUE 'N'.
001010     88  EMP-EOF                      VALUE 'Y'.
001020 77  TCD-EOF-SW            PIC X(01)  VALUE 'N'.
001030     88  TCD-EOF                      VALUE 'Y'.
001040 77  TCE-EMP-KEY           PIC X(05)  VALUE HIGH-VALUES.
001050 77  TCE-CARD-KEY          PIC X(05)  VALUE HIGH-VALUES.
001060 77  TCE-PREV-EMP-KEY      PIC X(05)  VALUE LOW-VALUES.
001070 77  TCE-GROUP-KEY         PIC X(05)  VALUE SPACES.
001080 77  TCE-GROUP-NAME        PIC X(15)  VALUE SPACES.
001090 77  TCD-FILE-STATUS       PIC X(02)  VALUE SPACES.
001100     88  TCD-FILE-NOT-FOUND           VALUE "35".
001110******** Control card fields
001120 77  CTL-FILE-STATUS       PIC X(02)  VALUE SPACES.
001130     88  CTL-FILE-NOT-FOUND           VALUE "35".
001140 77  CTL-EOF-SW            PIC X(01)  VALUE 'N'.
001150     88  CTL-EOF                      VALUE 'Y'.
001160 01  PAY-PERIOD-END        PIC 9(08)  VALUE ZERO.
001170 01  PPE-PARTS REDEFINES PAY-PERIOD-END.
001180     05  PPE-YEAR          PIC 9(04).
001190     05  PPE-MONTH         PIC 9(02).
001200     05  PPE-DAY           PIC 9(02).
001210 77  RUN-LOC-FILTER        PIC X(20)  VALUE SPACES.
001220 77  RUN-EMP-FILTER        PIC X(05)  VALUE SPACES.
001221 77  RUN-PAY-GROUP         PIC X(02)  VALUE SPACES.
001230******** Roster batch control fields
001240 77  BATCH-HDR-ID          PIC X(05)  VALUE "00000".
001250 77  BATCH-TRL-ID          PIC X(05)  VALUE "99999".
001260 77  TCE-ROSTER-HASH       PIC 9(09)  VALUE ZERO.
001270 77  OLD-HDR-SEEN-SW       PIC X(01)  VALUE 'N'.
001280     88  OLD-HDR-SEEN                 VALUE 'Y'.
001290 77  OLD-TRL-SEEN-SW       PIC X(01)  VALUE 'N'.
001300     88  OLD-TRL-SEEN                 VALUE 'Y'.
001310 77  OLD-EXP-COUNT         PIC 9(07)  VALUE ZERO.
001320 77  OLD-EXP-HASH          PIC 9(09)  VALUE ZERO.
001330 01  OLD-TRL-PARSE.
001340     05  FILLER            PIC X(05).
001350     05  OTP-COUNT         PIC 9(07).
001360     05  OTP-HASH          PIC 9(09).
001370     05  FILLER            PIC X(81).
001380******** Earnings codes (SEE PAYROLOO)
001390 77  EARN-TABLE-SIZE       PIC 9(01)  VALUE 7.
001400 77  EARN-SUB              PIC 9(01).
001410 77  EARN-MATCH-SUB        PIC 9(01)  VALUE ZERO.
001420 77  EARN-SEARCH-CODE      PIC X(02)  VALUE SPACES.
001430 01  EARN-CODE-LITERALS.
001440     05  FILLER            PIC X(18) VALUE
001450         "RGREGULAR        R".
001460     05  FILLER            PIC X(18) VALUE
001470         "OTOVERTIME       O".
001480     05  FILLER            PIC X(18) VALUE
001490         "BOBONUS          A".
001500     05  FILLER            PIC X(18) VALUE
001510         "RMREIMBURSEMENT  A".
001520     05  FILLER            PIC X(18) VALUE
001530         "VAVACATION       H".
001540     05  FILLER            PIC X(18) VALUE
001550         "SKSICK PAY       H".
001551     05  FILLER            PIC X(18) VALUE
001552         "SASALARY         S".
001560 01  EARN-CODE-TABLE REDEFINES EARN-CODE-LITERALS.
001570     05  EARN-CODE-ENTRY   OCCURS 7 TIMES.
001580         10  ERN-CODE      PIC X(02).
001590         10  ERN-DESC      PIC X(15).
001600         10  ERN-BASIS     PIC X(01).
001601             88  ERN-REGULAR-BASIS        VALUE 'R'.
001602             88  ERN-OVERTIME-BASIS       VALUE 'O'.
001610             88  ERN-AMOUNT-BASIS         VALUE 'A'.
001611             88  ERN-SALARY-BASIS         VALUE 'S'.
001620******** Card edit limits and work fields - keep the limits
001630******** equal to PAYROLOO's or the edit passes cards the
001640******** pay run will reject
001650 77  VALID-MAX-HOURS       PIC 9(03)  VALUE 80.
001651 77  GRP-MAX-HOURS         PIC 9(04)  VALUE 80.
001660 77  TC-MAX-LINES          PIC 9(02)  VALUE 9.
001670 77  GRP-LINE-CNT          PIC 9(03) COMP VALUE ZERO.
001680 77  GRP-TOTAL-HOURS       PIC 9(05)  VALUE ZERO.
001690 77  GRP-AMOUNT-TOTAL      PIC 9(07)V99 VALUE ZERO.
001700 77  GRP-ON-ROSTER-SW      PIC X(01)  VALUE 'N'.
001710     88  GRP-ON-ROSTER                VALUE 'Y'.
001720 77  GRP-CLEAN-SW          PIC X(01)  VALUE 'Y'.
001730     88  GRP-CLEAN                    VALUE 'Y'.
001740******** Counters for the totals page
001750 77  ROSTER-CTR            PIC 9(05) COMP VALUE ZERO.
001760 77  ROSTER-SKIP-CTR       PIC 9(05) COMP VALUE ZERO.
001770 77  DUP-ROSTER-CTR        PIC 9(05) COMP VALUE ZERO.
001780 77  CARD-LINE-CTR         PIC 9(05) COMP VALUE ZERO.
001790 77  CARD-EMP-CTR          PIC 9(05) COMP VALUE ZERO.
001800 77  CARD-SKIP-CTR         PIC 9(05) COMP VALUE ZERO.
001810 77  NOT-ON-ROSTER-CTR     PIC 9(05) COMP VALUE ZERO.
001820 77  NO-CARD-CTR           PIC 9(05) COMP VALUE ZERO.
001830 77  BAD-LINE-CTR          PIC 9(05) COMP VALUE ZERO.
001840 77  TOO-MANY-CTR          PIC 9(05) COMP VALUE ZERO.
001850 77  NOTHING-PAID-CTR      PIC 9(05) COMP VALUE ZERO.
001860 77  OVER-HOURS-CTR        PIC 9(05) COMP VALUE ZERO.
001870 77  CLEAN-CARD-CTR        PIC 9(05) COMP VALUE ZERO.
001880 77  EXCEPTION-CTR         PIC 9(05) COMP VALUE ZERO.
001890******** Variables for the report print file
001900 77  TCE-RUN-DATE          PIC 9(08).
001910 77  TCE-PAGE-NBR          PIC 9(04)  VALUE ZERO.
001920 77  TCE-LINE-CTR          PIC 9(03)  VALUE ZERO.
001930 77  TCE-LINES-PER-PAGE    PIC 9(03)  VALUE 45.
001940 01  TCE-BANNER-LINE-1.
001950     05  FILLER            PIC X(01) VALUE SPACE.
001960     05  FILLER            PIC X(40) VALUE
001970         "ACME MANUFACTURING COMPANY".
001980     05  FILLER            PIC X(41) VALUE SPACES.
001990     05  FILLER            PIC X(05) VALUE "PAGE ".
002000     05  TCE-B1-PAGE-NBR   PIC ZZZ9.
002010     05  FILLER            PIC X(41) VALUE SPACES.
002020 01  TCE-BANNER-LINE-2.
002030     05  FILLER            PIC X(01) VALUE SPACE.
002040     05  FILLER            PIC X(20) VALUE
002050         "TIME-CARD EDIT".
002060     05  FILLER            PIC X(12) VALUE "PERIOD END: ".
002070     05  TCE-B2-PERIOD     PIC 9999/99/99.
002080     05  FILLER            PIC X(04) VALUE SPACES.
002090     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
002100     05  TCE-B2-RUN-DATE   PIC 9999/99/99.
002110     05  FILLER            PIC X(65) VALUE SPACES.
002120 01  TCE-BLANK-LINE        PIC X(132) VALUE SPACES.
002130 01  TCE-HEADING-LINE.
002140     05  FILLER            PIC X(01) VALUE SPACE.
002150     05  FILLER            PIC X(15) VALUE "EMP-ID".
002160     05  FILLER            PIC X(17) VALUE "NAME".
002170     05  FILLER            PIC X(06) VALUE "LINE".
002180     05  FILLER            PIC X(05) VALUE "CODE".
002190     05  FILLER            PIC X(07) VALUE "HOURS".
002200     05  FILLER            PIC X(12) VALUE "    AMOUNT".
002210     05  FILLER            PIC X(69) VALUE "EXCEPTION".
002220 01  TCE-EXC-LINE.
002230     05  FILLER            PIC X(01) VALUE SPACE.
002240     05  FILLER            PIC X(08) VALUE "EMP-ID ".
002250     05  TCE-X-EMP-ID      PIC X(05).
002260     05  FILLER            PIC X(02) VALUE SPACES.
002270     05  TCE-X-NAME        PIC X(15).
002280     05  FILLER            PIC X(02) VALUE SPACES.
002290     05  TCE-X-LINE        PIC X(02).
002300     05  FILLER            PIC X(04) VALUE SPACES.
002310     05  TCE-X-CODE        PIC X(02).
002320     05  FILLER            PIC X(03) VALUE SPACES.
002330     05  TCE-X-HOURS       PIC ZZZZ9.
002340     05  FILLER            PIC X(02) VALUE SPACES.
002350     05  TCE-X-AMOUNT      PIC ZZZ,ZZ9.99.
002360     05  FILLER            PIC X(02) VALUE SPACES.
002370     05  TCE-X-TEXT        PIC X(40).
002380     05  FILLER            PIC X(29) VALUE SPACES.
002390 01  TCE-TOTAL-LINE.
002400     05  FILLER            PIC X(01) VALUE SPACE.
002410     05  TCE-TOT-DESC      PIC X(34).
002420     05  TCE-TOT-COUNT     PIC ZZ,ZZ9.
002430     05  FILLER            PIC X(91) VALUE SPACES.
002440 01  TCE-VERDICT-LINE.
002450     05  FILLER            PIC X(01) VALUE SPACE.
002460     05  TCE-VERDICT-TEXT  PIC X(40).
002470     05  FILLER            PIC X(91) VALUE SPACES.
002480*--------------------------------------------------------------*
002490 PROCEDURE DIVISION.
002500*--------------------------------------------------------------*
002510*    0000-MAINLINE
002520*--------------------------------------------------------------*
002530 0000-MAINLINE.
002540     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002550     PERFORM 2000-MATCH-NEXT
002560         THRU 2000-MATCH-NEXT-EXIT
002570         UNTIL TCE-EMP-KEY = HIGH-VALUES AND
002580               TCE-CARD-KEY = HIGH-VALUES.
002590     PERFORM 9500-WRITE-TOTALS THRU 9500-WRITE-TOTALS-EXIT.
002600     GO TO 9900-FINALIZE.
002610*--------------------------------------------------------------*
002620*    1000-INITIALIZE
002630*--------------------------------------------------------------*
002640 1000-INITIALIZE.
002650     ACCEPT TCE-RUN-DATE FROM DATE YYYYMMDD.
002660     PERFORM 1400-READ-CONTROL-CARD
002670         THRU 1400-READ-CONTROL-CARD-EXIT.
002680     OPEN INPUT TCDFILE.
002690     IF TCD-FILE-STATUS NOT = "00"
002700         GO TO 9930-TIME-CARD-ABORT
002710     END-IF.
002720     OPEN INPUT  EMPFILE.
002730     OPEN OUTPUT TCEPRT.
002740     MOVE LOW-VALUES TO TCD-KEY.
002750     START TCDFILE KEY NOT < TCD-KEY
002760         INVALID KEY MOVE 'Y' TO TCD-EOF-SW
002770     END-START.
002780     PERFORM 7500-WRITE-PAGE-HEADERS
002790         THRU 7500-WRITE-PAGE-HEADERS-EXIT.
002800     PERFORM 2600-READ-MASTER THRU 2600-READ-MASTER-EXIT.
002810     PERFORM 2700-READ-CARD THRU 2700-READ-CARD-EXIT.
002820 1000-INITIALIZE-EXIT.
002830     EXIT.
002840*--------------------------------------------------------------*
002850*    1400-READ-CONTROL-CARD
002860*
002870*    SAME CARD AND SAME EDITS AS PAYROLOO - NO CARD MEANS THE
002880*    PERIOD ENDS ON THE RUN DATE.
002890*--------------------------------------------------------------*
002900 1400-READ-CONTROL-CARD.
002910     MOVE TCE-RUN-DATE TO PAY-PERIOD-END.
002920     OPEN INPUT CTLFILE.
002930     IF CTL-FILE-NOT-FOUND
002940         GO TO 1400-READ-CONTROL-CARD-EXIT
002950     END-IF.
002960     READ CTLFILE
002970         AT END MOVE 'Y' TO CTL-EOF-SW
002980     END-READ.
002990     IF NOT CTL-EOF
003000         IF CTL-PERIOD-END-X NOT = SPACES
003010             IF CTL-PERIOD-END-X NOT NUMERIC
003020                 GO TO 9960-CONTROL-CARD-ABORT
003030             END-IF
003040             MOVE CTL-PERIOD-END-X TO PAY-PERIOD-END
003050             IF PPE-MONTH < 01 OR PPE-MONTH > 12
003060                 GO TO 9960-CONTROL-CARD-ABORT
003070             END-IF
003080             IF PPE-DAY < 01 OR PPE-DAY > 31
003090                 GO TO 9960-CONTROL-CARD-ABORT
003100             END-IF
003110         END-IF
003120         MOVE CTL-LOC-FILTER TO RUN-LOC-FILTER
003130         MOVE CTL-EMP-FILTER TO RUN-EMP-FILTER
003131         MOVE CTL-PAY-GROUP  TO RUN-PAY-GROUP
003140     END-IF.
003150     CLOSE CTLFILE.
003160 1400-READ-CONTROL-CARD-EXIT.
003170     EXIT.
003180*--------------------------------------------------------------*
003190*    2000-MATCH-NEXT
003200*
003210*    ONE PASS TAKES THE LOWER OF THE TWO KEYS.  A ROSTER
003220*    EMPLOYEE BELOW THE NEXT CARD HAS NO CARD; A CARD BELOW THE
003230*    NEXT ROSTER EMPLOYEE BELONGS TO NOBODY ON THE ROSTER.
003240*--------------------------------------------------------------*
003250 2000-MATCH-NEXT.
003260     IF TCE-EMP-KEY < TCE-CARD-KEY
003270         PERFORM 3000-CHECK-NO-CARD
003280             THRU 3000-CHECK-NO-CARD-EXIT
003290         PERFORM 2600-READ-MASTER THRU 2600-READ-MASTER-EXIT
003300         GO TO 2000-MATCH-NEXT-EXIT
003310     END-IF.
003320     MOVE TCE-CARD-KEY TO TCE-GROUP-KEY.
003330     IF TCE-EMP-KEY = TCE-CARD-KEY
003340         MOVE 'Y' TO GRP-ON-ROSTER-SW
003350         MOVE WHO TO TCE-GROUP-NAME
003360     ELSE
003370         MOVE 'N' TO GRP-ON-ROSTER-SW
003380         MOVE SPACES TO TCE-GROUP-NAME
003390     END-IF.
003400     PERFORM 4000-EDIT-CARD THRU 4000-EDIT-CARD-EXIT.
003410     IF GRP-ON-ROSTER
003420         PERFORM 2600-READ-MASTER THRU 2600-READ-MASTER-EXIT
003430     END-IF.
003440 2000-MATCH-NEXT-EXIT.
003450     EXIT.
003460*--------------------------------------------------------------*
003470*    2600-READ-MASTER
003480*
003490*    HEADER AND TRAILER ARE HONORED THE WAY PAYACHRT HONORS
003500*    THEM.  A REPEATED EMP-ID IS LISTED AND PASSED OVER - THE
003510*    PAY RUN WILL NOT PAY IT EITHER.
003520*--------------------------------------------------------------*
003530 2600-READ-MASTER.
003540     READ EMPFILE
003550         AT END MOVE 'Y' TO EMP-EOF-SW
003560     END-READ.
003570     IF EMP-EOF
003580         MOVE HIGH-VALUES TO TCE-EMP-KEY
003590         GO TO 2600-READ-MASTER-EXIT
003600     END-IF.
003610     IF EMP-ID = BATCH-HDR-ID
003620         MOVE 'Y' TO OLD-HDR-SEEN-SW
003630         GO TO 2600-READ-MASTER
003640     END-IF.
003650     IF EMP-ID = BATCH-TRL-ID
003660         MOVE EMP-RECORD TO OLD-TRL-PARSE
003670         MOVE OTP-COUNT TO OLD-EXP-COUNT
003680         MOVE OTP-HASH  TO OLD-EXP-HASH
003690         MOVE 'Y' TO OLD-TRL-SEEN-SW
003700         MOVE 'Y' TO EMP-EOF-SW
003710         MOVE HIGH-VALUES TO TCE-EMP-KEY
003720         GO TO 2600-READ-MASTER-EXIT
003730     END-IF.
003740     ADD 1 TO ROSTER-CTR.
003750     ADD HOURS TO TCE-ROSTER-HASH.
003760     IF EMP-ID = TCE-PREV-EMP-KEY
003770         MOVE EMP-ID TO TCE-X-EMP-ID
003780         MOVE WHO    TO TCE-X-NAME
003790         MOVE "DUPLICATE EMP-ID ON ROSTER" TO TCE-X-TEXT
003800         PERFORM 8000-WRITE-EXC-LINE
003810             THRU 8000-WRITE-EXC-LINE-EXIT
003820         ADD 1 TO DUP-ROSTER-CTR
003830         GO TO 2600-READ-MASTER
003840     END-IF.
003850     MOVE EMP-ID TO TCE-PREV-EMP-KEY.
003860     MOVE EMP-ID TO TCE-EMP-KEY.
003870 2600-READ-MASTER-EXIT.
003880     EXIT.
003890*--------------------------------------------------------------*
003900*    2700-READ-CARD
003910*
003920*    THE FILE IS IN EMP-ID/PERIOD ORDER, SO EVERY OTHER
003930*    PERIOD'S LINES ARE READ PAST.  WITH AN EMP-ID FILTER ON
003940*    THE CONTROL CARD ONLY THAT EMPLOYEE'S CARD IS EDITED.
003950*--------------------------------------------------------------*
003960 2700-READ-CARD.
003970     IF TCD-EOF
003980         MOVE HIGH-VALUES TO TCE-CARD-KEY
003990         GO TO 2700-READ-CARD-EXIT
004000     END-IF.
004010     READ TCDFILE NEXT RECORD
004020         AT END MOVE 'Y' TO TCD-EOF-SW
004030     END-READ.
004040     IF TCD-EOF
004050         MOVE HIGH-VALUES TO TCE-CARD-KEY
004060         GO TO 2700-READ-CARD-EXIT
004070     END-IF.
004080     IF TCD-PERIOD-END NOT = PAY-PERIOD-END
004090         GO TO 2700-READ-CARD
004100     END-IF.
004110     IF RUN-EMP-FILTER NOT = SPACES AND
004120        TCD-EMP-ID NOT = RUN-EMP-FILTER
004130         ADD 1 TO CARD-SKIP-CTR
004140         GO TO 2700-READ-CARD
004150     END-IF.
004160     ADD 1 TO CARD-LINE-CTR.
004170     MOVE TCD-EMP-ID TO TCE-CARD-KEY.
004180 2700-READ-CARD-EXIT.
004190     EXIT.
004200*--------------------------------------------------------------*
004210*    3000-CHECK-NO-CARD
004220*
004230*    A ROSTER EMPLOYEE WITH NO CARD FOR THE PERIOD - UNLESS THE
004240*    CONTROL CARD FILTERS THE EMPLOYEE OUT OF THE RUN ANYWAY.
004241*    A SALARIED EMPLOYEE IS PAID WITHOUT ONE.
004250*--------------------------------------------------------------*
004260 3000-CHECK-NO-CARD.
004270     IF (RUN-LOC-FILTER NOT = SPACES AND
004280         WHERE NOT = RUN-LOC-FILTER) OR
004290        (RUN-EMP-FILTER NOT = SPACES AND
004291         EMP-ID NOT = RUN-EMP-FILTER) OR
004292        (RUN-PAY-GROUP NOT = SPACES AND
004293         EMP-PAY-GROUP NOT = RUN-PAY-GROUP)
004310         ADD 1 TO ROSTER-SKIP-CTR
004320         GO TO 3000-CHECK-NO-CARD-EXIT
004330     END-IF.
004331     IF EMP-SALARIED
004332         GO TO 3000-CHECK-NO-CARD-EXIT
004333     END-IF.
004340     MOVE EMP-ID TO TCE-X-EMP-ID.
004350     MOVE WHO    TO TCE-X-NAME.
004360     MOVE "NO TIME CARD FOR THE PERIOD" TO TCE-X-TEXT.
004370     PERFORM 8000-WRITE-EXC-LINE THRU 8000-WRITE-EXC-LINE-EXIT.
004380     ADD 1 TO NO-CARD-CTR.
004390 3000-CHECK-NO-CARD-EXIT.
004400     EXIT.
004410*--------------------------------------------------------------*
004420*    4000-EDIT-CARD
004430*
004440*    EDIT EVERY LINE OF ONE EMPLOYEE'S CARD, THEN THE CARD AS
004450*    A WHOLE.  A CARD FOR AN EMP-ID NOT ON THE ROSTER IS LISTED
004451*    ONCE AND ITS LINES ARE NOT EDITED FURTHER.  THE HOURS
004452*    CEILING IS TWO WEEKS' WORTH FOR A BIWEEKLY OR SEMIMONTHLY
004453*    EMPLOYEE, AND A SALARIED EMPLOYEE'S CARD (LEAVE, BONUS)
004454*    MAY LEGITIMATELY PAY NOTHING OF ITS OWN.
004470*--------------------------------------------------------------*
004480 4000-EDIT-CARD.
004490     ADD 1 TO CARD-EMP-CTR.
004500     MOVE ZERO TO GRP-LINE-CNT.
004510     MOVE ZERO TO GRP-TOTAL-HOURS.
004520     MOVE ZERO TO GRP-AMOUNT-TOTAL.
004530     MOVE 'Y'  TO GRP-CLEAN-SW.
004531     MOVE VALID-MAX-HOURS TO GRP-MAX-HOURS.
004532     IF GRP-ON-ROSTER AND EMP-FREQ-TWO-WEEKS
004533         COMPUTE GRP-MAX-HOURS = VALID-MAX-HOURS * 2
004534     END-IF.
004540     IF NOT GRP-ON-ROSTER
004550         MOVE TCD-EMP-ID TO TCE-X-EMP-ID
004560         MOVE "CARD FOR EMP-ID NOT ON ROSTER" TO TCE-X-TEXT
004570         PERFORM 8000-WRITE-EXC-LINE
004580             THRU 8000-WRITE-EXC-LINE-EXIT
004590         ADD 1 TO NOT-ON-ROSTER-CTR
004600     END-IF.
004610     PERFORM 4100-EDIT-CARD-LINE
004620         THRU 4100-EDIT-CARD-LINE-EXIT
004630         UNTIL TCE-CARD-KEY NOT = TCE-GROUP-KEY.
004640     IF NOT GRP-ON-ROSTER
004650         GO TO 4000-EDIT-CARD-EXIT
004660     END-IF.
004670     MOVE TCE-GROUP-KEY  TO TCE-X-EMP-ID.
004680     MOVE TCE-GROUP-NAME TO TCE-X-NAME.
004690     MOVE GRP-TOTAL-HOURS  TO TCE-X-HOURS.
004700     MOVE GRP-AMOUNT-TOTAL TO TCE-X-AMOUNT.
004710     IF GRP-LINE-CNT > TC-MAX-LINES
004720         MOVE "TOO MANY LINES ON CARD" TO TCE-X-TEXT
004730         PERFORM 8000-WRITE-EXC-LINE
004740             THRU 8000-WRITE-EXC-LINE-EXIT
004750         ADD 1 TO TOO-MANY-CTR
004760         MOVE 'N' TO GRP-CLEAN-SW
004770     END-IF.
004771     IF GRP-TOTAL-HOURS = ZERO AND GRP-AMOUNT-TOTAL = ZERO AND
004772        NOT EMP-SALARIED
004790         MOVE "CARD HAS NO HOURS OR AMOUNT" TO TCE-X-TEXT
004800         PERFORM 8000-WRITE-EXC-LINE
004810             THRU 8000-WRITE-EXC-LINE-EXIT
004820         ADD 1 TO NOTHING-PAID-CTR
004830         MOVE 'N' TO GRP-CLEAN-SW
004840     END-IF.
004850     IF GRP-TOTAL-HOURS > GRP-MAX-HOURS
004860         MOVE "HOURS EXCEED CEILING" TO TCE-X-TEXT
004870         PERFORM 8000-WRITE-EXC-LINE
004880             THRU 8000-WRITE-EXC-LINE-EXIT
004890         ADD 1 TO OVER-HOURS-CTR
004900         MOVE 'N' TO GRP-CLEAN-SW
004910     END-IF.
004920     IF GRP-CLEAN
004930         ADD 1 TO CLEAN-CARD-CTR
004940     END-IF.
004950 4000-EDIT-CARD-EXIT.
004960     EXIT.
004970*--------------------------------------------------------------*
004980*    4100-EDIT-CARD-LINE
004990*--------------------------------------------------------------*
005000 4100-EDIT-CARD-LINE.
005010     IF NOT GRP-ON-ROSTER
005020         GO TO 4100-EDIT-CARD-NEXT
005030     END-IF.
005040     ADD 1 TO GRP-LINE-CNT.
005050     MOVE TCD-EMP-ID     TO TCE-X-EMP-ID.
005060     MOVE TCE-GROUP-NAME TO TCE-X-NAME.
005070     MOVE TCD-LINE-NBR   TO TCE-X-LINE.
005080     MOVE TCD-EARN-CODE  TO TCE-X-CODE.
005090     IF TCD-HOURS-X NOT NUMERIC OR TCD-AMOUNT-X NOT NUMERIC
005100         MOVE ZERO TO TCE-X-HOURS
005110         MOVE ZERO TO TCE-X-AMOUNT
005120         MOVE "HOURS OR AMOUNT NOT NUMERIC" TO TCE-X-TEXT
005130         PERFORM 8000-WRITE-EXC-LINE
005140             THRU 8000-WRITE-EXC-LINE-EXIT
005150         ADD 1 TO BAD-LINE-CTR
005160         MOVE 'N' TO GRP-CLEAN-SW
005170         GO TO 4100-EDIT-CARD-NEXT
005180     END-IF.
005190     MOVE TCD-EARN-CODE TO EARN-SEARCH-CODE.
005200     MOVE ZERO TO EARN-MATCH-SUB.
005210     PERFORM 4110-FIND-EARN-CODE
005220         THRU 4110-FIND-EARN-CODE-EXIT
005230         VARYING EARN-SUB FROM 1 BY 1
005240         UNTIL EARN-SUB > EARN-TABLE-SIZE.
005250     IF EARN-MATCH-SUB = ZERO
005260         MOVE TCD-HOURS  TO TCE-X-HOURS
005270         MOVE TCD-AMOUNT TO TCE-X-AMOUNT
005280         MOVE "INVALID EARNINGS CODE" TO TCE-X-TEXT
005290         PERFORM 8000-WRITE-EXC-LINE
005300             THRU 8000-WRITE-EXC-LINE-EXIT
005310         ADD 1 TO BAD-LINE-CTR
005320         MOVE 'N' TO GRP-CLEAN-SW
005330         GO TO 4100-EDIT-CARD-NEXT
005340     END-IF.
005341     IF ERN-SALARY-BASIS (EARN-MATCH-SUB)
005342         MOVE TCD-HOURS  TO TCE-X-HOURS
005343         MOVE TCD-AMOUNT TO TCE-X-AMOUNT
005344         MOVE "SALARY MAY NOT BE KEYED" TO TCE-X-TEXT
005345         PERFORM 8000-WRITE-EXC-LINE
005346             THRU 8000-WRITE-EXC-LINE-EXIT
005347         ADD 1 TO BAD-LINE-CTR
005348         MOVE 'N' TO GRP-CLEAN-SW
005349         GO TO 4100-EDIT-CARD-NEXT
005350     END-IF.
005351     IF EMP-SALARIED AND
005352        (ERN-REGULAR-BASIS (EARN-MATCH-SUB) OR
005353         ERN-OVERTIME-BASIS (EARN-MATCH-SUB))
005354         MOVE TCD-HOURS  TO TCE-X-HOURS
005355         MOVE TCD-AMOUNT TO TCE-X-AMOUNT
005356         MOVE "SALARIED - RG/OT NOT PAID" TO TCE-X-TEXT
005357         PERFORM 8000-WRITE-EXC-LINE
005358             THRU 8000-WRITE-EXC-LINE-EXIT
005359         ADD 1 TO BAD-LINE-CTR
005360         MOVE 'N' TO GRP-CLEAN-SW
005361         GO TO 4100-EDIT-CARD-NEXT
005362     END-IF.
005350     IF ERN-AMOUNT-BASIS (EARN-MATCH-SUB)
005360         ADD TCD-AMOUNT TO GRP-AMOUNT-TOTAL
005370     ELSE
005380         ADD TCD-HOURS  TO GRP-TOTAL-HOURS
005390     END-IF.
005400 4100-EDIT-CARD-NEXT.
005410     PERFORM 2700-READ-CARD THRU 2700-READ-CARD-EXIT.
005420 4100-EDIT-CARD-LINE-EXIT.
005430     EXIT.
005440*--------------------------------------------------------------*
005450*    4110-FIND-EARN-CODE
005460*--------------------------------------------------------------*
005470 4110-FIND-EARN-CODE.
005480     IF ERN-CODE (EARN-SUB) = EARN-SEARCH-CODE
005490         MOVE EARN-SUB TO EARN-MATCH-SUB
005500     END-IF.
005510 4110-FIND-EARN-CODE-EXIT.
005520     EXIT.
005530*--------------------------------------------------------------*
005540*    7500-WRITE-PAGE-HEADERS
005550*--------------------------------------------------------------*
005560 7500-WRITE-PAGE-HEADERS.
005570     ADD 1 TO TCE-PAGE-NBR.
005580     MOVE TCE-PAGE-NBR   TO TCE-B1-PAGE-NBR.
005590     MOVE PAY-PERIOD-END TO TCE-B2-PERIOD.
005600     MOVE TCE-RUN-DATE   TO TCE-B2-RUN-DATE.
005610     WRITE TCE-PRT-RECORD FROM TCE-BANNER-LINE-1.
005620     WRITE TCE-PRT-RECORD FROM TCE-BANNER-LINE-2.
005630     WRITE TCE-PRT-RECORD FROM TCE-BLANK-LINE.
005640     WRITE TCE-PRT-RECORD FROM TCE-HEADING-LINE.
005650     MOVE ZERO TO TCE-LINE-CTR.
005660 7500-WRITE-PAGE-HEADERS-EXIT.
005670     EXIT.
005680*--------------------------------------------------------------*
005690*    8000-WRITE-EXC-LINE
005700*
005710*    THE CALLER FILLS EMP-ID, NAME AND TEXT - THE LINE-LEVEL
005720*    FIELDS ARE CLEARED AFTER EVERY LINE SO A CARD-LEVEL OR
005730*    ROSTER-LEVEL MESSAGE PRINTS WITHOUT THEM.
005740*--------------------------------------------------------------*
005750 8000-WRITE-EXC-LINE.
005760     IF TCE-LINE-CTR >= TCE-LINES-PER-PAGE
005770         PERFORM 7500-WRITE-PAGE-HEADERS
005780             THRU 7500-WRITE-PAGE-HEADERS-EXIT
005790     END-IF.
005800     WRITE TCE-PRT-RECORD FROM TCE-EXC-LINE.
005810     ADD 1 TO TCE-LINE-CTR.
005820     ADD 1 TO EXCEPTION-CTR.
005830     MOVE SPACES TO TCE-X-NAME.
005840     MOVE SPACES TO TCE-X-LINE.
005850     MOVE SPACES TO TCE-X-CODE.
005860     MOVE ZERO   TO TCE-X-HOURS.
005870     MOVE ZERO   TO TCE-X-AMOUNT.
005880 8000-WRITE-EXC-LINE-EXIT.
005890     EXIT.
005900*--------------------------------------------------------------*
005910*    9500-WRITE-TOTALS
005920*--------------------------------------------------------------*
005930 9500-WRITE-TOTALS.
005940     WRITE TCE-PRT-RECORD FROM TCE-BLANK-LINE.
005950     MOVE "ROSTER RECORDS READ"         TO TCE-TOT-DESC.
005960     MOVE ROSTER-CTR                    TO TCE-TOT-COUNT.
005970     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
005980     MOVE "ROSTER OUTSIDE CONTROL FILTER" TO TCE-TOT-DESC.
005990     MOVE ROSTER-SKIP-CTR               TO TCE-TOT-COUNT.
006000     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
006010     MOVE "DUPLICATE ROSTER EMP-IDS"    TO TCE-TOT-DESC.
006020     MOVE DUP-ROSTER-CTR                TO TCE-TOT-COUNT.
006030     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
006040     MOVE "CARD LINES READ FOR PERIOD"  TO TCE-TOT-DESC.
006050     MOVE CARD-LINE-CTR                 TO TCE-TOT-COUNT.
006060     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
006070     MOVE "CARD LINES OUTSIDE EMP FILTER" TO TCE-TOT-DESC.
006080     MOVE CARD-SKIP-CTR                 TO TCE-TOT-COUNT.
006090     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
006100     MOVE "EMPLOYEE CARDS EDITED"       TO TCE-TOT-DESC.
006110     MOVE CARD-EMP-CTR                  TO TCE-TOT-COUNT.
006120     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
006130     MOVE "CARDS FOR EMP-IDS NOT ON ROSTER" TO TCE-TOT-DESC.
006140     MOVE NOT-ON-ROSTER-CTR             TO TCE-TOT-COUNT.
006150     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
006160     MOVE "ROSTER EMPLOYEES WITH NO CARD" TO TCE-TOT-DESC.
006170     MOVE NO-CARD-CTR                   TO TCE-TOT-COUNT.
006180     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
006190     MOVE "CARD LINES IN ERROR"         TO TCE-TOT-DESC.
006200     MOVE BAD-LINE-CTR                  TO TCE-TOT-COUNT.
006210     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
006220     MOVE "CARDS WITH TOO MANY LINES"   TO TCE-TOT-DESC.
006230     MOVE TOO-MANY-CTR                  TO TCE-TOT-COUNT.
006240     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
006250     MOVE "CARDS WITH NOTHING TO PAY"   TO TCE-TOT-DESC.
006260     MOVE NOTHING-PAID-CTR              TO TCE-TOT-COUNT.
006270     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
006280     MOVE "CARDS OVER THE HOURS CEILING" TO TCE-TOT-DESC.
006290     MOVE OVER-HOURS-CTR                TO TCE-TOT-COUNT.
006300     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
006310     MOVE "CARDS CLEAN FOR THE PAY RUN" TO TCE-TOT-DESC.
006320     MOVE CLEAN-CARD-CTR                TO TCE-TOT-COUNT.
006330     WRITE TCE-PRT-RECORD FROM TCE-TOTAL-LINE.
006340     IF OLD-HDR-SEEN AND OLD-TRL-SEEN AND
006350        OLD-EXP-COUNT = ROSTER-CTR AND
006360        OLD-EXP-HASH = TCE-ROSTER-HASH
006370         MOVE "ROSTER CONTROLS IN BALANCE"
006380             TO TCE-VERDICT-TEXT
006390         WRITE TCE-PRT-RECORD FROM TCE-VERDICT-LINE
006400     ELSE
006410         MOVE "*** ROSTER CONTROL FAILURE ***"
006420             TO TCE-VERDICT-TEXT
006430         WRITE TCE-PRT-RECORD FROM TCE-VERDICT-LINE
006440         DISPLAY "PAYTCEDT - ROSTER COUNT OR HASH DOES NOT "
006450             "MATCH ITS TRAILER"
006460         MOVE 8 TO RETURN-CODE
006470     END-IF.
006480     IF EXCEPTION-CTR = ZERO
006490         MOVE "TIME CARDS CLEAN - READY FOR PAYROLOO"
006500             TO TCE-VERDICT-TEXT
006510     ELSE
006520         MOVE "*** TIME CARD EXCEPTIONS LISTED ABOVE ***"
006530             TO TCE-VERDICT-TEXT
006540         IF RETURN-CODE = ZERO
006550             MOVE 4 TO RETURN-CODE
006560         END-IF
006570     END-IF.
006580     WRITE TCE-PRT-RECORD FROM TCE-VERDICT-LINE.
006590 9500-WRITE-TOTALS-EXIT.
006600     EXIT.
006610*--------------------------------------------------------------*
006620*    9900-FINALIZE
006630*--------------------------------------------------------------*
006640 9900-FINALIZE.
006650     CLOSE EMPFILE.
006660     CLOSE TCDFILE.
006670     CLOSE TCEPRT.
006680     GOBACK.
006690*--------------------------------------------------------------*
006700*    9930-TIME-CARD-ABORT
006710*--------------------------------------------------------------*
006720 9930-TIME-CARD-ABORT.
006730     DISPLAY "PAYTCEDT - TCDFILE TIME CARDS MISSING OR".
006740     DISPLAY "PAYTCEDT - UNREADABLE - NOTHING EDITED".
006750     MOVE 16 TO RETURN-CODE.
006760     STOP RUN.
006770*--------------------------------------------------------------*
006780*    9960-CONTROL-CARD-ABORT
006790*--------------------------------------------------------------*
006800 9960-CONTROL-CARD-ABORT.
006810     DISPLAY "PAYTCEDT - CONTROL CARD PERIOD-END DATE INVALID".
006820     DISPLAY "PAYTCEDT - NOTHING EDITED - RUN STOPPED".
006830     MOVE 16 TO RETURN-CODE.
006840     STOP RUN.
