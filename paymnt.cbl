000050 DATE-WRITTEN.  08/22/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000073*    MODIFICATION HISTORY
000076*    DATE       INIT   DESCRIPTION
000079*    ---------  ----   -------------------------------------- *
000082*    08/22/26   RLH    ORIGINAL PROGRAM - EMPLOYEE ROSTER
000085*                      MAINTENANCE.  APPLIES A SORTED FILE OF
000088*                      ADD/CHANGE/TERMINATE TRANSACTIONS TO THE
000091*                      ROSTER, WRITES A NEW ROSTER, REJECTS BAD
000094*                      TRANSACTIONS TO THEIR OWN LIST, AND
000097*                      PRINTS A BEFORE/AFTER AUDIT REPORT OF
000100*                      EVERY CHANGE WITH USER-ID AND DATE.
000103*    08/22/26   RLH    CARRY THE BANK ROUTING/ACCOUNT FIELDS
000106*                      ADDED TO THE ROSTER FOR DIRECT DEPOSIT -
000109*                      ADDS AND CHANGES MAY SET THEM, ROUTING
000112*                      MUST BE NUMERIC, ALL ZEROS MEANS PAPER.
000115*    08/22/26   RLH    HONOR THE ROSTER BATCH HEADER/TRAILER
000118*                      CONVENTION - VERIFY THE OLD ROSTER COUNT
000121*                      AND HOURS HASH AGAINST ITS TRAILER AND
000124*                      WRITE A FRESH HEADER AND TRAILER ON THE
000127*                      NEW ROSTER.
000130*    09/02/26   RLH    CARRY THE NEW ACH STATUS AND PRENOTE DATE
000133*                      (ROSTER RECORD WIDENED 76 TO 85).  NEW OR
000136*                      CHANGED BANK DATA FLAGS THE EMPLOYEE P
000139*                      WITH TODAY'S DATE SO PAYROLOO SENDS A
000142*                      ZERO-DOLLAR PRENOTE INSTEAD OF LIVE MONEY
000145*                      UNTIL THE WAITING PERIOD PASSES.
000148*    09/02/26   RLH    HONOR THE SHARED RUN LEDGER (RLGFILE) -
000151*                      REFUSE TO SWAP ROSTERS WHILE ANY PAY
000154*                      CYCLE IS BETWEEN ITS START AND CLEAN-END
000157*                      RECORDS, AND WRITE START/END RECORDS OF
000160*                      ITS OWN STAMPED WITH THE RUN DATE.
000163*    09/02/26   RLH    ADD THE VA (VACATION) AND SK (SICK PAY)
000166*                      EARN CODES TO THE SHARED CODE TABLE FOR
000169*                      THE PAID-LEAVE SUBSYSTEM.
000172*    10/15/26   RLH    CARRY THE PAY TYPE (HOURLY/SALARIED), PAY
000175*                      GROUP, PAY FREQUENCY AND ANNUAL SALARY
000178*                      ADDED TO THE ROSTER (85 TO 98 BYTES).
000181*                      ADDS AND CHANGES MAY SET THEM, A
000184*                      SALARIED EMPLOYEE MUST CARRY A SALARY,
000187*                      AND THE AUDIT IMAGE SHOWS ALL FOUR.
000190*    10/15/26   RLH    A TERMINATION NOW CARRIES THE DATE AND A
000193*                      REASON CODE (IN THE NAME FIELD OF THE
000196*                      TRANSACTION) AND QUEUES THE LAST ROSTER
000199*                      IMAGE TO TRMFILE FOR THE PAYFINAL
000202*                      FINAL-PAY RUN.
000205*    10/15/26   RLH    CARRY THE DEPARTMENT/COST CENTER CODE
000208*                      ADDED TO THE END OF THE ROSTER (98 TO
000211*                      102 BYTES). ADDS AND CHANGES MAY SET IT
000214*                      FROM THE NEW TRANSACTION FIELD (RECORD
000217*                      100 TO 104 BYTES) AND THE AUDIT IMAGE
000220*                      SHOWS IT. THE TERMINATION QUEUE STAYS
000223*                      150 BYTES.
000273*--------------------------------------------------------------*
000280*    BOTH EMPFILE AND TRNFILE MUST ARRIVE IN EMP-ID SEQUENCE.
000290*    AN ADD AND A CHANGE FOR THE SAME EMPLOYEE MUST BE SPREAD
000300*    OVER TWO CYCLES - A CHANGE AGAINST AN EMPLOYEE ADDED IN
000310*    THE SAME BATCH IS REJECTED AS NOT ON ROSTER.
000320*--------------------------------------------------------------*
000321*    TRMFILE IS OPENED TO EXTEND - TERMINATIONS WAIT THERE UNTIL
000322*    PAYFINAL HAS ISSUED THE FINAL CHECK, HOWEVER MANY ROSTER
000323*    RUNS COME BETWEEN.
000324*--------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000454                      ACCESS MODE IS DYNAMIC
000455                      RECORD KEY IS RLG-KEY
000456                      FILE STATUS IS RLG-FILE-STATUS.
000457     SELECT TRMFILE   ASSIGN TO TRMFILE
000458                      ORGANIZATION IS SEQUENTIAL
000459                      FILE STATUS IS TRM-FILE-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480*--------------------------------------------------------------*
000500*--------------------------------------------------------------*
000510 FD  EMPFILE
000520     LABEL RECORDS ARE STANDARD
000530     RECORD CONTAINS 102 CHARACTERS.
000540 01  EMP-RECORD.
000550     05  EMP-ID            PIC X(05).
000560     05  WHO               PIC X(15).
000620     05  EMP-BANK-ACCOUNT  PIC X(17).
000622     05  EMP-ACH-STATUS    PIC X(01).
000624     05  EMP-PRENOTE-DATE  PIC X(08).
000625     05  EMP-PAY-TYPE      PIC X(01).
000626     05  EMP-PAY-GROUP     PIC X(02).
000627     05  EMP-PAY-FREQ      PIC X(01).
000628     05  EMP-ANNUAL-SALARY PIC 9(07)V99.
000629     05  EMP-DEPT          PIC X(04).
000630*--------------------------------------------------------------*
000640*    TRNFILE - MAINTENANCE TRANSACTIONS, IN EMP-ID SEQUENCE
000650*--------------------------------------------------------------*
000660 FD  TRNFILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 104 CHARACTERS.
000690 01  TRN-RECORD.
000700     05  TRN-ACTION        PIC X(01).
000710     05  TRN-EMP-ID        PIC X(05).
000720     05  TRN-WHO           PIC X(15).
000721*    ON A TERMINATION THE NAME FIELD CARRIES THE LAST DAY WORKED
000722*    (YYYYMMDD) AND A REASON CODE FROM TERM-REASON-TABLE.
000723     05  TRN-TERM-DATA     REDEFINES TRN-WHO.
000724         10  TRN-TERM-DATE-X   PIC X(08).
000725         10  TRN-TERM-DATE     REDEFINES TRN-TERM-DATE-X
000726                               PIC 9(08).
000727         10  TRN-TERM-DATE-PARTS REDEFINES TRN-TERM-DATE-X.
000728             15  TRN-TERM-YYYY PIC 9(04).
000729             15  TRN-TERM-MM   PIC 9(02).
000730             15  TRN-TERM-DD   PIC 9(02).
000731         10  TRN-TERM-REASON   PIC X(02).
000732         10  FILLER            PIC X(05).
000730     05  TRN-WHERE         PIC X(20).
000740     05  TRN-EARN-CODE     PIC X(02).
000750     05  TRN-RATE-X        PIC X(05).
000810     05  TRN-USER-ID       PIC X(08).
000820     05  TRN-BANK-ROUTING  PIC X(09).
000830     05  TRN-BANK-ACCOUNT  PIC X(17).
000831*    PAY TYPE H HOURLY OR S SALARIED, FREQUENCY W WEEKLY, B
000832*    BIWEEKLY OR S SEMIMONTHLY.  BLANK MEANS NO CHANGE - ON AN
000833*    ADD A BLANK TYPE IS HOURLY AND A BLANK FREQUENCY WEEKLY.
000834     05  TRN-PAY-TYPE      PIC X(01).
000835     05  TRN-PAY-GROUP     PIC X(02).
000836     05  TRN-PAY-FREQ      PIC X(01).
000837     05  TRN-SALARY-X      PIC X(09).
000838     05  TRN-SALARY        REDEFINES TRN-SALARY-X
000839                           PIC 9(07)V99.
000840*    DEPARTMENT/COST CENTER FOR LABOR DISTRIBUTION.  BLANK ON A
000841*    CHANGE MEANS NO CHANGE; BLANK ON AN ADD POSTS THROUGH THE
000842*    LOCATION'S BLANK-DEPARTMENT ROW OF THE GL MAP.
000843     05  TRN-DEPT          PIC X(04).
000840     05  FILLER            PIC X(02).
000850*--------------------------------------------------------------*
000860*    NEWEMP - UPDATED EMPLOYEE ROSTER
000870*--------------------------------------------------------------*
000880 FD  NEWEMP
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 102 CHARACTERS.
000910 01  NEW-RECORD            PIC X(102).
000920*--------------------------------------------------------------*
000930*    AUDFILE - BEFORE/AFTER AUDIT REPORT
000940*--------------------------------------------------------------*
001064     05  RLG-START-DATE        PIC 9(08).
001065     05  RLG-END-DATE          PIC 9(08).
001066     05  FILLER                PIC X(07).
001067*--------------------------------------------------------------*
001068*    TRMFILE - TERMINATIONS AWAITING FINAL PAY.  THE LAST ROSTER
001069*    IMAGE PLUS THE TERMINATION DATA.  LAYOUT SHARED WITH
001070*    PAYFINAL, WHICH EMPTIES IT.
001071*--------------------------------------------------------------*
001072 FD  TRMFILE
001073     LABEL RECORDS ARE STANDARD
001074     RECORD CONTAINS 150 CHARACTERS.
001075 01  TRM-RECORD.
001076     05  TRM-ROSTER-IMAGE      PIC X(102).
001077     05  TRM-TERM-DATE         PIC 9(08).
001078     05  TRM-TERM-REASON       PIC X(02).
001079     05  TRM-USER-ID           PIC X(08).
001080     05  TRM-QUEUED-DATE       PIC 9(08).
001081     05  FILLER                PIC X(22).
001060 WORKING-STORAGE SECTION.
001070******** Switches and hold areas for the balanced-line update
001080 77  EMP-EOF-SW            PIC X(01)  VALUE 'N'.
001178     88  RLG-CYCLE-OPEN               VALUE 'Y'.
001179 77  RLG-THIS-PROGRAM      PIC X(08)  VALUE "PAYMNT".
001180 77  RLG-MAIN-PROGRAM      PIC X(08)  VALUE "PAYROLOO".
001181******** Final-pay queue work fields
001182 77  TRM-FILE-STATUS       PIC X(02)  VALUE SPACES.
001183     88  TRM-FILE-NOT-FOUND           VALUE "35".
001181******** Roster batch control fields
001190 77  BATCH-HDR-ID          PIC X(05)  VALUE "00000".
001200 77  BATCH-TRL-ID          PIC X(05)  VALUE "99999".
001300     05  FILLER            PIC X(05).
001310     05  OTP-COUNT         PIC 9(07).
001320     05  OTP-HASH          PIC 9(09).
001330     05  FILLER            PIC X(81).
001340 01  NEW-HDR-RECORD.
001350     05  FILLER            PIC X(05) VALUE "00000".
001360     05  FILLER            PIC X(13) VALUE "BATCH HEADER ".
001370     05  NHR-DATE          PIC 9(08).
001380     05  FILLER            PIC X(76) VALUE SPACES.
001390 01  NEW-TRL-RECORD.
001400     05  FILLER            PIC X(05) VALUE "99999".
001410     05  NTR-COUNT         PIC 9(07).
001420     05  NTR-HASH          PIC 9(09).
001430     05  FILLER            PIC X(81) VALUE SPACES.
001440 01  AUD-VERDICT-LINE.
001450     05  FILLER            PIC X(01) VALUE SPACE.
001460     05  AUD-VERDICT-TEXT  PIC X(40).
001560     05  HOLD-BANK-ACCOUNT PIC X(17).
001562     05  HOLD-ACH-STATUS   PIC X(01).
001564     05  HOLD-PRENOTE-DATE PIC X(08).
001565     05  HOLD-PAY-TYPE     PIC X(01).
001566     05  HOLD-PAY-GROUP    PIC X(02).
001567     05  HOLD-PAY-FREQ     PIC X(01).
001568     05  HOLD-ANNUAL-SALARY PIC 9(07)V99.
001569     05  HOLD-DEPT         PIC X(04).
001570 01  BEFORE-RECORD.
001580     05  BEF-EMP-ID        PIC X(05).
001590     05  BEF-WHO           PIC X(15).
001650     05  BEF-BANK-ACCOUNT  PIC X(17).
001652     05  BEF-ACH-STATUS    PIC X(01).
001654     05  BEF-PRENOTE-DATE  PIC X(08).
001655     05  BEF-PAY-TYPE      PIC X(01).
001656     05  BEF-PAY-GROUP     PIC X(02).
001657     05  BEF-PAY-FREQ      PIC X(01).
001658     05  BEF-ANNUAL-SALARY PIC 9(07)V99.
001659     05  BEF-DEPT          PIC X(04).
001660******** Variables for transaction validation
001670 77  VALID-SW              PIC X(01)  VALUE 'Y'.
001680     88  TRN-VALID                    VALUE 'Y'.
001710 77  EARN-TABLE-SIZE       PIC 9(01)  VALUE 6.
001720 77  EARN-SUB              PIC 9(01).
001730 77  EARN-MATCH-SUB        PIC 9(01)  VALUE ZERO.
001731 77  MNT-NEW-PAY-TYPE      PIC X(01)  VALUE SPACE.
001732     88  MNT-NEW-SALARIED             VALUE 'S'.
001733 77  MNT-NEW-SALARY        PIC 9(07)V99 VALUE ZERO.
001734 77  TERM-TABLE-SIZE       PIC 9(01)  VALUE 5.
001735 77  TERM-SUB              PIC 9(01).
001736 77  TERM-MATCH-SUB        PIC 9(01)  VALUE ZERO.
001737 01  TERM-REASON-LITERALS.
001738     05  FILLER            PIC X(17) VALUE
001739         "QTVOLUNTARY QUIT ".
001740     05  FILLER            PIC X(17) VALUE
001741         "DSDISCHARGED     ".
001742     05  FILLER            PIC X(17) VALUE
001743         "LOLAID OFF       ".
001744     05  FILLER            PIC X(17) VALUE
001745         "RTRETIRED        ".
001746     05  FILLER            PIC X(17) VALUE
001747         "DCDECEASED       ".
001748 01  TERM-REASON-TABLE REDEFINES TERM-REASON-LITERALS.
001749     05  TERM-REASON-ENTRY OCCURS 5 TIMES.
001750         10  TRS-CODE      PIC X(02).
001751         10  TRS-DESC      PIC X(15).
001740 01  EARN-CODE-LITERALS.
001750     05  FILLER            PIC X(17) VALUE
001760         "RGREGULAR        ".
001900 77  ADD-CTR               PIC 9(05) COMP VALUE ZERO.
001910 77  CHANGE-CTR            PIC 9(05) COMP VALUE ZERO.
001920 77  TERM-CTR              PIC 9(05) COMP VALUE ZERO.
001921 77  QUEUED-CTR            PIC 9(05) COMP VALUE ZERO.
001930 77  REJECT-CTR            PIC 9(05) COMP VALUE ZERO.
001940******** Variables for the audit report print file
001950 77  AUD-RUN-DATE          PIC 9(08).
002394     05  AUD-IMG-ACH       PIC X(01).
002396     05  FILLER            PIC X(01) VALUE SPACE.
002398     05  AUD-IMG-PRENOTE   PIC X(08).
002399     05  FILLER            PIC X(01) VALUE SPACE.
002400     05  AUD-IMG-PAY-TYPE  PIC X(01).
002401     05  FILLER            PIC X(01) VALUE SPACE.
002402     05  AUD-IMG-PAY-GROUP PIC X(02).
002403     05  FILLER            PIC X(01) VALUE SPACE.
002404     05  AUD-IMG-PAY-FREQ  PIC X(01).
002405     05  FILLER            PIC X(01) VALUE SPACE.
002406     05  AUD-IMG-SALARY    PIC Z,ZZZ,ZZ9.99.
002407     05  FILLER            PIC X(01) VALUE SPACE.
002408     05  AUD-IMG-DEPT      PIC X(04).
002409     05  FILLER            PIC X(02) VALUE SPACES.
002408 01  AUD-TERM-LINE.
002409     05  FILLER            PIC X(12) VALUE SPACES.
002410     05  FILLER            PIC X(11) VALUE "TERM DATE: ".
002411     05  AUD-TERM-DATE     PIC 9999/99/99.
002412     05  FILLER            PIC X(11) VALUE "   REASON: ".
002413     05  AUD-TERM-REASON   PIC X(02).
002414     05  FILLER            PIC X(01) VALUE SPACE.
002415     05  AUD-TERM-DESC     PIC X(15).
002416     05  FILLER            PIC X(25) VALUE
002417         "   QUEUED FOR FINAL PAY".
002418     05  FILLER            PIC X(45) VALUE SPACES.
002410 01  AUD-TOTAL-LINE.
002420     05  FILLER            PIC X(01) VALUE SPACE.
002430     05  AUD-TOT-DESC      PIC X(30).
002460******** Layout of the rejected transaction list
002470 01  REJ-LINE.
002480     05  FILLER            PIC X(01) VALUE SPACE.
002490     05  REJ-TRAN-IMAGE    PIC X(104).
002500     05  FILLER            PIC X(02) VALUE SPACES.
002510     05  REJ-REASON        PIC X(25).
002520*--------------------------------------------------------------*
002530 PROCEDURE DIVISION.
002540*--------------------------------------------------------------*
002730     OPEN OUTPUT NEWEMP
002740                 AUDFILE
002750                 REJFILE.
002751     OPEN EXTEND TRMFILE.
002752     IF TRM-FILE-NOT-FOUND
002753         OPEN OUTPUT TRMFILE
002754     END-IF.
002760     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
002762     PERFORM 1065-CHECK-RUN-LEDGER
002764         THRU 1065-CHECK-RUN-LEDGER-EXIT.
004360         PERFORM 3900-CHECK-ROUTING
004370             THRU 3900-CHECK-ROUTING-EXIT
004380     END-IF.
004381     IF TRN-VALID
004382         MOVE TRN-PAY-TYPE TO MNT-NEW-PAY-TYPE
004383         MOVE ZERO         TO MNT-NEW-SALARY
004384         PERFORM 3950-CHECK-PAY-SETUP
004385             THRU 3950-CHECK-PAY-SETUP-EXIT
004386     END-IF.
004390     IF NOT TRN-VALID
004400         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
004410         GO TO 3000-APPLY-ADD-EXIT
004508         MOVE SPACE TO BEF-ACH-STATUS
004509         MOVE "00000000" TO BEF-PRENOTE-DATE
004510     END-IF.
004511     IF TRN-PAY-TYPE = SPACE
004512         MOVE 'H' TO BEF-PAY-TYPE
004513     ELSE
004514         MOVE TRN-PAY-TYPE TO BEF-PAY-TYPE
004515     END-IF.
004516     MOVE TRN-PAY-GROUP TO BEF-PAY-GROUP.
004517     IF TRN-PAY-FREQ = SPACE
004518         MOVE 'W' TO BEF-PAY-FREQ
004519     ELSE
004520         MOVE TRN-PAY-FREQ TO BEF-PAY-FREQ
004521     END-IF.
004522     MOVE MNT-NEW-SALARY TO BEF-ANNUAL-SALARY.
004523     MOVE TRN-DEPT      TO BEF-DEPT.
004510     WRITE NEW-RECORD FROM BEFORE-RECORD.
004520     ADD BEF-HOURS TO MNT-NEW-HASH.
004530     ADD 1 TO NEW-ROSTER-CTR.
004660     MOVE BEF-BANK-ACCOUNT TO AUD-IMG-ACCOUNT.
004662     MOVE BEF-ACH-STATUS   TO AUD-IMG-ACH.
004664     MOVE BEF-PRENOTE-DATE TO AUD-IMG-PRENOTE.
004665     MOVE BEF-PAY-TYPE     TO AUD-IMG-PAY-TYPE.
004666     MOVE BEF-PAY-GROUP    TO AUD-IMG-PAY-GROUP.
004667     MOVE BEF-PAY-FREQ     TO AUD-IMG-PAY-FREQ.
004668     MOVE BEF-ANNUAL-SALARY TO AUD-IMG-SALARY.
004669     MOVE BEF-DEPT         TO AUD-IMG-DEPT.
004670     PERFORM 4100-WRITE-AUDIT-IMAGE
004680         THRU 4100-WRITE-AUDIT-IMAGE-EXIT.
004690 3000-APPLY-ADD-EXIT.
004900        TRN-EARN-CODE = SPACES AND TRN-RATE-X = SPACES AND
004910        TRN-HOURS-X = SPACES AND
004920        TRN-BANK-ROUTING = SPACES AND
004921        TRN-BANK-ACCOUNT = SPACES AND
004922        TRN-PAY-TYPE = SPACE AND TRN-PAY-GROUP = SPACES AND
004923        TRN-PAY-FREQ = SPACE AND TRN-SALARY-X = SPACES AND
004924        TRN-DEPT = SPACES
004940         MOVE "NO CHANGE FIELDS GIVEN" TO REJ-REASON
004950         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
004960         GO TO 3200-APPLY-CHANGE-EXIT
005100         PERFORM 3900-CHECK-ROUTING
005110             THRU 3900-CHECK-ROUTING-EXIT
005120     END-IF.
005121     IF TRN-VALID
005122         MOVE HOLD-PAY-TYPE      TO MNT-NEW-PAY-TYPE
005123         MOVE HOLD-ANNUAL-SALARY TO MNT-NEW-SALARY
005124         IF TRN-PAY-TYPE NOT = SPACE
005125             MOVE TRN-PAY-TYPE TO MNT-NEW-PAY-TYPE
005126         END-IF
005127         PERFORM 3950-CHECK-PAY-SETUP
005128             THRU 3950-CHECK-PAY-SETUP-EXIT
005129     END-IF.
005130     IF NOT TRN-VALID
005140         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
005150         GO TO 3200-APPLY-CHANGE-EXIT
005392             MOVE "00000000" TO HOLD-PRENOTE-DATE
005393         END-IF
005394     END-IF.
005395     IF TRN-PAY-TYPE NOT = SPACE
005396         MOVE TRN-PAY-TYPE TO HOLD-PAY-TYPE
005397     END-IF.
005398     IF TRN-PAY-GROUP NOT = SPACES
005399         MOVE TRN-PAY-GROUP TO HOLD-PAY-GROUP
005400     END-IF.
005401     IF TRN-PAY-FREQ NOT = SPACE
005402         MOVE TRN-PAY-FREQ TO HOLD-PAY-FREQ
005403     END-IF.
005404     MOVE MNT-NEW-SALARY TO HOLD-ANNUAL-SALARY.
005405     IF TRN-DEPT NOT = SPACES
005406         MOVE TRN-DEPT TO HOLD-DEPT
005407     END-IF.
005395     ADD 1 TO CHANGE-CTR.
005400     MOVE "CHANGE      " TO AUD-ACTION-DESC.
005410     PERFORM 4000-WRITE-AUDIT-ACTION
005500     MOVE BEF-BANK-ACCOUNT TO AUD-IMG-ACCOUNT.
005502     MOVE BEF-ACH-STATUS   TO AUD-IMG-ACH.
005504     MOVE BEF-PRENOTE-DATE TO AUD-IMG-PRENOTE.
005505     MOVE BEF-PAY-TYPE     TO AUD-IMG-PAY-TYPE.
005506     MOVE BEF-PAY-GROUP    TO AUD-IMG-PAY-GROUP.
005507     MOVE BEF-PAY-FREQ     TO AUD-IMG-PAY-FREQ.
005508     MOVE BEF-ANNUAL-SALARY TO AUD-IMG-SALARY.
005509     MOVE BEF-DEPT         TO AUD-IMG-DEPT.
005510     PERFORM 4100-WRITE-AUDIT-IMAGE
005520         THRU 4100-WRITE-AUDIT-IMAGE-EXIT.
005530     MOVE "AFTER : "     TO AUD-IMAGE-TAG.
005600     MOVE HOLD-BANK-ACCOUNT TO AUD-IMG-ACCOUNT.
005602     MOVE HOLD-ACH-STATUS   TO AUD-IMG-ACH.
005604     MOVE HOLD-PRENOTE-DATE TO AUD-IMG-PRENOTE.
005605     MOVE HOLD-PAY-TYPE     TO AUD-IMG-PAY-TYPE.
005606     MOVE HOLD-PAY-GROUP    TO AUD-IMG-PAY-GROUP.
005607     MOVE HOLD-PAY-FREQ     TO AUD-IMG-PAY-FREQ.
005608     MOVE HOLD-ANNUAL-SALARY TO AUD-IMG-SALARY.
005609     MOVE HOLD-DEPT         TO AUD-IMG-DEPT.
005610     PERFORM 4100-WRITE-AUDIT-IMAGE
005620         THRU 4100-WRITE-AUDIT-IMAGE-EXIT.
005630 3200-APPLY-CHANGE-EXIT.
005760         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
005770         GO TO 3400-APPLY-TERM-EXIT
005780     END-IF.
005781     MOVE 'Y' TO VALID-SW.
005782     PERFORM 3450-CHECK-TERM-DATA THRU 3450-CHECK-TERM-DATA-EXIT.
005783     IF NOT TRN-VALID
005784         PERFORM 4500-WRITE-REJECT THRU 4500-WRITE-REJECT-EXIT
005785         GO TO 3400-APPLY-TERM-EXIT
005786     END-IF.
005790     MOVE 'Y' TO HOLD-DELETED-SW.
005800     ADD 1 TO TERM-CTR.
005810     MOVE "TERMINATE   " TO AUD-ACTION-DESC.
005910     MOVE HOLD-BANK-ACCOUNT TO AUD-IMG-ACCOUNT.
005912     MOVE HOLD-ACH-STATUS   TO AUD-IMG-ACH.
005914     MOVE HOLD-PRENOTE-DATE TO AUD-IMG-PRENOTE.
005915     MOVE HOLD-PAY-TYPE     TO AUD-IMG-PAY-TYPE.
005916     MOVE HOLD-PAY-GROUP    TO AUD-IMG-PAY-GROUP.
005917     MOVE HOLD-PAY-FREQ     TO AUD-IMG-PAY-FREQ.
005918     MOVE HOLD-ANNUAL-SALARY TO AUD-IMG-SALARY.
005919     MOVE HOLD-DEPT         TO AUD-IMG-DEPT.
005920     PERFORM 4100-WRITE-AUDIT-IMAGE
005930         THRU 4100-WRITE-AUDIT-IMAGE-EXIT.
005931     MOVE HOLD-RECORD     TO TRM-ROSTER-IMAGE.
005932     MOVE TRN-TERM-DATE   TO TRM-TERM-DATE.
005933     MOVE TRN-TERM-REASON TO TRM-TERM-REASON.
005934     MOVE TRN-USER-ID     TO TRM-USER-ID.
005935     MOVE AUD-RUN-DATE    TO TRM-QUEUED-DATE.
005936     WRITE TRM-RECORD.
005937     ADD 1 TO QUEUED-CTR.
005938     MOVE TRN-TERM-DATE   TO AUD-TERM-DATE.
005939     MOVE TRN-TERM-REASON TO AUD-TERM-REASON.
005940     MOVE TRS-DESC (TERM-MATCH-SUB) TO AUD-TERM-DESC.
005941     WRITE AUD-RECORD FROM AUD-TERM-LINE.
005942     ADD 1 TO AUD-LINE-CTR.
005940 3400-APPLY-TERM-EXIT.
005950     EXIT.
005951*--------------------------------------------------------------*
005952*    3450-CHECK-TERM-DATA
005953*
005954*    THE TERMINATION DATE IS THE LAST DAY WORKED.  IT MAY NOT
005955*    BE LATER THAN TODAY - AN EMPLOYEE TAKEN OFF THE ROSTER
005956*    AHEAD OF TIME WOULD MISS THE REGULAR CYCLES STILL OWED.
005957*--------------------------------------------------------------*
005958 3450-CHECK-TERM-DATA.
005959     IF TRN-TERM-DATE-X = SPACES
005960         MOVE 'N' TO VALID-SW
005961         MOVE "TERM DATE IS BLANK" TO REJ-REASON
005962         GO TO 3450-CHECK-TERM-DATA-EXIT
005963     END-IF.
005964     IF TRN-TERM-DATE-X NOT NUMERIC
005965         MOVE 'N' TO VALID-SW
005966         MOVE "TERM DATE NOT NUMERIC" TO REJ-REASON
005967         GO TO 3450-CHECK-TERM-DATA-EXIT
005968     END-IF.
005969     IF TRN-TERM-MM < 1 OR TRN-TERM-MM > 12 OR
005970        TRN-TERM-DD < 1 OR TRN-TERM-DD > 31
005971         MOVE 'N' TO VALID-SW
005972         MOVE "TERM DATE INVALID" TO REJ-REASON
005973         GO TO 3450-CHECK-TERM-DATA-EXIT
005974     END-IF.
005975     IF TRN-TERM-DATE > AUD-RUN-DATE
005976         MOVE 'N' TO VALID-SW
005977         MOVE "TERM DATE IN THE FUTURE" TO REJ-REASON
005978         GO TO 3450-CHECK-TERM-DATA-EXIT
005979     END-IF.
005980     MOVE ZERO TO TERM-MATCH-SUB.
005981     PERFORM 3460-FIND-TERM-REASON
005982         THRU 3460-FIND-TERM-REASON-EXIT
005983         VARYING TERM-SUB FROM 1 BY 1
005984         UNTIL TERM-SUB > TERM-TABLE-SIZE.
005985     IF TERM-MATCH-SUB = ZERO
005986         MOVE 'N' TO VALID-SW
005987         MOVE "INVALID TERM REASON" TO REJ-REASON
005988     END-IF.
005989 3450-CHECK-TERM-DATA-EXIT.
005990     EXIT.
005991*--------------------------------------------------------------*
005992*    3460-FIND-TERM-REASON
005993*--------------------------------------------------------------*
005994 3460-FIND-TERM-REASON.
005995     IF TRS-CODE (TERM-SUB) = TRN-TERM-REASON
005996         MOVE TERM-SUB TO TERM-MATCH-SUB
005997     END-IF.
005998 3460-FIND-TERM-REASON-EXIT.
005999     EXIT.
005960*--------------------------------------------------------------*
005970*    3600-CHECK-EARN-CODE
005980*--------------------------------------------------------------*
006750     END-IF.
006760 3900-CHECK-ROUTING-EXIT.
006770     EXIT.
006771*--------------------------------------------------------------*
006772*    3950-CHECK-PAY-SETUP
006773*
006774*    MNT-NEW-PAY-TYPE AND MNT-NEW-SALARY COME IN HOLDING THE
006775*    VALUES THE EMPLOYEE WILL HAVE WITHOUT THIS TRANSACTION'S
006776*    SALARY.  A SUPPLIED SALARY REPLACES IT, AND THE RESULT
006777*    MUST LEAVE A SALARIED EMPLOYEE WITH SOMETHING TO BE PAID.
006778*    RATE STAYS REQUIRED FOR A SALARIED EMPLOYEE - IT IS THE
006779*    HOURLY EQUIVALENT USED TO PRICE LEAVE.
006780*--------------------------------------------------------------*
006781 3950-CHECK-PAY-SETUP.
006782     IF TRN-PAY-TYPE NOT = SPACE AND
006783        TRN-PAY-TYPE NOT = 'H' AND
006784        TRN-PAY-TYPE NOT = 'S'
006785         MOVE 'N' TO VALID-SW
006786         MOVE "INVALID PAY TYPE" TO REJ-REASON
006787         GO TO 3950-CHECK-PAY-SETUP-EXIT
006788     END-IF.
006789     IF TRN-PAY-FREQ NOT = SPACE AND
006790        TRN-PAY-FREQ NOT = 'W' AND
006791        TRN-PAY-FREQ NOT = 'B' AND
006792        TRN-PAY-FREQ NOT = 'S'
006793         MOVE 'N' TO VALID-SW
006794         MOVE "INVALID PAY FREQUENCY" TO REJ-REASON
006795         GO TO 3950-CHECK-PAY-SETUP-EXIT
006796     END-IF.
006797     IF TRN-SALARY-X NOT = SPACES
006798         IF TRN-SALARY-X NOT NUMERIC
006799             MOVE 'N' TO VALID-SW
006800             MOVE "SALARY NOT NUMERIC" TO REJ-REASON
006801             GO TO 3950-CHECK-PAY-SETUP-EXIT
006802         END-IF
006803         MOVE TRN-SALARY TO MNT-NEW-SALARY
006804     END-IF.
006805     IF MNT-NEW-SALARIED AND MNT-NEW-SALARY = ZERO
006806         MOVE 'N' TO VALID-SW
006807         MOVE "SALARIED - NO SALARY" TO REJ-REASON
006808     END-IF.
006809 3950-CHECK-PAY-SETUP-EXIT.
006810     EXIT.
006780*--------------------------------------------------------------*
006790*    4000-WRITE-AUDIT-ACTION
006800*--------------------------------------------------------------*
007510     MOVE "TERMINATIONS APPLIED"    TO AUD-TOT-DESC.
007520     MOVE TERM-CTR                  TO AUD-TOT-COUNT.
007530     WRITE AUD-RECORD FROM AUD-TOTAL-LINE.
007531     MOVE "QUEUED FOR FINAL PAY"    TO AUD-TOT-DESC.
007532     MOVE QUEUED-CTR                TO AUD-TOT-COUNT.
007533     WRITE AUD-RECORD FROM AUD-TOTAL-LINE.
007540     MOVE "TRANSACTIONS REJECTED"   TO AUD-TOT-DESC.
007550     MOVE REJECT-CTR                TO AUD-TOT-COUNT.
007560     WRITE AUD-RECORD FROM AUD-TOTAL-LINE.
007850     CLOSE NEWEMP.
007860     CLOSE AUDFILE.
007870     CLOSE REJFILE.
007871     CLOSE TRMFILE.
007872     MOVE RLG-THIS-PROGRAM TO RLG-PROGRAM.
007873     MOVE AUD-RUN-DATE     TO RLG-PERIOD-END.
007874     MOVE 'C'              TO RLG-STATUS.
