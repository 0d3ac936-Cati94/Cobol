000050 DATE-WRITTEN.  08/22/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000071*    MODIFICATION HISTORY
000072*    DATE       INIT   DESCRIPTION
000073*    ---------  ----   -------------------------------------- *
000074*    08/22/26   RLH    ORIGINAL PROGRAM - SUPPLEMENTAL PAY RUN
000075*                      FOR EXCEPTION CORRECTIONS.  MATCHES A
000076*                      CORRECTION CARD FILE AGAINST THE CYCLE'S
000077*                      EXCFILE REJECTS, REVALIDATES THE ROSTER
000078*                      RECORD WITH THE CORRECTIONS APPLIED,
000079*                      PAYS THE ONES THAT NOW PASS - UPDATING
000080*                      YTDFILE AND WRITING A SUPPLEMENTAL
000081*                      REGISTER - AND REPORTS EVERY REJECT OR
000082*                      CORRECTION STILL UNRESOLVED.
000083*    09/02/26   RLH    APPLY THE SAME PER-EMPLOYEE DEDUCTIONS
000084*                      MASTER (DEDFILE) AS THE MAIN RUN AFTER
000085*                      TAXES, WITH ARREARS CARRIED FORWARD, IN
000086*                      PLACE OF THE FLAT STANDARD DEDUCTION.
000087*    09/02/26   RLH    ACCRUE THE EMPLOYER-SIDE PAYROLL TAXES
000088*                      (TAXFILE TYPE M/U/X RECORDS, WAGE-BASE
000089*                      CAPPED) INTO THE NEW YTDFILE BUCKETS SO
000090*                      SUPPLEMENTAL CHECKS CARRY THE SAME
000091*                      COMPANY-SIDE COST AS THE MAIN RUN.
000092*    09/02/26   RLH    ASSIGN CHECK NUMBERS FROM THE SAME SERIES
000093*                      AS THE MAIN RUN (RSTFILE CHECKPOINT
000094*                      RECORD) AND WRITE ONE PAY HISTORY RECORD
000095*                      PER CHECK TO PHSFILE FOR PAYHINQ.
000096*    09/02/26   RLH    FEED SUPPLEMENTAL PAPER CHECKS TO THE
000097*                      OUTSTANDING CHECK REGISTER (CRGFILE) AND
000098*                      THE POSITIVE-PAY BANK FILE (POSFILE) THE
000099*                      SAME WAY THE MAIN RUN DOES.
000100*    09/02/26   RLH    CARRY THE WIDENED ROSTER RECORD - ACH
000101*                      STATUS AND PRENOTE DATE, 76 TO 85 BYTES.
000102*    09/02/26   RLH    HONOR THE SHARED RUN LEDGER (RLGFILE) -
000103*                      REFUSE A PERIOD THE MAIN RUN HAS NOT
000104*                      CLOSED, REFUSE A PERIOD THIS PROGRAM
000105*                      ALREADY COMPLETED, AND WRITE START AND
000106*                      CLEAN-END RECORDS OF ITS OWN.
000107*    09/02/26   RLH    EFFECTIVE-DATED TAX TABLES - LOAD THE F
000108*                      AND S SET IN FORCE FOR THE CONTROL-CARD
000109*                      PERIOD-END, ECHO THE VERSION ON THE
000110*                      BANNER AND PRINT A PROOF OF THE LOADED
000111*                      SET, SO A DECEMBER SUPPLEMENTAL WITHHOLDS
000112*                      AT DECEMBER'S RATES.
000113*    09/02/26   RLH    DROP THE 200-ENTRY REJECT AND CORRECTION
000114*                      TABLES - SORT EXCFILE AND CORFILE BY
000115*                      EMP-ID INSIDE THE RUN AND MATCH THEM
000116*                      AGAINST THE ROSTER BALANCED-LINE STYLE,
000117*                      THE WAY PAYMNT APPLIES ITS TRANSACTIONS.
000118*                      THE RUN NOW SCALES WITH THE ROSTER, NOT
000119*                      WITH A COMPILE-TIME CONSTANT.
000120*    09/02/26   RLH    PAID-LEAVE SUBSYSTEM - CARRY THE VA/SK
000121*                      EARN CODES, REJECT A CORRECTED LEAVE
000122*                      PAYMENT THAT EXCEEDS THE LVEFILE BALANCE,
000123*                      AND DRAW THE BALANCE DOWN WHEN A LEAVE
000124*                      CHECK IS PAID.  ACCRUAL STAYS WITH THE
000125*                      MAIN RUN SO A SUPPLEMENTAL CANNOT ACCRUE
000126*                      A SECOND TIME FOR THE SAME CYCLE.
000127*    10/15/26   RLH    CARRY THE WIDENED PAY HISTORY RECORD
000128*                      (120 TO 272) AND RECORD THE CHECK'S
000129*                      REGULAR AND OVERTIME PAY AS EARNINGS
000130*                      LINES THE SAME WAY THE MAIN RUN DOES.
000131*    10/15/26   RLH    SALARIED EMPLOYEES AND PAY GROUPS - READ
000132*                      THE WIDENED ROSTER (85 TO 98).  A
000133*                      SALARIED CORRECTION IS PAID THE PERIOD
000134*                      SALARY ON AN SA LINE, THE HOURLY
000135*                      OVERTIME THRESHOLD AND HOURS CEILING
000136*                      SCALE WITH THE PAY FREQUENCY, AND FEDERAL
000137*                      TAX IS ANNUALIZED AS IN THE MAIN RUN.  A
000138*                      CONTROL CARD PAY GROUP PAIRS THIS RUN
000139*                      WITH THAT GROUP'S MAIN RUN IN THE LEDGER.
000140*    10/15/26   RLH    CARRY THE PAY HISTORY RECORD (272 TO 440)
000141*                      AND FILL IN ITS REVERSAL DETAIL - STATUS,
000142*                      SOURCE S, EMPLOYER TAXES, DEDUCTIONS BY
000143*                      TYPE, ARREARS CHANGES AND LEAVE DRAWN -
000144*                      SO PAYVOID CAN BACK THE CHECK OUT.
000145*    10/15/26   RLH    ADD EACH 401K AND GARNISHMENT AMOUNT
000146*                      TAKEN TO THE DEDUCTIONS-TAKEN FILE
000147*                      (DTKFILE) SO PAYREMIT SENDS IT ON WITH
000148*                      THE MAIN RUN'S.  CARRY THE WIDENED
000149*                      DEDUCTIONS MASTER (40 TO 80).
000150*    10/15/26   RLH    CARRY THE YTD RECORD (207 TO 229) -
000151*                      FEDERAL AND STATE WITHHOLDING ARE NOW
000152*                      ALSO KEPT APART FOR THE YEAR, FOR THE
000153*                      W-2 FILE.
000154*    10/15/26   RLH    CARRY THE DEPARTMENT/COST CENTER CODE
000155*                      ADDED TO THE END OF THE ROSTER (98 TO
000156*                      102 BYTES). THE SUPPLEMENTAL HISTORY
000157*                      RECORD CARRIES IT FOR THE VOID REVERSAL.
000158*    10/15/26   RLH    CARRY THE PAYROLOO CHECKPOINT RECORD
000159*                      (356 TO 532).
000160*    10/15/26   RLH    A NEW CHECK REGISTER ENTRY STARTS WITH
000161*                      NO DUE-DILIGENCE LETTER DATE
000162*                      (CRG-DD-DATE, SEE PAYESCH).
000200*--------------------------------------------------------------*
000210*    WITHHOLDING USES THE SAME TAXFILE TABLES AS THE MAIN RUN
000220*    AND THE SAME CONTROL CARD PERIOD-END DATE, SO A
000475                      ACCESS MODE IS DYNAMIC
000476                      RECORD KEY IS DED-KEY
000477                      FILE STATUS IS DED-FILE-STATUS.
000478     SELECT DTKFILE   ASSIGN TO DTKFILE
000479                      ORGANIZATION IS SEQUENTIAL
000480                      FILE STATUS IS DTK-FILE-STATUS.
000480     SELECT SUPPRT    ASSIGN TO SUPPRT
000490                      ORGANIZATION IS SEQUENTIAL.
000500 DATA DIVISION.
000796*--------------------------------------------------------------*
000800 FD  EMPFILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 102 CHARACTERS.
000830 01  EMP-RECORD.
000840     05  EMP-ID            PIC X(05).
000850     05  WHO               PIC X(15).
000910     05  EMP-BANK-ACCOUNT  PIC X(17).
000912     05  EMP-ACH-STATUS    PIC X(01).
000914     05  EMP-PRENOTE-DATE  PIC X(08).
000915     05  EMP-PAY-TYPE      PIC X(01).
000916         88  EMP-SALARIED                 VALUE 'S'.
000917         88  EMP-PAY-TYPE-VALID           VALUE 'H' 'S' ' '.
000918     05  EMP-PAY-GROUP     PIC X(02).
000919     05  EMP-PAY-FREQ      PIC X(01).
000920         88  EMP-FREQ-BIWEEKLY            VALUE 'B'.
000921         88  EMP-FREQ-SEMIMONTHLY         VALUE 'S'.
000922         88  EMP-PAY-FREQ-VALID           VALUE 'W' 'B' 'S' ' '.
000923     05  EMP-ANNUAL-SALARY PIC 9(07)V99.
000924     05  EMP-DEPT          PIC X(04).
000920*--------------------------------------------------------------*
000930*    TAXFILE - WITHHOLDING TAX TABLE (SEE PAYROLOO)
000940*--------------------------------------------------------------*
001080     05  CTL-PERIOD-END-X      PIC X(08).
001090     05  CTL-LOC-FILTER        PIC X(20).
001100     05  CTL-EMP-FILTER        PIC X(05).
001101     05  CTL-PAY-GROUP         PIC X(02).
001102     05  FILLER                PIC X(45).
001120*--------------------------------------------------------------*
001130*    YTDFILE - YEAR-TO-DATE EARNINGS BY EMPLOYEE
001140*--------------------------------------------------------------*
001150 FD  YTDFILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 229 CHARACTERS.
001180 01  YTD-RECORD.
001190     05  YTD-EMP-ID            PIC X(05).
001200     05  YTD-EMP-NAME          PIC X(15).
001254     05  YTD-ER-SUTA           PIC 9(09)V99.
001255     05  YTD-QTR-ER-TAX        OCCURS 4 TIMES
001256                               PIC 9(09)V99.
001257     05  YTD-FED-WITHHOLD      PIC 9(09)V99.
001258     05  YTD-STATE-WITHHOLD    PIC 9(09)V99.
001160*--------------------------------------------------------------*
001161*    RLGFILE - SHARED RUN-SEQUENCE LEDGER (SEE PAYROLOO)
001162*--------------------------------------------------------------*
001192     05  CRG-PAYEE             PIC X(15).
001193     05  CRG-AMOUNT            PIC 9(07)V99.
001194     05  CRG-CLEAR-DATE        PIC 9(08).
001195     05  CRG-DD-DATE           PIC 9(08).
001196*--------------------------------------------------------------*
001197*    POSFILE - POSITIVE-PAY FILE FOR THE BANK (SEE PAYROLOO)
001198*--------------------------------------------------------------*
001213*--------------------------------------------------------------*
001214 FD  PHSFILE
001215     LABEL RECORDS ARE STANDARD
001216     RECORD CONTAINS 440 CHARACTERS.
001217 01  PHS-RECORD.
001218     05  PHS-KEY.
001219         10  PHS-EMP-ID        PIC X(05).
001229     05  PHS-STATE-TAX         PIC 9(07)V99.
001230     05  PHS-DEDUCTIONS        PIC 9(07)V99.
001231     05  PHS-NET               PIC S9(07)V99.
001232     05  PHS-PAY-TYPE          PIC X(01).
001233     05  PHS-PAY-FREQ          PIC X(01).
001234     05  PHS-CHECK-STATUS      PIC X(01).
001235     05  PHS-VOID-DATE         PIC 9(08).
001236     05  PHS-SOURCE            PIC X(01).
001237     05  FILLER                PIC X(01).
001233     05  PHS-LINE-CNT          PIC 9(02).
001234     05  PHS-LINE-ENTRY        OCCURS 10 TIMES.
001235         10  PHS-L-EARN-CODE   PIC X(02).
001236         10  PHS-L-BASIS       PIC X(01).
001237         10  PHS-L-HOURS       PIC 9(03).
001238         10  PHS-L-AMOUNT      PIC 9(07)V99.
001239     05  PHS-ER-FICA           PIC 9(07)V99.
001240     05  PHS-ER-FUTA           PIC 9(07)V99.
001241     05  PHS-ER-SUTA           PIC 9(07)V99.
001242     05  PHS-DED-TYPE-AMT      OCCURS 3 TIMES
001243                               PIC 9(07)V99.
001244     05  PHS-ARR-CNT           PIC 9(02).
001245     05  PHS-ARR-ENTRY         OCCURS 8 TIMES.
001246         10  PHS-A-PRIORITY    PIC 9(02).
001247         10  PHS-A-CHANGE      PIC S9(07)V99.
001248     05  PHS-XREF-CHECK        PIC 9(06).
001249     05  PHS-VAC-DRAWN         PIC 9(04).
001250     05  PHS-SICK-DRAWN        PIC 9(04).
001251     05  PHS-DEPT              PIC X(04).
001252     05  FILLER                PIC X(06).
001233*--------------------------------------------------------------*
001234*    RSTFILE - THE MAIN RUN'S CHECKPOINT/RESTART FILE.  OPENED
001235*    HERE ONLY TO DRAW CHECK NUMBERS FROM THE SAME SERIAL
001238*--------------------------------------------------------------*
001239 FD  RSTFILE
001240     LABEL RECORDS ARE STANDARD
001241     RECORD CONTAINS 532 CHARACTERS.
001242 01  RST-RECORD.
001243     05  RST-KEY               PIC X(08).
001244     05  RST-LAST-EMP-ID       PIC X(05).
001247     05  RST-HOLD-WHERE        PIC X(20).
001248     05  RST-LOC-SUBTOTAL      PIC 9(09)V99.
001249     05  RST-GRAND-TOTAL       PIC 9(09)V99.
001250     05  RST-EARN-TOTAL-ENTRY  OCCURS 7 TIMES
001251                               PIC 9(09)V99.
001252     05  RST-PRT-PAGE-NBR      PIC 9(04).
001253     05  RST-PRT-LINE-CTR      PIC 9(03).
001270     05  RST-POS-COUNT         PIC 9(07).
001271     05  RST-POS-TOTAL         PIC 9(11)V99.
001272     05  RST-PRENOTE-CTR       PIC 9(07).
001273     05  RST-HOLD-DEPT         PIC X(04).
001274     05  RST-LOC-ER-TAX        PIC 9(09)V99.
001275     05  RST-DDT-AREA.
001276         10  RST-DDT-ENTRY     OCCURS 7 TIMES.
001277             15  RST-DDT-GROSS     PIC 9(09)V99.
001278             15  RST-DDT-ER-TAX    PIC 9(09)V99.
001279     05  RST-LDR-PAGE-NBR      PIC 9(04).
001280     05  RST-LDR-LINE-CTR      PIC 9(03).
001259*--------------------------------------------------------------*
001260*    LVEFILE - PER-EMPLOYEE PAID-LEAVE BALANCES (SEE PAYROLOO)
001261*--------------------------------------------------------------*
001264*--------------------------------------------------------------*
001265 FD  DEDFILE
001266     LABEL RECORDS ARE STANDARD
001267     RECORD CONTAINS 80 CHARACTERS.
001268 01  DED-RECORD.
001269     05  DED-KEY.
001270         10  DED-EMP-ID        PIC X(05).
001275     05  DED-PCT               PIC V999.
001276     05  DED-FLAT-AMT          PIC 9(05)V99.
001277     05  DED-ARREARS           PIC 9(07)V99.
001278     05  DED-CASE-NBR          PIC X(15).
001279     05  DED-PAYEE             PIC X(20).
001280     05  FILLER                PIC X(18).
001281*--------------------------------------------------------------*
001282*    DTKFILE - DEDUCTIONS TAKEN, AWAITING PAYREMIT (SEE
001283*    PAYROLOO)
001284*--------------------------------------------------------------*
001285 FD  DTKFILE
001286     LABEL RECORDS ARE STANDARD
001287     RECORD CONTAINS 100 CHARACTERS.
001288 01  DTK-RECORD.
001289     05  DTK-EMP-ID            PIC X(05).
001290     05  DTK-EMP-NAME          PIC X(15).
001291     05  DTK-PERIOD-END        PIC 9(08).
001292     05  DTK-CHECK-NBR         PIC 9(06).
001293     05  DTK-PRIORITY          PIC 9(02).
001294     05  DTK-TYPE              PIC X(01).
001295     05  DTK-AMOUNT            PIC 9(07)V99.
001296     05  DTK-CASE-NBR          PIC X(15).
001297     05  DTK-PAYEE             PIC X(20).
001298     05  DTK-SOURCE            PIC X(01).
001299     05  FILLER                PIC X(18).
001280*--------------------------------------------------------------*
001281*    SUPPRT - SUPPLEMENTAL REGISTER AND DISPOSITION REPORT
001282*--------------------------------------------------------------*
001870     05  WRK-HOURS-X       PIC X(03).
001880     05  WRK-HOURS         REDEFINES WRK-HOURS-X
001890                           PIC 9(03).
001891     05  WRK-DEPT          PIC X(04).
001900******** Pay computation
001910 77  GROSS-PAY             PIC 9(07)V99.
001920 77  FED-TAX               PIC 9(07)V99.
001962 77  REG-HOURS             PIC 9(03).
001964 77  OT-HOURS              PIC 9(03).
001970 77  OT-FACTOR             PIC 9V9    VALUE 1.5.
001971 77  OT-GROSS-PAY          PIC 9(07)V99.
001972 77  PHS-LINE-SUB          PIC 9(02) COMP.
001973******** Pay type and pay frequency
001974 77  PAY-FREQ-WORK         PIC X(01)  VALUE 'W'.
001975 77  PERIODS-PER-YEAR      PIC 9(02)  VALUE 52.
001976 77  PERIOD-WEEKS          PIC 9(01)  VALUE 1.
001977 77  PERIOD-STD-HOURS      PIC 9(03)  VALUE 40.
001978 77  PERIOD-MAX-HOURS      PIC 9(04)  VALUE 80.
001979 77  PERIOD-SALARY         PIC 9(07)V99 VALUE ZERO.
001980 77  ANNUAL-GROSS          PIC 9(09)V99 VALUE ZERO.
001971******** Check numbering and per-check pay history
001972 77  PHS-FILE-STATUS       PIC X(02)  VALUE SPACES.
001973     88  PHS-FILE-NOT-FOUND           VALUE "35".
001978     88  RLG-FILE-NOT-FOUND           VALUE "35".
001979 77  RLG-FOUND-SW          PIC X(01)  VALUE 'N'.
001980     88  RLG-FOUND                    VALUE 'Y'.
001981*    A PAY GROUP ON THE CONTROL CARD NAMES BOTH LEDGER RECORDS
001982*    BY GROUP, AS THE MAIN RUN DOES.
001983 01  RLG-THIS-PROGRAM.
001984     05  RLG-THIS-PREFIX   PIC X(06)  VALUE "PAYSUP".
001985     05  RLG-THIS-GROUP    PIC X(02)  VALUE "P ".
001986 01  RLG-MAIN-PROGRAM.
001987     05  RLG-MAIN-PREFIX   PIC X(06)  VALUE "PAYROL".
001988     05  RLG-MAIN-GROUP    PIC X(02)  VALUE "OO".
001983******** Check register and positive-pay work fields
001979 77  CRG-FILE-STATUS       PIC X(02)  VALUE SPACES.
001980     88  CRG-FILE-NOT-FOUND           VALUE "35".
001982 77  DED-WANT-AMT          PIC 9(09)V99 VALUE ZERO.
001984 77  DED-TAKE-AMT          PIC 9(09)V99 VALUE ZERO.
001986 77  DED-CHECK-AMT         PIC 9(09)V99 VALUE ZERO.
001987 77  DED-OLD-ARREARS       PIC 9(09)V99 VALUE ZERO.
001988 77  DED-TYPE-MATCH-SUB    PIC 9(01)  VALUE ZERO.
001989 77  DED-ARR-MAX           PIC 9(02)  VALUE 8.
001990 77  DED-ARR-CNT           PIC 9(02) COMP VALUE ZERO.
001991 77  DED-ARR-SUB           PIC 9(02) COMP.
001992 77  DED-RMT-MAX           PIC 9(02)  VALUE 10.
001993 77  DED-RMT-CNT           PIC 9(02) COMP VALUE ZERO.
001994 77  DED-RMT-SUB           PIC 9(02) COMP.
001995 77  DTK-FILE-STATUS       PIC X(02)  VALUE SPACES.
001996     88  DTK-FILE-NOT-FOUND           VALUE "35".
001992*    PER-CHECK DEDUCTIONS BY TYPE (IN PAYROLOO'S DED-TYPE TABLE
001993*    ORDER - 401K, HEALTH, GARNISHMENT) AND ARREARS CHANGES FOR
001994*    THE PAY HISTORY.
001995 01  DED-CHECK-TYPE-TABLE.
001996     05  DED-CHECK-TYPE-AMT OCCURS 3 TIMES
001997                           PIC 9(09)V99.
001998 01  DED-ARR-TABLE.
001999     05  DED-ARR-ENTRY     OCCURS 8 TIMES.
002000         10  DAR-PRIORITY  PIC 9(02).
002001         10  DAR-CHANGE    PIC S9(09)V99.
002002*    401K AND GARNISHMENT AMOUNTS ON THE CHECK FOR DTKFILE.
002003 01  DED-RMT-TABLE.
002004     05  DED-RMT-ENTRY     OCCURS 10 TIMES.
002005         10  DRM-PRIORITY  PIC 9(02).
002006         10  DRM-TYPE      PIC X(01).
002007         10  DRM-AMOUNT    PIC 9(07)V99.
002008         10  DRM-CASE-NBR  PIC X(15).
002009         10  DRM-PAYEE     PIC X(20).
001987******** Paid-leave balance work fields
001988 77  LVE-FILE-STATUS       PIC X(02)  VALUE SPACES.
001989     88  LVE-FILE-NOT-FOUND           VALUE "35".
002020 77  VALID-MAX-HOURS       PIC 9(03)  VALUE 80.
002030 77  VALID-MAX-RATE        PIC 9(03)V99 VALUE 200.00.
002040 77  FAIL-REASON           PIC X(30)  VALUE SPACES.
002050 77  EARN-TABLE-SIZE       PIC 9(01)  VALUE 7.
002060 77  EARN-SUB              PIC 9(01).
002070 77  EARN-MATCH-SUB        PIC 9(01)  VALUE ZERO.
002080 01  EARN-CODE-LITERALS.
002164         "VAVACATION       ".
002166     05  FILLER            PIC X(17) VALUE
002168         "SKSICK PAY       ".
002169     05  FILLER            PIC X(17) VALUE
002170         "SASALARY         ".
002170 01  EARN-CODE-TABLE REDEFINES EARN-CODE-LITERALS.
002180     05  EARN-CODE-ENTRY   OCCURS 7 TIMES.
002190         10  ERN-CODE      PIC X(02).
002200         10  ERN-DESC      PIC X(15).
002210******** Withholding tax table (loaded from TAXFILE)
002290 77  TAX-DONE-SW           PIC X(01)  VALUE 'N'.
002300     88  TAX-DONE                     VALUE 'Y'.
002310 77  TAX-PREV-LIMIT        PIC 9(07)V99 VALUE ZERO.
002320 77  TAX-WORK-AMT          PIC 9(09)V9999 VALUE ZERO.
002330 77  STATE-MATCH-SUB       PIC 9(02) COMP VALUE ZERO.
002340 01  TAX-PARSE-AREA.
002350     05  TAX-FED-PARSE.
003700     OPEN INPUT EMPFILE.
003710     PERFORM 1050-OPEN-YTDFILE THRU 1050-OPEN-YTDFILE-EXIT.
003712     PERFORM 1055-OPEN-DEDFILE THRU 1055-OPEN-DEDFILE-EXIT.
003713     PERFORM 1056-OPEN-DTKFILE THRU 1056-OPEN-DTKFILE-EXIT.
003714     PERFORM 1058-OPEN-PHSFILE THRU 1058-OPEN-PHSFILE-EXIT.
003715     PERFORM 1059-OPEN-CRGFILE THRU 1059-OPEN-CRGFILE-EXIT.
003717     PERFORM 1067-OPEN-LVEFILE THRU 1067-OPEN-LVEFILE-EXIT.
003884 1055-OPEN-DEDFILE-EXIT.
003885     EXIT.
003886*--------------------------------------------------------------*
003887*    1056-OPEN-DTKFILE
003888*
003889*    OPENED TO EXTEND SO THE MAIN RUN'S UNREMITTED AMOUNTS ARE
003890*    KEPT (SEE PAYROLOO).
003891*--------------------------------------------------------------*
003892 1056-OPEN-DTKFILE.
003893     OPEN EXTEND DTKFILE.
003894     IF DTK-FILE-NOT-FOUND
003895         OPEN OUTPUT DTKFILE
003896     END-IF.
003897 1056-OPEN-DTKFILE-EXIT.
003898     EXIT.
003886*--------------------------------------------------------------*
003887*    1058-OPEN-PHSFILE
003888*--------------------------------------------------------------*
003889 1058-OPEN-PHSFILE.
004880                 GO TO 9960-CONTROL-CARD-ABORT
004890             END-IF
004900         END-IF
004901         IF CTL-PAY-GROUP NOT = SPACES
004902             MOVE CTL-PAY-GROUP TO RLG-THIS-GROUP
004903             MOVE CTL-PAY-GROUP TO RLG-MAIN-GROUP
004904         END-IF
004910     END-IF.
004920     CLOSE CTLFILE.
004930 1400-READ-CONTROL-CARD-EXIT.
006650 4000-VALIDATE-WORK-RECORD.
006660     MOVE 'Y' TO VALID-SW.
006670     MOVE SPACES TO FAIL-REASON.
006671     PERFORM 4300-SET-PAY-FREQUENCY
006672         THRU 4300-SET-PAY-FREQUENCY-EXIT.
006673     IF NOT EMP-VALID
006674         GO TO 4000-VALIDATE-WORK-RECORD-EXIT
006675     END-IF.
006676*    A SALARIED CHECK IS PAID FROM THE ANNUAL SALARY, NOT THE
006677*    RATE, AND ITS HOURS ARE THE STANDARD PERIOD.
006678     IF WRK-RATE = ZERO AND NOT EMP-SALARIED
006690         MOVE 'N' TO VALID-SW
006700         MOVE "RATE IS ZERO" TO FAIL-REASON
006710         GO TO 4000-VALIDATE-WORK-RECORD-EXIT
006750         MOVE "RATE EXCEEDS CEILING" TO FAIL-REASON
006760         GO TO 4000-VALIDATE-WORK-RECORD-EXIT
006770     END-IF.
006780     IF WRK-HOURS = ZERO AND NOT EMP-SALARIED
006790         MOVE 'N' TO VALID-SW
006800         MOVE "HOURS ARE ZERO" TO FAIL-REASON
006810         GO TO 4000-VALIDATE-WORK-RECORD-EXIT
006820     END-IF.
006830     IF WRK-HOURS > PERIOD-MAX-HOURS AND NOT EMP-SALARIED
006840         MOVE 'N' TO VALID-SW
006850         MOVE "HOURS EXCEED CEILING" TO FAIL-REASON
006860         GO TO 4000-VALIDATE-WORK-RECORD-EXIT
006950         MOVE "INVALID EARNINGS CODE" TO FAIL-REASON
006960         GO TO 4000-VALIDATE-WORK-RECORD-EXIT
006970     END-IF.
006971     IF WRK-EARN-CODE = "SA" AND NOT EMP-SALARIED
006972         MOVE 'N' TO VALID-SW
006973         MOVE "SALARY CODE - NOT SALARIED" TO FAIL-REASON
006974         GO TO 4000-VALIDATE-WORK-RECORD-EXIT
006975     END-IF.
006980     MOVE ZERO TO STATE-MATCH-SUB.
006990     PERFORM 4210-FIND-STATE-RATE
007000         THRU 4210-FIND-STATE-RATE-EXIT
007096     END-IF.
007098 4000-VALIDATE-WORK-RECORD-EXIT.
007099     EXIT.
007100*--------------------------------------------------------------*
007101*    4300-SET-PAY-FREQUENCY
007102*
007103*    EDIT THE ROSTER PAY TYPE AND FREQUENCY AND SET THE PERIOD
007104*    FIGURES THE SAME WAY THE MAIN RUN DOES - WEEKLY 52
007105*    PERIODS OF ONE WEEK, BIWEEKLY 26 OF TWO, SEMIMONTHLY 24
007106*    HELD TO TWO WEEKS OF HOURS.
007107*--------------------------------------------------------------*
007108 4300-SET-PAY-FREQUENCY.
007109     MOVE 52  TO PERIODS-PER-YEAR.
007110     MOVE 1   TO PERIOD-WEEKS.
007111     MOVE 'W' TO PAY-FREQ-WORK.
007112     MOVE ZERO TO PERIOD-SALARY.
007113     IF EMP-FREQ-BIWEEKLY
007114         MOVE 26  TO PERIODS-PER-YEAR
007115         MOVE 2   TO PERIOD-WEEKS
007116         MOVE 'B' TO PAY-FREQ-WORK
007117     END-IF.
007118     IF EMP-FREQ-SEMIMONTHLY
007119         MOVE 24  TO PERIODS-PER-YEAR
007120         MOVE 2   TO PERIOD-WEEKS
007121         MOVE 'S' TO PAY-FREQ-WORK
007122     END-IF.
007123     COMPUTE PERIOD-STD-HOURS = STD-HOURS * PERIOD-WEEKS.
007124     COMPUTE PERIOD-MAX-HOURS = VALID-MAX-HOURS * PERIOD-WEEKS.
007125     IF NOT EMP-PAY-FREQ-VALID
007126         MOVE 'N' TO VALID-SW
007127         MOVE "INVALID PAY FREQUENCY" TO FAIL-REASON
007128         GO TO 4300-SET-PAY-FREQUENCY-EXIT
007129     END-IF.
007130     IF NOT EMP-PAY-TYPE-VALID
007131         MOVE 'N' TO VALID-SW
007132         MOVE "INVALID PAY TYPE" TO FAIL-REASON
007133         GO TO 4300-SET-PAY-FREQUENCY-EXIT
007134     END-IF.
007135     IF NOT EMP-SALARIED
007136         GO TO 4300-SET-PAY-FREQUENCY-EXIT
007137     END-IF.
007138     IF EMP-ANNUAL-SALARY NOT NUMERIC OR
007139        EMP-ANNUAL-SALARY = ZERO
007140         MOVE 'N' TO VALID-SW
007141         MOVE "SALARIED - NO SALARY" TO FAIL-REASON
007142         GO TO 4300-SET-PAY-FREQUENCY-EXIT
007143     END-IF.
007144     COMPUTE PERIOD-SALARY ROUNDED =
007145         EMP-ANNUAL-SALARY / PERIODS-PER-YEAR.
007146 4300-SET-PAY-FREQUENCY-EXIT.
007147     EXIT.
007090*--------------------------------------------------------------*
007100*    4110-FIND-EARN-CODE
007110*--------------------------------------------------------------*
007340     MOVE EMP-ID        TO WRK-EMP-ID.
007350     MOVE WHO           TO WRK-WHO.
007360     MOVE WHERE         TO WRK-WHERE.
007361     MOVE EMP-DEPT      TO WRK-DEPT.
007370     MOVE EMP-EARN-CODE TO WRK-EARN-CODE.
007380     MOVE RATE          TO WRK-RATE.
007390     MOVE HOURS         TO WRK-HOURS.
007550     IF SCO-EARN-CODE NOT = SPACES
007560         MOVE SCO-EARN-CODE TO WRK-EARN-CODE
007570     END-IF.
007571*    A SALARIED CHECK IS ALWAYS THE PERIOD SALARY - A CORRECTED
007572*    EARN CODE DOES NOT APPLY TO IT.
007573     IF EMP-SALARIED
007574         MOVE "SA" TO WRK-EARN-CODE
007575     END-IF.
007580     PERFORM 4000-VALIDATE-WORK-RECORD
007590         THRU 4000-VALIDATE-WORK-RECORD-EXIT.
007600     IF NOT EMP-VALID
007820     EXIT.
007830*--------------------------------------------------------------*
007840*    5100-COMPUTE-GROSS-PAY
007841*
007842*    SALARIED - THE PERIOD SALARY, NO OVERTIME.  HOURLY - THE
007843*    STANDARD WEEK SCALED TO THE PERIOD IS THE OVERTIME
007844*    THRESHOLD.
007850*--------------------------------------------------------------*
007860 5100-COMPUTE-GROSS-PAY.
007861     IF EMP-SALARIED
007862         MOVE PERIOD-STD-HOURS TO WRK-HOURS
007863         MOVE PERIOD-STD-HOURS TO REG-HOURS
007864         MOVE ZERO             TO OT-HOURS
007865         MOVE PERIOD-SALARY    TO GROSS-PAY
007866         GO TO 5100-COMPUTE-GROSS-PAY-EXIT
007867     END-IF.
007868     IF WRK-HOURS > PERIOD-STD-HOURS
007869         MOVE PERIOD-STD-HOURS TO REG-HOURS
007870         COMPUTE OT-HOURS = WRK-HOURS - PERIOD-STD-HOURS
007871         COMPUTE GROSS-PAY ROUNDED =
007872             (PERIOD-STD-HOURS * WRK-RATE) +
007873             ((WRK-HOURS - PERIOD-STD-HOURS) * WRK-RATE
007874               * OT-FACTOR)
007900     ELSE
007902         MOVE WRK-HOURS TO REG-HOURS
007904         MOVE ZERO      TO OT-HOURS
008060     EXIT.
008070*--------------------------------------------------------------*
008080*    6100-CALC-FED-TAX
008081*
008082*    THE TAXFILE F LIMITS ARE ANNUAL - THE CHECK'S GROSS IS
008083*    ANNUALIZED BY ITS PAY FREQUENCY AND THE ANNUAL TAX SPREAD
008084*    BACK OVER THE PERIODS, SAME AS THE MAIN RUN.
008090*--------------------------------------------------------------*
008100 6100-CALC-FED-TAX.
008101     COMPUTE ANNUAL-GROSS = GROSS-PAY * PERIODS-PER-YEAR.
008110     MOVE ZERO TO TAX-WORK-AMT.
008120     MOVE ZERO TO TAX-PREV-LIMIT.
008130     MOVE 'N'  TO TAX-DONE-SW.
008150         THRU 6150-FED-BRACKET-SLICE-EXIT
008160         VARYING TAX-SUB FROM 1 BY 1
008170         UNTIL TAX-SUB > FED-BRACKET-CNT OR TAX-DONE.
008180     COMPUTE FED-TAX ROUNDED = TAX-WORK-AMT / PERIODS-PER-YEAR.
008190 6100-CALC-FED-TAX-EXIT.
008200     EXIT.
008210*--------------------------------------------------------------*
008220*    6150-FED-BRACKET-SLICE
008230*--------------------------------------------------------------*
008240 6150-FED-BRACKET-SLICE.
008250     IF ANNUAL-GROSS > FBR-LIMIT (TAX-SUB) AND
008260        TAX-SUB < FED-BRACKET-CNT
008270         COMPUTE TAX-WORK-AMT = TAX-WORK-AMT +
008280             ((FBR-LIMIT (TAX-SUB) - TAX-PREV-LIMIT)
008300         MOVE FBR-LIMIT (TAX-SUB) TO TAX-PREV-LIMIT
008310     ELSE
008320         COMPUTE TAX-WORK-AMT = TAX-WORK-AMT +
008330             ((ANNUAL-GROSS - TAX-PREV-LIMIT)
008340               * FBR-PCT (TAX-SUB))
008350         MOVE 'Y' TO TAX-DONE-SW
008360     END-IF.
008388 6500-APPLY-DEDUCTIONS.
008389     MOVE 'N'  TO DED-DONE-SW.
008390     MOVE ZERO TO DED-CHECK-AMT.
008391     MOVE ZERO TO DED-ARR-CNT.
008392     MOVE ZERO TO DED-RMT-CNT.
008392     MOVE ZERO TO DED-CHECK-TYPE-AMT (1).
008393     MOVE ZERO TO DED-CHECK-TYPE-AMT (2).
008394     MOVE ZERO TO DED-CHECK-TYPE-AMT (3).
008390     MOVE WRK-EMP-ID TO DED-EMP-ID.
008391     MOVE ZERO       TO DED-PRIORITY.
008392     START DEDFILE KEY NOT < DED-KEY
008431     END-IF.
008432     SUBTRACT DED-TAKE-AMT FROM NET-PAY.
008433     ADD DED-TAKE-AMT TO DED-CHECK-AMT.
008434     IF DED-TYPE-401K
008435         MOVE 1 TO DED-TYPE-MATCH-SUB
008436     ELSE
008437         IF DED-TYPE = 'H'
008438             MOVE 2 TO DED-TYPE-MATCH-SUB
008439         ELSE
008440             MOVE 3 TO DED-TYPE-MATCH-SUB
008441         END-IF
008442     END-IF.
008443     ADD DED-TAKE-AMT TO DED-CHECK-TYPE-AMT (DED-TYPE-MATCH-SUB).
008444     IF DED-TAKE-AMT > ZERO AND DED-TYPE NOT = 'H'
008445         PERFORM 6530-HOLD-REMITTANCE
008446             THRU 6530-HOLD-REMITTANCE-EXIT
008447     END-IF.
008444     MOVE DED-ARREARS TO DED-OLD-ARREARS.
008434     COMPUTE DED-ARREARS = DED-WANT-AMT - DED-TAKE-AMT.
008435     REWRITE DED-RECORD.
008436     IF DED-ARREARS NOT = DED-OLD-ARREARS
008437         ADD 1 TO DED-ARR-CNT
008438         IF DED-ARR-CNT NOT > DED-ARR-MAX
008439             MOVE DED-PRIORITY TO DAR-PRIORITY (DED-ARR-CNT)
008440             COMPUTE DAR-CHANGE (DED-ARR-CNT) =
008441                 DED-ARREARS - DED-OLD-ARREARS
008442         END-IF
008443     END-IF.
008435 6510-TAKE-DEDUCTION-EXIT.
008436     EXIT.
008437*--------------------------------------------------------------*
008438*    6530-HOLD-REMITTANCE
008439*
008440*    HEALTH PREMIUMS ARE NOT REMITTED FROM HERE (SEE PAYROLOO).
008441*--------------------------------------------------------------*
008442 6530-HOLD-REMITTANCE.
008443     IF DED-RMT-CNT >= DED-RMT-MAX
008444         GO TO 9946-DED-REMIT-ABORT
008445     END-IF.
008446     ADD 1 TO DED-RMT-CNT.
008447     MOVE DED-PRIORITY TO DRM-PRIORITY (DED-RMT-CNT).
008448     MOVE DED-TYPE     TO DRM-TYPE (DED-RMT-CNT).
008449     MOVE DED-TAKE-AMT TO DRM-AMOUNT (DED-RMT-CNT).
008450     MOVE DED-CASE-NBR TO DRM-CASE-NBR (DED-RMT-CNT).
008451     MOVE DED-PAYEE    TO DRM-PAYEE (DED-RMT-CNT).
008452 6530-HOLD-REMITTANCE-EXIT.
008453     EXIT.
008437*--------------------------------------------------------------*
008438*    6800-COMPUTE-EMPLOYER-TAX
008439*
008440*    COMPANY-SIDE TAXES ON THIS CHECK (SEE PAYROLOO).  PERFORMED
008872             MOVE ZERO TO YTD-ER-FICA
008874             MOVE ZERO TO YTD-ER-FUTA
008876             MOVE ZERO TO YTD-ER-SUTA
008877             MOVE ZERO TO YTD-FED-WITHHOLD
008878             MOVE ZERO TO YTD-STATE-WITHHOLD
008880             PERFORM 7850-ZERO-YTD-QTR
008890                 THRU 7850-ZERO-YTD-QTR-EXIT
008900                 VARYING QTR-SUB FROM 1 BY 1
008940     ADD WITHHOLDING TO YTD-WITHHOLDING.
008950     ADD GROSS-PAY   TO YTD-QTR-GROSS (PAY-QTR).
008960     ADD WITHHOLDING TO YTD-QTR-WITHHOLD (PAY-QTR).
008961     ADD FED-TAX     TO YTD-FED-WITHHOLD.
008962     ADD STATE-TAX   TO YTD-STATE-WITHHOLD.
008962     ADD ER-FICA-AMT TO YTD-ER-FICA.
008964     ADD ER-FUTA-AMT TO YTD-ER-FUTA.
008966     ADD ER-SUTA-AMT TO YTD-ER-SUTA.
009136*    7910-WRITE-PAY-HISTORY
009113*
009114*    A DUPLICATE KEY MEANS THE CHECK WAS ALREADY RECORDED BY AN
009115*    EARLIER ATTEMPT AT THIS RUN - THE EXISTING IMAGE IS KEPT,
009116*    AND SO ARE THE DEDUCTIONS-TAKEN RECORDS WRITTEN WITH IT.
009116*--------------------------------------------------------------*
009117 7910-WRITE-PAY-HISTORY.
009118     MOVE SPACES          TO PHS-RECORD.
009118     MOVE WRK-EMP-ID      TO PHS-EMP-ID.
009119     MOVE PAY-PERIOD-END  TO PHS-PERIOD-END.
009120     MOVE CHECK-NBR       TO PHS-CHECK-NBR.
009121     MOVE WRK-WHO         TO PHS-NAME.
009122     MOVE WRK-WHERE       TO PHS-WHERE.
009123     MOVE WRK-DEPT        TO PHS-DEPT.
009123     MOVE WRK-EARN-CODE   TO PHS-EARN-CODE.
009124     MOVE REG-HOURS       TO PHS-REG-HOURS.
009125     MOVE OT-HOURS        TO PHS-OT-HOURS.
009128     MOVE STATE-TAX       TO PHS-STATE-TAX.
009129     MOVE DED-CHECK-AMT   TO PHS-DEDUCTIONS.
009130     MOVE NET-PAY         TO PHS-NET.
009131     IF EMP-SALARIED
009132         MOVE 'S' TO PHS-PAY-TYPE
009133     ELSE
009134         MOVE 'H' TO PHS-PAY-TYPE
009135     END-IF.
009136     MOVE PAY-FREQ-WORK   TO PHS-PAY-FREQ.
009137     MOVE SPACE           TO PHS-CHECK-STATUS.
009138     MOVE ZERO            TO PHS-VOID-DATE.
009139     MOVE 'S'             TO PHS-SOURCE.
009131     MOVE ZERO            TO PHS-LINE-CNT.
009132     PERFORM 7915-CLEAR-HISTORY-LINE
009133         THRU 7915-CLEAR-HISTORY-LINE-EXIT
009134         VARYING PHS-LINE-SUB FROM 1 BY 1
009135         UNTIL PHS-LINE-SUB > 10.
009136*    THE CORRECTED EARN CODE CARRIES THE STRAIGHT-TIME HOURS AND
009137*    ANY HOURS PAST THE STANDARD PERIOD GO ON AN OVERTIME LINE.
009138*    A SALARIED CHECK IS ONE SA LINE.
009138     COMPUTE OT-GROSS-PAY ROUNDED =
009139         OT-HOURS * WRK-RATE * OT-FACTOR.
009140     ADD 1 TO PHS-LINE-CNT.
009141     MOVE WRK-EARN-CODE   TO PHS-L-EARN-CODE (1).
009142     IF WRK-EARN-CODE = "RG"
009143         MOVE "R"         TO PHS-L-BASIS (1)
009144     ELSE
009145         IF WRK-EARN-CODE = "SA"
009146             MOVE "S"     TO PHS-L-BASIS (1)
009147         ELSE
009148             MOVE "H"     TO PHS-L-BASIS (1)
009149         END-IF
009146     END-IF.
009147     MOVE REG-HOURS       TO PHS-L-HOURS (1).
009148     COMPUTE PHS-L-AMOUNT (1) = GROSS-PAY - OT-GROSS-PAY.
009149     IF OT-HOURS > ZERO
009150         ADD 1 TO PHS-LINE-CNT
009151         MOVE "OT"         TO PHS-L-EARN-CODE (2)
009152         MOVE "O"          TO PHS-L-BASIS (2)
009153         MOVE OT-HOURS     TO PHS-L-HOURS (2)
009154         MOVE OT-GROSS-PAY TO PHS-L-AMOUNT (2)
009155     END-IF.
009156     MOVE ER-FICA-AMT     TO PHS-ER-FICA.
009157     MOVE ER-FUTA-AMT     TO PHS-ER-FUTA.
009158     MOVE ER-SUTA-AMT     TO PHS-ER-SUTA.
009159     MOVE DED-CHECK-TYPE-AMT (1) TO PHS-DED-TYPE-AMT (1).
009160     MOVE DED-CHECK-TYPE-AMT (2) TO PHS-DED-TYPE-AMT (2).
009161     MOVE DED-CHECK-TYPE-AMT (3) TO PHS-DED-TYPE-AMT (3).
009162     MOVE DED-ARR-CNT     TO PHS-ARR-CNT.
009163     PERFORM 7916-STORE-HISTORY-ARREARS
009164         THRU 7916-STORE-HISTORY-ARREARS-EXIT
009165         VARYING DED-ARR-SUB FROM 1 BY 1
009166         UNTIL DED-ARR-SUB > DED-ARR-MAX.
009167     MOVE ZERO            TO PHS-XREF-CHECK.
009168     MOVE ZERO            TO PHS-VAC-DRAWN.
009169     MOVE ZERO            TO PHS-SICK-DRAWN.
009170     IF WRK-EARN-CODE = "VA"
009171         MOVE WRK-HOURS   TO PHS-VAC-DRAWN
009172     END-IF.
009173     IF WRK-EARN-CODE = "SK"
009174         MOVE WRK-HOURS   TO PHS-SICK-DRAWN
009175     END-IF.
009131     WRITE PHS-RECORD
009132         INVALID KEY
009133             CONTINUE
009134         NOT INVALID KEY
009135             PERFORM 7917-WRITE-DED-TAKEN
009136                 THRU 7917-WRITE-DED-TAKEN-EXIT
009137                 VARYING DED-RMT-SUB FROM 1 BY 1
009138                 UNTIL DED-RMT-SUB > DED-RMT-CNT
009134     END-WRITE.
009135 7910-WRITE-PAY-HISTORY-EXIT.
009136     EXIT.
009137*--------------------------------------------------------------*
009138*    7915-CLEAR-HISTORY-LINE
009139*--------------------------------------------------------------*
009140 7915-CLEAR-HISTORY-LINE.
009141     MOVE SPACES TO PHS-L-EARN-CODE (PHS-LINE-SUB).
009142     MOVE SPACE  TO PHS-L-BASIS (PHS-LINE-SUB).
009143     MOVE ZERO   TO PHS-L-HOURS (PHS-LINE-SUB).
009144     MOVE ZERO   TO PHS-L-AMOUNT (PHS-LINE-SUB).
009145 7915-CLEAR-HISTORY-LINE-EXIT.
009136     EXIT.
009137*--------------------------------------------------------------*
009138*    7916-STORE-HISTORY-ARREARS
009139*--------------------------------------------------------------*
009140 7916-STORE-HISTORY-ARREARS.
009141     IF DED-ARR-SUB > DED-ARR-CNT
009142         MOVE ZERO TO PHS-A-PRIORITY (DED-ARR-SUB)
009143         MOVE ZERO TO PHS-A-CHANGE (DED-ARR-SUB)
009144         GO TO 7916-STORE-HISTORY-ARREARS-EXIT
009145     END-IF.
009146     MOVE DAR-PRIORITY (DED-ARR-SUB)
009147         TO PHS-A-PRIORITY (DED-ARR-SUB).
009148     MOVE DAR-CHANGE (DED-ARR-SUB)
009149         TO PHS-A-CHANGE (DED-ARR-SUB).
009150 7916-STORE-HISTORY-ARREARS-EXIT.
009151     EXIT.
009152*--------------------------------------------------------------*
009153*    7917-WRITE-DED-TAKEN
009154*--------------------------------------------------------------*
009155 7917-WRITE-DED-TAKEN.
009156     MOVE SPACES          TO DTK-RECORD.
009157     MOVE WRK-EMP-ID      TO DTK-EMP-ID.
009158     MOVE WRK-WHO         TO DTK-EMP-NAME.
009159     MOVE PAY-PERIOD-END  TO DTK-PERIOD-END.
009160     MOVE CHECK-NBR       TO DTK-CHECK-NBR.
009161     MOVE DRM-PRIORITY (DED-RMT-SUB) TO DTK-PRIORITY.
009162     MOVE DRM-TYPE (DED-RMT-SUB)     TO DTK-TYPE.
009163     MOVE DRM-AMOUNT (DED-RMT-SUB)   TO DTK-AMOUNT.
009164     MOVE DRM-CASE-NBR (DED-RMT-SUB) TO DTK-CASE-NBR.
009165     MOVE DRM-PAYEE (DED-RMT-SUB)    TO DTK-PAYEE.
009166     MOVE 'S'             TO DTK-SOURCE.
009167     WRITE DTK-RECORD.
009168 7917-WRITE-DED-TAKEN-EXIT.
009169     EXIT.
009137*--------------------------------------------------------------*
009138*    7960-RECORD-PAPER-CHECK
009139*
009140*    SUPPLEMENTAL CHECKS ARE ALWAYS PAPER - EVERY ONE GOES ON
009149     MOVE WRK-WHO        TO CRG-PAYEE.
009150     MOVE NET-PAY        TO CRG-AMOUNT.
009151     MOVE ZERO           TO CRG-CLEAR-DATE.
009152     MOVE ZERO           TO CRG-DD-DATE.
009153     WRITE CRG-RECORD
009154         INVALID KEY
009155             CONTINUE
009156     END-WRITE.
009157     MOVE CHECK-NBR      TO POS-D-CHECK-NBR.
009158     MOVE PAY-PERIOD-END TO POS-D-DATE.
009159     MOVE WRK-WHO        TO POS-D-PAYEE.
009160     MOVE NET-PAY        TO POS-D-AMOUNT.
009161     WRITE POS-RECORD FROM POS-DETAIL-LINE.
009162     ADD 1       TO POS-ITEM-COUNT.
009163     ADD NET-PAY TO POS-TOTAL-AMT.
009164 7960-RECORD-PAPER-CHECK-EXIT.
009165     EXIT.
009170*--------------------------------------------------------------*
009172*    8200-WRITE-DISP-LINE
009174*--------------------------------------------------------------*
010420     CLOSE YTDFILE.
010422     CLOSE LVEFILE.
010425     CLOSE DEDFILE.
010426     CLOSE DTKFILE.
010426     MOVE CHECK-NBR TO RST-CHECK-NBR.
010427     REWRITE RST-RECORD.
010428     CLOSE RSTFILE.
010536     DISPLAY "PAYSUPP - DEDUCTION TYPE - RUN STOPPED".
010537     MOVE 16 TO RETURN-CODE.
010538     STOP RUN.
010539*--------------------------------------------------------------*
010540*    9946-DED-REMIT-ABORT
010541*--------------------------------------------------------------*
010542 9946-DED-REMIT-ABORT.
010543     DISPLAY "PAYSUPP - MORE THAN 10 401K/GARNISHMENT".
010544     DISPLAY "PAYSUPP - DEDUCTIONS FOR EMPLOYEE " WRK-EMP-ID.
010545     DISPLAY "PAYSUPP - CORRECT DEDFILE - RUN STOPPED".
010546     MOVE 16 TO RETURN-CODE.
010547     STOP RUN.
010540*--------------------------------------------------------------*
010541*    9960-CONTROL-CARD-ABORT
010550*--------------------------------------------------------------*
