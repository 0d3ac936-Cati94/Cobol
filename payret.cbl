000050 DATE-WRITTEN.  09/02/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000074*    MODIFICATION HISTORY
000078*    DATE       INIT   DESCRIPTION
000082*    ---------  ----   -------------------------------------- *
000086*    09/02/26   RLH    ORIGINAL PROGRAM - RETROACTIVE PAY
000090*                      ADJUSTMENT RUN.  EACH RETFILE CARD NAMES
000094*                      AN EMP-ID, THE OLD AND NEW RATES AND THE
000098*                      EFFECTIVE PAY-PERIOD DATE.  THE AFFECTED
000102*                      CYCLES ARE FOUND ON THE PAY HISTORY FILE,
000106*                      THE GROSS DIFFERENCE IS COMPUTED WITH THE
000110*                      SAME 40-HOUR/1.5X OVERTIME SPLIT AS THE
000114*                      MAIN RUN, WITHHELD AT THE TAXFILE RATES,
000118*                      AND PAID ON ITS OWN REGISTER - UPDATING
000122*                      YTDFILE IN THE CONTROL-CARD QUARTER THE
000126*                      WAY PAYSUPP DOES FOR CORRECTIONS.  NO
000130*                      MORE SNEAKING THE DIFFERENCE THROUGH AS
000134*                      A BONUS EARN CODE.
000138*    10/15/26   RLH    CARRY THE WIDENED PAY HISTORY RECORD
000142*                      (120 TO 272).  A CHECK THAT CARRIES
000146*                      EARNINGS LINES IS PROVED AND ADJUSTED
000150*                      LINE BY LINE - HOURS LINES AT THE RATE
000154*                      DIFFERENCE, FLAT AMOUNTS LEFT ALONE.
000158*    10/15/26   RLH    SALARIED EMPLOYEES AND PAY GROUPS - A
000162*                      SALARIED CHECK IS NOT RATE-BASED AND IS
000166*                      PASSED OVER, AND FEDERAL TAX ON THE RETRO
000170*                      CHECK IS ANNUALIZED BY THE EMPLOYEE'S PAY
000174*                      FREQUENCY AS IN THE MAIN RUN.
000178*    10/15/26   RLH    CARRY THE PAY HISTORY RECORD (272 TO 440)
000182*                      WITH ITS CHECK STATUS AND SOURCE R.  A
000186*                      CHECK VOIDED OR REPLACED BY PAYVOID IS NOT
000190*                      RE-RATED - THE REPLACEMENT CARRIES THE PAY.
000194*    10/15/26   RLH    CARRY THE YTD RECORD (207 TO 229) -
000198*                      FEDERAL AND STATE WITHHOLDING ARE NOW
000202*                      ALSO KEPT APART FOR THE YEAR, FOR THE
000206*                      W-2 FILE.
000210*    10/15/26   RLH    THE RETRO CHECK'S PAY HISTORY RECORD
000214*                      CARRIES THE DEPARTMENT OF THE CHECKS IT
000218*                      ADJUSTS. CARRY THE PAYROLOO CHECKPOINT
000222*                      RECORD (356 TO 532).
000226*    10/15/26   RLH    A NEW CHECK REGISTER ENTRY STARTS WITH
000230*                      NO DUE-DILIGENCE LETTER DATE
000234*                      (CRG-DD-DATE, SEE PAYESCH).
000240*--------------------------------------------------------------*
000250*    RUN AFTER PAYMNT HAS APPLIED THE NEW RATE.  ONLY HISTORY
000260*    CHECKS DATED FROM THE EFFECTIVE DATE UP TO BUT NOT
001130*--------------------------------------------------------------*
001140 FD  PHSFILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 440 CHARACTERS.
001170 01  PHS-RECORD.
001180     05  PHS-KEY.
001190         10  PHS-EMP-ID        PIC X(05).
001290     05  PHS-STATE-TAX         PIC 9(07)V99.
001300     05  PHS-DEDUCTIONS        PIC 9(07)V99.
001310     05  PHS-NET               PIC S9(07)V99.
001311     05  PHS-PAY-TYPE          PIC X(01).
001312         88  PHS-SALARIED-CHECK           VALUE 'S'.
001313     05  PHS-PAY-FREQ          PIC X(01).
001314     05  PHS-CHECK-STATUS      PIC X(01).
001315         88  PHS-CHECK-VOIDED             VALUE 'V'.
001316         88  PHS-CHECK-REPLACED           VALUE 'R'.
001317     05  PHS-VOID-DATE         PIC 9(08).
001318     05  PHS-SOURCE            PIC X(01).
001319     05  FILLER                PIC X(01).
001321     05  PHS-LINE-CNT          PIC 9(02).
001322     05  PHS-LINE-ENTRY        OCCURS 10 TIMES.
001323         10  PHS-L-EARN-CODE   PIC X(02).
001324         10  PHS-L-BASIS       PIC X(01).
001325             88  PHS-L-OVERTIME-BASIS     VALUE 'O'.
001326             88  PHS-L-AMOUNT-BASIS       VALUE 'A'.
001327             88  PHS-L-SALARY-BASIS       VALUE 'S'.
001327         10  PHS-L-HOURS       PIC 9(03).
001328         10  PHS-L-AMOUNT      PIC 9(07)V99.
001329     05  PHS-ER-FICA           PIC 9(07)V99.
001330     05  PHS-ER-FUTA           PIC 9(07)V99.
001331     05  PHS-ER-SUTA           PIC 9(07)V99.
001332     05  PHS-DED-TYPE-AMT      OCCURS 3 TIMES
001333                               PIC 9(07)V99.
001334     05  PHS-ARR-CNT           PIC 9(02).
001335     05  PHS-ARR-ENTRY         OCCURS 8 TIMES.
001336         10  PHS-A-PRIORITY    PIC 9(02).
001337         10  PHS-A-CHANGE      PIC S9(07)V99.
001338     05  PHS-XREF-CHECK        PIC 9(06).
001339     05  PHS-VAC-DRAWN         PIC 9(04).
001340     05  PHS-SICK-DRAWN        PIC 9(04).
001341     05  PHS-DEPT              PIC X(04).
001342     05  FILLER                PIC X(06).
001330*--------------------------------------------------------------*
001340*    YTDFILE - YEAR-TO-DATE EARNINGS BY EMPLOYEE (SEE PAYROLOO)
001350*--------------------------------------------------------------*
001360 FD  YTDFILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 229 CHARACTERS.
001390 01  YTD-RECORD.
001400     05  YTD-EMP-ID            PIC X(05).
001410     05  YTD-EMP-NAME          PIC X(15).
001490     05  YTD-ER-SUTA           PIC 9(09)V99.
001500     05  YTD-QTR-ER-TAX        OCCURS 4 TIMES
001510                               PIC 9(09)V99.
001511     05  YTD-FED-WITHHOLD      PIC 9(09)V99.
001512     05  YTD-STATE-WITHHOLD    PIC 9(09)V99.
001520*--------------------------------------------------------------*
001530*    RSTFILE - MAIN RUN CHECKPOINT FILE, OPENED ONLY TO DRAW
001540*    CHECK NUMBERS FROM THE SHARED SERIES (SEE PAYSUPP).
001560*--------------------------------------------------------------*
001570 FD  RSTFILE
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 532 CHARACTERS.
001600 01  RST-RECORD.
001610     05  RST-KEY               PIC X(08).
001620     05  RST-LAST-EMP-ID       PIC X(05).
001650     05  RST-HOLD-WHERE        PIC X(20).
001660     05  RST-LOC-SUBTOTAL      PIC 9(09)V99.
001670     05  RST-GRAND-TOTAL       PIC 9(09)V99.
001680     05  RST-EARN-TOTAL-ENTRY  OCCURS 7 TIMES
001690                               PIC 9(09)V99.
001700     05  RST-PRT-PAGE-NBR      PIC 9(04).
001710     05  RST-PRT-LINE-CTR      PIC 9(03).
001880     05  RST-POS-COUNT         PIC 9(07).
001890     05  RST-POS-TOTAL         PIC 9(11)V99.
001900     05  RST-PRENOTE-CTR       PIC 9(07).
001901     05  RST-HOLD-DEPT         PIC X(04).
001902     05  RST-LOC-ER-TAX        PIC 9(09)V99.
001903     05  RST-DDT-AREA.
001904         10  RST-DDT-ENTRY     OCCURS 7 TIMES.
001905             15  RST-DDT-GROSS     PIC 9(09)V99.
001906             15  RST-DDT-ER-TAX    PIC 9(09)V99.
001907     05  RST-LDR-PAGE-NBR      PIC 9(04).
001908     05  RST-LDR-LINE-CTR      PIC 9(03).
001910*--------------------------------------------------------------*
001920*    CRGFILE - OUTSTANDING CHECK REGISTER (SEE PAYROLOO)
001930*--------------------------------------------------------------*
002020     05  CRG-PAYEE             PIC X(15).
002030     05  CRG-AMOUNT            PIC 9(07)V99.
002040     05  CRG-CLEAR-DATE        PIC 9(08).
002050     05  CRG-DD-DATE           PIC 9(08).
002060*--------------------------------------------------------------*
002070*    POSFILE - POSITIVE-PAY FILE FOR THE BANK (SEE PAYROLOO)
002080*--------------------------------------------------------------*
002410 77  OT-FACTOR             PIC 9V9    VALUE 1.5.
002420 77  OLD-GROSS-PROOF       PIC 9(07)V99 VALUE ZERO.
002430 77  RETRO-THIS-CHECK      PIC 9(07)V99 VALUE ZERO.
002431 77  LINE-OLD-GROSS        PIC 9(07)V99 VALUE ZERO.
002432 77  LINE-RETRO            PIC 9(07)V99 VALUE ZERO.
002433 77  PHS-LINE-SUB          PIC 9(02) COMP.
002440 77  RETRO-GROSS           PIC 9(07)V99 VALUE ZERO.
002450 77  CYCLES-CTR            PIC 9(03) COMP VALUE ZERO.
002460 77  SKIPPED-CYCLE-CTR     PIC 9(03) COMP VALUE ZERO.
002470 77  HOLD-NAME             PIC X(15)  VALUE SPACES.
002480 77  HOLD-WHERE            PIC X(20)  VALUE SPACES.
002481 77  HOLD-DEPT             PIC X(04)  VALUE SPACES.
002481 77  HOLD-PAY-FREQ         PIC X(01)  VALUE SPACE.
002482 77  PERIODS-PER-YEAR      PIC 9(02)  VALUE 52.
002483 77  ANNUAL-GROSS          PIC 9(09)V99 VALUE ZERO.
002490 77  GROSS-PAY             PIC 9(07)V99.
002500 77  FED-TAX               PIC 9(07)V99.
002510 77  STATE-TAX             PIC 9(07)V99.
002830 77  TAX-DONE-SW           PIC X(01)  VALUE 'N'.
002840     88  TAX-DONE                     VALUE 'Y'.
002850 77  TAX-PREV-LIMIT        PIC 9(07)V99 VALUE ZERO.
002860 77  TAX-WORK-AMT          PIC 9(09)V9999 VALUE ZERO.
002870 77  STATE-MATCH-SUB       PIC 9(02) COMP VALUE ZERO.
002880 01  TAX-PARSE-AREA.
002890     05  TAX-FED-PARSE.
006330*    EFFECTIVE DATE UP TO BUT NOT INCLUDING THE CURRENT PERIOD.
006340*    A CHECK ONLY COUNTS WHEN ITS GROSS PROVES OUT AT THE OLD
006350*    RATE - A CHECK ALREADY PAID AT THE NEW RATE, OR AT SOME
006351*    OTHER RATE ENTIRELY, IS SKIPPED AND REPORTED.  A SALARIED
006352*    CHECK WAS NOT PAID AT THE RATE AND IS PASSED OVER QUIETLY.
006370*--------------------------------------------------------------*
006380 3000-SCAN-HISTORY.
006390     MOVE ZERO TO RETRO-GROSS.
006410     MOVE ZERO TO SKIPPED-CYCLE-CTR.
006420     MOVE SPACES TO HOLD-NAME.
006430     MOVE SPACES TO HOLD-WHERE.
006431     MOVE SPACES TO HOLD-DEPT.
006431     MOVE SPACE  TO HOLD-PAY-FREQ.
006440     MOVE 'N' TO PHS-DONE-SW.
006450     MOVE RET-EMP-ID   TO PHS-EMP-ID.
006460     MOVE RET-EFF-DATE TO PHS-PERIOD-END.
006680         MOVE 'Y' TO PHS-DONE-SW
006690         GO TO 3100-RATE-ONE-CHECK-EXIT
006700     END-IF.
006701     IF PHS-SALARIED-CHECK
006702         GO TO 3100-RATE-ONE-CHECK-EXIT
006703     END-IF.
006704     IF PHS-CHECK-VOIDED OR PHS-CHECK-REPLACED
006705         GO TO 3100-RATE-ONE-CHECK-EXIT
006706     END-IF.
006701*    A CHECK WRITTEN BEFORE EARNINGS LINES WERE KEPT HAS NO
006702*    LINES - ITS REGULAR AND OVERTIME HOURS ARE PROVED AS-IS.
006703     IF PHS-LINE-CNT NUMERIC AND PHS-LINE-CNT > ZERO
006704         MOVE ZERO TO OLD-GROSS-PROOF
006705         MOVE ZERO TO RETRO-THIS-CHECK
006706         PERFORM 3110-RATE-ONE-LINE
006707             THRU 3110-RATE-ONE-LINE-EXIT
006708             VARYING PHS-LINE-SUB FROM 1 BY 1
006709             UNTIL PHS-LINE-SUB > PHS-LINE-CNT
006710     ELSE
006711         COMPUTE OLD-GROSS-PROOF ROUNDED =
006712             (PHS-REG-HOURS * RET-OLD-RATE) +
006713             (PHS-OT-HOURS * RET-OLD-RATE * OT-FACTOR)
006714         COMPUTE RETRO-THIS-CHECK ROUNDED =
006715             (PHS-REG-HOURS * RATE-DIFF) +
006716             (PHS-OT-HOURS * RATE-DIFF * OT-FACTOR)
006717     END-IF.
006740     IF OLD-GROSS-PROOF NOT = PHS-GROSS
006750         ADD 1 TO SKIPPED-CYCLE-CTR
006760         GO TO 3100-RATE-ONE-CHECK-EXIT
006770     END-IF.
006771*    A CHECK OF FLAT AMOUNTS ONLY (A BONUS, AN EARLIER RETRO)
006772*    PAID NOTHING AT THE RATE - THERE IS NOTHING TO ADJUST.
006773     IF RETRO-THIS-CHECK = ZERO
006774         GO TO 3100-RATE-ONE-CHECK-EXIT
006775     END-IF.
006810     ADD RETRO-THIS-CHECK TO RETRO-GROSS.
006820     ADD 1 TO CYCLES-CTR.
006830     MOVE PHS-NAME  TO HOLD-NAME.
006840     MOVE PHS-WHERE TO HOLD-WHERE.
006841     MOVE PHS-DEPT  TO HOLD-DEPT.
006841     MOVE PHS-PAY-FREQ TO HOLD-PAY-FREQ.
006850 3100-RATE-ONE-CHECK-EXIT.
006851     EXIT.
006852*--------------------------------------------------------------*
006853*    3110-RATE-ONE-LINE
006854*
006855*    EACH LINE IS PRICED AND ROUNDED ON ITS OWN, AS PAYROLOO
006856*    PRICED IT.  A FLAT-AMOUNT OR SALARY LINE PROVES AT ITS
006857*    AMOUNT AND EARNS NO RETRO.
006858*--------------------------------------------------------------*
006859 3110-RATE-ONE-LINE.
006860     IF PHS-L-AMOUNT-BASIS (PHS-LINE-SUB) OR
006861        PHS-L-SALARY-BASIS (PHS-LINE-SUB)
006861         ADD PHS-L-AMOUNT (PHS-LINE-SUB) TO OLD-GROSS-PROOF
006862         GO TO 3110-RATE-ONE-LINE-EXIT
006863     END-IF.
006864     IF PHS-L-OVERTIME-BASIS (PHS-LINE-SUB)
006865         COMPUTE LINE-OLD-GROSS ROUNDED =
006866             PHS-L-HOURS (PHS-LINE-SUB) * RET-OLD-RATE * OT-FACTOR
006867         COMPUTE LINE-RETRO ROUNDED =
006868             PHS-L-HOURS (PHS-LINE-SUB) * RATE-DIFF * OT-FACTOR
006869     ELSE
006870         COMPUTE LINE-OLD-GROSS ROUNDED =
006871             PHS-L-HOURS (PHS-LINE-SUB) * RET-OLD-RATE
006872         COMPUTE LINE-RETRO ROUNDED =
006873             PHS-L-HOURS (PHS-LINE-SUB) * RATE-DIFF
006874     END-IF.
006875     ADD LINE-OLD-GROSS TO OLD-GROSS-PROOF.
006876     ADD LINE-RETRO     TO RETRO-THIS-CHECK.
006877 3110-RATE-ONE-LINE-EXIT.
006860     EXIT.
006870*--------------------------------------------------------------*
006880*    4200-FIND-STATE-RATE
007400     EXIT.
007410*--------------------------------------------------------------*
007420*    6100-CALC-FED-TAX
007421*
007422*    THE TAXFILE F LIMITS ARE ANNUAL - THE RETRO GROSS IS
007423*    ANNUALIZED BY THE PAY FREQUENCY OF THE LAST CHECK IT
007424*    ADJUSTS (BLANK ON AN OLDER CHECK MEANS WEEKLY).
007430*--------------------------------------------------------------*
007440 6100-CALC-FED-TAX.
007441     MOVE 52 TO PERIODS-PER-YEAR.
007442     IF HOLD-PAY-FREQ = 'B'
007443         MOVE 26 TO PERIODS-PER-YEAR
007444     END-IF.
007445     IF HOLD-PAY-FREQ = 'S'
007446         MOVE 24 TO PERIODS-PER-YEAR
007447     END-IF.
007448     COMPUTE ANNUAL-GROSS = GROSS-PAY * PERIODS-PER-YEAR.
007450     MOVE ZERO TO TAX-WORK-AMT.
007460     MOVE ZERO TO TAX-PREV-LIMIT.
007470     MOVE 'N'  TO TAX-DONE-SW.
007490         THRU 6150-FED-BRACKET-SLICE-EXIT
007500         VARYING TAX-SUB FROM 1 BY 1
007510         UNTIL TAX-SUB > FED-BRACKET-CNT OR TAX-DONE.
007520     COMPUTE FED-TAX ROUNDED = TAX-WORK-AMT / PERIODS-PER-YEAR.
007530 6100-CALC-FED-TAX-EXIT.
007540     EXIT.
007550*--------------------------------------------------------------*
007560*    6150-FED-BRACKET-SLICE
007570*--------------------------------------------------------------*
007580 6150-FED-BRACKET-SLICE.
007590     IF ANNUAL-GROSS > FBR-LIMIT (TAX-SUB) AND
007600        TAX-SUB < FED-BRACKET-CNT
007610         COMPUTE TAX-WORK-AMT = TAX-WORK-AMT +
007620             ((FBR-LIMIT (TAX-SUB) - TAX-PREV-LIMIT)
007640         MOVE FBR-LIMIT (TAX-SUB) TO TAX-PREV-LIMIT
007650     ELSE
007660         COMPUTE TAX-WORK-AMT = TAX-WORK-AMT +
007670             ((ANNUAL-GROSS - TAX-PREV-LIMIT)
007680               * FBR-PCT (TAX-SUB))
007690         MOVE 'Y' TO TAX-DONE-SW
007700     END-IF.
008220             MOVE ZERO TO YTD-ER-FICA
008230             MOVE ZERO TO YTD-ER-FUTA
008240             MOVE ZERO TO YTD-ER-SUTA
008241             MOVE ZERO TO YTD-FED-WITHHOLD
008242             MOVE ZERO TO YTD-STATE-WITHHOLD
008250             PERFORM 7850-ZERO-YTD-QTR
008260                 THRU 7850-ZERO-YTD-QTR-EXIT
008270                 VARYING QTR-SUB FROM 1 BY 1
008310     ADD WITHHOLDING TO YTD-WITHHOLDING.
008320     ADD GROSS-PAY   TO YTD-QTR-GROSS (PAY-QTR).
008330     ADD WITHHOLDING TO YTD-QTR-WITHHOLD (PAY-QTR).
008331     ADD FED-TAX     TO YTD-FED-WITHHOLD.
008332     ADD STATE-TAX   TO YTD-STATE-WITHHOLD.
008340     IF YTD-NEW
008350         WRITE YTD-RECORD
008360     ELSE
008560*    SHARED EARN-CODE TABLE.
008570*--------------------------------------------------------------*
008580 7910-WRITE-PAY-HISTORY.
008581     MOVE SPACES          TO PHS-RECORD.
008590     MOVE RET-EMP-ID      TO PHS-EMP-ID.
008600     MOVE PAY-PERIOD-END  TO PHS-PERIOD-END.
008610     MOVE CHECK-NBR       TO PHS-CHECK-NBR.
008620     MOVE HOLD-NAME       TO PHS-NAME.
008630     MOVE HOLD-WHERE      TO PHS-WHERE.
008631     MOVE HOLD-DEPT       TO PHS-DEPT.
008640     MOVE "RT"            TO PHS-EARN-CODE.
008650     MOVE ZERO            TO PHS-REG-HOURS.
008660     MOVE ZERO            TO PHS-OT-HOURS.
008690     MOVE STATE-TAX       TO PHS-STATE-TAX.
008700     MOVE ZERO            TO PHS-DEDUCTIONS.
008710     MOVE NET-PAY         TO PHS-NET.
008711     MOVE 'H'             TO PHS-PAY-TYPE.
008712     MOVE HOLD-PAY-FREQ   TO PHS-PAY-FREQ.
008713     MOVE SPACE           TO PHS-CHECK-STATUS.
008714     MOVE ZERO            TO PHS-VOID-DATE.
008715     MOVE 'R'             TO PHS-SOURCE.
008711     PERFORM 7915-CLEAR-HISTORY-LINE
008712         THRU 7915-CLEAR-HISTORY-LINE-EXIT
008713         VARYING PHS-LINE-SUB FROM 1 BY 1
008714         UNTIL PHS-LINE-SUB > 10.
008715     MOVE 1               TO PHS-LINE-CNT.
008716     MOVE "RT"            TO PHS-L-EARN-CODE (1).
008717     MOVE "A"             TO PHS-L-BASIS (1).
008718     MOVE GROSS-PAY       TO PHS-L-AMOUNT (1).
008719*    A RETRO CHECK TAKES NO DEDUCTIONS, DRAWS NO LEAVE AND
008720*    ACCRUES NO EMPLOYER TAX - ITS REVERSAL DETAIL IS ALL ZERO.
008721     MOVE ZERO            TO PHS-ER-FICA.
008722     MOVE ZERO            TO PHS-ER-FUTA.
008723     MOVE ZERO            TO PHS-ER-SUTA.
008724     MOVE ZERO            TO PHS-DED-TYPE-AMT (1).
008725     MOVE ZERO            TO PHS-DED-TYPE-AMT (2).
008726     MOVE ZERO            TO PHS-DED-TYPE-AMT (3).
008727     MOVE ZERO            TO PHS-ARR-CNT.
008728     PERFORM 7916-CLEAR-HISTORY-ARREARS
008729         THRU 7916-CLEAR-HISTORY-ARREARS-EXIT
008730         VARYING PHS-LINE-SUB FROM 1 BY 1
008731         UNTIL PHS-LINE-SUB > 8.
008732     MOVE ZERO            TO PHS-XREF-CHECK.
008733     MOVE ZERO            TO PHS-VAC-DRAWN.
008734     MOVE ZERO            TO PHS-SICK-DRAWN.
008720     WRITE PHS-RECORD
008730         INVALID KEY
008740             CONTINUE
008750     END-WRITE.
008760 7910-WRITE-PAY-HISTORY-EXIT.
008761     EXIT.
008762*--------------------------------------------------------------*
008763*    7915-CLEAR-HISTORY-LINE
008764*--------------------------------------------------------------*
008765 7915-CLEAR-HISTORY-LINE.
008766     MOVE SPACES TO PHS-L-EARN-CODE (PHS-LINE-SUB).
008767     MOVE SPACE  TO PHS-L-BASIS (PHS-LINE-SUB).
008768     MOVE ZERO   TO PHS-L-HOURS (PHS-LINE-SUB).
008769     MOVE ZERO   TO PHS-L-AMOUNT (PHS-LINE-SUB).
008770 7915-CLEAR-HISTORY-LINE-EXIT.
008770     EXIT.
008771*--------------------------------------------------------------*
008772*    7916-CLEAR-HISTORY-ARREARS
008773*--------------------------------------------------------------*
008774 7916-CLEAR-HISTORY-ARREARS.
008775     MOVE ZERO   TO PHS-A-PRIORITY (PHS-LINE-SUB).
008776     MOVE ZERO   TO PHS-A-CHANGE (PHS-LINE-SUB).
008777 7916-CLEAR-HISTORY-ARREARS-EXIT.
008778     EXIT.
008780*--------------------------------------------------------------*
008790*    7960-RECORD-PAPER-CHECK
008800*--------------------------------------------------------------*
008860     MOVE HOLD-NAME      TO CRG-PAYEE.
008870     MOVE NET-PAY        TO CRG-AMOUNT.
008880     MOVE ZERO           TO CRG-CLEAR-DATE.
008881     MOVE ZERO           TO CRG-DD-DATE.
008890     WRITE CRG-RECORD
008900         INVALID KEY
008910             CONTINUE
