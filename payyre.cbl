000050 DATE-WRITTEN.  08/22/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000073*    MODIFICATION HISTORY
000076*    DATE       INIT   DESCRIPTION
000079*    ---------  ----   -------------------------------------- *
000082*    08/22/26   RLH    ORIGINAL PROGRAM - YEAR-END EARNINGS
000085*                      STATEMENTS AND ROLLOVER.  READS YTDFILE,
000088*                      PRINTS A PER-EMPLOYEE ANNUAL EARNINGS
000091*                      STATEMENT (THE W-2 FEED) AND QUARTERLY
000094*                      TAX SUMMARY TOTALS (THE 941 FEED),
000097*                      ARCHIVES THE CLOSED YEAR TO HSTFILE AND
000100*                      ZEROES THE ACCUMULATORS FOR THE NEW YEAR.
000103*    09/02/26   RLH    CARRY THE NEW EMPLOYER-SIDE TAX BUCKETS
000106*                      (FICA MATCH, FUTA, SUTA) THROUGH THE
000109*                      QUARTERLY SUMMARY AND THE YEAR-END
000112*                      ARCHIVE/ROLLOVER SO THE 941 WORKSHEET
000115*                      SHOWS BOTH SIDES OF THE TAX.
000118*    09/02/26   RLH    HONOR THE SHARED RUN LEDGER (RLGFILE) -
000121*                      REFUSE TO CLOSE THE YEAR WHILE ANY FOURTH
000124*                      QUARTER PAY CYCLE IS STILL BETWEEN ITS
000127*                      START AND CLEAN-END RECORDS, AND WRITE
000130*                      START/END RECORDS OF ITS OWN.
000133*    09/02/26   RLH    APPLY THE YEAR-END PAID-LEAVE CARRYOVER -
000136*                      VACATION HOURS OVER THE CARRYOVER CAP ARE
000139*                      FORFEITED, SICK HOURS CARRY IN FULL, AND
000142*                      EVERY BALANCE IS REPORTED.
000145*    10/15/26   RLH    A MAIN PAY RUN FOR ONE PAY GROUP LEDGERS
000148*                      AS PAYROL PLUS THE GROUP - THE FOURTH
000151*                      QUARTER CHECK NOW COVERS EVERY GROUP'S
000154*                      CYCLES, NOT JUST THE ALL-GROUP PAYROLOO.
000157*    10/15/26   RLH    CARRY THE YTD RECORD (207 TO 229) AND
000160*                      ARCHIVE (211 TO 233) WITH THE
000163*                      FEDERAL/STATE WITHHOLDING SPLIT, PRINT
000166*                      THE SPLIT ON THE 941 SUMMARY, AND KEEP
000169*                      THE YEAR'S 941 TOTALS ON TTLFILE FOR THE
000172*                      PAYEFW2 W-2 FILE RUN TO BALANCE TO.
000183*--------------------------------------------------------------*
000190*    RUN ONCE AFTER THE LAST PAY CYCLE OF THE YEAR.  A DECEMBER
000200*    OR JANUARY RUN DATE BOTH CLOSE THE YEAR JUST ENDED.
000300     SELECT HSTFILE   ASSIGN TO HSTFILE
000310                      ORGANIZATION IS SEQUENTIAL
000320                      FILE STATUS IS HST-FILE-STATUS.
000321     SELECT TTLFILE   ASSIGN TO TTLFILE
000322                      ORGANIZATION IS SEQUENTIAL
000323                      FILE STATUS IS TTL-FILE-STATUS.
000330     SELECT YREPRT    ASSIGN TO YREPRT
000340                      ORGANIZATION IS SEQUENTIAL.
000341     SELECT LVEFILE   ASSIGN TO LVEFILE
000390*--------------------------------------------------------------*
000400 FD  YTDFILE
000410     LABEL RECORDS ARE STANDARD
000420     RECORD CONTAINS 229 CHARACTERS.
000430 01  YTD-RECORD.
000440     05  YTD-EMP-ID            PIC X(05).
000450     05  YTD-EMP-NAME          PIC X(15).
000504     05  YTD-ER-SUTA           PIC 9(09)V99.
000505     05  YTD-QTR-ER-TAX        OCCURS 4 TIMES
000506                               PIC 9(09)V99.
000507     05  YTD-FED-WITHHOLD      PIC 9(09)V99.
000508     05  YTD-STATE-WITHHOLD    PIC 9(09)V99.
000510*--------------------------------------------------------------*
000520*    HSTFILE - CLOSED-YEAR EARNINGS HISTORY ARCHIVE
000530*--------------------------------------------------------------*
000540 FD  HSTFILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 233 CHARACTERS.
000570 01  HST-RECORD.
000580     05  HST-YEAR              PIC 9(04).
000581     05  HST-YTD-IMAGE         PIC X(229).
000582*--------------------------------------------------------------*
000583*    TTLFILE - CLOSED-YEAR 941 TOTALS, ONE RECORD PER YEAR.
000584*    THE W-2 FILE RUN (PAYEFW2) MUST BALANCE TO THESE.
000585*--------------------------------------------------------------*
000586 FD  TTLFILE
000587     LABEL RECORDS ARE STANDARD
000588     RECORD CONTAINS 250 CHARACTERS.
000589 01  TTL-RECORD.
000590     05  TTL-YEAR              PIC 9(04).
000591     05  TTL-RUN-DATE          PIC 9(08).
000592     05  TTL-EMP-COUNT         PIC 9(05).
000593     05  TTL-QTR-ENTRY         OCCURS 4 TIMES.
000594         10  TTL-QTR-GROSS     PIC 9(11)V99.
000595         10  TTL-QTR-WITHHOLD  PIC 9(11)V99.
000596         10  TTL-QTR-ER-TAX    PIC 9(11)V99.
000597     05  TTL-ANNUAL-GROSS      PIC 9(11)V99.
000598     05  TTL-ANNUAL-WITHHOLD   PIC 9(11)V99.
000599     05  TTL-FED-WITHHOLD      PIC 9(11)V99.
000600     05  TTL-STATE-WITHHOLD    PIC 9(11)V99.
000601     05  FILLER                PIC X(25).
000600*--------------------------------------------------------------*
000610*    YREPRT - YEAR-END STATEMENT AND SUMMARY PRINT FILE
000620*--------------------------------------------------------------*
000667 01  RLG-RECORD.
000668     05  RLG-KEY.
000669         10  RLG-PROGRAM       PIC X(08).
000670         10  RLG-PROGRAM-PARTS REDEFINES RLG-PROGRAM.
000671             15  RLG-PROGRAM-PREFIX PIC X(06).
000672             15  RLG-PROGRAM-GROUP  PIC X(02).
000670         10  RLG-PERIOD-END    PIC 9(08).
000671     05  RLG-STATUS            PIC X(01).
000672         88  RLG-STARTED                  VALUE 'S'.
000720     88  YTD-EOF                      VALUE 'Y'.
000730 77  HST-FILE-STATUS       PIC X(02)  VALUE SPACES.
000740     88  HST-FILE-NOT-FOUND           VALUE "35".
000741 77  TTL-FILE-STATUS       PIC X(02)  VALUE SPACES.
000742     88  TTL-FILE-NOT-FOUND           VALUE "35".
000750 77  EMPLOYEE-CTR          PIC 9(05) COMP VALUE ZERO.
000760 77  QTR-SUB               PIC 9(01).
000770 77  CLOSE-YEAR            PIC 9(04).
000778 77  RLG-Q4-OPEN-SW        PIC X(01)  VALUE 'N'.
000779     88  RLG-Q4-OPEN                  VALUE 'Y'.
000780 77  RLG-THIS-PROGRAM      PIC X(08)  VALUE "PAYYREND".
000781 77  RLG-MAIN-PREFIX       PIC X(06)  VALUE "PAYROL".
000782 77  RLG-Q4-FROM-DATE      PIC 9(08)  VALUE ZERO.
000783 77  RLG-Q4-THRU-DATE      PIC 9(08)  VALUE ZERO.
000784 77  RLG-OWN-PERIOD        PIC 9(08)  VALUE ZERO.
000842 77  ANNUAL-ER-FICA-TOT    PIC 9(11)V99 VALUE ZERO.
000844 77  ANNUAL-ER-FUTA-TOT    PIC 9(11)V99 VALUE ZERO.
000846 77  ANNUAL-ER-SUTA-TOT    PIC 9(11)V99 VALUE ZERO.
000847 77  ANNUAL-FED-TOT        PIC 9(11)V99 VALUE ZERO.
000848 77  ANNUAL-STATE-TOT      PIC 9(11)V99 VALUE ZERO.
000850******** Variables for the print file
000860 01  YRE-RUN-DATE          PIC 9(08).
000870 01  YRE-RUN-DATE-PARTS REDEFINES YRE-RUN-DATE.
001710         UNTIL YTD-EOF.
001720     PERFORM 9500-WRITE-QTR-SUMMARY
001730         THRU 9500-WRITE-QTR-SUMMARY-EXIT.
001731     PERFORM 9580-WRITE-TAX-TOTALS
001732         THRU 9580-WRITE-TAX-TOTALS-EXIT.
001732     PERFORM 9600-LEAVE-CARRYOVER
001734         THRU 9600-LEAVE-CARRYOVER-EXIT.
001740     GO TO 9900-FINALIZE.
001920     IF HST-FILE-NOT-FOUND
001930         OPEN OUTPUT HSTFILE
001940     END-IF.
001941     OPEN EXTEND TTLFILE.
001942     IF TTL-FILE-NOT-FOUND
001943         OPEN OUTPUT TTLFILE
001944     END-IF.
001942     OPEN I-O LVEFILE.
001944     IF LVE-FILE-NOT-FOUND
001946         MOVE 'Y' TO LVE-MISSING-SW
001974*    THE YEAR MUST NOT CLOSE WHILE A FOURTH-QUARTER PAY CYCLE
001975*    IS STILL BETWEEN ITS START AND CLEAN-END RECORDS - THE
001976*    ROLLOVER WOULD ZERO BUCKETS THAT CYCLE IS STILL FEEDING.
001977*    EVERY PAY GROUP'S MAIN RUN IS SCANNED - THEIR LEDGER
001978*    RECORDS ALL SHARE THE PAYROL PREFIX.
001977*--------------------------------------------------------------*
001978 1065-CHECK-RUN-LEDGER.
001979     OPEN I-O RLGFILE.
001986     COMPUTE RLG-Q4-THRU-DATE = (CLOSE-YEAR * 10000) + 1231.
001987     MOVE 'N' TO RLG-EOF-SW.
001988     MOVE 'N' TO RLG-Q4-OPEN-SW.
001989     MOVE RLG-MAIN-PREFIX  TO RLG-PROGRAM-PREFIX.
001990     MOVE LOW-VALUES       TO RLG-PROGRAM-GROUP.
001991     MOVE ZERO             TO RLG-PERIOD-END.
001991     START RLGFILE KEY NOT < RLG-KEY
001992         INVALID KEY MOVE 'Y' TO RLG-EOF-SW
001993     END-START.
002030     IF RLG-EOF
002031         GO TO 1066-SCAN-Q4-RECORD-EXIT
002032     END-IF.
002033     IF RLG-PROGRAM-PREFIX NOT = RLG-MAIN-PREFIX
002035         MOVE 'Y' TO RLG-EOF-SW
002036         GO TO 1066-SCAN-Q4-RECORD-EXIT
002037     END-IF.
002038     IF RLG-PERIOD-END < RLG-Q4-FROM-DATE OR
002039        RLG-PERIOD-END > RLG-Q4-THRU-DATE
002040         GO TO 1066-SCAN-Q4-RECORD-EXIT
002041     END-IF.
002038     IF RLG-STARTED
002039         MOVE 'Y' TO RLG-Q4-OPEN-SW
002040     END-IF.
002070         THRU 7000-WRITE-STATEMENT-LINE-EXIT.
002080     ADD YTD-GROSS       TO ANNUAL-GROSS-TOT.
002090     ADD YTD-WITHHOLDING TO ANNUAL-WITHHOLD-TOT.
002091     ADD YTD-FED-WITHHOLD   TO ANNUAL-FED-TOT.
002092     ADD YTD-STATE-WITHHOLD TO ANNUAL-STATE-TOT.
002092     ADD YTD-ER-FICA     TO ANNUAL-ER-FICA-TOT.
002094     ADD YTD-ER-FUTA     TO ANNUAL-ER-FUTA-TOT.
002096     ADD YTD-ER-SUTA     TO ANNUAL-ER-SUTA-TOT.
002982     MOVE ZERO TO YTD-ER-FICA.
002984     MOVE ZERO TO YTD-ER-FUTA.
002986     MOVE ZERO TO YTD-ER-SUTA.
002987     MOVE ZERO TO YTD-FED-WITHHOLD.
002988     MOVE ZERO TO YTD-STATE-WITHHOLD.
002990     PERFORM 8550-ZERO-QUARTER
003000         THRU 8550-ZERO-QUARTER-EXIT
003010         VARYING QTR-SUB FROM 1 BY 1
003290     MOVE "ANNUAL WITHHOLDING"     TO YRE-T-DESC.
003300     MOVE ANNUAL-WITHHOLD-TOT      TO YRE-T-AMOUNT.
003310     WRITE YRE-RECORD FROM YRE-TOTAL-LINE.
003311     MOVE "  FEDERAL WITHHOLDING"  TO YRE-T-DESC.
003312     MOVE ANNUAL-FED-TOT           TO YRE-T-AMOUNT.
003313     WRITE YRE-RECORD FROM YRE-TOTAL-LINE.
003314     MOVE "  STATE WITHHOLDING"    TO YRE-T-DESC.
003315     MOVE ANNUAL-STATE-TOT         TO YRE-T-AMOUNT.
003316     WRITE YRE-RECORD FROM YRE-TOTAL-LINE.
003311     MOVE "ANNUAL EMPLOYER FICA"   TO YRE-T-DESC.
003312     MOVE ANNUAL-ER-FICA-TOT       TO YRE-T-AMOUNT.
003313     WRITE YRE-RECORD FROM YRE-TOTAL-LINE.
003430     WRITE YRE-RECORD FROM YRE-QTR-SUMMARY-LINE.
003440 9550-WRITE-QTR-LINE-EXIT.
003450     EXIT.
003451*--------------------------------------------------------------*
003452*    9580-WRITE-TAX-TOTALS
003453*
003454*    THE SAME FIGURES THE SUMMARY PAGE JUST PRINTED, KEPT ON
003455*    TTLFILE FOR THE CLOSED YEAR SO THE W-2 FILE CAN BE PROVED
003456*    AGAINST THE 941 TOTALS WITHOUT RETYPING THEM.
003457*--------------------------------------------------------------*
003458 9580-WRITE-TAX-TOTALS.
003459     MOVE SPACES              TO TTL-RECORD.
003460     MOVE CLOSE-YEAR          TO TTL-YEAR.
003461     MOVE YRE-RUN-DATE        TO TTL-RUN-DATE.
003462     MOVE EMPLOYEE-CTR        TO TTL-EMP-COUNT.
003463     PERFORM 9585-MOVE-QTR-TOTAL
003464         THRU 9585-MOVE-QTR-TOTAL-EXIT
003465         VARYING QTR-SUB FROM 1 BY 1
003466         UNTIL QTR-SUB > 4.
003467     MOVE ANNUAL-GROSS-TOT    TO TTL-ANNUAL-GROSS.
003468     MOVE ANNUAL-WITHHOLD-TOT TO TTL-ANNUAL-WITHHOLD.
003469     MOVE ANNUAL-FED-TOT      TO TTL-FED-WITHHOLD.
003470     MOVE ANNUAL-STATE-TOT    TO TTL-STATE-WITHHOLD.
003471     WRITE TTL-RECORD.
003472 9580-WRITE-TAX-TOTALS-EXIT.
003473     EXIT.
003474*--------------------------------------------------------------*
003475*    9585-MOVE-QTR-TOTAL
003476*--------------------------------------------------------------*
003477 9585-MOVE-QTR-TOTAL.
003478     MOVE QT-GROSS (QTR-SUB)    TO TTL-QTR-GROSS (QTR-SUB).
003479     MOVE QT-WITHHOLD (QTR-SUB) TO TTL-QTR-WITHHOLD (QTR-SUB).
003480     MOVE QT-ER-TAX (QTR-SUB)   TO TTL-QTR-ER-TAX (QTR-SUB).
003481 9585-MOVE-QTR-TOTAL-EXIT.
003482     EXIT.
003460*--------------------------------------------------------------*
003461*    9600-LEAVE-CARRYOVER
003462*
003533 9900-FINALIZE.
003500     CLOSE YTDFILE.
003510     CLOSE HSTFILE.
003511     CLOSE TTLFILE.
003512     IF NOT LVE-MISSING
003514         CLOSE LVEFILE
003516     END-IF.
