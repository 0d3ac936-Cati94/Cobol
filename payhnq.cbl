000050 DATE-WRITTEN.  09/02/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000075*    MODIFICATION HISTORY
000080*    DATE       INIT   DESCRIPTION
000085*    ---------  ----   -------------------------------------- *
000090*    09/02/26   RLH    ORIGINAL PROGRAM - PAY HISTORY INQUIRY.
000095*                      READS REQUEST CARDS FROM INQFILE AGAINST
000100*                      THE PER-CHECK HISTORY FILE WRITTEN BY
000105*                      PAYROLOO AND PAYSUPP:
000110*                        R - REPRINT THE PAY STATEMENT FOR ONE
000115*                            EMPLOYEE AND PAY-PERIOD END DATE
000120*                        L - LIST EVERY CHECK FOR ONE EMPLOYEE
000125*                            IN A PERIOD-END DATE RANGE
000130*                        Q - TIE ONE EMPLOYEE'S CHECKS FOR A
000135*                            QUARTER BACK TO THE YTDFILE
000140*                            QUARTER BUCKETS FOR THE AUDITORS
000145*    10/15/26   RLH    CARRY THE WIDENED PAY HISTORY RECORD
000150*                      (120 TO 272) AND PRINT EACH EARNINGS
000155*                      LINE OF THE CHECK ON A STUB REPRINT.
000160*    10/15/26   RLH    CARRY THE PAY TYPE AND PAY FREQUENCY NOW
000165*                      KEPT ON THE PAY HISTORY RECORD.
000170*    10/15/26   RLH    CARRY THE PAY HISTORY RECORD (272 TO 440).
000175*                      A CHECK VOIDED OR REPLACED BY PAYVOID IS
000180*                      FLAGGED ON THE LIST AND THE STUB REPRINT
000185*                      AND LEFT OUT OF THE QUARTER TIE-OUT.
000190*    10/15/26   RLH    CARRY THE YTD RECORD (207 TO 229) WITH
000195*                      THE FEDERAL/STATE WITHHOLDING SPLIT.
000220*--------------------------------------------------------------*
000230*    REQUEST CARD: COL 1 ACTION, 2-6 EMP-ID, 7-14 DATE-1
000240*    (R PERIOD END / L FROM DATE / Q YEAR IN FIRST 4), 15-22
000720*--------------------------------------------------------------*
000730 FD  PHSFILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 440 CHARACTERS.
000760 01  PHS-RECORD.
000770     05  PHS-KEY.
000780         10  PHS-EMP-ID        PIC X(05).
000880     05  PHS-STATE-TAX         PIC 9(07)V99.
000890     05  PHS-DEDUCTIONS        PIC 9(07)V99.
000900     05  PHS-NET               PIC S9(07)V99.
000901     05  PHS-PAY-TYPE          PIC X(01).
000902     05  PHS-PAY-FREQ          PIC X(01).
000903     05  PHS-CHECK-STATUS      PIC X(01).
000904         88  PHS-CHECK-VOIDED             VALUE 'V'.
000905         88  PHS-CHECK-REPLACED           VALUE 'R'.
000906     05  PHS-VOID-DATE         PIC 9(08).
000907     05  PHS-SOURCE            PIC X(01).
000908     05  FILLER                PIC X(01).
000902     05  PHS-LINE-CNT          PIC 9(02).
000903     05  PHS-LINE-ENTRY        OCCURS 10 TIMES.
000904         10  PHS-L-EARN-CODE   PIC X(02).
000905         10  PHS-L-BASIS       PIC X(01).
000906         10  PHS-L-HOURS       PIC 9(03).
000907         10  PHS-L-AMOUNT      PIC 9(07)V99.
000908     05  PHS-ER-FICA           PIC 9(07)V99.
000909     05  PHS-ER-FUTA           PIC 9(07)V99.
000910     05  PHS-ER-SUTA           PIC 9(07)V99.
000911     05  PHS-DED-TYPE-AMT      OCCURS 3 TIMES
000912                               PIC 9(07)V99.
000913     05  PHS-ARR-CNT           PIC 9(02).
000914     05  PHS-ARR-ENTRY         OCCURS 8 TIMES.
000915         10  PHS-A-PRIORITY    PIC 9(02).
000916         10  PHS-A-CHANGE      PIC S9(07)V99.
000917     05  PHS-XREF-CHECK        PIC 9(06).
000918     05  PHS-VAC-DRAWN         PIC 9(04).
000919     05  PHS-SICK-DRAWN        PIC 9(04).
000920     05  FILLER                PIC X(10).
000920*--------------------------------------------------------------*
000930*    YTDFILE - YEAR-TO-DATE EARNINGS BY EMPLOYEE (SEE PAYROLOO)
000940*--------------------------------------------------------------*
000950 FD  YTDFILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 229 CHARACTERS.
000980 01  YTD-RECORD.
000990     05  YTD-EMP-ID            PIC X(05).
001000     05  YTD-EMP-NAME          PIC X(15).
001080     05  YTD-ER-SUTA           PIC 9(09)V99.
001090     05  YTD-QTR-ER-TAX        OCCURS 4 TIMES
001100                               PIC 9(09)V99.
001101     05  YTD-FED-WITHHOLD      PIC 9(09)V99.
001102     05  YTD-STATE-WITHHOLD    PIC 9(09)V99.
001110*--------------------------------------------------------------*
001120*    INQPRT - INQUIRY REPORT PRINT FILE
001130*--------------------------------------------------------------*
001300 77  FOUND-CTR             PIC 9(05) COMP VALUE ZERO.
001310 77  REQUEST-CTR           PIC 9(05) COMP VALUE ZERO.
001320 77  BAD-REQUEST-CTR       PIC 9(05) COMP VALUE ZERO.
001321 77  PHS-LINE-SUB          PIC 9(02) COMP.
001330******** Quarter tie-out work fields
001340 77  TIE-FROM-DATE         PIC 9(08)  VALUE ZERO.
001350 77  TIE-THRU-DATE         PIC 9(08)  VALUE ZERO.
001420 77  INQ-PAGE-NBR          PIC 9(04)  VALUE ZERO.
001430 77  INQ-LINE-CTR          PIC 9(03)  VALUE ZERO.
001440 77  INQ-LINES-PER-PAGE    PIC 9(03)  VALUE 45.
001441 77  INQ-EDIT-DATE         PIC 9999/99/99.
001442 77  INQ-EDIT-CHECK        PIC 9(06).
001450 01  INQ-BANNER-LINE-1.
001460     05  FILLER            PIC X(01) VALUE SPACE.
001470     05  FILLER            PIC X(40) VALUE
001910     05  FILLER            PIC X(17) VALUE "  OVERTIME HOURS ".
001920     05  INQ-S-OT-HOURS    PIC ZZ9.
001930     05  FILLER            PIC X(76) VALUE SPACES.
001931 01  INQ-STUB-EARN-LINE.
001932     05  FILLER            PIC X(06) VALUE SPACES.
001933     05  INQ-S-L-EARN-CODE PIC X(02).
001934     05  FILLER            PIC X(02) VALUE SPACES.
001935     05  INQ-S-L-HOURS     PIC ZZ9.
001936     05  FILLER            PIC X(07) VALUE " HOURS ".
001937     05  INQ-S-L-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
001938     05  FILLER            PIC X(98) VALUE SPACES.
001939 01  INQ-STUB-STATUS-LINE.
001940     05  FILLER            PIC X(04) VALUE SPACES.
001941     05  INQ-S-STAT-TEXT   PIC X(31).
001942     05  INQ-S-STAT-VALUE  PIC X(10).
001943     05  FILLER            PIC X(87) VALUE SPACES.
001940 01  INQ-STUB-MONEY-LINE.
001950     05  FILLER            PIC X(04) VALUE SPACES.
001960     05  INQ-S-MONEY-DESC  PIC X(20).
002070     05  FILLER            PIC X(13) VALUE "  STATE TAX".
002080     05  FILLER            PIC X(13) VALUE " DEDUCTIONS".
002090     05  FILLER            PIC X(14) VALUE "    NET PAY".
002091     05  FILLER            PIC X(08) VALUE "STATUS".
002092     05  FILLER            PIC X(20) VALUE SPACES.
002110 01  INQ-LIST-LINE.
002120     05  FILLER            PIC X(04) VALUE SPACES.
002130     05  INQ-L-CHECK       PIC 9(06).
002240     05  INQ-L-STATE       PIC ZZ,ZZZ,ZZ9.99.
002250     05  INQ-L-DED         PIC ZZ,ZZZ,ZZ9.99.
002260     05  INQ-L-NET         PIC -ZZ,ZZZ,ZZ9.99.
002261     05  FILLER            PIC X(02) VALUE SPACES.
002262     05  INQ-L-STATUS      PIC X(08).
002263     05  FILLER            PIC X(19) VALUE SPACES.
002280 01  INQ-TIE-LINE.
002290     05  FILLER            PIC X(04) VALUE SPACES.
002300     05  INQ-T-DESC        PIC X(30).
004330     MOVE PHS-STATE-TAX   TO INQ-L-STATE.
004340     MOVE PHS-DEDUCTIONS  TO INQ-L-DED.
004350     MOVE PHS-NET         TO INQ-L-NET.
004351     MOVE SPACES          TO INQ-L-STATUS.
004352     IF PHS-CHECK-VOIDED
004353         MOVE "VOIDED"    TO INQ-L-STATUS
004354     END-IF.
004355     IF PHS-CHECK-REPLACED
004356         MOVE "REPLACED"  TO INQ-L-STATUS
004357     END-IF.
004358     IF PHS-CHECK-STATUS = SPACE AND
004359        PHS-XREF-CHECK NUMERIC AND PHS-XREF-CHECK > ZERO
004360         MOVE "REISSUE"   TO INQ-L-STATUS
004361     END-IF.
004360     PERFORM 8400-WRITE-REPORT-LINE
004370         THRU 8400-WRITE-REPORT-LINE-EXIT.
004380 4100-LIST-ONE-CHECK-EXIT.
004430*    SUM THE EMPLOYEE'S CHECKS WHOSE PERIOD-END FALLS IN THE
004440*    REQUESTED QUARTER AND SHOW THEM BESIDE THE YTDFILE QUARTER
004450*    BUCKETS.  THE TWO AGREE UNLESS SOMETHING BYPASSED THE PAY
004451*    RUNS - EXACTLY WHAT THE AUDITORS WANT TO KNOW.  A VOIDED
004452*    CHECK WAS BACKED OUT OF THE BUCKETS AND A REPLACED ONE IS
004453*    COUNTED THROUGH ITS REISSUE, SO NEITHER IS SUMMED HERE.
004470*--------------------------------------------------------------*
004480 5000-TIE-QUARTER.
004490     PERFORM 8000-WRITE-REQUEST-LINE
005350         MOVE 'Y' TO PHS-DONE-SW
005360         GO TO 5100-SUM-ONE-CHECK-EXIT
005370     END-IF.
005371     IF PHS-CHECK-VOIDED OR PHS-CHECK-REPLACED
005372         GO TO 5100-SUM-ONE-CHECK-EXIT
005373     END-IF.
005380     ADD 1 TO FOUND-CTR.
005390     ADD PHS-GROSS     TO TIE-GROSS-TOT.
005400     ADD PHS-FED-TAX   TO TIE-WITHHOLD-TOT.
005990     MOVE PHS-NAME       TO INQ-S-NAME.
006000     MOVE PHS-WHERE      TO INQ-S-WHERE.
006010     WRITE INQ-PRT-RECORD FROM INQ-STUB-HDR-LINE.
006011     PERFORM 8220-WRITE-STUB-STATUS-LINE
006012         THRU 8220-WRITE-STUB-STATUS-LINE-EXIT.
006020     MOVE PHS-EARN-CODE  TO INQ-S-EARN-CODE.
006030     MOVE PHS-REG-HOURS  TO INQ-S-REG-HOURS.
006040     MOVE PHS-OT-HOURS   TO INQ-S-OT-HOURS.
006050     WRITE INQ-PRT-RECORD FROM INQ-STUB-HOURS-LINE.
006051*    CHECKS WRITTEN BEFORE EARNINGS LINES WERE KEPT HAVE NONE.
006052     IF PHS-LINE-CNT NUMERIC AND PHS-LINE-CNT > ZERO
006053         PERFORM 8210-WRITE-STUB-EARN-LINE
006054             THRU 8210-WRITE-STUB-EARN-LINE-EXIT
006055             VARYING PHS-LINE-SUB FROM 1 BY 1
006056             UNTIL PHS-LINE-SUB > PHS-LINE-CNT
006057     END-IF.
006060     MOVE "GROSS PAY"    TO INQ-S-MONEY-DESC.
006070     MOVE PHS-GROSS      TO INQ-S-MONEY-AMT.
006080     WRITE INQ-PRT-RECORD FROM INQ-STUB-MONEY-LINE.
006210     WRITE INQ-PRT-RECORD FROM INQ-BLANK-LINE.
006220     ADD 8 TO INQ-LINE-CTR.
006230 8200-WRITE-STUB-BLOCK-EXIT.
006231     EXIT.
006232*--------------------------------------------------------------*
006233*    8210-WRITE-STUB-EARN-LINE
006234*--------------------------------------------------------------*
006235 8210-WRITE-STUB-EARN-LINE.
006236     MOVE PHS-L-EARN-CODE (PHS-LINE-SUB) TO INQ-S-L-EARN-CODE.
006237     MOVE PHS-L-HOURS (PHS-LINE-SUB)     TO INQ-S-L-HOURS.
006238     MOVE PHS-L-AMOUNT (PHS-LINE-SUB)    TO INQ-S-L-AMOUNT.
006239     WRITE INQ-PRT-RECORD FROM INQ-STUB-EARN-LINE.
006240     ADD 1 TO INQ-LINE-CTR.
006241 8210-WRITE-STUB-EARN-LINE-EXIT.
006240     EXIT.
006241*--------------------------------------------------------------*
006242*    8220-WRITE-STUB-STATUS-LINE
006243*
006244*    A VOIDED, REPLACED OR REISSUED CHECK SAYS SO UNDER THE
006245*    STUB HEADER.  AN ORDINARY CHECK PRINTS NOTHING HERE.
006246*--------------------------------------------------------------*
006247 8220-WRITE-STUB-STATUS-LINE.
006248     IF PHS-CHECK-VOIDED
006249         MOVE "*** VOIDED AND REVERSED ON" TO INQ-S-STAT-TEXT
006250         MOVE PHS-VOID-DATE  TO INQ-EDIT-DATE
006251         MOVE INQ-EDIT-DATE  TO INQ-S-STAT-VALUE
006252     ELSE
006253         IF PHS-CHECK-REPLACED
006254             MOVE "*** VOIDED - REPLACED BY CHECK"
006255                 TO INQ-S-STAT-TEXT
006256             MOVE PHS-XREF-CHECK TO INQ-EDIT-CHECK
006257             MOVE INQ-EDIT-CHECK TO INQ-S-STAT-VALUE
006258         ELSE
006259             IF PHS-XREF-CHECK NUMERIC AND PHS-XREF-CHECK > ZERO
006260                 MOVE "*** REISSUE OF VOIDED CHECK"
006261                     TO INQ-S-STAT-TEXT
006262                 MOVE PHS-XREF-CHECK TO INQ-EDIT-CHECK
006263                 MOVE INQ-EDIT-CHECK TO INQ-S-STAT-VALUE
006264             ELSE
006265                 GO TO 8220-WRITE-STUB-STATUS-LINE-EXIT
006266             END-IF
006267         END-IF
006268     END-IF.
006269     WRITE INQ-PRT-RECORD FROM INQ-STUB-STATUS-LINE.
006270     ADD 1 TO INQ-LINE-CTR.
006271 8220-WRITE-STUB-STATUS-LINE-EXIT.
006272     EXIT.
006250*--------------------------------------------------------------*
006260*    8300-WRITE-LIST-HEADINGS
006270*--------------------------------------------------------------*
