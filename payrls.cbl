000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYRLSE.
000030 AUTHOR.        R L HUTCHINS.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*    MODIFICATION HISTORY
000090*    DATE       INIT   DESCRIPTION
000100*    ---------  ----   -------------------------------------- *
000110*    10/15/26   RLH    ORIGINAL PROGRAM - RELEASE ACH CREDITS
000120*                      HELD BY PAYREVW.  EACH CARD IN RLSCARD
000130*                      NAMES AN EMPLOYEE, THE PERIOD END OF THE
000140*                      HELD CREDIT AND WHO APPROVED THE RELEASE.
000150*                      THE CREDIT IS WRITTEN TO ACHRLS FOR THE
000160*                      BANK AND THE HOLD IS MARKED RELEASED.
000170*--------------------------------------------------------------*
000180*    ACHRLS IS A BANK FILE IN ITS OWN RIGHT, LAID OUT AS
000190*    ACHFILE WITH ONE TRAILER.  SEND IT BEFORE THE NEXT RUN - A
000200*    RELEASED CREDIT IS NEVER WRITTEN A SECOND TIME, SO A RERUN
000210*    OF THE SAME CARDS REJECTS THEM ALL AS ALREADY RELEASED.
000220*    THERE IS NO CANCEL - A CREDIT THAT MUST NEVER BE PAID
000230*    STAYS HELD AND IS SETTLED OUTSIDE THE PAYROLL.  REJECTED
000240*    CARDS END THE RUN WITH RETURN CODE 4.
000250*--------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT RLSCARD   ASSIGN TO RLSCARD
000300                      ORGANIZATION IS SEQUENTIAL.
000310     SELECT ACHHOLD   ASSIGN TO ACHHOLD
000320                      ORGANIZATION IS INDEXED
000330                      ACCESS MODE IS DYNAMIC
000340                      RECORD KEY IS AHL-KEY
000350                      FILE STATUS IS AHL-FILE-STATUS.
000360     SELECT ACHRLS    ASSIGN TO ACHRLS
000370                      ORGANIZATION IS SEQUENTIAL.
000380     SELECT RLSRPT    ASSIGN TO RLSRPT
000390                      ORGANIZATION IS SEQUENTIAL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420*--------------------------------------------------------------*
000430*    RLSCARD - RELEASE CARDS
000440*--------------------------------------------------------------*
000450 FD  RLSCARD
000460     LABEL RECORDS ARE STANDARD
000470     RECORD CONTAINS 80 CHARACTERS.
000480 01  RLC-RECORD.
000490     05  RLC-EMP-ID            PIC X(05).
000500     05  RLC-PERIOD-END-X      PIC X(08).
000510     05  RLC-PERIOD-END        REDEFINES RLC-PERIOD-END-X
000520                               PIC 9(08).
000530     05  RLC-USER-ID           PIC X(08).
000540     05  FILLER                PIC X(59).
000550*--------------------------------------------------------------*
000560*    ACHHOLD - ACH CREDITS HELD OUT OF TRANSMISSION (SEE
000570*    PAYREVW)
000580*--------------------------------------------------------------*
000590 FD  ACHHOLD
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 140 CHARACTERS.
000620 01  AHL-RECORD.
000630     05  AHL-KEY.
000640         10  AHL-EMP-ID        PIC X(05).
000650         10  AHL-PERIOD-END    PIC 9(08).
000660     05  AHL-STATUS            PIC X(01).
000670         88  AHL-HELD                     VALUE 'H'.
000680         88  AHL-RELEASED                 VALUE 'R'.
000690     05  AHL-ROUTING           PIC X(09).
000700     05  AHL-ACCOUNT           PIC X(17).
000710     05  AHL-NAME              PIC X(15).
000720     05  AHL-AMOUNT            PIC 9(09)V99.
000730     05  AHL-HOLD-DATE         PIC 9(08).
000740     05  AHL-REASON            PIC X(30).
000750     05  AHL-RELEASE-DATE      PIC 9(08).
000760     05  AHL-RELEASED-BY       PIC X(08).
000770     05  FILLER                PIC X(20).
000780*--------------------------------------------------------------*
000790*    ACHRLS - RELEASED CREDITS FOR THE BANK (ACHFILE LAYOUT)
000800*--------------------------------------------------------------*
000810 FD  ACHRLS
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 100 CHARACTERS.
000840 01  RLS-ACH-RECORD            PIC X(100).
000850*--------------------------------------------------------------*
000860*    RLSRPT - RELEASE REGISTER
000870*--------------------------------------------------------------*
000880 FD  RLSRPT
000890     LABEL RECORDS OMITTED
000900     RECORD CONTAINS 132 CHARACTERS.
000910 01  RLS-PRT-RECORD            PIC X(132).
000920 WORKING-STORAGE SECTION.
000930******** Switches and file status
000940 77  RLC-EOF-SW            PIC X(01)  VALUE 'N'.
000950     88  RLC-EOF                      VALUE 'Y'.
000960 77  AHL-FILE-STATUS       PIC X(02)  VALUE SPACES.
000970     88  AHL-FILE-NOT-FOUND           VALUE "35".
000980 77  AHL-EOF-SW            PIC X(01)  VALUE 'N'.
000990     88  AHL-EOF                      VALUE 'Y'.
001000 77  AHL-FOUND-SW          PIC X(01)  VALUE 'N'.
001010     88  AHL-FOUND                    VALUE 'Y'.
001020******** Bank file records (SEE PAYROLOO)
001030 01  RLS-DETAIL-LINE.
001040     05  FILLER            PIC X(01) VALUE "D".
001050     05  RLS-D-ROUTING     PIC X(09).
001060     05  RLS-D-ACCOUNT     PIC X(17).
001070     05  RLS-D-EMP-ID      PIC X(05).
001080     05  RLS-D-NAME        PIC X(15).
001090     05  RLS-D-AMOUNT      PIC 9(09)V99.
001100     05  FILLER            PIC X(42) VALUE SPACES.
001110 01  RLS-TRAILER-LINE.
001120     05  FILLER            PIC X(01) VALUE "T".
001130     05  RLS-T-COUNT       PIC 9(07).
001140     05  RLS-T-AMOUNT      PIC 9(11)V99.
001150     05  FILLER            PIC X(79) VALUE SPACES.
001160******** Counters for the totals page
001170 77  CARD-READ-CTR         PIC 9(05) COMP VALUE ZERO.
001180 77  CARD-REJECT-CTR       PIC 9(05) COMP VALUE ZERO.
001190 77  RELEASED-CNT          PIC 9(07) COMP VALUE ZERO.
001200 77  RELEASED-AMT          PIC 9(11)V99 VALUE ZERO.
001210 77  AWAITING-CTR          PIC 9(05) COMP VALUE ZERO.
001220 77  AWAITING-AMT          PIC 9(11)V99 VALUE ZERO.
001230******** Variables for the report print file
001240 77  RLS-RUN-DATE          PIC 9(08).
001250 77  RLS-PAGE-NBR          PIC 9(04)  VALUE ZERO.
001260 77  RLS-LINE-CTR          PIC 9(03)  VALUE ZERO.
001270 77  RLS-LINES-PER-PAGE    PIC 9(03)  VALUE 45.
001280 01  RLS-OUT-LINE          PIC X(132) VALUE SPACES.
001290 01  RLS-BANNER-LINE-1.
001300     05  FILLER            PIC X(01) VALUE SPACE.
001310     05  FILLER            PIC X(40) VALUE
001320         "ACME MANUFACTURING COMPANY".
001330     05  FILLER            PIC X(41) VALUE SPACES.
001340     05  FILLER            PIC X(05) VALUE "PAGE ".
001350     05  RLS-B1-PAGE-NBR   PIC ZZZ9.
001360     05  FILLER            PIC X(41) VALUE SPACES.
001370 01  RLS-BANNER-LINE-2.
001380     05  FILLER            PIC X(01) VALUE SPACE.
001390     05  FILLER            PIC X(26) VALUE
001400         "HELD ACH CREDIT RELEASE".
001410     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
001420     05  RLS-B2-RUN-DATE   PIC 9999/99/99.
001430     05  FILLER            PIC X(85) VALUE SPACES.
001440 01  RLS-BLANK-LINE        PIC X(132) VALUE SPACES.
001450 01  RLS-HEADING-LINE.
001460     05  FILLER            PIC X(01) VALUE SPACE.
001470     05  FILLER            PIC X(07) VALUE "EMP-ID".
001480     05  FILLER            PIC X(17) VALUE "NAME".
001490     05  FILLER            PIC X(12) VALUE "PERIOD END".
001500     05  FILLER            PIC X(16) VALUE "        AMOUNT".
001510     05  FILLER            PIC X(10) VALUE "USER-ID".
001520     05  FILLER            PIC X(32) VALUE "ACTION".
001530     05  FILLER            PIC X(30) VALUE "REASON FOR HOLD".
001540     05  FILLER            PIC X(07) VALUE SPACES.
001550 01  RLS-DETAIL-PRINT.
001560     05  FILLER            PIC X(01) VALUE SPACE.
001570     05  RLS-P-EMP-ID      PIC X(05).
001580     05  FILLER            PIC X(02) VALUE SPACES.
001590     05  RLS-P-NAME        PIC X(15).
001600     05  FILLER            PIC X(02) VALUE SPACES.
001610     05  RLS-P-PERIOD-END  PIC X(10).
001620     05  FILLER            PIC X(02) VALUE SPACES.
001630     05  RLS-P-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
001640     05  RLS-P-AMOUNT-X    REDEFINES RLS-P-AMOUNT
001650                           PIC X(14).
001660     05  FILLER            PIC X(02) VALUE SPACES.
001670     05  RLS-P-USER-ID     PIC X(08).
001680     05  FILLER            PIC X(02) VALUE SPACES.
001690     05  RLS-P-ACTION      PIC X(30).
001700     05  FILLER            PIC X(02) VALUE SPACES.
001710     05  RLS-P-REASON      PIC X(30).
001720     05  FILLER            PIC X(07) VALUE SPACES.
001730 01  RLS-EDIT-DATE         PIC 9999/99/99.
001740 01  RLS-SECTION-LINE.
001750     05  FILLER            PIC X(01) VALUE SPACE.
001760     05  RLS-SEC-TEXT      PIC X(60).
001770     05  FILLER            PIC X(71) VALUE SPACES.
001780 01  RLS-TOTAL-LINE.
001790     05  FILLER            PIC X(01) VALUE SPACE.
001800     05  RLS-TOT-DESC      PIC X(30).
001810     05  RLS-TOT-COUNT     PIC ZZ,ZZ9.
001820     05  FILLER            PIC X(95) VALUE SPACES.
001830 01  RLS-AMOUNT-LINE.
001840     05  FILLER            PIC X(01) VALUE SPACE.
001850     05  RLS-AMT-DESC      PIC X(30).
001860     05  RLS-AMT-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001870     05  FILLER            PIC X(84) VALUE SPACES.
001880*--------------------------------------------------------------*
001890 PROCEDURE DIVISION.
001900*--------------------------------------------------------------*
001910*    0000-MAINLINE
001920*--------------------------------------------------------------*
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001950     PERFORM 2700-READ-RELEASE-CARD
001960         THRU 2700-READ-RELEASE-CARD-EXIT.
001970     PERFORM 2000-PROCESS-RELEASE-CARD
001980         THRU 2000-PROCESS-RELEASE-CARD-EXIT
001990         UNTIL RLC-EOF.
002000     MOVE RELEASED-CNT TO RLS-T-COUNT.
002010     MOVE RELEASED-AMT TO RLS-T-AMOUNT.
002020     WRITE RLS-ACH-RECORD FROM RLS-TRAILER-LINE.
002030     PERFORM 4000-LIST-AWAITING-RELEASE
002040         THRU 4000-LIST-AWAITING-RELEASE-EXIT.
002050     PERFORM 9500-WRITE-TOTALS THRU 9500-WRITE-TOTALS-EXIT.
002060     GO TO 9900-FINALIZE.
002070*--------------------------------------------------------------*
002080*    1000-INITIALIZE
002090*--------------------------------------------------------------*
002100 1000-INITIALIZE.
002110     ACCEPT RLS-RUN-DATE FROM DATE YYYYMMDD.
002120     OPEN I-O ACHHOLD.
002130     IF AHL-FILE-NOT-FOUND
002140         GO TO 9950-NO-HOLD-FILE-ABORT
002150     END-IF.
002160     OPEN INPUT RLSCARD.
002170     OPEN OUTPUT ACHRLS.
002180     OPEN OUTPUT RLSRPT.
002190     MOVE RLS-RUN-DATE TO RLS-B2-RUN-DATE.
002200     PERFORM 7500-WRITE-PAGE-HEADERS
002210         THRU 7500-WRITE-PAGE-HEADERS-EXIT.
002220 1000-INITIALIZE-EXIT.
002230     EXIT.
002240*--------------------------------------------------------------*
002250*    2000-PROCESS-RELEASE-CARD
002260*
002270*    ONLY A CREDIT STILL HELD CAN BE RELEASED, AND ONLY ON A
002280*    CARD THAT SAYS WHO APPROVED IT.
002290*--------------------------------------------------------------*
002300 2000-PROCESS-RELEASE-CARD.
002310     ADD 1 TO CARD-READ-CTR.
002320     MOVE RLC-EMP-ID       TO RLS-P-EMP-ID.
002330     MOVE SPACES           TO RLS-P-NAME.
002340     MOVE RLC-PERIOD-END-X TO RLS-P-PERIOD-END.
002350     MOVE SPACES           TO RLS-P-AMOUNT-X.
002360     MOVE RLC-USER-ID      TO RLS-P-USER-ID.
002370     MOVE SPACES           TO RLS-P-REASON.
002380     IF RLC-EMP-ID = SPACES OR
002390        RLC-PERIOD-END-X NOT NUMERIC
002400         MOVE "INVALID RELEASE CARD" TO RLS-P-ACTION
002410         PERFORM 8100-WRITE-REJECT-LINE
002420             THRU 8100-WRITE-REJECT-LINE-EXIT
002430         GO TO 2000-PROCESS-NEXT
002440     END-IF.
002450     IF RLC-USER-ID = SPACES
002460         MOVE "NO APPROVER ON CARD" TO RLS-P-ACTION
002470         PERFORM 8100-WRITE-REJECT-LINE
002480             THRU 8100-WRITE-REJECT-LINE-EXIT
002490         GO TO 2000-PROCESS-NEXT
002500     END-IF.
002510     MOVE 'N' TO AHL-FOUND-SW.
002520     MOVE RLC-EMP-ID     TO AHL-EMP-ID.
002530     MOVE RLC-PERIOD-END TO AHL-PERIOD-END.
002540     READ ACHHOLD
002550         INVALID KEY
002560             CONTINUE
002570         NOT INVALID KEY
002580             MOVE 'Y' TO AHL-FOUND-SW
002590     END-READ.
002600     IF NOT AHL-FOUND
002610         MOVE "NO HELD CREDIT FOR THIS PERIOD" TO RLS-P-ACTION
002620         PERFORM 8100-WRITE-REJECT-LINE
002630             THRU 8100-WRITE-REJECT-LINE-EXIT
002640         GO TO 2000-PROCESS-NEXT
002650     END-IF.
002660     MOVE AHL-NAME   TO RLS-P-NAME.
002670     MOVE AHL-AMOUNT TO RLS-P-AMOUNT.
002680     MOVE AHL-REASON TO RLS-P-REASON.
002690     IF AHL-RELEASED
002700         MOVE "ALREADY RELEASED" TO RLS-P-ACTION
002710         PERFORM 8100-WRITE-REJECT-LINE
002720             THRU 8100-WRITE-REJECT-LINE-EXIT
002730         GO TO 2000-PROCESS-NEXT
002740     END-IF.
002750     PERFORM 3000-RELEASE-CREDIT THRU 3000-RELEASE-CREDIT-EXIT.
002760 2000-PROCESS-NEXT.
002770     PERFORM 2700-READ-RELEASE-CARD
002780         THRU 2700-READ-RELEASE-CARD-EXIT.
002790 2000-PROCESS-RELEASE-CARD-EXIT.
002800     EXIT.
002810*--------------------------------------------------------------*
002820*    2700-READ-RELEASE-CARD
002830*--------------------------------------------------------------*
002840 2700-READ-RELEASE-CARD.
002850     READ RLSCARD
002860         AT END MOVE 'Y' TO RLC-EOF-SW
002870     END-READ.
002880 2700-READ-RELEASE-CARD-EXIT.
002890     EXIT.
002900*--------------------------------------------------------------*
002910*    3000-RELEASE-CREDIT
002920*--------------------------------------------------------------*
002930 3000-RELEASE-CREDIT.
002940     MOVE AHL-ROUTING TO RLS-D-ROUTING.
002950     MOVE AHL-ACCOUNT TO RLS-D-ACCOUNT.
002960     MOVE AHL-EMP-ID  TO RLS-D-EMP-ID.
002970     MOVE AHL-NAME    TO RLS-D-NAME.
002980     MOVE AHL-AMOUNT  TO RLS-D-AMOUNT.
002990     WRITE RLS-ACH-RECORD FROM RLS-DETAIL-LINE.
003000     ADD 1          TO RELEASED-CNT.
003010     ADD AHL-AMOUNT TO RELEASED-AMT.
003020     MOVE 'R'          TO AHL-STATUS.
003030     MOVE AHL-PERIOD-END TO RLS-EDIT-DATE.
003040     MOVE RLS-EDIT-DATE  TO RLS-P-PERIOD-END.
003050     MOVE RLS-RUN-DATE TO AHL-RELEASE-DATE.
003060     MOVE RLC-USER-ID  TO AHL-RELEASED-BY.
003070     REWRITE AHL-RECORD.
003080     MOVE "RELEASED TO ACHRLS" TO RLS-P-ACTION.
003090     MOVE RLS-DETAIL-PRINT TO RLS-OUT-LINE.
003100     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
003110 3000-RELEASE-CREDIT-EXIT.
003120     EXIT.
003130*--------------------------------------------------------------*
003140*    4000-LIST-AWAITING-RELEASE
003150*
003160*    EVERY CREDIT STILL HELD AFTER THIS RUN, WHATEVER ITS
003170*    PERIOD.
003180*--------------------------------------------------------------*
003190 4000-LIST-AWAITING-RELEASE.
003200     MOVE RLS-BLANK-LINE TO RLS-OUT-LINE.
003210     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
003220     MOVE "CREDITS STILL HELD AND AWAITING RELEASE"
003230         TO RLS-SEC-TEXT.
003240     MOVE RLS-SECTION-LINE TO RLS-OUT-LINE.
003250     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
003260     MOVE LOW-VALUES TO AHL-KEY.
003270     START ACHHOLD KEY NOT < AHL-KEY
003280         INVALID KEY MOVE 'Y' TO AHL-EOF-SW
003290     END-START.
003300     PERFORM 4010-READ-HOLD-RECORD THRU 4010-READ-HOLD-RECORD-EXIT
003310         UNTIL AHL-EOF.
003320 4000-LIST-AWAITING-RELEASE-EXIT.
003330     EXIT.
003340*--------------------------------------------------------------*
003350*    4010-READ-HOLD-RECORD
003360*--------------------------------------------------------------*
003370 4010-READ-HOLD-RECORD.
003380     READ ACHHOLD NEXT RECORD
003390         AT END MOVE 'Y' TO AHL-EOF-SW
003400     END-READ.
003410     IF AHL-EOF OR NOT AHL-HELD
003420         GO TO 4010-READ-HOLD-RECORD-EXIT
003430     END-IF.
003440     ADD 1          TO AWAITING-CTR.
003450     ADD AHL-AMOUNT TO AWAITING-AMT.
003460     MOVE AHL-EMP-ID     TO RLS-P-EMP-ID.
003470     MOVE AHL-NAME       TO RLS-P-NAME.
003480     MOVE AHL-PERIOD-END TO RLS-EDIT-DATE.
003490     MOVE RLS-EDIT-DATE  TO RLS-P-PERIOD-END.
003500     MOVE AHL-AMOUNT     TO RLS-P-AMOUNT.
003510     MOVE SPACES         TO RLS-P-USER-ID.
003520     MOVE "AWAITING RELEASE" TO RLS-P-ACTION.
003530     MOVE AHL-REASON     TO RLS-P-REASON.
003540     MOVE RLS-DETAIL-PRINT TO RLS-OUT-LINE.
003550     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
003560 4010-READ-HOLD-RECORD-EXIT.
003570     EXIT.
003580*--------------------------------------------------------------*
003590*    7100-PRINT-LINE
003600*--------------------------------------------------------------*
003610 7100-PRINT-LINE.
003620     IF RLS-LINE-CTR >= RLS-LINES-PER-PAGE
003630         PERFORM 7500-WRITE-PAGE-HEADERS
003640             THRU 7500-WRITE-PAGE-HEADERS-EXIT
003650     END-IF.
003660     WRITE RLS-PRT-RECORD FROM RLS-OUT-LINE.
003670     ADD 1 TO RLS-LINE-CTR.
003680 7100-PRINT-LINE-EXIT.
003690     EXIT.
003700*--------------------------------------------------------------*
003710*    7500-WRITE-PAGE-HEADERS
003720*--------------------------------------------------------------*
003730 7500-WRITE-PAGE-HEADERS.
003740     ADD 1 TO RLS-PAGE-NBR.
003750     MOVE RLS-PAGE-NBR TO RLS-B1-PAGE-NBR.
003760     WRITE RLS-PRT-RECORD FROM RLS-BANNER-LINE-1
003770         AFTER ADVANCING PAGE.
003780     WRITE RLS-PRT-RECORD FROM RLS-BANNER-LINE-2.
003790     WRITE RLS-PRT-RECORD FROM RLS-BLANK-LINE.
003800     WRITE RLS-PRT-RECORD FROM RLS-HEADING-LINE.
003810     MOVE 4 TO RLS-LINE-CTR.
003820 7500-WRITE-PAGE-HEADERS-EXIT.
003830     EXIT.
003840*--------------------------------------------------------------*
003850*    8100-WRITE-REJECT-LINE
003860*--------------------------------------------------------------*
003870 8100-WRITE-REJECT-LINE.
003880     MOVE RLS-DETAIL-PRINT TO RLS-OUT-LINE.
003890     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
003900     ADD 1 TO CARD-REJECT-CTR.
003910 8100-WRITE-REJECT-LINE-EXIT.
003920     EXIT.
003930*--------------------------------------------------------------*
003940*    9500-WRITE-TOTALS
003950*--------------------------------------------------------------*
003960 9500-WRITE-TOTALS.
003970     MOVE RLS-BLANK-LINE TO RLS-OUT-LINE.
003980     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
003990     MOVE "RELEASE CARDS READ"       TO RLS-TOT-DESC.
004000     MOVE CARD-READ-CTR              TO RLS-TOT-COUNT.
004010     PERFORM 9510-WRITE-TOTAL-LINE
004020         THRU 9510-WRITE-TOTAL-LINE-EXIT.
004030     MOVE "CARDS REJECTED"           TO RLS-TOT-DESC.
004040     MOVE CARD-REJECT-CTR            TO RLS-TOT-COUNT.
004050     PERFORM 9510-WRITE-TOTAL-LINE
004060         THRU 9510-WRITE-TOTAL-LINE-EXIT.
004070     MOVE "CREDITS RELEASED"         TO RLS-TOT-DESC.
004080     MOVE RELEASED-CNT               TO RLS-TOT-COUNT.
004090     PERFORM 9510-WRITE-TOTAL-LINE
004100         THRU 9510-WRITE-TOTAL-LINE-EXIT.
004110     MOVE "AMOUNT RELEASED TO ACHRLS" TO RLS-AMT-DESC.
004120     MOVE RELEASED-AMT               TO RLS-AMT-AMOUNT.
004130     PERFORM 9520-WRITE-AMOUNT-LINE
004140         THRU 9520-WRITE-AMOUNT-LINE-EXIT.
004150     MOVE "CREDITS STILL HELD"       TO RLS-TOT-DESC.
004160     MOVE AWAITING-CTR               TO RLS-TOT-COUNT.
004170     PERFORM 9510-WRITE-TOTAL-LINE
004180         THRU 9510-WRITE-TOTAL-LINE-EXIT.
004190     MOVE "AMOUNT STILL HELD"        TO RLS-AMT-DESC.
004200     MOVE AWAITING-AMT               TO RLS-AMT-AMOUNT.
004210     PERFORM 9520-WRITE-AMOUNT-LINE
004220         THRU 9520-WRITE-AMOUNT-LINE-EXIT.
004230     IF CARD-REJECT-CTR > ZERO
004240         MOVE 4 TO RETURN-CODE
004250     END-IF.
004260 9500-WRITE-TOTALS-EXIT.
004270     EXIT.
004280*--------------------------------------------------------------*
004290*    9510-WRITE-TOTAL-LINE
004300*--------------------------------------------------------------*
004310 9510-WRITE-TOTAL-LINE.
004320     MOVE RLS-TOTAL-LINE TO RLS-OUT-LINE.
004330     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
004340 9510-WRITE-TOTAL-LINE-EXIT.
004350     EXIT.
004360*--------------------------------------------------------------*
004370*    9520-WRITE-AMOUNT-LINE
004380*--------------------------------------------------------------*
004390 9520-WRITE-AMOUNT-LINE.
004400     MOVE RLS-AMOUNT-LINE TO RLS-OUT-LINE.
004410     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
004420 9520-WRITE-AMOUNT-LINE-EXIT.
004430     EXIT.
004440*--------------------------------------------------------------*
004450*    9900-FINALIZE
004460*--------------------------------------------------------------*
004470 9900-FINALIZE.
004480     CLOSE RLSCARD.
004490     CLOSE ACHHOLD.
004500     CLOSE ACHRLS.
004510     CLOSE RLSRPT.
004520     GOBACK.
004530*--------------------------------------------------------------*
004540*    9950-NO-HOLD-FILE-ABORT
004550*--------------------------------------------------------------*
004560 9950-NO-HOLD-FILE-ABORT.
004570     DISPLAY "PAYRLSE - ACHHOLD NOT FOUND - NO CREDIT HAS BEEN".
004580     DISPLAY "PAYRLSE - HELD - RUN STOPPED".
004590     MOVE 16 TO RETURN-CODE.
004600     STOP RUN.
