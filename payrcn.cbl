000160*                      MISMATCHES, APPLIES VOID/STOP-PAY CARDS,
000170*                      AND REPORTS CHECKS OUTSTANDING PAST THE
000180*                      STALENESS THRESHOLD.
000181*    10/15/26   RLH    ESCHEAT PENDING (E) AND REMITTED (R)
000182*                      CHECKS FROM PAYESCH ARE TREATED AS DEAD
000183*                      - A PAID ITEM OR VOID/STOP CARD AGAINST
000184*                      ONE IS FLAGGED.
000190*--------------------------------------------------------------*
000200*    A PAID ITEM AGAINST A VOIDED OR STOPPED CHECK IS THE WORST
000210*    NEWS THIS JOB CAN DELIVER - IT ENDS THE RUN WITH RETURN
000850         88  CRG-CLEARED                  VALUE 'C'.
000860         88  CRG-VOIDED                   VALUE 'V'.
000870         88  CRG-STOPPED                  VALUE 'S'.
000871         88  CRG-ESCHEAT-PENDING          VALUE 'E'.
000872         88  CRG-REMITTED                 VALUE 'R'.
000873         88  CRG-DEAD                     VALUE 'V' 'S' 'E' 'R'.
000890     05  CRG-ISSUE-DATE        PIC 9(08).
000900     05  CRG-EMP-ID            PIC X(05).
000910     05  CRG-PAYEE             PIC X(15).
002560     IF CRG-DEAD
002570         PERFORM 8100-MOVE-REGISTER-FIELDS
002580             THRU 8100-MOVE-REGISTER-FIELDS-EXIT
002581         MOVE "*** PAID AGAINST VOID/STOP/ESCHEAT ***"
002582             TO RCN-I-TEXT
002600         PERFORM 8000-WRITE-ITEM-LINE
002610             THRU 8000-WRITE-ITEM-LINE-EXIT
002620         ADD 1 TO DEAD-PAID-CTR
003860     IF CRG-DEAD
003870         PERFORM 8100-MOVE-REGISTER-FIELDS
003880             THRU 8100-MOVE-REGISTER-FIELDS-EXIT
003890         MOVE "ALREADY VOID/STOPPED/ESCHEATED" TO RCN-I-TEXT
003900         PERFORM 8000-WRITE-ITEM-LINE
003910             THRU 8000-WRITE-ITEM-LINE-EXIT
003920         ADD 1 TO VST-REJECT-CTR
004240*
004250*    FULL PASS OVER THE REGISTER - COUNT WHAT IS STILL
004260*    OUTSTANDING AND FLAG ANYTHING PAST THE STALENESS
004270*    THRESHOLD FOR ESCHEAT FOLLOW-UP (SEE PAYESCH).
004280*--------------------------------------------------------------*
004290 4000-AGE-OUTSTANDING.
004300     MOVE ZERO TO CRG-CHECK-NBR.
005380     MOVE "PAID ITEMS NOT ON REGISTER"  TO RCN-TOT-DESC.
005390     MOVE NOT-FOUND-CTR                 TO RCN-TOT-COUNT.
005400     WRITE RCN-PRT-RECORD FROM RCN-TOTAL-LINE.
005410     MOVE "PAID AGAINST VOID/STOP/ESCHEAT" TO RCN-TOT-DESC.
005420     MOVE DEAD-PAID-CTR                 TO RCN-TOT-COUNT.
005430     WRITE RCN-PRT-RECORD FROM RCN-TOTAL-LINE.
005440     MOVE "DUPLICATE PAID ITEMS"        TO RCN-TOT-DESC.
