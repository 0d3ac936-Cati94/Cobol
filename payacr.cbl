000170*                      CODE, AND RETURNED LIVE CREDITS ARE
000180*                      LISTED SO A REPLACEMENT PAPER CHECK GETS
000190*                      CUT INSTEAD OF THE MONEY VANISHING.
000191*    10/15/26   RLH    CARRY THE PAY TYPE, PAY GROUP, PAY
000192*                      FREQUENCY AND ANNUAL SALARY ADDED TO THE
000193*                      ROSTER (85 TO 98 BYTES) THROUGH UNCHANGED.
000194*    10/15/26   RLH    CARRY THE DEPARTMENT/COST CENTER CODE
000195*                      ADDED TO THE END OF THE ROSTER (98 TO
000196*                      102 BYTES).
000200*--------------------------------------------------------------*
000210*    BOTH EMPFILE AND RTNFILE MUST ARRIVE IN EMP-ID SEQUENCE.
000220*    THE ROSTER BATCH HEADER/TRAILER CONVENTION IS HONORED THE
000400*--------------------------------------------------------------*
000410 FD  EMPFILE
000420     LABEL RECORDS ARE STANDARD
000430     RECORD CONTAINS 102 CHARACTERS.
000440 01  EMP-RECORD.
000450     05  EMP-ID            PIC X(05).
000460     05  WHO               PIC X(15).
000520     05  EMP-BANK-ACCOUNT  PIC X(17).
000530     05  EMP-ACH-STATUS    PIC X(01).
000540     05  EMP-PRENOTE-DATE  PIC X(08).
000541     05  EMP-PAY-TYPE      PIC X(01).
000542     05  EMP-PAY-GROUP     PIC X(02).
000543     05  EMP-PAY-FREQ      PIC X(01).
000544     05  EMP-ANNUAL-SALARY PIC 9(07)V99.
000545     05  EMP-DEPT          PIC X(04).
000550*--------------------------------------------------------------*
000560*    RTNFILE - BANK RETURN/CORRECTION FILE, IN EMP-ID SEQUENCE.
000570*    A ZERO AMOUNT IS A RETURNED PRENOTE, A NONZERO AMOUNT IS A
000720*--------------------------------------------------------------*
000730 FD  NEWEMP
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 102 CHARACTERS.
000760 01  NEW-RECORD            PIC X(102).
000770*--------------------------------------------------------------*
000780*    ACHPRT - RETURN PROCESSING REPORT
000790*--------------------------------------------------------------*
001070     05  FILLER            PIC X(05).
001080     05  OTP-COUNT         PIC 9(07).
001090     05  OTP-HASH          PIC 9(09).
001100     05  FILLER            PIC X(81).
001110 01  NEW-HDR-RECORD.
001120     05  FILLER            PIC X(05) VALUE "00000".
001130     05  FILLER            PIC X(13) VALUE "BATCH HEADER ".
001140     05  NHR-DATE          PIC 9(08).
001150     05  FILLER            PIC X(76) VALUE SPACES.
001160 01  NEW-TRL-RECORD.
001170     05  FILLER            PIC X(05) VALUE "99999".
001180     05  NTR-COUNT         PIC 9(07).
001190     05  NTR-HASH          PIC 9(09).
001200     05  FILLER            PIC X(81) VALUE SPACES.
001210 01  HOLD-RECORD.
001220     05  HOLD-EMP-ID       PIC X(05).
001230     05  HOLD-WHO          PIC X(15).
001290     05  HOLD-BANK-ACCOUNT PIC X(17).
001300     05  HOLD-ACH-STATUS   PIC X(01).
001310     05  HOLD-PRENOTE-DATE PIC X(08).
001311     05  HOLD-PAY-TYPE     PIC X(01).
001312     05  HOLD-PAY-GROUP    PIC X(02).
001313     05  HOLD-PAY-FREQ     PIC X(01).
001314     05  HOLD-ANNUAL-SALARY PIC 9(07)V99.
001315     05  HOLD-DEPT         PIC X(04).
001320******** Counters for the totals page
001330 77  OLD-ROSTER-CTR        PIC 9(05) COMP VALUE ZERO.
001340 77  NEW-ROSTER-CTR        PIC 9(05) COMP VALUE ZERO.
