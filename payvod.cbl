000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYVOID.
000030 AUTHOR.        R L HUTCHINS.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*    MODIFICATION HISTORY
000090*    DATE       INIT   DESCRIPTION
000100*    ---------  ----   -------------------------------------- *
000110*    10/15/26   RLH    ORIGINAL PROGRAM - VOID A PAPER CHECK
000120*                      FROM CARDS IN VODFILE:
000130*                        V - VOID AND REVERSE.  THE CHECK IS
000140*                            BACKED OUT OF YTDFILE (GROSS,
000150*                            WITHHOLDING, EMPLOYER TAXES AND
000160*                            THEIR QUARTER BUCKETS), LEAVE
000170*                            HOURS IT DREW ARE PUT BACK, ITS
000180*                            DEDUCTION ARREARS CHANGES ARE
000190*                            UNDONE AND A MAIN-RUN CHECK GETS
000200*                            REVERSING GL ENTRIES.
000210*                        R - VOID AND REISSUE.  A NEW CHECK
000220*                            NUMBER IS CUT FOR THE SAME PAY
000230*                            AND NOTHING IS REVERSED.
000240*                      THE REGISTER AND PAY HISTORY ARE MARKED
000250*                      EITHER WAY.
000260*    10/15/26   RLH    CARRY THE WIDENED DEDUCTIONS MASTER (40
000270*                      TO 80).  A CHECK VOIDED BEFORE PAYREMIT
000280*                      RUNS HAS ITS 401K AND GARNISHMENT
000290*                      AMOUNTS HELD BACK THERE.
000300*    10/15/26   RLH    CARRY THE YTD RECORD (207 TO 229) - A
000310*                      VOID ALSO BACKS THE CHECK'S FEDERAL AND
000320*                      STATE TAX OUT OF THE YEAR'S SPLIT
000330*                      WITHHOLDING.
000340*    10/15/26   RLH    A MAIN-RUN REVERSAL TAKES LABOR AND
000350*                      EMPLOYER TAX BACK OUT BY EARN CODE FROM
000360*                      THE ACCOUNTS THE CHECK'S LOCATION AND
000370*                      DEPARTMENT MAP TO ON GLMFILE, AND
000380*                      CONTROL ACCOUNTS COME FROM GLMFILE TOO.
000390*                      A CHECK WHOSE LABOR IS NOT MAPPED IS
000400*                      REJECTED; A MISSING MAP STOPS THE RUN.
000410*                      GL LINES CARRY A CLASS BYTE.
000420*    10/15/26   RLH    CHECKS ESCHEAT PENDING OR REMITTED TO A
000430*                      STATE ARE REJECTED; EACH VOID NOW SENDS
000440*                      A TYPE V REFUSE RECORD TO THE BANK ON
000450*                      POSFILE.
000460*--------------------------------------------------------------*
000470*    ONLY A PAPER CHECK ON THE OUTSTANDING REGISTER CAN BE
000480*    VOIDED - A CLEARED CHECK HAS BEEN CASHED AND A DIRECT
000490*    DEPOSIT NEVER REACHED THE REGISTER.  EVERY TEST IS MADE
000500*    BEFORE ANYTHING IS TOUCHED, SO A REJECTED CARD CHANGES
000510*    NOTHING.  A CHECK IN A YEAR PAYYREND HAS CLOSED CANNOT BE
000520*    REVERSED - ITS YTD BUCKETS ARE GONE.  PAYSUPP AND PAYRETRO
000530*    CHECKS NEVER POSTED TO THE GL, SO THEY GET NO GL REVERSAL.
000540*    REJECTS AND FLAGS END THE RUN WITH RETURN CODE 4, GL
000550*    POSTINGS OUT OF BALANCE WITH RETURN CODE 8.
000560*--------------------------------------------------------------*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT VODFILE   ASSIGN TO VODFILE
000610                      ORGANIZATION IS SEQUENTIAL.
000620     SELECT CRGFILE   ASSIGN TO CRGFILE
000630                      ORGANIZATION IS INDEXED
000640                      ACCESS MODE IS RANDOM
000650                      RECORD KEY IS CRG-CHECK-NBR
000660                      FILE STATUS IS CRG-FILE-STATUS.
000670     SELECT PHSFILE   ASSIGN TO PHSFILE
000680                      ORGANIZATION IS INDEXED
000690                      ACCESS MODE IS DYNAMIC
000700                      RECORD KEY IS PHS-KEY
000710                      FILE STATUS IS PHS-FILE-STATUS.
000720     SELECT YTDFILE   ASSIGN TO YTDFILE
000730                      ORGANIZATION IS INDEXED
000740                      ACCESS MODE IS RANDOM
000750                      RECORD KEY IS YTD-EMP-ID
000760                      FILE STATUS IS YTD-FILE-STATUS.
000770     SELECT LVEFILE   ASSIGN TO LVEFILE
000780                      ORGANIZATION IS INDEXED
000790                      ACCESS MODE IS RANDOM
000800                      RECORD KEY IS LVE-EMP-ID
000810                      FILE STATUS IS LVE-FILE-STATUS.
000820     SELECT DEDFILE   ASSIGN TO DEDFILE
000830                      ORGANIZATION IS INDEXED
000840                      ACCESS MODE IS RANDOM
000850                      RECORD KEY IS DED-KEY
000860                      FILE STATUS IS DED-FILE-STATUS.
000870     SELECT RSTFILE   ASSIGN TO RSTFILE
000880                      ORGANIZATION IS INDEXED
000890                      ACCESS MODE IS RANDOM
000900                      RECORD KEY IS RST-KEY
000910                      FILE STATUS IS RST-FILE-STATUS.
000920     SELECT RLGFILE   ASSIGN TO RLGFILE
000930                      ORGANIZATION IS INDEXED
000940                      ACCESS MODE IS RANDOM
000950                      RECORD KEY IS RLG-KEY
000960                      FILE STATUS IS RLG-FILE-STATUS.
000970     SELECT GLFILE    ASSIGN TO GLFILE
000980                      ORGANIZATION IS SEQUENTIAL.
000990     SELECT GLMFILE   ASSIGN TO GLMFILE
001000                      ORGANIZATION IS SEQUENTIAL
001010                      FILE STATUS IS GLM-FILE-STATUS.
001020     SELECT POSFILE   ASSIGN TO POSFILE
001030                      ORGANIZATION IS SEQUENTIAL.
001040     SELECT VODPRT    ASSIGN TO VODPRT
001050                      ORGANIZATION IS SEQUENTIAL.
001060 DATA DIVISION.
001070 FILE SECTION.
001080*--------------------------------------------------------------*
001090*    VODFILE - VOID CARDS.  ACTION V VOIDS AND REVERSES THE
001100*    CHECK, ACTION R VOIDS IT AND CUTS A REPLACEMENT.
001110*--------------------------------------------------------------*
001120 FD  VODFILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  VOD-RECORD.
001160     05  VOD-ACTION        PIC X(01).
001170         88  VOD-REVERSE                  VALUE 'V'.
001180         88  VOD-REISSUE                  VALUE 'R'.
001190     05  VOD-CHECK-NBR-X   PIC X(06).
001200     05  VOD-CHECK-NBR     REDEFINES VOD-CHECK-NBR-X
001210                           PIC 9(06).
001220     05  VOD-USER-ID       PIC X(08).
001230     05  FILLER            PIC X(65).
001240*--------------------------------------------------------------*
001250*    CRGFILE - OUTSTANDING CHECK REGISTER (SEE PAYROLOO)
001260*    A CHECK PAYESCH HAS MOVED TO ESCHEAT PENDING OR REMITTED
001270*    TO A STATE BELONGS TO THE STATE AND CANNOT BE VOIDED HERE.
001280*--------------------------------------------------------------*
001290 FD  CRGFILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 60 CHARACTERS.
001320 01  CRG-RECORD.
001330     05  CRG-CHECK-NBR         PIC 9(06).
001340     05  CRG-STATUS            PIC X(01).
001350         88  CRG-OUTSTANDING              VALUE 'O'.
001360         88  CRG-CLEARED                  VALUE 'C'.
001370         88  CRG-ESCHEAT-PENDING          VALUE 'E'.
001380         88  CRG-REMITTED                 VALUE 'R'.
001390     05  CRG-ISSUE-DATE        PIC 9(08).
001400     05  CRG-EMP-ID            PIC X(05).
001410     05  CRG-PAYEE             PIC X(15).
001420     05  CRG-AMOUNT            PIC 9(07)V99.
001430     05  CRG-CLEAR-DATE        PIC 9(08).
001440     05  CRG-DD-DATE           PIC 9(08).
001450*--------------------------------------------------------------*
001460*    PHSFILE - PER-CHECK PAY HISTORY (SEE PAYROLOO)
001470*--------------------------------------------------------------*
001480 FD  PHSFILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 440 CHARACTERS.
001510 01  PHS-RECORD.
001520     05  PHS-KEY.
001530         10  PHS-EMP-ID        PIC X(05).
001540         10  PHS-PERIOD-END    PIC 9(08).
001550         10  PHS-CHECK-NBR     PIC 9(06).
001560     05  PHS-NAME              PIC X(15).
001570     05  PHS-WHERE             PIC X(20).
001580     05  PHS-EARN-CODE         PIC X(02).
001590     05  PHS-REG-HOURS         PIC 9(03).
001600     05  PHS-OT-HOURS          PIC 9(03).
001610     05  PHS-GROSS             PIC 9(07)V99.
001620     05  PHS-FED-TAX           PIC 9(07)V99.
001630     05  PHS-STATE-TAX         PIC 9(07)V99.
001640     05  PHS-DEDUCTIONS        PIC 9(07)V99.
001650     05  PHS-NET               PIC S9(07)V99.
001660     05  PHS-PAY-TYPE          PIC X(01).
001670     05  PHS-PAY-FREQ          PIC X(01).
001680     05  PHS-CHECK-STATUS      PIC X(01).
001690         88  PHS-CHECK-VOIDED             VALUE 'V'.
001700         88  PHS-CHECK-REPLACED           VALUE 'R'.
001710     05  PHS-VOID-DATE         PIC 9(08).
001720     05  PHS-SOURCE            PIC X(01).
001730         88  PHS-FROM-MAIN-RUN            VALUE 'P'.
001740     05  FILLER                PIC X(01).
001750     05  PHS-LINE-CNT          PIC 9(02).
001760     05  PHS-LINE-ENTRY        OCCURS 10 TIMES.
001770         10  PHS-L-EARN-CODE   PIC X(02).
001780         10  PHS-L-BASIS       PIC X(01).
001790         10  PHS-L-HOURS       PIC 9(03).
001800         10  PHS-L-AMOUNT      PIC 9(07)V99.
001810     05  PHS-ER-FICA           PIC 9(07)V99.
001820     05  PHS-ER-FUTA           PIC 9(07)V99.
001830     05  PHS-ER-SUTA           PIC 9(07)V99.
001840     05  PHS-DED-TYPE-AMT      OCCURS 3 TIMES
001850                               PIC 9(07)V99.
001860     05  PHS-ARR-CNT           PIC 9(02).
001870     05  PHS-ARR-ENTRY         OCCURS 8 TIMES.
001880         10  PHS-A-PRIORITY    PIC 9(02).
001890         10  PHS-A-CHANGE      PIC S9(07)V99.
001900     05  PHS-XREF-CHECK        PIC 9(06).
001910     05  PHS-VAC-DRAWN         PIC 9(04).
001920     05  PHS-SICK-DRAWN        PIC 9(04).
001930     05  PHS-DEPT              PIC X(04).
001940     05  FILLER                PIC X(06).
001950*--------------------------------------------------------------*
001960*    YTDFILE - YEAR-TO-DATE EARNINGS BY EMPLOYEE (SEE PAYROLOO)
001970*--------------------------------------------------------------*
001980 FD  YTDFILE
001990     LABEL RECORDS ARE STANDARD
002000     RECORD CONTAINS 229 CHARACTERS.
002010 01  YTD-RECORD.
002020     05  YTD-EMP-ID            PIC X(05).
002030     05  YTD-EMP-NAME          PIC X(15).
002040     05  YTD-GROSS             PIC 9(09)V99.
002050     05  YTD-WITHHOLDING       PIC 9(09)V99.
002060     05  YTD-QTR-ENTRY         OCCURS 4 TIMES.
002070         10  YTD-QTR-GROSS     PIC 9(09)V99.
002080         10  YTD-QTR-WITHHOLD  PIC 9(09)V99.
002090     05  YTD-ER-FICA           PIC 9(09)V99.
002100     05  YTD-ER-FUTA           PIC 9(09)V99.
002110     05  YTD-ER-SUTA           PIC 9(09)V99.
002120     05  YTD-QTR-ER-TAX        OCCURS 4 TIMES
002130                               PIC 9(09)V99.
002140     05  YTD-FED-WITHHOLD      PIC 9(09)V99.
002150     05  YTD-STATE-WITHHOLD    PIC 9(09)V99.
002160*--------------------------------------------------------------*
002170*    LVEFILE - PAID-LEAVE BALANCES IN HOURS (SEE PAYROLOO)
002180*--------------------------------------------------------------*
002190 FD  LVEFILE
002200     LABEL RECORDS ARE STANDARD
002210     RECORD CONTAINS 40 CHARACTERS.
002220 01  LVE-RECORD.
002230     05  LVE-EMP-ID            PIC X(05).
002240     05  LVE-EMP-NAME          PIC X(15).
002250     05  LVE-VAC-BAL           PIC 9(03)V99.
002260     05  LVE-SICK-BAL          PIC 9(03)V99.
002270     05  FILLER                PIC X(10).
002280*--------------------------------------------------------------*
002290*    DEDFILE - VOLUNTARY DEDUCTIONS MASTER (SEE PAYROLOO)
002300*--------------------------------------------------------------*
002310 FD  DEDFILE
002320     LABEL RECORDS ARE STANDARD
002330     RECORD CONTAINS 80 CHARACTERS.
002340 01  DED-RECORD.
002350     05  DED-KEY.
002360         10  DED-EMP-ID        PIC X(05).
002370         10  DED-PRIORITY      PIC 9(02).
002380     05  DED-TYPE              PIC X(01).
002390     05  DED-PCT               PIC V999.
002400     05  DED-FLAT-AMT          PIC 9(05)V99.
002410     05  DED-ARREARS           PIC 9(07)V99.
002420     05  DED-CASE-NBR          PIC X(15).
002430     05  DED-PAYEE             PIC X(20).
002440     05  FILLER                PIC X(18).
002450*--------------------------------------------------------------*
002460*    RSTFILE - MAIN RUN CHECKPOINT FILE, OPENED ONLY TO DRAW
002470*    REPLACEMENT CHECK NUMBERS FROM THE SHARED SERIES (SEE
002480*    PAYSUPP).  LAYOUT MUST MATCH PAYROLOO.
002490*--------------------------------------------------------------*
002500 FD  RSTFILE
002510     LABEL RECORDS ARE STANDARD
002520     RECORD CONTAINS 532 CHARACTERS.
002530 01  RST-RECORD.
002540     05  RST-KEY               PIC X(08).
002550     05  RST-LAST-EMP-ID       PIC X(05).
002560     05  RST-IN-PROGRESS-ID    PIC X(05).
002570     05  RST-FIRST-RECORD-SW   PIC X(01).
002580     05  RST-HOLD-WHERE        PIC X(20).
002590     05  RST-LOC-SUBTOTAL      PIC 9(09)V99.
002600     05  RST-GRAND-TOTAL       PIC 9(09)V99.
002610     05  RST-EARN-TOTAL-ENTRY  OCCURS 7 TIMES
002620                               PIC 9(09)V99.
002630     05  RST-PRT-PAGE-NBR      PIC 9(04).
002640     05  RST-PRT-LINE-CTR      PIC 9(03).
002650     05  RST-CHECK-NBR         PIC 9(06).
002660     05  RST-ACH-COUNT         PIC 9(07).
002670     05  RST-ACH-TOTAL         PIC 9(11)V99.
002680     05  RST-NET-TOTAL         PIC S9(11)V99.
002690     05  RST-PAPER-TOTAL       PIC S9(11)V99.
002700     05  RST-WITHHOLD-TOTAL    PIC 9(11)V99.
002710     05  RST-GL-DEBIT-TOTAL    PIC 9(11)V99.
002720     05  RST-PAID-CTR          PIC 9(07).
002730     05  RST-REJECT-CTR        PIC 9(07).
002740     05  RST-BYPASS-CTR        PIC 9(07).
002750     05  RST-RECS-DONE         PIC 9(07).
002760     05  RST-DED-TOTAL-ENTRY   OCCURS 3 TIMES
002770                               PIC 9(11)V99.
002780     05  RST-ER-FICA-TOTAL     PIC 9(11)V99.
002790     05  RST-ER-FUTA-TOTAL     PIC 9(11)V99.
002800     05  RST-ER-SUTA-TOTAL     PIC 9(11)V99.
002810     05  RST-POS-COUNT         PIC 9(07).
002820     05  RST-POS-TOTAL         PIC 9(11)V99.
002830     05  RST-PRENOTE-CTR       PIC 9(07).
002840     05  RST-HOLD-DEPT         PIC X(04).
002850     05  RST-LOC-ER-TAX        PIC 9(09)V99.
002860     05  RST-DDT-AREA.
002870         10  RST-DDT-ENTRY     OCCURS 7 TIMES.
002880             15  RST-DDT-GROSS     PIC 9(09)V99.
002890             15  RST-DDT-ER-TAX    PIC 9(09)V99.
002900     05  RST-LDR-PAGE-NBR      PIC 9(04).
002910     05  RST-LDR-LINE-CTR      PIC 9(03).
002920*--------------------------------------------------------------*
002930*    RLGFILE - SHARED RUN-SEQUENCE LEDGER (SEE PAYROLOO).  READ
002940*    ONLY, TO SEE WHETHER PAYYREND HAS CLOSED A CHECK'S YEAR.
002950*--------------------------------------------------------------*
002960 FD  RLGFILE
002970     LABEL RECORDS ARE STANDARD
002980     RECORD CONTAINS 40 CHARACTERS.
002990 01  RLG-RECORD.
003000     05  RLG-KEY.
003010         10  RLG-PROGRAM       PIC X(08).
003020         10  RLG-PERIOD-END    PIC 9(08).
003030     05  RLG-STATUS            PIC X(01).
003040     05  RLG-START-DATE        PIC 9(08).
003050     05  RLG-END-DATE          PIC 9(08).
003060     05  FILLER                PIC X(07).
003070*--------------------------------------------------------------*
003080*    GLFILE - GENERAL LEDGER POSTING FILE (SEE PAYROLOO).  EACH
003090*    REVERSED CHECK IS A TYPE M MEMO NAMING THE CHECK FOLLOWED
003100*    BY THE MAIN RUN'S ENTRIES WITH DEBIT AND CREDIT SWAPPED.
003110*    LABOR AND EMPLOYER TAX COME BACK OUT BY EARN CODE, FROM THE
003120*    ACCOUNTS THE CHECK'S LOCATION AND DEPARTMENT MAP TO ON
003130*    GLMFILE TODAY, WITH THE SAME CLASS BYTES PAYROLOO WRITES.
003140*--------------------------------------------------------------*
003150 FD  GLFILE
003160     LABEL RECORDS ARE STANDARD
003170     RECORD CONTAINS 80 CHARACTERS.
003180 01  GL-RECORD                 PIC X(80).
003190*--------------------------------------------------------------*
003200*    GLMFILE - CHART-OF-ACCOUNTS MAP (SEE PAYROLOO)
003210*--------------------------------------------------------------*
003220 FD  GLMFILE
003230     LABEL RECORDS ARE STANDARD
003240     RECORD CONTAINS 80 CHARACTERS.
003250 01  GLM-RECORD.
003260     05  GLM-REC-TYPE          PIC X(01).
003270     05  GLM-REC-DATA          PIC X(79).
003280*--------------------------------------------------------------*
003290*    POSFILE - POSITIVE-PAY FILE FOR THE BANK (SEE PAYROLOO).
003300*    ONE DETAIL PER REPLACEMENT CHECK, ONE TYPE V (VOID - REFUSE
003310*    IF PRESENTED) RECORD PER PAPER CHECK VOIDED, PLUS THE
003320*    TRAILER.
003330*--------------------------------------------------------------*
003340 FD  POSFILE
003350     LABEL RECORDS ARE STANDARD
003360     RECORD CONTAINS 60 CHARACTERS.
003370 01  POS-RECORD                PIC X(60).
003380*--------------------------------------------------------------*
003390*    VODPRT - VOID REGISTER PRINT FILE
003400*--------------------------------------------------------------*
003410 FD  VODPRT
003420     LABEL RECORDS OMITTED
003430     RECORD CONTAINS 132 CHARACTERS.
003440 01  VOD-PRT-RECORD            PIC X(132).
003450 WORKING-STORAGE SECTION.
003460******** Switches and file status fields
003470 77  VOD-EOF-SW            PIC X(01)  VALUE 'N'.
003480     88  VOD-EOF                      VALUE 'Y'.
003490 77  CRG-FILE-STATUS       PIC X(02)  VALUE SPACES.
003500 77  CRG-FOUND-SW          PIC X(01)  VALUE 'N'.
003510     88  CRG-FOUND                    VALUE 'Y'.
003520 77  PHS-FILE-STATUS       PIC X(02)  VALUE SPACES.
003530 77  PHS-DONE-SW           PIC X(01)  VALUE 'N'.
003540     88  PHS-DONE                     VALUE 'Y'.
003550 77  PHS-FOUND-SW          PIC X(01)  VALUE 'N'.
003560     88  PHS-FOUND                    VALUE 'Y'.
003570 77  YTD-FILE-STATUS       PIC X(02)  VALUE SPACES.
003580 77  YTD-SHORT-SW          PIC X(01)  VALUE 'N'.
003590     88  YTD-SHORT                    VALUE 'Y'.
003600 77  LVE-FILE-STATUS       PIC X(02)  VALUE SPACES.
003610     88  LVE-FILE-NOT-FOUND           VALUE "35".
003620 77  DED-FILE-STATUS       PIC X(02)  VALUE SPACES.
003630     88  DED-FILE-NOT-FOUND           VALUE "35".
003640 77  RST-FILE-STATUS       PIC X(02)  VALUE SPACES.
003650     88  RST-FILE-NOT-FOUND           VALUE "35".
003660 77  RESTART-KEY-LITERAL   PIC X(08)  VALUE "CHECKPT1".
003670 77  CHECK-NBR             PIC 9(06)  VALUE ZERO.
003680******** Run-sequence ledger work fields
003690 77  RLG-FILE-STATUS       PIC X(02)  VALUE SPACES.
003700     88  RLG-FILE-NOT-FOUND           VALUE "35".
003710 77  RLG-MISSING-SW        PIC X(01)  VALUE 'N'.
003720     88  RLG-MISSING                  VALUE 'Y'.
003730 77  YEAR-CLOSED-SW        PIC X(01)  VALUE 'N'.
003740     88  YEAR-CLOSED                  VALUE 'Y'.
003750 77  RLG-YEAR-END-PROGRAM  PIC X(08)  VALUE "PAYYREND".
003760******** Reversal work fields
003770 01  VOID-PERIOD-END       PIC 9(08)  VALUE ZERO.
003780 01  VOID-PERIOD-END-PARTS REDEFINES VOID-PERIOD-END.
003790     05  VPE-YEAR          PIC 9(04).
003800     05  VPE-MONTH         PIC 9(02).
003810     05  VPE-DAY           PIC 9(02).
003820 77  PAY-QTR               PIC 9(01)  VALUE 1.
003830 77  VOID-WITHHOLD         PIC 9(07)V99 VALUE ZERO.
003840 77  VOID-ER-TOTAL         PIC 9(07)V99 VALUE ZERO.
003850 77  DED-ARR-MAX           PIC 9(02)  VALUE 8.
003860 77  DED-ARR-SUB           PIC 9(02) COMP.
003870 77  DED-NEW-ARREARS       PIC S9(09)V99 VALUE ZERO.
003880 77  NEW-CHECK-NBR         PIC 9(06)  VALUE ZERO.
003890 01  HOLD-PHS-RECORD       PIC X(440).
003900******** Deduction types - SAME ORDER AS PAYROLOO'S TABLE
003910 77  DED-TYPE-COUNT        PIC 9(01)  VALUE 3.
003920 77  DED-TYPE-SUB          PIC 9(01).
003930*    THE ACCOUNT COLUMN IS REPLACED AT INITIALIZATION FROM THE
003940*    GLMFILE CONTROL RECORDS DED4, DEDH AND DEDG.
003950 01  DED-TYPE-LITERALS.
003960     05  FILLER            PIC X(24) VALUE
003970         "4401K PLAN      2200-401".
003980     05  FILLER            PIC X(24) VALUE
003990         "HHEALTH PREMIUM 2210-HLT".
004000     05  FILLER            PIC X(24) VALUE
004010         "GGARNISHMENT    2220-GRN".
004020 01  DED-TYPE-TABLE REDEFINES DED-TYPE-LITERALS.
004030     05  DED-TYPE-ENTRY    OCCURS 3 TIMES.
004040         10  DTT-CODE      PIC X(01).
004050         10  DTT-DESC      PIC X(15).
004060         10  DTT-ACCOUNT   PIC X(08).
004070******** Counters for the totals page
004080 77  CARD-READ-CTR         PIC 9(05) COMP VALUE ZERO.
004090 77  REVERSED-CTR          PIC 9(05) COMP VALUE ZERO.
004100 77  REISSUED-CTR          PIC 9(05) COMP VALUE ZERO.
004110 77  CARD-REJECT-CTR       PIC 9(05) COMP VALUE ZERO.
004120 77  FLAG-CTR              PIC 9(05) COMP VALUE ZERO.
004130 77  REVERSED-GROSS-TOT    PIC 9(09)V99 VALUE ZERO.
004140 77  REVERSED-NET-TOT      PIC S9(09)V99 VALUE ZERO.
004150 77  REISSUED-AMT-TOT      PIC 9(09)V99 VALUE ZERO.
004160******** General ledger work fields (SEE PAYROLOO)
004170 77  GL-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
004180 77  GL-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
004190 01  GL-POSTING-LINE.
004200     05  GL-P-TYPE         PIC X(01).
004210     05  GL-P-ACCOUNT      PIC X(08).
004220     05  GL-P-DESC         PIC X(30).
004230     05  GL-P-AMOUNT       PIC 9(11)V99.
004240     05  GL-P-CLASS        PIC X(01).
004250     05  GL-P-DEPT         PIC X(04).
004260     05  GL-P-EARN-CODE    PIC X(02).
004270     05  GL-P-DED-TYPE     PIC X(01).
004280     05  FILLER            PIC X(20) VALUE SPACES.
004290 01  GL-VOID-MEMO-DESC.
004300     05  FILLER            PIC X(14) VALUE "VOID OF CHECK ".
004310     05  GL-V-CHECK-NBR    PIC 9(06).
004320     05  FILLER            PIC X(10) VALUE SPACES.
004330******** Variables for the GL account map (SEE PAYROLOO)
004340 77  GLM-FILE-STATUS       PIC X(02)  VALUE SPACES.
004350 77  GLM-EOF-SW            PIC X(01)  VALUE 'N'.
004360     88  GLM-EOF                      VALUE 'Y'.
004370 77  GLM-MAX-ENTRIES       PIC 9(03)  VALUE 200.
004380 77  GLM-CNT               PIC 9(03) COMP VALUE ZERO.
004390 77  GLM-SUB               PIC 9(03) COMP.
004400 77  GLM-MATCH-SUB         PIC 9(03) COMP VALUE ZERO.
004410 77  GLM-DEFAULT-SUB       PIC 9(03) COMP VALUE ZERO.
004420 77  GLM-ANY-EARN          PIC X(02)  VALUE "**".
004430 77  GLM-SEARCH-LOC        PIC X(20)  VALUE SPACES.
004440 77  GLM-SEARCH-DEPT       PIC X(04)  VALUE SPACES.
004450 77  GLM-SEARCH-EARN       PIC X(02)  VALUE SPACES.
004460 77  GCT-COUNT             PIC 9(02)  VALUE 9.
004470 77  GCT-SUB               PIC 9(02) COMP.
004480 77  GCT-MATCH-SUB         PIC 9(02) COMP VALUE ZERO.
004490 77  GL-MAP-MISS-SW        PIC X(01)  VALUE 'N'.
004500     88  GL-MAP-MISS                  VALUE 'Y'.
004510 77  VOID-LINE-MAX         PIC 9(02)  VALUE 10.
004520 77  VOID-LINE-CNT         PIC 9(02)  VALUE ZERO.
004530 77  VOID-LINE-SUB         PIC 9(02) COMP.
004540 77  VOID-LINE-TOTAL       PIC 9(09)V99 VALUE ZERO.
004550 77  ER-SPREAD-LEFT        PIC 9(07)V99 VALUE ZERO.
004560 77  ER-SPREAD-AMT         PIC 9(07)V99 VALUE ZERO.
004570 01  GLM-PARSE-AREA.
004580     05  GLM-LABOR-PARSE.
004590         10  GML-LOC           PIC X(20).
004600         10  GML-DEPT          PIC X(04).
004610         10  GML-EARN-CODE     PIC X(02).
004620         10  GML-LABOR-ACCT    PIC X(08).
004630         10  GML-TAX-ACCT      PIC X(08).
004640         10  FILLER            PIC X(37).
004650     05  GLM-CONTROL-PARSE     REDEFINES GLM-LABOR-PARSE.
004660         10  GMC-FUNCTION      PIC X(04).
004670         10  GMC-ACCOUNT       PIC X(08).
004680         10  FILLER            PIC X(67).
004690 01  GL-MAP-TABLE.
004700     05  GL-MAP-ENTRY          OCCURS 200 TIMES.
004710         10  GMT-LOC           PIC X(20).
004720         10  GMT-DEPT          PIC X(04).
004730         10  GMT-EARN-CODE     PIC X(02).
004740         10  GMT-LABOR-ACCT    PIC X(08).
004750         10  GMT-TAX-ACCT      PIC X(08).
004760*    CONTROL ACCOUNTS BY FUNCTION - SAME LIST AS PAYROLOO'S, AND
004770*    EVERY ONE MUST BE NAMED ON GLMFILE.
004780 01  GL-CONTROL-LITERALS.
004790     05  FILLER            PIC X(12) VALUE "WHL".
004800     05  FILLER            PIC X(12) VALUE "CSH".
004810     05  FILLER            PIC X(12) VALUE "FIC".
004820     05  FILLER            PIC X(12) VALUE "FUT".
004830     05  FILLER            PIC X(12) VALUE "SUT".
004840     05  FILLER            PIC X(12) VALUE "ANL".
004850     05  FILLER            PIC X(12) VALUE "DED4".
004860     05  FILLER            PIC X(12) VALUE "DEDH".
004870     05  FILLER            PIC X(12) VALUE "DEDG".
004880 01  GL-CONTROL-TABLE REDEFINES GL-CONTROL-LITERALS.
004890     05  GL-CONTROL-ENTRY  OCCURS 9 TIMES.
004900         10  GCT-FUNCTION  PIC X(04).
004910         10  GCT-ACCOUNT   PIC X(08).
004920 01  GL-CONTROL-NAMED REDEFINES GL-CONTROL-LITERALS.
004930     05  FILLER            PIC X(04).
004940     05  GL-ACCT-WHL       PIC X(08).
004950     05  FILLER            PIC X(04).
004960     05  GL-ACCT-CSH       PIC X(08).
004970     05  FILLER            PIC X(04).
004980     05  GL-ACCT-FIC       PIC X(08).
004990     05  FILLER            PIC X(04).
005000     05  GL-ACCT-FUT       PIC X(08).
005010     05  FILLER            PIC X(04).
005020     05  GL-ACCT-SUT       PIC X(08).
005030     05  FILLER            PIC X(04).
005040     05  GL-ACCT-ANL       PIC X(08).
005050     05  FILLER            PIC X(04).
005060     05  GL-ACCT-DED4      PIC X(08).
005070     05  FILLER            PIC X(04).
005080     05  GL-ACCT-DEDH      PIC X(08).
005090     05  FILLER            PIC X(04).
005100     05  GL-ACCT-DEDG      PIC X(08).
005110*    THE CHECK'S EARNINGS LINES AS THEY COME BACK OUT OF LABOR,
005120*    WITH THE GL MAP ENTRY EACH ONE POSTS TO.
005130 01  VOID-LABOR-TABLE.
005140     05  VOID-LABOR-ENTRY  OCCURS 10 TIMES.
005150         10  VLT-EARN-CODE PIC X(02).
005160         10  VLT-AMOUNT    PIC 9(07)V99.
005170         10  VLT-MAP-SUB   PIC 9(03) COMP.
005180******** Positive-pay work fields (SEE PAYROLOO)
005190 77  POS-ITEM-COUNT        PIC 9(07)  VALUE ZERO.
005200 77  POS-TOTAL-AMT         PIC 9(11)V99 VALUE ZERO.
005210 77  POS-VOID-COUNT        PIC 9(07)  VALUE ZERO.
005220 77  POS-VOID-AMT          PIC 9(11)V99 VALUE ZERO.
005230 01  POS-DETAIL-LINE.
005240     05  FILLER            PIC X(01) VALUE "D".
005250     05  POS-D-CHECK-NBR   PIC 9(06).
005260     05  POS-D-DATE        PIC 9(08).
005270     05  POS-D-PAYEE       PIC X(15).
005280     05  POS-D-AMOUNT      PIC 9(09)V99.
005290     05  FILLER            PIC X(19) VALUE SPACES.
005300 01  POS-VOID-LINE.
005310     05  FILLER            PIC X(01) VALUE "V".
005320     05  POS-V-CHECK-NBR   PIC 9(06).
005330     05  POS-V-DATE        PIC 9(08).
005340     05  POS-V-PAYEE       PIC X(15).
005350     05  POS-V-AMOUNT      PIC 9(09)V99.
005360     05  FILLER            PIC X(19) VALUE SPACES.
005370 01  POS-TRAILER-LINE.
005380     05  FILLER            PIC X(01) VALUE "T".
005390     05  POS-T-COUNT       PIC 9(07).
005400     05  POS-T-AMOUNT      PIC 9(11)V99.
005410     05  POS-T-VOID-COUNT  PIC 9(07).
005420     05  POS-T-VOID-AMOUNT PIC 9(11)V99.
005430     05  FILLER            PIC X(19) VALUE SPACES.
005440******** Variables for the report print file
005450 77  VOD-RUN-DATE          PIC 9(08).
005460 77  VOD-PAGE-NBR          PIC 9(04)  VALUE ZERO.
005470 77  VOD-LINE-CTR          PIC 9(03)  VALUE ZERO.
005480 77  VOD-LINES-PER-PAGE    PIC 9(03)  VALUE 45.
005490 01  VOD-BANNER-LINE-1.
005500     05  FILLER            PIC X(01) VALUE SPACE.
005510     05  FILLER            PIC X(40) VALUE
005520         "ACME MANUFACTURING COMPANY".
005530     05  FILLER            PIC X(41) VALUE SPACES.
005540     05  FILLER            PIC X(05) VALUE "PAGE ".
005550     05  VOD-B1-PAGE-NBR   PIC ZZZ9.
005560     05  FILLER            PIC X(41) VALUE SPACES.
005570 01  VOD-BANNER-LINE-2.
005580     05  FILLER            PIC X(01) VALUE SPACE.
005590     05  FILLER            PIC X(26) VALUE
005600         "CHECK VOID REGISTER".
005610     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
005620     05  VOD-B2-RUN-DATE   PIC 9999/99/99.
005630     05  FILLER            PIC X(85) VALUE SPACES.
005640 01  VOD-BLANK-LINE        PIC X(132) VALUE SPACES.
005650 01  VOD-DETAIL-LINE.
005660     05  FILLER            PIC X(01) VALUE SPACE.
005670     05  FILLER            PIC X(06) VALUE "CHECK ".
005680     05  VOD-D-CHECK       PIC 9(06).
005690     05  FILLER            PIC X(02) VALUE SPACES.
005700     05  VOD-D-EMP-ID      PIC X(05).
005710     05  FILLER            PIC X(02) VALUE SPACES.
005720     05  VOD-D-NAME        PIC X(15).
005730     05  FILLER            PIC X(02) VALUE SPACES.
005740     05  VOD-D-PERIOD      PIC 9999/99/99.
005750     05  FILLER            PIC X(02) VALUE SPACES.
005760     05  VOD-D-ACTION      PIC X(16).
005770     05  VOD-D-GROSS       PIC ZZ,ZZZ,ZZ9.99.
005780     05  VOD-D-NET         PIC -ZZ,ZZZ,ZZ9.99.
005790     05  VOD-D-NEW-LABEL   PIC X(10).
005800     05  VOD-D-NEW-CHECK   PIC Z(06).
005810     05  FILLER            PIC X(02) VALUE SPACES.
005820     05  VOD-D-USER-ID     PIC X(08).
005830     05  FILLER            PIC X(12) VALUE SPACES.
005840 01  VOD-REJECT-LINE.
005850     05  FILLER            PIC X(01) VALUE SPACE.
005860     05  FILLER            PIC X(06) VALUE "CHECK ".
005870     05  VOD-R-CHECK       PIC X(06).
005880     05  FILLER            PIC X(02) VALUE SPACES.
005890     05  VOD-R-TEXT        PIC X(50).
005900     05  FILLER            PIC X(67) VALUE SPACES.
005910 01  VOD-FLAG-LINE.
005920     05  FILLER            PIC X(15) VALUE SPACES.
005930     05  VOD-F-TEXT        PIC X(50).
005940     05  VOD-F-VALUE       PIC X(10).
005950     05  FILLER            PIC X(57) VALUE SPACES.
005960 01  VOD-TOTAL-LINE.
005970     05  FILLER            PIC X(01) VALUE SPACE.
005980     05  VOD-TOT-DESC      PIC X(30).
005990     05  VOD-TOT-COUNT     PIC ZZ,ZZ9.
006000     05  FILLER            PIC X(95) VALUE SPACES.
006010 01  VOD-AMOUNT-LINE.
006020     05  FILLER            PIC X(01) VALUE SPACE.
006030     05  VOD-AMT-DESC      PIC X(30).
006040     05  VOD-AMT-AMOUNT    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
006050     05  FILLER            PIC X(83) VALUE SPACES.
006060 01  VOD-GL-SUMMARY-LINE.
006070     05  FILLER            PIC X(01) VALUE SPACE.
006080     05  FILLER            PIC X(13) VALUE "GL DEBITS:".
006090     05  VOD-GL-DEBITS     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006100     05  FILLER            PIC X(13) VALUE "  CREDITS:".
006110     05  VOD-GL-CREDITS    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006120     05  FILLER            PIC X(03) VALUE SPACES.
006130     05  VOD-GL-VERDICT    PIC X(14).
006140     05  FILLER            PIC X(54) VALUE SPACES.
006150 01  VOD-GL-FLAG-LINE.
006160     05  FILLER            PIC X(01) VALUE SPACE.
006170     05  FILLER            PIC X(50) VALUE
006180         "*** GL POSTINGS OUT OF BALANCE - DO NOT POST ***".
006190     05  FILLER            PIC X(81) VALUE SPACES.
006200*--------------------------------------------------------------*
006210 PROCEDURE DIVISION.
006220*--------------------------------------------------------------*
006230*    0000-MAINLINE
006240*--------------------------------------------------------------*
006250 0000-MAINLINE.
006260     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
006270     PERFORM 2700-READ-VOID-CARD
006280         THRU 2700-READ-VOID-CARD-EXIT.
006290     PERFORM 2000-PROCESS-VOID-CARD
006300         THRU 2000-PROCESS-VOID-CARD-EXIT
006310         UNTIL VOD-EOF.
006320     PERFORM 9500-WRITE-TOTALS THRU 9500-WRITE-TOTALS-EXIT.
006330     GO TO 9900-FINALIZE.
006340*--------------------------------------------------------------*
006350*    1000-INITIALIZE
006360*--------------------------------------------------------------*
006370 1000-INITIALIZE.
006380     ACCEPT VOD-RUN-DATE FROM DATE YYYYMMDD.
006390     PERFORM 1500-LOAD-GL-MAP
006400         THRU 1500-LOAD-GL-MAP-EXIT.
006410     OPEN I-O CRGFILE.
006420     IF CRG-FILE-STATUS NOT = "00"
006430         GO TO 9950-REGISTER-ABORT
006440     END-IF.
006450     OPEN I-O PHSFILE.
006460     IF PHS-FILE-STATUS NOT = "00"
006470         GO TO 9955-HISTORY-ABORT
006480     END-IF.
006490     OPEN I-O YTDFILE.
006500     IF YTD-FILE-STATUS NOT = "00"
006510         GO TO 9960-YTD-ABORT
006520     END-IF.
006530     PERFORM 1055-OPEN-LVEFILE THRU 1055-OPEN-LVEFILE-EXIT.
006540     PERFORM 1057-OPEN-DEDFILE THRU 1057-OPEN-DEDFILE-EXIT.
006550     PERFORM 1060-OPEN-RSTFILE THRU 1060-OPEN-RSTFILE-EXIT.
006560     PERFORM 1065-OPEN-RUN-LEDGER
006570         THRU 1065-OPEN-RUN-LEDGER-EXIT.
006580     OPEN INPUT VODFILE.
006590     OPEN OUTPUT GLFILE.
006600     OPEN OUTPUT POSFILE.
006610     OPEN OUTPUT VODPRT.
006620 1000-INITIALIZE-EXIT.
006630     EXIT.
006640*--------------------------------------------------------------*
006650*    1055-OPEN-LVEFILE
006660*--------------------------------------------------------------*
006670 1055-OPEN-LVEFILE.
006680     OPEN I-O LVEFILE.
006690     IF LVE-FILE-NOT-FOUND
006700         OPEN OUTPUT LVEFILE
006710         CLOSE LVEFILE
006720         OPEN I-O LVEFILE
006730     END-IF.
006740 1055-OPEN-LVEFILE-EXIT.
006750     EXIT.
006760*--------------------------------------------------------------*
006770*    1057-OPEN-DEDFILE
006780*--------------------------------------------------------------*
006790 1057-OPEN-DEDFILE.
006800     OPEN I-O DEDFILE.
006810     IF DED-FILE-NOT-FOUND
006820         OPEN OUTPUT DEDFILE
006830         CLOSE DEDFILE
006840         OPEN I-O DEDFILE
006850     END-IF.
006860 1057-OPEN-DEDFILE-EXIT.
006870     EXIT.
006880*--------------------------------------------------------------*
006890*    1060-OPEN-RSTFILE
006900*
006910*    REPLACEMENT CHECKS CONTINUE THE SAME CHECK NUMBER SERIES
006920*    AS THE PAY RUNS (SEE PAYSUPP).
006930*--------------------------------------------------------------*
006940 1060-OPEN-RSTFILE.
006950     OPEN I-O RSTFILE.
006960     IF RST-FILE-NOT-FOUND
006970         OPEN OUTPUT RSTFILE
006980         CLOSE RSTFILE
006990         OPEN I-O RSTFILE
007000     END-IF.
007010     MOVE RESTART-KEY-LITERAL TO RST-KEY.
007020     READ RSTFILE
007030         INVALID KEY
007040             MOVE SPACES TO RST-RECORD
007050             MOVE RESTART-KEY-LITERAL TO RST-KEY
007060             MOVE ZERO TO RST-CHECK-NBR
007070             WRITE RST-RECORD
007080     END-READ.
007090     MOVE RST-CHECK-NBR TO CHECK-NBR.
007100 1060-OPEN-RSTFILE-EXIT.
007110     EXIT.
007120*--------------------------------------------------------------*
007130*    1065-OPEN-RUN-LEDGER
007140*
007150*    NO LEDGER MEANS PAYYREND HAS NEVER CLOSED A YEAR.
007160*--------------------------------------------------------------*
007170 1065-OPEN-RUN-LEDGER.
007180     OPEN INPUT RLGFILE.
007190     IF RLG-FILE-NOT-FOUND
007200         MOVE 'Y' TO RLG-MISSING-SW
007210     END-IF.
007220 1065-OPEN-RUN-LEDGER-EXIT.
007230     EXIT.
007240*--------------------------------------------------------------*
007250*    1500-LOAD-GL-MAP
007260*
007270*    LOAD THE CHART-OF-ACCOUNTS MAP FROM GLMFILE THE WAY
007280*    PAYROLOO DOES.  A MISSING OR MALFORMED MAP STOPS THE RUN
007290*    BEFORE ANY CARD IS READ.
007300*--------------------------------------------------------------*
007310 1500-LOAD-GL-MAP.
007320     OPEN INPUT GLMFILE.
007330     IF GLM-FILE-STATUS NOT = "00"
007340         GO TO 9965-GL-MAP-ABORT
007350     END-IF.
007360     PERFORM 1510-LOAD-GL-MAP-RECORD
007370         THRU 1510-LOAD-GL-MAP-RECORD-EXIT
007380         UNTIL GLM-EOF.
007390     CLOSE GLMFILE.
007400     IF GLM-CNT = ZERO
007410         GO TO 9965-GL-MAP-ABORT
007420     END-IF.
007430     PERFORM 1540-CHECK-CONTROL-ACCT
007440         THRU 1540-CHECK-CONTROL-ACCT-EXIT
007450         VARYING GCT-SUB FROM 1 BY 1
007460         UNTIL GCT-SUB > GCT-COUNT.
007470     MOVE GL-ACCT-DED4 TO DTT-ACCOUNT (1).
007480     MOVE GL-ACCT-DEDH TO DTT-ACCOUNT (2).
007490     MOVE GL-ACCT-DEDG TO DTT-ACCOUNT (3).
007500 1500-LOAD-GL-MAP-EXIT.
007510     EXIT.
007520*--------------------------------------------------------------*
007530*    1510-LOAD-GL-MAP-RECORD
007540*--------------------------------------------------------------*
007550 1510-LOAD-GL-MAP-RECORD.
007560     READ GLMFILE
007570         AT END MOVE 'Y' TO GLM-EOF-SW
007580     END-READ.
007590     IF GLM-EOF
007600         GO TO 1510-LOAD-GL-MAP-RECORD-EXIT
007610     END-IF.
007620     MOVE GLM-REC-DATA TO GLM-PARSE-AREA.
007630     IF GLM-REC-TYPE = 'L'
007640         PERFORM 1520-STORE-LABOR-MAP
007650             THRU 1520-STORE-LABOR-MAP-EXIT
007660     ELSE
007670         IF GLM-REC-TYPE = 'C'
007680             PERFORM 1530-STORE-CONTROL-ACCT
007690                 THRU 1530-STORE-CONTROL-ACCT-EXIT
007700         ELSE
007710             GO TO 9965-GL-MAP-ABORT
007720         END-IF
007730     END-IF.
007740 1510-LOAD-GL-MAP-RECORD-EXIT.
007750     EXIT.
007760*--------------------------------------------------------------*
007770*    1520-STORE-LABOR-MAP
007780*--------------------------------------------------------------*
007790 1520-STORE-LABOR-MAP.
007800     IF GML-LOC = SPACES OR GML-EARN-CODE = SPACES OR
007810        GML-LABOR-ACCT = SPACES OR GML-TAX-ACCT = SPACES
007820         GO TO 9965-GL-MAP-ABORT
007830     END-IF.
007840     MOVE GML-LOC       TO GLM-SEARCH-LOC.
007850     MOVE GML-DEPT      TO GLM-SEARCH-DEPT.
007860     MOVE GML-EARN-CODE TO GLM-SEARCH-EARN.
007870     MOVE ZERO TO GLM-MATCH-SUB.
007880     MOVE ZERO TO GLM-DEFAULT-SUB.
007890     PERFORM 3460-FIND-GL-MAP
007900         THRU 3460-FIND-GL-MAP-EXIT
007910         VARYING GLM-SUB FROM 1 BY 1
007920         UNTIL GLM-SUB > GLM-CNT.
007930     IF GLM-MATCH-SUB NOT = ZERO OR GLM-CNT >= GLM-MAX-ENTRIES
007940         GO TO 9965-GL-MAP-ABORT
007950     END-IF.
007960     ADD 1 TO GLM-CNT.
007970     MOVE GML-LOC        TO GMT-LOC (GLM-CNT).
007980     MOVE GML-DEPT       TO GMT-DEPT (GLM-CNT).
007990     MOVE GML-EARN-CODE  TO GMT-EARN-CODE (GLM-CNT).
008000     MOVE GML-LABOR-ACCT TO GMT-LABOR-ACCT (GLM-CNT).
008010     MOVE GML-TAX-ACCT   TO GMT-TAX-ACCT (GLM-CNT).
008020 1520-STORE-LABOR-MAP-EXIT.
008030     EXIT.
008040*--------------------------------------------------------------*
008050*    1530-STORE-CONTROL-ACCT
008060*--------------------------------------------------------------*
008070 1530-STORE-CONTROL-ACCT.
008080     MOVE ZERO TO GCT-MATCH-SUB.
008090     PERFORM 1535-FIND-CONTROL-FUNCTION
008100         THRU 1535-FIND-CONTROL-FUNCTION-EXIT
008110         VARYING GCT-SUB FROM 1 BY 1
008120         UNTIL GCT-SUB > GCT-COUNT.
008130     IF GCT-MATCH-SUB = ZERO
008140         GO TO 1530-STORE-CONTROL-ACCT-EXIT
008150     END-IF.
008160     IF GMC-ACCOUNT = SPACES OR
008170        GCT-ACCOUNT (GCT-MATCH-SUB) NOT = SPACES
008180         GO TO 9965-GL-MAP-ABORT
008190     END-IF.
008200     MOVE GMC-ACCOUNT TO GCT-ACCOUNT (GCT-MATCH-SUB).
008210 1530-STORE-CONTROL-ACCT-EXIT.
008220     EXIT.
008230*--------------------------------------------------------------*
008240*    1535-FIND-CONTROL-FUNCTION
008250*--------------------------------------------------------------*
008260 1535-FIND-CONTROL-FUNCTION.
008270     IF GCT-FUNCTION (GCT-SUB) = GMC-FUNCTION
008280         MOVE GCT-SUB TO GCT-MATCH-SUB
008290     END-IF.
008300 1535-FIND-CONTROL-FUNCTION-EXIT.
008310     EXIT.
008320*--------------------------------------------------------------*
008330*    1540-CHECK-CONTROL-ACCT
008340*--------------------------------------------------------------*
008350 1540-CHECK-CONTROL-ACCT.
008360     IF GCT-ACCOUNT (GCT-SUB) = SPACES
008370         GO TO 9965-GL-MAP-ABORT
008380     END-IF.
008390 1540-CHECK-CONTROL-ACCT-EXIT.
008400     EXIT.
008410*--------------------------------------------------------------*
008420*    2000-PROCESS-VOID-CARD
008430*
008440*    EVERY TEST IS PASSED BEFORE THE FIRST FILE IS UPDATED.
008450*    A REISSUE NEEDS ONLY THE REGISTER AND HISTORY; A REVERSAL
008460*    ALSO NEEDS THE REVERSAL DETAIL, AN OPEN YEAR AND YTD
008470*    BUCKETS BIG ENOUGH TO TAKE THE CHECK BACK OUT.
008480*    A MAIN-RUN CHECK ALSO NEEDS GLMFILE ACCOUNTS FOR EVERY
008490*    EARNINGS LINE, SO ITS LABOR CAN COME BACK OUT OF THE GL.
008500*--------------------------------------------------------------*
008510 2000-PROCESS-VOID-CARD.
008520     ADD 1 TO CARD-READ-CTR.
008530     MOVE VOD-CHECK-NBR-X TO VOD-R-CHECK.
008540     IF (NOT VOD-REVERSE AND NOT VOD-REISSUE) OR
008550        VOD-CHECK-NBR-X NOT NUMERIC
008560         MOVE "INVALID VOID CARD" TO VOD-R-TEXT
008570         PERFORM 8100-WRITE-REJECT-LINE
008580             THRU 8100-WRITE-REJECT-LINE-EXIT
008590         GO TO 2000-PROCESS-NEXT
008600     END-IF.
008610     MOVE 'N' TO CRG-FOUND-SW.
008620     MOVE VOD-CHECK-NBR TO CRG-CHECK-NBR.
008630     READ CRGFILE
008640         INVALID KEY
008650             CONTINUE
008660         NOT INVALID KEY
008670             MOVE 'Y' TO CRG-FOUND-SW
008680     END-READ.
008690     IF NOT CRG-FOUND
008700         MOVE "CHECK NOT ON REGISTER - NOT A PAPER CHECK"
008710             TO VOD-R-TEXT
008720         PERFORM 8100-WRITE-REJECT-LINE
008730             THRU 8100-WRITE-REJECT-LINE-EXIT
008740         GO TO 2000-PROCESS-NEXT
008750     END-IF.
008760     IF CRG-CLEARED
008770         MOVE "CHECK HAS CLEARED THE BANK - CANNOT VOID"
008780             TO VOD-R-TEXT
008790         PERFORM 8100-WRITE-REJECT-LINE
008800             THRU 8100-WRITE-REJECT-LINE-EXIT
008810         GO TO 2000-PROCESS-NEXT
008820     END-IF.
008830     IF CRG-ESCHEAT-PENDING OR CRG-REMITTED
008840         MOVE "CHECK ESCHEAT PENDING OR REMITTED - CANNOT VOID"
008850             TO VOD-R-TEXT
008860         PERFORM 8100-WRITE-REJECT-LINE
008870             THRU 8100-WRITE-REJECT-LINE-EXIT
008880         GO TO 2000-PROCESS-NEXT
008890     END-IF.
008900     PERFORM 3000-FIND-HISTORY THRU 3000-FIND-HISTORY-EXIT.
008910     IF NOT PHS-FOUND
008920         MOVE "NO PAY HISTORY FOR THIS CHECK" TO VOD-R-TEXT
008930         PERFORM 8100-WRITE-REJECT-LINE
008940             THRU 8100-WRITE-REJECT-LINE-EXIT
008950         GO TO 2000-PROCESS-NEXT
008960     END-IF.
008970     IF PHS-CHECK-VOIDED OR PHS-CHECK-REPLACED
008980         MOVE "ALREADY VOIDED ON PAY HISTORY" TO VOD-R-TEXT
008990         PERFORM 8100-WRITE-REJECT-LINE
009000             THRU 8100-WRITE-REJECT-LINE-EXIT
009010         GO TO 2000-PROCESS-NEXT
009020     END-IF.
009030     IF VOD-REISSUE
009040         PERFORM 5000-VOID-AND-REISSUE
009050             THRU 5000-VOID-AND-REISSUE-EXIT
009060         GO TO 2000-PROCESS-NEXT
009070     END-IF.
009080*    A HISTORY RECORD CUT BEFORE THE REVERSAL DETAIL WAS KEPT
009090*    CANNOT BE BACKED OUT HERE.
009100     IF PHS-ARR-CNT NOT NUMERIC
009110         MOVE "HISTORY HAS NO REVERSAL DETAIL - REVERSE BY HAND"
009120             TO VOD-R-TEXT
009130         PERFORM 8100-WRITE-REJECT-LINE
009140             THRU 8100-WRITE-REJECT-LINE-EXIT
009150         GO TO 2000-PROCESS-NEXT
009160     END-IF.
009170     PERFORM 3200-CHECK-YEAR-OPEN
009180         THRU 3200-CHECK-YEAR-OPEN-EXIT.
009190     IF YEAR-CLOSED
009200         MOVE "PAY YEAR CLOSED BY PAYYREND - CANNOT REVERSE"
009210             TO VOD-R-TEXT
009220         PERFORM 8100-WRITE-REJECT-LINE
009230             THRU 8100-WRITE-REJECT-LINE-EXIT
009240         GO TO 2000-PROCESS-NEXT
009250     END-IF.
009260     PERFORM 3300-CHECK-YTD THRU 3300-CHECK-YTD-EXIT.
009270     IF YTD-SHORT
009280         MOVE "YTD MISSING OR SMALLER THAN CHECK - CANNOT REVERSE"
009290             TO VOD-R-TEXT
009300         PERFORM 8100-WRITE-REJECT-LINE
009310             THRU 8100-WRITE-REJECT-LINE-EXIT
009320         GO TO 2000-PROCESS-NEXT
009330     END-IF.
009340     IF PHS-FROM-MAIN-RUN
009350         PERFORM 3400-MAP-CHECK-LABOR
009360             THRU 3400-MAP-CHECK-LABOR-EXIT
009370         IF GL-MAP-MISS
009380             MOVE "LABOR NOT MAPPED ON GLMFILE - CANNOT REVERSE"
009390                 TO VOD-R-TEXT
009400             PERFORM 8100-WRITE-REJECT-LINE
009410                 THRU 8100-WRITE-REJECT-LINE-EXIT
009420             GO TO 2000-PROCESS-NEXT
009430         END-IF
009440     END-IF.
009450     PERFORM 4000-VOID-AND-REVERSE
009460         THRU 4000-VOID-AND-REVERSE-EXIT.
009470 2000-PROCESS-NEXT.
009480     PERFORM 2700-READ-VOID-CARD
009490         THRU 2700-READ-VOID-CARD-EXIT.
009500 2000-PROCESS-VOID-CARD-EXIT.
009510     EXIT.
009520*--------------------------------------------------------------*
009530*    2700-READ-VOID-CARD
009540*--------------------------------------------------------------*
009550 2700-READ-VOID-CARD.
009560     READ VODFILE
009570         AT END MOVE 'Y' TO VOD-EOF-SW
009580     END-READ.
009590 2700-READ-VOID-CARD-EXIT.
009600     EXIT.
009610*--------------------------------------------------------------*
009620*    3000-FIND-HISTORY
009630*
009640*    THE HISTORY KEY LEADS WITH EMP-ID AND PERIOD END, NOT THE
009650*    CHECK NUMBER, SO THE PAYEE'S CHECKS ARE SCANNED FOR IT.
009660*    A REPLACEMENT CHECK IS ISSUED TODAY BUT KEEPS THE PERIOD
009670*    END OF THE PAY IT STANDS IN FOR, SO THE REGISTER ISSUE
009680*    DATE CANNOT BE USED TO START THE SCAN.
009690*--------------------------------------------------------------*
009700 3000-FIND-HISTORY.
009710     MOVE 'N' TO PHS-FOUND-SW.
009720     MOVE 'N' TO PHS-DONE-SW.
009730     MOVE CRG-EMP-ID TO PHS-EMP-ID.
009740     MOVE ZERO       TO PHS-PERIOD-END.
009750     MOVE ZERO       TO PHS-CHECK-NBR.
009760     START PHSFILE KEY NOT < PHS-KEY
009770         INVALID KEY MOVE 'Y' TO PHS-DONE-SW
009780     END-START.
009790     PERFORM 3100-SCAN-ONE-CHECK
009800         THRU 3100-SCAN-ONE-CHECK-EXIT
009810         UNTIL PHS-DONE.
009820 3000-FIND-HISTORY-EXIT.
009830     EXIT.
009840*--------------------------------------------------------------*
009850*    3100-SCAN-ONE-CHECK
009860*--------------------------------------------------------------*
009870 3100-SCAN-ONE-CHECK.
009880     READ PHSFILE NEXT RECORD
009890         AT END MOVE 'Y' TO PHS-DONE-SW
009900     END-READ.
009910     IF PHS-DONE
009920         GO TO 3100-SCAN-ONE-CHECK-EXIT
009930     END-IF.
009940     IF PHS-EMP-ID NOT = CRG-EMP-ID
009950         MOVE 'Y' TO PHS-DONE-SW
009960         GO TO 3100-SCAN-ONE-CHECK-EXIT
009970     END-IF.
009980     IF PHS-CHECK-NBR = VOD-CHECK-NBR
009990         MOVE 'Y' TO PHS-FOUND-SW
010000         MOVE 'Y' TO PHS-DONE-SW
010010     END-IF.
010020 3100-SCAN-ONE-CHECK-EXIT.
010030     EXIT.
010040*--------------------------------------------------------------*
010050*    3200-CHECK-YEAR-OPEN
010060*
010070*    PAYYREND LEDGERS ITS CLOSE UNDER PERIOD END YYYY1231.  A
010080*    CLOSE THAT STARTED AND DID NOT FINISH COUNTS AS CLOSED -
010090*    THE YTD BUCKETS MAY ALREADY BE GONE.
010100*--------------------------------------------------------------*
010110 3200-CHECK-YEAR-OPEN.
010120     MOVE 'N' TO YEAR-CLOSED-SW.
010130     IF RLG-MISSING
010140         GO TO 3200-CHECK-YEAR-OPEN-EXIT
010150     END-IF.
010160     MOVE PHS-PERIOD-END TO VOID-PERIOD-END.
010170     MOVE RLG-YEAR-END-PROGRAM TO RLG-PROGRAM.
010180     COMPUTE RLG-PERIOD-END = (VPE-YEAR * 10000) + 1231.
010190     READ RLGFILE
010200         INVALID KEY
010210             CONTINUE
010220         NOT INVALID KEY
010230             MOVE 'Y' TO YEAR-CLOSED-SW
010240     END-READ.
010250 3200-CHECK-YEAR-OPEN-EXIT.
010260     EXIT.
010270*--------------------------------------------------------------*
010280*    3300-CHECK-YTD
010290*
010300*    THE PAY RUNS POST A CHECK IN THE QUARTER OF ITS PERIOD
010310*    END, SO THAT IS THE QUARTER IT COMES BACK OUT OF.  A
010320*    BUCKET SMALLER THAN THE CHECK MEANS THE CHECK WAS NEVER
010330*    POSTED WHERE WE THINK IT WAS - NOTHING IS TOUCHED.
010340*--------------------------------------------------------------*
010350 3300-CHECK-YTD.
010360     MOVE 'N' TO YTD-SHORT-SW.
010370     MOVE PHS-PERIOD-END TO VOID-PERIOD-END.
010380     COMPUTE PAY-QTR = (VPE-MONTH + 2) / 3.
010390     COMPUTE VOID-WITHHOLD = PHS-FED-TAX + PHS-STATE-TAX.
010400     COMPUTE VOID-ER-TOTAL =
010410         PHS-ER-FICA + PHS-ER-FUTA + PHS-ER-SUTA.
010420     MOVE PHS-EMP-ID TO YTD-EMP-ID.
010430     READ YTDFILE
010440         INVALID KEY
010450             MOVE 'Y' TO YTD-SHORT-SW
010460             GO TO 3300-CHECK-YTD-EXIT
010470     END-READ.
010480     IF YTD-GROSS < PHS-GROSS OR
010490        YTD-QTR-GROSS (PAY-QTR) < PHS-GROSS OR
010500        YTD-WITHHOLDING < VOID-WITHHOLD OR
010510        YTD-QTR-WITHHOLD (PAY-QTR) < VOID-WITHHOLD OR
010520        YTD-ER-FICA < PHS-ER-FICA OR
010530        YTD-ER-FUTA < PHS-ER-FUTA OR
010540        YTD-ER-SUTA < PHS-ER-SUTA OR
010550        YTD-QTR-ER-TAX (PAY-QTR) < VOID-ER-TOTAL
010560         MOVE 'Y' TO YTD-SHORT-SW
010570     END-IF.
010580 3300-CHECK-YTD-EXIT.
010590     EXIT.
010600*--------------------------------------------------------------*
010610*    3400-MAP-CHECK-LABOR
010620*
010630*    PAYROLOO DEBITED THE CHECK'S LABOR BY EARNINGS LINE TO THE
010640*    ACCOUNTS ITS LOCATION, DEPARTMENT AND EARN CODES MAP TO.
010650*    HISTORY WHOSE LINES DO NOT ADD TO THE CHECK'S GROSS IS
010660*    TAKEN AS ONE LINE OF THE CHECK'S OWN EARN CODE.  A LINE
010670*    GLMFILE CANNOT MAP LEAVES GL-MAP-MISS SET.
010680*--------------------------------------------------------------*
010690 3400-MAP-CHECK-LABOR.
010700     MOVE 'N'  TO GL-MAP-MISS-SW.
010710     MOVE ZERO TO VOID-LINE-TOTAL.
010720     MOVE ZERO TO VOID-LINE-CNT.
010730     IF PHS-LINE-CNT NUMERIC
010740         IF PHS-LINE-CNT NOT > VOID-LINE-MAX
010750             MOVE PHS-LINE-CNT TO VOID-LINE-CNT
010760         END-IF
010770     END-IF.
010780     PERFORM 3410-LOAD-LABOR-LINE
010790         THRU 3410-LOAD-LABOR-LINE-EXIT
010800         VARYING VOID-LINE-SUB FROM 1 BY 1
010810         UNTIL VOID-LINE-SUB > VOID-LINE-CNT.
010820     IF VOID-LINE-CNT = ZERO OR VOID-LINE-TOTAL NOT = PHS-GROSS
010830         MOVE 1             TO VOID-LINE-CNT
010840         MOVE PHS-EARN-CODE TO VLT-EARN-CODE (1)
010850         MOVE PHS-GROSS     TO VLT-AMOUNT (1)
010860     END-IF.
010870     PERFORM 3420-MAP-LABOR-LINE
010880         THRU 3420-MAP-LABOR-LINE-EXIT
010890         VARYING VOID-LINE-SUB FROM 1 BY 1
010900         UNTIL VOID-LINE-SUB > VOID-LINE-CNT.
010910 3400-MAP-CHECK-LABOR-EXIT.
010920     EXIT.
010930*--------------------------------------------------------------*
010940*    3410-LOAD-LABOR-LINE
010950*--------------------------------------------------------------*
010960 3410-LOAD-LABOR-LINE.
010970     MOVE PHS-L-EARN-CODE (VOID-LINE-SUB)
010980         TO VLT-EARN-CODE (VOID-LINE-SUB).
010990     IF PHS-L-AMOUNT (VOID-LINE-SUB) NUMERIC
011000         MOVE PHS-L-AMOUNT (VOID-LINE-SUB)
011010             TO VLT-AMOUNT (VOID-LINE-SUB)
011020     ELSE
011030         MOVE ZERO TO VLT-AMOUNT (VOID-LINE-SUB)
011040     END-IF.
011050     ADD VLT-AMOUNT (VOID-LINE-SUB) TO VOID-LINE-TOTAL.
011060 3410-LOAD-LABOR-LINE-EXIT.
011070     EXIT.
011080*--------------------------------------------------------------*
011090*    3420-MAP-LABOR-LINE
011100*--------------------------------------------------------------*
011110 3420-MAP-LABOR-LINE.
011120     MOVE PHS-WHERE                     TO GLM-SEARCH-LOC.
011130     MOVE PHS-DEPT                      TO GLM-SEARCH-DEPT.
011140     MOVE VLT-EARN-CODE (VOID-LINE-SUB) TO GLM-SEARCH-EARN.
011150     PERFORM 3450-LOOKUP-GL-MAP
011160         THRU 3450-LOOKUP-GL-MAP-EXIT.
011170     MOVE GLM-MATCH-SUB TO VLT-MAP-SUB (VOID-LINE-SUB).
011180     IF GLM-MATCH-SUB = ZERO
011190         MOVE 'Y' TO GL-MAP-MISS-SW
011200     END-IF.
011210 3420-MAP-LABOR-LINE-EXIT.
011220     EXIT.
011230*--------------------------------------------------------------*
011240*    3450-LOOKUP-GL-MAP
011250*
011260*    AN ENTRY FOR THE EXACT EARN CODE WINS OVER THE ** ENTRY FOR
011270*    THE SAME LOCATION AND DEPARTMENT.  GLM-MATCH-SUB IS LEFT
011280*    ZERO WHEN NEITHER IS ON FILE.
011290*--------------------------------------------------------------*
011300 3450-LOOKUP-GL-MAP.
011310     MOVE ZERO TO GLM-MATCH-SUB.
011320     MOVE ZERO TO GLM-DEFAULT-SUB.
011330     PERFORM 3460-FIND-GL-MAP
011340         THRU 3460-FIND-GL-MAP-EXIT
011350         VARYING GLM-SUB FROM 1 BY 1
011360         UNTIL GLM-SUB > GLM-CNT.
011370     IF GLM-MATCH-SUB = ZERO
011380         MOVE GLM-DEFAULT-SUB TO GLM-MATCH-SUB
011390     END-IF.
011400 3450-LOOKUP-GL-MAP-EXIT.
011410     EXIT.
011420*--------------------------------------------------------------*
011430*    3460-FIND-GL-MAP
011440*--------------------------------------------------------------*
011450 3460-FIND-GL-MAP.
011460     IF GMT-LOC (GLM-SUB) = GLM-SEARCH-LOC AND
011470        GMT-DEPT (GLM-SUB) = GLM-SEARCH-DEPT
011480         IF GMT-EARN-CODE (GLM-SUB) = GLM-SEARCH-EARN
011490             MOVE GLM-SUB TO GLM-MATCH-SUB
011500         ELSE
011510             IF GMT-EARN-CODE (GLM-SUB) = GLM-ANY-EARN
011520                 MOVE GLM-SUB TO GLM-DEFAULT-SUB
011530             END-IF
011540         END-IF
011550     END-IF.
011560 3460-FIND-GL-MAP-EXIT.
011570     EXIT.
011580*--------------------------------------------------------------*
011590*    4000-VOID-AND-REVERSE
011600*
011610*    YTDFILE IS STILL POSITIONED ON THE EMPLOYEE FROM 3300.
011620*    LEAVE ACCRUED BY THE CYCLE IS NOT TAKEN BACK - THE TIME
011630*    WAS STILL WORKED - ONLY THE LEAVE HOURS THE CHECK PAID.
011640*--------------------------------------------------------------*
011650 4000-VOID-AND-REVERSE.
011660     SUBTRACT PHS-GROSS     FROM YTD-GROSS.
011670     SUBTRACT PHS-GROSS     FROM YTD-QTR-GROSS (PAY-QTR).
011680     SUBTRACT VOID-WITHHOLD FROM YTD-WITHHOLDING.
011690     SUBTRACT VOID-WITHHOLD FROM YTD-QTR-WITHHOLD (PAY-QTR).
011700*    A CHECK POSTED BEFORE THE YEAR'S WITHHOLDING WAS KEPT SPLIT
011710*    FEDERAL/STATE NEVER REACHED THOSE TWO BUCKETS - THEY ARE
011720*    ONLY BACKED OUT WHEN THEY HOLD THE CHECK'S SHARE.
011730     IF YTD-FED-WITHHOLD NOT < PHS-FED-TAX AND
011740        YTD-STATE-WITHHOLD NOT < PHS-STATE-TAX
011750         SUBTRACT PHS-FED-TAX   FROM YTD-FED-WITHHOLD
011760         SUBTRACT PHS-STATE-TAX FROM YTD-STATE-WITHHOLD
011770     END-IF.
011780     SUBTRACT PHS-ER-FICA   FROM YTD-ER-FICA.
011790     SUBTRACT PHS-ER-FUTA   FROM YTD-ER-FUTA.
011800     SUBTRACT PHS-ER-SUTA   FROM YTD-ER-SUTA.
011810     SUBTRACT VOID-ER-TOTAL FROM YTD-QTR-ER-TAX (PAY-QTR).
011820     REWRITE YTD-RECORD.
011830     PERFORM 7000-WRITE-DETAIL-LINE
011840         THRU 7000-WRITE-DETAIL-LINE-EXIT.
011850     PERFORM 4100-RESTORE-LEAVE THRU 4100-RESTORE-LEAVE-EXIT.
011860     PERFORM 4200-RESTORE-ARREARS
011870         THRU 4200-RESTORE-ARREARS-EXIT.
011880     IF PHS-FROM-MAIN-RUN
011890         PERFORM 4300-WRITE-GL-REVERSAL
011900             THRU 4300-WRITE-GL-REVERSAL-EXIT
011910     END-IF.
011920     MOVE 'V'          TO PHS-CHECK-STATUS.
011930     MOVE VOD-RUN-DATE TO PHS-VOID-DATE.
011940     REWRITE PHS-RECORD.
011950     PERFORM 4900-VOID-REGISTER-ENTRY
011960         THRU 4900-VOID-REGISTER-ENTRY-EXIT.
011970     ADD 1         TO REVERSED-CTR.
011980     ADD PHS-GROSS TO REVERSED-GROSS-TOT.
011990     ADD PHS-NET   TO REVERSED-NET-TOT.
012000 4000-VOID-AND-REVERSE-EXIT.
012010     EXIT.
012020*--------------------------------------------------------------*
012030*    4100-RESTORE-LEAVE
012040*--------------------------------------------------------------*
012050 4100-RESTORE-LEAVE.
012060     IF PHS-VAC-DRAWN = ZERO AND PHS-SICK-DRAWN = ZERO
012070         GO TO 4100-RESTORE-LEAVE-EXIT
012080     END-IF.
012090     MOVE PHS-EMP-ID TO LVE-EMP-ID.
012100     READ LVEFILE
012110         INVALID KEY
012120             MOVE "LEAVE RECORD GONE - HOURS NOT RESTORED"
012130                 TO VOD-F-TEXT
012140             MOVE SPACES TO VOD-F-VALUE
012150             PERFORM 8150-WRITE-FLAG-LINE
012160                 THRU 8150-WRITE-FLAG-LINE-EXIT
012170             GO TO 4100-RESTORE-LEAVE-EXIT
012180     END-READ.
012190     ADD PHS-VAC-DRAWN  TO LVE-VAC-BAL.
012200     ADD PHS-SICK-DRAWN TO LVE-SICK-BAL.
012210     REWRITE LVE-RECORD.
012220 4100-RESTORE-LEAVE-EXIT.
012230     EXIT.
012240*--------------------------------------------------------------*
012250*    4200-RESTORE-ARREARS
012260*
012270*    EACH STORED ENTRY IS THE CHANGE THE CHECK MADE TO ONE
012280*    DEDUCTION'S ARREARS - TAKING IT BACK OUT LEAVES THE
012290*    ARREARS AS IF THE CHECK HAD NEVER RUN.  ONLY EIGHT ARE
012300*    KEPT; PAST THAT THE REST IS LEFT FOR PAYROLL TO FIX.
012310*--------------------------------------------------------------*
012320 4200-RESTORE-ARREARS.
012330     IF PHS-ARR-CNT > DED-ARR-MAX
012340         MOVE "MORE ARREARS CHANGES THAN KEPT - CHECK DEDFILE"
012350             TO VOD-F-TEXT
012360         MOVE PHS-ARR-CNT TO VOD-F-VALUE
012370         PERFORM 8150-WRITE-FLAG-LINE
012380             THRU 8150-WRITE-FLAG-LINE-EXIT
012390     END-IF.
012400     PERFORM 4210-RESTORE-ONE-ARREARS
012410         THRU 4210-RESTORE-ONE-ARREARS-EXIT
012420         VARYING DED-ARR-SUB FROM 1 BY 1
012430         UNTIL DED-ARR-SUB > PHS-ARR-CNT OR
012440               DED-ARR-SUB > DED-ARR-MAX.
012450 4200-RESTORE-ARREARS-EXIT.
012460     EXIT.
012470*--------------------------------------------------------------*
012480*    4210-RESTORE-ONE-ARREARS
012490*--------------------------------------------------------------*
012500 4210-RESTORE-ONE-ARREARS.
012510     MOVE PHS-EMP-ID TO DED-EMP-ID.
012520     MOVE PHS-A-PRIORITY (DED-ARR-SUB) TO DED-PRIORITY.
012530     READ DEDFILE
012540         INVALID KEY
012550             MOVE "DEDUCTION GONE - ARREARS NOT RESTORED"
012560                 TO VOD-F-TEXT
012570             MOVE PHS-A-PRIORITY (DED-ARR-SUB) TO VOD-F-VALUE
012580             PERFORM 8150-WRITE-FLAG-LINE
012590                 THRU 8150-WRITE-FLAG-LINE-EXIT
012600             GO TO 4210-RESTORE-ONE-ARREARS-EXIT
012610     END-READ.
012620     COMPUTE DED-NEW-ARREARS =
012630         DED-ARREARS - PHS-A-CHANGE (DED-ARR-SUB).
012640     IF DED-NEW-ARREARS < ZERO
012650         MOVE ZERO TO DED-NEW-ARREARS
012660     END-IF.
012670     MOVE DED-NEW-ARREARS TO DED-ARREARS.
012680     REWRITE DED-RECORD.
012690 4210-RESTORE-ONE-ARREARS-EXIT.
012700     EXIT.
012710*--------------------------------------------------------------*
012720*    4300-WRITE-GL-REVERSAL
012730*
012740*    THE MAIN RUN DEBITED LABOR AND EMPLOYER TAX EXPENSE AND
012750*    CREDITED WITHHOLDING, DEDUCTIONS, CASH AND THE EMPLOYER
012760*    TAX LIABILITIES.  THE VOID POSTS THE SAME AMOUNTS FOR
012770*    THIS ONE CHECK THE OTHER WAY ROUND.
012780*    LABOR COMES OUT BY THE EARNINGS LINES 3400 MAPPED, AND THE
012790*    EMPLOYER TAX FOLLOWS EACH LINE'S SHARE OF GROSS AS IT DID
012800*    GOING IN.
012810*--------------------------------------------------------------*
012820 4300-WRITE-GL-REVERSAL.
012830     MOVE PHS-CHECK-NBR      TO GL-V-CHECK-NBR.
012840     MOVE SPACES             TO GL-POSTING-LINE.
012850     MOVE 'M'                TO GL-P-TYPE.
012860     MOVE 'M'                TO GL-P-CLASS.
012870     MOVE GL-ACCT-ANL        TO GL-P-ACCOUNT.
012880     MOVE GL-VOID-MEMO-DESC  TO GL-P-DESC.
012890     MOVE PHS-GROSS          TO GL-P-AMOUNT.
012900     WRITE GL-RECORD FROM GL-POSTING-LINE.
012910     MOVE VOID-ER-TOTAL      TO ER-SPREAD-LEFT.
012920     PERFORM 4320-WRITE-LABOR-CREDIT
012930         THRU 4320-WRITE-LABOR-CREDIT-EXIT
012940         VARYING VOID-LINE-SUB FROM 1 BY 1
012950         UNTIL VOID-LINE-SUB > VOID-LINE-CNT.
012960     MOVE SPACES             TO GL-P-DEPT.
012970     MOVE SPACES             TO GL-P-EARN-CODE.
012980     IF VOID-WITHHOLD > ZERO
012990         MOVE 'D'                TO GL-P-TYPE
013000         MOVE 'W'                TO GL-P-CLASS
013010         MOVE GL-ACCT-WHL        TO GL-P-ACCOUNT
013020         MOVE "WITHHOLDING LIABILITY" TO GL-P-DESC
013030         MOVE VOID-WITHHOLD      TO GL-P-AMOUNT
013040         WRITE GL-RECORD FROM GL-POSTING-LINE
013050         ADD VOID-WITHHOLD       TO GL-DEBIT-TOTAL
013060     END-IF.
013070     PERFORM 4310-WRITE-DED-DEBIT
013080         THRU 4310-WRITE-DED-DEBIT-EXIT
013090         VARYING DED-TYPE-SUB FROM 1 BY 1
013100         UNTIL DED-TYPE-SUB > DED-TYPE-COUNT.
013110     IF PHS-NET > ZERO
013120         MOVE 'D'                TO GL-P-TYPE
013130         MOVE 'N'                TO GL-P-CLASS
013140         MOVE GL-ACCT-CSH        TO GL-P-ACCOUNT
013150         MOVE "NET PAY CASH"     TO GL-P-DESC
013160         MOVE PHS-NET            TO GL-P-AMOUNT
013170         WRITE GL-RECORD FROM GL-POSTING-LINE
013180         ADD PHS-NET             TO GL-DEBIT-TOTAL
013190     END-IF.
013200     IF PHS-ER-FICA > ZERO
013210         MOVE 'D'                TO GL-P-TYPE
013220         MOVE 'F'                TO GL-P-CLASS
013230         MOVE GL-ACCT-FIC        TO GL-P-ACCOUNT
013240         MOVE "EMPLOYER FICA MATCH" TO GL-P-DESC
013250         MOVE PHS-ER-FICA        TO GL-P-AMOUNT
013260         WRITE GL-RECORD FROM GL-POSTING-LINE
013270         ADD PHS-ER-FICA         TO GL-DEBIT-TOTAL
013280     END-IF.
013290     IF PHS-ER-FUTA > ZERO
013300         MOVE 'D'                TO GL-P-TYPE
013310         MOVE 'U'                TO GL-P-CLASS
013320         MOVE GL-ACCT-FUT        TO GL-P-ACCOUNT
013330         MOVE "FED UNEMPLOYMENT TAX" TO GL-P-DESC
013340         MOVE PHS-ER-FUTA        TO GL-P-AMOUNT
013350         WRITE GL-RECORD FROM GL-POSTING-LINE
013360         ADD PHS-ER-FUTA         TO GL-DEBIT-TOTAL
013370     END-IF.
013380     IF PHS-ER-SUTA > ZERO
013390         MOVE 'D'                TO GL-P-TYPE
013400         MOVE 'S'                TO GL-P-CLASS
013410         MOVE GL-ACCT-SUT        TO GL-P-ACCOUNT
013420         MOVE "STATE UNEMPLOYMENT TAX" TO GL-P-DESC
013430         MOVE PHS-ER-SUTA        TO GL-P-AMOUNT
013440         WRITE GL-RECORD FROM GL-POSTING-LINE
013450         ADD PHS-ER-SUTA         TO GL-DEBIT-TOTAL
013460     END-IF.
013470 4300-WRITE-GL-REVERSAL-EXIT.
013480     EXIT.
013490*--------------------------------------------------------------*
013500*    4310-WRITE-DED-DEBIT
013510*--------------------------------------------------------------*
013520 4310-WRITE-DED-DEBIT.
013530     IF PHS-DED-TYPE-AMT (DED-TYPE-SUB) > ZERO
013540         MOVE 'D'                TO GL-P-TYPE
013550         MOVE 'D'                TO GL-P-CLASS
013560         MOVE DTT-CODE (DED-TYPE-SUB)    TO GL-P-DED-TYPE
013570         MOVE DTT-ACCOUNT (DED-TYPE-SUB) TO GL-P-ACCOUNT
013580         MOVE DTT-DESC (DED-TYPE-SUB)    TO GL-P-DESC
013590         MOVE PHS-DED-TYPE-AMT (DED-TYPE-SUB) TO GL-P-AMOUNT
013600         WRITE GL-RECORD FROM GL-POSTING-LINE
013610         ADD PHS-DED-TYPE-AMT (DED-TYPE-SUB) TO GL-DEBIT-TOTAL
013620         MOVE SPACE              TO GL-P-DED-TYPE
013630     END-IF.
013640 4310-WRITE-DED-DEBIT-EXIT.
013650     EXIT.
013660*--------------------------------------------------------------*
013670*    4320-WRITE-LABOR-CREDIT
013680*
013690*    THE LAST LINE TAKES WHAT IS LEFT OF THE EMPLOYER TAX, SO
013700*    THE CREDITS ADD BACK TO THE CHECK'S TAX TO THE PENNY.
013710*--------------------------------------------------------------*
013720 4320-WRITE-LABOR-CREDIT.
013730     MOVE VLT-MAP-SUB (VOID-LINE-SUB) TO GLM-MATCH-SUB.
013740     IF VOID-LINE-SUB = VOID-LINE-CNT OR PHS-GROSS = ZERO
013750         MOVE ER-SPREAD-LEFT TO ER-SPREAD-AMT
013760     ELSE
013770         COMPUTE ER-SPREAD-AMT ROUNDED =
013780             VOID-ER-TOTAL * VLT-AMOUNT (VOID-LINE-SUB)
013790                 / PHS-GROSS
013800         IF ER-SPREAD-AMT > ER-SPREAD-LEFT
013810             MOVE ER-SPREAD-LEFT TO ER-SPREAD-AMT
013820         END-IF
013830     END-IF.
013840     SUBTRACT ER-SPREAD-AMT FROM ER-SPREAD-LEFT.
013850     MOVE 'C'                TO GL-P-TYPE.
013860     MOVE PHS-WHERE          TO GL-P-DESC.
013870     MOVE PHS-DEPT           TO GL-P-DEPT.
013880     MOVE VLT-EARN-CODE (VOID-LINE-SUB) TO GL-P-EARN-CODE.
013890     IF VLT-AMOUNT (VOID-LINE-SUB) > ZERO
013900         MOVE 'L'                TO GL-P-CLASS
013910         MOVE GMT-LABOR-ACCT (GLM-MATCH-SUB) TO GL-P-ACCOUNT
013920         MOVE VLT-AMOUNT (VOID-LINE-SUB) TO GL-P-AMOUNT
013930         WRITE GL-RECORD FROM GL-POSTING-LINE
013940         ADD VLT-AMOUNT (VOID-LINE-SUB) TO GL-CREDIT-TOTAL
013950     END-IF.
013960     IF ER-SPREAD-AMT > ZERO
013970         MOVE 'T'                TO GL-P-CLASS
013980         MOVE GMT-TAX-ACCT (GLM-MATCH-SUB) TO GL-P-ACCOUNT
013990         MOVE ER-SPREAD-AMT      TO GL-P-AMOUNT
014000         WRITE GL-RECORD FROM GL-POSTING-LINE
014010         ADD ER-SPREAD-AMT       TO GL-CREDIT-TOTAL
014020     END-IF.
014030 4320-WRITE-LABOR-CREDIT-EXIT.
014040     EXIT.
014050*--------------------------------------------------------------*
014060*    4900-VOID-REGISTER-ENTRY
014070*
014080*    A CHECK PAYRECN HAS ALREADY VOIDED OR STOPPED IS LEFT AS
014090*    IT STANDS - ONLY AN OUTSTANDING ENTRY IS MARKED HERE, AND
014100*    THE BANK IS TOLD THROUGH THE POSITIVE-PAY FILE TO REFUSE
014110*    IT.
014120*--------------------------------------------------------------*
014130 4900-VOID-REGISTER-ENTRY.
014140     IF CRG-OUTSTANDING
014150         MOVE 'V'          TO CRG-STATUS
014160         MOVE VOD-RUN-DATE TO CRG-CLEAR-DATE
014170         REWRITE CRG-RECORD
014180         MOVE CRG-CHECK-NBR  TO POS-V-CHECK-NBR
014190         MOVE CRG-ISSUE-DATE TO POS-V-DATE
014200         MOVE CRG-PAYEE      TO POS-V-PAYEE
014210         MOVE CRG-AMOUNT     TO POS-V-AMOUNT
014220         WRITE POS-RECORD FROM POS-VOID-LINE
014230         ADD 1          TO POS-VOID-COUNT
014240         ADD CRG-AMOUNT TO POS-VOID-AMT
014250     END-IF.
014260 4900-VOID-REGISTER-ENTRY-EXIT.
014270     EXIT.
014280*--------------------------------------------------------------*
014290*    5000-VOID-AND-REISSUE
014300*
014310*    THE REPLACEMENT STANDS IN FOR THE SAME PAY, SO YTD, LEAVE,
014320*    DEDUCTIONS AND THE GL ARE LEFT ALONE.  THE OLD HISTORY
014330*    RECORD POINTS AT THE NEW CHECK AND A COPY UNDER THE NEW
014340*    NUMBER POINTS BACK AT THE OLD ONE.
014350*--------------------------------------------------------------*
014360 5000-VOID-AND-REISSUE.
014370     ADD 1 TO CHECK-NBR.
014380     MOVE CHECK-NBR TO NEW-CHECK-NBR.
014390     MOVE PHS-RECORD   TO HOLD-PHS-RECORD.
014400     MOVE 'R'          TO PHS-CHECK-STATUS.
014410     MOVE VOD-RUN-DATE TO PHS-VOID-DATE.
014420     MOVE NEW-CHECK-NBR TO PHS-XREF-CHECK.
014430     REWRITE PHS-RECORD.
014440     MOVE HOLD-PHS-RECORD TO PHS-RECORD.
014450     MOVE NEW-CHECK-NBR TO PHS-CHECK-NBR.
014460     MOVE SPACE         TO PHS-CHECK-STATUS.
014470     MOVE ZERO          TO PHS-VOID-DATE.
014480     MOVE VOD-CHECK-NBR TO PHS-XREF-CHECK.
014490     PERFORM 7000-WRITE-DETAIL-LINE
014500         THRU 7000-WRITE-DETAIL-LINE-EXIT.
014510     WRITE PHS-RECORD
014520         INVALID KEY
014530             MOVE "REPLACEMENT ALREADY ON PAY HISTORY"
014540                 TO VOD-F-TEXT
014550             MOVE NEW-CHECK-NBR TO VOD-F-VALUE
014560             PERFORM 8150-WRITE-FLAG-LINE
014570                 THRU 8150-WRITE-FLAG-LINE-EXIT
014580     END-WRITE.
014590     PERFORM 4900-VOID-REGISTER-ENTRY
014600         THRU 4900-VOID-REGISTER-ENTRY-EXIT.
014610     PERFORM 7960-RECORD-REPLACEMENT
014620         THRU 7960-RECORD-REPLACEMENT-EXIT.
014630     ADD 1          TO REISSUED-CTR.
014640     ADD CRG-AMOUNT TO REISSUED-AMT-TOT.
014650 5000-VOID-AND-REISSUE-EXIT.
014660     EXIT.
014670*--------------------------------------------------------------*
014680*    7000-WRITE-DETAIL-LINE
014690*--------------------------------------------------------------*
014700 7000-WRITE-DETAIL-LINE.
014710     IF VOD-LINE-CTR = ZERO OR
014720        VOD-LINE-CTR >= VOD-LINES-PER-PAGE
014730         PERFORM 7500-WRITE-PAGE-HEADERS
014740             THRU 7500-WRITE-PAGE-HEADERS-EXIT
014750     END-IF.
014760     MOVE VOD-CHECK-NBR  TO VOD-D-CHECK.
014770     MOVE PHS-EMP-ID     TO VOD-D-EMP-ID.
014780     MOVE PHS-NAME       TO VOD-D-NAME.
014790     MOVE PHS-PERIOD-END TO VOD-D-PERIOD.
014800     MOVE PHS-GROSS      TO VOD-D-GROSS.
014810     MOVE PHS-NET        TO VOD-D-NET.
014820     MOVE VOD-USER-ID    TO VOD-D-USER-ID.
014830     IF VOD-REISSUE
014840         MOVE "VOID - REISSUED"  TO VOD-D-ACTION
014850         MOVE "  NEW CHK "       TO VOD-D-NEW-LABEL
014860         MOVE NEW-CHECK-NBR      TO VOD-D-NEW-CHECK
014870     ELSE
014880         MOVE "VOID - REVERSED"  TO VOD-D-ACTION
014890         MOVE SPACES             TO VOD-D-NEW-LABEL
014900         MOVE ZERO               TO VOD-D-NEW-CHECK
014910     END-IF.
014920     WRITE VOD-PRT-RECORD FROM VOD-DETAIL-LINE.
014930     ADD 1 TO VOD-LINE-CTR.
014940 7000-WRITE-DETAIL-LINE-EXIT.
014950     EXIT.
014960*--------------------------------------------------------------*
014970*    7500-WRITE-PAGE-HEADERS
014980*--------------------------------------------------------------*
014990 7500-WRITE-PAGE-HEADERS.
015000     ADD 1 TO VOD-PAGE-NBR.
015010     MOVE VOD-PAGE-NBR TO VOD-B1-PAGE-NBR.
015020     MOVE VOD-RUN-DATE TO VOD-B2-RUN-DATE.
015030     WRITE VOD-PRT-RECORD FROM VOD-BANNER-LINE-1.
015040     WRITE VOD-PRT-RECORD FROM VOD-BANNER-LINE-2.
015050     WRITE VOD-PRT-RECORD FROM VOD-BLANK-LINE.
015060     MOVE ZERO TO VOD-LINE-CTR.
015070 7500-WRITE-PAGE-HEADERS-EXIT.
015080     EXIT.
015090*--------------------------------------------------------------*
015100*    7960-RECORD-REPLACEMENT
015110*
015120*    THE REPLACEMENT GOES ON THE OUTSTANDING REGISTER AND INTO
015130*    THE POSITIVE-PAY FILE LIKE ANY OTHER PAPER CHECK, DATED
015140*    THE DAY IT IS CUT.
015150*--------------------------------------------------------------*
015160 7960-RECORD-REPLACEMENT.
015170     MOVE NEW-CHECK-NBR  TO CRG-CHECK-NBR.
015180     MOVE 'O'            TO CRG-STATUS.
015190     MOVE VOD-RUN-DATE   TO CRG-ISSUE-DATE.
015200     MOVE ZERO           TO CRG-CLEAR-DATE.
015210     MOVE ZERO           TO CRG-DD-DATE.
015220     WRITE CRG-RECORD
015230         INVALID KEY
015240             CONTINUE
015250     END-WRITE.
015260     MOVE NEW-CHECK-NBR  TO POS-D-CHECK-NBR.
015270     MOVE VOD-RUN-DATE   TO POS-D-DATE.
015280     MOVE CRG-PAYEE      TO POS-D-PAYEE.
015290     MOVE CRG-AMOUNT     TO POS-D-AMOUNT.
015300     WRITE POS-RECORD FROM POS-DETAIL-LINE.
015310     ADD 1          TO POS-ITEM-COUNT.
015320     ADD CRG-AMOUNT TO POS-TOTAL-AMT.
015330 7960-RECORD-REPLACEMENT-EXIT.
015340     EXIT.
015350*--------------------------------------------------------------*
015360*    8100-WRITE-REJECT-LINE
015370*--------------------------------------------------------------*
015380 8100-WRITE-REJECT-LINE.
015390     IF VOD-LINE-CTR = ZERO OR
015400        VOD-LINE-CTR >= VOD-LINES-PER-PAGE
015410         PERFORM 7500-WRITE-PAGE-HEADERS
015420             THRU 7500-WRITE-PAGE-HEADERS-EXIT
015430     END-IF.
015440     WRITE VOD-PRT-RECORD FROM VOD-REJECT-LINE.
015450     ADD 1 TO VOD-LINE-CTR.
015460     ADD 1 TO CARD-REJECT-CTR.
015470 8100-WRITE-REJECT-LINE-EXIT.
015480     EXIT.
015490*--------------------------------------------------------------*
015500*    8150-WRITE-FLAG-LINE
015510*
015520*    A FLAG FOLLOWS THE DETAIL LINE OF A VOID THAT WENT
015530*    THROUGH BUT LEFT SOMETHING FOR PAYROLL TO FINISH BY HAND.
015540*--------------------------------------------------------------*
015550 8150-WRITE-FLAG-LINE.
015560     IF VOD-LINE-CTR >= VOD-LINES-PER-PAGE
015570         PERFORM 7500-WRITE-PAGE-HEADERS
015580             THRU 7500-WRITE-PAGE-HEADERS-EXIT
015590     END-IF.
015600     WRITE VOD-PRT-RECORD FROM VOD-FLAG-LINE.
015610     ADD 1 TO VOD-LINE-CTR.
015620     ADD 1 TO FLAG-CTR.
015630 8150-WRITE-FLAG-LINE-EXIT.
015640     EXIT.
015650*--------------------------------------------------------------*
015660*    9500-WRITE-TOTALS
015670*--------------------------------------------------------------*
015680 9500-WRITE-TOTALS.
015690     IF VOD-LINE-CTR = ZERO
015700         PERFORM 7500-WRITE-PAGE-HEADERS
015710             THRU 7500-WRITE-PAGE-HEADERS-EXIT
015720     END-IF.
015730     WRITE VOD-PRT-RECORD FROM VOD-BLANK-LINE.
015740     MOVE "VOID CARDS READ"          TO VOD-TOT-DESC.
015750     MOVE CARD-READ-CTR              TO VOD-TOT-COUNT.
015760     WRITE VOD-PRT-RECORD FROM VOD-TOTAL-LINE.
015770     MOVE "CHECKS VOIDED AND REVERSED" TO VOD-TOT-DESC.
015780     MOVE REVERSED-CTR               TO VOD-TOT-COUNT.
015790     WRITE VOD-PRT-RECORD FROM VOD-TOTAL-LINE.
015800     MOVE "CHECKS VOIDED AND REISSUED" TO VOD-TOT-DESC.
015810     MOVE REISSUED-CTR               TO VOD-TOT-COUNT.
015820     WRITE VOD-PRT-RECORD FROM VOD-TOTAL-LINE.
015830     MOVE "CARDS REJECTED"           TO VOD-TOT-DESC.
015840     MOVE CARD-REJECT-CTR            TO VOD-TOT-COUNT.
015850     WRITE VOD-PRT-RECORD FROM VOD-TOTAL-LINE.
015860     MOVE "ITEMS FLAGGED FOR FOLLOW-UP" TO VOD-TOT-DESC.
015870     MOVE FLAG-CTR                   TO VOD-TOT-COUNT.
015880     WRITE VOD-PRT-RECORD FROM VOD-TOTAL-LINE.
015890     MOVE "GROSS REVERSED"           TO VOD-AMT-DESC.
015900     MOVE REVERSED-GROSS-TOT         TO VOD-AMT-AMOUNT.
015910     WRITE VOD-PRT-RECORD FROM VOD-AMOUNT-LINE.
015920     MOVE "NET REVERSED"             TO VOD-AMT-DESC.
015930     MOVE REVERSED-NET-TOT           TO VOD-AMT-AMOUNT.
015940     WRITE VOD-PRT-RECORD FROM VOD-AMOUNT-LINE.
015950     MOVE "REPLACEMENT CHECKS ISSUED" TO VOD-AMT-DESC.
015960     MOVE REISSUED-AMT-TOT           TO VOD-AMT-AMOUNT.
015970     WRITE VOD-PRT-RECORD FROM VOD-AMOUNT-LINE.
015980     MOVE GL-DEBIT-TOTAL  TO VOD-GL-DEBITS.
015990     MOVE GL-CREDIT-TOTAL TO VOD-GL-CREDITS.
016000     IF GL-DEBIT-TOTAL = GL-CREDIT-TOTAL
016010         MOVE "IN BALANCE"     TO VOD-GL-VERDICT
016020         WRITE VOD-PRT-RECORD FROM VOD-GL-SUMMARY-LINE
016030     ELSE
016040         MOVE "OUT OF BALANCE" TO VOD-GL-VERDICT
016050         WRITE VOD-PRT-RECORD FROM VOD-GL-SUMMARY-LINE
016060         WRITE VOD-PRT-RECORD FROM VOD-GL-FLAG-LINE
016070         DISPLAY "PAYVOID - GL POSTINGS OUT OF BALANCE - "
016080             "DO NOT POST"
016090     END-IF.
016100     IF GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
016110         MOVE 8 TO RETURN-CODE
016120     ELSE
016130         IF CARD-REJECT-CTR > ZERO OR FLAG-CTR > ZERO
016140             MOVE 4 TO RETURN-CODE
016150         END-IF
016160     END-IF.
016170 9500-WRITE-TOTALS-EXIT.
016180     EXIT.
016190*--------------------------------------------------------------*
016200*    9900-FINALIZE
016210*--------------------------------------------------------------*
016220 9900-FINALIZE.
016230     CLOSE VODFILE.
016240     CLOSE CRGFILE.
016250     CLOSE PHSFILE.
016260     CLOSE YTDFILE.
016270     CLOSE LVEFILE.
016280     CLOSE DEDFILE.
016290     MOVE CHECK-NBR TO RST-CHECK-NBR.
016300     REWRITE RST-RECORD.
016310     CLOSE RSTFILE.
016320     IF NOT RLG-MISSING
016330         CLOSE RLGFILE
016340     END-IF.
016350     CLOSE GLFILE.
016360     MOVE POS-ITEM-COUNT TO POS-T-COUNT.
016370     MOVE POS-TOTAL-AMT  TO POS-T-AMOUNT.
016380     MOVE POS-VOID-COUNT TO POS-T-VOID-COUNT.
016390     MOVE POS-VOID-AMT   TO POS-T-VOID-AMOUNT.
016400     WRITE POS-RECORD FROM POS-TRAILER-LINE.
016410     CLOSE POSFILE.
016420     CLOSE VODPRT.
016430     GOBACK.
016440*--------------------------------------------------------------*
016450*    9950-REGISTER-ABORT
016460*--------------------------------------------------------------*
016470 9950-REGISTER-ABORT.
016480     DISPLAY "PAYVOID - CHECK REGISTER MISSING OR UNREADABLE".
016490     DISPLAY "PAYVOID - NOTHING VOIDED - RUN STOPPED".
016500     MOVE 16 TO RETURN-CODE.
016510     STOP RUN.
016520*--------------------------------------------------------------*
016530*    9955-HISTORY-ABORT
016540*--------------------------------------------------------------*
016550 9955-HISTORY-ABORT.
016560     DISPLAY "PAYVOID - PHSFILE MISSING OR UNREADABLE".
016570     DISPLAY "PAYVOID - NOTHING VOIDED - RUN STOPPED".
016580     MOVE 16 TO RETURN-CODE.
016590     STOP RUN.
016600*--------------------------------------------------------------*
016610*    9960-YTD-ABORT
016620*--------------------------------------------------------------*
016630 9960-YTD-ABORT.
016640     DISPLAY "PAYVOID - YTDFILE MISSING OR UNREADABLE".
016650     DISPLAY "PAYVOID - NOTHING VOIDED - RUN STOPPED".
016660     MOVE 16 TO RETURN-CODE.
016670     STOP RUN.
016680*--------------------------------------------------------------*
016690*    9965-GL-MAP-ABORT
016700*--------------------------------------------------------------*
016710 9965-GL-MAP-ABORT.
016720     DISPLAY "PAYVOID - GLMFILE ACCOUNT MAP MISSING OR INVALID".
016730     DISPLAY "PAYVOID - NOTHING VOIDED - RUN STOPPED".
016740     MOVE 16 TO RETURN-CODE.
016750     STOP RUN.
