000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYFINAL.
000030 AUTHOR.        R L HUTCHINS.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000074*    MODIFICATION HISTORY
000078*    DATE       INIT   DESCRIPTION
000082*    ---------  ----   -------------------------------------- *
000086*    10/15/26   RLH    ORIGINAL PROGRAM - FINAL PAY FOR
000090*                      TERMINATED EMPLOYEES.  READS THE
000094*                      TERMINATIONS PAYMNT QUEUED TO TRMFILE,
000098*                      PAYS THE LAST TIME CARD AND THE UNUSED
000102*                      VACATION BALANCE ON A PAPER CHECK, ZEROES
000106*                      THE LEAVE BALANCES, CLOSES OUT THE
000110*                      DEDUCTION RECORDS AND REPORTS ANY
000114*                      GARNISHMENT ARREARS LEFT UNPAID.
000118*    10/15/26   RLH    CARRY THE YTD RECORD (207 TO 229) -
000122*                      FEDERAL AND STATE WITHHOLDING ARE NOW
000126*                      ALSO KEPT APART FOR THE YEAR, FOR THE
000130*                      W-2 FILE.
000134*    10/15/26   RLH    THE TERMINATION QUEUE ROSTER IMAGE GROWS
000138*                      TO 102 BYTES FOR THE NEW DEPARTMENT/COST
000142*                      CENTER CODE - THE QUEUE RECORD STAYS
000146*                      150.
000150*    10/15/26   RLH    THE FINAL CHECK'S PAY HISTORY RECORD
000154*                      CARRIES THE DEPARTMENT FOR THE VOID
000158*                      REVERSAL. CARRY THE PAYROLOO CHECKPOINT
000162*                      RECORD (356 TO 532).
000166*    10/15/26   RLH    A NEW CHECK REGISTER ENTRY STARTS WITH
000170*                      NO DUE-DILIGENCE LETTER DATE
000174*                      (CRG-DD-DATE, SEE PAYESCH).
000190*--------------------------------------------------------------*
000200*    FINAL PAY DOES NOT WAIT FOR THE CYCLE - THE RUN MAY GO ON
000210*    ANY DAY THE OTHER PAYROLL JOBS ARE NOT MID-RUN.  THE
000220*    CONTROL CARD PERIOD-END (DEFAULT TODAY) DATES THE CHECKS,
000230*    PICKS THE TAX TABLE AND NAMES THE TIME CARD TO PAY.  A
000240*    TERMINATION DATED AFTER THAT PERIOD-END, OR ONE THAT
000250*    FAILS THE EDITS, IS HELD ON TRMFILE FOR THE NEXT RUN AND
000260*    THE RUN ENDS WITH RETURN CODE 4.  SO DOES A RUN THAT
000270*    LEAVES GARNISHMENT ARREARS UNPAID.  FINAL CHECKS ARE NOT
000280*    POSTED TO THE GL, THE SAME AS A SUPPLEMENTAL RUN.  AN
000290*    EMP-ID ON THE CONTROL CARD PAYS THAT EMPLOYEE ONLY - THE
000300*    REST OF THE QUEUE STAYS FOR THE NEXT RUN.
000310*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRMFILE   ASSIGN TO TRMFILE
000360                      ORGANIZATION IS SEQUENTIAL
000370                      FILE STATUS IS TRM-FILE-STATUS.
000380     SELECT TRM-SORT-FILE ASSIGN TO SORTWK1.
000390     SELECT STMFILE   ASSIGN TO STMFILE
000400                      ORGANIZATION IS SEQUENTIAL.
000410     SELECT TRHFILE   ASSIGN TO TRHFILE
000420                      ORGANIZATION IS SEQUENTIAL.
000430     SELECT TAXFILE   ASSIGN TO TAXFILE
000440                      ORGANIZATION IS SEQUENTIAL
000450                      FILE STATUS IS TAX-FILE-STATUS.
000460     SELECT CTLFILE   ASSIGN TO CTLFILE
000470                      ORGANIZATION IS SEQUENTIAL
000480                      FILE STATUS IS CTL-FILE-STATUS.
000490     SELECT TCDFILE   ASSIGN TO TCDFILE
000500                      ORGANIZATION IS INDEXED
000510                      ACCESS MODE IS DYNAMIC
000520                      RECORD KEY IS TCD-KEY
000530                      FILE STATUS IS TCD-FILE-STATUS.
000540     SELECT YTDFILE   ASSIGN TO YTDFILE
000550                      ORGANIZATION IS INDEXED
000560                      ACCESS MODE IS RANDOM
000570                      RECORD KEY IS YTD-EMP-ID
000580                      FILE STATUS IS YTD-FILE-STATUS.
000590     SELECT RLGFILE   ASSIGN TO RLGFILE
000600                      ORGANIZATION IS INDEXED
000610                      ACCESS MODE IS DYNAMIC
000620                      RECORD KEY IS RLG-KEY
000630                      FILE STATUS IS RLG-FILE-STATUS.
000640     SELECT CRGFILE   ASSIGN TO CRGFILE
000650                      ORGANIZATION IS INDEXED
000660                      ACCESS MODE IS RANDOM
000670                      RECORD KEY IS CRG-CHECK-NBR
000680                      FILE STATUS IS CRG-FILE-STATUS.
000690     SELECT POSFILE   ASSIGN TO POSFILE
000700                      ORGANIZATION IS SEQUENTIAL.
000710     SELECT PHSFILE   ASSIGN TO PHSFILE
000720                      ORGANIZATION IS INDEXED
000730                      ACCESS MODE IS DYNAMIC
000740                      RECORD KEY IS PHS-KEY
000750                      FILE STATUS IS PHS-FILE-STATUS.
000760     SELECT RSTFILE   ASSIGN TO RSTFILE
000770                      ORGANIZATION IS INDEXED
000780                      ACCESS MODE IS RANDOM
000790                      RECORD KEY IS RST-KEY
000800                      FILE STATUS IS RST-FILE-STATUS.
000810     SELECT LVEFILE   ASSIGN TO LVEFILE
000820                      ORGANIZATION IS INDEXED
000830                      ACCESS MODE IS RANDOM
000840                      RECORD KEY IS LVE-EMP-ID
000850                      FILE STATUS IS LVE-FILE-STATUS.
000860     SELECT DEDFILE   ASSIGN TO DEDFILE
000870                      ORGANIZATION IS INDEXED
000880                      ACCESS MODE IS DYNAMIC
000890                      RECORD KEY IS DED-KEY
000900                      FILE STATUS IS DED-FILE-STATUS.
000910     SELECT DTKFILE   ASSIGN TO DTKFILE
000920                      ORGANIZATION IS SEQUENTIAL
000930                      FILE STATUS IS DTK-FILE-STATUS.
000940     SELECT FNLPRT    ASSIGN TO FNLPRT
000950                      ORGANIZATION IS SEQUENTIAL.
000960     SELECT GARPRT    ASSIGN TO GARPRT
000970                      ORGANIZATION IS SEQUENTIAL.
000980 DATA DIVISION.
000990 FILE SECTION.
001000*--------------------------------------------------------------*
001010*    TRMFILE - TERMINATIONS AWAITING FINAL PAY (SEE PAYMNT).
001020*    READ ONLY THROUGH THE SORT HERE - AT A CLEAN END IT IS
001030*    REWRITTEN WITH JUST THE ENTRIES STILL HELD.
001040*--------------------------------------------------------------*
001050 FD  TRMFILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 150 CHARACTERS.
001080 01  TRM-RECORD                PIC X(150).
001090*--------------------------------------------------------------*
001100*    TRM-SORT-FILE / STMFILE - THE QUEUE IN EMP-ID ORDER, AND
001110*    IN QUEUED-DATE ORDER WITHIN AN EMPLOYEE, SO A TERMINATION
001120*    KEYED TWICE IS SEEN AS A DUPLICATE.  THE ROSTER IMAGE
001130*    KEEPS THE ROSTER'S OWN FIELD NAMES.
001140*--------------------------------------------------------------*
001150 SD  TRM-SORT-FILE
001160     RECORD CONTAINS 150 CHARACTERS.
001170 01  SRTT-SORT-RECORD.
001180     05  SRTT-EMP-ID           PIC X(05).
001190     05  FILLER                PIC X(115).
001200     05  SRTT-QUEUED-DATE      PIC 9(08).
001210     05  FILLER                PIC X(22).
001220 FD  STMFILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 150 CHARACTERS.
001250 01  STM-RECORD.
001260     05  EMP-ID                PIC X(05).
001270     05  WHO                   PIC X(15).
001280     05  WHERE                 PIC X(20).
001290     05  EMP-EARN-CODE         PIC X(02).
001300     05  RATE                  PIC 9(03)V99.
001310     05  HOURS                 PIC 9(03).
001320     05  EMP-BANK-ROUTING      PIC X(09).
001330     05  EMP-BANK-ACCOUNT      PIC X(17).
001340     05  EMP-ACH-STATUS        PIC X(01).
001350     05  EMP-PRENOTE-DATE      PIC X(08).
001360     05  EMP-PAY-TYPE          PIC X(01).
001370         88  EMP-SALARIED                 VALUE 'S'.
001380         88  EMP-PAY-TYPE-VALID           VALUE 'H' 'S' ' '.
001390     05  EMP-PAY-GROUP         PIC X(02).
001400     05  EMP-PAY-FREQ          PIC X(01).
001410         88  EMP-FREQ-BIWEEKLY            VALUE 'B'.
001420         88  EMP-FREQ-SEMIMONTHLY         VALUE 'S'.
001430         88  EMP-PAY-FREQ-VALID           VALUE 'W' 'B' 'S' ' '.
001440     05  EMP-ANNUAL-SALARY     PIC 9(07)V99.
001441     05  EMP-DEPT              PIC X(04).
001450     05  STM-TERM-DATE         PIC 9(08).
001460     05  STM-TERM-REASON       PIC X(02).
001470     05  STM-USER-ID           PIC X(08).
001480     05  STM-QUEUED-DATE       PIC 9(08).
001490     05  FILLER                PIC X(22).
001500*--------------------------------------------------------------*
001510*    TRHFILE - QUEUE ENTRIES HELD FOR A LATER RUN.  COPIED BACK
001520*    OVER TRMFILE IN 9600-REWRITE-QUEUE.
001530*--------------------------------------------------------------*
001540 FD  TRHFILE
001550     LABEL RECORDS ARE STANDARD
001560     RECORD CONTAINS 150 CHARACTERS.
001570 01  TRH-RECORD                PIC X(150).
001580*--------------------------------------------------------------*
001590*    TAXFILE - WITHHOLDING TAX TABLE (SEE PAYROLOO)
001600*--------------------------------------------------------------*
001610 FD  TAXFILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 40 CHARACTERS.
001640 01  TAX-RECORD.
001650     05  TAX-REC-TYPE          PIC X(01).
001660     05  TAX-REC-DATA          PIC X(39).
001670*--------------------------------------------------------------*
001680*    CTLFILE - RUN CONTROL CARD (SEE PAYROLOO).  AN EMP-ID
001690*    FILTER PAYS ONE QUEUED EMPLOYEE AND HOLDS THE REST.
001700*--------------------------------------------------------------*
001710 FD  CTLFILE
001720     LABEL RECORDS ARE STANDARD
001730     RECORD CONTAINS 80 CHARACTERS.
001740 01  CTL-RECORD.
001750     05  CTL-PERIOD-END-X      PIC X(08).
001760     05  CTL-LOC-FILTER        PIC X(20).
001770     05  CTL-EMP-FILTER        PIC X(05).
001780     05  CTL-PAY-GROUP         PIC X(02).
001790     05  FILLER                PIC X(45).
001800*--------------------------------------------------------------*
001810*    TCDFILE - PER-PERIOD TIME CARDS (SEE PAYROLOO).  THE CARD
001820*    KEYED FOR THIS RUN'S PERIOD-END IS THE LAST WAGES OWED.
001830*--------------------------------------------------------------*
001840 FD  TCDFILE
001850     LABEL RECORDS ARE STANDARD
001860     RECORD CONTAINS 40 CHARACTERS.
001870 01  TCD-RECORD.
001880     05  TCD-KEY.
001890         10  TCD-EMP-ID        PIC X(05).
001900         10  TCD-PERIOD-END    PIC 9(08).
001910         10  TCD-LINE-NBR      PIC 9(02).
001920     05  TCD-EARN-CODE         PIC X(02).
001930     05  TCD-HOURS-X           PIC X(03).
001940     05  TCD-HOURS             REDEFINES TCD-HOURS-X
001950                               PIC 9(03).
001960     05  TCD-AMOUNT-X          PIC X(07).
001970     05  TCD-AMOUNT            REDEFINES TCD-AMOUNT-X
001980                               PIC 9(05)V99.
001990     05  FILLER                PIC X(13).
002000*--------------------------------------------------------------*
002010*    YTDFILE - YEAR-TO-DATE EARNINGS BY EMPLOYEE
002020*--------------------------------------------------------------*
002030 FD  YTDFILE
002040     LABEL RECORDS ARE STANDARD
002050     RECORD CONTAINS 229 CHARACTERS.
002060 01  YTD-RECORD.
002070     05  YTD-EMP-ID            PIC X(05).
002080     05  YTD-EMP-NAME          PIC X(15).
002090     05  YTD-GROSS             PIC 9(09)V99.
002100     05  YTD-WITHHOLDING       PIC 9(09)V99.
002110     05  YTD-QTR-ENTRY         OCCURS 4 TIMES.
002120         10  YTD-QTR-GROSS     PIC 9(09)V99.
002130         10  YTD-QTR-WITHHOLD  PIC 9(09)V99.
002140     05  YTD-ER-FICA           PIC 9(09)V99.
002150     05  YTD-ER-FUTA           PIC 9(09)V99.
002160     05  YTD-ER-SUTA           PIC 9(09)V99.
002170     05  YTD-QTR-ER-TAX        OCCURS 4 TIMES
002180                               PIC 9(09)V99.
002181     05  YTD-FED-WITHHOLD      PIC 9(09)V99.
002182     05  YTD-STATE-WITHHOLD    PIC 9(09)V99.
002190*--------------------------------------------------------------*
002200*    RLGFILE - SHARED RUN-SEQUENCE LEDGER (SEE PAYROLOO)
002210*--------------------------------------------------------------*
002220 FD  RLGFILE
002230     LABEL RECORDS ARE STANDARD
002240     RECORD CONTAINS 40 CHARACTERS.
002250 01  RLG-RECORD.
002260     05  RLG-KEY.
002270         10  RLG-PROGRAM       PIC X(08).
002280         10  RLG-PERIOD-END    PIC 9(08).
002290     05  RLG-STATUS            PIC X(01).
002300         88  RLG-STARTED                  VALUE 'S'.
002310         88  RLG-COMPLETED                VALUE 'C'.
002320     05  RLG-START-DATE        PIC 9(08).
002330     05  RLG-END-DATE          PIC 9(08).
002340     05  FILLER                PIC X(07).
002350*--------------------------------------------------------------*
002360*    CRGFILE - OUTSTANDING CHECK REGISTER (SEE PAYROLOO)
002370*--------------------------------------------------------------*
002380 FD  CRGFILE
002390     LABEL RECORDS ARE STANDARD
002400     RECORD CONTAINS 60 CHARACTERS.
002410 01  CRG-RECORD.
002420     05  CRG-CHECK-NBR         PIC 9(06).
002430     05  CRG-STATUS            PIC X(01).
002440     05  CRG-ISSUE-DATE        PIC 9(08).
002450     05  CRG-EMP-ID            PIC X(05).
002460     05  CRG-PAYEE             PIC X(15).
002470     05  CRG-AMOUNT            PIC 9(07)V99.
002480     05  CRG-CLEAR-DATE        PIC 9(08).
002490     05  CRG-DD-DATE           PIC 9(08).
002500*--------------------------------------------------------------*
002510*    POSFILE - POSITIVE-PAY FILE FOR THE BANK (SEE PAYROLOO)
002520*--------------------------------------------------------------*
002530 FD  POSFILE
002540     LABEL RECORDS ARE STANDARD
002550     RECORD CONTAINS 60 CHARACTERS.
002560 01  POS-RECORD                PIC X(60).
002570*--------------------------------------------------------------*
002580*    PHSFILE - PER-CHECK PAY HISTORY (SEE PAYROLOO).  BROWSED
002590*    BY EMP-ID HERE TO FIND A FINAL CHECK ALREADY ISSUED.
002600*--------------------------------------------------------------*
002610 FD  PHSFILE
002620     LABEL RECORDS ARE STANDARD
002630     RECORD CONTAINS 440 CHARACTERS.
002640 01  PHS-RECORD.
002650     05  PHS-KEY.
002660         10  PHS-EMP-ID        PIC X(05).
002670         10  PHS-PERIOD-END    PIC 9(08).
002680         10  PHS-CHECK-NBR     PIC 9(06).
002690     05  PHS-NAME              PIC X(15).
002700     05  PHS-WHERE             PIC X(20).
002710     05  PHS-EARN-CODE         PIC X(02).
002720     05  PHS-REG-HOURS         PIC 9(03).
002730     05  PHS-OT-HOURS          PIC 9(03).
002740     05  PHS-GROSS             PIC 9(07)V99.
002750     05  PHS-FED-TAX           PIC 9(07)V99.
002760     05  PHS-STATE-TAX         PIC 9(07)V99.
002770     05  PHS-DEDUCTIONS        PIC 9(07)V99.
002780     05  PHS-NET               PIC S9(07)V99.
002790     05  PHS-PAY-TYPE          PIC X(01).
002800     05  PHS-PAY-FREQ          PIC X(01).
002810     05  PHS-CHECK-STATUS      PIC X(01).
002820         88  PHS-CHECK-VOIDED             VALUE 'V'.
002830         88  PHS-CHECK-REPLACED           VALUE 'R'.
002840     05  PHS-VOID-DATE         PIC 9(08).
002850     05  PHS-SOURCE            PIC X(01).
002860         88  PHS-FROM-MAIN-RUN            VALUE 'P'.
002870         88  PHS-FROM-FINAL-PAY           VALUE 'F'.
002880     05  FILLER                PIC X(01).
002890     05  PHS-LINE-CNT          PIC 9(02).
002900     05  PHS-LINE-ENTRY        OCCURS 10 TIMES.
002910         10  PHS-L-EARN-CODE   PIC X(02).
002920         10  PHS-L-BASIS       PIC X(01).
002930         10  PHS-L-HOURS       PIC 9(03).
002940         10  PHS-L-AMOUNT      PIC 9(07)V99.
002950     05  PHS-ER-FICA           PIC 9(07)V99.
002960     05  PHS-ER-FUTA           PIC 9(07)V99.
002970     05  PHS-ER-SUTA           PIC 9(07)V99.
002980     05  PHS-DED-TYPE-AMT      OCCURS 3 TIMES
002990                               PIC 9(07)V99.
003000     05  PHS-ARR-CNT           PIC 9(02).
003010     05  PHS-ARR-ENTRY         OCCURS 8 TIMES.
003020         10  PHS-A-PRIORITY    PIC 9(02).
003030         10  PHS-A-CHANGE      PIC S9(07)V99.
003040     05  PHS-XREF-CHECK        PIC 9(06).
003050     05  PHS-VAC-DRAWN         PIC 9(04).
003060     05  PHS-SICK-DRAWN        PIC 9(04).
003061     05  PHS-DEPT              PIC X(04).
003062     05  FILLER                PIC X(06).
003080*--------------------------------------------------------------*
003090*    RSTFILE - THE MAIN RUN'S CHECKPOINT/RESTART FILE.  OPENED
003100*    HERE ONLY TO DRAW CHECK NUMBERS FROM THE SAME SERIAL
003110*    SERIES AS PAYROLOO.  LAYOUT MUST MATCH PAYROLOO.
003120*--------------------------------------------------------------*
003130 FD  RSTFILE
003140     LABEL RECORDS ARE STANDARD
003150     RECORD CONTAINS 532 CHARACTERS.
003160 01  RST-RECORD.
003170     05  RST-KEY               PIC X(08).
003180     05  RST-LAST-EMP-ID       PIC X(05).
003190     05  RST-IN-PROGRESS-ID    PIC X(05).
003200     05  RST-FIRST-RECORD-SW   PIC X(01).
003210     05  RST-HOLD-WHERE        PIC X(20).
003220     05  RST-LOC-SUBTOTAL      PIC 9(09)V99.
003230     05  RST-GRAND-TOTAL       PIC 9(09)V99.
003240     05  RST-EARN-TOTAL-ENTRY  OCCURS 7 TIMES
003250                               PIC 9(09)V99.
003260     05  RST-PRT-PAGE-NBR      PIC 9(04).
003270     05  RST-PRT-LINE-CTR      PIC 9(03).
003280     05  RST-CHECK-NBR         PIC 9(06).
003290     05  RST-ACH-COUNT         PIC 9(07).
003300     05  RST-ACH-TOTAL         PIC 9(11)V99.
003310     05  RST-NET-TOTAL         PIC S9(11)V99.
003320     05  RST-PAPER-TOTAL       PIC S9(11)V99.
003330     05  RST-WITHHOLD-TOTAL    PIC 9(11)V99.
003340     05  RST-GL-DEBIT-TOTAL    PIC 9(11)V99.
003350     05  RST-PAID-CTR          PIC 9(07).
003360     05  RST-REJECT-CTR        PIC 9(07).
003370     05  RST-BYPASS-CTR        PIC 9(07).
003380     05  RST-RECS-DONE         PIC 9(07).
003390     05  RST-DED-TOTAL-ENTRY   OCCURS 3 TIMES
003400                               PIC 9(11)V99.
003410     05  RST-ER-FICA-TOTAL     PIC 9(11)V99.
003420     05  RST-ER-FUTA-TOTAL     PIC 9(11)V99.
003430     05  RST-ER-SUTA-TOTAL     PIC 9(11)V99.
003440     05  RST-POS-COUNT         PIC 9(07).
003450     05  RST-POS-TOTAL         PIC 9(11)V99.
003460     05  RST-PRENOTE-CTR       PIC 9(07).
003461     05  RST-HOLD-DEPT         PIC X(04).
003462     05  RST-LOC-ER-TAX        PIC 9(09)V99.
003463     05  RST-DDT-AREA.
003464         10  RST-DDT-ENTRY     OCCURS 7 TIMES.
003465             15  RST-DDT-GROSS     PIC 9(09)V99.
003466             15  RST-DDT-ER-TAX    PIC 9(09)V99.
003467     05  RST-LDR-PAGE-NBR      PIC 9(04).
003468     05  RST-LDR-LINE-CTR      PIC 9(03).
003470*--------------------------------------------------------------*
003480*    LVEFILE - PER-EMPLOYEE PAID-LEAVE BALANCES (SEE PAYROLOO)
003490*--------------------------------------------------------------*
003500 FD  LVEFILE
003510     LABEL RECORDS ARE STANDARD
003520     RECORD CONTAINS 40 CHARACTERS.
003530 01  LVE-RECORD.
003540     05  LVE-EMP-ID            PIC X(05).
003550     05  LVE-EMP-NAME          PIC X(15).
003560     05  LVE-VAC-BAL           PIC 9(03)V99.
003570     05  LVE-SICK-BAL          PIC 9(03)V99.
003580     05  FILLER                PIC X(10).
003590*--------------------------------------------------------------*
003600*    DEDFILE - VOLUNTARY DEDUCTIONS MASTER (SEE PAYROLOO).
003610*    A TERMINATED EMPLOYEE'S RECORDS ARE DELETED ONCE THE
003620*    FINAL CHECK HAS TAKEN WHAT IT CAN.
003630*--------------------------------------------------------------*
003640 FD  DEDFILE
003650     LABEL RECORDS ARE STANDARD
003660     RECORD CONTAINS 80 CHARACTERS.
003670 01  DED-RECORD.
003680     05  DED-KEY.
003690         10  DED-EMP-ID        PIC X(05).
003700         10  DED-PRIORITY      PIC 9(02).
003710     05  DED-TYPE              PIC X(01).
003720         88  DED-TYPE-401K                VALUE '4'.
003730         88  DED-TYPE-GARNISH             VALUE 'G'.
003740         88  DED-TYPE-VALID               VALUE '4' 'H' 'G'.
003750     05  DED-PCT               PIC V999.
003760     05  DED-FLAT-AMT          PIC 9(05)V99.
003770     05  DED-ARREARS           PIC 9(07)V99.
003780     05  DED-CASE-NBR          PIC X(15).
003790     05  DED-PAYEE             PIC X(20).
003800     05  FILLER                PIC X(18).
003810*--------------------------------------------------------------*
003820*    DTKFILE - DEDUCTIONS TAKEN, AWAITING PAYREMIT (SEE
003830*    PAYROLOO)
003840*--------------------------------------------------------------*
003850 FD  DTKFILE
003860     LABEL RECORDS ARE STANDARD
003870     RECORD CONTAINS 100 CHARACTERS.
003880 01  DTK-RECORD.
003890     05  DTK-EMP-ID            PIC X(05).
003900     05  DTK-EMP-NAME          PIC X(15).
003910     05  DTK-PERIOD-END        PIC 9(08).
003920     05  DTK-CHECK-NBR         PIC 9(06).
003930     05  DTK-PRIORITY          PIC 9(02).
003940     05  DTK-TYPE              PIC X(01).
003950     05  DTK-AMOUNT            PIC 9(07)V99.
003960     05  DTK-CASE-NBR          PIC X(15).
003970     05  DTK-PAYEE             PIC X(20).
003980     05  DTK-SOURCE            PIC X(01).
003990     05  FILLER                PIC X(18).
004000*--------------------------------------------------------------*
004010*    FNLPRT - FINAL-PAY REGISTER AND DISPOSITION REPORT
004020*--------------------------------------------------------------*
004030 FD  FNLPRT
004040     LABEL RECORDS OMITTED
004050     RECORD CONTAINS 132 CHARACTERS.
004060 01  FNL-RECORD            PIC X(132).
004070*--------------------------------------------------------------*
004080*    GARPRT - GARNISHMENT ARREARS LEFT UNPAID AT TERMINATION
004090*--------------------------------------------------------------*
004100 FD  GARPRT
004110     LABEL RECORDS OMITTED
004120     RECORD CONTAINS 132 CHARACTERS.
004130 01  GAR-RECORD            PIC X(132).
004140 WORKING-STORAGE SECTION.
004150******** Switches and subscripts
004160 77  TRM-FILE-STATUS       PIC X(02)  VALUE SPACES.
004170     88  TRM-FILE-NOT-FOUND           VALUE "35".
004180 77  STM-EOF-SW            PIC X(01)  VALUE 'N'.
004190     88  STM-EOF                      VALUE 'Y'.
004200 77  TRH-EOF-SW            PIC X(01)  VALUE 'N'.
004210     88  TRH-EOF                      VALUE 'Y'.
004220 77  YTD-FILE-STATUS       PIC X(02)  VALUE SPACES.
004230     88  YTD-FILE-NOT-FOUND           VALUE "35".
004240 77  YTD-NEW-SW            PIC X(01)  VALUE 'N'.
004250     88  YTD-NEW                      VALUE 'Y'.
004260 77  QTR-SUB               PIC 9(01).
004270 77  PAY-QTR               PIC 9(01)  VALUE 1.
004280******** Queue entry work fields
004290*    THE LAST EMP-ID SEEN AND WHAT BECAME OF IT - A SECOND
004300*    ENTRY FOR THE SAME EMPLOYEE FOLLOWS THE FIRST ONE'S FATE.
004310 77  PREV-EMP-ID           PIC X(05)  VALUE LOW-VALUES.
004320 77  PREV-DISP-SW          PIC X(01)  VALUE SPACE.
004330     88  PREV-HELD                    VALUE 'H'.
004340 77  CARD-PAID-SW          PIC X(01)  VALUE 'N'.
004350     88  CARD-ALREADY-PAID            VALUE 'Y'.
004360 77  FINAL-DONE-SW         PIC X(01)  VALUE 'N'.
004370     88  FINAL-ALREADY-ISSUED         VALUE 'Y'.
004380 77  PHS-SCAN-DONE-SW      PIC X(01)  VALUE 'N'.
004390     88  PHS-SCAN-DONE                VALUE 'Y'.
004400******** Pay computation
004410 77  GROSS-PAY             PIC 9(07)V99.
004420 77  FED-TAX               PIC 9(07)V99.
004430 77  STATE-TAX             PIC 9(07)V99.
004440 77  WITHHOLDING           PIC 9(07)V99.
004450 77  NET-PAY               PIC S9(07)V99.
004460 77  STD-HOURS             PIC 9(03)  VALUE 40.
004470 77  REG-HOURS             PIC 9(03).
004480 77  OT-HOURS              PIC 9(03).
004490 77  OT-FACTOR             PIC 9V9    VALUE 1.5.
004500*    THE RATE THE CARD AND THE VACATION PAYOUT ARE PRICED AT -
004510*    THE ROSTER RATE, OR FOR A SALARIED EMPLOYEE THE ANNUAL
004520*    SALARY OVER A STANDARD YEAR OF HOURS.
004530 77  PAY-RATE              PIC 9(03)V99 VALUE ZERO.
004540 77  HOURS-PER-YEAR        PIC 9(04)  VALUE 2080.
004550 77  VAC-PAYOUT-HOURS      PIC 9(03)V99 VALUE ZERO.
004560 77  VAC-PAYOUT-AMT        PIC 9(07)V99 VALUE ZERO.
004570******** Pay type and pay frequency
004580 77  PAY-FREQ-WORK         PIC X(01)  VALUE 'W'.
004590 77  PERIODS-PER-YEAR      PIC 9(02)  VALUE 52.
004600 77  PERIOD-WEEKS          PIC 9(01)  VALUE 1.
004610 77  PERIOD-STD-HOURS      PIC 9(03)  VALUE 40.
004620 77  PERIOD-MAX-HOURS      PIC 9(04)  VALUE 80.
004630 77  ANNUAL-GROSS          PIC 9(09)V99 VALUE ZERO.
004640******** Check numbering and per-check pay history
004650 77  PHS-FILE-STATUS       PIC X(02)  VALUE SPACES.
004660     88  PHS-FILE-NOT-FOUND           VALUE "35".
004670 77  RST-FILE-STATUS       PIC X(02)  VALUE SPACES.
004680     88  RST-FILE-NOT-FOUND           VALUE "35".
004690 77  RESTART-KEY-LITERAL   PIC X(08)  VALUE "CHECKPT1".
004700 77  CHECK-NBR             PIC 9(06)  VALUE ZERO.
004710******** Run-sequence ledger work fields
004720 77  RLG-FILE-STATUS       PIC X(02)  VALUE SPACES.
004730     88  RLG-FILE-NOT-FOUND           VALUE "35".
004740 77  RLG-FOUND-SW          PIC X(01)  VALUE 'N'.
004750     88  RLG-FOUND                    VALUE 'Y'.
004760 77  RLG-EOF-SW            PIC X(01)  VALUE 'N'.
004770     88  RLG-EOF                      VALUE 'Y'.
004780 77  RLG-CYCLE-OPEN-SW     PIC X(01)  VALUE 'N'.
004790     88  RLG-CYCLE-OPEN               VALUE 'Y'.
004800 77  RLG-THIS-PROGRAM      PIC X(08)  VALUE "PAYFINAL".
004810******** Check register and positive-pay work fields
004820 77  CRG-FILE-STATUS       PIC X(02)  VALUE SPACES.
004830     88  CRG-FILE-NOT-FOUND           VALUE "35".
004840 77  POS-ITEM-COUNT        PIC 9(07)  VALUE ZERO.
004850 77  POS-TOTAL-AMT         PIC 9(11)V99 VALUE ZERO.
004860 01  POS-DETAIL-LINE.
004870     05  FILLER            PIC X(01) VALUE "D".
004880     05  POS-D-CHECK-NBR   PIC 9(06).
004890     05  POS-D-DATE        PIC 9(08).
004900     05  POS-D-PAYEE       PIC X(15).
004910     05  POS-D-AMOUNT      PIC 9(09)V99.
004920     05  FILLER            PIC X(19) VALUE SPACES.
004930 01  POS-TRAILER-LINE.
004940     05  FILLER            PIC X(01) VALUE "T".
004950     05  POS-T-COUNT       PIC 9(07).
004960     05  POS-T-AMOUNT      PIC 9(11)V99.
004970     05  FILLER            PIC X(39) VALUE SPACES.
004980******** Voluntary deductions master work fields
004990 77  DED-FILE-STATUS       PIC X(02)  VALUE SPACES.
005000     88  DED-FILE-NOT-FOUND           VALUE "35".
005010 77  DED-DONE-SW           PIC X(01)  VALUE 'N'.
005020     88  DED-DONE                     VALUE 'Y'.
005030 77  DED-WANT-AMT          PIC 9(09)V99 VALUE ZERO.
005040 77  DED-TAKE-AMT          PIC 9(09)V99 VALUE ZERO.
005050 77  DED-CHECK-AMT         PIC 9(09)V99 VALUE ZERO.
005060 77  DED-OLD-ARREARS       PIC 9(09)V99 VALUE ZERO.
005070 77  DED-LEFT-AMT          PIC 9(09)V99 VALUE ZERO.
005080 77  DED-TYPE-MATCH-SUB    PIC 9(01)  VALUE ZERO.
005090 77  DED-ARR-MAX           PIC 9(02)  VALUE 8.
005100 77  DED-ARR-CNT           PIC 9(02) COMP VALUE ZERO.
005110 77  DED-ARR-SUB           PIC 9(02) COMP.
005120 77  DED-RMT-MAX           PIC 9(02)  VALUE 10.
005130 77  DED-RMT-CNT           PIC 9(02) COMP VALUE ZERO.
005140 77  DED-RMT-SUB           PIC 9(02) COMP.
005150 77  DTK-FILE-STATUS       PIC X(02)  VALUE SPACES.
005160     88  DTK-FILE-NOT-FOUND           VALUE "35".
005170*    PER-CHECK DEDUCTIONS BY TYPE (IN PAYROLOO'S DED-TYPE TABLE
005180*    ORDER - 401K, HEALTH, GARNISHMENT) AND ARREARS CHANGES FOR
005190*    THE PAY HISTORY.
005200 01  DED-CHECK-TYPE-TABLE.
005210     05  DED-CHECK-TYPE-AMT OCCURS 3 TIMES
005220                           PIC 9(09)V99.
005230 01  DED-ARR-TABLE.
005240     05  DED-ARR-ENTRY     OCCURS 8 TIMES.
005250         10  DAR-PRIORITY  PIC 9(02).
005260         10  DAR-CHANGE    PIC S9(09)V99.
005270*    401K AND GARNISHMENT AMOUNTS ON THE CHECK FOR DTKFILE.
005280 01  DED-RMT-TABLE.
005290     05  DED-RMT-ENTRY     OCCURS 10 TIMES.
005300         10  DRM-PRIORITY  PIC 9(02).
005310         10  DRM-TYPE      PIC X(01).
005320         10  DRM-AMOUNT    PIC 9(07)V99.
005330         10  DRM-CASE-NBR  PIC X(15).
005340         10  DRM-PAYEE     PIC X(20).
005350******** Paid-leave balance work fields
005360 77  LVE-FILE-STATUS       PIC X(02)  VALUE SPACES.
005370     88  LVE-FILE-NOT-FOUND           VALUE "35".
005380 77  LVE-FOUND-SW          PIC X(01)  VALUE 'N'.
005390     88  LVE-FOUND                    VALUE 'Y'.
005400******** Validation
005410 77  VALID-SW              PIC X(01)  VALUE 'Y'.
005420     88  EMP-VALID                    VALUE 'Y'.
005430 77  VALID-MAX-HOURS       PIC 9(03)  VALUE 80.
005440 77  FAIL-REASON           PIC X(30)  VALUE SPACES.
005450 77  EARN-TABLE-SIZE       PIC 9(01)  VALUE 7.
005460 77  EARN-SUB              PIC 9(01).
005470 77  EARN-MATCH-SUB        PIC 9(01)  VALUE ZERO.
005480*    THE LAST BYTE IS THE PRICING BASIS (SEE PAYROLOO).
005490 01  EARN-CODE-LITERALS.
005500     05  FILLER            PIC X(18) VALUE
005510         "RGREGULAR        R".
005520     05  FILLER            PIC X(18) VALUE
005530         "OTOVERTIME       O".
005540     05  FILLER            PIC X(18) VALUE
005550         "BOBONUS          A".
005560     05  FILLER            PIC X(18) VALUE
005570         "RMREIMBURSEMENT  A".
005580     05  FILLER            PIC X(18) VALUE
005590         "VAVACATION       H".
005600     05  FILLER            PIC X(18) VALUE
005610         "SKSICK PAY       H".
005620     05  FILLER            PIC X(18) VALUE
005630         "SASALARY         S".
005640 01  EARN-CODE-TABLE REDEFINES EARN-CODE-LITERALS.
005650     05  EARN-CODE-ENTRY   OCCURS 7 TIMES.
005660         10  ERN-CODE      PIC X(02).
005670         10  ERN-DESC      PIC X(15).
005680         10  ERN-BASIS     PIC X(01).
005690             88  ERN-REGULAR-BASIS        VALUE 'R'.
005700             88  ERN-OVERTIME-BASIS       VALUE 'O'.
005710             88  ERN-AMOUNT-BASIS         VALUE 'A'.
005720             88  ERN-SALARY-BASIS         VALUE 'S'.
005730******** Variables for the time-card file
005740 77  TCD-FILE-STATUS       PIC X(02)  VALUE SPACES.
005750     88  TCD-FILE-NOT-FOUND           VALUE "35".
005760 77  TCD-DONE-SW           PIC X(01)  VALUE 'N'.
005770     88  TCD-DONE                     VALUE 'Y'.
005780 77  EARN-SEARCH-CODE      PIC X(02)  VALUE SPACES.
005790 77  TC-MAX-LINES          PIC 9(02)  VALUE 8.
005800 77  TC-LINE-CNT           PIC 9(02) COMP VALUE ZERO.
005810 77  TC-LINE-SUB           PIC 9(02) COMP.
005820 77  TC-TOTAL-HOURS        PIC 9(04)  VALUE ZERO.
005830 77  TC-SICK-HOURS         PIC 9(04)  VALUE ZERO.
005840 77  TC-REG-HOURS          PIC 9(04)  VALUE ZERO.
005850 77  TC-ROOM-HOURS         PIC 9(03)  VALUE ZERO.
005860 77  TC-OVERFLOW-HOURS     PIC 9(04)  VALUE ZERO.
005870 77  TC-TOO-MANY-SW        PIC X(01)  VALUE 'N'.
005880     88  TC-TOO-MANY                  VALUE 'Y'.
005890 77  TC-TABLE-SIZE         PIC 9(02)  VALUE 10.
005900*    THE FINAL CARD MAY CARRY EIGHT LINES - THE NINTH SLOT
005910*    HOLDS AN OVERTIME OVERFLOW LINE AND THE TENTH THE
005920*    VACATION PAYOUT, SO THE CHECK STILL FITS THE TEN EARNINGS
005930*    LINES OF THE PAY HISTORY.
005940 01  TC-LINE-TABLE.
005950     05  TC-LINE-ENTRY     OCCURS 10 TIMES.
005960         10  TCL-EARN-SUB  PIC 9(01).
005970         10  TCL-HOURS     PIC 9(03).
005980         10  TCL-AMOUNT    PIC 9(07)V99.
005990         10  TCL-GROSS     PIC 9(07)V99.
006000******** Withholding tax table (loaded from TAXFILE)
006010 77  TAX-FILE-STATUS       PIC X(02)  VALUE SPACES.
006020 77  TAX-EOF-SW            PIC X(01)  VALUE 'N'.
006030     88  TAX-EOF                      VALUE 'Y'.
006040 77  TAX-MAX-ENTRIES       PIC 9(02)  VALUE 10.
006050 77  FED-BRACKET-CNT       PIC 9(02) COMP VALUE ZERO.
006060 77  STATE-RATE-CNT        PIC 9(02) COMP VALUE ZERO.
006070 77  TAX-SUB               PIC 9(02) COMP.
006080 77  TAX-DONE-SW           PIC X(01)  VALUE 'N'.
006090     88  TAX-DONE                     VALUE 'Y'.
006100 77  TAX-PREV-LIMIT        PIC 9(07)V99 VALUE ZERO.
006110 77  TAX-WORK-AMT          PIC 9(09)V9999 VALUE ZERO.
006120 77  STATE-MATCH-SUB       PIC 9(02) COMP VALUE ZERO.
006130 01  TAX-PARSE-AREA.
006140     05  TAX-FED-PARSE.
006150         10  TFD-LIMIT-X   PIC X(09).
006160         10  TFD-LIMIT     REDEFINES TFD-LIMIT-X
006170                           PIC 9(07)V99.
006180         10  TFD-PCT-X     PIC X(03).
006190         10  TFD-PCT       REDEFINES TFD-PCT-X
006200                           PIC V999.
006210         10  TFD-FROM-X    PIC X(08).
006220         10  TFD-FROM      REDEFINES TFD-FROM-X
006230                           PIC 9(08).
006240         10  FILLER        PIC X(19).
006250     05  TAX-STATE-PARSE   REDEFINES TAX-FED-PARSE.
006260         10  TSD-LOC       PIC X(20).
006270         10  TSD-PCT-X     PIC X(03).
006280         10  TSD-PCT       REDEFINES TSD-PCT-X
006290                           PIC V999.
006300         10  TSD-FROM-X    PIC X(08).
006310         10  TSD-FROM      REDEFINES TSD-FROM-X
006320                           PIC 9(08).
006330         10  FILLER        PIC X(08).
006340     05  TAX-ER-PARSE      REDEFINES TAX-FED-PARSE.
006350         10  TER-PCT-X     PIC X(03).
006360         10  TER-PCT       REDEFINES TER-PCT-X
006370                           PIC V999.
006380         10  TER-BASE-X    PIC X(09).
006390         10  TER-BASE      REDEFINES TER-BASE-X
006400                           PIC 9(07)V99.
006410         10  FILLER        PIC X(27).
006420     05  TAX-SUTA-PARSE    REDEFINES TAX-FED-PARSE.
006430         10  TXU-LOC       PIC X(20).
006440         10  TXU-PCT-X     PIC X(03).
006450         10  TXU-PCT       REDEFINES TXU-PCT-X
006460                           PIC V999.
006470         10  TXU-BASE-X    PIC X(09).
006480         10  TXU-BASE      REDEFINES TXU-BASE-X
006490                           PIC 9(07)V99.
006500         10  FILLER        PIC X(07).
006510 01  FED-BRACKET-TABLE.
006520     05  FED-BRACKET-ENTRY OCCURS 10 TIMES.
006530         10  FBR-LIMIT     PIC 9(07)V99.
006540         10  FBR-PCT       PIC V999.
006550 01  STATE-RATE-TABLE.
006560     05  STATE-RATE-ENTRY  OCCURS 10 TIMES.
006570         10  SRT-LOC       PIC X(20).
006580         10  SRT-PCT       PIC V999.
006590         10  SRT-FROM      PIC 9(08).
006600 77  FED-VERSION-DATE      PIC 9(08) VALUE ZERO.
006610 77  TAX-FROM-WORK         PIC 9(08) VALUE ZERO.
006620 77  STATE-FOUND-SUB       PIC 9(02) COMP VALUE ZERO.
006630 01  FNL-TAXPROOF-TITLE.
006640     05  FILLER            PIC X(01) VALUE SPACE.
006650     05  FILLER            PIC X(34) VALUE
006660         "TAX TABLE PROOF - VERSION IN FORCE".
006670     05  FILLER            PIC X(01) VALUE SPACE.
006680     05  TXP-VERSION       PIC 9999/99/99.
006690     05  FILLER            PIC X(86) VALUE SPACES.
006700 01  FNL-TAXPROOF-FED-LINE.
006710     05  FILLER            PIC X(01) VALUE SPACE.
006720     05  FILLER            PIC X(13) VALUE "FED BRACKET".
006730     05  TXP-F-NBR         PIC Z9.
006740     05  FILLER            PIC X(08) VALUE "  LIMIT ".
006750     05  TXP-F-LIMIT       PIC Z,ZZZ,ZZ9.99.
006760     05  FILLER            PIC X(06) VALUE "  PCT ".
006770     05  TXP-F-PCT         PIC 9.999.
006780     05  FILLER            PIC X(85) VALUE SPACES.
006790 01  FNL-TAXPROOF-STATE-LINE.
006800     05  FILLER            PIC X(01) VALUE SPACE.
006810     05  FILLER            PIC X(07) VALUE "STATE ".
006820     05  TXP-S-LOC         PIC X(20).
006830     05  FILLER            PIC X(06) VALUE "  PCT ".
006840     05  TXP-S-PCT         PIC 9.999.
006850     05  FILLER            PIC X(07) VALUE "  FROM ".
006860     05  TXP-S-FROM        PIC 9999/99/99.
006870     05  FILLER            PIC X(76) VALUE SPACES.
006880******** Employer-side payroll tax rates and work fields
006890 77  ER-FICA-PCT           PIC V999   VALUE ZERO.
006900 77  ER-FICA-BASE          PIC 9(07)V99 VALUE ZERO.
006910 77  ER-FUTA-PCT           PIC V999   VALUE ZERO.
006920 77  ER-FUTA-BASE          PIC 9(07)V99 VALUE ZERO.
006930 77  SUTA-RATE-CNT         PIC 9(02) COMP VALUE ZERO.
006940 77  SUTA-MATCH-SUB        PIC 9(02) COMP VALUE ZERO.
006950 01  SUTA-RATE-TABLE.
006960     05  SUTA-RATE-ENTRY   OCCURS 10 TIMES.
006970         10  SUT-LOC       PIC X(20).
006980         10  SUT-PCT       PIC V999.
006990         10  SUT-BASE      PIC 9(07)V99.
007000 77  ER-BASE-WORK          PIC 9(07)V99 VALUE ZERO.
007010 77  ER-BASE-ROOM          PIC 9(07)V99 VALUE ZERO.
007020 77  ER-TAXABLE-AMT        PIC 9(07)V99 VALUE ZERO.
007030 77  ER-FICA-AMT           PIC 9(07)V99 VALUE ZERO.
007040 77  ER-FUTA-AMT           PIC 9(07)V99 VALUE ZERO.
007050 77  ER-SUTA-AMT           PIC 9(07)V99 VALUE ZERO.
007060 77  ER-CYCLE-AMT          PIC 9(07)V99 VALUE ZERO.
007070******** Control card
007080 77  CTL-FILE-STATUS       PIC X(02)  VALUE SPACES.
007090     88  CTL-FILE-NOT-FOUND           VALUE "35".
007100 77  CTL-EOF-SW            PIC X(01)  VALUE 'N'.
007110     88  CTL-EOF                      VALUE 'Y'.
007120 77  RUN-EMP-FILTER        PIC X(05)  VALUE SPACES.
007130 01  PAY-PERIOD-END        PIC 9(08)  VALUE ZERO.
007140 01  PAY-PERIOD-END-PARTS REDEFINES PAY-PERIOD-END.
007150     05  PPE-YEAR          PIC 9(04).
007160     05  PPE-MONTH         PIC 9(02).
007170     05  PPE-DAY           PIC 9(02).
007180 77  FNL-RUN-DATE          PIC 9(08).
007190******** Counters for the summary
007200 77  QUEUE-READ-CTR        PIC 9(05) COMP VALUE ZERO.
007210 77  PAID-CTR              PIC 9(05) COMP VALUE ZERO.
007220 77  CLOSED-CTR            PIC 9(05) COMP VALUE ZERO.
007230 77  HELD-CTR              PIC 9(05) COMP VALUE ZERO.
007240 77  NOT-SELECTED-CTR      PIC 9(05) COMP VALUE ZERO.
007250 77  DROPPED-CTR           PIC 9(05) COMP VALUE ZERO.
007260 77  GAR-UNPAID-CTR        PIC 9(05) COMP VALUE ZERO.
007270 77  GAR-UNPAID-TOTAL      PIC 9(09)V99 VALUE ZERO.
007280 77  VAC-PAID-TOTAL        PIC 9(09)V99 VALUE ZERO.
007290 77  NET-PAID-TOTAL        PIC S9(09)V99 VALUE ZERO.
007300******** Print lines
007310 77  FNL-PAGE-NBR          PIC 9(04)  VALUE ZERO.
007320 77  FNL-LINE-CTR          PIC 9(03)  VALUE ZERO.
007330 77  FNL-LINES-PER-PAGE    PIC 9(03)  VALUE 45.
007340 77  GAR-PAGE-NBR          PIC 9(04)  VALUE ZERO.
007350 77  GAR-LINE-CTR          PIC 9(03)  VALUE ZERO.
007360 01  FNL-BANNER-LINE-1.
007370     05  FILLER            PIC X(01) VALUE SPACE.
007380     05  FILLER            PIC X(40) VALUE
007390         "ACME MANUFACTURING COMPANY".
007400     05  FILLER            PIC X(41) VALUE SPACES.
007410     05  FILLER            PIC X(05) VALUE "PAGE ".
007420     05  FNL-B1-PAGE-NBR   PIC ZZZ9.
007430     05  FILLER            PIC X(41) VALUE SPACES.
007440 01  FNL-BANNER-LINE-2.
007450     05  FILLER            PIC X(01) VALUE SPACE.
007460     05  FNL-B2-TITLE      PIC X(30) VALUE
007470         "FINAL PAY REGISTER".
007480     05  FILLER            PIC X(12) VALUE "PERIOD END:".
007490     05  FNL-B2-PERIOD-END PIC 9999/99/99.
007500     05  FILLER            PIC X(12) VALUE "  RUN DATE:".
007510     05  FNL-B2-RUN-DATE   PIC 9999/99/99.
007520     05  FILLER            PIC X(10) VALUE "  TAX TBL:".
007530     05  FNL-B2-TAX-VER    PIC 9999/99/99.
007540     05  FILLER            PIC X(37) VALUE SPACES.
007550 01  FNL-BLANK-LINE        PIC X(132) VALUE SPACES.
007560 01  FNL-COLUMN-HEADINGS.
007570     05  FILLER            PIC X(01) VALUE SPACE.
007580     05  FILLER            PIC X(15) VALUE "EMPLOYEE".
007590     05  FILLER            PIC X(02) VALUE SPACES.
007600     05  FILLER            PIC X(20) VALUE "LOCATION".
007610     05  FILLER            PIC X(02) VALUE SPACES.
007620     05  FILLER            PIC X(10) VALUE "TERM DATE".
007630     05  FILLER            PIC X(02) VALUE SPACES.
007640     05  FILLER            PIC X(05) VALUE "RSN".
007650     05  FILLER            PIC X(04) VALUE SPACES.
007660     05  FILLER            PIC X(10) VALUE "GROSS PAY".
007670     05  FILLER            PIC X(02) VALUE SPACES.
007680     05  FILLER            PIC X(11) VALUE "WITHHOLDING".
007690     05  FILLER            PIC X(01) VALUE SPACES.
007700     05  FILLER            PIC X(11) VALUE " DEDUCTIONS".
007710     05  FILLER            PIC X(06) VALUE SPACES.
007720     05  FILLER            PIC X(07) VALUE "NET PAY".
007730     05  FILLER            PIC X(03) VALUE SPACES.
007740     05  FILLER            PIC X(06) VALUE "CHECK".
007750     05  FILLER            PIC X(14) VALUE SPACES.
007760 01  FNL-DETAIL-LINE.
007770     05  FILLER            PIC X(01) VALUE SPACE.
007780     05  FNL-D-WHO         PIC X(15).
007790     05  FILLER            PIC X(02) VALUE SPACES.
007800     05  FNL-D-WHERE       PIC X(20).
007810     05  FILLER            PIC X(02) VALUE SPACES.
007820     05  FNL-D-TERM-DATE   PIC 9999/99/99.
007830     05  FILLER            PIC X(02) VALUE SPACES.
007840     05  FNL-D-REASON      PIC X(03).
007850     05  FILLER            PIC X(02) VALUE SPACES.
007860     05  FNL-D-GROSS       PIC Z,ZZZ,ZZ9.99.
007870     05  FILLER            PIC X(01) VALUE SPACES.
007880     05  FNL-D-WITHHOLD    PIC Z,ZZZ,ZZ9.99.
007890     05  FILLER            PIC X(01) VALUE SPACES.
007900     05  FNL-D-DEDUCT      PIC Z,ZZZ,ZZ9.99.
007910     05  FILLER            PIC X(01) VALUE SPACES.
007920     05  FNL-D-NET         PIC -Z,ZZZ,ZZ9.99.
007930     05  FILLER            PIC X(02) VALUE SPACES.
007940     05  FNL-D-CHECK-NBR   PIC ZZZZZ9.
007950     05  FILLER            PIC X(15) VALUE SPACES.
007960 01  FNL-EARN-LINE.
007970     05  FILLER            PIC X(06) VALUE SPACES.
007980     05  FNL-E-CODE        PIC X(02).
007990     05  FILLER            PIC X(02) VALUE SPACES.
008000     05  FNL-E-DESC        PIC X(15).
008010     05  FILLER            PIC X(02) VALUE SPACES.
008020     05  FNL-E-HOURS       PIC ZZ9.
008030     05  FILLER            PIC X(05) VALUE "  AT ".
008040     05  FNL-E-RATE        PIC ZZ9.99.
008050     05  FILLER            PIC X(02) VALUE SPACES.
008060     05  FNL-E-AMOUNT      PIC Z,ZZZ,ZZ9.99.
008070     05  FILLER            PIC X(77) VALUE SPACES.
008080 01  FNL-DISP-LINE.
008090     05  FILLER            PIC X(01) VALUE SPACE.
008100     05  FILLER            PIC X(08) VALUE "EMP-ID ".
008110     05  FNL-DISP-EMP-ID   PIC X(05).
008120     05  FILLER            PIC X(03) VALUE SPACES.
008130     05  FNL-DISP-TEXT     PIC X(30).
008140     05  FILLER            PIC X(03) VALUE SPACES.
008150     05  FNL-DISP-REASON   PIC X(30).
008160     05  FILLER            PIC X(52) VALUE SPACES.
008170 01  FNL-TOTAL-LINE.
008180     05  FILLER            PIC X(01) VALUE SPACE.
008190     05  FNL-TOT-DESC      PIC X(30).
008200     05  FNL-TOT-COUNT     PIC ZZ,ZZ9.
008210     05  FILLER            PIC X(95) VALUE SPACES.
008220 01  FNL-AMOUNT-LINE.
008230     05  FILLER            PIC X(01) VALUE SPACE.
008240     05  FNL-AMT-DESC      PIC X(30).
008250     05  FNL-AMT-VALUE     PIC -ZZZ,ZZZ,ZZ9.99.
008260     05  FILLER            PIC X(86) VALUE SPACES.
008270 01  GAR-BANNER-LINE-2.
008280     05  FILLER            PIC X(01) VALUE SPACE.
008290     05  FILLER            PIC X(42) VALUE
008300         "UNPAID GARNISHMENT ARREARS AT TERMINATION".
008310     05  FILLER            PIC X(12) VALUE "PERIOD END:".
008320     05  GAR-B2-PERIOD-END PIC 9999/99/99.
008330     05  FILLER            PIC X(12) VALUE "  RUN DATE:".
008340     05  GAR-B2-RUN-DATE   PIC 9999/99/99.
008350     05  FILLER            PIC X(45) VALUE SPACES.
008360 01  GAR-COLUMN-HEADINGS.
008370     05  FILLER            PIC X(01) VALUE SPACE.
008380     05  FILLER            PIC X(07) VALUE "EMP-ID".
008390     05  FILLER            PIC X(17) VALUE "EMPLOYEE".
008400     05  FILLER            PIC X(12) VALUE "TERM DATE".
008410     05  FILLER            PIC X(05) VALUE "PRI".
008420     05  FILLER            PIC X(17) VALUE "CASE NUMBER".
008430     05  FILLER            PIC X(22) VALUE "PAYEE".
008440     05  FILLER            PIC X(14) VALUE "  UNPAID".
008450     05  FILLER            PIC X(37) VALUE SPACES.
008460 01  GAR-DETAIL-LINE.
008470     05  FILLER            PIC X(01) VALUE SPACE.
008480     05  GAR-D-EMP-ID      PIC X(05).
008490     05  FILLER            PIC X(02) VALUE SPACES.
008500     05  GAR-D-WHO         PIC X(15).
008510     05  FILLER            PIC X(02) VALUE SPACES.
008520     05  GAR-D-TERM-DATE   PIC 9999/99/99.
008530     05  FILLER            PIC X(02) VALUE SPACES.
008540     05  GAR-D-PRIORITY    PIC Z9.
008550     05  FILLER            PIC X(03) VALUE SPACES.
008560     05  GAR-D-CASE-NBR    PIC X(15).
008570     05  FILLER            PIC X(02) VALUE SPACES.
008580     05  GAR-D-PAYEE       PIC X(20).
008590     05  FILLER            PIC X(02) VALUE SPACES.
008600     05  GAR-D-ARREARS     PIC ZZZ,ZZZ,ZZ9.99.
008610     05  FILLER            PIC X(37) VALUE SPACES.
008620 01  GAR-TOTAL-LINE.
008630     05  FILLER            PIC X(01) VALUE SPACE.
008640     05  GAR-TOT-DESC      PIC X(30).
008650     05  GAR-TOT-COUNT     PIC ZZ,ZZ9.
008660     05  FILLER            PIC X(04) VALUE SPACES.
008670     05  GAR-TOT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
008680     05  FILLER            PIC X(77) VALUE SPACES.
008690*--------------------------------------------------------------*
008700 PROCEDURE DIVISION.
008710*--------------------------------------------------------------*
008720*    0000-MAINLINE
008730*--------------------------------------------------------------*
008740 0000-MAINLINE.
008750     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
008760     PERFORM 2000-PROCESS-TERMINATION
008770         THRU 2000-PROCESS-TERMINATION-EXIT
008780         UNTIL STM-EOF.
008790     PERFORM 9500-WRITE-TOTALS THRU 9500-WRITE-TOTALS-EXIT.
008800     GO TO 9900-FINALIZE.
008810*--------------------------------------------------------------*
008820*    1000-INITIALIZE
008830*--------------------------------------------------------------*
008840 1000-INITIALIZE.
008850*    THE CONTROL CARD MUST BE READ BEFORE THE TAX TABLE LOADS -
008860*    THE PAY-PERIOD-END DATE PICKS WHICH TABLE VERSION IS IN
008870*    FORCE FOR THIS RUN.
008880     ACCEPT FNL-RUN-DATE FROM DATE YYYYMMDD.
008890     PERFORM 1400-READ-CONTROL-CARD
008900         THRU 1400-READ-CONTROL-CARD-EXIT.
008910     PERFORM 1200-LOAD-TAX-TABLE
008920         THRU 1200-LOAD-TAX-TABLE-EXIT.
008930     COMPUTE PAY-QTR = (PPE-MONTH + 2) / 3.
008940     PERFORM 1065-CHECK-RUN-LEDGER
008950         THRU 1065-CHECK-RUN-LEDGER-EXIT.
008960     PERFORM 1100-SORT-QUEUE THRU 1100-SORT-QUEUE-EXIT.
008970     OPEN INPUT STMFILE.
008980     OPEN OUTPUT TRHFILE.
008990     PERFORM 1057-OPEN-TCDFILE THRU 1057-OPEN-TCDFILE-EXIT.
009000     PERFORM 1050-OPEN-YTDFILE THRU 1050-OPEN-YTDFILE-EXIT.
009010     PERFORM 1055-OPEN-DEDFILE THRU 1055-OPEN-DEDFILE-EXIT.
009020     PERFORM 1056-OPEN-DTKFILE THRU 1056-OPEN-DTKFILE-EXIT.
009030     PERFORM 1058-OPEN-PHSFILE THRU 1058-OPEN-PHSFILE-EXIT.
009040     PERFORM 1059-OPEN-CRGFILE THRU 1059-OPEN-CRGFILE-EXIT.
009050     PERFORM 1067-OPEN-LVEFILE THRU 1067-OPEN-LVEFILE-EXIT.
009060     PERFORM 1060-OPEN-RSTFILE THRU 1060-OPEN-RSTFILE-EXIT.
009070     OPEN OUTPUT POSFILE.
009080     OPEN OUTPUT FNLPRT.
009090     OPEN OUTPUT GARPRT.
009100     PERFORM 1280-PRINT-TAX-PROOF
009110         THRU 1280-PRINT-TAX-PROOF-EXIT.
009120     PERFORM 2700-READ-QUEUE THRU 2700-READ-QUEUE-EXIT.
009130 1000-INITIALIZE-EXIT.
009140     EXIT.
009150*--------------------------------------------------------------*
009160*    1050-OPEN-YTDFILE
009170*--------------------------------------------------------------*
009180 1050-OPEN-YTDFILE.
009190     OPEN I-O YTDFILE.
009200     IF YTD-FILE-NOT-FOUND
009210         OPEN OUTPUT YTDFILE
009220         CLOSE YTDFILE
009230         OPEN I-O YTDFILE
009240     END-IF.
009250 1050-OPEN-YTDFILE-EXIT.
009260     EXIT.
009270*--------------------------------------------------------------*
009280*    1055-OPEN-DEDFILE
009290*
009300*    A MISSING DEDUCTIONS MASTER IS CREATED EMPTY - A SHOP WITH
009310*    NO VOLUNTARY DEDUCTIONS ON FILE SIMPLY TAKES NONE.
009320*--------------------------------------------------------------*
009330 1055-OPEN-DEDFILE.
009340     OPEN I-O DEDFILE.
009350     IF DED-FILE-NOT-FOUND
009360         OPEN OUTPUT DEDFILE
009370         CLOSE DEDFILE
009380         OPEN I-O DEDFILE
009390     END-IF.
009400 1055-OPEN-DEDFILE-EXIT.
009410     EXIT.
009420*--------------------------------------------------------------*
009430*    1056-OPEN-DTKFILE
009440*
009450*    OPENED TO EXTEND SO THE MAIN RUN'S UNREMITTED AMOUNTS ARE
009460*    KEPT (SEE PAYROLOO).
009470*--------------------------------------------------------------*
009480 1056-OPEN-DTKFILE.
009490     OPEN EXTEND DTKFILE.
009500     IF DTK-FILE-NOT-FOUND
009510         OPEN OUTPUT DTKFILE
009520     END-IF.
009530 1056-OPEN-DTKFILE-EXIT.
009540     EXIT.
009550*--------------------------------------------------------------*
009560*    1057-OPEN-TCDFILE
009570*
009580*    THE TIME CARDS ARE THE LAST WAGES THIS RUN PAYS.  A
009590*    MISSING FILE STOPS THE RUN RATHER THAN PAYING VACATION
009600*    ALONE AND LOSING THE CARDS.
009610*--------------------------------------------------------------*
009620 1057-OPEN-TCDFILE.
009630     OPEN INPUT TCDFILE.
009640     IF TCD-FILE-STATUS NOT = "00"
009650         GO TO 9930-TIME-CARD-ABORT
009660     END-IF.
009670 1057-OPEN-TCDFILE-EXIT.
009680     EXIT.
009690*--------------------------------------------------------------*
009700*    1058-OPEN-PHSFILE
009710*--------------------------------------------------------------*
009720 1058-OPEN-PHSFILE.
009730     OPEN I-O PHSFILE.
009740     IF PHS-FILE-NOT-FOUND
009750         OPEN OUTPUT PHSFILE
009760         CLOSE PHSFILE
009770         OPEN I-O PHSFILE
009780     END-IF.
009790 1058-OPEN-PHSFILE-EXIT.
009800     EXIT.
009810*--------------------------------------------------------------*
009820*    1059-OPEN-CRGFILE
009830*--------------------------------------------------------------*
009840 1059-OPEN-CRGFILE.
009850     OPEN I-O CRGFILE.
009860     IF CRG-FILE-NOT-FOUND
009870         OPEN OUTPUT CRGFILE
009880         CLOSE CRGFILE
009890         OPEN I-O CRGFILE
009900     END-IF.
009910 1059-OPEN-CRGFILE-EXIT.
009920     EXIT.
009930*--------------------------------------------------------------*
009940*    1060-OPEN-RSTFILE
009950*
009960*    THE MAIN RUN'S CHECKPOINT RECORD CARRIES THE LAST CHECK
009970*    NUMBER ISSUED - FINAL CHECKS CONTINUE THAT SERIES AND THE
009980*    NUMBER IS PUT BACK AFTER EVERY CHECK (7970).
009990*--------------------------------------------------------------*
010000 1060-OPEN-RSTFILE.
010010     OPEN I-O RSTFILE.
010020     IF RST-FILE-NOT-FOUND
010030         OPEN OUTPUT RSTFILE
010040         CLOSE RSTFILE
010050         OPEN I-O RSTFILE
010060     END-IF.
010070     MOVE RESTART-KEY-LITERAL TO RST-KEY.
010080     READ RSTFILE
010090         INVALID KEY
010100             MOVE SPACES TO RST-RECORD
010110             MOVE RESTART-KEY-LITERAL TO RST-KEY
010120             MOVE ZERO TO RST-CHECK-NBR
010130             WRITE RST-RECORD
010140     END-READ.
010150     MOVE RST-CHECK-NBR TO CHECK-NBR.
010160 1060-OPEN-RSTFILE-EXIT.
010170     EXIT.
010180*--------------------------------------------------------------*
010190*    1065-CHECK-RUN-LEDGER
010200*
010210*    FINAL PAY RUNS OFF-CYCLE, SO IT DOES NOT WAIT FOR A MAIN
010220*    RUN TO CLOSE - BUT IT MUST NOT RUN UNDER ONE.  ANY LEDGER
010230*    RECORD STILL AT STATUS S (OTHER THAN THIS PROGRAM'S OWN)
010240*    WOULD SHARE THE CHECK SERIES AND THE MASTERS WITH IT, AND
010250*    REFUSES THE RUN.  A RERUN OF THE SAME PERIOD IS ALLOWED -
010260*    THE PAY HISTORY KEEPS A FINAL CHECK FROM BEING ISSUED
010270*    TWICE (SEE 2100).
010280*--------------------------------------------------------------*
010290 1065-CHECK-RUN-LEDGER.
010300     OPEN I-O RLGFILE.
010310     IF RLG-FILE-NOT-FOUND
010320         OPEN OUTPUT RLGFILE
010330         CLOSE RLGFILE
010340         OPEN I-O RLGFILE
010350     END-IF.
010360     MOVE 'N' TO RLG-EOF-SW.
010370     MOVE 'N' TO RLG-CYCLE-OPEN-SW.
010380     MOVE LOW-VALUES TO RLG-KEY.
010390     START RLGFILE KEY NOT < RLG-KEY
010400         INVALID KEY MOVE 'Y' TO RLG-EOF-SW
010410     END-START.
010420     PERFORM 1066-SCAN-LEDGER-RECORD
010430         THRU 1066-SCAN-LEDGER-RECORD-EXIT
010440         UNTIL RLG-EOF.
010450     IF RLG-CYCLE-OPEN
010460         GO TO 9975-CYCLE-OPEN-ABORT
010470     END-IF.
010480     MOVE 'N' TO RLG-FOUND-SW.
010490     MOVE RLG-THIS-PROGRAM TO RLG-PROGRAM.
010500     MOVE PAY-PERIOD-END   TO RLG-PERIOD-END.
010510     READ RLGFILE
010520         INVALID KEY
010530             CONTINUE
010540         NOT INVALID KEY
010550             MOVE 'Y' TO RLG-FOUND-SW
010560     END-READ.
010570     MOVE RLG-THIS-PROGRAM TO RLG-PROGRAM.
010580     MOVE PAY-PERIOD-END   TO RLG-PERIOD-END.
010590     MOVE 'S'              TO RLG-STATUS.
010600     MOVE FNL-RUN-DATE     TO RLG-START-DATE.
010610     MOVE ZERO             TO RLG-END-DATE.
010620     IF RLG-FOUND
010630         REWRITE RLG-RECORD
010640     ELSE
010650         WRITE RLG-RECORD
010660     END-IF.
010670 1065-CHECK-RUN-LEDGER-EXIT.
010680     EXIT.
010690*--------------------------------------------------------------*
010700*    1066-SCAN-LEDGER-RECORD
010710*--------------------------------------------------------------*
010720 1066-SCAN-LEDGER-RECORD.
010730     READ RLGFILE NEXT RECORD
010740         AT END MOVE 'Y' TO RLG-EOF-SW
010750     END-READ.
010760     IF RLG-EOF
010770         GO TO 1066-SCAN-LEDGER-RECORD-EXIT
010780     END-IF.
010790     IF RLG-STARTED AND RLG-PROGRAM NOT = RLG-THIS-PROGRAM
010800         MOVE 'Y' TO RLG-CYCLE-OPEN-SW
010810     END-IF.
010820 1066-SCAN-LEDGER-RECORD-EXIT.
010830     EXIT.
010840*--------------------------------------------------------------*
010850*    1067-OPEN-LVEFILE
010860*--------------------------------------------------------------*
010870 1067-OPEN-LVEFILE.
010880     OPEN I-O LVEFILE.
010890     IF LVE-FILE-NOT-FOUND
010900         OPEN OUTPUT LVEFILE
010910         CLOSE LVEFILE
010920         OPEN I-O LVEFILE
010930     END-IF.
010940 1067-OPEN-LVEFILE-EXIT.
010950     EXIT.
010960*--------------------------------------------------------------*
010970*    1100-SORT-QUEUE
010980*
010990*    TRMFILE ARRIVES IN THE ORDER PAYMNT QUEUED IT.  SORTED BY
011000*    EMP-ID AND QUEUED DATE SO A SECOND ENTRY FOR THE SAME
011010*    EMPLOYEE COMES STRAIGHT AFTER THE FIRST.  A MISSING QUEUE
011020*    IS CREATED EMPTY AND THE RUN ENDS CLEAN HAVING PAID NOBODY.
011030*--------------------------------------------------------------*
011040 1100-SORT-QUEUE.
011050     OPEN INPUT TRMFILE.
011060     IF TRM-FILE-NOT-FOUND
011070         OPEN OUTPUT TRMFILE
011080     END-IF.
011090     CLOSE TRMFILE.
011100     SORT TRM-SORT-FILE
011110         ON ASCENDING KEY SRTT-EMP-ID SRTT-QUEUED-DATE
011120         USING TRMFILE
011130         GIVING STMFILE.
011140 1100-SORT-QUEUE-EXIT.
011150     EXIT.
011160*--------------------------------------------------------------*
011170*    1200-LOAD-TAX-TABLE
011180*--------------------------------------------------------------*
011190 1200-LOAD-TAX-TABLE.
011200     OPEN INPUT TAXFILE.
011210     IF TAX-FILE-STATUS NOT = "00"
011220         GO TO 9950-TAX-TABLE-ABORT
011230     END-IF.
011240     PERFORM 1210-LOAD-TAX-RECORD
011250         THRU 1210-LOAD-TAX-RECORD-EXIT
011260         UNTIL TAX-EOF.
011270     CLOSE TAXFILE.
011280     IF FED-BRACKET-CNT = ZERO OR STATE-RATE-CNT = ZERO
011290         GO TO 9950-TAX-TABLE-ABORT
011300     END-IF.
011310 1200-LOAD-TAX-TABLE-EXIT.
011320     EXIT.
011330*--------------------------------------------------------------*
011340*    1210-LOAD-TAX-RECORD
011350*--------------------------------------------------------------*
011360 1210-LOAD-TAX-RECORD.
011370     READ TAXFILE
011380         AT END MOVE 'Y' TO TAX-EOF-SW
011390     END-READ.
011400     IF TAX-EOF
011410         GO TO 1210-LOAD-TAX-RECORD-EXIT
011420     END-IF.
011430     MOVE TAX-REC-DATA TO TAX-PARSE-AREA.
011440     IF TAX-REC-TYPE = 'F'
011450         PERFORM 1220-STORE-FED-BRACKET
011460             THRU 1220-STORE-FED-BRACKET-EXIT
011470     ELSE
011480         IF TAX-REC-TYPE = 'S'
011490             PERFORM 1230-STORE-STATE-RATE
011500                 THRU 1230-STORE-STATE-RATE-EXIT
011510         ELSE
011520             IF TAX-REC-TYPE = 'M' OR TAX-REC-TYPE = 'U'
011530                 PERFORM 1240-STORE-EMPLOYER-RATE
011540                     THRU 1240-STORE-EMPLOYER-RATE-EXIT
011550             ELSE
011560                 IF TAX-REC-TYPE = 'X'
011570                     PERFORM 1250-STORE-SUTA-RATE
011580                         THRU 1250-STORE-SUTA-RATE-EXIT
011590                 ELSE
011600                     GO TO 9950-TAX-TABLE-ABORT
011610                 END-IF
011620             END-IF
011630         END-IF
011640     END-IF.
011650 1210-LOAD-TAX-RECORD-EXIT.
011660     EXIT.
011670*--------------------------------------------------------------*
011680*    1220-STORE-FED-BRACKET
011690*--------------------------------------------------------------*
011700 1220-STORE-FED-BRACKET.
011710     IF TFD-LIMIT-X NOT NUMERIC OR TFD-PCT-X NOT NUMERIC
011720         GO TO 9950-TAX-TABLE-ABORT
011730     END-IF.
011740*    A BLANK OR ZERO FROM-DATE IS ALWAYS IN FORCE.  A RECORD
011750*    DATED AFTER THE PERIOD END IS NOT IN FORCE YET, AND A
011760*    RECORD OLDER THAN THE NEWEST IN-FORCE SET IS SUPERSEDED -
011770*    BOTH ARE SKIPPED.  A NEWER DATE STARTS A FRESH SET.
011780     IF TFD-FROM-X = SPACES
011790         MOVE ZERO TO TAX-FROM-WORK
011800     ELSE
011810         IF TFD-FROM-X NOT NUMERIC
011820             GO TO 9950-TAX-TABLE-ABORT
011830         END-IF
011840         MOVE TFD-FROM TO TAX-FROM-WORK
011850     END-IF.
011860     IF TAX-FROM-WORK > PAY-PERIOD-END
011870         GO TO 1220-STORE-FED-BRACKET-EXIT
011880     END-IF.
011890     IF TAX-FROM-WORK < FED-VERSION-DATE
011900         GO TO 1220-STORE-FED-BRACKET-EXIT
011910     END-IF.
011920     IF TAX-FROM-WORK > FED-VERSION-DATE
011930         MOVE TAX-FROM-WORK TO FED-VERSION-DATE
011940         MOVE ZERO TO FED-BRACKET-CNT
011950     END-IF.
011960     IF FED-BRACKET-CNT >= TAX-MAX-ENTRIES
011970         GO TO 9950-TAX-TABLE-ABORT
011980     END-IF.
011990     IF FED-BRACKET-CNT > ZERO AND
012000        TFD-LIMIT NOT > FBR-LIMIT (FED-BRACKET-CNT)
012010         GO TO 9950-TAX-TABLE-ABORT
012020     END-IF.
012030     ADD 1 TO FED-BRACKET-CNT.
012040     MOVE TFD-LIMIT TO FBR-LIMIT (FED-BRACKET-CNT).
012050     MOVE TFD-PCT   TO FBR-PCT (FED-BRACKET-CNT).
012060 1220-STORE-FED-BRACKET-EXIT.
012070     EXIT.
012080*--------------------------------------------------------------*
012090*    1230-STORE-STATE-RATE
012100*
012110*    EACH LOCATION KEEPS THE NEWEST RATE DATED ON OR BEFORE
012120*    THE PAY-PERIOD END.
012130*--------------------------------------------------------------*
012140 1230-STORE-STATE-RATE.
012150     IF TSD-LOC = SPACES OR TSD-PCT-X NOT NUMERIC
012160         GO TO 9950-TAX-TABLE-ABORT
012170     END-IF.
012180     IF TSD-FROM-X = SPACES
012190         MOVE ZERO TO TAX-FROM-WORK
012200     ELSE
012210         IF TSD-FROM-X NOT NUMERIC
012220             GO TO 9950-TAX-TABLE-ABORT
012230         END-IF
012240         MOVE TSD-FROM TO TAX-FROM-WORK
012250     END-IF.
012260     IF TAX-FROM-WORK > PAY-PERIOD-END
012270         GO TO 1230-STORE-STATE-RATE-EXIT
012280     END-IF.
012290     MOVE ZERO TO STATE-FOUND-SUB.
012300     PERFORM 1235-FIND-STATE-ENTRY
012310         THRU 1235-FIND-STATE-ENTRY-EXIT
012320         VARYING TAX-SUB FROM 1 BY 1
012330         UNTIL TAX-SUB > STATE-RATE-CNT.
012340     IF STATE-FOUND-SUB NOT = ZERO
012350         IF TAX-FROM-WORK > SRT-FROM (STATE-FOUND-SUB)
012360             MOVE TSD-PCT TO SRT-PCT (STATE-FOUND-SUB)
012370             MOVE TAX-FROM-WORK TO SRT-FROM (STATE-FOUND-SUB)
012380         END-IF
012390         GO TO 1230-STORE-STATE-RATE-EXIT
012400     END-IF.
012410     IF STATE-RATE-CNT >= TAX-MAX-ENTRIES
012420         GO TO 9950-TAX-TABLE-ABORT
012430     END-IF.
012440     ADD 1 TO STATE-RATE-CNT.
012450     MOVE TSD-LOC TO SRT-LOC (STATE-RATE-CNT).
012460     MOVE TSD-PCT TO SRT-PCT (STATE-RATE-CNT).
012470     MOVE TAX-FROM-WORK TO SRT-FROM (STATE-RATE-CNT).
012480 1230-STORE-STATE-RATE-EXIT.
012490     EXIT.
012500*--------------------------------------------------------------*
012510*    1235-FIND-STATE-ENTRY
012520*--------------------------------------------------------------*
012530 1235-FIND-STATE-ENTRY.
012540     IF SRT-LOC (TAX-SUB) = TSD-LOC
012550         MOVE TAX-SUB TO STATE-FOUND-SUB
012560     END-IF.
012570 1235-FIND-STATE-ENTRY-EXIT.
012580     EXIT.
012590*--------------------------------------------------------------*
012600*    1280-PRINT-TAX-PROOF
012610*
012620*    LIST THE LOADED SET AT THE FRONT OF THE REGISTER SO A RATE
012630*    CHANGE CAN BE VERIFIED ON THE DAY IT TAKES EFFECT.
012640*--------------------------------------------------------------*
012650 1280-PRINT-TAX-PROOF.
012660     PERFORM 7500-WRITE-PAGE-HEADERS
012670         THRU 7500-WRITE-PAGE-HEADERS-EXIT.
012680     MOVE FED-VERSION-DATE TO TXP-VERSION.
012690     WRITE FNL-RECORD FROM FNL-TAXPROOF-TITLE.
012700     PERFORM 1285-PRINT-FED-PROOF
012710         THRU 1285-PRINT-FED-PROOF-EXIT
012720         VARYING TAX-SUB FROM 1 BY 1
012730         UNTIL TAX-SUB > FED-BRACKET-CNT.
012740     PERFORM 1290-PRINT-STATE-PROOF
012750         THRU 1290-PRINT-STATE-PROOF-EXIT
012760         VARYING TAX-SUB FROM 1 BY 1
012770         UNTIL TAX-SUB > STATE-RATE-CNT.
012780     WRITE FNL-RECORD FROM FNL-BLANK-LINE.
012790     COMPUTE FNL-LINE-CTR =
012800         FNL-LINE-CTR + FED-BRACKET-CNT + STATE-RATE-CNT + 2.
012810 1280-PRINT-TAX-PROOF-EXIT.
012820     EXIT.
012830*--------------------------------------------------------------*
012840*    1285-PRINT-FED-PROOF
012850*--------------------------------------------------------------*
012860 1285-PRINT-FED-PROOF.
012870     MOVE TAX-SUB             TO TXP-F-NBR.
012880     MOVE FBR-LIMIT (TAX-SUB) TO TXP-F-LIMIT.
012890     MOVE FBR-PCT (TAX-SUB)   TO TXP-F-PCT.
012900     WRITE FNL-RECORD FROM FNL-TAXPROOF-FED-LINE.
012910 1285-PRINT-FED-PROOF-EXIT.
012920     EXIT.
012930*--------------------------------------------------------------*
012940*    1290-PRINT-STATE-PROOF
012950*--------------------------------------------------------------*
012960 1290-PRINT-STATE-PROOF.
012970     MOVE SRT-LOC (TAX-SUB)  TO TXP-S-LOC.
012980     MOVE SRT-PCT (TAX-SUB)  TO TXP-S-PCT.
012990     MOVE SRT-FROM (TAX-SUB) TO TXP-S-FROM.
013000     WRITE FNL-RECORD FROM FNL-TAXPROOF-STATE-LINE.
013010 1290-PRINT-STATE-PROOF-EXIT.
013020     EXIT.
013030*--------------------------------------------------------------*
013040*    1240-STORE-EMPLOYER-RATE
013050*
013060*    TYPE M IS THE EMPLOYER FICA MATCH, TYPE U THE FEDERAL
013070*    UNEMPLOYMENT TAX - EACH A RATE WITH AN ANNUAL WAGE BASE.
013080*    A TABLE WITHOUT THEM LOADS CLEAN AND ACCRUES NOTHING.
013090*--------------------------------------------------------------*
013100 1240-STORE-EMPLOYER-RATE.
013110     IF TER-PCT-X NOT NUMERIC OR TER-BASE-X NOT NUMERIC
013120         GO TO 9950-TAX-TABLE-ABORT
013130     END-IF.
013140     IF TAX-REC-TYPE = 'M'
013150         MOVE TER-PCT  TO ER-FICA-PCT
013160         MOVE TER-BASE TO ER-FICA-BASE
013170     ELSE
013180         MOVE TER-PCT  TO ER-FUTA-PCT
013190         MOVE TER-BASE TO ER-FUTA-BASE
013200     END-IF.
013210 1240-STORE-EMPLOYER-RATE-EXIT.
013220     EXIT.
013230*--------------------------------------------------------------*
013240*    1250-STORE-SUTA-RATE
013250*--------------------------------------------------------------*
013260 1250-STORE-SUTA-RATE.
013270     IF TXU-LOC = SPACES OR TXU-PCT-X NOT NUMERIC OR
013280        TXU-BASE-X NOT NUMERIC
013290         GO TO 9950-TAX-TABLE-ABORT
013300     END-IF.
013310     IF SUTA-RATE-CNT >= TAX-MAX-ENTRIES
013320         GO TO 9950-TAX-TABLE-ABORT
013330     END-IF.
013340     ADD 1 TO SUTA-RATE-CNT.
013350     MOVE TXU-LOC  TO SUT-LOC (SUTA-RATE-CNT).
013360     MOVE TXU-PCT  TO SUT-PCT (SUTA-RATE-CNT).
013370     MOVE TXU-BASE TO SUT-BASE (SUTA-RATE-CNT).
013380 1250-STORE-SUTA-RATE-EXIT.
013390     EXIT.
013400*--------------------------------------------------------------*
013410*    1400-READ-CONTROL-CARD
013420*--------------------------------------------------------------*
013430 1400-READ-CONTROL-CARD.
013440     MOVE FNL-RUN-DATE TO PAY-PERIOD-END.
013450     OPEN INPUT CTLFILE.
013460     IF CTL-FILE-NOT-FOUND
013470         GO TO 1400-READ-CONTROL-CARD-EXIT
013480     END-IF.
013490     READ CTLFILE
013500         AT END MOVE 'Y' TO CTL-EOF-SW
013510     END-READ.
013520     IF NOT CTL-EOF
013530         IF CTL-PERIOD-END-X NOT = SPACES
013540             IF CTL-PERIOD-END-X NOT NUMERIC
013550                 GO TO 9960-CONTROL-CARD-ABORT
013560             END-IF
013570             MOVE CTL-PERIOD-END-X TO PAY-PERIOD-END
013580*            THE MONTH PICKS THE YTD QUARTER BUCKET, SO A
013590*            DATE LIKE MONTH 00 OR 13 WOULD SUBSCRIPT PAST
013600*            THE QUARTER TABLE - STOP THE RUN INSTEAD.
013610             IF PPE-MONTH < 01 OR PPE-MONTH > 12
013620                 GO TO 9960-CONTROL-CARD-ABORT
013630             END-IF
013640             IF PPE-DAY < 01 OR PPE-DAY > 31
013650                 GO TO 9960-CONTROL-CARD-ABORT
013660             END-IF
013670         END-IF
013680         MOVE CTL-EMP-FILTER TO RUN-EMP-FILTER
013690     END-IF.
013700     CLOSE CTLFILE.
013710 1400-READ-CONTROL-CARD-EXIT.
013720     EXIT.
013730*--------------------------------------------------------------*
013740*    2000-PROCESS-TERMINATION
013750*
013760*    ONE QUEUE ENTRY AT A TIME.  EVERY ENTRY GETS EXACTLY ONE
013770*    DISPOSITION LINE - PAID, CLOSED OUT, HELD FOR A LATER RUN
013780*    (COPIED TO TRHFILE) OR DROPPED FROM THE QUEUE.
013790*--------------------------------------------------------------*
013800 2000-PROCESS-TERMINATION.
013810     MOVE EMP-ID TO FNL-DISP-EMP-ID.
013820     MOVE SPACES TO FNL-DISP-REASON.
013830*    AN EMP-ID ON THE CONTROL CARD PAYS THAT ONE EMPLOYEE - THE
013840*    REST OF THE QUEUE WAITS FOR THE NEXT RUN UNTOUCHED.
013850     IF RUN-EMP-FILTER NOT = SPACES AND
013860        EMP-ID NOT = RUN-EMP-FILTER
013870         MOVE "NOT SELECTED - KEPT ON QUEUE" TO FNL-DISP-TEXT
013880         ADD 1 TO NOT-SELECTED-CTR
013890         PERFORM 2800-HOLD-QUEUE-ENTRY
013900             THRU 2800-HOLD-QUEUE-ENTRY-EXIT
013910         PERFORM 8200-WRITE-DISP-LINE
013920             THRU 8200-WRITE-DISP-LINE-EXIT
013930         GO TO 2000-PROCESS-NEXT
013940     END-IF.
013950*    A TERMINATION KEYED TWICE FOLLOWS THE FIRST ENTRY - HELD
013960*    WITH IT, OR DROPPED ONCE THE FIRST HAS BEEN SETTLED.
013970     IF EMP-ID = PREV-EMP-ID
013980         IF PREV-HELD
013990             MOVE "DUPLICATE ENTRY - HELD" TO FNL-DISP-TEXT
014000             ADD 1 TO HELD-CTR
014010             PERFORM 2800-HOLD-QUEUE-ENTRY
014020                 THRU 2800-HOLD-QUEUE-ENTRY-EXIT
014030         ELSE
014040             MOVE "DUPLICATE ENTRY - DROPPED" TO FNL-DISP-TEXT
014050             ADD 1 TO DROPPED-CTR
014060         END-IF
014070         PERFORM 8200-WRITE-DISP-LINE
014080             THRU 8200-WRITE-DISP-LINE-EXIT
014090         GO TO 2000-PROCESS-NEXT
014100     END-IF.
014110     MOVE EMP-ID TO PREV-EMP-ID.
014120     MOVE SPACE  TO PREV-DISP-SW.
014130     PERFORM 2100-CHECK-PRIOR-PAY THRU 2100-CHECK-PRIOR-PAY-EXIT.
014140     IF FINAL-ALREADY-ISSUED
014150         MOVE "FINAL CHECK ALREADY ISSUED" TO FNL-DISP-TEXT
014160         MOVE "DROPPED FROM QUEUE" TO FNL-DISP-REASON
014170         ADD 1 TO DROPPED-CTR
014180         PERFORM 8200-WRITE-DISP-LINE
014190             THRU 8200-WRITE-DISP-LINE-EXIT
014200         GO TO 2000-PROCESS-NEXT
014210     END-IF.
014220     IF STM-TERM-DATE > PAY-PERIOD-END
014230         MOVE "HELD - TERM DATE AFTER PERIOD" TO FNL-DISP-TEXT
014240         GO TO 2000-PROCESS-HOLD
014250     END-IF.
014260     PERFORM 4000-VALIDATE-FINAL THRU 4000-VALIDATE-FINAL-EXIT.
014270     IF NOT EMP-VALID
014280         MOVE "HELD - FAILED VALIDATION" TO FNL-DISP-TEXT
014290         MOVE FAIL-REASON TO FNL-DISP-REASON
014300         GO TO 2000-PROCESS-HOLD
014310     END-IF.
014320     PERFORM 5500-PAY-FINAL THRU 5500-PAY-FINAL-EXIT.
014330     PERFORM 8200-WRITE-DISP-LINE
014340         THRU 8200-WRITE-DISP-LINE-EXIT.
014350     GO TO 2000-PROCESS-NEXT.
014360 2000-PROCESS-HOLD.
014370     MOVE 'H' TO PREV-DISP-SW.
014380     ADD 1 TO HELD-CTR.
014390     PERFORM 2800-HOLD-QUEUE-ENTRY
014400         THRU 2800-HOLD-QUEUE-ENTRY-EXIT.
014410     PERFORM 8200-WRITE-DISP-LINE
014420         THRU 8200-WRITE-DISP-LINE-EXIT.
014430 2000-PROCESS-NEXT.
014440     PERFORM 2700-READ-QUEUE THRU 2700-READ-QUEUE-EXIT.
014450 2000-PROCESS-TERMINATION-EXIT.
014460     EXIT.
014470*--------------------------------------------------------------*
014480*    2100-CHECK-PRIOR-PAY
014490*
014500*    BROWSE THE EMPLOYEE'S PAY HISTORY.  A FINAL CHECK DATED ON
014510*    OR AFTER THE TERMINATION MEANS THIS ENTRY WAS ALREADY PAID
014520*    - BY AN EARLIER RUN THAT DID NOT END CLEAN, OR A RERUN.  A
014530*    MAIN-RUN CHECK FOR THIS PERIOD-END MEANS THE TIME CARD WAS
014540*    PAID THERE, AND ONLY THE VACATION IS STILL OWED.  VOIDED
014550*    AND REPLACED CHECKS DO NOT COUNT.
014560*--------------------------------------------------------------*
014570 2100-CHECK-PRIOR-PAY.
014580     MOVE 'N' TO FINAL-DONE-SW.
014590     MOVE 'N' TO CARD-PAID-SW.
014600     MOVE 'N' TO PHS-SCAN-DONE-SW.
014610     MOVE EMP-ID TO PHS-EMP-ID.
014620     MOVE ZERO   TO PHS-PERIOD-END.
014630     MOVE ZERO   TO PHS-CHECK-NBR.
014640     START PHSFILE KEY NOT < PHS-KEY
014650         INVALID KEY MOVE 'Y' TO PHS-SCAN-DONE-SW
014660     END-START.
014670     PERFORM 2110-SCAN-PAY-HISTORY
014680         THRU 2110-SCAN-PAY-HISTORY-EXIT
014690         UNTIL PHS-SCAN-DONE.
014700 2100-CHECK-PRIOR-PAY-EXIT.
014710     EXIT.
014720*--------------------------------------------------------------*
014730*    2110-SCAN-PAY-HISTORY
014740*--------------------------------------------------------------*
014750 2110-SCAN-PAY-HISTORY.
014760     READ PHSFILE NEXT RECORD
014770         AT END MOVE 'Y' TO PHS-SCAN-DONE-SW
014780     END-READ.
014790     IF PHS-SCAN-DONE
014800         GO TO 2110-SCAN-PAY-HISTORY-EXIT
014810     END-IF.
014820     IF PHS-EMP-ID NOT = EMP-ID
014830         MOVE 'Y' TO PHS-SCAN-DONE-SW
014840         GO TO 2110-SCAN-PAY-HISTORY-EXIT
014850     END-IF.
014860     IF PHS-CHECK-VOIDED OR PHS-CHECK-REPLACED
014870         GO TO 2110-SCAN-PAY-HISTORY-EXIT
014880     END-IF.
014890     IF PHS-FROM-FINAL-PAY AND
014900        PHS-PERIOD-END NOT < STM-TERM-DATE
014910         MOVE 'Y' TO FINAL-DONE-SW
014920     END-IF.
014930     IF PHS-FROM-MAIN-RUN AND
014940        PHS-PERIOD-END = PAY-PERIOD-END
014950         MOVE 'Y' TO CARD-PAID-SW
014960     END-IF.
014970 2110-SCAN-PAY-HISTORY-EXIT.
014980     EXIT.
014990*--------------------------------------------------------------*
015000*    2700-READ-QUEUE
015010*--------------------------------------------------------------*
015020 2700-READ-QUEUE.
015030     READ STMFILE
015040         AT END MOVE 'Y' TO STM-EOF-SW
015050     END-READ.
015060     IF STM-EOF
015070         GO TO 2700-READ-QUEUE-EXIT
015080     END-IF.
015090     IF EMP-ID = SPACES
015100         GO TO 2700-READ-QUEUE
015110     END-IF.
015120     ADD 1 TO QUEUE-READ-CTR.
015130 2700-READ-QUEUE-EXIT.
015140     EXIT.
015150*--------------------------------------------------------------*
015160*    2800-HOLD-QUEUE-ENTRY
015170*
015180*    THE ENTRY GOES BACK ON THE QUEUE UNCHANGED (SEE 9600).
015190*--------------------------------------------------------------*
015200 2800-HOLD-QUEUE-ENTRY.
015210     WRITE TRH-RECORD FROM STM-RECORD.
015220 2800-HOLD-QUEUE-ENTRY-EXIT.
015230     EXIT.
015240*--------------------------------------------------------------*
015250*    4000-VALIDATE-FINAL
015260*
015270*    EDIT THE LAST ROSTER IMAGE AND THE FINAL TIME CARD.  THE
015280*    FIRST FAILURE HOLDS THE ENTRY WITH ITS REASON.
015290*--------------------------------------------------------------*
015300 4000-VALIDATE-FINAL.
015310     MOVE 'Y' TO VALID-SW.
015320     MOVE SPACES TO FAIL-REASON.
015330     MOVE ZERO TO TC-LINE-CNT.
015340     PERFORM 4300-SET-PAY-FREQUENCY
015350         THRU 4300-SET-PAY-FREQUENCY-EXIT.
015360     IF NOT EMP-VALID
015370         GO TO 4000-VALIDATE-FINAL-EXIT
015380     END-IF.
015390*    A SALARIED EMPLOYEE'S LAST HOURS AND VACATION ARE PRICED
015400*    AT THE HOURLY EQUIVALENT OF THE ANNUAL SALARY.
015410     IF EMP-SALARIED
015420         COMPUTE PAY-RATE ROUNDED =
015430             EMP-ANNUAL-SALARY / HOURS-PER-YEAR
015440     ELSE
015450         IF RATE NOT NUMERIC
015460             MOVE 'N' TO VALID-SW
015470             MOVE "RATE NOT NUMERIC" TO FAIL-REASON
015480             GO TO 4000-VALIDATE-FINAL-EXIT
015490         END-IF
015500         MOVE RATE TO PAY-RATE
015510     END-IF.
015520     IF PAY-RATE = ZERO
015530         MOVE 'N' TO VALID-SW
015540         MOVE "RATE IS ZERO" TO FAIL-REASON
015550         GO TO 4000-VALIDATE-FINAL-EXIT
015560     END-IF.
015570     MOVE ZERO TO STATE-MATCH-SUB.
015580     PERFORM 4210-FIND-STATE-RATE
015590         THRU 4210-FIND-STATE-RATE-EXIT
015600         VARYING TAX-SUB FROM 1 BY 1
015610         UNTIL TAX-SUB > STATE-RATE-CNT.
015620     IF STATE-MATCH-SUB = ZERO
015630         MOVE 'N' TO VALID-SW
015640         MOVE "NO-TAX-RATE-FOR-LOC" TO FAIL-REASON
015650         GO TO 4000-VALIDATE-FINAL-EXIT
015660     END-IF.
015670     MOVE 'N' TO LVE-FOUND-SW.
015680     MOVE EMP-ID TO LVE-EMP-ID.
015690     READ LVEFILE
015700         INVALID KEY
015710             MOVE ZERO TO LVE-VAC-BAL
015720             MOVE ZERO TO LVE-SICK-BAL
015730         NOT INVALID KEY
015740             MOVE 'Y' TO LVE-FOUND-SW
015750     END-READ.
015760     PERFORM 4400-LOAD-TIME-CARD THRU 4400-LOAD-TIME-CARD-EXIT.
015770 4000-VALIDATE-FINAL-EXIT.
015780     EXIT.
015790*--------------------------------------------------------------*
015800*    4100-LOOKUP-EARN-CODE
015810*
015820*    EARN-MATCH-SUB COMES BACK ZERO WHEN EARN-SEARCH-CODE IS
015830*    NOT IN THE TABLE.
015840*--------------------------------------------------------------*
015850 4100-LOOKUP-EARN-CODE.
015860     MOVE ZERO TO EARN-MATCH-SUB.
015870     PERFORM 4110-FIND-EARN-CODE
015880         THRU 4110-FIND-EARN-CODE-EXIT
015890         VARYING EARN-SUB FROM 1 BY 1
015900         UNTIL EARN-SUB > EARN-TABLE-SIZE.
015910 4100-LOOKUP-EARN-CODE-EXIT.
015920     EXIT.
015930*--------------------------------------------------------------*
015940*    4110-FIND-EARN-CODE
015950*--------------------------------------------------------------*
015960 4110-FIND-EARN-CODE.
015970     IF ERN-CODE (EARN-SUB) = EARN-SEARCH-CODE
015980         MOVE EARN-SUB TO EARN-MATCH-SUB
015990     END-IF.
016000 4110-FIND-EARN-CODE-EXIT.
016010     EXIT.
016020*--------------------------------------------------------------*
016030*    4210-FIND-STATE-RATE
016040*--------------------------------------------------------------*
016050 4210-FIND-STATE-RATE.
016060     IF SRT-LOC (TAX-SUB) = WHERE
016070         MOVE TAX-SUB TO STATE-MATCH-SUB
016080     END-IF.
016090 4210-FIND-STATE-RATE-EXIT.
016100     EXIT.
016110*--------------------------------------------------------------*
016120*    4300-SET-PAY-FREQUENCY
016130*
016140*    EDIT THE PAY TYPE AND FREQUENCY AND SET THE PERIOD
016150*    FIGURES THE SAME WAY THE MAIN RUN DOES.  THE FINAL CHECK
016160*    IS WITHHELD AS ONE PERIOD OF THE EMPLOYEE'S FREQUENCY.
016170*--------------------------------------------------------------*
016180 4300-SET-PAY-FREQUENCY.
016190     MOVE 52  TO PERIODS-PER-YEAR.
016200     MOVE 1   TO PERIOD-WEEKS.
016210     MOVE 'W' TO PAY-FREQ-WORK.
016220     IF EMP-FREQ-BIWEEKLY
016230         MOVE 26  TO PERIODS-PER-YEAR
016240         MOVE 2   TO PERIOD-WEEKS
016250         MOVE 'B' TO PAY-FREQ-WORK
016260     END-IF.
016270     IF EMP-FREQ-SEMIMONTHLY
016280         MOVE 24  TO PERIODS-PER-YEAR
016290         MOVE 2   TO PERIOD-WEEKS
016300         MOVE 'S' TO PAY-FREQ-WORK
016310     END-IF.
016320     COMPUTE PERIOD-STD-HOURS = STD-HOURS * PERIOD-WEEKS.
016330     COMPUTE PERIOD-MAX-HOURS = VALID-MAX-HOURS * PERIOD-WEEKS.
016340     IF NOT EMP-PAY-FREQ-VALID
016350         MOVE 'N' TO VALID-SW
016360         MOVE "INVALID PAY FREQUENCY" TO FAIL-REASON
016370         GO TO 4300-SET-PAY-FREQUENCY-EXIT
016380     END-IF.
016390     IF NOT EMP-PAY-TYPE-VALID
016400         MOVE 'N' TO VALID-SW
016410         MOVE "INVALID PAY TYPE" TO FAIL-REASON
016420         GO TO 4300-SET-PAY-FREQUENCY-EXIT
016430     END-IF.
016440     IF NOT EMP-SALARIED
016450         GO TO 4300-SET-PAY-FREQUENCY-EXIT
016460     END-IF.
016470     IF EMP-ANNUAL-SALARY NOT NUMERIC OR
016480        EMP-ANNUAL-SALARY = ZERO
016490         MOVE 'N' TO VALID-SW
016500         MOVE "SALARIED - NO SALARY" TO FAIL-REASON
016510     END-IF.
016520 4300-SET-PAY-FREQUENCY-EXIT.
016530     EXIT.
016540*--------------------------------------------------------------*
016550*    4400-LOAD-TIME-CARD
016560*
016570*    LOAD THE CARD KEYED FOR THIS RUN'S PERIOD-END.  NO CARD IS
016580*    NOT AN ERROR HERE - THE LAST WAGES MAY ALREADY HAVE BEEN
016590*    PAID, LEAVING ONLY THE VACATION.  A SALARIED EMPLOYEE'S
016600*    LAST DAYS COME IN AS RG HOURS, HELD TO THE STANDARD
016610*    PERIOD.  A CARD ALREADY PAID BY THE MAIN RUN IS SKIPPED.
016620*--------------------------------------------------------------*
016630 4400-LOAD-TIME-CARD.
016640     MOVE ZERO TO TC-LINE-CNT.
016650     MOVE ZERO TO TC-TOTAL-HOURS.
016660     MOVE ZERO TO TC-SICK-HOURS.
016670     MOVE ZERO TO TC-REG-HOURS.
016680     MOVE 'N'  TO TC-TOO-MANY-SW.
016690     MOVE 'N'  TO TCD-DONE-SW.
016700     IF CARD-ALREADY-PAID
016710         GO TO 4400-LOAD-TIME-CARD-EXIT
016720     END-IF.
016730     MOVE EMP-ID         TO TCD-EMP-ID.
016740     MOVE PAY-PERIOD-END TO TCD-PERIOD-END.
016750     MOVE ZERO           TO TCD-LINE-NBR.
016760     START TCDFILE KEY NOT < TCD-KEY
016770         INVALID KEY MOVE 'Y' TO TCD-DONE-SW
016780     END-START.
016790     PERFORM 4410-READ-CARD-LINE
016800         THRU 4410-READ-CARD-LINE-EXIT
016810         UNTIL TCD-DONE.
016820     IF NOT EMP-VALID
016830         GO TO 4400-LOAD-TIME-CARD-EXIT
016840     END-IF.
016850     IF TC-TOO-MANY
016860         MOVE 'N' TO VALID-SW
016870         MOVE "TOO MANY CARD LINES" TO FAIL-REASON
016880         GO TO 4400-LOAD-TIME-CARD-EXIT
016890     END-IF.
016900     IF TC-TOTAL-HOURS > PERIOD-MAX-HOURS
016910         MOVE 'N' TO VALID-SW
016920         MOVE "HOURS EXCEED CEILING" TO FAIL-REASON
016930         GO TO 4400-LOAD-TIME-CARD-EXIT
016940     END-IF.
016950     IF EMP-SALARIED AND TC-REG-HOURS > PERIOD-STD-HOURS
016960         MOVE 'N' TO VALID-SW
016970         MOVE "SALARIED - RG PAST STD HOURS" TO FAIL-REASON
016980         GO TO 4400-LOAD-TIME-CARD-EXIT
016990     END-IF.
017000     IF TC-SICK-HOURS > LVE-SICK-BAL
017010         MOVE 'N' TO VALID-SW
017020         MOVE "INSUFF SICK BALANCE" TO FAIL-REASON
017030     END-IF.
017040 4400-LOAD-TIME-CARD-EXIT.
017050     EXIT.
017060*--------------------------------------------------------------*
017070*    4410-READ-CARD-LINE
017080*
017090*    A FLAT-AMOUNT LINE (BASIS A) PAYS ITS AMOUNT AND IGNORES
017100*    ANY HOURS KEYED ON IT - EVERY OTHER LINE PAYS ITS HOURS.
017110*    THE VACATION PAYOUT IS THE RUN'S TO BUILD FROM THE LEAVE
017120*    BALANCE, SO A VA LINE ON THE CARD IS REFUSED.
017130*--------------------------------------------------------------*
017140 4410-READ-CARD-LINE.
017150     READ TCDFILE NEXT RECORD
017160         AT END MOVE 'Y' TO TCD-DONE-SW
017170     END-READ.
017180     IF TCD-DONE
017190         GO TO 4410-READ-CARD-LINE-EXIT
017200     END-IF.
017210     IF TCD-EMP-ID NOT = EMP-ID OR
017220        TCD-PERIOD-END NOT = PAY-PERIOD-END
017230         MOVE 'Y' TO TCD-DONE-SW
017240         GO TO 4410-READ-CARD-LINE-EXIT
017250     END-IF.
017260     IF TCD-HOURS-X NOT NUMERIC OR TCD-AMOUNT-X NOT NUMERIC
017270         MOVE "TIME CARD NOT NUMERIC" TO FAIL-REASON
017280         GO TO 4410-READ-CARD-LINE-BAD
017290     END-IF.
017300     MOVE TCD-EARN-CODE TO EARN-SEARCH-CODE.
017310     PERFORM 4100-LOOKUP-EARN-CODE
017320         THRU 4100-LOOKUP-EARN-CODE-EXIT.
017330     IF EARN-MATCH-SUB = ZERO
017340         MOVE "INVALID EARNINGS CODE" TO FAIL-REASON
017350         GO TO 4410-READ-CARD-LINE-BAD
017360     END-IF.
017370     IF ERN-SALARY-BASIS (EARN-MATCH-SUB)
017380         MOVE "SALARY KEYED ON CARD" TO FAIL-REASON
017390         GO TO 4410-READ-CARD-LINE-BAD
017400     END-IF.
017410     IF TCD-EARN-CODE = "VA"
017420         MOVE "VACATION KEYED ON FINAL CARD" TO FAIL-REASON
017430         GO TO 4410-READ-CARD-LINE-BAD
017440     END-IF.
017450     IF EMP-SALARIED AND ERN-OVERTIME-BASIS (EARN-MATCH-SUB)
017460         MOVE "SALARIED - OT LINE" TO FAIL-REASON
017470         GO TO 4410-READ-CARD-LINE-BAD
017480     END-IF.
017490     IF TC-LINE-CNT >= TC-MAX-LINES
017500         MOVE 'Y' TO TC-TOO-MANY-SW
017510         GO TO 4410-READ-CARD-LINE-EXIT
017520     END-IF.
017530     ADD 1 TO TC-LINE-CNT.
017540     MOVE EARN-MATCH-SUB TO TCL-EARN-SUB (TC-LINE-CNT).
017550     IF ERN-AMOUNT-BASIS (EARN-MATCH-SUB)
017560         MOVE ZERO       TO TCL-HOURS (TC-LINE-CNT)
017570         MOVE TCD-AMOUNT TO TCL-AMOUNT (TC-LINE-CNT)
017580     ELSE
017590         MOVE TCD-HOURS  TO TCL-HOURS (TC-LINE-CNT)
017600         MOVE ZERO       TO TCL-AMOUNT (TC-LINE-CNT)
017610         ADD TCD-HOURS   TO TC-TOTAL-HOURS
017620     END-IF.
017630     IF ERN-REGULAR-BASIS (EARN-MATCH-SUB)
017640         ADD TCD-HOURS TO TC-REG-HOURS
017650     END-IF.
017660     IF TCD-EARN-CODE = "SK"
017670         ADD TCD-HOURS TO TC-SICK-HOURS
017680     END-IF.
017690     GO TO 4410-READ-CARD-LINE-EXIT.
017700 4410-READ-CARD-LINE-BAD.
017710     MOVE 'N' TO VALID-SW.
017720     MOVE 'Y' TO TCD-DONE-SW.
017730 4410-READ-CARD-LINE-EXIT.
017740     EXIT.
017750*--------------------------------------------------------------*
017760*    5000-COMPUTE-GROSS-PAY
017770*
017780*    PRICE EVERY LINE OF THE CARD AND ADD THEM UP.  REGULAR
017790*    HOURS PAST THE STANDARD PERIOD ARE CUT BACK ON THEIR OWN
017800*    LINE AND PAID ON A SEPARATE OVERTIME LINE.
017810*--------------------------------------------------------------*
017820 5000-COMPUTE-GROSS-PAY.
017830     MOVE ZERO      TO GROSS-PAY.
017840     MOVE ZERO      TO REG-HOURS.
017850     MOVE ZERO      TO OT-HOURS.
017860     MOVE ZERO      TO TC-OVERFLOW-HOURS.
017870     MOVE PERIOD-STD-HOURS TO TC-ROOM-HOURS.
017880     PERFORM 5100-PRICE-CARD-LINE
017890         THRU 5100-PRICE-CARD-LINE-EXIT
017900         VARYING TC-LINE-SUB FROM 1 BY 1
017910         UNTIL TC-LINE-SUB > TC-LINE-CNT.
017920     IF TC-OVERFLOW-HOURS > ZERO
017930         MOVE "OT" TO EARN-SEARCH-CODE
017940         PERFORM 4100-LOOKUP-EARN-CODE
017950             THRU 4100-LOOKUP-EARN-CODE-EXIT
017960         ADD 1 TO TC-LINE-CNT
017970         MOVE EARN-MATCH-SUB    TO TCL-EARN-SUB (TC-LINE-CNT)
017980         MOVE TC-OVERFLOW-HOURS TO TCL-HOURS (TC-LINE-CNT)
017990         MOVE ZERO              TO TCL-AMOUNT (TC-LINE-CNT)
018000         MOVE TC-LINE-CNT       TO TC-LINE-SUB
018010         PERFORM 5100-PRICE-CARD-LINE
018020             THRU 5100-PRICE-CARD-LINE-EXIT
018030     END-IF.
018040 5000-COMPUTE-GROSS-PAY-EXIT.
018050     EXIT.
018060*--------------------------------------------------------------*
018070*    5100-PRICE-CARD-LINE
018080*--------------------------------------------------------------*
018090 5100-PRICE-CARD-LINE.
018100     MOVE TCL-EARN-SUB (TC-LINE-SUB) TO EARN-SUB.
018110     IF ERN-AMOUNT-BASIS (EARN-SUB)
018120         MOVE TCL-AMOUNT (TC-LINE-SUB) TO TCL-GROSS (TC-LINE-SUB)
018130         GO TO 5100-PRICE-CARD-LINE-TOTAL
018140     END-IF.
018150     IF ERN-OVERTIME-BASIS (EARN-SUB)
018160         ADD TCL-HOURS (TC-LINE-SUB) TO OT-HOURS
018170         COMPUTE TCL-GROSS (TC-LINE-SUB) ROUNDED =
018180             TCL-HOURS (TC-LINE-SUB) * PAY-RATE * OT-FACTOR
018190     ELSE
018200         IF ERN-REGULAR-BASIS (EARN-SUB)
018210             PERFORM 5150-CAP-REGULAR-HOURS
018220                 THRU 5150-CAP-REGULAR-HOURS-EXIT
018230         END-IF
018240         COMPUTE TCL-GROSS (TC-LINE-SUB) ROUNDED =
018250             TCL-HOURS (TC-LINE-SUB) * PAY-RATE
018260     END-IF.
018270 5100-PRICE-CARD-LINE-TOTAL.
018280     ADD TCL-GROSS (TC-LINE-SUB) TO GROSS-PAY.
018290 5100-PRICE-CARD-LINE-EXIT.
018300     EXIT.
018310*--------------------------------------------------------------*
018320*    5150-CAP-REGULAR-HOURS
018330*
018340*    REGULAR HOURS FILL THE STANDARD PERIOD IN LINE ORDER -
018350*    WHAT WILL NOT FIT IS HELD BACK FOR THE OVERTIME LINE.
018360*--------------------------------------------------------------*
018370 5150-CAP-REGULAR-HOURS.
018380     IF TCL-HOURS (TC-LINE-SUB) > TC-ROOM-HOURS
018390         COMPUTE TC-OVERFLOW-HOURS = TC-OVERFLOW-HOURS +
018400             TCL-HOURS (TC-LINE-SUB) - TC-ROOM-HOURS
018410         MOVE TC-ROOM-HOURS TO TCL-HOURS (TC-LINE-SUB)
018420     END-IF.
018430     SUBTRACT TCL-HOURS (TC-LINE-SUB) FROM TC-ROOM-HOURS.
018440     ADD TCL-HOURS (TC-LINE-SUB) TO REG-HOURS.
018450 5150-CAP-REGULAR-HOURS-EXIT.
018460     EXIT.
018470*--------------------------------------------------------------*
018480*    5200-ADD-VACATION-PAYOUT
018490*
018500*    THE WHOLE UNUSED VACATION BALANCE IS PAID AT THE CURRENT
018510*    RATE ON A VA LINE.  THE BALANCE IS KEPT TO THE HUNDREDTH
018520*    OF AN HOUR AND PRICED THAT WAY - THE LINE SHOWS WHOLE
018530*    HOURS.  THE TABLE ALWAYS HAS THE LAST SLOT FREE FOR IT.
018540*--------------------------------------------------------------*
018550 5200-ADD-VACATION-PAYOUT.
018560     MOVE ZERO TO VAC-PAYOUT-HOURS.
018570     MOVE ZERO TO VAC-PAYOUT-AMT.
018580     IF LVE-VAC-BAL = ZERO
018590         GO TO 5200-ADD-VACATION-PAYOUT-EXIT
018600     END-IF.
018610     MOVE "VA" TO EARN-SEARCH-CODE.
018620     PERFORM 4100-LOOKUP-EARN-CODE
018630         THRU 4100-LOOKUP-EARN-CODE-EXIT.
018640     MOVE LVE-VAC-BAL TO VAC-PAYOUT-HOURS.
018650     COMPUTE VAC-PAYOUT-AMT ROUNDED = VAC-PAYOUT-HOURS * PAY-RATE.
018660     ADD 1 TO TC-LINE-CNT.
018670     MOVE EARN-MATCH-SUB   TO TCL-EARN-SUB (TC-LINE-CNT).
018680     MOVE VAC-PAYOUT-HOURS TO TCL-HOURS (TC-LINE-CNT).
018690     MOVE ZERO             TO TCL-AMOUNT (TC-LINE-CNT).
018700     MOVE VAC-PAYOUT-AMT   TO TCL-GROSS (TC-LINE-CNT).
018710     ADD VAC-PAYOUT-AMT    TO GROSS-PAY.
018720 5200-ADD-VACATION-PAYOUT-EXIT.
018730     EXIT.
018740*--------------------------------------------------------------*
018750*    5500-PAY-FINAL
018760*
018770*    PRICE THE CARD, ADD THE VACATION PAYOUT, WITHHOLD, CLOSE
018780*    OUT THE DEDUCTIONS AND ISSUE THE CHECK - ALWAYS PAPER, THE
018790*    ACH SET-UP LEFT WITH THE ROSTER RECORD.  NOTHING OWED
018800*    STILL CLOSES OUT THE LEAVE AND DEDUCTION RECORDS, WITH NO
018810*    CHECK NUMBER USED.
018820*--------------------------------------------------------------*
018830 5500-PAY-FINAL.
018840     PERFORM 5000-COMPUTE-GROSS-PAY
018850         THRU 5000-COMPUTE-GROSS-PAY-EXIT.
018860     PERFORM 5200-ADD-VACATION-PAYOUT
018870         THRU 5200-ADD-VACATION-PAYOUT-EXIT.
018880     IF GROSS-PAY = ZERO
018890         MOVE ZERO TO FED-TAX
018900         MOVE ZERO TO STATE-TAX
018910         MOVE ZERO TO WITHHOLDING
018920         MOVE ZERO TO NET-PAY
018930         PERFORM 6500-APPLY-DEDUCTIONS
018940             THRU 6500-APPLY-DEDUCTIONS-EXIT
018950         PERFORM 7880-CLOSE-LEAVE THRU 7880-CLOSE-LEAVE-EXIT
018960         MOVE "NOTHING OWED - CLOSED OUT" TO FNL-DISP-TEXT
018970         ADD 1 TO CLOSED-CTR
018980         GO TO 5500-PAY-FINAL-EXIT
018990     END-IF.
019000     PERFORM 6000-COMPUTE-WITHHOLDING
019010         THRU 6000-COMPUTE-WITHHOLDING-EXIT.
019020     PERFORM 6500-APPLY-DEDUCTIONS
019030         THRU 6500-APPLY-DEDUCTIONS-EXIT.
019040     ADD 1 TO CHECK-NBR.
019050     PERFORM 7000-WRITE-REGISTER-LINE
019060         THRU 7000-WRITE-REGISTER-LINE-EXIT.
019070     PERFORM 7800-UPDATE-YTD THRU 7800-UPDATE-YTD-EXIT.
019080     PERFORM 7880-CLOSE-LEAVE THRU 7880-CLOSE-LEAVE-EXIT.
019090     PERFORM 7910-WRITE-PAY-HISTORY
019100         THRU 7910-WRITE-PAY-HISTORY-EXIT.
019110     IF NET-PAY > ZERO
019120         PERFORM 7960-RECORD-PAPER-CHECK
019130             THRU 7960-RECORD-PAPER-CHECK-EXIT
019140     END-IF.
019150     PERFORM 7970-SAVE-CHECK-NBR THRU 7970-SAVE-CHECK-NBR-EXIT.
019160     ADD 1 TO PAID-CTR.
019170     ADD VAC-PAYOUT-AMT TO VAC-PAID-TOTAL.
019180     ADD NET-PAY        TO NET-PAID-TOTAL.
019190     MOVE "PAID - FINAL CHECK ISSUED" TO FNL-DISP-TEXT.
019200     IF CARD-ALREADY-PAID
019210         MOVE "VACATION ONLY - CARD PAID" TO FNL-DISP-REASON
019220     END-IF.
019230 5500-PAY-FINAL-EXIT.
019240     EXIT.
019250*--------------------------------------------------------------*
019260*    6000-COMPUTE-WITHHOLDING
019270*--------------------------------------------------------------*
019280 6000-COMPUTE-WITHHOLDING.
019290     PERFORM 6100-CALC-FED-TAX THRU 6100-CALC-FED-TAX-EXIT.
019300     COMPUTE STATE-TAX ROUNDED =
019310         GROSS-PAY * SRT-PCT (STATE-MATCH-SUB).
019320     COMPUTE WITHHOLDING =
019330         FED-TAX + STATE-TAX.
019340     COMPUTE NET-PAY = GROSS-PAY - WITHHOLDING.
019350 6000-COMPUTE-WITHHOLDING-EXIT.
019360     EXIT.
019370*--------------------------------------------------------------*
019380*    6100-CALC-FED-TAX
019390*
019400*    THE TAXFILE F LIMITS ARE ANNUAL - THE CHECK'S GROSS IS
019410*    ANNUALIZED BY ITS PAY FREQUENCY AND THE ANNUAL TAX SPREAD
019420*    BACK OVER THE PERIODS, SAME AS THE MAIN RUN.
019430*--------------------------------------------------------------*
019440 6100-CALC-FED-TAX.
019450     COMPUTE ANNUAL-GROSS = GROSS-PAY * PERIODS-PER-YEAR.
019460     MOVE ZERO TO TAX-WORK-AMT.
019470     MOVE ZERO TO TAX-PREV-LIMIT.
019480     MOVE 'N'  TO TAX-DONE-SW.
019490     PERFORM 6150-FED-BRACKET-SLICE
019500         THRU 6150-FED-BRACKET-SLICE-EXIT
019510         VARYING TAX-SUB FROM 1 BY 1
019520         UNTIL TAX-SUB > FED-BRACKET-CNT OR TAX-DONE.
019530     COMPUTE FED-TAX ROUNDED = TAX-WORK-AMT / PERIODS-PER-YEAR.
019540 6100-CALC-FED-TAX-EXIT.
019550     EXIT.
019560*--------------------------------------------------------------*
019570*    6150-FED-BRACKET-SLICE
019580*--------------------------------------------------------------*
019590 6150-FED-BRACKET-SLICE.
019600     IF ANNUAL-GROSS > FBR-LIMIT (TAX-SUB) AND
019610        TAX-SUB < FED-BRACKET-CNT
019620         COMPUTE TAX-WORK-AMT = TAX-WORK-AMT +
019630             ((FBR-LIMIT (TAX-SUB) - TAX-PREV-LIMIT)
019640               * FBR-PCT (TAX-SUB))
019650         MOVE FBR-LIMIT (TAX-SUB) TO TAX-PREV-LIMIT
019660     ELSE
019670         COMPUTE TAX-WORK-AMT = TAX-WORK-AMT +
019680             ((ANNUAL-GROSS - TAX-PREV-LIMIT)
019690               * FBR-PCT (TAX-SUB))
019700         MOVE 'Y' TO TAX-DONE-SW
019710     END-IF.
019720 6150-FED-BRACKET-SLICE-EXIT.
019730     EXIT.
019740*--------------------------------------------------------------*
019750*    6500-APPLY-DEDUCTIONS
019760*
019770*    TAKE THE EMPLOYEE'S DEDUCTIONS FROM NET PAY AFTER TAXES,
019780*    IN DED-KEY PRIORITY ORDER, EXACTLY AS THE MAIN RUN DOES -
019790*    THEN CLOSE EACH ONE OUT.  THERE IS NO LATER CHECK TO CARRY
019800*    ARREARS TO, SO EVERY DEDFILE RECORD IS DELETED.  WHAT IS
019810*    LEFT UNPAID ON A GARNISHMENT IS REPORTED (SEE 6540).
019820*--------------------------------------------------------------*
019830 6500-APPLY-DEDUCTIONS.
019840     MOVE 'N'  TO DED-DONE-SW.
019850     MOVE ZERO TO DED-CHECK-AMT.
019860     MOVE ZERO TO DED-ARR-CNT.
019870     MOVE ZERO TO DED-RMT-CNT.
019880     MOVE ZERO TO DED-CHECK-TYPE-AMT (1).
019890     MOVE ZERO TO DED-CHECK-TYPE-AMT (2).
019900     MOVE ZERO TO DED-CHECK-TYPE-AMT (3).
019910     MOVE EMP-ID TO DED-EMP-ID.
019920     MOVE ZERO   TO DED-PRIORITY.
019930     START DEDFILE KEY NOT < DED-KEY
019940         INVALID KEY MOVE 'Y' TO DED-DONE-SW
019950     END-START.
019960     PERFORM 6510-TAKE-DEDUCTION
019970         THRU 6510-TAKE-DEDUCTION-EXIT
019980         UNTIL DED-DONE.
019990 6500-APPLY-DEDUCTIONS-EXIT.
020000     EXIT.
020010*--------------------------------------------------------------*
020020*    6510-TAKE-DEDUCTION
020030*
020040*    WITH NOTHING OWED THERE IS NO CHECK - ONLY THE ARREARS ARE
020050*    LEFT TO SETTLE, AND NONE OF THEM CAN BE TAKEN.
020060*--------------------------------------------------------------*
020070 6510-TAKE-DEDUCTION.
020080     READ DEDFILE NEXT RECORD
020090         AT END MOVE 'Y' TO DED-DONE-SW
020100     END-READ.
020110     IF DED-DONE
020120         GO TO 6510-TAKE-DEDUCTION-EXIT
020130     END-IF.
020140     IF DED-EMP-ID NOT = EMP-ID
020150         MOVE 'Y' TO DED-DONE-SW
020160         GO TO 6510-TAKE-DEDUCTION-EXIT
020170     END-IF.
020180     IF NOT DED-TYPE-VALID
020190         GO TO 9945-DED-MASTER-ABORT
020200     END-IF.
020210     IF GROSS-PAY = ZERO
020220         MOVE DED-ARREARS TO DED-WANT-AMT
020230     ELSE
020240         IF DED-TYPE-401K
020250             COMPUTE DED-WANT-AMT ROUNDED =
020260                 (GROSS-PAY * DED-PCT) + DED-ARREARS
020270         ELSE
020280             COMPUTE DED-WANT-AMT = DED-FLAT-AMT + DED-ARREARS
020290         END-IF
020300     END-IF.
020310     IF NET-PAY > ZERO
020320         IF DED-WANT-AMT > NET-PAY
020330             MOVE NET-PAY TO DED-TAKE-AMT
020340         ELSE
020350             MOVE DED-WANT-AMT TO DED-TAKE-AMT
020360         END-IF
020370     ELSE
020380         MOVE ZERO TO DED-TAKE-AMT
020390     END-IF.
020400     SUBTRACT DED-TAKE-AMT FROM NET-PAY.
020410     ADD DED-TAKE-AMT TO DED-CHECK-AMT.
020420     IF DED-TYPE-401K
020430         MOVE 1 TO DED-TYPE-MATCH-SUB
020440     ELSE
020450         IF DED-TYPE = 'H'
020460             MOVE 2 TO DED-TYPE-MATCH-SUB
020470         ELSE
020480             MOVE 3 TO DED-TYPE-MATCH-SUB
020490         END-IF
020500     END-IF.
020510     ADD DED-TAKE-AMT TO DED-CHECK-TYPE-AMT (DED-TYPE-MATCH-SUB).
020520     IF DED-TAKE-AMT > ZERO AND DED-TYPE NOT = 'H'
020530         PERFORM 6530-HOLD-REMITTANCE
020540             THRU 6530-HOLD-REMITTANCE-EXIT
020550     END-IF.
020560     MOVE DED-ARREARS TO DED-OLD-ARREARS.
020570     COMPUTE DED-LEFT-AMT = DED-WANT-AMT - DED-TAKE-AMT.
020580     IF DED-LEFT-AMT NOT = DED-OLD-ARREARS
020590         ADD 1 TO DED-ARR-CNT
020600         IF DED-ARR-CNT NOT > DED-ARR-MAX
020610             MOVE DED-PRIORITY TO DAR-PRIORITY (DED-ARR-CNT)
020620             COMPUTE DAR-CHANGE (DED-ARR-CNT) =
020630                 DED-LEFT-AMT - DED-OLD-ARREARS
020640         END-IF
020650     END-IF.
020660     IF DED-TYPE-GARNISH AND DED-LEFT-AMT > ZERO
020670         PERFORM 6540-REPORT-UNPAID-GARNISH
020680             THRU 6540-REPORT-UNPAID-GARNISH-EXIT
020690     END-IF.
020700     DELETE DEDFILE RECORD
020710         INVALID KEY
020720             CONTINUE
020730     END-DELETE.
020740 6510-TAKE-DEDUCTION-EXIT.
020750     EXIT.
020760*--------------------------------------------------------------*
020770*    6530-HOLD-REMITTANCE
020780*
020790*    HEALTH PREMIUMS ARE NOT REMITTED FROM HERE (SEE PAYROLOO).
020800*--------------------------------------------------------------*
020810 6530-HOLD-REMITTANCE.
020820     IF DED-RMT-CNT >= DED-RMT-MAX
020830         GO TO 9946-DED-REMIT-ABORT
020840     END-IF.
020850     ADD 1 TO DED-RMT-CNT.
020860     MOVE DED-PRIORITY TO DRM-PRIORITY (DED-RMT-CNT).
020870     MOVE DED-TYPE     TO DRM-TYPE (DED-RMT-CNT).
020880     MOVE DED-TAKE-AMT TO DRM-AMOUNT (DED-RMT-CNT).
020890     MOVE DED-CASE-NBR TO DRM-CASE-NBR (DED-RMT-CNT).
020900     MOVE DED-PAYEE    TO DRM-PAYEE (DED-RMT-CNT).
020910 6530-HOLD-REMITTANCE-EXIT.
020920     EXIT.
020930*--------------------------------------------------------------*
020940*    6540-REPORT-UNPAID-GARNISH
020950*
020960*    A GARNISHMENT THE FINAL CHECK COULD NOT COVER IS LISTED
020970*    FOR THE PAYROLL OFFICE TO ANSWER TO THE COURT OR AGENCY.
020980*--------------------------------------------------------------*
020990 6540-REPORT-UNPAID-GARNISH.
021000     IF GAR-LINE-CTR = ZERO OR
021010        GAR-LINE-CTR >= FNL-LINES-PER-PAGE
021020         PERFORM 7600-WRITE-GAR-HEADERS
021030             THRU 7600-WRITE-GAR-HEADERS-EXIT
021040     END-IF.
021050     MOVE EMP-ID        TO GAR-D-EMP-ID.
021060     MOVE WHO           TO GAR-D-WHO.
021070     MOVE STM-TERM-DATE TO GAR-D-TERM-DATE.
021080     MOVE DED-PRIORITY  TO GAR-D-PRIORITY.
021090     MOVE DED-CASE-NBR  TO GAR-D-CASE-NBR.
021100     MOVE DED-PAYEE     TO GAR-D-PAYEE.
021110     MOVE DED-LEFT-AMT  TO GAR-D-ARREARS.
021120     WRITE GAR-RECORD FROM GAR-DETAIL-LINE.
021130     ADD 1 TO GAR-LINE-CTR.
021140     ADD 1 TO GAR-UNPAID-CTR.
021150     ADD DED-LEFT-AMT TO GAR-UNPAID-TOTAL.
021160 6540-REPORT-UNPAID-GARNISH-EXIT.
021170     EXIT.
021180*--------------------------------------------------------------*
021190*    6800-COMPUTE-EMPLOYER-TAX
021200*
021210*    COMPANY-SIDE TAXES ON THIS CHECK (SEE PAYROLOO).  PERFORMED
021220*    FROM 7800-UPDATE-YTD WHILE YTD-GROSS STILL HOLDS THE PRIOR
021230*    BALANCE SO THE ANNUAL WAGE-BASE CAPS HOLD.
021240*--------------------------------------------------------------*
021250 6800-COMPUTE-EMPLOYER-TAX.
021260     MOVE ZERO TO ER-FICA-AMT.
021270     MOVE ZERO TO ER-FUTA-AMT.
021280     MOVE ZERO TO ER-SUTA-AMT.
021290     IF ER-FICA-PCT > ZERO
021300         MOVE ER-FICA-BASE TO ER-BASE-WORK
021310         PERFORM 6850-CAP-TAXABLE THRU 6850-CAP-TAXABLE-EXIT
021320         COMPUTE ER-FICA-AMT ROUNDED =
021330             ER-TAXABLE-AMT * ER-FICA-PCT
021340     END-IF.
021350     IF ER-FUTA-PCT > ZERO
021360         MOVE ER-FUTA-BASE TO ER-BASE-WORK
021370         PERFORM 6850-CAP-TAXABLE THRU 6850-CAP-TAXABLE-EXIT
021380         COMPUTE ER-FUTA-AMT ROUNDED =
021390             ER-TAXABLE-AMT * ER-FUTA-PCT
021400     END-IF.
021410     MOVE ZERO TO SUTA-MATCH-SUB.
021420     PERFORM 6860-FIND-SUTA-RATE
021430         THRU 6860-FIND-SUTA-RATE-EXIT
021440         VARYING TAX-SUB FROM 1 BY 1
021450         UNTIL TAX-SUB > SUTA-RATE-CNT.
021460     IF SUTA-MATCH-SUB NOT = ZERO AND
021470        SUT-PCT (SUTA-MATCH-SUB) > ZERO
021480         MOVE SUT-BASE (SUTA-MATCH-SUB) TO ER-BASE-WORK
021490         PERFORM 6850-CAP-TAXABLE THRU 6850-CAP-TAXABLE-EXIT
021500         COMPUTE ER-SUTA-AMT ROUNDED =
021510             ER-TAXABLE-AMT * SUT-PCT (SUTA-MATCH-SUB)
021520     END-IF.
021530     COMPUTE ER-CYCLE-AMT =
021540         ER-FICA-AMT + ER-FUTA-AMT + ER-SUTA-AMT.
021550 6800-COMPUTE-EMPLOYER-TAX-EXIT.
021560     EXIT.
021570*--------------------------------------------------------------*
021580*    6850-CAP-TAXABLE
021590*--------------------------------------------------------------*
021600 6850-CAP-TAXABLE.
021610     IF YTD-GROSS NOT < ER-BASE-WORK
021620         MOVE ZERO TO ER-TAXABLE-AMT
021630         GO TO 6850-CAP-TAXABLE-EXIT
021640     END-IF.
021650     COMPUTE ER-BASE-ROOM = ER-BASE-WORK - YTD-GROSS.
021660     IF GROSS-PAY > ER-BASE-ROOM
021670         MOVE ER-BASE-ROOM TO ER-TAXABLE-AMT
021680     ELSE
021690         MOVE GROSS-PAY TO ER-TAXABLE-AMT
021700     END-IF.
021710 6850-CAP-TAXABLE-EXIT.
021720     EXIT.
021730*--------------------------------------------------------------*
021740*    6860-FIND-SUTA-RATE
021750*--------------------------------------------------------------*
021760 6860-FIND-SUTA-RATE.
021770     IF SUT-LOC (TAX-SUB) = WHERE
021780         MOVE TAX-SUB TO SUTA-MATCH-SUB
021790     END-IF.
021800 6860-FIND-SUTA-RATE-EXIT.
021810     EXIT.
021820*--------------------------------------------------------------*
021830*    7000-WRITE-REGISTER-LINE
021840*
021850*    ONE LINE FOR THE CHECK, THEN ONE UNDER IT FOR EACH EARN
021860*    LINE PAID - THE VACATION PAYOUT ALWAYS SHOWS SEPARATELY.
021870*    THE CHECK AND ITS EARN LINES ARE KEPT ON ONE PAGE.
021880*--------------------------------------------------------------*
021890 7000-WRITE-REGISTER-LINE.
021900     IF FNL-LINE-CTR = ZERO OR
021910        FNL-LINE-CTR + TC-LINE-CNT >= FNL-LINES-PER-PAGE
021920         PERFORM 7500-WRITE-PAGE-HEADERS
021930             THRU 7500-WRITE-PAGE-HEADERS-EXIT
021940     END-IF.
021950     MOVE WHO                TO FNL-D-WHO.
021960     MOVE WHERE              TO FNL-D-WHERE.
021970     MOVE STM-TERM-DATE      TO FNL-D-TERM-DATE.
021980     MOVE STM-TERM-REASON    TO FNL-D-REASON.
021990     MOVE GROSS-PAY          TO FNL-D-GROSS.
022000     MOVE WITHHOLDING        TO FNL-D-WITHHOLD.
022010     MOVE DED-CHECK-AMT      TO FNL-D-DEDUCT.
022020     MOVE NET-PAY            TO FNL-D-NET.
022030     MOVE CHECK-NBR          TO FNL-D-CHECK-NBR.
022040     WRITE FNL-RECORD FROM FNL-DETAIL-LINE.
022050     ADD 1 TO FNL-LINE-CTR.
022060     PERFORM 7010-WRITE-EARN-DETAIL
022070         THRU 7010-WRITE-EARN-DETAIL-EXIT
022080         VARYING TC-LINE-SUB FROM 1 BY 1
022090         UNTIL TC-LINE-SUB > TC-LINE-CNT.
022100 7000-WRITE-REGISTER-LINE-EXIT.
022110     EXIT.
022120*--------------------------------------------------------------*
022130*    7010-WRITE-EARN-DETAIL
022140*--------------------------------------------------------------*
022150 7010-WRITE-EARN-DETAIL.
022160     MOVE TCL-EARN-SUB (TC-LINE-SUB) TO EARN-SUB.
022170     MOVE ERN-CODE (EARN-SUB)        TO FNL-E-CODE.
022180     MOVE ERN-DESC (EARN-SUB)        TO FNL-E-DESC.
022190     MOVE TCL-HOURS (TC-LINE-SUB)    TO FNL-E-HOURS.
022200     IF ERN-AMOUNT-BASIS (EARN-SUB)
022210         MOVE ZERO TO FNL-E-RATE
022220     ELSE
022230         IF ERN-OVERTIME-BASIS (EARN-SUB)
022240             COMPUTE FNL-E-RATE ROUNDED = PAY-RATE * OT-FACTOR
022250         ELSE
022260             MOVE PAY-RATE TO FNL-E-RATE
022270         END-IF
022280     END-IF.
022290     MOVE TCL-GROSS (TC-LINE-SUB)    TO FNL-E-AMOUNT.
022300     WRITE FNL-RECORD FROM FNL-EARN-LINE.
022310     ADD 1 TO FNL-LINE-CTR.
022320 7010-WRITE-EARN-DETAIL-EXIT.
022330     EXIT.
022340*--------------------------------------------------------------*
022350*    7500-WRITE-PAGE-HEADERS
022360*--------------------------------------------------------------*
022370 7500-WRITE-PAGE-HEADERS.
022380     ADD 1 TO FNL-PAGE-NBR.
022390     MOVE FNL-PAGE-NBR   TO FNL-B1-PAGE-NBR.
022400     MOVE PAY-PERIOD-END TO FNL-B2-PERIOD-END.
022410     MOVE FNL-RUN-DATE   TO FNL-B2-RUN-DATE.
022420     MOVE FED-VERSION-DATE TO FNL-B2-TAX-VER.
022430     WRITE FNL-RECORD FROM FNL-BANNER-LINE-1.
022440     WRITE FNL-RECORD FROM FNL-BANNER-LINE-2.
022450     WRITE FNL-RECORD FROM FNL-BLANK-LINE.
022460     WRITE FNL-RECORD FROM FNL-COLUMN-HEADINGS.
022470     WRITE FNL-RECORD FROM FNL-BLANK-LINE.
022480     MOVE ZERO TO FNL-LINE-CTR.
022490 7500-WRITE-PAGE-HEADERS-EXIT.
022500     EXIT.
022510*--------------------------------------------------------------*
022520*    7600-WRITE-GAR-HEADERS
022530*--------------------------------------------------------------*
022540 7600-WRITE-GAR-HEADERS.
022550     ADD 1 TO GAR-PAGE-NBR.
022560     MOVE GAR-PAGE-NBR   TO FNL-B1-PAGE-NBR.
022570     MOVE PAY-PERIOD-END TO GAR-B2-PERIOD-END.
022580     MOVE FNL-RUN-DATE   TO GAR-B2-RUN-DATE.
022590     WRITE GAR-RECORD FROM FNL-BANNER-LINE-1.
022600     WRITE GAR-RECORD FROM GAR-BANNER-LINE-2.
022610     WRITE GAR-RECORD FROM FNL-BLANK-LINE.
022620     WRITE GAR-RECORD FROM GAR-COLUMN-HEADINGS.
022630     WRITE GAR-RECORD FROM FNL-BLANK-LINE.
022640     MOVE ZERO TO GAR-LINE-CTR.
022650 7600-WRITE-GAR-HEADERS-EXIT.
022660     EXIT.
022670*--------------------------------------------------------------*
022680*    7800-UPDATE-YTD
022690*--------------------------------------------------------------*
022700 7800-UPDATE-YTD.
022710     MOVE EMP-ID TO YTD-EMP-ID.
022720     MOVE 'N' TO YTD-NEW-SW.
022730     READ YTDFILE
022740         INVALID KEY
022750             MOVE 'Y' TO YTD-NEW-SW
022760             MOVE WHO TO YTD-EMP-NAME
022770             MOVE ZERO TO YTD-GROSS
022780             MOVE ZERO TO YTD-WITHHOLDING
022790             MOVE ZERO TO YTD-ER-FICA
022800             MOVE ZERO TO YTD-ER-FUTA
022810             MOVE ZERO TO YTD-ER-SUTA
022811             MOVE ZERO TO YTD-FED-WITHHOLD
022812             MOVE ZERO TO YTD-STATE-WITHHOLD
022820             PERFORM 7850-ZERO-YTD-QTR
022830                 THRU 7850-ZERO-YTD-QTR-EXIT
022840                 VARYING QTR-SUB FROM 1 BY 1
022850                 UNTIL QTR-SUB > 4
022860     END-READ.
022870*    EMPLOYER TAX IS FIGURED HERE, WHILE YTD-GROSS STILL HOLDS
022880*    THE BALANCE BEFORE THIS CHECK, SO THE WAGE-BASE CAPS HOLD.
022890     PERFORM 6800-COMPUTE-EMPLOYER-TAX
022900         THRU 6800-COMPUTE-EMPLOYER-TAX-EXIT.
022910     ADD GROSS-PAY   TO YTD-GROSS.
022920     ADD WITHHOLDING TO YTD-WITHHOLDING.
022930     ADD GROSS-PAY   TO YTD-QTR-GROSS (PAY-QTR).
022940     ADD WITHHOLDING TO YTD-QTR-WITHHOLD (PAY-QTR).
022941     ADD FED-TAX     TO YTD-FED-WITHHOLD.
022942     ADD STATE-TAX   TO YTD-STATE-WITHHOLD.
022950     ADD ER-FICA-AMT TO YTD-ER-FICA.
022960     ADD ER-FUTA-AMT TO YTD-ER-FUTA.
022970     ADD ER-SUTA-AMT TO YTD-ER-SUTA.
022980     ADD ER-CYCLE-AMT TO YTD-QTR-ER-TAX (PAY-QTR).
022990     IF YTD-NEW
023000         WRITE YTD-RECORD
023010     ELSE
023020         REWRITE YTD-RECORD
023030     END-IF.
023040 7800-UPDATE-YTD-EXIT.
023050     EXIT.
023060*--------------------------------------------------------------*
023070*    7850-ZERO-YTD-QTR
023080*--------------------------------------------------------------*
023090 7850-ZERO-YTD-QTR.
023100     MOVE ZERO TO YTD-QTR-GROSS (QTR-SUB).
023110     MOVE ZERO TO YTD-QTR-WITHHOLD (QTR-SUB).
023120     MOVE ZERO TO YTD-QTR-ER-TAX (QTR-SUB).
023130 7850-ZERO-YTD-QTR-EXIT.
023140     EXIT.
023150*--------------------------------------------------------------*
023160*    7880-CLOSE-LEAVE
023170*
023180*    THE VACATION BALANCE HAS JUST BEEN PAID OUT AND UNUSED SICK
023190*    TIME IS NOT PAID ON TERMINATION, SO BOTH BALANCES GO TO
023200*    ZERO.  THE RECORD IS KEPT FOR THE HISTORY OF THE YEAR.
023210*--------------------------------------------------------------*
023220 7880-CLOSE-LEAVE.
023230     IF NOT LVE-FOUND
023240         GO TO 7880-CLOSE-LEAVE-EXIT
023250     END-IF.
023260     MOVE EMP-ID TO LVE-EMP-ID.
023270     READ LVEFILE
023280         INVALID KEY
023290             GO TO 7880-CLOSE-LEAVE-EXIT
023300     END-READ.
023310     MOVE ZERO TO LVE-VAC-BAL.
023320     MOVE ZERO TO LVE-SICK-BAL.
023330     REWRITE LVE-RECORD.
023340 7880-CLOSE-LEAVE-EXIT.
023350     EXIT.
023360*--------------------------------------------------------------*
023370*    7910-WRITE-PAY-HISTORY
023380*
023390*    SOURCE F MARKS A FINAL CHECK - 2100 LOOKS FOR IT ON A
023400*    RERUN.  A DUPLICATE KEY MEANS THE CHECK WAS ALREADY
023410*    RECORDED - THE EXISTING IMAGE IS KEPT, AND SO ARE THE
023420*    DEDUCTIONS-TAKEN RECORDS WRITTEN WITH IT.
023430*--------------------------------------------------------------*
023440 7910-WRITE-PAY-HISTORY.
023450     MOVE SPACES          TO PHS-RECORD.
023460     MOVE EMP-ID          TO PHS-EMP-ID.
023470     MOVE PAY-PERIOD-END  TO PHS-PERIOD-END.
023480     MOVE CHECK-NBR       TO PHS-CHECK-NBR.
023490     MOVE WHO             TO PHS-NAME.
023500     MOVE WHERE           TO PHS-WHERE.
023501     MOVE EMP-DEPT        TO PHS-DEPT.
023510*    A CHECK WITH MORE THAN ONE EARN TYPE IS CODED MX - THE
023520*    LINES BELOW CARRY THE DETAIL.
023530     IF TC-LINE-CNT = 1
023540         MOVE TCL-EARN-SUB (1)    TO EARN-SUB
023550         MOVE ERN-CODE (EARN-SUB) TO PHS-EARN-CODE
023560     ELSE
023570         MOVE "MX"                TO PHS-EARN-CODE
023580     END-IF.
023590     MOVE REG-HOURS       TO PHS-REG-HOURS.
023600     MOVE OT-HOURS        TO PHS-OT-HOURS.
023610     MOVE GROSS-PAY       TO PHS-GROSS.
023620     MOVE FED-TAX         TO PHS-FED-TAX.
023630     MOVE STATE-TAX       TO PHS-STATE-TAX.
023640     MOVE DED-CHECK-AMT   TO PHS-DEDUCTIONS.
023650     MOVE NET-PAY         TO PHS-NET.
023660     IF EMP-SALARIED
023670         MOVE 'S' TO PHS-PAY-TYPE
023680     ELSE
023690         MOVE 'H' TO PHS-PAY-TYPE
023700     END-IF.
023710     MOVE PAY-FREQ-WORK   TO PHS-PAY-FREQ.
023720     MOVE SPACE           TO PHS-CHECK-STATUS.
023730     MOVE ZERO            TO PHS-VOID-DATE.
023740     MOVE 'F'             TO PHS-SOURCE.
023750     MOVE TC-LINE-CNT     TO PHS-LINE-CNT.
023760     PERFORM 7915-STORE-HISTORY-LINE
023770         THRU 7915-STORE-HISTORY-LINE-EXIT
023780         VARYING TC-LINE-SUB FROM 1 BY 1
023790         UNTIL TC-LINE-SUB > TC-TABLE-SIZE.
023800     MOVE ER-FICA-AMT     TO PHS-ER-FICA.
023810     MOVE ER-FUTA-AMT     TO PHS-ER-FUTA.
023820     MOVE ER-SUTA-AMT     TO PHS-ER-SUTA.
023830     MOVE DED-CHECK-TYPE-AMT (1) TO PHS-DED-TYPE-AMT (1).
023840     MOVE DED-CHECK-TYPE-AMT (2) TO PHS-DED-TYPE-AMT (2).
023850     MOVE DED-CHECK-TYPE-AMT (3) TO PHS-DED-TYPE-AMT (3).
023860     MOVE DED-ARR-CNT     TO PHS-ARR-CNT.
023870     PERFORM 7916-STORE-HISTORY-ARREARS
023880         THRU 7916-STORE-HISTORY-ARREARS-EXIT
023890         VARYING DED-ARR-SUB FROM 1 BY 1
023900         UNTIL DED-ARR-SUB > DED-ARR-MAX.
023910     MOVE ZERO             TO PHS-XREF-CHECK.
023920     MOVE VAC-PAYOUT-HOURS TO PHS-VAC-DRAWN.
023930     MOVE TC-SICK-HOURS    TO PHS-SICK-DRAWN.
023940     WRITE PHS-RECORD
023950         INVALID KEY
023960             CONTINUE
023970         NOT INVALID KEY
023980             PERFORM 7917-WRITE-DED-TAKEN
023990                 THRU 7917-WRITE-DED-TAKEN-EXIT
024000                 VARYING DED-RMT-SUB FROM 1 BY 1
024010                 UNTIL DED-RMT-SUB > DED-RMT-CNT
024020     END-WRITE.
024030 7910-WRITE-PAY-HISTORY-EXIT.
024040     EXIT.
024050*--------------------------------------------------------------*
024060*    7915-STORE-HISTORY-LINE
024070*--------------------------------------------------------------*
024080 7915-STORE-HISTORY-LINE.
024090     IF TC-LINE-SUB > TC-LINE-CNT
024100         MOVE SPACES TO PHS-L-EARN-CODE (TC-LINE-SUB)
024110         MOVE SPACE  TO PHS-L-BASIS (TC-LINE-SUB)
024120         MOVE ZERO   TO PHS-L-HOURS (TC-LINE-SUB)
024130         MOVE ZERO   TO PHS-L-AMOUNT (TC-LINE-SUB)
024140         GO TO 7915-STORE-HISTORY-LINE-EXIT
024150     END-IF.
024160     MOVE TCL-EARN-SUB (TC-LINE-SUB) TO EARN-SUB.
024170     MOVE ERN-CODE (EARN-SUB)  TO PHS-L-EARN-CODE (TC-LINE-SUB).
024180     MOVE ERN-BASIS (EARN-SUB) TO PHS-L-BASIS (TC-LINE-SUB).
024190     MOVE TCL-HOURS (TC-LINE-SUB) TO PHS-L-HOURS (TC-LINE-SUB).
024200     MOVE TCL-GROSS (TC-LINE-SUB) TO PHS-L-AMOUNT (TC-LINE-SUB).
024210 7915-STORE-HISTORY-LINE-EXIT.
024220     EXIT.
024230*--------------------------------------------------------------*
024240*    7916-STORE-HISTORY-ARREARS
024250*--------------------------------------------------------------*
024260 7916-STORE-HISTORY-ARREARS.
024270     IF DED-ARR-SUB > DED-ARR-CNT
024280         MOVE ZERO TO PHS-A-PRIORITY (DED-ARR-SUB)
024290         MOVE ZERO TO PHS-A-CHANGE (DED-ARR-SUB)
024300         GO TO 7916-STORE-HISTORY-ARREARS-EXIT
024310     END-IF.
024320     MOVE DAR-PRIORITY (DED-ARR-SUB)
024330         TO PHS-A-PRIORITY (DED-ARR-SUB).
024340     MOVE DAR-CHANGE (DED-ARR-SUB)
024350         TO PHS-A-CHANGE (DED-ARR-SUB).
024360 7916-STORE-HISTORY-ARREARS-EXIT.
024370     EXIT.
024380*--------------------------------------------------------------*
024390*    7917-WRITE-DED-TAKEN
024400*--------------------------------------------------------------*
024410 7917-WRITE-DED-TAKEN.
024420     MOVE SPACES          TO DTK-RECORD.
024430     MOVE EMP-ID          TO DTK-EMP-ID.
024440     MOVE WHO             TO DTK-EMP-NAME.
024450     MOVE PAY-PERIOD-END  TO DTK-PERIOD-END.
024460     MOVE CHECK-NBR       TO DTK-CHECK-NBR.
024470     MOVE DRM-PRIORITY (DED-RMT-SUB) TO DTK-PRIORITY.
024480     MOVE DRM-TYPE (DED-RMT-SUB)     TO DTK-TYPE.
024490     MOVE DRM-AMOUNT (DED-RMT-SUB)   TO DTK-AMOUNT.
024500     MOVE DRM-CASE-NBR (DED-RMT-SUB) TO DTK-CASE-NBR.
024510     MOVE DRM-PAYEE (DED-RMT-SUB)    TO DTK-PAYEE.
024520     MOVE 'F'             TO DTK-SOURCE.
024530     WRITE DTK-RECORD.
024540 7917-WRITE-DED-TAKEN-EXIT.
024550     EXIT.
024560*--------------------------------------------------------------*
024570*    7960-RECORD-PAPER-CHECK
024580*
024590*    FINAL CHECKS ARE ALWAYS PAPER - EVERY ONE GOES ON THE
024600*    OUTSTANDING REGISTER AND INTO THE POSITIVE-PAY FILE.
024610*    A DUPLICATE REGISTER KEY KEEPS THE EXISTING ENTRY.
024620*--------------------------------------------------------------*
024630 7960-RECORD-PAPER-CHECK.
024640     MOVE CHECK-NBR      TO CRG-CHECK-NBR.
024650     MOVE 'O'            TO CRG-STATUS.
024660     MOVE PAY-PERIOD-END TO CRG-ISSUE-DATE.
024670     MOVE EMP-ID         TO CRG-EMP-ID.
024680     MOVE WHO            TO CRG-PAYEE.
024690     MOVE NET-PAY        TO CRG-AMOUNT.
024700     MOVE ZERO           TO CRG-CLEAR-DATE.
024701     MOVE ZERO           TO CRG-DD-DATE.
024710     WRITE CRG-RECORD
024720         INVALID KEY
024730             CONTINUE
024740     END-WRITE.
024750     MOVE CHECK-NBR      TO POS-D-CHECK-NBR.
024760     MOVE PAY-PERIOD-END TO POS-D-DATE.
024770     MOVE WHO            TO POS-D-PAYEE.
024780     MOVE NET-PAY        TO POS-D-AMOUNT.
024790     WRITE POS-RECORD FROM POS-DETAIL-LINE.
024800     ADD 1       TO POS-ITEM-COUNT.
024810     ADD NET-PAY TO POS-TOTAL-AMT.
024820 7960-RECORD-PAPER-CHECK-EXIT.
024830     EXIT.
024840*--------------------------------------------------------------*
024850*    7970-SAVE-CHECK-NBR
024860*
024870*    THE LAST CHECK NUMBER USED GOES BACK TO RSTFILE AS SOON AS
024880*    THE CHECK IS ISSUED, SO A RUN THAT STOPS PART WAY THROUGH
024890*    NEVER HANDS THE SAME NUMBER OUT TWICE.
024900*--------------------------------------------------------------*
024910 7970-SAVE-CHECK-NBR.
024920     MOVE CHECK-NBR TO RST-CHECK-NBR.
024930     REWRITE RST-RECORD.
024940 7970-SAVE-CHECK-NBR-EXIT.
024950     EXIT.
024960*--------------------------------------------------------------*
024970*    8200-WRITE-DISP-LINE
024980*--------------------------------------------------------------*
024990 8200-WRITE-DISP-LINE.
025000     IF FNL-LINE-CTR = ZERO OR
025010        FNL-LINE-CTR >= FNL-LINES-PER-PAGE
025020         PERFORM 7500-WRITE-PAGE-HEADERS
025030             THRU 7500-WRITE-PAGE-HEADERS-EXIT
025040     END-IF.
025050     WRITE FNL-RECORD FROM FNL-DISP-LINE.
025060     ADD 1 TO FNL-LINE-CTR.
025070 8200-WRITE-DISP-LINE-EXIT.
025080     EXIT.
025090*--------------------------------------------------------------*
025100*    9500-WRITE-TOTALS
025110*
025120*    AN ENTRY HELD FOR A LATER RUN OR A GARNISHMENT LEFT UNPAID
025130*    LEAVES RETURN CODE 4 SO THE SCHEDULER FLAGS THE RUN FOR
025140*    FOLLOW-UP.
025150*--------------------------------------------------------------*
025160 9500-WRITE-TOTALS.
025170     IF FNL-LINE-CTR = ZERO
025180         PERFORM 7500-WRITE-PAGE-HEADERS
025190             THRU 7500-WRITE-PAGE-HEADERS-EXIT
025200     END-IF.
025210     WRITE FNL-RECORD FROM FNL-BLANK-LINE.
025220     MOVE "QUEUE ENTRIES READ"         TO FNL-TOT-DESC.
025230     MOVE QUEUE-READ-CTR               TO FNL-TOT-COUNT.
025240     WRITE FNL-RECORD FROM FNL-TOTAL-LINE.
025250     MOVE "FINAL CHECKS ISSUED"        TO FNL-TOT-DESC.
025260     MOVE PAID-CTR                     TO FNL-TOT-COUNT.
025270     WRITE FNL-RECORD FROM FNL-TOTAL-LINE.
025280     MOVE "CLOSED OUT - NOTHING OWED"  TO FNL-TOT-DESC.
025290     MOVE CLOSED-CTR                   TO FNL-TOT-COUNT.
025300     WRITE FNL-RECORD FROM FNL-TOTAL-LINE.
025310     MOVE "HELD FOR A LATER RUN"       TO FNL-TOT-DESC.
025320     MOVE HELD-CTR                     TO FNL-TOT-COUNT.
025330     WRITE FNL-RECORD FROM FNL-TOTAL-LINE.
025340     MOVE "NOT SELECTED THIS RUN"      TO FNL-TOT-DESC.
025350     MOVE NOT-SELECTED-CTR             TO FNL-TOT-COUNT.
025360     WRITE FNL-RECORD FROM FNL-TOTAL-LINE.
025370     MOVE "DROPPED - ALREADY SETTLED"  TO FNL-TOT-DESC.
025380     MOVE DROPPED-CTR                  TO FNL-TOT-COUNT.
025390     WRITE FNL-RECORD FROM FNL-TOTAL-LINE.
025400     MOVE "UNPAID GARNISHMENTS"        TO FNL-TOT-DESC.
025410     MOVE GAR-UNPAID-CTR               TO FNL-TOT-COUNT.
025420     WRITE FNL-RECORD FROM FNL-TOTAL-LINE.
025430     WRITE FNL-RECORD FROM FNL-BLANK-LINE.
025440     MOVE "VACATION PAID OUT"          TO FNL-AMT-DESC.
025450     MOVE VAC-PAID-TOTAL               TO FNL-AMT-VALUE.
025460     WRITE FNL-RECORD FROM FNL-AMOUNT-LINE.
025470     MOVE "NET PAY ISSUED"             TO FNL-AMT-DESC.
025480     MOVE NET-PAID-TOTAL               TO FNL-AMT-VALUE.
025490     WRITE FNL-RECORD FROM FNL-AMOUNT-LINE.
025500     MOVE "GARNISHMENT ARREARS UNPAID" TO FNL-AMT-DESC.
025510     MOVE GAR-UNPAID-TOTAL             TO FNL-AMT-VALUE.
025520     WRITE FNL-RECORD FROM FNL-AMOUNT-LINE.
025530     IF GAR-LINE-CTR = ZERO
025540         PERFORM 7600-WRITE-GAR-HEADERS
025550             THRU 7600-WRITE-GAR-HEADERS-EXIT
025560     END-IF.
025570     IF GAR-UNPAID-CTR = ZERO
025580         MOVE "NO UNPAID GARNISHMENT ARREARS" TO GAR-TOT-DESC
025590     ELSE
025600         MOVE "TOTAL UNPAID GARNISHMENTS"     TO GAR-TOT-DESC
025610     END-IF.
025620     MOVE GAR-UNPAID-CTR   TO GAR-TOT-COUNT.
025630     MOVE GAR-UNPAID-TOTAL TO GAR-TOT-AMOUNT.
025640     WRITE GAR-RECORD FROM FNL-BLANK-LINE.
025650     WRITE GAR-RECORD FROM GAR-TOTAL-LINE.
025660     IF HELD-CTR > ZERO OR GAR-UNPAID-CTR > ZERO
025670         MOVE 4 TO RETURN-CODE
025680     END-IF.
025690 9500-WRITE-TOTALS-EXIT.
025700     EXIT.
025710*--------------------------------------------------------------*
025720*    9600-REWRITE-QUEUE
025730*
025740*    THE ENTRIES HELD OR NOT SELECTED REPLACE TRMFILE.  DONE
025750*    ONLY AT A CLEAN END - A RUN THAT STOPS SHORT LEAVES THE
025760*    WHOLE QUEUE IN PLACE, AND THE PAY HISTORY KEEPS THE RERUN
025770*    FROM PAYING ANYONE TWICE.
025780*--------------------------------------------------------------*
025790 9600-REWRITE-QUEUE.
025800     CLOSE TRHFILE.
025810     OPEN INPUT TRHFILE.
025820     OPEN OUTPUT TRMFILE.
025830     MOVE 'N' TO TRH-EOF-SW.
025840     PERFORM 9610-COPY-HELD-ENTRY
025850         THRU 9610-COPY-HELD-ENTRY-EXIT
025860         UNTIL TRH-EOF.
025870     CLOSE TRHFILE.
025880     CLOSE TRMFILE.
025890 9600-REWRITE-QUEUE-EXIT.
025900     EXIT.
025910*--------------------------------------------------------------*
025920*    9610-COPY-HELD-ENTRY
025930*--------------------------------------------------------------*
025940 9610-COPY-HELD-ENTRY.
025950     READ TRHFILE
025960         AT END MOVE 'Y' TO TRH-EOF-SW
025970     END-READ.
025980     IF TRH-EOF
025990         GO TO 9610-COPY-HELD-ENTRY-EXIT
026000     END-IF.
026010     WRITE TRM-RECORD FROM TRH-RECORD.
026020 9610-COPY-HELD-ENTRY-EXIT.
026030     EXIT.
026040*--------------------------------------------------------------*
026050*    9900-FINALIZE
026060*--------------------------------------------------------------*
026070 9900-FINALIZE.
026080     CLOSE STMFILE.
026090     CLOSE TCDFILE.
026100     CLOSE YTDFILE.
026110     CLOSE LVEFILE.
026120     CLOSE DEDFILE.
026130     CLOSE DTKFILE.
026140     MOVE CHECK-NBR TO RST-CHECK-NBR.
026150     REWRITE RST-RECORD.
026160     CLOSE RSTFILE.
026170     CLOSE PHSFILE.
026180     MOVE POS-ITEM-COUNT TO POS-T-COUNT.
026190     MOVE POS-TOTAL-AMT  TO POS-T-AMOUNT.
026200     WRITE POS-RECORD FROM POS-TRAILER-LINE.
026210     CLOSE POSFILE.
026220     CLOSE CRGFILE.
026230     PERFORM 9600-REWRITE-QUEUE THRU 9600-REWRITE-QUEUE-EXIT.
026240     MOVE RLG-THIS-PROGRAM TO RLG-PROGRAM.
026250     MOVE PAY-PERIOD-END   TO RLG-PERIOD-END.
026260     MOVE 'C'              TO RLG-STATUS.
026270     MOVE FNL-RUN-DATE     TO RLG-END-DATE.
026280     REWRITE RLG-RECORD.
026290     CLOSE RLGFILE.
026300     CLOSE FNLPRT.
026310     CLOSE GARPRT.
026320     GOBACK.
026330*--------------------------------------------------------------*
026340*    9930-TIME-CARD-ABORT
026350*--------------------------------------------------------------*
026360 9930-TIME-CARD-ABORT.
026370     DISPLAY "PAYFINAL - TCDFILE TIME CARDS MISSING OR".
026380     DISPLAY "PAYFINAL - UNREADABLE - NOBODY PAID".
026390     MOVE 16 TO RETURN-CODE.
026400     STOP RUN.
026410*--------------------------------------------------------------*
026420*    9945-DED-MASTER-ABORT
026430*--------------------------------------------------------------*
026440 9945-DED-MASTER-ABORT.
026450     DISPLAY "PAYFINAL - DEDFILE RECORD HAS AN UNKNOWN".
026460     DISPLAY "PAYFINAL - DEDUCTION TYPE - RUN STOPPED".
026470     MOVE 16 TO RETURN-CODE.
026480     STOP RUN.
026490*--------------------------------------------------------------*
026500*    9946-DED-REMIT-ABORT
026510*--------------------------------------------------------------*
026520 9946-DED-REMIT-ABORT.
026530     DISPLAY "PAYFINAL - MORE THAN 10 401K/GARNISHMENT".
026540     DISPLAY "PAYFINAL - DEDUCTIONS FOR EMPLOYEE " EMP-ID.
026550     DISPLAY "PAYFINAL - CORRECT DEDFILE - RUN STOPPED".
026560     MOVE 16 TO RETURN-CODE.
026570     STOP RUN.
026580*--------------------------------------------------------------*
026590*    9950-TAX-TABLE-ABORT
026600*--------------------------------------------------------------*
026610 9950-TAX-TABLE-ABORT.
026620     DISPLAY "PAYFINAL - TAXFILE MISSING OR INVALID".
026630     DISPLAY "PAYFINAL - NOBODY PAID - RUN STOPPED".
026640     MOVE 16 TO RETURN-CODE.
026650     STOP RUN.
026660*--------------------------------------------------------------*
026670*    9960-CONTROL-CARD-ABORT
026680*--------------------------------------------------------------*
026690 9960-CONTROL-CARD-ABORT.
026700     DISPLAY "PAYFINAL - CONTROL CARD PERIOD-END DATE INVALID".
026710     DISPLAY "PAYFINAL - NOBODY PAID - RUN STOPPED".
026720     MOVE 16 TO RETURN-CODE.
026730     STOP RUN.
026740*--------------------------------------------------------------*
026750*    9975-CYCLE-OPEN-ABORT
026760*--------------------------------------------------------------*
026770 9975-CYCLE-OPEN-ABORT.
026780     DISPLAY "PAYFINAL - RUN LEDGER SHOWS A PAYROLL JOB BETWEEN".
026790     DISPLAY "PAYFINAL - START AND END - NOBODY PAID".
026800     MOVE 16 TO RETURN-CODE.
026810     STOP RUN.
