000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYCLOSE.
000030 AUTHOR.        R L HUTCHINS.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*    MODIFICATION HISTORY
000090*    DATE       INIT   DESCRIPTION
000100*    ---------  ----   -------------------------------------- *
000110*    10/15/26   RLH    ORIGINAL PROGRAM - PERIOD-CLOSE CROSS-
000120*                      FILE AUDIT.  PROVES THE PERIOD'S PAY
000130*                      HISTORY (PHSFILE) AGAINST EVERY FILE THE
000140*                      PAY RUNS WROTE FROM IT:
000150*                        GLFILE  - MAIN-RUN POSTINGS BY ACCOUNT
000160*                        ACHFILE - DIRECT-DEPOSIT CREDITS AND
000170*                                  TRAILERS
000180*                        CRGFILE - CHECKS ISSUED
000190*                        POSFILE - POSITIVE-PAY ITEMS AND
000200*                                  TRAILERS
000210*                        YTDFILE - THE CHANGE IN THE QUARTER
000220*                                  BUCKETS
000230*                      AND LISTS EVERY CHECK FOUND IN ONE FILE
000240*                      BUT NOT ANOTHER ON CLSRPT.  A CLEAN
000250*                      CLOSE IS RECORDED ON THE RUN LEDGER -
000260*                      PAYROLOO WILL NOT START THE NEXT PERIOD
000270*                      WITHOUT IT.
000271*    10/15/26   RLH    COUNT THE PERIOD'S ACH CREDITS STILL
000272*                      HELD BY PAYREVW (ACHHOLD, OPTIONAL) ON
000273*                      THE TOTALS PAGE.
000274*    10/15/26   RLH    GL LINES ARE SORTED BY THEIR CLASS BYTE
000275*                      NOW THAT GLMFILE NAMES THE ACCOUNTS; A
000276*                      FILE CUT WITHOUT ONE IS STILL SORTED BY
000277*                      THE OLD FIXED ACCOUNTS.
000280*--------------------------------------------------------------*
000290*    RUN AFTER EVERY PAY JOB FOR THE PERIOD - THE MAIN RUN (OR
000300*    EACH PAY GROUP'S RUN), PAYSUPP, PAYRETRO, PAYFINAL AND ANY
000310*    PAYVOID REISSUE OF THE PERIOD'S CHECKS - AND BEFORE THE
000320*    NEXT PERIOD'S MAIN RUN.  THE CONTROL CARD IS THE PERIOD'S
000330*    OWN CTLFILE CARD - ONLY THE PERIOD END IS USED, THE WHOLE
000340*    PERIOD IS ALWAYS AUDITED.
000350*      GLFILE  - THE PERIOD'S MAIN-RUN POSTING FILES.  ONLY THE
000360*                MAIN RUN POSTS, SO ONLY SOURCE P CHECKS ARE
000370*                PROVED AGAINST IT.
000380*      ACHFILE - THE PERIOD'S MAIN-RUN BANK FILES.
000390*      POSFILE - EVERY POSITIVE-PAY FILE SENT FOR THE PERIOD'S
000400*                CHECKS, WHICHEVER JOB WROTE IT, INCLUDING
000410*                PAYVOID'S FOR A REPLACEMENT CHECK.
000420*    WHEN THE PERIOD WAS PAID BY GROUP, OR BY MORE THAN ONE JOB,
000430*    CONCATENATE THE FILES - EVERY TRAILER IS COUNTED.
000431*    ACHFILE IS THE MAIN RUN'S FILE, NOT PAYREVW'S ACHSEND - A
000432*    CREDIT HELD THERE WAS STILL PAID BY THE RUN, AND THE ONES
000433*    NOT YET RELEASED ARE COUNTED ON THE TOTALS PAGE.
000440*--------------------------------------------------------------*
000450*    A CHECK IS PROVED AGAINST THE FILES AS IT WAS ISSUED, SO A
000460*    CHECK VOIDED SINCE STILL COUNTS TOWARD THE GL, BANK AND
000470*    REGISTER TOTALS.  THE YTD BUCKETS ARE PROVED AGAINST THE
000480*    CHECKS STILL STANDING - NOT VOIDED AND NOT REPLACED, WITH A
000490*    REPLACEMENT COUNTED IN PLACE OF ITS ORIGINAL.  THE BUCKET
000500*    CHANGE FOR THE PERIOD IS THE QUARTER'S BUCKET TOTAL LESS
000510*    THE STANDING CHECKS OF EVERY OTHER PERIOD IN THE QUARTER.
000520*    RUN THE CLOSE BEFORE PAYYREND ROLLS THE YEAR OVER.
000530*--------------------------------------------------------------*
000540*    ANY DIFFERENCE OR ANY CHECK LISTED LEAVES THE PERIOD OPEN -
000550*    THE LEDGER RECORD IS LEFT AT STATUS O AND THE RUN ENDS WITH
000560*    RETURN CODE 8.  STATUS O DOES NOT HOLD UP THE CORRECTING
000570*    JOBS.  CORRECT THE FILES AND RUN THE CLOSE AGAIN.  A PERIOD
000580*    ALREADY CLOSED CLEAN IS NOT AUDITED AGAIN.
000590*--------------------------------------------------------------*
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CTLFILE   ASSIGN TO CTLFILE
000640                      ORGANIZATION IS SEQUENTIAL
000650                      FILE STATUS IS CTL-FILE-STATUS.
000660     SELECT PHSFILE   ASSIGN TO PHSFILE
000670                      ORGANIZATION IS INDEXED
000680                      ACCESS MODE IS DYNAMIC
000690                      RECORD KEY IS PHS-KEY
000700                      FILE STATUS IS PHS-FILE-STATUS.
000710     SELECT CRGFILE   ASSIGN TO CRGFILE
000720                      ORGANIZATION IS INDEXED
000730                      ACCESS MODE IS DYNAMIC
000740                      RECORD KEY IS CRG-CHECK-NBR
000750                      FILE STATUS IS CRG-FILE-STATUS.
000760     SELECT GLFILE    ASSIGN TO GLFILE
000770                      ORGANIZATION IS SEQUENTIAL
000780                      FILE STATUS IS GL-FILE-STATUS.
000790     SELECT ACHFILE   ASSIGN TO ACHFILE
000800                      ORGANIZATION IS SEQUENTIAL
000810                      FILE STATUS IS ACH-FILE-STATUS.
000820     SELECT POSFILE   ASSIGN TO POSFILE
000830                      ORGANIZATION IS SEQUENTIAL
000840                      FILE STATUS IS POS-FILE-STATUS.
000850     SELECT YTDFILE   ASSIGN TO YTDFILE
000860                      ORGANIZATION IS INDEXED
000870                      ACCESS MODE IS SEQUENTIAL
000880                      RECORD KEY IS YTD-EMP-ID
000890                      FILE STATUS IS YTD-FILE-STATUS.
000900     SELECT RLGFILE   ASSIGN TO RLGFILE
000910                      ORGANIZATION IS INDEXED
000920                      ACCESS MODE IS DYNAMIC
000930                      RECORD KEY IS RLG-KEY
000940                      FILE STATUS IS RLG-FILE-STATUS.
000941     SELECT ACHHOLD   ASSIGN TO ACHHOLD
000942                      ORGANIZATION IS INDEXED
000943                      ACCESS MODE IS SEQUENTIAL
000944                      RECORD KEY IS AHL-KEY
000945                      FILE STATUS IS AHL-FILE-STATUS.
000950     SELECT CLSRPT    ASSIGN TO CLSRPT
000960                      ORGANIZATION IS SEQUENTIAL.
000970 DATA DIVISION.
000980 FILE SECTION.
000990*--------------------------------------------------------------*
001000*    CTLFILE - THE PERIOD'S RUN CONTROL CARD (SEE PAYROLOO)
001010*--------------------------------------------------------------*
001020 FD  CTLFILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 80 CHARACTERS.
001050 01  CTL-RECORD.
001060     05  CTL-PERIOD-END-X      PIC X(08).
001070     05  FILLER                PIC X(72).
001080*--------------------------------------------------------------*
001090*    PHSFILE - PER-CHECK PAY HISTORY (SEE PAYROLOO)
001100*--------------------------------------------------------------*
001110 FD  PHSFILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 440 CHARACTERS.
001140 01  PHS-RECORD.
001150     05  PHS-KEY.
001160         10  PHS-EMP-ID        PIC X(05).
001170         10  PHS-PERIOD-END    PIC 9(08).
001180         10  PHS-CHECK-NBR     PIC 9(06).
001190     05  PHS-NAME              PIC X(15).
001200     05  PHS-WHERE             PIC X(20).
001210     05  PHS-EARN-CODE         PIC X(02).
001220     05  PHS-REG-HOURS         PIC 9(03).
001230     05  PHS-OT-HOURS          PIC 9(03).
001240     05  PHS-GROSS             PIC 9(07)V99.
001250     05  PHS-FED-TAX           PIC 9(07)V99.
001260     05  PHS-STATE-TAX         PIC 9(07)V99.
001270     05  PHS-DEDUCTIONS        PIC 9(07)V99.
001280     05  PHS-NET               PIC S9(07)V99.
001290     05  PHS-PAY-TYPE          PIC X(01).
001300     05  PHS-PAY-FREQ          PIC X(01).
001310     05  PHS-CHECK-STATUS      PIC X(01).
001320         88  PHS-CHECK-VOIDED             VALUE 'V'.
001330         88  PHS-CHECK-REPLACED           VALUE 'R'.
001340     05  PHS-VOID-DATE         PIC 9(08).
001350     05  PHS-SOURCE            PIC X(01).
001360     05  FILLER                PIC X(01).
001370     05  PHS-LINE-CNT          PIC 9(02).
001380     05  PHS-LINE-ENTRY        OCCURS 10 TIMES.
001390         10  PHS-L-EARN-CODE   PIC X(02).
001400         10  PHS-L-BASIS       PIC X(01).
001410         10  PHS-L-HOURS       PIC 9(03).
001420         10  PHS-L-AMOUNT      PIC 9(07)V99.
001430     05  PHS-ER-FICA           PIC 9(07)V99.
001440     05  PHS-ER-FUTA           PIC 9(07)V99.
001450     05  PHS-ER-SUTA           PIC 9(07)V99.
001460     05  PHS-DED-TYPE-AMT      OCCURS 3 TIMES
001470                               PIC 9(07)V99.
001480     05  PHS-ARR-CNT           PIC 9(02).
001490     05  PHS-ARR-ENTRY         OCCURS 8 TIMES.
001500         10  PHS-A-PRIORITY    PIC 9(02).
001510         10  PHS-A-CHANGE      PIC S9(07)V99.
001520     05  PHS-XREF-CHECK        PIC 9(06).
001530     05  PHS-VAC-DRAWN         PIC 9(04).
001540     05  PHS-SICK-DRAWN        PIC 9(04).
001550     05  FILLER                PIC X(10).
001560*--------------------------------------------------------------*
001570*    CRGFILE - OUTSTANDING CHECK REGISTER (SEE PAYROLOO)
001580*--------------------------------------------------------------*
001590 FD  CRGFILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 60 CHARACTERS.
001620 01  CRG-RECORD.
001630     05  CRG-CHECK-NBR         PIC 9(06).
001640     05  CRG-STATUS            PIC X(01).
001650         88  CRG-OUTSTANDING              VALUE 'O'.
001660         88  CRG-CLEARED                  VALUE 'C'.
001670         88  CRG-VOIDED                   VALUE 'V'.
001680         88  CRG-STOPPED                  VALUE 'S'.
001690     05  CRG-ISSUE-DATE        PIC 9(08).
001700     05  CRG-EMP-ID            PIC X(05).
001710     05  CRG-PAYEE             PIC X(15).
001720     05  CRG-AMOUNT            PIC 9(07)V99.
001730     05  CRG-CLEAR-DATE        PIC 9(08).
001740     05  FILLER                PIC X(08).
001750*--------------------------------------------------------------*
001760*    GLFILE - MAIN-RUN GENERAL LEDGER POSTINGS (SEE PAYROLOO)
001761*    A FILE CUT BEFORE THE CLASS BYTE WAS CARRIED HAS IT BLANK.
001770*--------------------------------------------------------------*
001780 FD  GLFILE
001790     LABEL RECORDS ARE STANDARD
001800     RECORD CONTAINS 80 CHARACTERS.
001810 01  GL-RECORD.
001820     05  GL-TYPE               PIC X(01).
001830         88  GL-DEBIT                     VALUE 'D'.
001840         88  GL-CREDIT                    VALUE 'C'.
001850     05  GL-ACCOUNT            PIC X(08).
001860     05  GL-DESC               PIC X(30).
001870     05  GL-AMOUNT             PIC 9(11)V99.
001871     05  GL-CLASS              PIC X(01).
001872         88  GL-CLASS-ER-TAX              VALUE 'T'.
001873         88  GL-CLASS-WITHHOLD            VALUE 'W'.
001874         88  GL-CLASS-NET-PAY             VALUE 'N'.
001875         88  GL-CLASS-ER-LIAB             VALUE 'F' 'U' 'S'.
001876     05  GL-DEPT               PIC X(04).
001877     05  GL-EARN-CODE          PIC X(02).
001878     05  GL-DED-TYPE           PIC X(01).
001879     05  FILLER                PIC X(20).
001890*--------------------------------------------------------------*
001900*    ACHFILE - DIRECT-DEPOSIT BANK FILE (SEE PAYROLOO).  TYPE D
001910*    CREDITS, TYPE P ZERO-DOLLAR PRENOTES, TYPE T TRAILERS.
001920*--------------------------------------------------------------*
001930 FD  ACHFILE
001940     LABEL RECORDS ARE STANDARD
001950     RECORD CONTAINS 100 CHARACTERS.
001960 01  ACH-RECORD.
001970     05  ACH-REC-TYPE          PIC X(01).
001980         88  ACH-DETAIL                   VALUE 'D'.
001990         88  ACH-PRENOTE                  VALUE 'P'.
002000         88  ACH-TRAILER                  VALUE 'T'.
002010     05  ACH-ROUTING           PIC X(09).
002020     05  ACH-ACCOUNT           PIC X(17).
002030     05  ACH-EMP-ID            PIC X(05).
002040     05  ACH-NAME              PIC X(15).
002050     05  ACH-AMOUNT            PIC 9(09)V99.
002060     05  FILLER                PIC X(42).
002070 01  ACH-TRAILER-RECORD.
002080     05  FILLER                PIC X(01).
002090     05  ACH-T-COUNT           PIC 9(07).
002100     05  ACH-T-AMOUNT          PIC 9(11)V99.
002110     05  FILLER                PIC X(79).
002120*--------------------------------------------------------------*
002130*    POSFILE - POSITIVE-PAY FILE (SEE PAYROLOO).  TYPE D ITEMS,
002140*    TYPE T TRAILERS.
002150*--------------------------------------------------------------*
002160 FD  POSFILE
002170     LABEL RECORDS ARE STANDARD
002180     RECORD CONTAINS 60 CHARACTERS.
002190 01  POS-RECORD.
002200     05  POS-REC-TYPE          PIC X(01).
002210         88  POS-DETAIL                   VALUE 'D'.
002220         88  POS-TRAILER                  VALUE 'T'.
002230     05  POS-CHECK-NBR         PIC 9(06).
002240     05  POS-DATE              PIC 9(08).
002250     05  POS-PAYEE             PIC X(15).
002260     05  POS-AMOUNT            PIC 9(09)V99.
002270     05  FILLER                PIC X(19).
002280 01  POS-TRAILER-RECORD.
002290     05  FILLER                PIC X(01).
002300     05  POS-T-COUNT           PIC 9(07).
002310     05  POS-T-AMOUNT          PIC 9(11)V99.
002320     05  FILLER                PIC X(39).
002330*--------------------------------------------------------------*
002340*    YTDFILE - YEAR-TO-DATE EARNINGS BY EMPLOYEE
002350*--------------------------------------------------------------*
002360 FD  YTDFILE
002370     LABEL RECORDS ARE STANDARD
002380     RECORD CONTAINS 229 CHARACTERS.
002390 01  YTD-RECORD.
002400     05  YTD-EMP-ID            PIC X(05).
002410     05  YTD-EMP-NAME          PIC X(15).
002420     05  YTD-GROSS             PIC 9(09)V99.
002430     05  YTD-WITHHOLDING       PIC 9(09)V99.
002440     05  YTD-QTR-ENTRY         OCCURS 4 TIMES.
002450         10  YTD-QTR-GROSS     PIC 9(09)V99.
002460         10  YTD-QTR-WITHHOLD  PIC 9(09)V99.
002470     05  YTD-ER-FICA           PIC 9(09)V99.
002480     05  YTD-ER-FUTA           PIC 9(09)V99.
002490     05  YTD-ER-SUTA           PIC 9(09)V99.
002500     05  YTD-QTR-ER-TAX        OCCURS 4 TIMES
002510                               PIC 9(09)V99.
002520     05  YTD-FED-WITHHOLD      PIC 9(09)V99.
002530     05  YTD-STATE-WITHHOLD    PIC 9(09)V99.
002540*--------------------------------------------------------------*
002550*    RLGFILE - SHARED RUN LEDGER (SEE PAYROLOO).  THIS PROGRAM
002560*    ALSO LEAVES ITS OWN RECORD AT STATUS O WHEN THE PERIOD DID
002570*    NOT CLOSE - ONLY S HOLDS UP THE OTHER JOBS.
002580*--------------------------------------------------------------*
002590 FD  RLGFILE
002600     LABEL RECORDS ARE STANDARD
002610     RECORD CONTAINS 40 CHARACTERS.
002620 01  RLG-RECORD.
002630     05  RLG-KEY.
002640         10  RLG-PROGRAM       PIC X(08).
002650         10  RLG-PROGRAM-PARTS REDEFINES RLG-PROGRAM.
002660             15  RLG-PROGRAM-PREFIX PIC X(06).
002670             15  RLG-PROGRAM-GROUP  PIC X(02).
002680         10  RLG-PERIOD-END    PIC 9(08).
002690     05  RLG-STATUS            PIC X(01).
002700         88  RLG-STARTED                  VALUE 'S'.
002710         88  RLG-COMPLETED                VALUE 'C'.
002720         88  RLG-OUT-OF-BALANCE           VALUE 'O'.
002730     05  RLG-START-DATE        PIC 9(08).
002740     05  RLG-END-DATE          PIC 9(08).
002750     05  FILLER                PIC X(07).
002751*--------------------------------------------------------------*
002752*    ACHHOLD - ACH CREDITS HELD OUT OF TRANSMISSION (SEE
002753*    PAYREVW).  OPTIONAL - COUNTED FOR THE TOTALS PAGE ONLY.
002754*--------------------------------------------------------------*
002755 FD  ACHHOLD
002756     LABEL RECORDS ARE STANDARD
002757     RECORD CONTAINS 140 CHARACTERS.
002758 01  AHL-RECORD.
002759     05  AHL-KEY.
002760         10  AHL-EMP-ID        PIC X(05).
002761         10  AHL-PERIOD-END    PIC 9(08).
002762     05  AHL-STATUS            PIC X(01).
002763         88  AHL-HELD                     VALUE 'H'.
002764         88  AHL-RELEASED                 VALUE 'R'.
002765     05  AHL-ROUTING           PIC X(09).
002766     05  AHL-ACCOUNT           PIC X(17).
002767     05  AHL-NAME              PIC X(15).
002768     05  AHL-AMOUNT            PIC 9(09)V99.
002769     05  AHL-HOLD-DATE         PIC 9(08).
002770     05  AHL-REASON            PIC X(30).
002771     05  AHL-RELEASE-DATE      PIC 9(08).
002772     05  AHL-RELEASED-BY       PIC X(08).
002773     05  FILLER                PIC X(20).
002760*--------------------------------------------------------------*
002770*    CLSRPT - CHECKS NOT IN EVERY FILE AND THE TIE-OUT
002780*--------------------------------------------------------------*
002790 FD  CLSRPT
002800     LABEL RECORDS OMITTED
002810     RECORD CONTAINS 132 CHARACTERS.
002820 01  CLS-PRT-RECORD            PIC X(132).
002830 WORKING-STORAGE SECTION.
002840******** Switches and file status
002850 77  CTL-FILE-STATUS       PIC X(02)  VALUE SPACES.
002860     88  CTL-FILE-NOT-FOUND           VALUE "35".
002870 77  CTL-EOF-SW            PIC X(01)  VALUE 'N'.
002880     88  CTL-EOF                      VALUE 'Y'.
002890 77  PHS-FILE-STATUS       PIC X(02)  VALUE SPACES.
002900 77  PHS-EOF-SW            PIC X(01)  VALUE 'N'.
002910     88  PHS-EOF                      VALUE 'Y'.
002920 77  CRG-FILE-STATUS       PIC X(02)  VALUE SPACES.
002930 77  CRG-EOF-SW            PIC X(01)  VALUE 'N'.
002940     88  CRG-EOF                      VALUE 'Y'.
002950 77  CRG-FOUND-SW          PIC X(01)  VALUE 'N'.
002960     88  CRG-FOUND                    VALUE 'Y'.
002970 77  GL-FILE-STATUS        PIC X(02)  VALUE SPACES.
002980 77  GL-EOF-SW             PIC X(01)  VALUE 'N'.
002990     88  GL-EOF                       VALUE 'Y'.
003000 77  ACH-FILE-STATUS       PIC X(02)  VALUE SPACES.
003001 77  AHL-FILE-STATUS       PIC X(02)  VALUE SPACES.
003002     88  AHL-FILE-NOT-FOUND           VALUE "35".
003003 77  AHL-EOF-SW            PIC X(01)  VALUE 'N'.
003004     88  AHL-EOF                      VALUE 'Y'.
003010 77  ACH-EOF-SW            PIC X(01)  VALUE 'N'.
003020     88  ACH-EOF                      VALUE 'Y'.
003030 77  POS-FILE-STATUS       PIC X(02)  VALUE SPACES.
003040 77  POS-EOF-SW            PIC X(01)  VALUE 'N'.
003050     88  POS-EOF                      VALUE 'Y'.
003060 77  YTD-FILE-STATUS       PIC X(02)  VALUE SPACES.
003070 77  YTD-EOF-SW            PIC X(01)  VALUE 'N'.
003080     88  YTD-EOF                      VALUE 'Y'.
003090 77  RLG-FILE-STATUS       PIC X(02)  VALUE SPACES.
003100     88  RLG-FILE-NOT-FOUND           VALUE "35".
003110 77  RLG-EOF-SW            PIC X(01)  VALUE 'N'.
003120     88  RLG-EOF                      VALUE 'Y'.
003130 77  RLG-FOUND-SW          PIC X(01)  VALUE 'N'.
003140     88  RLG-FOUND                    VALUE 'Y'.
003150 77  RLG-CYCLE-OPEN-SW     PIC X(01)  VALUE 'N'.
003160     88  RLG-CYCLE-OPEN               VALUE 'Y'.
003170 77  PAY-RUN-FOUND-SW      PIC X(01)  VALUE 'N'.
003180     88  PAY-RUN-FOUND                VALUE 'Y'.
003190 77  RLG-THIS-PROGRAM      PIC X(08)  VALUE "PAYCLOSE".
003200 77  RLG-MAIN-PREFIX       PIC X(06)  VALUE "PAYROL".
003210 77  CLOSE-SW              PIC X(01)  VALUE 'Y'.
003220     88  CLOSE-OK                     VALUE 'Y'.
003230 77  LISTING-SW            PIC X(01)  VALUE 'Y'.
003240     88  LISTING-CHECKS               VALUE 'Y'.
003250 77  REPLACEMENT-SW        PIC X(01)  VALUE 'N'.
003260     88  REPLACEMENT-CHECK            VALUE 'Y'.
003270 77  MATCH-SW              PIC X(01)  VALUE 'N'.
003280     88  MATCH-FOUND                  VALUE 'Y'.
003290 77  HIST-FOUND-SW         PIC X(01)  VALUE 'N'.
003300     88  HIST-FOUND                   VALUE 'Y'.
003310 77  HIST-DONE-SW          PIC X(01)  VALUE 'N'.
003320     88  HIST-DONE                    VALUE 'Y'.
003330 77  MISSING-FILE-NAME     PIC X(08)  VALUE SPACES.
003340******** Period being closed and run date
003350 01  PERIOD-END            PIC 9(08)  VALUE ZERO.
003360 01  PERIOD-END-PARTS REDEFINES PERIOD-END.
003370     05  PE-YEAR           PIC 9(04).
003380     05  PE-MONTH          PIC 9(02).
003390     05  PE-DAY            PIC 9(02).
003400 77  PERIOD-QTR            PIC 9(01)  VALUE 1.
003410 77  QTR-FIRST-DAY         PIC 9(08)  VALUE ZERO.
003420 77  QTR-LAST-DAY          PIC 9(08)  VALUE ZERO.
003430 77  CLS-RUN-DATE          PIC 9(08)  VALUE ZERO.
003440******** The check being proved
003450 77  CHECK-SOURCE          PIC X(01)  VALUE SPACE.
003460 77  CHECK-ER-TAX          PIC 9(09)V99 VALUE ZERO.
003470 77  CHECK-REASON          PIC X(30)  VALUE SPACES.
003480 77  NEW-REASON            PIC X(30)  VALUE SPACES.
003490 77  FIND-EMP-ID           PIC X(05)  VALUE SPACES.
003500 77  FIND-CHECK-NBR        PIC 9(06)  VALUE ZERO.
003510 77  FIND-AMOUNT           PIC S9(09)V99 VALUE ZERO.
003520 77  HIST-FOUND-PERIOD     PIC 9(08)  VALUE ZERO.
003530******** Checks by the source that cut them
003540 77  SRC-TABLE-SIZE        PIC 9(02) COMP VALUE 4.
003550 77  SRC-SUB               PIC 9(02) COMP.
003560 77  SRC-MATCH-SUB         PIC 9(02) COMP.
003570 01  SRC-LITERALS.
003580     05  FILLER            PIC X(31) VALUE
003590         "PMAIN RUN (PAYROLOO)".
003600     05  FILLER            PIC X(31) VALUE
003610         "SSUPPLEMENTAL (PAYSUPP)".
003620     05  FILLER            PIC X(31) VALUE
003630         "RRETROACTIVE (PAYRETRO)".
003640     05  FILLER            PIC X(31) VALUE
003650         "FFINAL PAY (PAYFINAL)".
003660 01  SRC-TABLE REDEFINES SRC-LITERALS.
003670     05  SRC-ENTRY         OCCURS 4 TIMES.
003680         10  SRC-CODE      PIC X(01).
003690         10  SRC-DESC      PIC X(30).
003700 01  SRC-TOTALS.
003710     05  SRC-TOTAL-ENTRY   OCCURS 4 TIMES.
003720         10  SRC-CNT       PIC 9(05) COMP.
003730         10  SRC-NET       PIC S9(11)V99.
003740 77  REPL-CNT              PIC 9(05) COMP VALUE ZERO.
003750 77  REPL-NET              PIC S9(11)V99 VALUE ZERO.
003760 77  OTHER-SRC-CNT         PIC 9(05) COMP VALUE ZERO.
003770 77  OTHER-SRC-NET         PIC S9(11)V99 VALUE ZERO.
003780******** ACH credits read, matched to the checks by EMP-ID
003790 77  ACH-MAX-ENTRIES       PIC 9(05) COMP VALUE 5000.
003800 77  ACH-CNT               PIC 9(05) COMP VALUE ZERO.
003810 77  ACH-SUB               PIC 9(05) COMP.
003820 77  ACH-MATCH-SUB         PIC 9(05) COMP.
003830 01  ACH-TABLE.
003840     05  ACH-ENTRY         OCCURS 5000 TIMES.
003850         10  ACH-E-EMP-ID  PIC X(05).
003860         10  ACH-E-NAME    PIC X(15).
003870         10  ACH-E-AMOUNT  PIC 9(09)V99.
003880         10  ACH-E-USED-SW PIC X(01).
003890             88  ACH-E-USED           VALUE 'Y'.
003900******** Positive-pay items read, matched by check number
003910 77  POS-MAX-ENTRIES       PIC 9(05) COMP VALUE 5000.
003920 77  POS-CNT               PIC 9(05) COMP VALUE ZERO.
003930 77  POS-SUB               PIC 9(05) COMP.
003940 77  POS-MATCH-SUB         PIC 9(05) COMP.
003950 01  POS-TABLE.
003960     05  POS-ENTRY         OCCURS 5000 TIMES.
003970         10  POS-E-CHECK-NBR PIC 9(06).
003980         10  POS-E-DATE    PIC 9(08).
003990         10  POS-E-PAYEE   PIC X(15).
004000         10  POS-E-AMOUNT  PIC 9(09)V99.
004010         10  POS-E-USED-SW PIC X(01).
004020             88  POS-E-USED           VALUE 'Y'.
004030******** Pay history side of the tie
004040 77  HIST-GROSS            PIC 9(11)V99 VALUE ZERO.
004050 77  HIST-WITHHOLD         PIC 9(11)V99 VALUE ZERO.
004060 77  HIST-DEDUCT           PIC 9(11)V99 VALUE ZERO.
004070 77  HIST-NET              PIC S9(11)V99 VALUE ZERO.
004080 77  HIST-ER-TAX           PIC 9(11)V99 VALUE ZERO.
004090 77  HIST-ACH-AMT          PIC 9(11)V99 VALUE ZERO.
004100 77  HIST-ACH-CNT          PIC 9(07) COMP VALUE ZERO.
004110 77  HIST-PAPER-AMT        PIC 9(11)V99 VALUE ZERO.
004120 77  HIST-PAPER-CNT        PIC 9(07) COMP VALUE ZERO.
004130 77  HIST-QTR-GROSS        PIC 9(11)V99 VALUE ZERO.
004140 77  HIST-QTR-WITHHOLD     PIC 9(11)V99 VALUE ZERO.
004150 77  HIST-QTR-ER-TAX       PIC 9(11)V99 VALUE ZERO.
004160 77  OTHER-QTR-GROSS       PIC 9(13)V99 VALUE ZERO.
004170 77  OTHER-QTR-WITHHOLD    PIC 9(13)V99 VALUE ZERO.
004180 77  OTHER-QTR-ER-TAX      PIC 9(13)V99 VALUE ZERO.
004190******** File side of the tie
004200 77  GL-LABOR-AMT          PIC 9(11)V99 VALUE ZERO.
004210 77  GL-WITHHOLD-AMT       PIC 9(11)V99 VALUE ZERO.
004220 77  GL-DEDUCT-AMT         PIC 9(11)V99 VALUE ZERO.
004230 77  GL-NET-AMT            PIC 9(11)V99 VALUE ZERO.
004240 77  GL-ER-TAX-AMT         PIC 9(11)V99 VALUE ZERO.
004250 77  GL-ER-LIAB-AMT        PIC 9(11)V99 VALUE ZERO.
004260 77  GL-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
004270 77  GL-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
004280 77  ACH-DETAIL-AMT        PIC 9(11)V99 VALUE ZERO.
004290 77  ACH-DETAIL-CNT        PIC 9(07) COMP VALUE ZERO.
004300 77  ACH-TRAILER-AMT       PIC 9(11)V99 VALUE ZERO.
004310 77  ACH-TRAILER-CNT       PIC 9(07) COMP VALUE ZERO.
004320 77  CRG-ISSUED-AMT        PIC 9(11)V99 VALUE ZERO.
004330 77  CRG-ISSUED-CNT        PIC 9(07) COMP VALUE ZERO.
004340 77  POS-DETAIL-AMT        PIC 9(11)V99 VALUE ZERO.
004350 77  POS-DETAIL-CNT        PIC 9(07) COMP VALUE ZERO.
004360 77  POS-TRAILER-AMT       PIC 9(11)V99 VALUE ZERO.
004370 77  POS-TRAILER-CNT       PIC 9(07) COMP VALUE ZERO.
004380 77  POS-PERIOD-AMT        PIC 9(11)V99 VALUE ZERO.
004390 77  POS-PERIOD-CNT        PIC 9(07) COMP VALUE ZERO.
004400 77  YTD-QTR-GROSS-SUM     PIC 9(13)V99 VALUE ZERO.
004410 77  YTD-QTR-WITHHOLD-SUM  PIC 9(13)V99 VALUE ZERO.
004420 77  YTD-QTR-ER-TAX-SUM    PIC 9(13)V99 VALUE ZERO.
004430******** Work fields for one tie line
004440 77  TIE-DESC              PIC X(30)  VALUE SPACES.
004450 77  TIE-LEFT-AMT          PIC S9(13)V99 VALUE ZERO.
004460 77  TIE-RIGHT-AMT         PIC S9(13)V99 VALUE ZERO.
004470 77  TIE-DIFF-AMT          PIC S9(13)V99 VALUE ZERO.
004480 77  TIE-LEFT-CNT          PIC 9(09) COMP VALUE ZERO.
004490 77  TIE-RIGHT-CNT         PIC 9(09) COMP VALUE ZERO.
004500 77  TIE-DIFF-CNT          PIC S9(09) COMP VALUE ZERO.
004510******** Counters for the control totals page
004520 77  PHS-READ-CTR          PIC 9(07) COMP VALUE ZERO.
004530 77  PHS-PERIOD-CTR        PIC 9(05) COMP VALUE ZERO.
004540 77  VOIDED-CTR            PIC 9(05) COMP VALUE ZERO.
004550 77  NO-PAY-CTR            PIC 9(05) COMP VALUE ZERO.
004560 77  GL-READ-CTR           PIC 9(05) COMP VALUE ZERO.
004570 77  PRENOTE-CTR           PIC 9(05) COMP VALUE ZERO.
004580 77  POS-OTHER-CTR         PIC 9(05) COMP VALUE ZERO.
004590 77  YTD-READ-CTR          PIC 9(05) COMP VALUE ZERO.
004600 77  LISTED-CTR            PIC 9(05) COMP VALUE ZERO.
004610 77  TIE-FAIL-CTR          PIC 9(05) COMP VALUE ZERO.
004611 77  HELD-ACH-CTR          PIC 9(05) COMP VALUE ZERO.
004620******** Variables for the print file
004630 77  CLS-PAGE-NBR          PIC 9(04)  VALUE ZERO.
004640 77  CLS-LINE-CTR          PIC 9(03)  VALUE ZERO.
004650 77  CLS-LINES-PER-PAGE    PIC 9(03)  VALUE 45.
004660 77  MISSING-TEXT          PIC X(13)  VALUE "      MISSING".
004670 01  CLS-OUT-LINE          PIC X(132) VALUE SPACES.
004680 01  CLS-BANNER-LINE-1.
004690     05  FILLER            PIC X(01) VALUE SPACE.
004700     05  FILLER            PIC X(40) VALUE
004710         "ACME MANUFACTURING COMPANY".
004720     05  FILLER            PIC X(41) VALUE SPACES.
004730     05  FILLER            PIC X(05) VALUE "PAGE ".
004740     05  CLS-B1-PAGE-NBR   PIC ZZZ9.
004750     05  FILLER            PIC X(41) VALUE SPACES.
004760 01  CLS-BANNER-LINE-2.
004770     05  FILLER            PIC X(01) VALUE SPACE.
004780     05  FILLER            PIC X(32) VALUE
004790         "PERIOD CLOSE AUDIT".
004800     05  FILLER            PIC X(12) VALUE "PERIOD END: ".
004810     05  CLS-B2-PERIOD-END PIC 9999/99/99.
004820     05  FILLER            PIC X(04) VALUE SPACES.
004830     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
004840     05  CLS-B2-RUN-DATE   PIC 9999/99/99.
004850     05  FILLER            PIC X(53) VALUE SPACES.
004860 01  CLS-BLANK-LINE        PIC X(132) VALUE SPACES.
004870 01  CLS-SECTION-LINE.
004880     05  FILLER            PIC X(01) VALUE SPACE.
004890     05  CLS-SEC-TEXT      PIC X(60).
004900     05  FILLER            PIC X(71) VALUE SPACES.
004910 01  CLS-CHECK-HEADING.
004920     05  FILLER            PIC X(01) VALUE SPACE.
004930     05  FILLER            PIC X(08) VALUE "CHECK".
004940     05  FILLER            PIC X(07) VALUE "EMP-ID".
004950     05  FILLER            PIC X(17) VALUE "NAME".
004960     05  FILLER            PIC X(03) VALUE "S".
004970     05  FILLER            PIC X(15) VALUE "  HISTORY NET".
004980     05  FILLER            PIC X(15) VALUE "    CHECK REG".
004990     05  FILLER            PIC X(15) VALUE " POSITIVE PAY".
005000     05  FILLER            PIC X(15) VALUE "   ACH CREDIT".
005010     05  FILLER            PIC X(30) VALUE "EXCEPTION".
005020     05  FILLER            PIC X(06) VALUE SPACES.
005030*    ONE CHECK, WITH WHAT EACH FILE HOLDS FOR IT.  A FILE THAT
005040*    SHOULD HOLD THE CHECK AND DOES NOT SHOWS MISSING.
005050 01  CLS-CHECK-LINE.
005060     05  FILLER            PIC X(01) VALUE SPACE.
005070     05  CL-CHECK-NBR-X    PIC X(06).
005080     05  CL-CHECK-NBR      REDEFINES CL-CHECK-NBR-X
005090                           PIC 9(06).
005100     05  FILLER            PIC X(02) VALUE SPACES.
005110     05  CL-EMP-ID         PIC X(05).
005120     05  FILLER            PIC X(02) VALUE SPACES.
005130     05  CL-NAME           PIC X(15).
005140     05  FILLER            PIC X(02) VALUE SPACES.
005150     05  CL-SOURCE         PIC X(01).
005160     05  FILLER            PIC X(02) VALUE SPACES.
005170     05  CL-HIST-AMT       PIC -Z,ZZZ,ZZ9.99.
005180     05  CL-HIST-AMT-X     REDEFINES CL-HIST-AMT
005190                           PIC X(13).
005200     05  FILLER            PIC X(02) VALUE SPACES.
005210     05  CL-CRG-AMT        PIC -Z,ZZZ,ZZ9.99.
005220     05  CL-CRG-AMT-X      REDEFINES CL-CRG-AMT
005230                           PIC X(13).
005240     05  FILLER            PIC X(02) VALUE SPACES.
005250     05  CL-POS-AMT        PIC -Z,ZZZ,ZZ9.99.
005260     05  CL-POS-AMT-X      REDEFINES CL-POS-AMT
005270                           PIC X(13).
005280     05  FILLER            PIC X(02) VALUE SPACES.
005290     05  CL-ACH-AMT        PIC -Z,ZZZ,ZZ9.99.
005300     05  CL-ACH-AMT-X      REDEFINES CL-ACH-AMT
005310                           PIC X(13).
005320     05  FILLER            PIC X(02) VALUE SPACES.
005330     05  CL-REASON         PIC X(30).
005340     05  FILLER            PIC X(06) VALUE SPACES.
005350 01  CLS-SOURCE-HEADING.
005360     05  FILLER            PIC X(01) VALUE SPACE.
005370     05  FILLER            PIC X(30) VALUE
005380         "CHECKS FOR THE PERIOD BY JOB".
005390     05  FILLER            PIC X(06) VALUE "CHECKS".
005400     05  FILLER            PIC X(03) VALUE SPACES.
005410     05  FILLER            PIC X(19) VALUE
005420         "            NET PAY".
005430     05  FILLER            PIC X(73) VALUE SPACES.
005440 01  CLS-SOURCE-LINE.
005450     05  FILLER            PIC X(01) VALUE SPACE.
005460     05  CLS-S-DESC        PIC X(30).
005470     05  CLS-S-COUNT       PIC ZZ,ZZ9.
005480     05  FILLER            PIC X(03) VALUE SPACES.
005490     05  CLS-S-NET         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
005500     05  FILLER            PIC X(73) VALUE SPACES.
005510 01  CLS-TIE-HEADING.
005520     05  FILLER            PIC X(01) VALUE SPACE.
005530     05  CLS-TH-DESC       PIC X(30).
005540     05  CLS-TH-LEFT       PIC X(19).
005550     05  FILLER            PIC X(02) VALUE SPACES.
005560     05  CLS-TH-RIGHT      PIC X(19).
005570     05  FILLER            PIC X(02) VALUE SPACES.
005580     05  FILLER            PIC X(19) VALUE
005590         "         DIFFERENCE".
005600     05  FILLER            PIC X(40) VALUE SPACES.
005610 01  CLS-TIE-LINE.
005620     05  FILLER            PIC X(01) VALUE SPACE.
005630     05  CLS-T-DESC        PIC X(30).
005640     05  CLS-T-LEFT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
005650     05  FILLER            PIC X(02) VALUE SPACES.
005660     05  CLS-T-RIGHT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
005670     05  FILLER            PIC X(02) VALUE SPACES.
005680     05  CLS-T-DIFF        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
005690     05  FILLER            PIC X(03) VALUE SPACES.
005700     05  CLS-T-VERDICT     PIC X(14).
005710     05  FILLER            PIC X(23) VALUE SPACES.
005720 01  CLS-COUNT-TIE-LINE.
005730     05  FILLER            PIC X(01) VALUE SPACE.
005740     05  CLS-C-DESC        PIC X(30).
005750     05  FILLER            PIC X(08) VALUE SPACES.
005760     05  CLS-C-LEFT        PIC ZZZ,ZZZ,ZZ9.
005770     05  FILLER            PIC X(10) VALUE SPACES.
005780     05  CLS-C-RIGHT       PIC ZZZ,ZZZ,ZZ9.
005790     05  FILLER            PIC X(10) VALUE SPACES.
005800     05  CLS-C-DIFF        PIC -ZZ,ZZZ,ZZ9.
005810     05  FILLER            PIC X(03) VALUE SPACES.
005820     05  CLS-C-VERDICT     PIC X(14).
005830     05  FILLER            PIC X(23) VALUE SPACES.
005840 01  CLS-TOTAL-LINE.
005850     05  FILLER            PIC X(01) VALUE SPACE.
005860     05  CLS-TOT-DESC      PIC X(30).
005870     05  CLS-TOT-COUNT     PIC ZZ,ZZ9.
005880     05  FILLER            PIC X(95) VALUE SPACES.
005890 01  CLS-CLOSED-LINE.
005900     05  FILLER            PIC X(01) VALUE SPACE.
005910     05  FILLER            PIC X(50) VALUE
005920         "*** ALL FILES AGREE - PERIOD CLOSED ***".
005930     05  FILLER            PIC X(81) VALUE SPACES.
005940 01  CLS-NOT-CLOSED-LINE.
005950     05  FILLER            PIC X(01) VALUE SPACE.
005960     05  FILLER            PIC X(50) VALUE
005970         "*** OUT OF BALANCE - PERIOD NOT CLOSED ***".
005980     05  FILLER            PIC X(81) VALUE SPACES.
005990*--------------------------------------------------------------*
006000 PROCEDURE DIVISION.
006010*--------------------------------------------------------------*
006020*    0000-MAINLINE
006030*--------------------------------------------------------------*
006040 0000-MAINLINE.
006050     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
006060     PERFORM 3000-READ-PHS THRU 3000-READ-PHS-EXIT.
006070     PERFORM 3100-PROCESS-PHS THRU 3100-PROCESS-PHS-EXIT
006080         UNTIL PHS-EOF.
006090     PERFORM 4000-SCAN-CHECK-REGISTER
006100         THRU 4000-SCAN-CHECK-REGISTER-EXIT.
006110     PERFORM 4200-LIST-UNMATCHED-ACH
006120         THRU 4200-LIST-UNMATCHED-ACH-EXIT
006130         VARYING ACH-SUB FROM 1 BY 1
006140         UNTIL ACH-SUB > ACH-CNT.
006150     PERFORM 4300-LIST-UNMATCHED-POS
006160         THRU 4300-LIST-UNMATCHED-POS-EXIT
006170         VARYING POS-SUB FROM 1 BY 1
006180         UNTIL POS-SUB > POS-CNT.
006190     IF LISTED-CTR = ZERO
006200         MOVE "EVERY CHECK IS IN EVERY FILE THAT SHOULD HOLD IT"
006210             TO CLS-SEC-TEXT
006220         MOVE CLS-SECTION-LINE TO CLS-OUT-LINE
006230         PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT
006240     END-IF.
006250     MOVE 'N' TO LISTING-SW.
006260     PERFORM 5000-LOAD-YTD THRU 5000-LOAD-YTD-EXIT.
006270     PERFORM 6000-WRITE-SOURCE-SUMMARY
006280         THRU 6000-WRITE-SOURCE-SUMMARY-EXIT.
006290     PERFORM 6500-WRITE-TIE-OUT THRU 6500-WRITE-TIE-OUT-EXIT.
006300     PERFORM 9500-WRITE-TOTALS THRU 9500-WRITE-TOTALS-EXIT.
006310     GO TO 9900-FINALIZE.
006320*--------------------------------------------------------------*
006330*    1000-INITIALIZE
006340*
006350*    EVERY INPUT IS OPENED AND THE BANK AND LEDGER FILES ARE
006360*    LOADED BEFORE THE RUN LEDGER IS TOUCHED, SO A MISSING FILE
006370*    STOPS THE RUN WITHOUT LEAVING A STATUS S RECORD BEHIND.
006380*--------------------------------------------------------------*
006390 1000-INITIALIZE.
006400     ACCEPT CLS-RUN-DATE FROM DATE YYYYMMDD.
006410     INITIALIZE SRC-TOTALS.
006420     PERFORM 1100-READ-CONTROL-CARD
006430         THRU 1100-READ-CONTROL-CARD-EXIT.
006440     COMPUTE PERIOD-QTR = (PE-MONTH + 2) / 3.
006450     COMPUTE QTR-FIRST-DAY = (PE-YEAR * 10000)
006460         + ((((PERIOD-QTR - 1) * 3) + 1) * 100) + 1.
006470     COMPUTE QTR-LAST-DAY = (PE-YEAR * 10000)
006480         + ((PERIOD-QTR * 3) * 100) + 31.
006490     PERFORM 1200-OPEN-INPUTS THRU 1200-OPEN-INPUTS-EXIT.
006500     PERFORM 1300-LOAD-GL THRU 1300-LOAD-GL-EXIT.
006510     PERFORM 1400-LOAD-ACH THRU 1400-LOAD-ACH-EXIT.
006520     PERFORM 1500-LOAD-POS THRU 1500-LOAD-POS-EXIT.
006530     PERFORM 1600-CHECK-RUN-LEDGER
006540         THRU 1600-CHECK-RUN-LEDGER-EXIT.
006541     PERFORM 1700-COUNT-HELD-ACH THRU 1700-COUNT-HELD-ACH-EXIT.
006550     OPEN OUTPUT CLSRPT.
006560     MOVE PERIOD-END   TO CLS-B2-PERIOD-END.
006570     MOVE CLS-RUN-DATE TO CLS-B2-RUN-DATE.
006580     PERFORM 7500-WRITE-PAGE-HEADERS
006590         THRU 7500-WRITE-PAGE-HEADERS-EXIT.
006600 1000-INITIALIZE-EXIT.
006610     EXIT.
006620*--------------------------------------------------------------*
006630*    1100-READ-CONTROL-CARD
006640*
006650*    THE PERIOD END IS REQUIRED - THERE IS NO SAFE DEFAULT FOR
006660*    WHICH PERIOD TO CLOSE.
006670*--------------------------------------------------------------*
006680 1100-READ-CONTROL-CARD.
006690     OPEN INPUT CTLFILE.
006700     IF CTL-FILE-NOT-FOUND
006710         GO TO 9950-CONTROL-CARD-ABORT
006720     END-IF.
006730     READ CTLFILE
006740         AT END MOVE 'Y' TO CTL-EOF-SW
006750     END-READ.
006760     CLOSE CTLFILE.
006770     IF CTL-EOF
006780         GO TO 9950-CONTROL-CARD-ABORT
006790     END-IF.
006800     IF CTL-PERIOD-END-X NOT NUMERIC
006810         GO TO 9950-CONTROL-CARD-ABORT
006820     END-IF.
006830     MOVE CTL-PERIOD-END-X TO PERIOD-END.
006840     IF PE-MONTH < 01 OR PE-MONTH > 12
006850         GO TO 9950-CONTROL-CARD-ABORT
006860     END-IF.
006870     IF PE-DAY < 01 OR PE-DAY > 31
006880         GO TO 9950-CONTROL-CARD-ABORT
006890     END-IF.
006900 1100-READ-CONTROL-CARD-EXIT.
006910     EXIT.
006920*--------------------------------------------------------------*
006930*    1200-OPEN-INPUTS
006940*--------------------------------------------------------------*
006950 1200-OPEN-INPUTS.
006960     OPEN INPUT PHSFILE.
006970     IF PHS-FILE-STATUS NOT = "00"
006980         MOVE "PHSFILE" TO MISSING-FILE-NAME
006990         GO TO 9955-FILE-MISSING-ABORT
007000     END-IF.
007010     OPEN INPUT CRGFILE.
007020     IF CRG-FILE-STATUS NOT = "00"
007030         MOVE "CRGFILE" TO MISSING-FILE-NAME
007040         GO TO 9955-FILE-MISSING-ABORT
007050     END-IF.
007060     OPEN INPUT GLFILE.
007070     IF GL-FILE-STATUS NOT = "00"
007080         MOVE "GLFILE" TO MISSING-FILE-NAME
007090         GO TO 9955-FILE-MISSING-ABORT
007100     END-IF.
007110     OPEN INPUT ACHFILE.
007120     IF ACH-FILE-STATUS NOT = "00"
007130         MOVE "ACHFILE" TO MISSING-FILE-NAME
007140         GO TO 9955-FILE-MISSING-ABORT
007150     END-IF.
007160     OPEN INPUT POSFILE.
007170     IF POS-FILE-STATUS NOT = "00"
007180         MOVE "POSFILE" TO MISSING-FILE-NAME
007190         GO TO 9955-FILE-MISSING-ABORT
007200     END-IF.
007210     OPEN INPUT YTDFILE.
007220     IF YTD-FILE-STATUS NOT = "00"
007230         MOVE "YTDFILE" TO MISSING-FILE-NAME
007240         GO TO 9955-FILE-MISSING-ABORT
007250     END-IF.
007260 1200-OPEN-INPUTS-EXIT.
007270     EXIT.
007280*--------------------------------------------------------------*
007290*    1300-LOAD-GL
007300*
007301*    THE MAIN RUN POSTS GROSS AS LABOR DEBITS AND EMPLOYER TAX
007302*    AS TAX EXPENSE DEBITS (CLASS T), BOTH BY LOCATION,
007303*    DEPARTMENT AND EARN TYPE, AND CREDITS WITHHOLDING (CLASS
007304*    W), NET PAY (N), THE EMPLOYER TAX LIABILITIES (F, U, S)
007305*    AND ONE LIABILITY PER DEDUCTION TYPE - ANY OTHER CREDIT IS
007306*    A DEDUCTION.  MEMO RECORDS DO NOT POST AND ARE PASSED OVER.
007307*    THE LINES ARE SORTED BY CLASS, NOT ACCOUNT, SINCE GLMFILE
007308*    NAMES THE ACCOUNTS.
007370*--------------------------------------------------------------*
007380 1300-LOAD-GL.
007390     PERFORM 1310-READ-GL THRU 1310-READ-GL-EXIT
007400         UNTIL GL-EOF.
007410     CLOSE GLFILE.
007420 1300-LOAD-GL-EXIT.
007430     EXIT.
007440*--------------------------------------------------------------*
007450*    1310-READ-GL
007460*--------------------------------------------------------------*
007470 1310-READ-GL.
007480     READ GLFILE
007490         AT END MOVE 'Y' TO GL-EOF-SW
007500     END-READ.
007510     IF GL-EOF
007520         GO TO 1310-READ-GL-EXIT
007530     END-IF.
007540     ADD 1 TO GL-READ-CTR.
007541     IF GL-CLASS = SPACE
007542         PERFORM 1320-CLASS-FROM-ACCOUNT
007543             THRU 1320-CLASS-FROM-ACCOUNT-EXIT
007544     END-IF.
007550     IF GL-DEBIT
007560         ADD GL-AMOUNT TO GL-DEBIT-TOTAL
007570         IF GL-CLASS-ER-TAX
007580             ADD GL-AMOUNT TO GL-ER-TAX-AMT
007590         ELSE
007600             ADD GL-AMOUNT TO GL-LABOR-AMT
007610         END-IF
007620         GO TO 1310-READ-GL-EXIT
007630     END-IF.
007640     IF NOT GL-CREDIT
007650         GO TO 1310-READ-GL-EXIT
007660     END-IF.
007670     ADD GL-AMOUNT TO GL-CREDIT-TOTAL.
007680     IF GL-CLASS-WITHHOLD
007690         ADD GL-AMOUNT TO GL-WITHHOLD-AMT
007700     ELSE
007710         IF GL-CLASS-NET-PAY
007720             ADD GL-AMOUNT TO GL-NET-AMT
007730         ELSE
007731             IF GL-CLASS-ER-LIAB
007770                 ADD GL-AMOUNT TO GL-ER-LIAB-AMT
007780             ELSE
007790                 ADD GL-AMOUNT TO GL-DEDUCT-AMT
007800             END-IF
007810         END-IF
007820     END-IF.
007830 1310-READ-GL-EXIT.
007840     EXIT.
007841*--------------------------------------------------------------*
007842*    1320-CLASS-FROM-ACCOUNT
007843*
007844*    POSTINGS CUT BEFORE THE CLASS BYTE WENT TO FIXED ACCOUNTS,
007845*    SO THE ACCOUNT TELLS THE CLASS.  LABOR DEBITS AND DEDUCTION
007846*    CREDITS STAY BLANK.
007847*--------------------------------------------------------------*
007848 1320-CLASS-FROM-ACCOUNT.
007849     IF GL-ACCOUNT = "5100-TAX"
007850         MOVE 'T' TO GL-CLASS
007851     END-IF.
007852     IF GL-ACCOUNT = "2100-WHL"
007853         MOVE 'W' TO GL-CLASS
007854     END-IF.
007855     IF GL-ACCOUNT = "1000-CSH"
007856         MOVE 'N' TO GL-CLASS
007857     END-IF.
007858     IF GL-ACCOUNT = "2300-FIC"
007859         MOVE 'F' TO GL-CLASS
007860     END-IF.
007861     IF GL-ACCOUNT = "2310-FUT"
007862         MOVE 'U' TO GL-CLASS
007863     END-IF.
007864     IF GL-ACCOUNT = "2320-SUT"
007865         MOVE 'S' TO GL-CLASS
007866     END-IF.
007867 1320-CLASS-FROM-ACCOUNT-EXIT.
007868     EXIT.
007850*--------------------------------------------------------------*
007860*    1400-LOAD-ACH
007870*
007880*    CREDITS GO TO THE TABLE TO BE MATCHED TO THE CHECKS.
007890*    PRENOTES CARRY NO MONEY AND ARE ONLY COUNTED.
007900*--------------------------------------------------------------*
007910 1400-LOAD-ACH.
007920     PERFORM 1410-READ-ACH THRU 1410-READ-ACH-EXIT
007930         UNTIL ACH-EOF.
007940     CLOSE ACHFILE.
007950 1400-LOAD-ACH-EXIT.
007960     EXIT.
007970*--------------------------------------------------------------*
007980*    1410-READ-ACH
007990*--------------------------------------------------------------*
008000 1410-READ-ACH.
008010     READ ACHFILE
008020         AT END MOVE 'Y' TO ACH-EOF-SW
008030     END-READ.
008040     IF ACH-EOF
008050         GO TO 1410-READ-ACH-EXIT
008060     END-IF.
008070     IF ACH-TRAILER
008080         ADD ACH-T-COUNT  TO ACH-TRAILER-CNT
008090         ADD ACH-T-AMOUNT TO ACH-TRAILER-AMT
008100         GO TO 1410-READ-ACH-EXIT
008110     END-IF.
008120     IF ACH-PRENOTE
008130         ADD 1 TO PRENOTE-CTR
008140         GO TO 1410-READ-ACH-EXIT
008150     END-IF.
008160     IF NOT ACH-DETAIL
008170         GO TO 1410-READ-ACH-EXIT
008180     END-IF.
008190     IF ACH-CNT >= ACH-MAX-ENTRIES
008200         MOVE "ACHFILE" TO MISSING-FILE-NAME
008210         GO TO 9960-TABLE-FULL-ABORT
008220     END-IF.
008230     ADD 1 TO ACH-CNT.
008240     MOVE ACH-EMP-ID TO ACH-E-EMP-ID (ACH-CNT).
008250     MOVE ACH-NAME   TO ACH-E-NAME (ACH-CNT).
008260     MOVE ACH-AMOUNT TO ACH-E-AMOUNT (ACH-CNT).
008270     MOVE 'N'        TO ACH-E-USED-SW (ACH-CNT).
008280     ADD 1          TO ACH-DETAIL-CNT.
008290     ADD ACH-AMOUNT TO ACH-DETAIL-AMT.
008300 1410-READ-ACH-EXIT.
008310     EXIT.
008320*--------------------------------------------------------------*
008330*    1500-LOAD-POS
008340*--------------------------------------------------------------*
008350 1500-LOAD-POS.
008360     PERFORM 1510-READ-POS THRU 1510-READ-POS-EXIT
008370         UNTIL POS-EOF.
008380     CLOSE POSFILE.
008390 1500-LOAD-POS-EXIT.
008400     EXIT.
008410*--------------------------------------------------------------*
008420*    1510-READ-POS
008430*--------------------------------------------------------------*
008440 1510-READ-POS.
008450     READ POSFILE
008460         AT END MOVE 'Y' TO POS-EOF-SW
008470     END-READ.
008480     IF POS-EOF
008490         GO TO 1510-READ-POS-EXIT
008500     END-IF.
008510     IF POS-TRAILER
008520         ADD POS-T-COUNT  TO POS-TRAILER-CNT
008530         ADD POS-T-AMOUNT TO POS-TRAILER-AMT
008540         GO TO 1510-READ-POS-EXIT
008550     END-IF.
008560     IF NOT POS-DETAIL
008570         GO TO 1510-READ-POS-EXIT
008580     END-IF.
008590     IF POS-CNT >= POS-MAX-ENTRIES
008600         MOVE "POSFILE" TO MISSING-FILE-NAME
008610         GO TO 9960-TABLE-FULL-ABORT
008620     END-IF.
008630     ADD 1 TO POS-CNT.
008640     MOVE POS-CHECK-NBR TO POS-E-CHECK-NBR (POS-CNT).
008650     MOVE POS-DATE      TO POS-E-DATE (POS-CNT).
008660     MOVE POS-PAYEE     TO POS-E-PAYEE (POS-CNT).
008670     MOVE POS-AMOUNT    TO POS-E-AMOUNT (POS-CNT).
008680     MOVE 'N'           TO POS-E-USED-SW (POS-CNT).
008690     ADD 1          TO POS-DETAIL-CNT.
008700     ADD POS-AMOUNT TO POS-DETAIL-AMT.
008710 1510-READ-POS-EXIT.
008720     EXIT.
008730*--------------------------------------------------------------*
008740*    1600-CHECK-RUN-LEDGER
008750*
008760*    THE FILES ARE NOT WHOLE WHILE ANY JOB IS STILL BETWEEN ITS
008770*    START AND CLEAN-END RECORDS, SO ANY LEDGER RECORD AT S
008780*    (OTHER THAN THIS PROGRAM'S OWN) REFUSES THE RUN.  SOME
008790*    MAIN RUN - THE ALL-GROUP PAYROLOO OR A GROUP RUN - MUST
008800*    HAVE COMPLETED THE PERIOD, AND A PERIOD ALREADY CLOSED
008810*    CLEAN IS NOT AUDITED AGAIN.
008820*--------------------------------------------------------------*
008830 1600-CHECK-RUN-LEDGER.
008840     OPEN I-O RLGFILE.
008850     IF RLG-FILE-NOT-FOUND
008860         OPEN OUTPUT RLGFILE
008870         CLOSE RLGFILE
008880         OPEN I-O RLGFILE
008890     END-IF.
008900     MOVE 'N' TO RLG-EOF-SW.
008910     MOVE 'N' TO RLG-CYCLE-OPEN-SW.
008920     MOVE 'N' TO PAY-RUN-FOUND-SW.
008930     MOVE LOW-VALUES TO RLG-KEY.
008940     START RLGFILE KEY NOT < RLG-KEY
008950         INVALID KEY MOVE 'Y' TO RLG-EOF-SW
008960     END-START.
008970     PERFORM 1610-SCAN-LEDGER-RECORD
008980         THRU 1610-SCAN-LEDGER-RECORD-EXIT
008990         UNTIL RLG-EOF.
009000     IF RLG-CYCLE-OPEN
009010         GO TO 9970-CYCLE-OPEN-ABORT
009020     END-IF.
009030     IF NOT PAY-RUN-FOUND
009040         GO TO 9975-NO-PAY-RUN-ABORT
009050     END-IF.
009060     MOVE 'N' TO RLG-FOUND-SW.
009070     MOVE RLG-THIS-PROGRAM TO RLG-PROGRAM.
009080     MOVE PERIOD-END       TO RLG-PERIOD-END.
009090     READ RLGFILE
009100         INVALID KEY
009110             CONTINUE
009120         NOT INVALID KEY
009130             MOVE 'Y' TO RLG-FOUND-SW
009140     END-READ.
009150     IF RLG-FOUND AND RLG-COMPLETED
009160         GO TO 9980-PERIOD-CLOSED-ABORT
009170     END-IF.
009180     MOVE RLG-THIS-PROGRAM TO RLG-PROGRAM.
009190     MOVE PERIOD-END       TO RLG-PERIOD-END.
009200     MOVE 'S'              TO RLG-STATUS.
009210     MOVE CLS-RUN-DATE     TO RLG-START-DATE.
009220     MOVE ZERO             TO RLG-END-DATE.
009230     IF RLG-FOUND
009240         REWRITE RLG-RECORD
009250     ELSE
009260         WRITE RLG-RECORD
009270     END-IF.
009280 1600-CHECK-RUN-LEDGER-EXIT.
009290     EXIT.
009300*--------------------------------------------------------------*
009310*    1610-SCAN-LEDGER-RECORD
009320*--------------------------------------------------------------*
009330 1610-SCAN-LEDGER-RECORD.
009340     READ RLGFILE NEXT RECORD
009350         AT END MOVE 'Y' TO RLG-EOF-SW
009360     END-READ.
009370     IF RLG-EOF
009380         GO TO 1610-SCAN-LEDGER-RECORD-EXIT
009390     END-IF.
009400     IF RLG-STARTED AND RLG-PROGRAM NOT = RLG-THIS-PROGRAM
009410         MOVE 'Y' TO RLG-CYCLE-OPEN-SW
009420     END-IF.
009430     IF RLG-PROGRAM-PREFIX = RLG-MAIN-PREFIX AND
009440        RLG-PERIOD-END = PERIOD-END AND
009450        RLG-COMPLETED
009460         MOVE 'Y' TO PAY-RUN-FOUND-SW
009470     END-IF.
009480 1610-SCAN-LEDGER-RECORD-EXIT.
009490     EXIT.
009491*--------------------------------------------------------------*
009492*    1700-COUNT-HELD-ACH
009493*
009494*    CREDITS OF THIS PERIOD STILL HELD BY PAYREVW.  NO ACHHOLD
009495*    FILE MEANS NOTHING WAS EVER HELD.
009496*--------------------------------------------------------------*
009497 1700-COUNT-HELD-ACH.
009498     OPEN INPUT ACHHOLD.
009499     IF AHL-FILE-STATUS NOT = "00"
009500         GO TO 1700-COUNT-HELD-ACH-EXIT
009501     END-IF.
009502     PERFORM 1710-READ-HELD-ACH THRU 1710-READ-HELD-ACH-EXIT
009503         UNTIL AHL-EOF.
009504     CLOSE ACHHOLD.
009505 1700-COUNT-HELD-ACH-EXIT.
009506     EXIT.
009507*--------------------------------------------------------------*
009508*    1710-READ-HELD-ACH
009509*--------------------------------------------------------------*
009510 1710-READ-HELD-ACH.
009511     READ ACHHOLD
009512         AT END MOVE 'Y' TO AHL-EOF-SW
009513     END-READ.
009514     IF AHL-EOF
009515         GO TO 1710-READ-HELD-ACH-EXIT
009516     END-IF.
009517     IF AHL-HELD AND AHL-PERIOD-END = PERIOD-END
009518         ADD 1 TO HELD-ACH-CTR
009519     END-IF.
009520 1710-READ-HELD-ACH-EXIT.
009521     EXIT.
009500*--------------------------------------------------------------*
009510*    3000-READ-PHS
009520*
009530*    THE WHOLE HISTORY IS READ - THE PERIOD'S OWN CHECKS ARE
009540*    PROVED, THE REST OF THE QUARTER FEEDS THE YTD BUCKET TIE.
009550*--------------------------------------------------------------*
009560 3000-READ-PHS.
009570     IF PHS-READ-CTR = ZERO
009580         MOVE LOW-VALUES TO PHS-KEY
009590         START PHSFILE KEY NOT < PHS-KEY
009600             INVALID KEY MOVE 'Y' TO PHS-EOF-SW
009610         END-START
009620         IF PHS-EOF
009630             GO TO 3000-READ-PHS-EXIT
009640         END-IF
009650     END-IF.
009660     READ PHSFILE NEXT RECORD
009670         AT END MOVE 'Y' TO PHS-EOF-SW
009680     END-READ.
009690     IF NOT PHS-EOF
009700         ADD 1 TO PHS-READ-CTR
009710     END-IF.
009720 3000-READ-PHS-EXIT.
009730     EXIT.
009740*--------------------------------------------------------------*
009750*    3100-PROCESS-PHS
009760*--------------------------------------------------------------*
009770 3100-PROCESS-PHS.
009780     IF PHS-PERIOD-END NOT < QTR-FIRST-DAY AND
009790        PHS-PERIOD-END NOT > QTR-LAST-DAY
009800         PERFORM 3150-ADD-YTD-EXPECTED
009810             THRU 3150-ADD-YTD-EXPECTED-EXIT
009820     END-IF.
009830     IF PHS-PERIOD-END = PERIOD-END
009840         PERFORM 3200-PROVE-CHECK THRU 3200-PROVE-CHECK-EXIT
009850     END-IF.
009860     PERFORM 3000-READ-PHS THRU 3000-READ-PHS-EXIT.
009870 3100-PROCESS-PHS-EXIT.
009880     EXIT.
009890*--------------------------------------------------------------*
009900*    3150-ADD-YTD-EXPECTED
009910*
009920*    EVERY PAY JOB POSTS A CHECK IN THE QUARTER OF ITS PERIOD
009930*    END AND PAYVOID BACKS A VOID OUT OF THE SAME QUARTER, SO
009940*    THE QUARTER'S STANDING CHECKS ARE WHAT THE BUCKETS HOLD.
009950*    A REPLACED CHECK IS CARRIED BY ITS REPLACEMENT.
009960*--------------------------------------------------------------*
009970 3150-ADD-YTD-EXPECTED.
009980     IF PHS-CHECK-VOIDED OR PHS-CHECK-REPLACED
009990         GO TO 3150-ADD-YTD-EXPECTED-EXIT
010000     END-IF.
010010     MOVE ZERO TO CHECK-ER-TAX.
010020     IF PHS-ER-FICA NUMERIC AND
010030        PHS-ER-FUTA NUMERIC AND
010040        PHS-ER-SUTA NUMERIC
010050         COMPUTE CHECK-ER-TAX =
010060             PHS-ER-FICA + PHS-ER-FUTA + PHS-ER-SUTA
010070     END-IF.
010080     IF PHS-PERIOD-END = PERIOD-END
010090         ADD PHS-GROSS     TO HIST-QTR-GROSS
010100         ADD PHS-FED-TAX   TO HIST-QTR-WITHHOLD
010110         ADD PHS-STATE-TAX TO HIST-QTR-WITHHOLD
010120         ADD CHECK-ER-TAX  TO HIST-QTR-ER-TAX
010130     ELSE
010140         ADD PHS-GROSS     TO OTHER-QTR-GROSS
010150         ADD PHS-FED-TAX   TO OTHER-QTR-WITHHOLD
010160         ADD PHS-STATE-TAX TO OTHER-QTR-WITHHOLD
010170         ADD CHECK-ER-TAX  TO OTHER-QTR-ER-TAX
010180     END-IF.
010190 3150-ADD-YTD-EXPECTED-EXIT.
010200     EXIT.
010210*--------------------------------------------------------------*
010220*    3200-PROVE-CHECK
010230*
010240*    A PAYVOID REPLACEMENT CARRIES ITS ORIGINAL'S PERIOD AND A
010250*    CROSS-REFERENCE BACK TO THE LOWER ORIGINAL NUMBER.  IT WAS
010260*    NEVER POSTED OR SENT TO THE BANK BY THE PAY RUN, SO IT IS
010270*    PROVED ONLY AGAINST THE REGISTER AND POSITIVE PAY.
010280*--------------------------------------------------------------*
010290 3200-PROVE-CHECK.
010300     ADD 1 TO PHS-PERIOD-CTR.
010310     MOVE 'N' TO REPLACEMENT-SW.
010320     IF PHS-XREF-CHECK NUMERIC AND
010330        PHS-XREF-CHECK NOT = ZERO AND
010340        PHS-XREF-CHECK < PHS-CHECK-NBR
010350         MOVE 'Y' TO REPLACEMENT-SW
010360     END-IF.
010370     MOVE PHS-SOURCE TO CHECK-SOURCE.
010380     IF CHECK-SOURCE = SPACE
010390         MOVE 'P' TO CHECK-SOURCE
010400     END-IF.
010410     IF PHS-CHECK-VOIDED
010420         ADD 1 TO VOIDED-CTR
010430     END-IF.
010440     IF REPLACEMENT-CHECK
010450         ADD 1       TO REPL-CNT
010460         ADD PHS-NET TO REPL-NET
010470     ELSE
010480         PERFORM 3210-ADD-TO-SOURCE
010490             THRU 3210-ADD-TO-SOURCE-EXIT
010500         IF CHECK-SOURCE = 'P'
010510             PERFORM 3220-ADD-MAIN-RUN
010520                 THRU 3220-ADD-MAIN-RUN-EXIT
010530         END-IF
010540     END-IF.
010550     IF PHS-NET NOT > ZERO
010560         ADD 1 TO NO-PAY-CTR
010570         GO TO 3200-PROVE-CHECK-EXIT
010580     END-IF.
010590     MOVE SPACES         TO CHECK-REASON.
010600     MOVE PHS-CHECK-NBR  TO CL-CHECK-NBR.
010610     MOVE PHS-EMP-ID     TO CL-EMP-ID.
010620     MOVE PHS-NAME       TO CL-NAME.
010630     MOVE CHECK-SOURCE   TO CL-SOURCE.
010640     MOVE PHS-NET        TO CL-HIST-AMT.
010650     MOVE SPACES         TO CL-CRG-AMT-X.
010660     MOVE SPACES         TO CL-POS-AMT-X.
010670     MOVE SPACES         TO CL-ACH-AMT-X.
010680     MOVE 'N' TO CRG-FOUND-SW.
010690     MOVE PHS-CHECK-NBR TO CRG-CHECK-NBR.
010700     READ CRGFILE
010710         INVALID KEY
010720             CONTINUE
010730         NOT INVALID KEY
010740             MOVE 'Y' TO CRG-FOUND-SW
010750     END-READ.
010760     IF CRG-FOUND AND CRG-EMP-ID NOT = PHS-EMP-ID
010770         MOVE 'N' TO CRG-FOUND-SW
010780         MOVE "CHECK NBR ON REG - OTHER EMP" TO NEW-REASON
010790         PERFORM 3900-SET-REASON THRU 3900-SET-REASON-EXIT
010800     END-IF.
010810*    A MAIN-RUN CHECK NOT ON THE REGISTER WENT TO THE BANK.
010820     IF NOT CRG-FOUND AND
010830        CHECK-SOURCE = 'P' AND
010840        NOT REPLACEMENT-CHECK
010850         PERFORM 3400-PROVE-ACH THRU 3400-PROVE-ACH-EXIT
010860     ELSE
010870         PERFORM 3300-PROVE-PAPER THRU 3300-PROVE-PAPER-EXIT
010880     END-IF.
010890     IF CHECK-REASON NOT = SPACES
010900         MOVE CHECK-REASON TO CL-REASON
010910         PERFORM 7000-WRITE-CHECK-LINE
010920             THRU 7000-WRITE-CHECK-LINE-EXIT
010930     END-IF.
010940 3200-PROVE-CHECK-EXIT.
010950     EXIT.
010960*--------------------------------------------------------------*
010970*    3210-ADD-TO-SOURCE
010980*--------------------------------------------------------------*
010990 3210-ADD-TO-SOURCE.
011000     MOVE ZERO TO SRC-MATCH-SUB.
011010     PERFORM 3215-FIND-SOURCE THRU 3215-FIND-SOURCE-EXIT
011020         VARYING SRC-SUB FROM 1 BY 1
011030         UNTIL SRC-SUB > SRC-TABLE-SIZE.
011040     IF SRC-MATCH-SUB = ZERO
011050         ADD 1       TO OTHER-SRC-CNT
011060         ADD PHS-NET TO OTHER-SRC-NET
011070     ELSE
011080         ADD 1       TO SRC-CNT (SRC-MATCH-SUB)
011090         ADD PHS-NET TO SRC-NET (SRC-MATCH-SUB)
011100     END-IF.
011110 3210-ADD-TO-SOURCE-EXIT.
011120     EXIT.
011130*--------------------------------------------------------------*
011140*    3215-FIND-SOURCE
011150*--------------------------------------------------------------*
011160 3215-FIND-SOURCE.
011170     IF SRC-CODE (SRC-SUB) = CHECK-SOURCE
011180         MOVE SRC-SUB TO SRC-MATCH-SUB
011190     END-IF.
011200 3215-FIND-SOURCE-EXIT.
011210     EXIT.
011220*--------------------------------------------------------------*
011230*    3220-ADD-MAIN-RUN
011240*
011250*    WHAT THE MAIN RUN POSTED FOR THIS CHECK.
011260*--------------------------------------------------------------*
011270 3220-ADD-MAIN-RUN.
011280     ADD PHS-GROSS      TO HIST-GROSS.
011290     ADD PHS-FED-TAX    TO HIST-WITHHOLD.
011300     ADD PHS-STATE-TAX  TO HIST-WITHHOLD.
011310     ADD PHS-DEDUCTIONS TO HIST-DEDUCT.
011320     ADD PHS-NET        TO HIST-NET.
011330     IF PHS-ER-FICA NUMERIC AND
011340        PHS-ER-FUTA NUMERIC AND
011350        PHS-ER-SUTA NUMERIC
011360         ADD PHS-ER-FICA TO HIST-ER-TAX
011370         ADD PHS-ER-FUTA TO HIST-ER-TAX
011380         ADD PHS-ER-SUTA TO HIST-ER-TAX
011390     END-IF.
011400 3220-ADD-MAIN-RUN-EXIT.
011410     EXIT.
011420*--------------------------------------------------------------*
011430*    3300-PROVE-PAPER
011440*
011450*    A PAPER CHECK MUST BE ON THE REGISTER AND ON POSITIVE PAY
011460*    FOR THE SAME AMOUNT.
011470*--------------------------------------------------------------*
011480 3300-PROVE-PAPER.
011490     ADD 1       TO HIST-PAPER-CNT.
011500     ADD PHS-NET TO HIST-PAPER-AMT.
011510     IF CRG-FOUND
011520         ADD 1          TO CRG-ISSUED-CNT
011530         ADD CRG-AMOUNT TO CRG-ISSUED-AMT
011540         MOVE CRG-AMOUNT TO CL-CRG-AMT
011550         IF CRG-AMOUNT NOT = PHS-NET
011560             MOVE "CHECK REG AMOUNT DIFFERS" TO NEW-REASON
011570             PERFORM 3900-SET-REASON THRU 3900-SET-REASON-EXIT
011580         END-IF
011590     ELSE
011600         MOVE MISSING-TEXT TO CL-CRG-AMT-X
011610         MOVE "NOT ON CHECK REGISTER" TO NEW-REASON
011620         PERFORM 3900-SET-REASON THRU 3900-SET-REASON-EXIT
011630     END-IF.
011640     MOVE PHS-CHECK-NBR TO FIND-CHECK-NBR.
011650     PERFORM 3310-FIND-POS THRU 3310-FIND-POS-EXIT.
011660     IF POS-MATCH-SUB = ZERO
011670         MOVE MISSING-TEXT TO CL-POS-AMT-X
011680         MOVE "NOT ON POSITIVE PAY" TO NEW-REASON
011690         PERFORM 3900-SET-REASON THRU 3900-SET-REASON-EXIT
011700         GO TO 3300-PROVE-PAPER-EXIT
011710     END-IF.
011720     MOVE 'Y' TO POS-E-USED-SW (POS-MATCH-SUB).
011730     ADD 1 TO POS-PERIOD-CNT.
011740     ADD POS-E-AMOUNT (POS-MATCH-SUB) TO POS-PERIOD-AMT.
011750     MOVE POS-E-AMOUNT (POS-MATCH-SUB) TO CL-POS-AMT.
011760     IF POS-E-AMOUNT (POS-MATCH-SUB) NOT = PHS-NET
011770         MOVE "POSITIVE PAY AMOUNT DIFFERS" TO NEW-REASON
011780         PERFORM 3900-SET-REASON THRU 3900-SET-REASON-EXIT
011790     END-IF.
011800 3300-PROVE-PAPER-EXIT.
011810     EXIT.
011820*--------------------------------------------------------------*
011830*    3310-FIND-POS
011840*
011850*    FIRST UNMATCHED POSITIVE-PAY ITEM FOR FIND-CHECK-NBR, OR
011860*    ZERO IN POS-MATCH-SUB.
011870*--------------------------------------------------------------*
011880 3310-FIND-POS.
011890     MOVE ZERO TO POS-MATCH-SUB.
011900     PERFORM 3315-MATCH-POS-ENTRY
011910         THRU 3315-MATCH-POS-ENTRY-EXIT
011920         VARYING POS-SUB FROM 1 BY 1
011930         UNTIL POS-SUB > POS-CNT OR POS-MATCH-SUB NOT = ZERO.
011940 3310-FIND-POS-EXIT.
011950     EXIT.
011960*--------------------------------------------------------------*
011970*    3315-MATCH-POS-ENTRY
011980*--------------------------------------------------------------*
011990 3315-MATCH-POS-ENTRY.
012000     IF POS-E-CHECK-NBR (POS-SUB) = FIND-CHECK-NBR AND
012010        NOT POS-E-USED (POS-SUB)
012020         MOVE POS-SUB TO POS-MATCH-SUB
012030     END-IF.
012040 3315-MATCH-POS-ENTRY-EXIT.
012050     EXIT.
012060*--------------------------------------------------------------*
012070*    3400-PROVE-ACH
012080*
012090*    THE BANK FILE CARRIES NO CHECK NUMBER - A CREDIT IS
012100*    MATCHED BY EMP-ID AND AMOUNT.
012110*--------------------------------------------------------------*
012120 3400-PROVE-ACH.
012130     MOVE PHS-EMP-ID TO FIND-EMP-ID.
012140     MOVE PHS-NET    TO FIND-AMOUNT.
012150     MOVE ZERO TO ACH-MATCH-SUB.
012160     PERFORM 3410-MATCH-ACH-ENTRY
012170         THRU 3410-MATCH-ACH-ENTRY-EXIT
012180         VARYING ACH-SUB FROM 1 BY 1
012190         UNTIL ACH-SUB > ACH-CNT OR ACH-MATCH-SUB NOT = ZERO.
012200     IF ACH-MATCH-SUB = ZERO
012210         ADD 1       TO HIST-PAPER-CNT
012220         ADD PHS-NET TO HIST-PAPER-AMT
012230         MOVE MISSING-TEXT TO CL-CRG-AMT-X
012240         MOVE MISSING-TEXT TO CL-ACH-AMT-X
012250         MOVE "NOT ON CHECK REG OR ACH FILE" TO NEW-REASON
012260         PERFORM 3900-SET-REASON THRU 3900-SET-REASON-EXIT
012270         GO TO 3400-PROVE-ACH-EXIT
012280     END-IF.
012290     MOVE 'Y' TO ACH-E-USED-SW (ACH-MATCH-SUB).
012300     ADD 1       TO HIST-ACH-CNT.
012310     ADD PHS-NET TO HIST-ACH-AMT.
012320     MOVE ACH-E-AMOUNT (ACH-MATCH-SUB) TO CL-ACH-AMT.
012330 3400-PROVE-ACH-EXIT.
012340     EXIT.
012350*--------------------------------------------------------------*
012360*    3410-MATCH-ACH-ENTRY
012370*--------------------------------------------------------------*
012380 3410-MATCH-ACH-ENTRY.
012390     IF ACH-E-EMP-ID (ACH-SUB) = FIND-EMP-ID AND
012400        ACH-E-AMOUNT (ACH-SUB) = FIND-AMOUNT AND
012410        NOT ACH-E-USED (ACH-SUB)
012420         MOVE ACH-SUB TO ACH-MATCH-SUB
012430     END-IF.
012440 3410-MATCH-ACH-ENTRY-EXIT.
012450     EXIT.
012460*--------------------------------------------------------------*
012470*    3900-SET-REASON
012480*
012490*    THE FIRST EXCEPTION FOUND FOR A CHECK IS THE ONE PRINTED -
012500*    THE AMOUNT COLUMNS SHOW THE REST.
012510*--------------------------------------------------------------*
012520 3900-SET-REASON.
012530     IF CHECK-REASON = SPACES
012540         MOVE NEW-REASON TO CHECK-REASON
012550     END-IF.
012560 3900-SET-REASON-EXIT.
012570     EXIT.
012580*--------------------------------------------------------------*
012590*    4000-SCAN-CHECK-REGISTER
012600*
012610*    A CHECK ISSUED ON THE PERIOD END THAT IS NOWHERE IN THE
012620*    EMPLOYEE'S HISTORY WAS NEVER PROVED ABOVE.  ONE IN HISTORY
012630*    UNDER ANOTHER PERIOD IS A PAYVOID REPLACEMENT THAT HAPPENED
012640*    TO BE CUT ON THIS DATE, AND BELONGS TO THAT PERIOD.
012650*--------------------------------------------------------------*
012660 4000-SCAN-CHECK-REGISTER.
012670     MOVE 'N'  TO CRG-EOF-SW.
012680     MOVE ZERO TO CRG-CHECK-NBR.
012690     START CRGFILE KEY NOT < CRG-CHECK-NBR
012700         INVALID KEY MOVE 'Y' TO CRG-EOF-SW
012710     END-START.
012720     PERFORM 4010-CHECK-REGISTER-RECORD
012730         THRU 4010-CHECK-REGISTER-RECORD-EXIT
012740         UNTIL CRG-EOF.
012750 4000-SCAN-CHECK-REGISTER-EXIT.
012760     EXIT.
012770*--------------------------------------------------------------*
012780*    4010-CHECK-REGISTER-RECORD
012790*--------------------------------------------------------------*
012800 4010-CHECK-REGISTER-RECORD.
012810     READ CRGFILE NEXT RECORD
012820         AT END MOVE 'Y' TO CRG-EOF-SW
012830     END-READ.
012840     IF CRG-EOF OR CRG-ISSUE-DATE NOT = PERIOD-END
012850         GO TO 4010-CHECK-REGISTER-RECORD-EXIT
012860     END-IF.
012870     MOVE CRG-EMP-ID    TO FIND-EMP-ID.
012880     MOVE CRG-CHECK-NBR TO FIND-CHECK-NBR.
012890     PERFORM 4100-FIND-IN-HISTORY THRU 4100-FIND-IN-HISTORY-EXIT.
012900     IF HIST-FOUND
012910         GO TO 4010-CHECK-REGISTER-RECORD-EXIT
012920     END-IF.
012930     ADD 1          TO CRG-ISSUED-CNT.
012940     ADD CRG-AMOUNT TO CRG-ISSUED-AMT.
012950     MOVE CRG-CHECK-NBR TO CL-CHECK-NBR.
012960     MOVE CRG-EMP-ID    TO CL-EMP-ID.
012970     MOVE CRG-PAYEE     TO CL-NAME.
012980     MOVE SPACE         TO CL-SOURCE.
012990     MOVE MISSING-TEXT  TO CL-HIST-AMT-X.
013000     MOVE CRG-AMOUNT    TO CL-CRG-AMT.
013010     MOVE SPACES        TO CL-POS-AMT-X.
013020     MOVE SPACES        TO CL-ACH-AMT-X.
013030     PERFORM 3310-FIND-POS THRU 3310-FIND-POS-EXIT.
013040     IF POS-MATCH-SUB NOT = ZERO
013050         MOVE 'Y' TO POS-E-USED-SW (POS-MATCH-SUB)
013060         ADD 1 TO POS-PERIOD-CNT
013070         ADD POS-E-AMOUNT (POS-MATCH-SUB) TO POS-PERIOD-AMT
013080         MOVE POS-E-AMOUNT (POS-MATCH-SUB) TO CL-POS-AMT
013090     END-IF.
013100     MOVE "ON CHECK REG - NOT IN HISTORY" TO CL-REASON.
013110     PERFORM 7000-WRITE-CHECK-LINE
013120         THRU 7000-WRITE-CHECK-LINE-EXIT.
013130 4010-CHECK-REGISTER-RECORD-EXIT.
013140     EXIT.
013150*--------------------------------------------------------------*
013160*    4100-FIND-IN-HISTORY
013170*
013180*    LOOKS THROUGH FIND-EMP-ID'S HISTORY FOR FIND-CHECK-NBR
013190*    UNDER ANY PERIOD.  HIST-FOUND-PERIOD IS THE PERIOD FOUND.
013200*--------------------------------------------------------------*
013210 4100-FIND-IN-HISTORY.
013220     MOVE 'N'  TO HIST-FOUND-SW.
013230     MOVE 'N'  TO HIST-DONE-SW.
013240     MOVE ZERO TO HIST-FOUND-PERIOD.
013250     MOVE FIND-EMP-ID TO PHS-EMP-ID.
013260     MOVE ZERO        TO PHS-PERIOD-END.
013270     MOVE ZERO        TO PHS-CHECK-NBR.
013280     START PHSFILE KEY NOT < PHS-KEY
013290         INVALID KEY MOVE 'Y' TO HIST-DONE-SW
013300     END-START.
013310     PERFORM 4110-READ-HISTORY-NEXT
013320         THRU 4110-READ-HISTORY-NEXT-EXIT
013330         UNTIL HIST-DONE.
013340 4100-FIND-IN-HISTORY-EXIT.
013350     EXIT.
013360*--------------------------------------------------------------*
013370*    4110-READ-HISTORY-NEXT
013380*--------------------------------------------------------------*
013390 4110-READ-HISTORY-NEXT.
013400     READ PHSFILE NEXT RECORD
013410         AT END MOVE 'Y' TO HIST-DONE-SW
013420     END-READ.
013430     IF HIST-DONE
013440         GO TO 4110-READ-HISTORY-NEXT-EXIT
013450     END-IF.
013460     IF PHS-EMP-ID NOT = FIND-EMP-ID
013470         MOVE 'Y' TO HIST-DONE-SW
013480         GO TO 4110-READ-HISTORY-NEXT-EXIT
013490     END-IF.
013500     IF PHS-CHECK-NBR = FIND-CHECK-NBR
013510         MOVE 'Y' TO HIST-FOUND-SW
013520         MOVE 'Y' TO HIST-DONE-SW
013530         MOVE PHS-PERIOD-END TO HIST-FOUND-PERIOD
013540     END-IF.
013550 4110-READ-HISTORY-NEXT-EXIT.
013560     EXIT.
013570*--------------------------------------------------------------*
013580*    4200-LIST-UNMATCHED-ACH
013590*
013600*    A BANK CREDIT NO MAIN-RUN CHECK ACCOUNTS FOR.
013610*--------------------------------------------------------------*
013620 4200-LIST-UNMATCHED-ACH.
013630     IF ACH-E-USED (ACH-SUB)
013640         GO TO 4200-LIST-UNMATCHED-ACH-EXIT
013650     END-IF.
013660     MOVE SPACES                  TO CL-CHECK-NBR-X.
013670     MOVE ACH-E-EMP-ID (ACH-SUB)  TO CL-EMP-ID.
013680     MOVE ACH-E-NAME (ACH-SUB)    TO CL-NAME.
013690     MOVE SPACE                   TO CL-SOURCE.
013700     MOVE MISSING-TEXT            TO CL-HIST-AMT-X.
013710     MOVE SPACES                  TO CL-CRG-AMT-X.
013720     MOVE SPACES                  TO CL-POS-AMT-X.
013730     MOVE ACH-E-AMOUNT (ACH-SUB)  TO CL-ACH-AMT.
013740     MOVE "IN ACH FILE - NOT IN HISTORY" TO CL-REASON.
013750     PERFORM 7000-WRITE-CHECK-LINE
013760         THRU 7000-WRITE-CHECK-LINE-EXIT.
013770 4200-LIST-UNMATCHED-ACH-EXIT.
013780     EXIT.
013790*--------------------------------------------------------------*
013800*    4300-LIST-UNMATCHED-POS
013810*
013820*    A POSITIVE-PAY ITEM NO CHECK OF THE PERIOD ACCOUNTS FOR.
013830*    ONE DATED OTHER THAN THE PERIOD END, OR ON THE REGISTER
013840*    AND IN HISTORY UNDER ANOTHER PERIOD, IS A PAYVOID
013850*    REPLACEMENT FOR ANOTHER PERIOD AND IS ONLY COUNTED.
013860*--------------------------------------------------------------*
013870 4300-LIST-UNMATCHED-POS.
013880     IF POS-E-USED (POS-SUB)
013890         GO TO 4300-LIST-UNMATCHED-POS-EXIT
013900     END-IF.
013910     IF POS-E-DATE (POS-SUB) NOT = PERIOD-END
013920         ADD 1 TO POS-OTHER-CTR
013930         GO TO 4300-LIST-UNMATCHED-POS-EXIT
013940     END-IF.
013950     MOVE 'N' TO HIST-FOUND-SW.
013960     MOVE POS-E-CHECK-NBR (POS-SUB) TO CRG-CHECK-NBR.
013970     READ CRGFILE
013980         INVALID KEY
013990             MOVE 'N' TO CRG-FOUND-SW
014000         NOT INVALID KEY
014010             MOVE 'Y' TO CRG-FOUND-SW
014020     END-READ.
014030     IF CRG-FOUND
014040         MOVE CRG-EMP-ID    TO FIND-EMP-ID
014050         MOVE CRG-CHECK-NBR TO FIND-CHECK-NBR
014060         PERFORM 4100-FIND-IN-HISTORY
014070             THRU 4100-FIND-IN-HISTORY-EXIT
014080     END-IF.
014090     IF HIST-FOUND AND HIST-FOUND-PERIOD NOT = PERIOD-END
014100         ADD 1 TO POS-OTHER-CTR
014110         GO TO 4300-LIST-UNMATCHED-POS-EXIT
014120     END-IF.
014130     ADD 1 TO POS-PERIOD-CNT.
014140     ADD POS-E-AMOUNT (POS-SUB) TO POS-PERIOD-AMT.
014150     MOVE POS-E-CHECK-NBR (POS-SUB) TO CL-CHECK-NBR.
014160     MOVE SPACES                    TO CL-EMP-ID.
014170     MOVE POS-E-PAYEE (POS-SUB)     TO CL-NAME.
014180     MOVE SPACE                     TO CL-SOURCE.
014190     MOVE SPACES                    TO CL-CRG-AMT-X.
014200     IF CRG-FOUND
014210         MOVE CRG-EMP-ID TO CL-EMP-ID
014220         MOVE CRG-AMOUNT TO CL-CRG-AMT
014230     END-IF.
014240     IF HIST-FOUND
014250         MOVE SPACES       TO CL-HIST-AMT-X
014260         MOVE "POS PAY ITEM NOT MATCHED" TO CL-REASON
014270     ELSE
014280         MOVE MISSING-TEXT TO CL-HIST-AMT-X
014290         MOVE "ON POSITIVE PAY - NOT IN HIST" TO CL-REASON
014300     END-IF.
014310     MOVE POS-E-AMOUNT (POS-SUB)    TO CL-POS-AMT.
014320     MOVE SPACES                    TO CL-ACH-AMT-X.
014330     PERFORM 7000-WRITE-CHECK-LINE
014340         THRU 7000-WRITE-CHECK-LINE-EXIT.
014350 4300-LIST-UNMATCHED-POS-EXIT.
014360     EXIT.
014370*--------------------------------------------------------------*
014380*    5000-LOAD-YTD
014390*--------------------------------------------------------------*
014400 5000-LOAD-YTD.
014410     PERFORM 5010-READ-YTD THRU 5010-READ-YTD-EXIT
014420         UNTIL YTD-EOF.
014430     CLOSE YTDFILE.
014440 5000-LOAD-YTD-EXIT.
014450     EXIT.
014460*--------------------------------------------------------------*
014470*    5010-READ-YTD
014480*--------------------------------------------------------------*
014490 5010-READ-YTD.
014500     READ YTDFILE NEXT RECORD
014510         AT END MOVE 'Y' TO YTD-EOF-SW
014520     END-READ.
014530     IF YTD-EOF
014540         GO TO 5010-READ-YTD-EXIT
014550     END-IF.
014560     ADD 1 TO YTD-READ-CTR.
014570     ADD YTD-QTR-GROSS (PERIOD-QTR)    TO YTD-QTR-GROSS-SUM.
014580     ADD YTD-QTR-WITHHOLD (PERIOD-QTR) TO YTD-QTR-WITHHOLD-SUM.
014590     ADD YTD-QTR-ER-TAX (PERIOD-QTR)   TO YTD-QTR-ER-TAX-SUM.
014600 5010-READ-YTD-EXIT.
014610     EXIT.
014620*--------------------------------------------------------------*
014630*    6000-WRITE-SOURCE-SUMMARY
014640*--------------------------------------------------------------*
014650 6000-WRITE-SOURCE-SUMMARY.
014660     MOVE CLS-BLANK-LINE TO CLS-OUT-LINE.
014670     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
014680     MOVE CLS-SOURCE-HEADING TO CLS-OUT-LINE.
014690     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
014700     PERFORM 6010-WRITE-SOURCE-LINE
014710         THRU 6010-WRITE-SOURCE-LINE-EXIT
014720         VARYING SRC-SUB FROM 1 BY 1
014730         UNTIL SRC-SUB > SRC-TABLE-SIZE.
014740     MOVE "REPLACEMENTS (PAYVOID)" TO CLS-S-DESC.
014750     MOVE REPL-CNT TO CLS-S-COUNT.
014760     MOVE REPL-NET TO CLS-S-NET.
014770     MOVE CLS-SOURCE-LINE TO CLS-OUT-LINE.
014780     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
014790     IF OTHER-SRC-CNT > ZERO
014800         MOVE "UNKNOWN SOURCE CODE" TO CLS-S-DESC
014810         MOVE OTHER-SRC-CNT TO CLS-S-COUNT
014820         MOVE OTHER-SRC-NET TO CLS-S-NET
014830         MOVE CLS-SOURCE-LINE TO CLS-OUT-LINE
014840         PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT
014850     END-IF.
014860 6000-WRITE-SOURCE-SUMMARY-EXIT.
014870     EXIT.
014880*--------------------------------------------------------------*
014890*    6010-WRITE-SOURCE-LINE
014900*--------------------------------------------------------------*
014910 6010-WRITE-SOURCE-LINE.
014920     MOVE SRC-DESC (SRC-SUB) TO CLS-S-DESC.
014930     MOVE SRC-CNT (SRC-SUB)  TO CLS-S-COUNT.
014940     MOVE SRC-NET (SRC-SUB)  TO CLS-S-NET.
014950     MOVE CLS-SOURCE-LINE TO CLS-OUT-LINE.
014960     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
014970 6010-WRITE-SOURCE-LINE-EXIT.
014980     EXIT.
014990*--------------------------------------------------------------*
015000*    6500-WRITE-TIE-OUT
015010*
015020*    EACH PIECE OF THE PERIOD'S PAY HISTORY SIDE BY SIDE WITH
015030*    THE FILE THAT CARRIED IT, THEN EACH FILE'S DETAIL AGAINST
015040*    ITS OWN CONTROLS.  THE YTD SIDE IS THE QUARTER'S BUCKETS
015050*    LESS THE OTHER PERIODS' STANDING CHECKS.
015060*--------------------------------------------------------------*
015070 6500-WRITE-TIE-OUT.
015080     MOVE CLS-BLANK-LINE TO CLS-OUT-LINE.
015090     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
015100     MOVE "PAY HISTORY TO FILES" TO CLS-TH-DESC.
015110     MOVE "        PAY HISTORY"  TO CLS-TH-LEFT.
015120     MOVE "               FILE"  TO CLS-TH-RIGHT.
015130     MOVE CLS-TIE-HEADING TO CLS-OUT-LINE.
015140     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
015150     MOVE "GROSS PAY - GL LABOR DEBITS" TO TIE-DESC.
015160     MOVE HIST-GROSS    TO TIE-LEFT-AMT.
015170     MOVE GL-LABOR-AMT  TO TIE-RIGHT-AMT.
015180     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015190     MOVE "WITHHOLDING - GL LIABILITY" TO TIE-DESC.
015200     MOVE HIST-WITHHOLD   TO TIE-LEFT-AMT.
015210     MOVE GL-WITHHOLD-AMT TO TIE-RIGHT-AMT.
015220     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015230     MOVE "DEDUCTIONS - GL LIABILITIES" TO TIE-DESC.
015240     MOVE HIST-DEDUCT   TO TIE-LEFT-AMT.
015250     MOVE GL-DEDUCT-AMT TO TIE-RIGHT-AMT.
015260     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015270     MOVE "NET PAY - GL CASH" TO TIE-DESC.
015280     MOVE HIST-NET   TO TIE-LEFT-AMT.
015290     MOVE GL-NET-AMT TO TIE-RIGHT-AMT.
015300     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015310     MOVE "EMPLOYER TAX - GL TAX EXPENSE" TO TIE-DESC.
015320     MOVE HIST-ER-TAX   TO TIE-LEFT-AMT.
015330     MOVE GL-ER-TAX-AMT TO TIE-RIGHT-AMT.
015340     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015350     MOVE "EMPLOYER TAX - GL TAX CREDITS" TO TIE-DESC.
015360     MOVE HIST-ER-TAX    TO TIE-LEFT-AMT.
015370     MOVE GL-ER-LIAB-AMT TO TIE-RIGHT-AMT.
015380     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015390     MOVE "ACH NET PAY - ACH DETAIL" TO TIE-DESC.
015400     MOVE HIST-ACH-AMT   TO TIE-LEFT-AMT.
015410     MOVE ACH-DETAIL-AMT TO TIE-RIGHT-AMT.
015420     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015430     MOVE "ACH ITEMS - ACH DETAIL" TO TIE-DESC.
015440     MOVE HIST-ACH-CNT   TO TIE-LEFT-CNT.
015450     MOVE ACH-DETAIL-CNT TO TIE-RIGHT-CNT.
015460     PERFORM 6650-WRITE-COUNT-TIE-LINE
015470         THRU 6650-WRITE-COUNT-TIE-LINE-EXIT.
015480     MOVE "PAPER NET PAY - CHECK REG" TO TIE-DESC.
015490     MOVE HIST-PAPER-AMT TO TIE-LEFT-AMT.
015500     MOVE CRG-ISSUED-AMT TO TIE-RIGHT-AMT.
015510     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015520     MOVE "PAPER CHECKS - CHECK REG" TO TIE-DESC.
015530     MOVE HIST-PAPER-CNT TO TIE-LEFT-CNT.
015540     MOVE CRG-ISSUED-CNT TO TIE-RIGHT-CNT.
015550     PERFORM 6650-WRITE-COUNT-TIE-LINE
015560         THRU 6650-WRITE-COUNT-TIE-LINE-EXIT.
015570     MOVE "PAPER NET PAY - POSITIVE PAY" TO TIE-DESC.
015580     MOVE HIST-PAPER-AMT TO TIE-LEFT-AMT.
015590     MOVE POS-PERIOD-AMT TO TIE-RIGHT-AMT.
015600     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015610     MOVE "PAPER CHECKS - POSITIVE PAY" TO TIE-DESC.
015620     MOVE HIST-PAPER-CNT TO TIE-LEFT-CNT.
015630     MOVE POS-PERIOD-CNT TO TIE-RIGHT-CNT.
015640     PERFORM 6650-WRITE-COUNT-TIE-LINE
015650         THRU 6650-WRITE-COUNT-TIE-LINE-EXIT.
015660     MOVE "QTR GROSS - YTD BUCKET CHANGE" TO TIE-DESC.
015670     MOVE HIST-QTR-GROSS TO TIE-LEFT-AMT.
015680     COMPUTE TIE-RIGHT-AMT = YTD-QTR-GROSS-SUM - OTHER-QTR-GROSS.
015690     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015700     MOVE "QTR WITHHOLD - YTD CHANGE" TO TIE-DESC.
015710     MOVE HIST-QTR-WITHHOLD TO TIE-LEFT-AMT.
015720     COMPUTE TIE-RIGHT-AMT =
015730         YTD-QTR-WITHHOLD-SUM - OTHER-QTR-WITHHOLD.
015740     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015750     MOVE "QTR EMPLOYER TAX - YTD CHANGE" TO TIE-DESC.
015760     MOVE HIST-QTR-ER-TAX TO TIE-LEFT-AMT.
015770     COMPUTE TIE-RIGHT-AMT =
015780         YTD-QTR-ER-TAX-SUM - OTHER-QTR-ER-TAX.
015790     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015800     MOVE CLS-BLANK-LINE TO CLS-OUT-LINE.
015810     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
015820     MOVE "FILE CONTROLS" TO CLS-TH-DESC.
015830     MOVE "       DETAIL/DEBIT" TO CLS-TH-LEFT.
015840     MOVE "     TRAILER/CREDIT" TO CLS-TH-RIGHT.
015850     MOVE CLS-TIE-HEADING TO CLS-OUT-LINE.
015860     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
015870     MOVE "GL DEBITS - GL CREDITS" TO TIE-DESC.
015880     MOVE GL-DEBIT-TOTAL  TO TIE-LEFT-AMT.
015890     MOVE GL-CREDIT-TOTAL TO TIE-RIGHT-AMT.
015900     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015910     MOVE "ACH DETAIL - ACH TRAILERS" TO TIE-DESC.
015920     MOVE ACH-DETAIL-AMT  TO TIE-LEFT-AMT.
015930     MOVE ACH-TRAILER-AMT TO TIE-RIGHT-AMT.
015940     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
015950     MOVE "ACH ITEMS - ACH TRAILERS" TO TIE-DESC.
015960     MOVE ACH-DETAIL-CNT  TO TIE-LEFT-CNT.
015970     MOVE ACH-TRAILER-CNT TO TIE-RIGHT-CNT.
015980     PERFORM 6650-WRITE-COUNT-TIE-LINE
015990         THRU 6650-WRITE-COUNT-TIE-LINE-EXIT.
016000     MOVE "POS PAY DETAIL - POS TRAILERS" TO TIE-DESC.
016010     MOVE POS-DETAIL-AMT  TO TIE-LEFT-AMT.
016020     MOVE POS-TRAILER-AMT TO TIE-RIGHT-AMT.
016030     PERFORM 6600-WRITE-TIE-LINE THRU 6600-WRITE-TIE-LINE-EXIT.
016040     MOVE "POS PAY ITEMS - POS TRAILERS" TO TIE-DESC.
016050     MOVE POS-DETAIL-CNT  TO TIE-LEFT-CNT.
016060     MOVE POS-TRAILER-CNT TO TIE-RIGHT-CNT.
016070     PERFORM 6650-WRITE-COUNT-TIE-LINE
016080         THRU 6650-WRITE-COUNT-TIE-LINE-EXIT.
016090 6500-WRITE-TIE-OUT-EXIT.
016100     EXIT.
016110*--------------------------------------------------------------*
016120*    6600-WRITE-TIE-LINE
016130*--------------------------------------------------------------*
016140 6600-WRITE-TIE-LINE.
016150     COMPUTE TIE-DIFF-AMT = TIE-LEFT-AMT - TIE-RIGHT-AMT.
016160     MOVE TIE-DESC      TO CLS-T-DESC.
016170     MOVE TIE-LEFT-AMT  TO CLS-T-LEFT.
016180     MOVE TIE-RIGHT-AMT TO CLS-T-RIGHT.
016190     MOVE TIE-DIFF-AMT  TO CLS-T-DIFF.
016200     IF TIE-DIFF-AMT = ZERO
016210         MOVE "IN BALANCE"     TO CLS-T-VERDICT
016220     ELSE
016230         MOVE "OUT OF BALANCE" TO CLS-T-VERDICT
016240         MOVE 'N' TO CLOSE-SW
016250         ADD 1 TO TIE-FAIL-CTR
016260     END-IF.
016270     MOVE CLS-TIE-LINE TO CLS-OUT-LINE.
016280     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
016290 6600-WRITE-TIE-LINE-EXIT.
016300     EXIT.
016310*--------------------------------------------------------------*
016320*    6650-WRITE-COUNT-TIE-LINE
016330*--------------------------------------------------------------*
016340 6650-WRITE-COUNT-TIE-LINE.
016350     COMPUTE TIE-DIFF-CNT = TIE-LEFT-CNT - TIE-RIGHT-CNT.
016360     MOVE TIE-DESC      TO CLS-C-DESC.
016370     MOVE TIE-LEFT-CNT  TO CLS-C-LEFT.
016380     MOVE TIE-RIGHT-CNT TO CLS-C-RIGHT.
016390     MOVE TIE-DIFF-CNT  TO CLS-C-DIFF.
016400     IF TIE-DIFF-CNT = ZERO
016410         MOVE "IN BALANCE"     TO CLS-C-VERDICT
016420     ELSE
016430         MOVE "OUT OF BALANCE" TO CLS-C-VERDICT
016440         MOVE 'N' TO CLOSE-SW
016450         ADD 1 TO TIE-FAIL-CTR
016460     END-IF.
016470     MOVE CLS-COUNT-TIE-LINE TO CLS-OUT-LINE.
016480     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
016490 6650-WRITE-COUNT-TIE-LINE-EXIT.
016500     EXIT.
016510*--------------------------------------------------------------*
016520*    7000-WRITE-CHECK-LINE
016530*
016540*    ANY CHECK LISTED LEAVES THE PERIOD OPEN.
016550*--------------------------------------------------------------*
016560 7000-WRITE-CHECK-LINE.
016570     MOVE CLS-CHECK-LINE TO CLS-OUT-LINE.
016580     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
016590     ADD 1 TO LISTED-CTR.
016600     MOVE 'N' TO CLOSE-SW.
016610 7000-WRITE-CHECK-LINE-EXIT.
016620     EXIT.
016630*--------------------------------------------------------------*
016640*    7100-PRINT-LINE
016650*--------------------------------------------------------------*
016660 7100-PRINT-LINE.
016670     IF CLS-LINE-CTR >= CLS-LINES-PER-PAGE
016680         PERFORM 7500-WRITE-PAGE-HEADERS
016690             THRU 7500-WRITE-PAGE-HEADERS-EXIT
016700     END-IF.
016710     WRITE CLS-PRT-RECORD FROM CLS-OUT-LINE.
016720     ADD 1 TO CLS-LINE-CTR.
016730 7100-PRINT-LINE-EXIT.
016740     EXIT.
016750*--------------------------------------------------------------*
016760*    7500-WRITE-PAGE-HEADERS
016770*--------------------------------------------------------------*
016780 7500-WRITE-PAGE-HEADERS.
016790     ADD 1 TO CLS-PAGE-NBR.
016800     MOVE CLS-PAGE-NBR TO CLS-B1-PAGE-NBR.
016810     WRITE CLS-PRT-RECORD FROM CLS-BANNER-LINE-1
016820         AFTER ADVANCING PAGE.
016830     WRITE CLS-PRT-RECORD FROM CLS-BANNER-LINE-2.
016840     WRITE CLS-PRT-RECORD FROM CLS-BLANK-LINE.
016850     MOVE 3 TO CLS-LINE-CTR.
016860     IF LISTING-CHECKS
016870         WRITE CLS-PRT-RECORD FROM CLS-CHECK-HEADING
016880         ADD 1 TO CLS-LINE-CTR
016890     END-IF.
016900 7500-WRITE-PAGE-HEADERS-EXIT.
016910     EXIT.
016920*--------------------------------------------------------------*
016930*    9500-WRITE-TOTALS
016940*--------------------------------------------------------------*
016950 9500-WRITE-TOTALS.
016960     MOVE CLS-BLANK-LINE TO CLS-OUT-LINE.
016970     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
016980     MOVE "PAY HISTORY RECORDS READ" TO CLS-TOT-DESC.
016990     MOVE PHS-READ-CTR TO CLS-TOT-COUNT.
017000     PERFORM 9510-WRITE-TOTAL-LINE
017010         THRU 9510-WRITE-TOTAL-LINE-EXIT.
017020     MOVE "CHECKS FOR THE PERIOD" TO CLS-TOT-DESC.
017030     MOVE PHS-PERIOD-CTR TO CLS-TOT-COUNT.
017040     PERFORM 9510-WRITE-TOTAL-LINE
017050         THRU 9510-WRITE-TOTAL-LINE-EXIT.
017060     MOVE "  VOIDED SINCE ISSUE" TO CLS-TOT-DESC.
017070     MOVE VOIDED-CTR TO CLS-TOT-COUNT.
017080     PERFORM 9510-WRITE-TOTAL-LINE
017090         THRU 9510-WRITE-TOTAL-LINE-EXIT.
017100     MOVE "  NO NET PAY - NOTHING ISSUED" TO CLS-TOT-DESC.
017110     MOVE NO-PAY-CTR TO CLS-TOT-COUNT.
017120     PERFORM 9510-WRITE-TOTAL-LINE
017130         THRU 9510-WRITE-TOTAL-LINE-EXIT.
017140     MOVE "GL RECORDS READ" TO CLS-TOT-DESC.
017150     MOVE GL-READ-CTR TO CLS-TOT-COUNT.
017160     PERFORM 9510-WRITE-TOTAL-LINE
017170         THRU 9510-WRITE-TOTAL-LINE-EXIT.
017180     MOVE "ACH PRENOTES (NO MONEY)" TO CLS-TOT-DESC.
017190     MOVE PRENOTE-CTR TO CLS-TOT-COUNT.
017200     PERFORM 9510-WRITE-TOTAL-LINE
017210         THRU 9510-WRITE-TOTAL-LINE-EXIT.
017220     MOVE "POS PAY ITEMS - OTHER PERIODS" TO CLS-TOT-DESC.
017230     MOVE POS-OTHER-CTR TO CLS-TOT-COUNT.
017240     PERFORM 9510-WRITE-TOTAL-LINE
017250         THRU 9510-WRITE-TOTAL-LINE-EXIT.
017260     MOVE "YTD RECORDS READ" TO CLS-TOT-DESC.
017270     MOVE YTD-READ-CTR TO CLS-TOT-COUNT.
017280     PERFORM 9510-WRITE-TOTAL-LINE
017290         THRU 9510-WRITE-TOTAL-LINE-EXIT.
017300     MOVE "CHECKS LISTED" TO CLS-TOT-DESC.
017310     MOVE LISTED-CTR TO CLS-TOT-COUNT.
017320     PERFORM 9510-WRITE-TOTAL-LINE
017330         THRU 9510-WRITE-TOTAL-LINE-EXIT.
017331     MOVE "ACH CREDITS STILL HELD" TO CLS-TOT-DESC.
017332     MOVE HELD-ACH-CTR TO CLS-TOT-COUNT.
017333     PERFORM 9510-WRITE-TOTAL-LINE
017334         THRU 9510-WRITE-TOTAL-LINE-EXIT.
017340     MOVE "TIE LINES OUT OF BALANCE" TO CLS-TOT-DESC.
017350     MOVE TIE-FAIL-CTR TO CLS-TOT-COUNT.
017360     PERFORM 9510-WRITE-TOTAL-LINE
017370         THRU 9510-WRITE-TOTAL-LINE-EXIT.
017380     MOVE CLS-BLANK-LINE TO CLS-OUT-LINE.
017390     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
017400     IF CLOSE-OK
017410         MOVE CLS-CLOSED-LINE TO CLS-OUT-LINE
017420     ELSE
017430         MOVE CLS-NOT-CLOSED-LINE TO CLS-OUT-LINE
017440     END-IF.
017450     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
017460 9500-WRITE-TOTALS-EXIT.
017470     EXIT.
017480*--------------------------------------------------------------*
017490*    9510-WRITE-TOTAL-LINE
017500*--------------------------------------------------------------*
017510 9510-WRITE-TOTAL-LINE.
017520     MOVE CLS-TOTAL-LINE TO CLS-OUT-LINE.
017530     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
017540 9510-WRITE-TOTAL-LINE-EXIT.
017550     EXIT.
017560*--------------------------------------------------------------*
017570*    9900-FINALIZE
017580*
017590*    ONLY A CLEAN CLOSE FLIPS THE LEDGER RECORD TO C.
017600*--------------------------------------------------------------*
017610 9900-FINALIZE.
017620     CLOSE PHSFILE.
017630     CLOSE CRGFILE.
017640     CLOSE CLSRPT.
017650     MOVE RLG-THIS-PROGRAM TO RLG-PROGRAM.
017660     MOVE PERIOD-END       TO RLG-PERIOD-END.
017670     MOVE CLS-RUN-DATE     TO RLG-END-DATE.
017680     IF CLOSE-OK
017690         MOVE 'C' TO RLG-STATUS
017700         DISPLAY "PAYCLOSE - PERIOD " PERIOD-END " CLOSED"
017710     ELSE
017720         MOVE 'O' TO RLG-STATUS
017730         DISPLAY "PAYCLOSE - PERIOD " PERIOD-END
017740             " OUT OF BALANCE - NOT CLOSED"
017750         MOVE 8 TO RETURN-CODE
017760     END-IF.
017770     REWRITE RLG-RECORD.
017780     CLOSE RLGFILE.
017790     GOBACK.
017800*--------------------------------------------------------------*
017810*    9950-CONTROL-CARD-ABORT
017820*--------------------------------------------------------------*
017830 9950-CONTROL-CARD-ABORT.
017840     DISPLAY "PAYCLOSE - CONTROL CARD MISSING OR PERIOD END NOT".
017850     DISPLAY "PAYCLOSE - A VALID YYYYMMDD DATE - RUN STOPPED".
017860     MOVE 16 TO RETURN-CODE.
017870     STOP RUN.
017880*--------------------------------------------------------------*
017890*    9955-FILE-MISSING-ABORT
017900*--------------------------------------------------------------*
017910 9955-FILE-MISSING-ABORT.
017920     DISPLAY "PAYCLOSE - " MISSING-FILE-NAME
017930         " MISSING OR UNREADABLE".
017940     DISPLAY "PAYCLOSE - PERIOD NOT AUDITED - RUN STOPPED".
017950     MOVE 16 TO RETURN-CODE.
017960     STOP RUN.
017970*--------------------------------------------------------------*
017980*    9960-TABLE-FULL-ABORT
017990*--------------------------------------------------------------*
018000 9960-TABLE-FULL-ABORT.
018010     DISPLAY "PAYCLOSE - " MISSING-FILE-NAME
018020         " HAS MORE THAN 5000 ITEMS".
018030     DISPLAY "PAYCLOSE - PERIOD NOT AUDITED - RUN STOPPED".
018040     MOVE 16 TO RETURN-CODE.
018050     STOP RUN.
018060*--------------------------------------------------------------*
018070*    9970-CYCLE-OPEN-ABORT
018080*--------------------------------------------------------------*
018090 9970-CYCLE-OPEN-ABORT.
018100     DISPLAY "PAYCLOSE - RUN LEDGER SHOWS A JOB STARTED BUT NOT".
018110     DISPLAY "PAYCLOSE - COMPLETED - FINISH IT BEFORE CLOSING".
018120     CLOSE RLGFILE.
018130     MOVE 16 TO RETURN-CODE.
018140     STOP RUN.
018150*--------------------------------------------------------------*
018160*    9975-NO-PAY-RUN-ABORT
018170*--------------------------------------------------------------*
018180 9975-NO-PAY-RUN-ABORT.
018190     DISPLAY "PAYCLOSE - RUN LEDGER SHOWS NO COMPLETED MAIN RUN".
018200     DISPLAY "PAYCLOSE - FOR PERIOD " PERIOD-END
018210         " - NOTHING TO CLOSE".
018220     CLOSE RLGFILE.
018230     MOVE 16 TO RETURN-CODE.
018240     STOP RUN.
018250*--------------------------------------------------------------*
018260*    9980-PERIOD-CLOSED-ABORT
018270*--------------------------------------------------------------*
018280 9980-PERIOD-CLOSED-ABORT.
018290     DISPLAY "PAYCLOSE - PERIOD " PERIOD-END
018300         " WAS ALREADY CLOSED CLEAN".
018310     CLOSE RLGFILE.
018320     MOVE 16 TO RETURN-CODE.
018330     STOP RUN.
