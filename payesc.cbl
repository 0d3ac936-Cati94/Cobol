000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYESCH.
000030 AUTHOR.        R L HUTCHINS.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*    MODIFICATION HISTORY
000090*    DATE       INIT   DESCRIPTION
000100*    ---------  ----   -------------------------------------- *
000110*    10/15/26   RLH    ORIGINAL PROGRAM - UNCLAIMED PROPERTY
000120*                      (ESCHEAT) PROCESSING FOR PAPER CHECKS
000130*                      LEFT OUTSTANDING ON CRGFILE.  THE C
000140*                      PARAMETER CARD PICKS THE ACTION:
000150*                        F - FOLLOW-UP CYCLE.  A DUE-DILIGENCE
000160*                            LETTER GOES TO THE PAYEE OF EACH
000170*                            STALE CHECK, AND A CHECK STILL
000180*                            UNCASHED PAST THE STATE'S DORMANCY
000190*                            PERIOD IS MOVED TO ESCHEAT PENDING,
000200*                            STOPPED AT THE BANK THROUGH THE
000210*                            POSITIVE-PAY FILE AND TAKEN FROM
000220*                            CASH TO THE UNCLAIMED PROPERTY
000230*                            LIABILITY.
000240*                        R - ANNUAL REPORT.  ESCHEAT PENDING
000250*                            CHECKS ARE WRITTEN TO THE
000260*                            UNCLAIMED PROPERTY REPORT FILE BY
000270*                            THE EMPLOYEE'S STATE, MARKED
000280*                            REMITTED, AND THE LIABILITY IS
000290*                            CLEARED AGAINST CASH.
000300*--------------------------------------------------------------*
000310*    A CHECK MOVES THROUGH THE REGISTER STATUSES THIS WAY:
000320*      O - OUTSTANDING.  PAST STALE-DAYS (THE SAME 90 DAYS
000330*          PAYRECN FLAGS) THE FIRST FOLLOW-UP CYCLE SENDS THE
000340*          LETTER AND STAMPS CRG-DD-DATE.
000350*      E - ESCHEAT PENDING.  SET BY A FOLLOW-UP CYCLE ONCE THE
000360*          CHECK IS OLDER THAN THE STATE'S DORMANCY PERIOD AND
000370*          THE LETTER HAS HAD DD-WAIT-DAYS TO BE ANSWERED.
000380*      R - REMITTED.  SET BY THE ANNUAL REPORT RUN.
000390*    CRG-CLEAR-DATE HOLDS THE DATE OF THE LAST CHANGE, SO AN E
000400*    CHECK CARRIES THE DATE IT WENT TO ESCHEAT PENDING.  A CHECK
000410*    THE PAYEE CASHES MEANWHILE IS CLEARED BY PAYRECN AS USUAL
000420*    AND DROPS OUT OF THIS CYCLE.
000430*--------------------------------------------------------------*
000440*    THE PAYEE'S NAME, ADDRESS AND STATE COME FROM TIDFILE (SEE
000450*    PAYTAXID).  A CHECK WITH NO TAX IDENTITY RECORD, OR ONE
000460*    WITH NO ADDRESS, GETS NO LETTER AND IS NEVER ESCHEATED OR
000470*    REPORTED - IT IS FLAGGED ON EVERY RUN UNTIL THE ADDRESS IS
000480*    KEYED.  FLAGS END THE RUN WITH RETURN CODE 4, GL POSTINGS
000490*    OUT OF BALANCE WITH RETURN CODE 8.
000500*--------------------------------------------------------------*
000510*    GLFILE FROM THIS PROGRAM IS POSTED ON ITS OWN - IT IS NOT
000520*    A PAY CYCLE'S FILE AND IS NOT FED TO PAYCLOSE.
000530*--------------------------------------------------------------*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PRMFILE   ASSIGN TO ESCPARM
000580                      ORGANIZATION IS SEQUENTIAL
000590                      FILE STATUS IS PRM-FILE-STATUS.
000600     SELECT CRGFILE   ASSIGN TO CRGFILE
000610                      ORGANIZATION IS INDEXED
000620                      ACCESS MODE IS DYNAMIC
000630                      RECORD KEY IS CRG-CHECK-NBR
000640                      FILE STATUS IS CRG-FILE-STATUS.
000650     SELECT TIDFILE   ASSIGN TO TIDFILE
000660                      ORGANIZATION IS INDEXED
000670                      ACCESS MODE IS RANDOM
000680                      RECORD KEY IS TID-EMP-ID
000690                      FILE STATUS IS TID-FILE-STATUS.
000700     SELECT GLMFILE   ASSIGN TO GLMFILE
000710                      ORGANIZATION IS SEQUENTIAL
000720                      FILE STATUS IS GLM-FILE-STATUS.
000730     SELECT SORT-FILE ASSIGN TO SORTWK.
000740     SELECT GLFILE    ASSIGN TO GLFILE
000750                      ORGANIZATION IS SEQUENTIAL.
000760     SELECT POSFILE   ASSIGN TO POSFILE
000770                      ORGANIZATION IS SEQUENTIAL.
000780     SELECT LTRFILE   ASSIGN TO LTRFILE
000790                      ORGANIZATION IS SEQUENTIAL.
000800     SELECT UCPFILE   ASSIGN TO UCPFILE
000810                      ORGANIZATION IS SEQUENTIAL.
000820     SELECT ESCPRT    ASSIGN TO ESCPRT
000830                      ORGANIZATION IS SEQUENTIAL.
000840 DATA DIVISION.
000850 FILE SECTION.
000860*--------------------------------------------------------------*
000870*    PRMFILE - ESCHEAT PARAMETER CARDS
000880*      C - REQUIRED, ONE ONLY.  THE ACTION (F OR R), THE REPORT
000890*          CUTOFF DATE (R ONLY - BLANK FOR THE RUN DATE), THE
000900*          DEFAULT DORMANCY PERIOD IN DAYS (BLANK FOR 365), AND
000910*          THE HOLDER'S EIN AND NAME FOR THE REPORT (R ONLY).
000920*      S - OPTIONAL, ONE PER STATE WHOSE DORMANCY PERIOD FOR
000930*          WAGES DIFFERS FROM THE DEFAULT.
000940*--------------------------------------------------------------*
000950 FD  PRMFILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  PRM-C-CARD.
000990     05  PRM-CARD-TYPE         PIC X(01).
001000         88  PRM-CONTROL-CARD             VALUE 'C'.
001010         88  PRM-STATE-CARD               VALUE 'S'.
001020     05  PRM-C-ACTION          PIC X(01).
001030         88  PRM-C-FOLLOW-UP              VALUE 'F'.
001040         88  PRM-C-REPORT                 VALUE 'R'.
001050     05  PRM-C-CUTOFF-X        PIC X(08).
001060     05  PRM-C-CUTOFF          REDEFINES PRM-C-CUTOFF-X
001070                               PIC 9(08).
001080     05  PRM-C-DORMANCY-X      PIC X(04).
001090     05  PRM-C-DORMANCY        REDEFINES PRM-C-DORMANCY-X
001100                               PIC 9(04).
001110     05  PRM-C-EIN-X           PIC X(09).
001120     05  PRM-C-EIN             REDEFINES PRM-C-EIN-X
001130                               PIC 9(09).
001140     05  PRM-C-HOLDER-NAME     PIC X(40).
001150     05  FILLER                PIC X(17).
001160 01  PRM-S-CARD.
001170     05  FILLER                PIC X(01).
001180     05  PRM-S-STATE           PIC X(02).
001190     05  PRM-S-DORMANCY-X      PIC X(04).
001200     05  PRM-S-DORMANCY        REDEFINES PRM-S-DORMANCY-X
001210                               PIC 9(04).
001220     05  FILLER                PIC X(73).
001230*--------------------------------------------------------------*
001240*    CRGFILE - OUTSTANDING CHECK REGISTER (SEE PAYROLOO).  THE
001250*    LAST EIGHT BYTES HOLD THE DATE THE DUE-DILIGENCE LETTER
001260*    WENT OUT - SPACES OR ZERO UNTIL THEN.
001270*--------------------------------------------------------------*
001280 FD  CRGFILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 60 CHARACTERS.
001310 01  CRG-RECORD.
001320     05  CRG-CHECK-NBR         PIC 9(06).
001330     05  CRG-STATUS            PIC X(01).
001340         88  CRG-OUTSTANDING              VALUE 'O'.
001350         88  CRG-ESCHEAT-PENDING          VALUE 'E'.
001360         88  CRG-REMITTED                 VALUE 'R'.
001370     05  CRG-ISSUE-DATE        PIC 9(08).
001380     05  CRG-EMP-ID            PIC X(05).
001390     05  CRG-PAYEE             PIC X(15).
001400     05  CRG-AMOUNT            PIC 9(07)V99.
001410     05  CRG-CLEAR-DATE        PIC 9(08).
001420     05  CRG-DD-DATE           PIC 9(08).
001430*--------------------------------------------------------------*
001440*    TIDFILE - EMPLOYEE TAX IDENTITY (SEE PAYTAXID)
001450*--------------------------------------------------------------*
001460 FD  TIDFILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 150 CHARACTERS.
001490 01  TID-RECORD.
001500     05  TID-EMP-ID            PIC X(05).
001510     05  TID-SSN               PIC 9(09).
001520     05  TID-SSN-PARTS         REDEFINES TID-SSN.
001530         10  TID-SSN-FIRST-5   PIC X(05).
001540         10  TID-SSN-LAST-4    PIC X(04).
001550     05  TID-FIRST-NAME        PIC X(15).
001560     05  TID-MIDDLE-INIT       PIC X(01).
001570     05  TID-LAST-NAME         PIC X(20).
001580     05  TID-SUFFIX            PIC X(04).
001590     05  TID-ADDR-LINE-1       PIC X(22).
001600     05  TID-ADDR-LINE-2       PIC X(22).
001610     05  TID-CITY              PIC X(22).
001620     05  TID-STATE             PIC X(02).
001630     05  TID-ZIP               PIC X(05).
001640     05  TID-ZIP-EXT           PIC X(04).
001650     05  TID-CHANGE-DATE       PIC 9(08).
001660     05  TID-USER-ID           PIC X(08).
001670     05  FILLER                PIC X(03).
001680*--------------------------------------------------------------*
001690*    GLMFILE - CHART-OF-ACCOUNTS MAP (SEE PAYROLOO).  ONLY THE
001700*    CSH (CASH) AND UCP (UNCLAIMED PROPERTY LIABILITY) CONTROL
001710*    RECORDS ARE USED HERE, AND BOTH MUST BE PRESENT.
001720*--------------------------------------------------------------*
001730 FD  GLMFILE
001740     LABEL RECORDS ARE STANDARD
001750     RECORD CONTAINS 80 CHARACTERS.
001760 01  GLM-RECORD.
001770     05  GLM-REC-TYPE          PIC X(01).
001780     05  GLM-REC-DATA          PIC X(79).
001790*--------------------------------------------------------------*
001800*    SORT-FILE - ESCHEAT PENDING CHECKS TO REPORT, IN STATE AND
001810*    CHECK NUMBER ORDER SO EACH STATE IS ONE CONTROL GROUP.
001820*    THE PAYEE'S TAX IDENTITY RECORD RIDES ALONG.
001830*--------------------------------------------------------------*
001840 SD  SORT-FILE
001850     RECORD CONTAINS 200 CHARACTERS.
001860 01  SRT-SORT-RECORD.
001870     05  SRT-STATE             PIC X(02).
001880     05  SRT-CHECK-NBR         PIC 9(06).
001890     05  SRT-EMP-ID            PIC X(05).
001900     05  SRT-ISSUE-DATE        PIC 9(08).
001910     05  SRT-AMOUNT            PIC 9(07)V99.
001920     05  SRT-TID-RECORD        PIC X(150).
001930     05  FILLER                PIC X(20).
001940*--------------------------------------------------------------*
001950*    GLFILE - GENERAL LEDGER POSTING FILE (SEE PAYROLOO).  A
001960*    FOLLOW-UP CYCLE DEBITS CASH AND CREDITS THE UNCLAIMED
001970*    PROPERTY LIABILITY FOR THE CHECKS IT ESCHEATS; THE ANNUAL
001980*    REPORT DEBITS THE LIABILITY AND CREDITS CASH FOR EACH
001990*    STATE REMITTED.  CASH LINES ARE CLASS N, LIABILITY LINES
002000*    CLASS E.
002010*--------------------------------------------------------------*
002020 FD  GLFILE
002030     LABEL RECORDS ARE STANDARD
002040     RECORD CONTAINS 80 CHARACTERS.
002050 01  GL-RECORD                 PIC X(80).
002060*--------------------------------------------------------------*
002070*    POSFILE - POSITIVE-PAY FILE FOR THE BANK (SEE PAYROLOO).
002080*    ONE TYPE V (VOID - REFUSE IF PRESENTED) RECORD PER CHECK
002090*    MOVED TO ESCHEAT PENDING, PLUS THE TRAILER.
002100*--------------------------------------------------------------*
002110 FD  POSFILE
002120     LABEL RECORDS ARE STANDARD
002130     RECORD CONTAINS 60 CHARACTERS.
002140 01  POS-RECORD                PIC X(60).
002150*--------------------------------------------------------------*
002160*    LTRFILE - DUE-DILIGENCE LETTERS, ONE PAGE PER CHECK
002170*--------------------------------------------------------------*
002180 FD  LTRFILE
002190     LABEL RECORDS OMITTED
002200     RECORD CONTAINS 132 CHARACTERS.
002210 01  LTR-RECORD                PIC X(132).
002220*--------------------------------------------------------------*
002230*    UCPFILE - ANNUAL UNCLAIMED PROPERTY REPORT.  FOR EACH
002240*    STATE A HOLDER (H) RECORD, ONE PROPERTY (D) RECORD PER
002250*    CHECK AND A STATE TOTAL (T) RECORD.
002260*--------------------------------------------------------------*
002270 FD  UCPFILE
002280     LABEL RECORDS ARE STANDARD
002290     RECORD CONTAINS 200 CHARACTERS.
002300 01  UCP-RECORD                PIC X(200).
002310*--------------------------------------------------------------*
002320*    ESCPRT - UNCLAIMED PROPERTY REGISTER PRINT FILE
002330*--------------------------------------------------------------*
002340 FD  ESCPRT
002350     LABEL RECORDS OMITTED
002360     RECORD CONTAINS 132 CHARACTERS.
002370 01  ESC-PRT-RECORD            PIC X(132).
002380 WORKING-STORAGE SECTION.
002390******** Switches and file status fields
002400 77  PRM-FILE-STATUS       PIC X(02)  VALUE SPACES.
002410     88  PRM-FILE-NOT-FOUND           VALUE "35".
002420 77  PRM-EOF-SW            PIC X(01)  VALUE 'N'.
002430     88  PRM-EOF                      VALUE 'Y'.
002440 77  C-CARD-SW             PIC X(01)  VALUE 'N'.
002450     88  C-CARD-READ                  VALUE 'Y'.
002460 77  PRM-ERROR-TEXT        PIC X(40)  VALUE SPACES.
002470 77  RUN-ACTION-SW         PIC X(01)  VALUE SPACE.
002480     88  FOLLOW-UP-RUN                VALUE 'F'.
002490     88  REPORT-RUN                   VALUE 'R'.
002500 77  CRG-FILE-STATUS       PIC X(02)  VALUE SPACES.
002510 77  CRG-EOF-SW            PIC X(01)  VALUE 'N'.
002520     88  CRG-EOF                      VALUE 'Y'.
002530 77  CRG-FOUND-SW          PIC X(01)  VALUE 'N'.
002540     88  CRG-FOUND                    VALUE 'Y'.
002550 77  TID-FILE-STATUS       PIC X(02)  VALUE SPACES.
002560 77  TID-FOUND-SW          PIC X(01)  VALUE 'N'.
002570     88  TID-FOUND                    VALUE 'Y'.
002580 77  SORT-EOF-SW           PIC X(01)  VALUE 'N'.
002590     88  SORT-EOF                     VALUE 'Y'.
002600 77  STATE-OPEN-SW         PIC X(01)  VALUE 'N'.
002610     88  STATE-OPEN                   VALUE 'Y'.
002620******** Parameters from the C and S cards
002630 77  ESC-RUN-DATE          PIC 9(08).
002640 77  CUTOFF-DATE           PIC 9(08)  VALUE ZERO.
002650 77  HOLDER-EIN            PIC 9(09)  VALUE ZERO.
002660 77  HOLDER-NAME           PIC X(40)  VALUE SPACES.
002670 77  DEFAULT-DORMANCY-DAYS PIC 9(04)  VALUE 365.
002680 77  DORMANCY-DAYS         PIC 9(04)  VALUE ZERO.
002690 77  STATE-MAX             PIC 9(02)  VALUE 60.
002700 77  STATE-CNT             PIC 9(02) COMP VALUE ZERO.
002710 77  STATE-SUB             PIC 9(02) COMP.
002720 77  STATE-MATCH-SUB       PIC 9(02) COMP VALUE ZERO.
002730 77  SEARCH-STATE          PIC X(02)  VALUE SPACES.
002740*    DORMANCY PERIOD BY STATE FROM THE S CARDS.  A STATE NOT
002750*    HERE TAKES THE DEFAULT.
002760 01  DORMANCY-TABLE.
002770     05  DORMANCY-ENTRY        OCCURS 60 TIMES.
002780         10  DMT-STATE         PIC X(02).
002790         10  DMT-DAYS          PIC 9(04).
002800******** Aging - APPROXIMATE DAY NUMBERS (YEAR*372 +
002810******** MONTH*31 + DAY) THE SAME AS PAYRECN'S
002820 77  STALE-DAYS            PIC 9(03)  VALUE 90.
002830 77  DD-WAIT-DAYS          PIC 9(03)  VALUE 30.
002840 01  ESC-WORK-DATE         PIC 9(08)  VALUE ZERO.
002850 01  ESC-WORK-DATE-PARTS REDEFINES ESC-WORK-DATE.
002860     05  ESC-WD-YEAR       PIC 9(04).
002870     05  ESC-WD-MONTH      PIC 9(02).
002880     05  ESC-WD-DAY        PIC 9(02).
002890 77  ESC-WORK-DAY-NBR      PIC 9(07)  VALUE ZERO.
002900 77  RUN-DAY-NBR           PIC 9(07)  VALUE ZERO.
002910 77  ISSUE-DAY-NBR         PIC 9(07)  VALUE ZERO.
002920 77  AGE-DAYS              PIC S9(07) VALUE ZERO.
002930 77  LETTER-AGE-DAYS       PIC S9(07) VALUE ZERO.
002940******** Counters for the totals page
002950 77  STALE-CTR             PIC 9(05) COMP VALUE ZERO.
002960 77  LETTER-CTR            PIC 9(05) COMP VALUE ZERO.
002970 77  AWAITING-CTR          PIC 9(05) COMP VALUE ZERO.
002980 77  ESCHEAT-CTR           PIC 9(05) COMP VALUE ZERO.
002990 77  NOT-DUE-CTR           PIC 9(05) COMP VALUE ZERO.
003000 77  REPORTED-CTR          PIC 9(05) COMP VALUE ZERO.
003010 77  STATE-RPT-CTR         PIC 9(05) COMP VALUE ZERO.
003020 77  FLAG-CTR              PIC 9(05) COMP VALUE ZERO.
003030 77  STALE-AMT             PIC 9(11)V99 VALUE ZERO.
003040 77  ESCHEAT-AMT           PIC 9(11)V99 VALUE ZERO.
003050 77  REPORTED-AMT          PIC 9(11)V99 VALUE ZERO.
003060******** Variables for one state's control group
003070 77  GROUP-STATE           PIC X(02)  VALUE SPACES.
003080 77  GROUP-COUNT           PIC 9(07)  VALUE ZERO.
003090 77  GROUP-AMT             PIC 9(11)V99 VALUE ZERO.
003100******** General ledger work fields (SEE PAYROLOO)
003110 77  GL-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
003120 77  GL-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
003130 01  GL-POSTING-LINE.
003140     05  GL-P-TYPE         PIC X(01).
003150     05  GL-P-ACCOUNT      PIC X(08).
003160     05  GL-P-DESC         PIC X(30).
003170     05  GL-P-AMOUNT       PIC 9(11)V99.
003180     05  GL-P-CLASS        PIC X(01).
003190     05  GL-P-DEPT         PIC X(04).
003200     05  GL-P-EARN-CODE    PIC X(02).
003210     05  GL-P-DED-TYPE     PIC X(01).
003220     05  FILLER            PIC X(20) VALUE SPACES.
003230 77  GL-ESCHEAT-DESC       PIC X(30)  VALUE
003240     "STALE CHECKS TO UNCLAIMED PROP".
003250 01  GL-REMIT-DESC.
003260     05  FILLER            PIC X(25) VALUE
003270         "UNCLAIMED PROPERTY REMIT ".
003280     05  GL-R-STATE        PIC X(02).
003290     05  FILLER            PIC X(03) VALUE SPACES.
003300******** Variables for the GL account map (SEE PAYROLOO)
003310 77  GLM-FILE-STATUS       PIC X(02)  VALUE SPACES.
003320 77  GLM-EOF-SW            PIC X(01)  VALUE 'N'.
003330     88  GLM-EOF                      VALUE 'Y'.
003340 77  GCT-COUNT             PIC 9(02)  VALUE 2.
003350 77  GCT-SUB               PIC 9(02) COMP.
003360 77  GCT-MATCH-SUB         PIC 9(02) COMP VALUE ZERO.
003370 01  GLM-CONTROL-PARSE.
003380     05  GMC-FUNCTION      PIC X(04).
003390     05  GMC-ACCOUNT       PIC X(08).
003400     05  FILLER            PIC X(67).
003410*    CONTROL ACCOUNTS BY FUNCTION - BOTH MUST BE NAMED ON
003420*    GLMFILE.  OTHER FUNCTIONS AND THE LABOR RECORDS ARE
003430*    PASSED OVER.
003440 01  GL-CONTROL-LITERALS.
003450     05  FILLER            PIC X(12) VALUE "CSH".
003460     05  FILLER            PIC X(12) VALUE "UCP".
003470 01  GL-CONTROL-TABLE REDEFINES GL-CONTROL-LITERALS.
003480     05  GL-CONTROL-ENTRY  OCCURS 2 TIMES.
003490         10  GCT-FUNCTION  PIC X(04).
003500         10  GCT-ACCOUNT   PIC X(08).
003510 01  GL-CONTROL-NAMED REDEFINES GL-CONTROL-LITERALS.
003520     05  FILLER            PIC X(04).
003530     05  GL-ACCT-CSH       PIC X(08).
003540     05  FILLER            PIC X(04).
003550     05  GL-ACCT-UCP       PIC X(08).
003560******** Positive-pay work fields (SEE PAYROLOO).  THE V
003570******** COUNT AND AMOUNT RIDE IN THE TRAILER AFTER THE D
003580******** TOTALS, WHICH STAY AT ZERO HERE.
003590 77  POS-VOID-COUNT        PIC 9(07)  VALUE ZERO.
003600 77  POS-VOID-AMT          PIC 9(11)V99 VALUE ZERO.
003610 01  POS-VOID-LINE.
003620     05  FILLER            PIC X(01) VALUE "V".
003630     05  POS-V-CHECK-NBR   PIC 9(06).
003640     05  POS-V-DATE        PIC 9(08).
003650     05  POS-V-PAYEE       PIC X(15).
003660     05  POS-V-AMOUNT      PIC 9(09)V99.
003670     05  FILLER            PIC X(19) VALUE SPACES.
003680 01  POS-TRAILER-LINE.
003690     05  FILLER            PIC X(01) VALUE "T".
003700     05  POS-T-COUNT       PIC 9(07) VALUE ZERO.
003710     05  POS-T-AMOUNT      PIC 9(11)V99 VALUE ZERO.
003720     05  POS-T-VOID-COUNT  PIC 9(07).
003730     05  POS-T-VOID-AMOUNT PIC 9(11)V99.
003740     05  FILLER            PIC X(19) VALUE SPACES.
003750*--------------------------------------------------------------*
003760*    UNCLAIMED PROPERTY REPORT RECORDS.  PROPERTY CODE PR01 IS
003770*    WAGES, PAYROLL OR SALARY; THE ISSUE DATE IS THE DATE OF
003780*    LAST CONTACT WITH THE OWNER.
003790*--------------------------------------------------------------*
003800 01  UCP-HEADER-LINE.
003810     05  FILLER                PIC X(01) VALUE "H".
003820     05  UCP-H-STATE           PIC X(02).
003830     05  UCP-H-HOLDER-EIN      PIC 9(09).
003840     05  UCP-H-HOLDER-NAME     PIC X(40).
003850     05  UCP-H-CUTOFF-DATE     PIC 9(08).
003860     05  UCP-H-RUN-DATE        PIC 9(08).
003870     05  FILLER                PIC X(132) VALUE SPACES.
003880 01  UCP-DETAIL-LINE.
003890     05  FILLER                PIC X(01) VALUE "D".
003900     05  UCP-D-STATE           PIC X(02).
003910     05  UCP-D-PROPERTY-CODE   PIC X(04) VALUE "PR01".
003920     05  UCP-D-SSN             PIC 9(09).
003930     05  UCP-D-LAST-NAME       PIC X(20).
003940     05  UCP-D-FIRST-NAME      PIC X(15).
003950     05  UCP-D-MIDDLE-INIT     PIC X(01).
003960     05  UCP-D-SUFFIX          PIC X(04).
003970     05  UCP-D-ADDR-LINE-1     PIC X(22).
003980     05  UCP-D-ADDR-LINE-2     PIC X(22).
003990     05  UCP-D-CITY            PIC X(22).
004000     05  UCP-D-ZIP             PIC X(05).
004010     05  UCP-D-ZIP-EXT         PIC X(04).
004020     05  UCP-D-CHECK-NBR       PIC 9(06).
004030     05  UCP-D-ISSUE-DATE      PIC 9(08).
004040     05  UCP-D-AMOUNT          PIC 9(09)V99.
004050     05  UCP-D-EMP-ID          PIC X(05).
004060     05  FILLER                PIC X(39) VALUE SPACES.
004070 01  UCP-TRAILER-LINE.
004080     05  FILLER                PIC X(01) VALUE "T".
004090     05  UCP-T-STATE           PIC X(02).
004100     05  UCP-T-COUNT           PIC 9(07).
004110     05  UCP-T-AMOUNT          PIC 9(11)V99.
004120     05  FILLER                PIC X(177) VALUE SPACES.
004130******** Variables for the due-diligence letter
004140 77  LTR-SUB               PIC 9(02) COMP.
004150 01  LTR-MIDDLE-PART.
004160     05  LTR-MIDDLE-INIT   PIC X(01).
004170     05  LTR-MIDDLE-DOT    PIC X(02).
004180 01  LTR-ZIP-EXT-PART.
004190     05  LTR-ZIP-DASH      PIC X(01).
004200     05  LTR-ZIP-EXT       PIC X(04).
004210 01  LTR-HEAD-LINE-1.
004220     05  FILLER            PIC X(05) VALUE SPACES.
004230     05  FILLER            PIC X(40) VALUE
004240         "ACME MANUFACTURING COMPANY".
004250     05  FILLER            PIC X(87) VALUE SPACES.
004260 01  LTR-HEAD-LINE-2.
004270     05  FILLER            PIC X(05) VALUE SPACES.
004280     05  FILLER            PIC X(40) VALUE
004290         "PAYROLL DEPARTMENT".
004300     05  FILLER            PIC X(87) VALUE SPACES.
004310 01  LTR-DATE-LINE.
004320     05  FILLER            PIC X(49) VALUE SPACES.
004330     05  FILLER            PIC X(06) VALUE "DATE: ".
004340     05  LTR-DATE          PIC 9999/99/99.
004350     05  FILLER            PIC X(67) VALUE SPACES.
004360 01  LTR-ADDR-LINE.
004370     05  FILLER            PIC X(05) VALUE SPACES.
004380     05  LTR-A-TEXT        PIC X(60).
004390     05  FILLER            PIC X(67) VALUE SPACES.
004400 01  LTR-RE-LINE.
004410     05  FILLER            PIC X(05) VALUE SPACES.
004420     05  FILLER            PIC X(40) VALUE
004430         "RE:  UNCASHED PAYROLL CHECK".
004440     05  FILLER            PIC X(87) VALUE SPACES.
004450 01  LTR-TEXT-LINE.
004460     05  FILLER            PIC X(05) VALUE SPACES.
004470     05  LTR-T-TEXT        PIC X(54).
004480     05  FILLER            PIC X(73) VALUE SPACES.
004490 01  LTR-CHECK-LINE.
004500     05  FILLER            PIC X(10) VALUE SPACES.
004510     05  FILLER            PIC X(15) VALUE "CHECK NUMBER:".
004520     05  LTR-C-CHECK-NBR   PIC 9(06).
004530     05  FILLER            PIC X(101) VALUE SPACES.
004540 01  LTR-ISSUE-LINE.
004550     05  FILLER            PIC X(10) VALUE SPACES.
004560     05  FILLER            PIC X(15) VALUE "ISSUE DATE:".
004570     05  LTR-I-DATE        PIC 9999/99/99.
004580     05  FILLER            PIC X(97) VALUE SPACES.
004590 01  LTR-AMOUNT-LINE.
004600     05  FILLER            PIC X(10) VALUE SPACES.
004610     05  FILLER            PIC X(15) VALUE "AMOUNT:".
004620     05  LTR-M-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
004630     05  FILLER            PIC X(94) VALUE SPACES.
004640 01  LTR-WAIT-LINE.
004650     05  FILLER            PIC X(05) VALUE SPACES.
004660     05  LTR-W-DAYS        PIC ZZ9.
004670     05  FILLER            PIC X(34) VALUE
004680         " DAYS OF THE DATE OF THIS LETTER.".
004690     05  FILLER            PIC X(90) VALUE SPACES.
004700*    THE LETTER TEXT - LINES 1 TO 3 GO BEFORE THE CHECK, 4 TO
004710*    7 AFTER IT AND 8 TO 11 AFTER THE REPLY PERIOD.
004720 01  LTR-TEXT-LITERALS.
004730     05  FILLER            PIC X(54) VALUE
004740         "OUR RECORDS SHOW THAT THE PAYROLL CHECK BELOW, ISSUED".
004750     05  FILLER            PIC X(54) VALUE
004760         "TO YOU BY ACME MANUFACTURING COMPANY, HAS NOT BEEN".
004770     05  FILLER            PIC X(54) VALUE
004780         "CASHED.".
004790     05  FILLER            PIC X(54) VALUE
004800         "UNDER STATE UNCLAIMED PROPERTY LAW, WAGES THAT STAY".
004810     05  FILLER            PIC X(54) VALUE
004820         "UNCLAIMED MUST BE REPORTED AND DELIVERED TO THE STATE.".
004830     05  FILLER            PIC X(54) VALUE
004840         "PLEASE CASH THE CHECK, OR IF IT WAS LOST OR DESTROYED".
004850     05  FILLER            PIC X(54) VALUE
004860         "CALL THE PAYROLL DEPARTMENT FOR A REPLACEMENT, WITHIN".
004870     05  FILLER            PIC X(54) VALUE
004880         "IF WE DO NOT HEAR FROM YOU, PAYMENT ON THE CHECK WILL".
004890     05  FILLER            PIC X(54) VALUE
004900         "BE STOPPED AND THE AMOUNT DELIVERED TO THE STATE OF".
004910     05  FILLER            PIC X(54) VALUE
004920         "YOUR ADDRESS ABOVE.  IT CAN THEN BE CLAIMED ONLY FROM".
004930     05  FILLER            PIC X(54) VALUE
004940         "THAT STATE.".
004950 01  LTR-TEXT-TABLE REDEFINES LTR-TEXT-LITERALS.
004960     05  LTR-TEXT-ENTRY    OCCURS 11 TIMES
004970                           PIC X(54).
004980******** Variables for the report print file
004990 77  ESC-PAGE-NBR          PIC 9(04)  VALUE ZERO.
005000 77  ESC-LINE-CTR          PIC 9(03)  VALUE ZERO.
005010 77  ESC-LINES-PER-PAGE    PIC 9(03)  VALUE 45.
005020 01  ESC-BANNER-LINE-1.
005030     05  FILLER            PIC X(01) VALUE SPACE.
005040     05  FILLER            PIC X(40) VALUE
005050         "ACME MANUFACTURING COMPANY".
005060     05  FILLER            PIC X(41) VALUE SPACES.
005070     05  FILLER            PIC X(05) VALUE "PAGE ".
005080     05  ESC-B1-PAGE-NBR   PIC ZZZ9.
005090     05  FILLER            PIC X(41) VALUE SPACES.
005100 01  ESC-BANNER-LINE-2.
005110     05  FILLER            PIC X(01) VALUE SPACE.
005120     05  FILLER            PIC X(30) VALUE
005130         "UNCLAIMED PROPERTY REGISTER".
005140     05  ESC-B2-ACTION     PIC X(20).
005150     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
005160     05  ESC-B2-RUN-DATE   PIC 9999/99/99.
005170     05  FILLER            PIC X(61) VALUE SPACES.
005180 01  ESC-BLANK-LINE        PIC X(132) VALUE SPACES.
005190 01  ESC-HEADING-LINE.
005200     05  FILLER            PIC X(01) VALUE SPACE.
005210     05  FILLER            PIC X(14) VALUE "CHECK".
005220     05  FILLER            PIC X(12) VALUE "ISSUED".
005230     05  FILLER            PIC X(07) VALUE "EMP-ID".
005240     05  FILLER            PIC X(16) VALUE "PAYEE".
005250     05  FILLER            PIC X(15) VALUE "       AMOUNT".
005260     05  FILLER            PIC X(04) VALUE "ST".
005270     05  FILLER            PIC X(13) VALUE "SSN".
005280     05  FILLER            PIC X(40) VALUE "ACTION".
005290     05  FILLER            PIC X(10) VALUE SPACES.
005300 01  ESC-DETAIL-LINE.
005310     05  FILLER            PIC X(01) VALUE SPACE.
005320     05  FILLER            PIC X(06) VALUE "CHECK ".
005330     05  ESC-D-CHECK       PIC 9(06).
005340     05  FILLER            PIC X(02) VALUE SPACES.
005350     05  ESC-D-ISSUE-DATE  PIC 9999/99/99.
005360     05  FILLER            PIC X(02) VALUE SPACES.
005370     05  ESC-D-EMP-ID      PIC X(05).
005380     05  FILLER            PIC X(02) VALUE SPACES.
005390     05  ESC-D-PAYEE       PIC X(15).
005400     05  FILLER            PIC X(01) VALUE SPACE.
005410     05  ESC-D-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
005420     05  FILLER            PIC X(02) VALUE SPACES.
005430     05  ESC-D-STATE       PIC X(02).
005440     05  FILLER            PIC X(02) VALUE SPACES.
005450     05  ESC-D-SSN         PIC X(11).
005460     05  FILLER            PIC X(02) VALUE SPACES.
005470     05  ESC-D-TEXT        PIC X(40).
005480     05  FILLER            PIC X(10) VALUE SPACES.
005490 01  ESC-STATE-LINE.
005500     05  FILLER            PIC X(01) VALUE SPACE.
005510     05  FILLER            PIC X(06) VALUE "STATE ".
005520     05  ESC-S-STATE       PIC X(02).
005530     05  FILLER            PIC X(12) VALUE " REPORTED - ".
005540     05  ESC-S-COUNT       PIC ZZ,ZZ9.
005550     05  FILLER            PIC X(09) VALUE " CHECKS  ".
005560     05  ESC-S-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
005570     05  FILLER            PIC X(79) VALUE SPACES.
005580 01  ESC-TOTAL-LINE.
005590     05  FILLER            PIC X(01) VALUE SPACE.
005600     05  ESC-TOT-DESC      PIC X(34).
005610     05  ESC-TOT-COUNT     PIC ZZ,ZZ9.
005620     05  FILLER            PIC X(91) VALUE SPACES.
005630 01  ESC-AMOUNT-LINE.
005640     05  FILLER            PIC X(01) VALUE SPACE.
005650     05  ESC-AMT-DESC      PIC X(34).
005660     05  ESC-AMT-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
005670     05  FILLER            PIC X(80) VALUE SPACES.
005680 01  ESC-GL-SUMMARY-LINE.
005690     05  FILLER            PIC X(01) VALUE SPACE.
005700     05  FILLER            PIC X(13) VALUE "GL DEBITS:".
005710     05  ESC-GL-DEBITS     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
005720     05  FILLER            PIC X(13) VALUE "  CREDITS:".
005730     05  ESC-GL-CREDITS    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
005740     05  FILLER            PIC X(03) VALUE SPACES.
005750     05  ESC-GL-VERDICT    PIC X(14).
005760     05  FILLER            PIC X(54) VALUE SPACES.
005770 01  ESC-GL-FLAG-LINE.
005780     05  FILLER            PIC X(01) VALUE SPACE.
005790     05  FILLER            PIC X(50) VALUE
005800         "*** GL POSTINGS OUT OF BALANCE - DO NOT POST ***".
005810     05  FILLER            PIC X(81) VALUE SPACES.
005820*    THE SSN AS PRINTED - LAST FOUR DIGITS ONLY.
005830 01  MASKED-SSN.
005840     05  FILLER            PIC X(07) VALUE "XXX-XX-".
005850     05  MASKED-SSN-LAST-4 PIC X(04).
005860 77  NO-SSN-TEXT           PIC X(11)  VALUE "(NONE)".
005870*--------------------------------------------------------------*
005880 PROCEDURE DIVISION.
005890*--------------------------------------------------------------*
005900*    0000-MAINLINE
005910*--------------------------------------------------------------*
005920 0000-MAINLINE.
005930     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
005940     IF FOLLOW-UP-RUN
005950         PERFORM 2000-FOLLOW-UP-CYCLE
005960             THRU 2000-FOLLOW-UP-CYCLE-EXIT
005970     ELSE
005980         SORT SORT-FILE
005990             ON ASCENDING KEY SRT-STATE SRT-CHECK-NBR
006000             INPUT PROCEDURE IS 3000-SELECT-ESCHEATED
006010                 THRU 3000-SELECT-ESCHEATED-EXIT
006020             OUTPUT PROCEDURE IS 4000-REPORT-AND-REMIT
006030                 THRU 4000-REPORT-AND-REMIT-EXIT
006040     END-IF.
006050     PERFORM 9500-WRITE-TOTALS THRU 9500-WRITE-TOTALS-EXIT.
006060     GO TO 9900-FINALIZE.
006070*--------------------------------------------------------------*
006080*    1000-INITIALIZE
006090*--------------------------------------------------------------*
006100 1000-INITIALIZE.
006110     ACCEPT ESC-RUN-DATE FROM DATE YYYYMMDD.
006120     MOVE ESC-RUN-DATE TO ESC-WORK-DATE.
006130     PERFORM 5100-DATE-TO-DAY-NBR
006140         THRU 5100-DATE-TO-DAY-NBR-EXIT.
006150     MOVE ESC-WORK-DAY-NBR TO RUN-DAY-NBR.
006160     PERFORM 1100-LOAD-PARAMETERS
006170         THRU 1100-LOAD-PARAMETERS-EXIT.
006180     PERFORM 1500-LOAD-GL-MAP
006190         THRU 1500-LOAD-GL-MAP-EXIT.
006200     OPEN I-O CRGFILE.
006210     IF CRG-FILE-STATUS NOT = "00"
006220         GO TO 9955-REGISTER-ABORT
006230     END-IF.
006240     OPEN INPUT TIDFILE.
006250     IF TID-FILE-STATUS NOT = "00"
006260         GO TO 9960-TAX-ID-ABORT
006270     END-IF.
006280     OPEN OUTPUT GLFILE
006290                 ESCPRT.
006300     IF FOLLOW-UP-RUN
006310         OPEN OUTPUT LTRFILE
006320                     POSFILE
006330         MOVE "FOLLOW-UP CYCLE"    TO ESC-B2-ACTION
006340     ELSE
006350         OPEN OUTPUT UCPFILE
006360         MOVE "ANNUAL REPORT"      TO ESC-B2-ACTION
006370     END-IF.
006380 1000-INITIALIZE-EXIT.
006390     EXIT.
006400*--------------------------------------------------------------*
006410*    1100-LOAD-PARAMETERS
006420*
006430*    THE C CARD IS REQUIRED - THERE IS NO SAFE DEFAULT FOR THE
006440*    ACTION.  S CARDS MAY COME IN ANY ORDER.
006450*--------------------------------------------------------------*
006460 1100-LOAD-PARAMETERS.
006470     OPEN INPUT PRMFILE.
006480     IF PRM-FILE-NOT-FOUND
006490         MOVE "ESCPARM FILE NOT FOUND" TO PRM-ERROR-TEXT
006500         GO TO 9950-PARM-ABORT
006510     END-IF.
006520     PERFORM 1110-READ-PARAMETER
006530         THRU 1110-READ-PARAMETER-EXIT
006540         UNTIL PRM-EOF.
006550     CLOSE PRMFILE.
006560     IF NOT C-CARD-READ
006570         MOVE "NO C (CONTROL) CARD" TO PRM-ERROR-TEXT
006580         GO TO 9950-PARM-ABORT
006590     END-IF.
006600 1100-LOAD-PARAMETERS-EXIT.
006610     EXIT.
006620*--------------------------------------------------------------*
006630*    1110-READ-PARAMETER
006640*--------------------------------------------------------------*
006650 1110-READ-PARAMETER.
006660     READ PRMFILE
006670         AT END MOVE 'Y' TO PRM-EOF-SW
006680     END-READ.
006690     IF PRM-EOF
006700         GO TO 1110-READ-PARAMETER-EXIT
006710     END-IF.
006720     IF PRM-CONTROL-CARD
006730         PERFORM 1120-EDIT-CONTROL-CARD
006740             THRU 1120-EDIT-CONTROL-CARD-EXIT
006750     ELSE
006760         IF PRM-STATE-CARD
006770             PERFORM 1130-EDIT-STATE-CARD
006780                 THRU 1130-EDIT-STATE-CARD-EXIT
006790         ELSE
006800             MOVE "UNKNOWN CARD TYPE" TO PRM-ERROR-TEXT
006810             GO TO 9950-PARM-ABORT
006820         END-IF
006830     END-IF.
006840 1110-READ-PARAMETER-EXIT.
006850     EXIT.
006860*--------------------------------------------------------------*
006870*    1120-EDIT-CONTROL-CARD
006880*--------------------------------------------------------------*
006890 1120-EDIT-CONTROL-CARD.
006900     IF C-CARD-READ
006910         MOVE "MORE THAN ONE C CARD" TO PRM-ERROR-TEXT
006920         GO TO 9950-PARM-ABORT
006930     END-IF.
006940     IF NOT PRM-C-FOLLOW-UP AND NOT PRM-C-REPORT
006950         MOVE "C CARD ACTION NOT F OR R" TO PRM-ERROR-TEXT
006960         GO TO 9950-PARM-ABORT
006970     END-IF.
006980     MOVE PRM-C-ACTION TO RUN-ACTION-SW.
006990     IF PRM-C-DORMANCY-X NOT = SPACES
007000         IF PRM-C-DORMANCY-X NOT NUMERIC OR
007010            PRM-C-DORMANCY = ZERO
007020             MOVE "C CARD DORMANCY DAYS NOT VALID"
007030                 TO PRM-ERROR-TEXT
007040             GO TO 9950-PARM-ABORT
007050         END-IF
007060         MOVE PRM-C-DORMANCY TO DEFAULT-DORMANCY-DAYS
007070     END-IF.
007080     IF FOLLOW-UP-RUN
007090         MOVE 'Y' TO C-CARD-SW
007100         GO TO 1120-EDIT-CONTROL-CARD-EXIT
007110     END-IF.
007120     IF PRM-C-CUTOFF-X = SPACES
007130         MOVE ESC-RUN-DATE TO CUTOFF-DATE
007140     ELSE
007150         IF PRM-C-CUTOFF-X NOT NUMERIC OR
007160            PRM-C-CUTOFF > ESC-RUN-DATE
007170             MOVE "C CARD CUTOFF DATE NOT VALID"
007180                 TO PRM-ERROR-TEXT
007190             GO TO 9950-PARM-ABORT
007200         END-IF
007210         MOVE PRM-C-CUTOFF TO CUTOFF-DATE
007220     END-IF.
007230     IF PRM-C-EIN-X NOT NUMERIC OR PRM-C-EIN = ZERO
007240         MOVE "C CARD HOLDER EIN NOT VALID" TO PRM-ERROR-TEXT
007250         GO TO 9950-PARM-ABORT
007260     END-IF.
007270     IF PRM-C-HOLDER-NAME = SPACES
007280         MOVE "C CARD HOLDER NAME BLANK" TO PRM-ERROR-TEXT
007290         GO TO 9950-PARM-ABORT
007300     END-IF.
007310     MOVE PRM-C-EIN         TO HOLDER-EIN.
007320     MOVE PRM-C-HOLDER-NAME TO HOLDER-NAME.
007330     MOVE 'Y' TO C-CARD-SW.
007340 1120-EDIT-CONTROL-CARD-EXIT.
007350     EXIT.
007360*--------------------------------------------------------------*
007370*    1130-EDIT-STATE-CARD
007380*--------------------------------------------------------------*
007390 1130-EDIT-STATE-CARD.
007400     IF PRM-S-STATE = SPACES
007410         MOVE "S CARD STATE BLANK" TO PRM-ERROR-TEXT
007420         GO TO 9950-PARM-ABORT
007430     END-IF.
007440     IF PRM-S-DORMANCY-X NOT NUMERIC OR PRM-S-DORMANCY = ZERO
007450         MOVE "S CARD DORMANCY DAYS NOT VALID" TO PRM-ERROR-TEXT
007460         GO TO 9950-PARM-ABORT
007470     END-IF.
007480     MOVE PRM-S-STATE TO SEARCH-STATE.
007490     PERFORM 2400-FIND-STATE THRU 2400-FIND-STATE-EXIT.
007500     IF STATE-MATCH-SUB NOT = ZERO
007510         MOVE "S CARD STATE DUPLICATED" TO PRM-ERROR-TEXT
007520         GO TO 9950-PARM-ABORT
007530     END-IF.
007540     IF STATE-CNT >= STATE-MAX
007550         MOVE "TOO MANY S CARDS" TO PRM-ERROR-TEXT
007560         GO TO 9950-PARM-ABORT
007570     END-IF.
007580     ADD 1 TO STATE-CNT.
007590     MOVE PRM-S-STATE    TO DMT-STATE (STATE-CNT).
007600     MOVE PRM-S-DORMANCY TO DMT-DAYS (STATE-CNT).
007610 1130-EDIT-STATE-CARD-EXIT.
007620     EXIT.
007630*--------------------------------------------------------------*
007640*    1500-LOAD-GL-MAP
007650*
007660*    PICK THE CASH AND UNCLAIMED PROPERTY ACCOUNTS OFF GLMFILE.
007670*    A MISSING MAP OR ACCOUNT STOPS THE RUN BEFORE ANY CHECK
007680*    IS TOUCHED.
007690*--------------------------------------------------------------*
007700 1500-LOAD-GL-MAP.
007710     OPEN INPUT GLMFILE.
007720     IF GLM-FILE-STATUS NOT = "00"
007730         GO TO 9965-GL-MAP-ABORT
007740     END-IF.
007750     PERFORM 1510-LOAD-GL-MAP-RECORD
007760         THRU 1510-LOAD-GL-MAP-RECORD-EXIT
007770         UNTIL GLM-EOF.
007780     CLOSE GLMFILE.
007790     PERFORM 1540-CHECK-CONTROL-ACCT
007800         THRU 1540-CHECK-CONTROL-ACCT-EXIT
007810         VARYING GCT-SUB FROM 1 BY 1
007820         UNTIL GCT-SUB > GCT-COUNT.
007830 1500-LOAD-GL-MAP-EXIT.
007840     EXIT.
007850*--------------------------------------------------------------*
007860*    1510-LOAD-GL-MAP-RECORD
007870*--------------------------------------------------------------*
007880 1510-LOAD-GL-MAP-RECORD.
007890     READ GLMFILE
007900         AT END MOVE 'Y' TO GLM-EOF-SW
007910     END-READ.
007920     IF GLM-EOF
007930         GO TO 1510-LOAD-GL-MAP-RECORD-EXIT
007940     END-IF.
007950     IF GLM-REC-TYPE = 'C'
007960         MOVE GLM-REC-DATA TO GLM-CONTROL-PARSE
007970         PERFORM 1530-STORE-CONTROL-ACCT
007980             THRU 1530-STORE-CONTROL-ACCT-EXIT
007990     ELSE
008000         IF GLM-REC-TYPE NOT = 'L'
008010             GO TO 9965-GL-MAP-ABORT
008020         END-IF
008030     END-IF.
008040 1510-LOAD-GL-MAP-RECORD-EXIT.
008050     EXIT.
008060*--------------------------------------------------------------*
008070*    1530-STORE-CONTROL-ACCT
008080*--------------------------------------------------------------*
008090 1530-STORE-CONTROL-ACCT.
008100     MOVE ZERO TO GCT-MATCH-SUB.
008110     PERFORM 1535-FIND-CONTROL-FUNCTION
008120         THRU 1535-FIND-CONTROL-FUNCTION-EXIT
008130         VARYING GCT-SUB FROM 1 BY 1
008140         UNTIL GCT-SUB > GCT-COUNT.
008150     IF GCT-MATCH-SUB = ZERO
008160         GO TO 1530-STORE-CONTROL-ACCT-EXIT
008170     END-IF.
008180     IF GMC-ACCOUNT = SPACES OR
008190        GCT-ACCOUNT (GCT-MATCH-SUB) NOT = SPACES
008200         GO TO 9965-GL-MAP-ABORT
008210     END-IF.
008220     MOVE GMC-ACCOUNT TO GCT-ACCOUNT (GCT-MATCH-SUB).
008230 1530-STORE-CONTROL-ACCT-EXIT.
008240     EXIT.
008250*--------------------------------------------------------------*
008260*    1535-FIND-CONTROL-FUNCTION
008270*--------------------------------------------------------------*
008280 1535-FIND-CONTROL-FUNCTION.
008290     IF GCT-FUNCTION (GCT-SUB) = GMC-FUNCTION
008300         MOVE GCT-SUB TO GCT-MATCH-SUB
008310     END-IF.
008320 1535-FIND-CONTROL-FUNCTION-EXIT.
008330     EXIT.
008340*--------------------------------------------------------------*
008350*    1540-CHECK-CONTROL-ACCT
008360*--------------------------------------------------------------*
008370 1540-CHECK-CONTROL-ACCT.
008380     IF GCT-ACCOUNT (GCT-SUB) = SPACES
008390         GO TO 9965-GL-MAP-ABORT
008400     END-IF.
008410 1540-CHECK-CONTROL-ACCT-EXIT.
008420     EXIT.
008430*--------------------------------------------------------------*
008440*    2000-FOLLOW-UP-CYCLE
008450*
008460*    FULL PASS OVER THE REGISTER, THEN ONE PAIR OF GL ENTRIES
008470*    FOR EVERYTHING MOVED TO ESCHEAT PENDING.
008480*--------------------------------------------------------------*
008490 2000-FOLLOW-UP-CYCLE.
008500     MOVE ZERO TO CRG-CHECK-NBR.
008510     START CRGFILE KEY NOT < CRG-CHECK-NBR
008520         INVALID KEY MOVE 'Y' TO CRG-EOF-SW
008530     END-START.
008540     PERFORM 2100-FOLLOW-UP-ONE-CHECK
008550         THRU 2100-FOLLOW-UP-ONE-CHECK-EXIT
008560         UNTIL CRG-EOF.
008570     IF ESCHEAT-AMT > ZERO
008580         PERFORM 2800-POST-ESCHEAT-GL
008590             THRU 2800-POST-ESCHEAT-GL-EXIT
008600     END-IF.
008610 2000-FOLLOW-UP-CYCLE-EXIT.
008620     EXIT.
008630*--------------------------------------------------------------*
008640*    2100-FOLLOW-UP-ONE-CHECK
008650*
008660*    ONLY AN OUTSTANDING CHECK PAST STALE-DAYS IS LOOKED AT.
008670*    NO LETTER YET MEANS ONE IS SENT NOW.  WITH A LETTER OUT,
008680*    THE CHECK IS ESCHEATED ONCE IT IS OLDER THAN THE STATE'S
008690*    DORMANCY PERIOD AND THE LETTER IS DD-WAIT-DAYS OLD.
008700*--------------------------------------------------------------*
008710 2100-FOLLOW-UP-ONE-CHECK.
008720     READ CRGFILE NEXT RECORD
008730         AT END MOVE 'Y' TO CRG-EOF-SW
008740     END-READ.
008750     IF CRG-EOF
008760         GO TO 2100-FOLLOW-UP-ONE-CHECK-EXIT
008770     END-IF.
008780     IF NOT CRG-OUTSTANDING
008790         GO TO 2100-FOLLOW-UP-ONE-CHECK-EXIT
008800     END-IF.
008810     MOVE CRG-ISSUE-DATE TO ESC-WORK-DATE.
008820     PERFORM 5100-DATE-TO-DAY-NBR
008830         THRU 5100-DATE-TO-DAY-NBR-EXIT.
008840     MOVE ESC-WORK-DAY-NBR TO ISSUE-DAY-NBR.
008850     COMPUTE AGE-DAYS = RUN-DAY-NBR - ISSUE-DAY-NBR.
008860     IF AGE-DAYS NOT > STALE-DAYS
008870         GO TO 2100-FOLLOW-UP-ONE-CHECK-EXIT
008880     END-IF.
008890     ADD 1          TO STALE-CTR.
008900     ADD CRG-AMOUNT TO STALE-AMT.
008910     PERFORM 5000-READ-TAX-IDENTITY
008920         THRU 5000-READ-TAX-IDENTITY-EXIT.
008930     IF NOT TID-FOUND
008940         MOVE "NO ADDRESS ON TIDFILE - NOTHING SENT"
008950             TO ESC-D-TEXT
008960         PERFORM 8000-WRITE-DETAIL-LINE
008970             THRU 8000-WRITE-DETAIL-LINE-EXIT
008980         ADD 1 TO FLAG-CTR
008990         GO TO 2100-FOLLOW-UP-ONE-CHECK-EXIT
009000     END-IF.
009010     IF CRG-DD-DATE NOT NUMERIC OR CRG-DD-DATE = ZERO
009020         PERFORM 2300-SEND-DUE-DILIGENCE
009030             THRU 2300-SEND-DUE-DILIGENCE-EXIT
009040         GO TO 2100-FOLLOW-UP-ONE-CHECK-EXIT
009050     END-IF.
009060     MOVE TID-STATE TO SEARCH-STATE.
009070     PERFORM 2400-FIND-STATE THRU 2400-FIND-STATE-EXIT.
009080     IF STATE-MATCH-SUB = ZERO
009090         MOVE DEFAULT-DORMANCY-DAYS TO DORMANCY-DAYS
009100     ELSE
009110         MOVE DMT-DAYS (STATE-MATCH-SUB) TO DORMANCY-DAYS
009120     END-IF.
009130     MOVE CRG-DD-DATE TO ESC-WORK-DATE.
009140     PERFORM 5100-DATE-TO-DAY-NBR
009150         THRU 5100-DATE-TO-DAY-NBR-EXIT.
009160     COMPUTE LETTER-AGE-DAYS = RUN-DAY-NBR - ESC-WORK-DAY-NBR.
009170     IF AGE-DAYS > DORMANCY-DAYS AND
009180        LETTER-AGE-DAYS NOT < DD-WAIT-DAYS
009190         PERFORM 2500-MOVE-TO-ESCHEAT
009200             THRU 2500-MOVE-TO-ESCHEAT-EXIT
009210     ELSE
009220         ADD 1 TO AWAITING-CTR
009230     END-IF.
009240 2100-FOLLOW-UP-ONE-CHECK-EXIT.
009250     EXIT.
009260*--------------------------------------------------------------*
009270*    2300-SEND-DUE-DILIGENCE
009280*--------------------------------------------------------------*
009290 2300-SEND-DUE-DILIGENCE.
009300     PERFORM 6000-WRITE-LETTER THRU 6000-WRITE-LETTER-EXIT.
009310     MOVE ESC-RUN-DATE TO CRG-DD-DATE.
009320     REWRITE CRG-RECORD.
009330     ADD 1 TO LETTER-CTR.
009340     MOVE "DUE-DILIGENCE LETTER SENT" TO ESC-D-TEXT.
009350     PERFORM 8000-WRITE-DETAIL-LINE
009360         THRU 8000-WRITE-DETAIL-LINE-EXIT.
009370 2300-SEND-DUE-DILIGENCE-EXIT.
009380     EXIT.
009390*--------------------------------------------------------------*
009400*    2400-FIND-STATE
009410*
009420*    LOOK SEARCH-STATE UP IN THE DORMANCY TABLE.  STATE-MATCH-
009430*    SUB IS LEFT AT ZERO WHEN THE STATE HAS NO S CARD.
009440*--------------------------------------------------------------*
009450 2400-FIND-STATE.
009460     MOVE ZERO TO STATE-MATCH-SUB.
009470     PERFORM 2410-CHECK-ONE-STATE
009480         THRU 2410-CHECK-ONE-STATE-EXIT
009490         VARYING STATE-SUB FROM 1 BY 1
009500         UNTIL STATE-SUB > STATE-CNT.
009510 2400-FIND-STATE-EXIT.
009520     EXIT.
009530*--------------------------------------------------------------*
009540*    2410-CHECK-ONE-STATE
009550*--------------------------------------------------------------*
009560 2410-CHECK-ONE-STATE.
009570     IF DMT-STATE (STATE-SUB) = SEARCH-STATE
009580         MOVE STATE-SUB TO STATE-MATCH-SUB
009590     END-IF.
009600 2410-CHECK-ONE-STATE-EXIT.
009610     EXIT.
009620*--------------------------------------------------------------*
009630*    2500-MOVE-TO-ESCHEAT
009640*
009650*    THE BANK IS TOLD TO REFUSE THE CHECK, SO THE MONEY CAN
009660*    ONLY BE PAID ONCE - TO THE STATE.
009670*--------------------------------------------------------------*
009680 2500-MOVE-TO-ESCHEAT.
009690     MOVE 'E'          TO CRG-STATUS.
009700     MOVE ESC-RUN-DATE TO CRG-CLEAR-DATE.
009710     REWRITE CRG-RECORD.
009720     MOVE CRG-CHECK-NBR  TO POS-V-CHECK-NBR.
009730     MOVE CRG-ISSUE-DATE TO POS-V-DATE.
009740     MOVE CRG-PAYEE      TO POS-V-PAYEE.
009750     MOVE CRG-AMOUNT     TO POS-V-AMOUNT.
009760     WRITE POS-RECORD FROM POS-VOID-LINE.
009770     ADD 1          TO POS-VOID-COUNT.
009780     ADD CRG-AMOUNT TO POS-VOID-AMT.
009790     ADD 1          TO ESCHEAT-CTR.
009800     ADD CRG-AMOUNT TO ESCHEAT-AMT.
009810     MOVE "MOVED TO ESCHEAT PENDING - BANK TOLD" TO ESC-D-TEXT.
009820     PERFORM 8000-WRITE-DETAIL-LINE
009830         THRU 8000-WRITE-DETAIL-LINE-EXIT.
009840 2500-MOVE-TO-ESCHEAT-EXIT.
009850     EXIT.
009860*--------------------------------------------------------------*
009870*    2800-POST-ESCHEAT-GL
009880*
009890*    THE CHECKS WILL NEVER CLEAR, SO THEIR MONEY GOES BACK TO
009900*    CASH AND IS OWED TO THE STATES INSTEAD.
009910*--------------------------------------------------------------*
009920 2800-POST-ESCHEAT-GL.
009930     MOVE SPACES          TO GL-POSTING-LINE.
009940     MOVE 'D'             TO GL-P-TYPE.
009950     MOVE 'N'             TO GL-P-CLASS.
009960     MOVE GL-ACCT-CSH     TO GL-P-ACCOUNT.
009970     MOVE GL-ESCHEAT-DESC TO GL-P-DESC.
009980     MOVE ESCHEAT-AMT     TO GL-P-AMOUNT.
009990     WRITE GL-RECORD FROM GL-POSTING-LINE.
010000     ADD ESCHEAT-AMT      TO GL-DEBIT-TOTAL.
010010     MOVE 'C'             TO GL-P-TYPE.
010020     MOVE 'E'             TO GL-P-CLASS.
010030     MOVE GL-ACCT-UCP     TO GL-P-ACCOUNT.
010040     WRITE GL-RECORD FROM GL-POSTING-LINE.
010050     ADD ESCHEAT-AMT      TO GL-CREDIT-TOTAL.
010060 2800-POST-ESCHEAT-GL-EXIT.
010070     EXIT.
010080*--------------------------------------------------------------*
010090*    3000-SELECT-ESCHEATED
010100*
010110*    SORT INPUT PROCEDURE - EVERY ESCHEAT PENDING CHECK THAT
010120*    WENT PENDING ON OR BEFORE THE CUTOFF IS RELEASED TO THE
010130*    SORT UNDER ITS PAYEE'S STATE.  LATER ONES WAIT FOR NEXT
010140*    YEAR'S REPORT.
010150*--------------------------------------------------------------*
010160 3000-SELECT-ESCHEATED.
010170     MOVE ZERO TO CRG-CHECK-NBR.
010180     START CRGFILE KEY NOT < CRG-CHECK-NBR
010190         INVALID KEY MOVE 'Y' TO CRG-EOF-SW
010200     END-START.
010210     PERFORM 3100-SELECT-ONE-CHECK
010220         THRU 3100-SELECT-ONE-CHECK-EXIT
010230         UNTIL CRG-EOF.
010240 3000-SELECT-ESCHEATED-EXIT.
010250     EXIT.
010260*--------------------------------------------------------------*
010270*    3100-SELECT-ONE-CHECK
010280*--------------------------------------------------------------*
010290 3100-SELECT-ONE-CHECK.
010300     READ CRGFILE NEXT RECORD
010310         AT END MOVE 'Y' TO CRG-EOF-SW
010320     END-READ.
010330     IF CRG-EOF
010340         GO TO 3100-SELECT-ONE-CHECK-EXIT
010350     END-IF.
010360     IF NOT CRG-ESCHEAT-PENDING
010370         GO TO 3100-SELECT-ONE-CHECK-EXIT
010380     END-IF.
010390     IF CRG-CLEAR-DATE > CUTOFF-DATE
010400         ADD 1 TO NOT-DUE-CTR
010410         GO TO 3100-SELECT-ONE-CHECK-EXIT
010420     END-IF.
010430     PERFORM 5000-READ-TAX-IDENTITY
010440         THRU 5000-READ-TAX-IDENTITY-EXIT.
010450     IF NOT TID-FOUND
010460         MOVE "NO ADDRESS ON TIDFILE - NOT REPORTED"
010470             TO ESC-D-TEXT
010480         PERFORM 8000-WRITE-DETAIL-LINE
010490             THRU 8000-WRITE-DETAIL-LINE-EXIT
010500         ADD 1 TO FLAG-CTR
010510         GO TO 3100-SELECT-ONE-CHECK-EXIT
010520     END-IF.
010530     MOVE SPACES         TO SRT-SORT-RECORD.
010540     MOVE TID-STATE      TO SRT-STATE.
010550     MOVE CRG-CHECK-NBR  TO SRT-CHECK-NBR.
010560     MOVE CRG-EMP-ID     TO SRT-EMP-ID.
010570     MOVE CRG-ISSUE-DATE TO SRT-ISSUE-DATE.
010580     MOVE CRG-AMOUNT     TO SRT-AMOUNT.
010590     MOVE TID-RECORD     TO SRT-TID-RECORD.
010600     RELEASE SRT-SORT-RECORD.
010610 3100-SELECT-ONE-CHECK-EXIT.
010620     EXIT.
010630*--------------------------------------------------------------*
010640*    4000-REPORT-AND-REMIT
010650*
010660*    SORT OUTPUT PROCEDURE.  EACH STATE IS ONE CONTROL GROUP ON
010670*    THE REPORT FILE AND ONE REMITTANCE ON THE GL.
010680*--------------------------------------------------------------*
010690 4000-REPORT-AND-REMIT.
010700     PERFORM 4250-RETURN-SORTED-RECORD
010710         THRU 4250-RETURN-SORTED-RECORD-EXIT.
010720     PERFORM 4100-REPORT-ONE-CHECK
010730         THRU 4100-REPORT-ONE-CHECK-EXIT
010740         UNTIL SORT-EOF.
010750     IF STATE-OPEN
010760         PERFORM 4200-CLOSE-STATE THRU 4200-CLOSE-STATE-EXIT
010770     END-IF.
010780 4000-REPORT-AND-REMIT-EXIT.
010790     EXIT.
010800*--------------------------------------------------------------*
010810*    4100-REPORT-ONE-CHECK
010820*
010830*    THE REGISTER ENTRY IS READ AGAIN BEFORE ANYTHING IS
010840*    WRITTEN, SO A CHECK THAT LEFT ESCHEAT PENDING SINCE THE
010850*    SORT IS NOT REPORTED.
010860*--------------------------------------------------------------*
010870 4100-REPORT-ONE-CHECK.
010880     MOVE 'N' TO CRG-FOUND-SW.
010890     MOVE SRT-CHECK-NBR TO CRG-CHECK-NBR.
010900     READ CRGFILE
010910         INVALID KEY
010920             CONTINUE
010930         NOT INVALID KEY
010940             MOVE 'Y' TO CRG-FOUND-SW
010950     END-READ.
010960     MOVE SRT-TID-RECORD TO TID-RECORD.
010970     MOVE 'Y' TO TID-FOUND-SW.
010980     IF NOT CRG-FOUND
010990         MOVE SRT-CHECK-NBR  TO CRG-CHECK-NBR
011000         MOVE SRT-ISSUE-DATE TO CRG-ISSUE-DATE
011010         MOVE SRT-EMP-ID     TO CRG-EMP-ID
011020         MOVE SRT-AMOUNT     TO CRG-AMOUNT
011030         MOVE SPACES         TO CRG-PAYEE
011040     END-IF.
011050     IF NOT CRG-FOUND OR NOT CRG-ESCHEAT-PENDING
011060         MOVE "REGISTER CHANGED - NOT REPORTED" TO ESC-D-TEXT
011070         PERFORM 8000-WRITE-DETAIL-LINE
011080             THRU 8000-WRITE-DETAIL-LINE-EXIT
011090         ADD 1 TO FLAG-CTR
011100         GO TO 4100-REPORT-NEXT
011110     END-IF.
011120     IF STATE-OPEN AND SRT-STATE NOT = GROUP-STATE
011130         PERFORM 4200-CLOSE-STATE THRU 4200-CLOSE-STATE-EXIT
011140     END-IF.
011150     IF NOT STATE-OPEN
011160         PERFORM 4150-OPEN-STATE THRU 4150-OPEN-STATE-EXIT
011170     END-IF.
011180     MOVE SRT-STATE       TO UCP-D-STATE.
011190     MOVE TID-SSN         TO UCP-D-SSN.
011200     MOVE TID-LAST-NAME   TO UCP-D-LAST-NAME.
011210     MOVE TID-FIRST-NAME  TO UCP-D-FIRST-NAME.
011220     MOVE TID-MIDDLE-INIT TO UCP-D-MIDDLE-INIT.
011230     MOVE TID-SUFFIX      TO UCP-D-SUFFIX.
011240     MOVE TID-ADDR-LINE-1 TO UCP-D-ADDR-LINE-1.
011250     MOVE TID-ADDR-LINE-2 TO UCP-D-ADDR-LINE-2.
011260     MOVE TID-CITY        TO UCP-D-CITY.
011270     MOVE TID-ZIP         TO UCP-D-ZIP.
011280     MOVE TID-ZIP-EXT     TO UCP-D-ZIP-EXT.
011290     MOVE CRG-CHECK-NBR   TO UCP-D-CHECK-NBR.
011300     MOVE CRG-ISSUE-DATE  TO UCP-D-ISSUE-DATE.
011310     MOVE CRG-AMOUNT      TO UCP-D-AMOUNT.
011320     MOVE CRG-EMP-ID      TO UCP-D-EMP-ID.
011330     WRITE UCP-RECORD FROM UCP-DETAIL-LINE.
011340     MOVE 'R'          TO CRG-STATUS.
011350     MOVE ESC-RUN-DATE TO CRG-CLEAR-DATE.
011360     REWRITE CRG-RECORD.
011370     ADD 1          TO GROUP-COUNT.
011380     ADD CRG-AMOUNT TO GROUP-AMT.
011390     MOVE "REPORTED AND REMITTED TO STATE" TO ESC-D-TEXT.
011400     PERFORM 8000-WRITE-DETAIL-LINE
011410         THRU 8000-WRITE-DETAIL-LINE-EXIT.
011420 4100-REPORT-NEXT.
011430     PERFORM 4250-RETURN-SORTED-RECORD
011440         THRU 4250-RETURN-SORTED-RECORD-EXIT.
011450 4100-REPORT-ONE-CHECK-EXIT.
011460     EXIT.
011470*--------------------------------------------------------------*
011480*    4150-OPEN-STATE
011490*--------------------------------------------------------------*
011500 4150-OPEN-STATE.
011510     MOVE SRT-STATE    TO GROUP-STATE.
011520     MOVE ZERO         TO GROUP-COUNT.
011530     MOVE ZERO         TO GROUP-AMT.
011540     MOVE SRT-STATE    TO UCP-H-STATE.
011550     MOVE HOLDER-EIN   TO UCP-H-HOLDER-EIN.
011560     MOVE HOLDER-NAME  TO UCP-H-HOLDER-NAME.
011570     MOVE CUTOFF-DATE  TO UCP-H-CUTOFF-DATE.
011580     MOVE ESC-RUN-DATE TO UCP-H-RUN-DATE.
011590     WRITE UCP-RECORD FROM UCP-HEADER-LINE.
011600     MOVE 'Y' TO STATE-OPEN-SW.
011610 4150-OPEN-STATE-EXIT.
011620     EXIT.
011630*--------------------------------------------------------------*
011640*    4200-CLOSE-STATE
011650*
011660*    THE STATE'S TOTAL RECORD, ITS LINE ON THE REGISTER AND THE
011670*    GL ENTRIES THAT CLEAR ITS SHARE OF THE LIABILITY.
011680*--------------------------------------------------------------*
011690 4200-CLOSE-STATE.
011700     MOVE GROUP-STATE TO UCP-T-STATE.
011710     MOVE GROUP-COUNT TO UCP-T-COUNT.
011720     MOVE GROUP-AMT   TO UCP-T-AMOUNT.
011730     WRITE UCP-RECORD FROM UCP-TRAILER-LINE.
011740     MOVE GROUP-STATE TO ESC-S-STATE.
011750     MOVE GROUP-COUNT TO ESC-S-COUNT.
011760     MOVE GROUP-AMT   TO ESC-S-AMOUNT.
011770     PERFORM 8200-WRITE-STATE-LINE
011780         THRU 8200-WRITE-STATE-LINE-EXIT.
011790     MOVE GROUP-STATE     TO GL-R-STATE.
011800     MOVE SPACES          TO GL-POSTING-LINE.
011810     MOVE 'D'             TO GL-P-TYPE.
011820     MOVE 'E'             TO GL-P-CLASS.
011830     MOVE GL-ACCT-UCP     TO GL-P-ACCOUNT.
011840     MOVE GL-REMIT-DESC   TO GL-P-DESC.
011850     MOVE GROUP-AMT       TO GL-P-AMOUNT.
011860     WRITE GL-RECORD FROM GL-POSTING-LINE.
011870     ADD GROUP-AMT        TO GL-DEBIT-TOTAL.
011880     MOVE 'C'             TO GL-P-TYPE.
011890     MOVE 'N'             TO GL-P-CLASS.
011900     MOVE GL-ACCT-CSH     TO GL-P-ACCOUNT.
011910     WRITE GL-RECORD FROM GL-POSTING-LINE.
011920     ADD GROUP-AMT        TO GL-CREDIT-TOTAL.
011930     ADD 1           TO STATE-RPT-CTR.
011940     ADD GROUP-COUNT TO REPORTED-CTR.
011950     ADD GROUP-AMT   TO REPORTED-AMT.
011960     MOVE 'N' TO STATE-OPEN-SW.
011970 4200-CLOSE-STATE-EXIT.
011980     EXIT.
011990*--------------------------------------------------------------*
012000*    4250-RETURN-SORTED-RECORD
012010*--------------------------------------------------------------*
012020 4250-RETURN-SORTED-RECORD.
012030     RETURN SORT-FILE
012040         AT END MOVE 'Y' TO SORT-EOF-SW
012050     END-RETURN.
012060 4250-RETURN-SORTED-RECORD-EXIT.
012070     EXIT.
012080*--------------------------------------------------------------*
012090*    5000-READ-TAX-IDENTITY
012100*
012110*    THE PAYEE COUNTS AS FOUND ONLY WITH A MAILING ADDRESS AND
012120*    A STATE TO REPORT TO.
012130*--------------------------------------------------------------*
012140 5000-READ-TAX-IDENTITY.
012150     MOVE 'N' TO TID-FOUND-SW.
012160     MOVE CRG-EMP-ID TO TID-EMP-ID.
012170     READ TIDFILE
012180         INVALID KEY
012190             CONTINUE
012200         NOT INVALID KEY
012210             IF TID-ADDR-LINE-1 NOT = SPACES AND
012220                TID-CITY NOT = SPACES AND
012230                TID-STATE NOT = SPACES
012240                 MOVE 'Y' TO TID-FOUND-SW
012250             END-IF
012260     END-READ.
012270 5000-READ-TAX-IDENTITY-EXIT.
012280     EXIT.
012290*--------------------------------------------------------------*
012300*    5100-DATE-TO-DAY-NBR
012310*
012320*    APPROXIMATE DAY NUMBER - EVERY MONTH COUNTS 31 DAYS, AS IN
012330*    PAYRECN.  A FEW DAYS' ERROR DOES NOT MATTER AGAINST
012340*    PERIODS MEASURED IN MONTHS AND YEARS.
012350*--------------------------------------------------------------*
012360 5100-DATE-TO-DAY-NBR.
012370     COMPUTE ESC-WORK-DAY-NBR =
012380         (ESC-WD-YEAR * 372) +
012390         ((ESC-WD-MONTH - 1) * 31) +
012400         ESC-WD-DAY.
012410 5100-DATE-TO-DAY-NBR-EXIT.
012420     EXIT.
012430*--------------------------------------------------------------*
012440*    6000-WRITE-LETTER
012450*
012460*    ONE PAGE TO THE PAYEE'S LEGAL NAME AND ADDRESS FROM
012470*    TIDFILE, NAMING THE CHECK AND THE REPLY PERIOD.
012480*--------------------------------------------------------------*
012490 6000-WRITE-LETTER.
012500     WRITE LTR-RECORD FROM LTR-HEAD-LINE-1.
012510     WRITE LTR-RECORD FROM LTR-HEAD-LINE-2.
012520     MOVE ESC-RUN-DATE TO LTR-DATE.
012530     WRITE LTR-RECORD FROM LTR-DATE-LINE.
012540     WRITE LTR-RECORD FROM ESC-BLANK-LINE.
012550     WRITE LTR-RECORD FROM ESC-BLANK-LINE.
012560     IF TID-MIDDLE-INIT = SPACE
012570         MOVE SPACES          TO LTR-MIDDLE-PART
012580     ELSE
012590         MOVE TID-MIDDLE-INIT TO LTR-MIDDLE-INIT
012600         MOVE ". "            TO LTR-MIDDLE-DOT
012610     END-IF.
012620     MOVE SPACES TO LTR-A-TEXT.
012630     STRING TID-FIRST-NAME  DELIMITED BY "  "
012640            " "             DELIMITED BY SIZE
012650            LTR-MIDDLE-PART DELIMITED BY "  "
012660            TID-LAST-NAME   DELIMITED BY "  "
012670            " "             DELIMITED BY SIZE
012680            TID-SUFFIX      DELIMITED BY "  "
012690         INTO LTR-A-TEXT
012700     END-STRING.
012710     WRITE LTR-RECORD FROM LTR-ADDR-LINE.
012720     MOVE TID-ADDR-LINE-1 TO LTR-A-TEXT.
012730     WRITE LTR-RECORD FROM LTR-ADDR-LINE.
012740     IF TID-ADDR-LINE-2 NOT = SPACES
012750         MOVE TID-ADDR-LINE-2 TO LTR-A-TEXT
012760         WRITE LTR-RECORD FROM LTR-ADDR-LINE
012770     END-IF.
012780     IF TID-ZIP-EXT = SPACES
012790         MOVE SPACES      TO LTR-ZIP-EXT-PART
012800     ELSE
012810         MOVE "-"         TO LTR-ZIP-DASH
012820         MOVE TID-ZIP-EXT TO LTR-ZIP-EXT
012830     END-IF.
012840     MOVE SPACES TO LTR-A-TEXT.
012850     STRING TID-CITY         DELIMITED BY "  "
012860            " "              DELIMITED BY SIZE
012870            TID-STATE        DELIMITED BY SIZE
012880            "  "             DELIMITED BY SIZE
012890            TID-ZIP          DELIMITED BY SIZE
012900            LTR-ZIP-EXT-PART DELIMITED BY SIZE
012910         INTO LTR-A-TEXT
012920     END-STRING.
012930     WRITE LTR-RECORD FROM LTR-ADDR-LINE.
012940     WRITE LTR-RECORD FROM ESC-BLANK-LINE.
012950     WRITE LTR-RECORD FROM LTR-RE-LINE.
012960     WRITE LTR-RECORD FROM ESC-BLANK-LINE.
012970     PERFORM 6100-WRITE-LETTER-TEXT
012980         THRU 6100-WRITE-LETTER-TEXT-EXIT
012990         VARYING LTR-SUB FROM 1 BY 1
013000         UNTIL LTR-SUB > 3.
013010     WRITE LTR-RECORD FROM ESC-BLANK-LINE.
013020     MOVE CRG-CHECK-NBR  TO LTR-C-CHECK-NBR.
013030     WRITE LTR-RECORD FROM LTR-CHECK-LINE.
013040     MOVE CRG-ISSUE-DATE TO LTR-I-DATE.
013050     WRITE LTR-RECORD FROM LTR-ISSUE-LINE.
013060     MOVE CRG-AMOUNT     TO LTR-M-AMOUNT.
013070     WRITE LTR-RECORD FROM LTR-AMOUNT-LINE.
013080     WRITE LTR-RECORD FROM ESC-BLANK-LINE.
013090     PERFORM 6100-WRITE-LETTER-TEXT
013100         THRU 6100-WRITE-LETTER-TEXT-EXIT
013110         VARYING LTR-SUB FROM 4 BY 1
013120         UNTIL LTR-SUB > 7.
013130     MOVE DD-WAIT-DAYS TO LTR-W-DAYS.
013140     WRITE LTR-RECORD FROM LTR-WAIT-LINE.
013150     WRITE LTR-RECORD FROM ESC-BLANK-LINE.
013160     PERFORM 6100-WRITE-LETTER-TEXT
013170         THRU 6100-WRITE-LETTER-TEXT-EXIT
013180         VARYING LTR-SUB FROM 8 BY 1
013190         UNTIL LTR-SUB > 11.
013200     WRITE LTR-RECORD FROM ESC-BLANK-LINE.
013210     WRITE LTR-RECORD FROM LTR-HEAD-LINE-2.
013220     MOVE SPACES TO LTR-RECORD.
013230     WRITE LTR-RECORD AFTER ADVANCING PAGE.
013240 6000-WRITE-LETTER-EXIT.
013250     EXIT.
013260*--------------------------------------------------------------*
013270*    6100-WRITE-LETTER-TEXT
013280*--------------------------------------------------------------*
013290 6100-WRITE-LETTER-TEXT.
013300     MOVE LTR-TEXT-ENTRY (LTR-SUB) TO LTR-T-TEXT.
013310     WRITE LTR-RECORD FROM LTR-TEXT-LINE.
013320 6100-WRITE-LETTER-TEXT-EXIT.
013330     EXIT.
013340*--------------------------------------------------------------*
013350*    7500-WRITE-PAGE-HEADERS
013360*--------------------------------------------------------------*
013370 7500-WRITE-PAGE-HEADERS.
013380     ADD 1 TO ESC-PAGE-NBR.
013390     MOVE ESC-PAGE-NBR TO ESC-B1-PAGE-NBR.
013400     MOVE ESC-RUN-DATE TO ESC-B2-RUN-DATE.
013401     WRITE ESC-PRT-RECORD FROM ESC-BANNER-LINE-1
013402         AFTER ADVANCING PAGE.
013420     WRITE ESC-PRT-RECORD FROM ESC-BANNER-LINE-2.
013430     WRITE ESC-PRT-RECORD FROM ESC-BLANK-LINE.
013440     WRITE ESC-PRT-RECORD FROM ESC-HEADING-LINE.
013450     MOVE 4 TO ESC-LINE-CTR.
013460 7500-WRITE-PAGE-HEADERS-EXIT.
013470     EXIT.
013480*--------------------------------------------------------------*
013490*    8000-WRITE-DETAIL-LINE
013500*
013510*    CALLED WITH THE REGISTER ENTRY IN CRG-RECORD AND, WHEN
013520*    TID-FOUND IS SET, THE PAYEE'S TAX IDENTITY IN TID-RECORD.
013530*--------------------------------------------------------------*
013540 8000-WRITE-DETAIL-LINE.
013550     IF ESC-PAGE-NBR = ZERO OR
013560        ESC-LINE-CTR >= ESC-LINES-PER-PAGE
013570         PERFORM 7500-WRITE-PAGE-HEADERS
013580             THRU 7500-WRITE-PAGE-HEADERS-EXIT
013590     END-IF.
013600     MOVE CRG-CHECK-NBR  TO ESC-D-CHECK.
013610     MOVE CRG-ISSUE-DATE TO ESC-D-ISSUE-DATE.
013620     MOVE CRG-EMP-ID     TO ESC-D-EMP-ID.
013630     MOVE CRG-PAYEE      TO ESC-D-PAYEE.
013640     MOVE CRG-AMOUNT     TO ESC-D-AMOUNT.
013650     IF TID-FOUND
013660         MOVE TID-STATE      TO ESC-D-STATE
013670         MOVE TID-SSN-LAST-4 TO MASKED-SSN-LAST-4
013680         MOVE MASKED-SSN     TO ESC-D-SSN
013690     ELSE
013700         MOVE SPACES         TO ESC-D-STATE
013710         MOVE NO-SSN-TEXT    TO ESC-D-SSN
013720     END-IF.
013730     WRITE ESC-PRT-RECORD FROM ESC-DETAIL-LINE.
013740     ADD 1 TO ESC-LINE-CTR.
013750 8000-WRITE-DETAIL-LINE-EXIT.
013760     EXIT.
013770*--------------------------------------------------------------*
013780*    8200-WRITE-STATE-LINE
013790*--------------------------------------------------------------*
013800 8200-WRITE-STATE-LINE.
013810     IF ESC-PAGE-NBR = ZERO OR
013820        ESC-LINE-CTR >= ESC-LINES-PER-PAGE
013830         PERFORM 7500-WRITE-PAGE-HEADERS
013840             THRU 7500-WRITE-PAGE-HEADERS-EXIT
013850     END-IF.
013860     WRITE ESC-PRT-RECORD FROM ESC-STATE-LINE.
013870     WRITE ESC-PRT-RECORD FROM ESC-BLANK-LINE.
013880     ADD 2 TO ESC-LINE-CTR.
013890 8200-WRITE-STATE-LINE-EXIT.
013900     EXIT.
013910*--------------------------------------------------------------*
013920*    9500-WRITE-TOTALS
013930*--------------------------------------------------------------*
013940 9500-WRITE-TOTALS.
013950     IF ESC-PAGE-NBR = ZERO
013960         PERFORM 7500-WRITE-PAGE-HEADERS
013970             THRU 7500-WRITE-PAGE-HEADERS-EXIT
013980     END-IF.
013990     WRITE ESC-PRT-RECORD FROM ESC-BLANK-LINE.
014000     IF FOLLOW-UP-RUN
014010         MOVE "STALE CHECKS OUTSTANDING"    TO ESC-TOT-DESC
014020         MOVE STALE-CTR                     TO ESC-TOT-COUNT
014030         WRITE ESC-PRT-RECORD FROM ESC-TOTAL-LINE
014040         MOVE "DUE-DILIGENCE LETTERS SENT"  TO ESC-TOT-DESC
014050         MOVE LETTER-CTR                    TO ESC-TOT-COUNT
014060         WRITE ESC-PRT-RECORD FROM ESC-TOTAL-LINE
014070         MOVE "LETTERED - NOT YET DORMANT"  TO ESC-TOT-DESC
014080         MOVE AWAITING-CTR                  TO ESC-TOT-COUNT
014090         WRITE ESC-PRT-RECORD FROM ESC-TOTAL-LINE
014100         MOVE "MOVED TO ESCHEAT PENDING"    TO ESC-TOT-DESC
014110         MOVE ESCHEAT-CTR                   TO ESC-TOT-COUNT
014120         WRITE ESC-PRT-RECORD FROM ESC-TOTAL-LINE
014130         MOVE "FLAGGED - NO ADDRESS"        TO ESC-TOT-DESC
014140         MOVE FLAG-CTR                      TO ESC-TOT-COUNT
014150         WRITE ESC-PRT-RECORD FROM ESC-TOTAL-LINE
014160         MOVE "STALE DOLLAR TOTAL"          TO ESC-AMT-DESC
014170         MOVE STALE-AMT                     TO ESC-AMT-AMOUNT
014180         WRITE ESC-PRT-RECORD FROM ESC-AMOUNT-LINE
014190         MOVE "MOVED TO UNCLAIMED PROPERTY" TO ESC-AMT-DESC
014200         MOVE ESCHEAT-AMT                   TO ESC-AMT-AMOUNT
014210         WRITE ESC-PRT-RECORD FROM ESC-AMOUNT-LINE
014220     ELSE
014230         MOVE "STATES REPORTED"             TO ESC-TOT-DESC
014240         MOVE STATE-RPT-CTR                 TO ESC-TOT-COUNT
014250         WRITE ESC-PRT-RECORD FROM ESC-TOTAL-LINE
014260         MOVE "CHECKS REPORTED AND REMITTED" TO ESC-TOT-DESC
014270         MOVE REPORTED-CTR                  TO ESC-TOT-COUNT
014280         WRITE ESC-PRT-RECORD FROM ESC-TOTAL-LINE
014290         MOVE "PENDING AFTER CUTOFF - HELD"  TO ESC-TOT-DESC
014300         MOVE NOT-DUE-CTR                   TO ESC-TOT-COUNT
014310         WRITE ESC-PRT-RECORD FROM ESC-TOTAL-LINE
014320         MOVE "FLAGGED - NOT REPORTED"      TO ESC-TOT-DESC
014330         MOVE FLAG-CTR                      TO ESC-TOT-COUNT
014340         WRITE ESC-PRT-RECORD FROM ESC-TOTAL-LINE
014350         MOVE "REMITTED DOLLAR TOTAL"       TO ESC-AMT-DESC
014360         MOVE REPORTED-AMT                  TO ESC-AMT-AMOUNT
014370         WRITE ESC-PRT-RECORD FROM ESC-AMOUNT-LINE
014380     END-IF.
014390     MOVE GL-DEBIT-TOTAL  TO ESC-GL-DEBITS.
014400     MOVE GL-CREDIT-TOTAL TO ESC-GL-CREDITS.
014410     IF GL-DEBIT-TOTAL = GL-CREDIT-TOTAL
014420         MOVE "IN BALANCE"     TO ESC-GL-VERDICT
014430         WRITE ESC-PRT-RECORD FROM ESC-GL-SUMMARY-LINE
014440     ELSE
014450         MOVE "OUT OF BALANCE" TO ESC-GL-VERDICT
014460         WRITE ESC-PRT-RECORD FROM ESC-GL-SUMMARY-LINE
014470         WRITE ESC-PRT-RECORD FROM ESC-GL-FLAG-LINE
014480         DISPLAY "PAYESCH - GL POSTINGS OUT OF BALANCE - "
014490             "DO NOT POST"
014500     END-IF.
014510     IF GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
014520         MOVE 8 TO RETURN-CODE
014530     ELSE
014540         IF FLAG-CTR > ZERO
014550             MOVE 4 TO RETURN-CODE
014560         END-IF
014570     END-IF.
014580 9500-WRITE-TOTALS-EXIT.
014590     EXIT.
014600*--------------------------------------------------------------*
014610*    9900-FINALIZE
014620*--------------------------------------------------------------*
014630 9900-FINALIZE.
014640     CLOSE CRGFILE.
014650     CLOSE TIDFILE.
014660     CLOSE GLFILE.
014670     IF FOLLOW-UP-RUN
014680         MOVE POS-VOID-COUNT TO POS-T-VOID-COUNT
014690         MOVE POS-VOID-AMT   TO POS-T-VOID-AMOUNT
014700         WRITE POS-RECORD FROM POS-TRAILER-LINE
014710         CLOSE POSFILE
014720         CLOSE LTRFILE
014730     ELSE
014740         CLOSE UCPFILE
014750     END-IF.
014760     CLOSE ESCPRT.
014770     GOBACK.
014780*--------------------------------------------------------------*
014790*    9950-PARM-ABORT
014800*--------------------------------------------------------------*
014810 9950-PARM-ABORT.
014820     DISPLAY "PAYESCH - " PRM-ERROR-TEXT.
014830     DISPLAY "PAYESCH - NOTHING PROCESSED - RUN STOPPED".
014840     MOVE 16 TO RETURN-CODE.
014850     STOP RUN.
014860*--------------------------------------------------------------*
014870*    9955-REGISTER-ABORT
014880*--------------------------------------------------------------*
014890 9955-REGISTER-ABORT.
014900     DISPLAY "PAYESCH - CHECK REGISTER MISSING OR UNREADABLE".
014910     DISPLAY "PAYESCH - NOTHING PROCESSED - RUN STOPPED".
014920     MOVE 16 TO RETURN-CODE.
014930     STOP RUN.
014940*--------------------------------------------------------------*
014950*    9960-TAX-ID-ABORT
014960*--------------------------------------------------------------*
014970 9960-TAX-ID-ABORT.
014980     DISPLAY "PAYESCH - TIDFILE MISSING OR UNREADABLE".
014990     DISPLAY "PAYESCH - NOTHING PROCESSED - RUN STOPPED".
015000     MOVE 16 TO RETURN-CODE.
015010     STOP RUN.
015020*--------------------------------------------------------------*
015030*    9965-GL-MAP-ABORT
015040*--------------------------------------------------------------*
015050 9965-GL-MAP-ABORT.
015060     DISPLAY "PAYESCH - GLMFILE CSH/UCP ACCOUNTS MISSING OR BAD".
015070     DISPLAY "PAYESCH - NOTHING PROCESSED - RUN STOPPED".
015080     MOVE 16 TO RETURN-CODE.
015090     STOP RUN.
