000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYREVW.
000030 AUTHOR.        R L HUTCHINS.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*    MODIFICATION HISTORY
000090*    DATE       INIT   DESCRIPTION
000100*    ---------  ----   -------------------------------------- *
000110*    10/15/26   RLH    ORIGINAL PROGRAM - PRE-RELEASE PAYROLL
000120*                      REVIEW.  COMPARES EACH MAIN-RUN CHECK OF
000130*                      THE PERIOD WITH THE EMPLOYEE'S RECENT
000140*                      CHECKS ON PHSFILE AND FLAGS GROSS OR NET
000150*                      SWINGS, HOURS WELL ABOVE NORMAL AND
000160*                      FIRST-TIME PAY.  FLAGS ROSTER BANK DATA
000170*                      CHANGED CLOSE TO PAYDAY AND ANY BANK
000180*                      ACCOUNT SHARED BY MORE THAN ONE EMPLOYEE.
000190*                      COPIES ACHFILE TO ACHSEND FOR THE BANK,
000200*                      KEEPING THE CREDITS OF EMPLOYEES NAMED ON
000210*                      HLDCARD OUT AND ON THE ACHHOLD FILE UNTIL
000220*                      PAYRLSE RELEASES THEM.
000221*    10/15/26   RLH    CARRY THE DEPARTMENT/COST CENTER CODE
000222*                      ADDED TO THE END OF THE ROSTER (98 TO
000223*                      102 BYTES).
000230*--------------------------------------------------------------*
000240*    RUN AFTER THE PERIOD'S MAIN RUN AND BEFORE ANY BANK FILE
000250*    IS SENT.  THE CONTROL CARD IS THE PERIOD'S CTLFILE CARD -
000260*    ONLY THE PERIOD END IS USED.  ACHFILE IS THE MAIN RUN'S
000270*    BANK FILE (CONCATENATED WHEN THE PERIOD WAS PAID BY
000280*    GROUP).  ACHSEND, NOT ACHFILE, GOES TO THE BANK.
000290*    READ THE REVIEW, PUT A HLDCARD CARD IN FOR ANYONE WHOSE
000300*    CREDIT MUST WAIT AND RUN AGAIN - ONLY THE LAST RUN'S
000310*    ACHSEND IS SENT.  A CREDIT ONCE HELD STAYS OUT OF ACHSEND
000320*    ON EVERY RERUN, CARD OR NO CARD - ONLY PAYRLSE LETS IT GO,
000330*    ON ITS OWN BANK FILE.  HLDCARD MAY BE EMPTY OR MISSING.
000340*--------------------------------------------------------------*
000350*    THE ACHFILE CREDITS MUST AGREE WITH ITS TRAILERS OR NOTHING
000360*    IS RELEASED - ACHSEND IS LEFT EMPTY, ACHHOLD IS NOT TOUCHED
000370*    AND THE RUN ENDS WITH RETURN CODE 8.  ANY CHECK FLAGGED
000380*    OR HOLD CARD NOT APPLIED ENDS WITH RETURN CODE 4.
000390*--------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CTLFILE   ASSIGN TO CTLFILE
000440                      ORGANIZATION IS SEQUENTIAL
000450                      FILE STATUS IS CTL-FILE-STATUS.
000460     SELECT HLDCARD   ASSIGN TO HLDCARD
000470                      ORGANIZATION IS SEQUENTIAL
000480                      FILE STATUS IS HLC-FILE-STATUS.
000490     SELECT EMPFILE   ASSIGN TO EMPFILE
000500                      ORGANIZATION IS SEQUENTIAL.
000510     SELECT SORT-FILE ASSIGN TO SORTWK.
000520     SELECT PHSFILE   ASSIGN TO PHSFILE
000530                      ORGANIZATION IS INDEXED
000540                      ACCESS MODE IS SEQUENTIAL
000550                      RECORD KEY IS PHS-KEY
000560                      FILE STATUS IS PHS-FILE-STATUS.
000570     SELECT ACHFILE   ASSIGN TO ACHFILE
000580                      ORGANIZATION IS SEQUENTIAL
000590                      FILE STATUS IS ACH-FILE-STATUS.
000600     SELECT ACHSEND   ASSIGN TO ACHSEND
000610                      ORGANIZATION IS SEQUENTIAL.
000620     SELECT ACHHOLD   ASSIGN TO ACHHOLD
000630                      ORGANIZATION IS INDEXED
000640                      ACCESS MODE IS DYNAMIC
000650                      RECORD KEY IS AHL-KEY
000660                      FILE STATUS IS AHL-FILE-STATUS.
000670     SELECT RLGFILE   ASSIGN TO RLGFILE
000680                      ORGANIZATION IS INDEXED
000690                      ACCESS MODE IS DYNAMIC
000700                      RECORD KEY IS RLG-KEY
000710                      FILE STATUS IS RLG-FILE-STATUS.
000720     SELECT RVWRPT    ASSIGN TO RVWRPT
000730                      ORGANIZATION IS SEQUENTIAL.
000740 DATA DIVISION.
000750 FILE SECTION.
000760*--------------------------------------------------------------*
000770*    CTLFILE - THE PERIOD'S RUN CONTROL CARD (SEE PAYROLOO)
000780*--------------------------------------------------------------*
000790 FD  CTLFILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  CTL-RECORD.
000830     05  CTL-PERIOD-END-X      PIC X(08).
000840     05  FILLER                PIC X(72).
000850*--------------------------------------------------------------*
000860*    HLDCARD - ONE CARD PER EMPLOYEE WHOSE ACH CREDIT FOR THE
000870*    PERIOD IS TO BE HELD, WITH THE REASON FOR THE HOLD
000880*--------------------------------------------------------------*
000890 FD  HLDCARD
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 80 CHARACTERS.
000920 01  HLC-RECORD.
000930     05  HLC-EMP-ID            PIC X(05).
000940     05  FILLER                PIC X(01).
000950     05  HLC-REASON            PIC X(30).
000960     05  FILLER                PIC X(44).
000970*--------------------------------------------------------------*
000980*    EMPFILE - CURRENT EMPLOYEE ROSTER, IN EMP-ID SEQUENCE
000990*--------------------------------------------------------------*
001000 FD  EMPFILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 102 CHARACTERS.
001030 01  EMP-RECORD.
001040     05  EMP-ID            PIC X(05).
001050     05  WHO               PIC X(15).
001060     05  WHERE             PIC X(20).
001070     05  EMP-EARN-CODE     PIC X(02).
001080     05  RATE              PIC 9(03)V99.
001090     05  HOURS             PIC 9(03).
001100     05  EMP-BANK-ROUTING  PIC X(09).
001110     05  EMP-BANK-ACCOUNT  PIC X(17).
001120     05  EMP-ACH-STATUS    PIC X(01).
001130     05  EMP-PRENOTE-DATE  PIC X(08).
001140     05  EMP-PAY-TYPE      PIC X(01).
001150     05  EMP-PAY-GROUP     PIC X(02).
001160     05  EMP-PAY-FREQ      PIC X(01).
001170     05  EMP-ANNUAL-SALARY PIC 9(07)V99.
001171     05  EMP-DEPT          PIC X(04).
001180*--------------------------------------------------------------*
001190*    SORT-FILE - DIRECT-DEPOSIT EMPLOYEES BY BANK ACCOUNT
001200*--------------------------------------------------------------*
001210 SD  SORT-FILE
001220     RECORD CONTAINS 54 CHARACTERS.
001230 01  SRT-RECORD.
001240     05  SRT-ROUTING           PIC X(09).
001250     05  SRT-ACCOUNT           PIC X(17).
001260     05  SRT-EMP-ID            PIC X(05).
001270     05  SRT-NAME              PIC X(15).
001280     05  SRT-CHANGE-DATE       PIC X(08).
001290*--------------------------------------------------------------*
001300*    PHSFILE - PER-CHECK PAY HISTORY (SEE PAYROLOO)
001310*--------------------------------------------------------------*
001320 FD  PHSFILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 440 CHARACTERS.
001350 01  PHS-RECORD.
001360     05  PHS-KEY.
001370         10  PHS-EMP-ID        PIC X(05).
001380         10  PHS-PERIOD-END    PIC 9(08).
001390         10  PHS-CHECK-NBR     PIC 9(06).
001400     05  PHS-NAME              PIC X(15).
001410     05  PHS-WHERE             PIC X(20).
001420     05  PHS-EARN-CODE         PIC X(02).
001430     05  PHS-REG-HOURS         PIC 9(03).
001440     05  PHS-OT-HOURS          PIC 9(03).
001450     05  PHS-GROSS             PIC 9(07)V99.
001460     05  PHS-FED-TAX           PIC 9(07)V99.
001470     05  PHS-STATE-TAX         PIC 9(07)V99.
001480     05  PHS-DEDUCTIONS        PIC 9(07)V99.
001490     05  PHS-NET               PIC S9(07)V99.
001500     05  PHS-PAY-TYPE          PIC X(01).
001510     05  PHS-PAY-FREQ          PIC X(01).
001520     05  PHS-CHECK-STATUS      PIC X(01).
001530         88  PHS-CHECK-VOIDED             VALUE 'V'.
001540         88  PHS-CHECK-REPLACED           VALUE 'R'.
001550     05  PHS-VOID-DATE         PIC 9(08).
001560     05  PHS-SOURCE            PIC X(01).
001570         88  PHS-MAIN-RUN                 VALUE 'P' ' '.
001580     05  FILLER                PIC X(01).
001590     05  PHS-LINE-CNT          PIC 9(02).
001600     05  PHS-LINE-ENTRY        OCCURS 10 TIMES.
001610         10  PHS-L-EARN-CODE   PIC X(02).
001620         10  PHS-L-BASIS       PIC X(01).
001630         10  PHS-L-HOURS       PIC 9(03).
001640         10  PHS-L-AMOUNT      PIC 9(07)V99.
001650     05  PHS-ER-FICA           PIC 9(07)V99.
001660     05  PHS-ER-FUTA           PIC 9(07)V99.
001670     05  PHS-ER-SUTA           PIC 9(07)V99.
001680     05  PHS-DED-TYPE-AMT      OCCURS 3 TIMES
001690                               PIC 9(07)V99.
001700     05  PHS-ARR-CNT           PIC 9(02).
001710     05  PHS-ARR-ENTRY         OCCURS 8 TIMES.
001720         10  PHS-A-PRIORITY    PIC 9(02).
001730         10  PHS-A-CHANGE      PIC S9(07)V99.
001740     05  PHS-XREF-CHECK        PIC 9(06).
001750     05  PHS-VAC-DRAWN         PIC 9(04).
001760     05  PHS-SICK-DRAWN        PIC 9(04).
001770     05  FILLER                PIC X(10).
001780*--------------------------------------------------------------*
001790*    ACHFILE - THE MAIN RUN'S DIRECT-DEPOSIT FILE (SEE
001800*    PAYROLOO).  TYPE D CREDITS, TYPE P ZERO-DOLLAR PRENOTES,
001810*    TYPE T TRAILERS.
001820*--------------------------------------------------------------*
001830 FD  ACHFILE
001840     LABEL RECORDS ARE STANDARD
001850     RECORD CONTAINS 100 CHARACTERS.
001860 01  ACH-RECORD.
001870     05  ACH-REC-TYPE          PIC X(01).
001880         88  ACH-DETAIL                   VALUE 'D'.
001890         88  ACH-PRENOTE                  VALUE 'P'.
001900         88  ACH-TRAILER                  VALUE 'T'.
001910     05  ACH-ROUTING           PIC X(09).
001920     05  ACH-ACCOUNT           PIC X(17).
001930     05  ACH-EMP-ID            PIC X(05).
001940     05  ACH-NAME              PIC X(15).
001950     05  ACH-AMOUNT            PIC 9(09)V99.
001960     05  FILLER                PIC X(42).
001970 01  ACH-TRAILER-RECORD.
001980     05  FILLER                PIC X(01).
001990     05  ACH-T-COUNT           PIC 9(07).
002000     05  ACH-T-AMOUNT          PIC 9(11)V99.
002010     05  FILLER                PIC X(79).
002020*--------------------------------------------------------------*
002030*    ACHSEND - THE BANK FILE RELEASED FOR TRANSMISSION.  SAME
002040*    LAYOUT AS ACHFILE, ONE TRAILER.
002050*--------------------------------------------------------------*
002060 FD  ACHSEND
002070     LABEL RECORDS ARE STANDARD
002080     RECORD CONTAINS 100 CHARACTERS.
002090 01  SND-RECORD                PIC X(100).
002100*--------------------------------------------------------------*
002110*    ACHHOLD - ACH CREDITS HELD OUT OF TRANSMISSION.  STATUS H
002120*    IS STILL HELD, R WAS RELEASED BY PAYRLSE.  LAYOUT SHARED
002130*    WITH PAYRLSE AND PAYCLOSE.
002140*--------------------------------------------------------------*
002150 FD  ACHHOLD
002160     LABEL RECORDS ARE STANDARD
002170     RECORD CONTAINS 140 CHARACTERS.
002180 01  AHL-RECORD.
002190     05  AHL-KEY.
002200         10  AHL-EMP-ID        PIC X(05).
002210         10  AHL-PERIOD-END    PIC 9(08).
002220     05  AHL-STATUS            PIC X(01).
002230         88  AHL-HELD                     VALUE 'H'.
002240         88  AHL-RELEASED                 VALUE 'R'.
002250     05  AHL-ROUTING           PIC X(09).
002260     05  AHL-ACCOUNT           PIC X(17).
002270     05  AHL-NAME              PIC X(15).
002280     05  AHL-AMOUNT            PIC 9(09)V99.
002290     05  AHL-HOLD-DATE         PIC 9(08).
002300     05  AHL-REASON            PIC X(30).
002310     05  AHL-RELEASE-DATE      PIC 9(08).
002320     05  AHL-RELEASED-BY       PIC X(08).
002330     05  FILLER                PIC X(20).
002340*--------------------------------------------------------------*
002350*    RLGFILE - SHARED RUN LEDGER (SEE PAYROLOO)
002360*--------------------------------------------------------------*
002370 FD  RLGFILE
002380     LABEL RECORDS ARE STANDARD
002390     RECORD CONTAINS 40 CHARACTERS.
002400 01  RLG-RECORD.
002410     05  RLG-KEY.
002420         10  RLG-PROGRAM       PIC X(08).
002430         10  RLG-PROGRAM-PARTS REDEFINES RLG-PROGRAM.
002440             15  RLG-PROGRAM-PREFIX PIC X(06).
002450             15  RLG-PROGRAM-GROUP  PIC X(02).
002460         10  RLG-PERIOD-END    PIC 9(08).
002470     05  RLG-STATUS            PIC X(01).
002480         88  RLG-STARTED                  VALUE 'S'.
002490         88  RLG-COMPLETED                VALUE 'C'.
002500     05  RLG-START-DATE        PIC 9(08).
002510     05  RLG-END-DATE          PIC 9(08).
002520     05  FILLER                PIC X(07).
002530*--------------------------------------------------------------*
002540*    RVWRPT - THE REVIEW, THE HOLDS AND THE RELEASE TIE
002550*--------------------------------------------------------------*
002560 FD  RVWRPT
002570     LABEL RECORDS OMITTED
002580     RECORD CONTAINS 132 CHARACTERS.
002590 01  RVW-PRT-RECORD            PIC X(132).
002600 WORKING-STORAGE SECTION.
002610******** Switches and file status
002620 77  CTL-FILE-STATUS       PIC X(02)  VALUE SPACES.
002630     88  CTL-FILE-NOT-FOUND           VALUE "35".
002640 77  CTL-EOF-SW            PIC X(01)  VALUE 'N'.
002650     88  CTL-EOF                      VALUE 'Y'.
002660 77  HLC-FILE-STATUS       PIC X(02)  VALUE SPACES.
002670     88  HLC-FILE-NOT-FOUND           VALUE "35".
002680 77  HLC-EOF-SW            PIC X(01)  VALUE 'N'.
002690     88  HLC-EOF                      VALUE 'Y'.
002700 77  EMP-EOF-SW            PIC X(01)  VALUE 'N'.
002710     88  EMP-EOF                      VALUE 'Y'.
002720 77  SORT-EOF-SW           PIC X(01)  VALUE 'N'.
002730     88  SORT-EOF                     VALUE 'Y'.
002740 77  PHS-FILE-STATUS       PIC X(02)  VALUE SPACES.
002750 77  PHS-EOF-SW            PIC X(01)  VALUE 'N'.
002760     88  PHS-EOF                      VALUE 'Y'.
002770 77  ACH-FILE-STATUS       PIC X(02)  VALUE SPACES.
002780 77  ACH-EOF-SW            PIC X(01)  VALUE 'N'.
002790     88  ACH-EOF                      VALUE 'Y'.
002800 77  AHL-FILE-STATUS       PIC X(02)  VALUE SPACES.
002810     88  AHL-FILE-NOT-FOUND           VALUE "35".
002820 77  AHL-EOF-SW            PIC X(01)  VALUE 'N'.
002830     88  AHL-EOF                      VALUE 'Y'.
002840 77  AHL-FOUND-SW          PIC X(01)  VALUE 'N'.
002850     88  AHL-FOUND                    VALUE 'Y'.
002860 77  RLG-FILE-STATUS       PIC X(02)  VALUE SPACES.
002870     88  RLG-FILE-NOT-FOUND           VALUE "35".
002880 77  RLG-EOF-SW            PIC X(01)  VALUE 'N'.
002890     88  RLG-EOF                      VALUE 'Y'.
002900 77  RLG-CYCLE-OPEN-SW     PIC X(01)  VALUE 'N'.
002910     88  RLG-CYCLE-OPEN               VALUE 'Y'.
002920 77  PAY-RUN-FOUND-SW      PIC X(01)  VALUE 'N'.
002930     88  PAY-RUN-FOUND                VALUE 'Y'.
002940 77  RLG-MAIN-PREFIX       PIC X(06)  VALUE "PAYROL".
002950 77  RELEASE-SW            PIC X(01)  VALUE 'Y'.
002960     88  RELEASE-OK                   VALUE 'Y'.
002970 77  PREV-PRINTED-SW       PIC X(01)  VALUE 'N'.
002980     88  PREV-PRINTED                 VALUE 'Y'.
002990 77  MISSING-FILE-NAME     PIC X(08)  VALUE SPACES.
003000******** Review thresholds
003010*    A GROSS OR NET MORE THAN SWING-PCT PERCENT EITHER SIDE OF
003020*    THE AVERAGE OF THE LAST HIST-CHECKS MAIN-RUN CHECKS, PAID
003030*    HOURS ABOVE HOURS-PCT PERCENT OF THEIR AVERAGE, OR BANK DATA
003040*    CHANGED WITHIN BANK-DAYS OF THE PERIOD END IS FLAGGED.
003050 77  RVW-SWING-PCT         PIC 9(03)  VALUE 25.
003060 77  RVW-HOURS-PCT         PIC 9(03)  VALUE 150.
003070 77  RVW-BANK-DAYS         PIC 9(03)  VALUE 21.
003080 77  RVW-HIST-CHECKS       PIC 9(02) COMP VALUE 4.
003090******** Period under review and run date
003100 01  PERIOD-END            PIC 9(08)  VALUE ZERO.
003110 01  PERIOD-END-PARTS REDEFINES PERIOD-END.
003120     05  PE-YEAR           PIC 9(04).
003130     05  PE-MONTH          PIC 9(02).
003140     05  PE-DAY            PIC 9(02).
003150 77  RVW-RUN-DATE          PIC 9(08)  VALUE ZERO.
003160 77  PERIOD-DAY-NBR        PIC 9(07)  VALUE ZERO.
003170 77  CHANGE-DAY-NBR        PIC 9(07)  VALUE ZERO.
003180 77  CHANGE-DAYS-APART     PIC S9(07) VALUE ZERO.
003190 01  RVW-WORK-DATE         PIC 9(08)  VALUE ZERO.
003200 01  RVW-WORK-DATE-PARTS REDEFINES RVW-WORK-DATE.
003210     05  RWD-YEAR          PIC 9(04).
003220     05  RWD-MONTH         PIC 9(02).
003230     05  RWD-DAY           PIC 9(02).
003240 77  RVW-WORK-DAY-NBR      PIC 9(07)  VALUE ZERO.
003250******** Names on the hold cards
003260 77  HLD-MAX-ENTRIES       PIC 9(04) COMP VALUE 500.
003270 77  HLD-CNT               PIC 9(04) COMP VALUE ZERO.
003280 77  HLD-SUB               PIC 9(04) COMP.
003290 77  HLD-MATCH-SUB         PIC 9(04) COMP.
003300 01  HLD-TABLE.
003310     05  HLD-ENTRY         OCCURS 500 TIMES.
003320         10  HLD-EMP-ID    PIC X(05).
003330         10  HLD-REASON    PIC X(30).
003340         10  HLD-USED-SW   PIC X(01).
003350             88  HLD-USED             VALUE 'Y'.
003360******** The employee's recent main-run checks
003370 77  CUR-EMP-ID            PIC X(05)  VALUE LOW-VALUES.
003380 77  PRIOR-CHECK-CNT       PIC 9(05) COMP VALUE ZERO.
003390 77  WIN-CNT               PIC 9(02) COMP VALUE ZERO.
003400 77  WIN-SUB               PIC 9(02) COMP.
003410 01  WIN-TABLE.
003420     05  WIN-ENTRY         OCCURS 4 TIMES.
003430         10  WIN-GROSS     PIC 9(07)V99.
003440         10  WIN-NET       PIC S9(07)V99.
003450         10  WIN-HOURS     PIC 9(04).
003460 77  AVG-GROSS             PIC 9(07)V99 VALUE ZERO.
003470 77  AVG-NET               PIC S9(07)V99 VALUE ZERO.
003480 77  AVG-HOURS             PIC 9(04)V9 VALUE ZERO.
003490 77  SUM-GROSS             PIC 9(09)V99 VALUE ZERO.
003500 77  SUM-NET               PIC S9(09)V99 VALUE ZERO.
003510 77  SUM-HOURS             PIC 9(06)  VALUE ZERO.
003520 77  CHECK-HOURS           PIC 9(04)  VALUE ZERO.
003530 77  CHANGE-PCT            PIC S9(05)V9 VALUE ZERO.
003540 77  FLAGGED-SW            PIC X(01)  VALUE 'N'.
003550     88  CHECK-FLAGGED                VALUE 'Y'.
003560******** Shared-account compare
003570 01  PREV-SRT-RECORD.
003580     05  PREV-ROUTING      PIC X(09)  VALUE SPACES.
003590     05  PREV-ACCOUNT      PIC X(17)  VALUE SPACES.
003600     05  PREV-EMP-ID       PIC X(05)  VALUE SPACES.
003610     05  PREV-NAME         PIC X(15)  VALUE SPACES.
003620     05  PREV-CHANGE-DATE  PIC X(08)  VALUE SPACES.
003630******** Release tie
003640 77  IN-DETAIL-CNT         PIC 9(07) COMP VALUE ZERO.
003650 77  IN-DETAIL-AMT         PIC 9(11)V99 VALUE ZERO.
003660 77  IN-TRAILER-CNT        PIC 9(07) COMP VALUE ZERO.
003670 77  IN-TRAILER-AMT        PIC 9(11)V99 VALUE ZERO.
003680 77  SENT-CNT              PIC 9(07) COMP VALUE ZERO.
003690 77  SENT-AMT              PIC 9(11)V99 VALUE ZERO.
003700 77  KEPT-CNT              PIC 9(07) COMP VALUE ZERO.
003710 77  KEPT-AMT              PIC 9(11)V99 VALUE ZERO.
003720 77  PRENOTE-CTR           PIC 9(05) COMP VALUE ZERO.
003730 01  SND-DETAIL-LINE.
003740     05  SND-D-REC-TYPE    PIC X(01).
003750     05  SND-D-BODY        PIC X(99).
003760 01  SND-TRAILER-LINE.
003770     05  FILLER            PIC X(01) VALUE "T".
003780     05  SND-T-COUNT       PIC 9(07).
003790     05  SND-T-AMOUNT      PIC 9(11)V99.
003800     05  FILLER            PIC X(79) VALUE SPACES.
003810******** Counters for the totals page
003820 77  ROSTER-READ-CTR       PIC 9(05) COMP VALUE ZERO.
003830 77  DD-EMP-CTR            PIC 9(05) COMP VALUE ZERO.
003840 77  BANK-CHANGE-CTR       PIC 9(05) COMP VALUE ZERO.
003850 77  SHARED-ACCT-CTR       PIC 9(05) COMP VALUE ZERO.
003860 77  PHS-READ-CTR          PIC 9(07) COMP VALUE ZERO.
003870 77  REVIEWED-CTR          PIC 9(05) COMP VALUE ZERO.
003880 77  FLAGGED-CTR           PIC 9(05) COMP VALUE ZERO.
003890 77  FLAG-LINE-CTR         PIC 9(05) COMP VALUE ZERO.
003900 77  FIRST-PAY-CTR         PIC 9(05) COMP VALUE ZERO.
003910 77  HLD-CARD-CTR          PIC 9(05) COMP VALUE ZERO.
003920 77  HELD-NOW-CTR          PIC 9(05) COMP VALUE ZERO.
003930 77  HELD-BEFORE-CTR       PIC 9(05) COMP VALUE ZERO.
003940 77  HLD-NOT-APPLIED-CTR   PIC 9(05) COMP VALUE ZERO.
003950 77  AWAITING-CTR          PIC 9(05) COMP VALUE ZERO.
003960 77  AWAITING-AMT          PIC 9(11)V99 VALUE ZERO.
003970******** Variables for the print file
003980 77  RVW-PAGE-NBR          PIC 9(04)  VALUE ZERO.
003990 77  RVW-LINE-CTR          PIC 9(03)  VALUE ZERO.
004000 77  RVW-LINES-PER-PAGE    PIC 9(03)  VALUE 45.
004010 77  RVW-HEADING-SW        PIC X(01)  VALUE SPACE.
004020     88  RVW-CHECK-HEADING            VALUE 'C'.
004030     88  RVW-BANK-HEADING             VALUE 'B'.
004040     88  RVW-HOLD-HEADING             VALUE 'H'.
004050 01  RVW-OUT-LINE          PIC X(132) VALUE SPACES.
004060 01  RVW-BANNER-LINE-1.
004070     05  FILLER            PIC X(01) VALUE SPACE.
004080     05  FILLER            PIC X(40) VALUE
004090         "ACME MANUFACTURING COMPANY".
004100     05  FILLER            PIC X(41) VALUE SPACES.
004110     05  FILLER            PIC X(05) VALUE "PAGE ".
004120     05  RVW-B1-PAGE-NBR   PIC ZZZ9.
004130     05  FILLER            PIC X(41) VALUE SPACES.
004140 01  RVW-BANNER-LINE-2.
004150     05  FILLER            PIC X(01) VALUE SPACE.
004160     05  FILLER            PIC X(32) VALUE
004170         "PRE-RELEASE PAYROLL REVIEW".
004180     05  FILLER            PIC X(12) VALUE "PERIOD END: ".
004190     05  RVW-B2-PERIOD-END PIC 9999/99/99.
004200     05  FILLER            PIC X(04) VALUE SPACES.
004210     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
004220     05  RVW-B2-RUN-DATE   PIC 9999/99/99.
004230     05  FILLER            PIC X(53) VALUE SPACES.
004240 01  RVW-BLANK-LINE        PIC X(132) VALUE SPACES.
004250 01  RVW-SECTION-LINE.
004260     05  FILLER            PIC X(01) VALUE SPACE.
004270     05  RVW-SEC-TEXT      PIC X(60).
004280     05  FILLER            PIC X(71) VALUE SPACES.
004290 01  RVW-CHECK-HEADING-LINE.
004300     05  FILLER            PIC X(01) VALUE SPACE.
004310     05  FILLER            PIC X(07) VALUE "EMP-ID".
004320     05  FILLER            PIC X(17) VALUE "NAME".
004330     05  FILLER            PIC X(08) VALUE "CHECK".
004340     05  FILLER            PIC X(08) VALUE "ITEM".
004350     05  FILLER            PIC X(15) VALUE "   THIS CHECK".
004360     05  FILLER            PIC X(15) VALUE "    PRIOR AVG".
004370     05  FILLER            PIC X(13) VALUE "   CHANGE".
004380     05  FILLER            PIC X(40) VALUE "FLAG".
004390     05  FILLER            PIC X(08) VALUE SPACES.
004400 01  RVW-CHECK-LINE.
004410     05  FILLER            PIC X(01) VALUE SPACE.
004420     05  RC-EMP-ID         PIC X(05).
004430     05  FILLER            PIC X(02) VALUE SPACES.
004440     05  RC-NAME           PIC X(15).
004450     05  FILLER            PIC X(02) VALUE SPACES.
004460     05  RC-CHECK-NBR      PIC 9(06).
004470     05  FILLER            PIC X(02) VALUE SPACES.
004480     05  RC-ITEM           PIC X(06).
004490     05  FILLER            PIC X(02) VALUE SPACES.
004500     05  RC-THIS-AMT       PIC -Z,ZZZ,ZZ9.99.
004510     05  RC-THIS-AMT-X     REDEFINES RC-THIS-AMT
004520                           PIC X(13).
004530     05  FILLER            PIC X(02) VALUE SPACES.
004540     05  RC-PRIOR-AMT      PIC -Z,ZZZ,ZZ9.99.
004550     05  RC-PRIOR-AMT-X    REDEFINES RC-PRIOR-AMT
004560                           PIC X(13).
004570     05  FILLER            PIC X(02) VALUE SPACES.
004580     05  RC-CHANGE-PCT     PIC -ZZZZ9.9.
004590     05  RC-CHANGE-PCT-X   REDEFINES RC-CHANGE-PCT
004600                           PIC X(08).
004610     05  RC-PCT-SIGN       PIC X(01).
004620     05  FILLER            PIC X(02) VALUE SPACES.
004630     05  RC-FLAG           PIC X(40).
004640     05  FILLER            PIC X(10) VALUE SPACES.
004650 01  RVW-BANK-HEADING-LINE.
004660     05  FILLER            PIC X(01) VALUE SPACE.
004670     05  FILLER            PIC X(07) VALUE "EMP-ID".
004680     05  FILLER            PIC X(17) VALUE "NAME".
004690     05  FILLER            PIC X(11) VALUE "ROUTING".
004700     05  FILLER            PIC X(19) VALUE "ACCOUNT".
004710     05  FILLER            PIC X(12) VALUE "CHANGED".
004720     05  FILLER            PIC X(40) VALUE "FLAG".
004730     05  FILLER            PIC X(25) VALUE SPACES.
004740 01  RVW-BANK-LINE.
004750     05  FILLER            PIC X(01) VALUE SPACE.
004760     05  RB-EMP-ID         PIC X(05).
004770     05  FILLER            PIC X(02) VALUE SPACES.
004780     05  RB-NAME           PIC X(15).
004790     05  FILLER            PIC X(02) VALUE SPACES.
004800     05  RB-ROUTING        PIC X(09).
004810     05  FILLER            PIC X(02) VALUE SPACES.
004820     05  RB-ACCOUNT        PIC X(17).
004830     05  FILLER            PIC X(02) VALUE SPACES.
004840     05  RB-CHANGE-DATE    PIC 9999/99/99.
004850     05  RB-CHANGE-DATE-X  REDEFINES RB-CHANGE-DATE
004860                           PIC X(10).
004870     05  FILLER            PIC X(02) VALUE SPACES.
004880     05  RB-FLAG           PIC X(40).
004890     05  FILLER            PIC X(25) VALUE SPACES.
004900 01  RVW-HOLD-HEADING-LINE.
004910     05  FILLER            PIC X(01) VALUE SPACE.
004920     05  FILLER            PIC X(07) VALUE "EMP-ID".
004930     05  FILLER            PIC X(17) VALUE "NAME".
004940     05  FILLER            PIC X(12) VALUE "PERIOD END".
004950     05  FILLER            PIC X(16) VALUE "        AMOUNT".
004960     05  FILLER            PIC X(32) VALUE "ACTION".
004970     05  FILLER            PIC X(30) VALUE "REASON FOR HOLD".
004980     05  FILLER            PIC X(17) VALUE SPACES.
004990 01  RVW-HOLD-LINE.
005000     05  FILLER            PIC X(01) VALUE SPACE.
005010     05  RH-EMP-ID         PIC X(05).
005020     05  FILLER            PIC X(02) VALUE SPACES.
005030     05  RH-NAME           PIC X(15).
005040     05  FILLER            PIC X(02) VALUE SPACES.
005050     05  RH-PERIOD-END     PIC 9999/99/99.
005060     05  RH-PERIOD-END-X   REDEFINES RH-PERIOD-END
005070                           PIC X(10).
005080     05  FILLER            PIC X(02) VALUE SPACES.
005090     05  RH-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
005100     05  RH-AMOUNT-X       REDEFINES RH-AMOUNT
005110                           PIC X(14).
005120     05  FILLER            PIC X(02) VALUE SPACES.
005130     05  RH-ACTION         PIC X(30).
005140     05  FILLER            PIC X(02) VALUE SPACES.
005150     05  RH-REASON         PIC X(30).
005160     05  FILLER            PIC X(17) VALUE SPACES.
005170 01  RVW-TOTAL-LINE.
005180     05  FILLER            PIC X(01) VALUE SPACE.
005190     05  RVW-TOT-DESC      PIC X(34).
005200     05  RVW-TOT-COUNT     PIC ZZ,ZZ9.
005210     05  FILLER            PIC X(91) VALUE SPACES.
005220 01  RVW-TIE-LINE.
005230     05  FILLER            PIC X(01) VALUE SPACE.
005240     05  RVW-T-DESC        PIC X(34).
005250     05  RVW-T-COUNT       PIC ZZZ,ZZ9.
005260     05  FILLER            PIC X(03) VALUE SPACES.
005270     05  RVW-T-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
005280     05  FILLER            PIC X(03) VALUE SPACES.
005290     05  RVW-T-VERDICT     PIC X(14).
005300     05  FILLER            PIC X(53) VALUE SPACES.
005310 01  RVW-NO-RELEASE-LINE.
005320     05  FILLER            PIC X(01) VALUE SPACE.
005330     05  FILLER            PIC X(60) VALUE
005340         "*** ACHFILE OUT OF BALANCE - NOTHING RELEASED ***".
005350     05  FILLER            PIC X(71) VALUE SPACES.
005360*--------------------------------------------------------------*
005370 PROCEDURE DIVISION.
005380*--------------------------------------------------------------*
005390*    0000-MAINLINE
005400*--------------------------------------------------------------*
005410 0000-MAINLINE.
005420     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
005430     PERFORM 2000-REVIEW-CHECKS THRU 2000-REVIEW-CHECKS-EXIT.
005440     PERFORM 3000-REVIEW-BANK-DATA
005450         THRU 3000-REVIEW-BANK-DATA-EXIT.
005460     PERFORM 4000-RELEASE-ACH THRU 4000-RELEASE-ACH-EXIT.
005470     PERFORM 4500-LIST-AWAITING-RELEASE
005480         THRU 4500-LIST-AWAITING-RELEASE-EXIT.
005490     PERFORM 9500-WRITE-TOTALS THRU 9500-WRITE-TOTALS-EXIT.
005500     GO TO 9900-FINALIZE.
005510*--------------------------------------------------------------*
005520*    1000-INITIALIZE
005530*--------------------------------------------------------------*
005540 1000-INITIALIZE.
005550     ACCEPT RVW-RUN-DATE FROM DATE YYYYMMDD.
005560     PERFORM 1100-READ-CONTROL-CARD
005570         THRU 1100-READ-CONTROL-CARD-EXIT.
005580     MOVE PERIOD-END TO RVW-WORK-DATE.
005590     PERFORM 8000-DATE-TO-DAY-NBR THRU 8000-DATE-TO-DAY-NBR-EXIT.
005600     MOVE RVW-WORK-DAY-NBR TO PERIOD-DAY-NBR.
005610     PERFORM 1200-CHECK-RUN-LEDGER
005620         THRU 1200-CHECK-RUN-LEDGER-EXIT.
005630     PERFORM 1300-LOAD-HOLD-CARDS THRU 1300-LOAD-HOLD-CARDS-EXIT.
005640     OPEN INPUT PHSFILE.
005650     IF PHS-FILE-STATUS NOT = "00"
005660         MOVE "PHSFILE" TO MISSING-FILE-NAME
005670         GO TO 9955-FILE-MISSING-ABORT
005680     END-IF.
005690     OPEN INPUT ACHFILE.
005700     IF ACH-FILE-STATUS NOT = "00"
005710         MOVE "ACHFILE" TO MISSING-FILE-NAME
005720         GO TO 9955-FILE-MISSING-ABORT
005730     END-IF.
005740     OPEN OUTPUT RVWRPT.
005750     MOVE PERIOD-END   TO RVW-B2-PERIOD-END.
005760     MOVE RVW-RUN-DATE TO RVW-B2-RUN-DATE.
005770 1000-INITIALIZE-EXIT.
005780     EXIT.
005790*--------------------------------------------------------------*
005800*    1100-READ-CONTROL-CARD
005810*--------------------------------------------------------------*
005820 1100-READ-CONTROL-CARD.
005830     OPEN INPUT CTLFILE.
005840     IF CTL-FILE-NOT-FOUND
005850         GO TO 9950-CONTROL-CARD-ABORT
005860     END-IF.
005870     READ CTLFILE
005880         AT END MOVE 'Y' TO CTL-EOF-SW
005890     END-READ.
005900     CLOSE CTLFILE.
005910     IF CTL-EOF
005920         GO TO 9950-CONTROL-CARD-ABORT
005930     END-IF.
005940     IF CTL-PERIOD-END-X NOT NUMERIC
005950         GO TO 9950-CONTROL-CARD-ABORT
005960     END-IF.
005970     MOVE CTL-PERIOD-END-X TO PERIOD-END.
005980     IF PE-MONTH < 01 OR PE-MONTH > 12
005990         GO TO 9950-CONTROL-CARD-ABORT
006000     END-IF.
006010     IF PE-DAY < 01 OR PE-DAY > 31
006020         GO TO 9950-CONTROL-CARD-ABORT
006030     END-IF.
006040 1100-READ-CONTROL-CARD-EXIT.
006050     EXIT.
006060*--------------------------------------------------------------*
006070*    1200-CHECK-RUN-LEDGER
006080*
006090*    THE BANK FILE IS NOT WHOLE UNTIL A MAIN RUN HAS COMPLETED
006100*    THE PERIOD, AND NOT SAFE WHILE ANY JOB IS STILL AT STATUS
006110*    S.  THIS JOB CHANGES NO BALANCES AND MAY BE RERUN, SO IT
006120*    ONLY READS THE LEDGER.
006130*--------------------------------------------------------------*
006140 1200-CHECK-RUN-LEDGER.
006150     OPEN INPUT RLGFILE.
006160     IF RLG-FILE-NOT-FOUND
006170         GO TO 9975-NO-PAY-RUN-ABORT
006180     END-IF.
006190     MOVE LOW-VALUES TO RLG-KEY.
006200     START RLGFILE KEY NOT < RLG-KEY
006210         INVALID KEY MOVE 'Y' TO RLG-EOF-SW
006220     END-START.
006230     PERFORM 1210-SCAN-LEDGER-RECORD
006240         THRU 1210-SCAN-LEDGER-RECORD-EXIT
006250         UNTIL RLG-EOF.
006260     CLOSE RLGFILE.
006270     IF RLG-CYCLE-OPEN
006280         GO TO 9970-CYCLE-OPEN-ABORT
006290     END-IF.
006300     IF NOT PAY-RUN-FOUND
006310         GO TO 9975-NO-PAY-RUN-ABORT
006320     END-IF.
006330 1200-CHECK-RUN-LEDGER-EXIT.
006340     EXIT.
006350*--------------------------------------------------------------*
006360*    1210-SCAN-LEDGER-RECORD
006370*--------------------------------------------------------------*
006380 1210-SCAN-LEDGER-RECORD.
006390     READ RLGFILE NEXT RECORD
006400         AT END MOVE 'Y' TO RLG-EOF-SW
006410     END-READ.
006420     IF RLG-EOF
006430         GO TO 1210-SCAN-LEDGER-RECORD-EXIT
006440     END-IF.
006450     IF RLG-STARTED
006460         MOVE 'Y' TO RLG-CYCLE-OPEN-SW
006470     END-IF.
006480     IF RLG-PROGRAM-PREFIX = RLG-MAIN-PREFIX AND
006490        RLG-PERIOD-END = PERIOD-END AND
006500        RLG-COMPLETED
006510         MOVE 'Y' TO PAY-RUN-FOUND-SW
006520     END-IF.
006530 1210-SCAN-LEDGER-RECORD-EXIT.
006540     EXIT.
006550*--------------------------------------------------------------*
006560*    1300-LOAD-HOLD-CARDS
006570*
006580*    NO HLDCARD FILE MEANS NOTHING IS TO BE HELD.
006590*--------------------------------------------------------------*
006600 1300-LOAD-HOLD-CARDS.
006610     OPEN INPUT HLDCARD.
006620     IF HLC-FILE-NOT-FOUND
006630         GO TO 1300-LOAD-HOLD-CARDS-EXIT
006640     END-IF.
006650     PERFORM 1310-READ-HOLD-CARD THRU 1310-READ-HOLD-CARD-EXIT
006660         UNTIL HLC-EOF.
006670     CLOSE HLDCARD.
006680 1300-LOAD-HOLD-CARDS-EXIT.
006690     EXIT.
006700*--------------------------------------------------------------*
006710*    1310-READ-HOLD-CARD
006720*--------------------------------------------------------------*
006730 1310-READ-HOLD-CARD.
006740     READ HLDCARD
006750         AT END MOVE 'Y' TO HLC-EOF-SW
006760     END-READ.
006770     IF HLC-EOF OR HLC-EMP-ID = SPACES
006780         GO TO 1310-READ-HOLD-CARD-EXIT
006790     END-IF.
006800     ADD 1 TO HLD-CARD-CTR.
006810     IF HLD-CNT >= HLD-MAX-ENTRIES
006820         GO TO 9960-HOLD-TABLE-FULL-ABORT
006830     END-IF.
006840     ADD 1 TO HLD-CNT.
006850     MOVE HLC-EMP-ID TO HLD-EMP-ID (HLD-CNT).
006860     MOVE HLC-REASON TO HLD-REASON (HLD-CNT).
006870     IF HLC-REASON = SPACES
006880         MOVE "HELD FOR REVIEW" TO HLD-REASON (HLD-CNT)
006890     END-IF.
006900     MOVE 'N' TO HLD-USED-SW (HLD-CNT).
006910 1310-READ-HOLD-CARD-EXIT.
006920     EXIT.
006930*--------------------------------------------------------------*
006940*    2000-REVIEW-CHECKS
006950*
006960*    ONE PASS OF THE WHOLE HISTORY.  AN EMPLOYEE'S CHECKS COME
006970*    IN PERIOD ORDER, SO BY THE TIME THE PERIOD'S CHECK IS READ
006980*    THE WINDOW HOLDS THE LAST FEW STANDING MAIN-RUN CHECKS
006990*    BEFORE IT.
007000*--------------------------------------------------------------*
007010 2000-REVIEW-CHECKS.
007020     MOVE "CHECKS FLAGGED AGAINST THE EMPLOYEE'S RECENT PAY"
007030         TO RVW-SEC-TEXT.
007040     MOVE 'C' TO RVW-HEADING-SW.
007050     PERFORM 7500-WRITE-PAGE-HEADERS
007060         THRU 7500-WRITE-PAGE-HEADERS-EXIT.
007070     PERFORM 2100-READ-PHS THRU 2100-READ-PHS-EXIT.
007080     PERFORM 2200-PROCESS-PHS THRU 2200-PROCESS-PHS-EXIT
007090         UNTIL PHS-EOF.
007100     CLOSE PHSFILE.
007110     IF FLAG-LINE-CTR = ZERO
007120         MOVE "NO CHECKS FLAGGED" TO RVW-SEC-TEXT
007130         MOVE RVW-SECTION-LINE TO RVW-OUT-LINE
007140         PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT
007150     END-IF.
007160 2000-REVIEW-CHECKS-EXIT.
007170     EXIT.
007180*--------------------------------------------------------------*
007190*    2100-READ-PHS
007200*--------------------------------------------------------------*
007210 2100-READ-PHS.
007220     READ PHSFILE NEXT RECORD
007230         AT END MOVE 'Y' TO PHS-EOF-SW
007240     END-READ.
007250     IF NOT PHS-EOF
007260         ADD 1 TO PHS-READ-CTR
007270     END-IF.
007280 2100-READ-PHS-EXIT.
007290     EXIT.
007300*--------------------------------------------------------------*
007310*    2200-PROCESS-PHS
007320*
007330*    A PAYVOID REPLACEMENT (CROSS-REFERENCE BELOW ITS OWN
007340*    NUMBER) WAS NEVER PART OF A MAIN RUN'S BANK FILE AND IS
007350*    NOT REVIEWED, BUT STANDS IN THE WINDOW FOR ITS ORIGINAL.
007360*--------------------------------------------------------------*
007370 2200-PROCESS-PHS.
007380     IF PHS-EMP-ID NOT = CUR-EMP-ID
007390         MOVE PHS-EMP-ID TO CUR-EMP-ID
007400         MOVE ZERO TO PRIOR-CHECK-CNT
007410         MOVE ZERO TO WIN-CNT
007420     END-IF.
007430     MOVE ZERO TO CHECK-HOURS.
007440     IF PHS-REG-HOURS NUMERIC AND PHS-OT-HOURS NUMERIC
007450         COMPUTE CHECK-HOURS = PHS-REG-HOURS + PHS-OT-HOURS
007460     END-IF.
007470     IF PHS-PERIOD-END < PERIOD-END
007480         ADD 1 TO PRIOR-CHECK-CNT
007490         IF PHS-MAIN-RUN AND
007500            NOT PHS-CHECK-VOIDED AND
007510            NOT PHS-CHECK-REPLACED
007520             PERFORM 2300-ADD-TO-WINDOW
007530                 THRU 2300-ADD-TO-WINDOW-EXIT
007540         END-IF
007550     END-IF.
007560     IF PHS-PERIOD-END = PERIOD-END AND PHS-MAIN-RUN
007570         IF PHS-XREF-CHECK NUMERIC AND
007580            PHS-XREF-CHECK NOT = ZERO AND
007590            PHS-XREF-CHECK < PHS-CHECK-NBR
007600             CONTINUE
007610         ELSE
007620             PERFORM 2400-REVIEW-ONE-CHECK
007630                 THRU 2400-REVIEW-ONE-CHECK-EXIT
007640         END-IF
007650     END-IF.
007660     PERFORM 2100-READ-PHS THRU 2100-READ-PHS-EXIT.
007670 2200-PROCESS-PHS-EXIT.
007680     EXIT.
007690*--------------------------------------------------------------*
007700*    2300-ADD-TO-WINDOW
007710*
007720*    ONCE THE WINDOW IS FULL THE OLDEST CHECK DROPS OFF THE TOP.
007730*--------------------------------------------------------------*
007740 2300-ADD-TO-WINDOW.
007750     IF WIN-CNT >= RVW-HIST-CHECKS
007760         PERFORM 2310-SHIFT-WINDOW THRU 2310-SHIFT-WINDOW-EXIT
007770             VARYING WIN-SUB FROM 1 BY 1
007780             UNTIL WIN-SUB >= RVW-HIST-CHECKS
007790     ELSE
007800         ADD 1 TO WIN-CNT
007810     END-IF.
007820     MOVE PHS-GROSS   TO WIN-GROSS (WIN-CNT).
007830     MOVE PHS-NET     TO WIN-NET (WIN-CNT).
007840     MOVE CHECK-HOURS TO WIN-HOURS (WIN-CNT).
007850 2300-ADD-TO-WINDOW-EXIT.
007860     EXIT.
007870*--------------------------------------------------------------*
007880*    2310-SHIFT-WINDOW
007890*--------------------------------------------------------------*
007900 2310-SHIFT-WINDOW.
007910     MOVE WIN-ENTRY (WIN-SUB + 1) TO WIN-ENTRY (WIN-SUB).
007920 2310-SHIFT-WINDOW-EXIT.
007930     EXIT.
007940*--------------------------------------------------------------*
007950*    2400-REVIEW-ONE-CHECK
007960*
007970*    AN EMPLOYEE WITH NO CHECK AT ALL BEFORE THIS PERIOD IS
007980*    FIRST-TIME PAY.  ONE WITH ONLY OFF-CYCLE OR VOIDED CHECKS
007990*    BEFORE HAS NOTHING TO BE COMPARED WITH.
008000*--------------------------------------------------------------*
008010 2400-REVIEW-ONE-CHECK.
008020     ADD 1 TO REVIEWED-CTR.
008030     MOVE 'N' TO FLAGGED-SW.
008040     MOVE PHS-EMP-ID    TO RC-EMP-ID.
008050     MOVE PHS-NAME      TO RC-NAME.
008060     MOVE PHS-CHECK-NBR TO RC-CHECK-NBR.
008070     IF PRIOR-CHECK-CNT = ZERO
008080         ADD 1 TO FIRST-PAY-CTR
008090         MOVE "NET"   TO RC-ITEM
008100         MOVE PHS-NET TO RC-THIS-AMT
008110         MOVE SPACES  TO RC-PRIOR-AMT-X
008120         MOVE SPACES  TO RC-CHANGE-PCT-X
008130         MOVE SPACE   TO RC-PCT-SIGN
008140         MOVE "FIRST PAY - NO EARLIER CHECKS" TO RC-FLAG
008150         PERFORM 7000-WRITE-CHECK-LINE
008160             THRU 7000-WRITE-CHECK-LINE-EXIT
008170         GO TO 2400-REVIEW-ONE-CHECK-EXIT
008180     END-IF.
008190     IF WIN-CNT = ZERO
008200         GO TO 2400-REVIEW-ONE-CHECK-EXIT
008210     END-IF.
008220     MOVE ZERO TO SUM-GROSS.
008230     MOVE ZERO TO SUM-NET.
008240     MOVE ZERO TO SUM-HOURS.
008250     PERFORM 2410-SUM-WINDOW THRU 2410-SUM-WINDOW-EXIT
008260         VARYING WIN-SUB FROM 1 BY 1
008270         UNTIL WIN-SUB > WIN-CNT.
008280     COMPUTE AVG-GROSS ROUNDED = SUM-GROSS / WIN-CNT.
008290     COMPUTE AVG-NET   ROUNDED = SUM-NET / WIN-CNT.
008300     COMPUTE AVG-HOURS ROUNDED = SUM-HOURS / WIN-CNT.
008310     IF AVG-GROSS > ZERO
008320         COMPUTE CHANGE-PCT ROUNDED =
008330             ((PHS-GROSS - AVG-GROSS) * 100) / AVG-GROSS
008340             ON SIZE ERROR MOVE 99999.9 TO CHANGE-PCT
008350         END-COMPUTE
008360         IF CHANGE-PCT > RVW-SWING-PCT OR
008370            CHANGE-PCT < 0 - RVW-SWING-PCT
008380             MOVE "GROSS"   TO RC-ITEM
008390             MOVE PHS-GROSS TO RC-THIS-AMT
008400             MOVE AVG-GROSS TO RC-PRIOR-AMT
008410             MOVE "GROSS PAY SWING" TO RC-FLAG
008420             PERFORM 2420-WRITE-CHANGE-LINE
008430                 THRU 2420-WRITE-CHANGE-LINE-EXIT
008440         END-IF
008450     END-IF.
008460     IF AVG-NET > ZERO
008470         COMPUTE CHANGE-PCT ROUNDED =
008480             ((PHS-NET - AVG-NET) * 100) / AVG-NET
008490             ON SIZE ERROR MOVE 99999.9 TO CHANGE-PCT
008500         END-COMPUTE
008510         IF CHANGE-PCT > RVW-SWING-PCT OR
008520            CHANGE-PCT < 0 - RVW-SWING-PCT
008530             MOVE "NET"   TO RC-ITEM
008540             MOVE PHS-NET TO RC-THIS-AMT
008550             MOVE AVG-NET TO RC-PRIOR-AMT
008560             MOVE "NET PAY SWING" TO RC-FLAG
008570             PERFORM 2420-WRITE-CHANGE-LINE
008580                 THRU 2420-WRITE-CHANGE-LINE-EXIT
008590         END-IF
008600     END-IF.
008610     IF AVG-HOURS > ZERO AND
008620        CHECK-HOURS * 100 > AVG-HOURS * RVW-HOURS-PCT
008630         COMPUTE CHANGE-PCT ROUNDED =
008640             ((CHECK-HOURS - AVG-HOURS) * 100) / AVG-HOURS
008650             ON SIZE ERROR MOVE 99999.9 TO CHANGE-PCT
008660         END-COMPUTE
008670         MOVE "HOURS"     TO RC-ITEM
008680         MOVE CHECK-HOURS TO RC-THIS-AMT
008690         MOVE AVG-HOURS   TO RC-PRIOR-AMT
008700         MOVE "HOURS WELL ABOVE NORMAL" TO RC-FLAG
008710         PERFORM 2420-WRITE-CHANGE-LINE
008720             THRU 2420-WRITE-CHANGE-LINE-EXIT
008730     END-IF.
008740 2400-REVIEW-ONE-CHECK-EXIT.
008750     EXIT.
008760*--------------------------------------------------------------*
008770*    2410-SUM-WINDOW
008780*--------------------------------------------------------------*
008790 2410-SUM-WINDOW.
008800     ADD WIN-GROSS (WIN-SUB) TO SUM-GROSS.
008810     ADD WIN-NET (WIN-SUB)   TO SUM-NET.
008820     ADD WIN-HOURS (WIN-SUB) TO SUM-HOURS.
008830 2410-SUM-WINDOW-EXIT.
008840     EXIT.
008850*--------------------------------------------------------------*
008860*    2420-WRITE-CHANGE-LINE
008870*--------------------------------------------------------------*
008880 2420-WRITE-CHANGE-LINE.
008890     MOVE CHANGE-PCT TO RC-CHANGE-PCT.
008900     MOVE "%" TO RC-PCT-SIGN.
008910     PERFORM 7000-WRITE-CHECK-LINE
008920         THRU 7000-WRITE-CHECK-LINE-EXIT.
008930 2420-WRITE-CHANGE-LINE-EXIT.
008940     EXIT.
008950*--------------------------------------------------------------*
008960*    3000-REVIEW-BANK-DATA
008970*
008980*    THE ROSTER'S DIRECT-DEPOSIT EMPLOYEES ARE SORTED BY BANK
008990*    ACCOUNT.  PAYMNT STAMPS THE PRENOTE DATE EVERY TIME BANK
009000*    DATA IS ADDED OR CHANGED, SO IT IS THE DATE OF THE LAST
009010*    CHANGE.
009020*--------------------------------------------------------------*
009030 3000-REVIEW-BANK-DATA.
009040     MOVE "BANK DATA CHANGED NEAR PAYDAY OR SHARED"
009050         TO RVW-SEC-TEXT.
009060     MOVE 'B' TO RVW-HEADING-SW.
009070     PERFORM 7500-WRITE-PAGE-HEADERS
009080         THRU 7500-WRITE-PAGE-HEADERS-EXIT.
009090     SORT SORT-FILE
009100         ON ASCENDING KEY SRT-ROUTING
009110                          SRT-ACCOUNT
009120                          SRT-EMP-ID
009130         INPUT PROCEDURE IS 3100-SELECT-DIRECT-DEPOSIT
009140             THRU 3100-SELECT-DIRECT-DEPOSIT-EXIT
009150         OUTPUT PROCEDURE IS 3300-FIND-SHARED-ACCOUNTS
009160             THRU 3300-FIND-SHARED-ACCOUNTS-EXIT.
009170     IF BANK-CHANGE-CTR = ZERO AND SHARED-ACCT-CTR = ZERO
009180         MOVE "NO BANK DATA FLAGGED" TO RVW-SEC-TEXT
009190         MOVE RVW-SECTION-LINE TO RVW-OUT-LINE
009200         PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT
009210     END-IF.
009220 3000-REVIEW-BANK-DATA-EXIT.
009230     EXIT.
009240*--------------------------------------------------------------*
009250*    3100-SELECT-DIRECT-DEPOSIT
009260*
009270*    SORT INPUT PROCEDURE.  THE ROSTER'S BATCH HEADER AND
009280*    TRAILER ARE PASSED OVER.
009290*--------------------------------------------------------------*
009300 3100-SELECT-DIRECT-DEPOSIT.
009310     OPEN INPUT EMPFILE.
009320     PERFORM 3110-READ-ROSTER THRU 3110-READ-ROSTER-EXIT
009330         UNTIL EMP-EOF.
009340     CLOSE EMPFILE.
009350 3100-SELECT-DIRECT-DEPOSIT-EXIT.
009360     EXIT.
009370*--------------------------------------------------------------*
009380*    3110-READ-ROSTER
009390*--------------------------------------------------------------*
009400 3110-READ-ROSTER.
009410     READ EMPFILE
009420         AT END MOVE 'Y' TO EMP-EOF-SW
009430     END-READ.
009440     IF EMP-EOF
009450         GO TO 3110-READ-ROSTER-EXIT
009460     END-IF.
009470     IF EMP-ID = "00000" OR EMP-ID = "99999"
009480         GO TO 3110-READ-ROSTER-EXIT
009490     END-IF.
009500     ADD 1 TO ROSTER-READ-CTR.
009510     IF EMP-BANK-ROUTING NOT NUMERIC OR
009520        EMP-BANK-ROUTING = ZEROS
009530         GO TO 3110-READ-ROSTER-EXIT
009540     END-IF.
009550     ADD 1 TO DD-EMP-CTR.
009560     MOVE EMP-BANK-ROUTING TO SRT-ROUTING.
009570     MOVE EMP-BANK-ACCOUNT TO SRT-ACCOUNT.
009580     MOVE EMP-ID           TO SRT-EMP-ID.
009590     MOVE WHO              TO SRT-NAME.
009600     MOVE EMP-PRENOTE-DATE TO SRT-CHANGE-DATE.
009610     RELEASE SRT-RECORD.
009620     PERFORM 3200-CHECK-BANK-CHANGE
009630         THRU 3200-CHECK-BANK-CHANGE-EXIT.
009640 3110-READ-ROSTER-EXIT.
009650     EXIT.
009660*--------------------------------------------------------------*
009670*    3200-CHECK-BANK-CHANGE
009680*
009690*    A CHANGE ON EITHER SIDE OF THE PERIOD END, WITHIN
009700*    BANK-DAYS, IS FLAGGED.
009710*--------------------------------------------------------------*
009720 3200-CHECK-BANK-CHANGE.
009730     IF EMP-PRENOTE-DATE NOT NUMERIC OR
009740        EMP-PRENOTE-DATE = "00000000"
009750         GO TO 3200-CHECK-BANK-CHANGE-EXIT
009760     END-IF.
009770     MOVE EMP-PRENOTE-DATE TO RVW-WORK-DATE.
009780     PERFORM 8000-DATE-TO-DAY-NBR THRU 8000-DATE-TO-DAY-NBR-EXIT.
009790     MOVE RVW-WORK-DAY-NBR TO CHANGE-DAY-NBR.
009800     COMPUTE CHANGE-DAYS-APART = PERIOD-DAY-NBR - CHANGE-DAY-NBR.
009810     IF CHANGE-DAYS-APART > RVW-BANK-DAYS OR
009820        CHANGE-DAYS-APART < 0 - RVW-BANK-DAYS
009830         GO TO 3200-CHECK-BANK-CHANGE-EXIT
009840     END-IF.
009850     ADD 1 TO BANK-CHANGE-CTR.
009860     MOVE EMP-BANK-ROUTING TO PREV-ROUTING.
009870     MOVE EMP-BANK-ACCOUNT TO PREV-ACCOUNT.
009880     MOVE EMP-ID           TO PREV-EMP-ID.
009890     MOVE WHO              TO PREV-NAME.
009900     MOVE EMP-PRENOTE-DATE TO PREV-CHANGE-DATE.
009910     MOVE "BANK DATA CHANGED NEAR PAYDAY" TO RB-FLAG.
009920     PERFORM 7050-WRITE-BANK-LINE THRU 7050-WRITE-BANK-LINE-EXIT.
009930 3200-CHECK-BANK-CHANGE-EXIT.
009940     EXIT.
009950*--------------------------------------------------------------*
009960*    3300-FIND-SHARED-ACCOUNTS
009970*
009980*    SORT OUTPUT PROCEDURE.  EVERY EMPLOYEE ON AN ACCOUNT THAT
009990*    ANOTHER EMPLOYEE ALSO USES IS LISTED.
010000*--------------------------------------------------------------*
010010 3300-FIND-SHARED-ACCOUNTS.
010020     MOVE HIGH-VALUES TO PREV-ROUTING.
010030     MOVE 'N' TO PREV-PRINTED-SW.
010040     PERFORM 3310-RETURN-SORTED THRU 3310-RETURN-SORTED-EXIT.
010050     PERFORM 3320-COMPARE-ACCOUNT THRU 3320-COMPARE-ACCOUNT-EXIT
010060         UNTIL SORT-EOF.
010070 3300-FIND-SHARED-ACCOUNTS-EXIT.
010080     EXIT.
010090*--------------------------------------------------------------*
010100*    3310-RETURN-SORTED
010110*--------------------------------------------------------------*
010120 3310-RETURN-SORTED.
010130     RETURN SORT-FILE
010140         AT END MOVE 'Y' TO SORT-EOF-SW
010150     END-RETURN.
010160 3310-RETURN-SORTED-EXIT.
010170     EXIT.
010180*--------------------------------------------------------------*
010190*    3320-COMPARE-ACCOUNT
010200*--------------------------------------------------------------*
010210 3320-COMPARE-ACCOUNT.
010220     IF SRT-ROUTING = PREV-ROUTING AND
010230        SRT-ACCOUNT = PREV-ACCOUNT
010240         IF NOT PREV-PRINTED
010250             MOVE "BANK ACCOUNT SHARED" TO RB-FLAG
010260             PERFORM 7050-WRITE-BANK-LINE
010270                 THRU 7050-WRITE-BANK-LINE-EXIT
010280             ADD 1 TO SHARED-ACCT-CTR
010290         END-IF
010300         MOVE SRT-RECORD TO PREV-SRT-RECORD
010310         MOVE "BANK ACCOUNT SHARED" TO RB-FLAG
010320         PERFORM 7050-WRITE-BANK-LINE
010330             THRU 7050-WRITE-BANK-LINE-EXIT
010340         ADD 1 TO SHARED-ACCT-CTR
010350         MOVE 'Y' TO PREV-PRINTED-SW
010360     ELSE
010370         MOVE SRT-RECORD TO PREV-SRT-RECORD
010380         MOVE 'N' TO PREV-PRINTED-SW
010390     END-IF.
010400     PERFORM 3310-RETURN-SORTED THRU 3310-RETURN-SORTED-EXIT.
010410 3320-COMPARE-ACCOUNT-EXIT.
010420     EXIT.
010430*--------------------------------------------------------------*
010440*    4000-RELEASE-ACH
010450*
010451*    ACHSEND IS OPENED FIRST SO THAT A LAST RUN'S FILE CANNOT
010452*    GO OUT AGAIN.  ACHFILE IS THEN PROVED AGAINST ITS OWN
010453*    TRAILERS - IF IT IS OUT, ACHSEND IS CLOSED EMPTY, NOTHING
010454*    IS COPIED AND NO HOLD IS RECORDED.
010480*--------------------------------------------------------------*
010490 4000-RELEASE-ACH.
010491     OPEN OUTPUT ACHSEND.
010500     PERFORM 4100-PROVE-ACH-INPUT THRU 4100-PROVE-ACH-INPUT-EXIT
010510         UNTIL ACH-EOF.
010520     CLOSE ACHFILE.
010530     MOVE "ACH CREDITS KEPT OUT OF ACHSEND" TO RVW-SEC-TEXT.
010540     MOVE 'H' TO RVW-HEADING-SW.
010550     PERFORM 7500-WRITE-PAGE-HEADERS
010560         THRU 7500-WRITE-PAGE-HEADERS-EXIT.
010570     IF IN-DETAIL-CNT NOT = IN-TRAILER-CNT OR
010580        IN-DETAIL-AMT NOT = IN-TRAILER-AMT
010590         MOVE 'N' TO RELEASE-SW
010591         CLOSE ACHSEND
010600         GO TO 4000-RELEASE-ACH-EXIT
010610     END-IF.
010620     OPEN I-O ACHHOLD.
010630     IF AHL-FILE-NOT-FOUND
010640         OPEN OUTPUT ACHHOLD
010650         CLOSE ACHHOLD
010660         OPEN I-O ACHHOLD
010670     END-IF.
010680     OPEN INPUT ACHFILE.
010700     MOVE 'N' TO ACH-EOF-SW.
010710     PERFORM 4200-COPY-ACH-RECORD THRU 4200-COPY-ACH-RECORD-EXIT
010720         UNTIL ACH-EOF.
010730     MOVE SENT-CNT TO SND-T-COUNT.
010740     MOVE SENT-AMT TO SND-T-AMOUNT.
010750     WRITE SND-RECORD FROM SND-TRAILER-LINE.
010760     CLOSE ACHFILE.
010770     CLOSE ACHSEND.
010780     PERFORM 4300-LIST-UNUSED-CARD THRU 4300-LIST-UNUSED-CARD-EXIT
010790         VARYING HLD-SUB FROM 1 BY 1
010800         UNTIL HLD-SUB > HLD-CNT.
010810 4000-RELEASE-ACH-EXIT.
010820     EXIT.
010830*--------------------------------------------------------------*
010840*    4100-PROVE-ACH-INPUT
010850*--------------------------------------------------------------*
010860 4100-PROVE-ACH-INPUT.
010870     READ ACHFILE
010880         AT END MOVE 'Y' TO ACH-EOF-SW
010890     END-READ.
010900     IF ACH-EOF
010910         GO TO 4100-PROVE-ACH-INPUT-EXIT
010920     END-IF.
010930     IF ACH-TRAILER
010940         ADD ACH-T-COUNT  TO IN-TRAILER-CNT
010950         ADD ACH-T-AMOUNT TO IN-TRAILER-AMT
010960     END-IF.
010970     IF ACH-DETAIL
010980         ADD 1          TO IN-DETAIL-CNT
010990         ADD ACH-AMOUNT TO IN-DETAIL-AMT
011000     END-IF.
011010 4100-PROVE-ACH-INPUT-EXIT.
011020     EXIT.
011030*--------------------------------------------------------------*
011040*    4200-COPY-ACH-RECORD
011050*
011060*    PRENOTES CARRY NO MONEY AND ALWAYS GO.  A CREDIT GOES
011070*    UNLESS IT WAS HELD ON AN EARLIER RUN OR A CARD HOLDS IT
011080*    NOW.  THE INPUT TRAILERS ARE REPLACED BY ONE NEW TRAILER.
011090*--------------------------------------------------------------*
011100 4200-COPY-ACH-RECORD.
011110     READ ACHFILE
011120         AT END MOVE 'Y' TO ACH-EOF-SW
011130     END-READ.
011140     IF ACH-EOF OR ACH-TRAILER
011150         GO TO 4200-COPY-ACH-RECORD-EXIT
011160     END-IF.
011170     IF NOT ACH-DETAIL
011180         IF ACH-PRENOTE
011190             ADD 1 TO PRENOTE-CTR
011200         END-IF
011210         WRITE SND-RECORD FROM ACH-RECORD
011220         GO TO 4200-COPY-ACH-RECORD-EXIT
011230     END-IF.
011240     MOVE 'N' TO AHL-FOUND-SW.
011250     MOVE ACH-EMP-ID TO AHL-EMP-ID.
011260     MOVE PERIOD-END TO AHL-PERIOD-END.
011270     READ ACHHOLD
011280         INVALID KEY
011290             CONTINUE
011300         NOT INVALID KEY
011310             MOVE 'Y' TO AHL-FOUND-SW
011320     END-READ.
011330     MOVE ZERO TO HLD-MATCH-SUB.
011340     PERFORM 4210-FIND-HOLD-CARD THRU 4210-FIND-HOLD-CARD-EXIT
011350         VARYING HLD-SUB FROM 1 BY 1
011360         UNTIL HLD-SUB > HLD-CNT OR HLD-MATCH-SUB NOT = ZERO.
011370     IF HLD-MATCH-SUB NOT = ZERO
011380         MOVE 'Y' TO HLD-USED-SW (HLD-MATCH-SUB)
011390     END-IF.
011400     IF AHL-FOUND
011410         ADD 1 TO HELD-BEFORE-CTR
011420         ADD 1          TO KEPT-CNT
011430         ADD ACH-AMOUNT TO KEPT-AMT
011440         IF AHL-RELEASED
011450             MOVE "RELEASED EARLIER BY PAYRLSE" TO RH-ACTION
011460         ELSE
011470             MOVE "HELD ON AN EARLIER RUN" TO RH-ACTION
011480         END-IF
011490         MOVE AHL-REASON TO RH-REASON
011500         PERFORM 4250-WRITE-HOLD-ACTION
011510             THRU 4250-WRITE-HOLD-ACTION-EXIT
011520         GO TO 4200-COPY-ACH-RECORD-EXIT
011530     END-IF.
011540     IF HLD-MATCH-SUB = ZERO
011550         ADD 1          TO SENT-CNT
011560         ADD ACH-AMOUNT TO SENT-AMT
011570         WRITE SND-RECORD FROM ACH-RECORD
011580         GO TO 4200-COPY-ACH-RECORD-EXIT
011590     END-IF.
011600     MOVE ACH-EMP-ID    TO AHL-EMP-ID.
011610     MOVE PERIOD-END    TO AHL-PERIOD-END.
011620     MOVE 'H'           TO AHL-STATUS.
011630     MOVE ACH-ROUTING   TO AHL-ROUTING.
011640     MOVE ACH-ACCOUNT   TO AHL-ACCOUNT.
011650     MOVE ACH-NAME      TO AHL-NAME.
011660     MOVE ACH-AMOUNT    TO AHL-AMOUNT.
011670     MOVE RVW-RUN-DATE  TO AHL-HOLD-DATE.
011680     MOVE HLD-REASON (HLD-MATCH-SUB) TO AHL-REASON.
011690     MOVE ZERO          TO AHL-RELEASE-DATE.
011700     MOVE SPACES        TO AHL-RELEASED-BY.
011710     WRITE AHL-RECORD.
011720     ADD 1 TO HELD-NOW-CTR.
011730     ADD 1          TO KEPT-CNT.
011740     ADD ACH-AMOUNT TO KEPT-AMT.
011750     MOVE "HELD - NOT SENT" TO RH-ACTION.
011760     MOVE AHL-REASON TO RH-REASON.
011770     PERFORM 4250-WRITE-HOLD-ACTION
011780         THRU 4250-WRITE-HOLD-ACTION-EXIT.
011790 4200-COPY-ACH-RECORD-EXIT.
011800     EXIT.
011810*--------------------------------------------------------------*
011820*    4210-FIND-HOLD-CARD
011830*--------------------------------------------------------------*
011840 4210-FIND-HOLD-CARD.
011850     IF HLD-EMP-ID (HLD-SUB) = ACH-EMP-ID
011860         MOVE HLD-SUB TO HLD-MATCH-SUB
011870     END-IF.
011880 4210-FIND-HOLD-CARD-EXIT.
011890     EXIT.
011900*--------------------------------------------------------------*
011910*    4250-WRITE-HOLD-ACTION
011920*--------------------------------------------------------------*
011930 4250-WRITE-HOLD-ACTION.
011940     MOVE ACH-EMP-ID TO RH-EMP-ID.
011950     MOVE ACH-NAME   TO RH-NAME.
011960     MOVE PERIOD-END TO RH-PERIOD-END.
011970     MOVE ACH-AMOUNT TO RH-AMOUNT.
011980     MOVE RVW-HOLD-LINE TO RVW-OUT-LINE.
011990     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
012000 4250-WRITE-HOLD-ACTION-EXIT.
012010     EXIT.
012020*--------------------------------------------------------------*
012030*    4300-LIST-UNUSED-CARD
012040*
012050*    A CARD FOR SOMEONE WITH NO CREDIT IN THIS BANK FILE HELD
012060*    NOTHING.
012070*--------------------------------------------------------------*
012080 4300-LIST-UNUSED-CARD.
012090     IF HLD-USED (HLD-SUB)
012100         GO TO 4300-LIST-UNUSED-CARD-EXIT
012110     END-IF.
012120     ADD 1 TO HLD-NOT-APPLIED-CTR.
012130     MOVE HLD-EMP-ID (HLD-SUB) TO RH-EMP-ID.
012140     MOVE SPACES               TO RH-NAME.
012150     MOVE PERIOD-END           TO RH-PERIOD-END.
012160     MOVE SPACES               TO RH-AMOUNT-X.
012170     MOVE "NO ACH CREDIT - NOTHING HELD" TO RH-ACTION.
012180     MOVE HLD-REASON (HLD-SUB) TO RH-REASON.
012190     MOVE RVW-HOLD-LINE TO RVW-OUT-LINE.
012200     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
012210 4300-LIST-UNUSED-CARD-EXIT.
012220     EXIT.
012230*--------------------------------------------------------------*
012240*    4500-LIST-AWAITING-RELEASE
012250*
012260*    EVERY CREDIT STILL HELD, WHATEVER ITS PERIOD.
012270*--------------------------------------------------------------*
012280 4500-LIST-AWAITING-RELEASE.
012290     IF NOT RELEASE-OK
012300         GO TO 4500-LIST-AWAITING-RELEASE-EXIT
012310     END-IF.
012320     MOVE RVW-BLANK-LINE TO RVW-OUT-LINE.
012330     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
012340     MOVE "CREDITS HELD AND AWAITING RELEASE" TO RVW-SEC-TEXT.
012350     MOVE RVW-SECTION-LINE TO RVW-OUT-LINE.
012360     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
012370     MOVE LOW-VALUES TO AHL-KEY.
012380     START ACHHOLD KEY NOT < AHL-KEY
012390         INVALID KEY MOVE 'Y' TO AHL-EOF-SW
012400     END-START.
012410     PERFORM 4510-READ-HOLD-RECORD THRU 4510-READ-HOLD-RECORD-EXIT
012420         UNTIL AHL-EOF.
012430     CLOSE ACHHOLD.
012440 4500-LIST-AWAITING-RELEASE-EXIT.
012450     EXIT.
012460*--------------------------------------------------------------*
012470*    4510-READ-HOLD-RECORD
012480*--------------------------------------------------------------*
012490 4510-READ-HOLD-RECORD.
012500     READ ACHHOLD NEXT RECORD
012510         AT END MOVE 'Y' TO AHL-EOF-SW
012520     END-READ.
012530     IF AHL-EOF OR NOT AHL-HELD
012540         GO TO 4510-READ-HOLD-RECORD-EXIT
012550     END-IF.
012560     ADD 1          TO AWAITING-CTR.
012570     ADD AHL-AMOUNT TO AWAITING-AMT.
012580     MOVE AHL-EMP-ID     TO RH-EMP-ID.
012590     MOVE AHL-NAME       TO RH-NAME.
012600     MOVE AHL-PERIOD-END TO RH-PERIOD-END.
012610     MOVE AHL-AMOUNT     TO RH-AMOUNT.
012620     MOVE "AWAITING RELEASE" TO RH-ACTION.
012630     MOVE AHL-REASON     TO RH-REASON.
012640     MOVE RVW-HOLD-LINE TO RVW-OUT-LINE.
012650     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
012660 4510-READ-HOLD-RECORD-EXIT.
012670     EXIT.
012680*--------------------------------------------------------------*
012690*    7000-WRITE-CHECK-LINE
012700*--------------------------------------------------------------*
012710 7000-WRITE-CHECK-LINE.
012720     MOVE RVW-CHECK-LINE TO RVW-OUT-LINE.
012730     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
012740     ADD 1 TO FLAG-LINE-CTR.
012750     IF NOT CHECK-FLAGGED
012760         MOVE 'Y' TO FLAGGED-SW
012770         ADD 1 TO FLAGGED-CTR
012780     END-IF.
012790 7000-WRITE-CHECK-LINE-EXIT.
012800     EXIT.
012810*--------------------------------------------------------------*
012820*    7050-WRITE-BANK-LINE
012830*
012840*    PRINTS THE EMPLOYEE HELD IN PREV-SRT-RECORD.
012850*--------------------------------------------------------------*
012860 7050-WRITE-BANK-LINE.
012870     MOVE PREV-EMP-ID  TO RB-EMP-ID.
012880     MOVE PREV-NAME    TO RB-NAME.
012890     MOVE PREV-ROUTING TO RB-ROUTING.
012900     MOVE PREV-ACCOUNT TO RB-ACCOUNT.
012910     IF PREV-CHANGE-DATE NUMERIC AND
012920        PREV-CHANGE-DATE NOT = "00000000"
012930         MOVE PREV-CHANGE-DATE TO RVW-WORK-DATE
012940         MOVE RVW-WORK-DATE    TO RB-CHANGE-DATE
012950     ELSE
012960         MOVE SPACES TO RB-CHANGE-DATE-X
012970     END-IF.
012980     MOVE RVW-BANK-LINE TO RVW-OUT-LINE.
012990     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
013000 7050-WRITE-BANK-LINE-EXIT.
013010     EXIT.
013020*--------------------------------------------------------------*
013030*    7100-PRINT-LINE
013040*--------------------------------------------------------------*
013050 7100-PRINT-LINE.
013060     IF RVW-LINE-CTR >= RVW-LINES-PER-PAGE
013070         PERFORM 7500-WRITE-PAGE-HEADERS
013080             THRU 7500-WRITE-PAGE-HEADERS-EXIT
013090     END-IF.
013100     WRITE RVW-PRT-RECORD FROM RVW-OUT-LINE.
013110     ADD 1 TO RVW-LINE-CTR.
013120 7100-PRINT-LINE-EXIT.
013130     EXIT.
013140*--------------------------------------------------------------*
013150*    7500-WRITE-PAGE-HEADERS
013160*
013170*    EACH SECTION STARTS A NEW PAGE WITH ITS TITLE AND COLUMN
013180*    HEADING, REPEATED ON EVERY PAGE OF THE SECTION.
013190*--------------------------------------------------------------*
013200 7500-WRITE-PAGE-HEADERS.
013210     ADD 1 TO RVW-PAGE-NBR.
013220     MOVE RVW-PAGE-NBR TO RVW-B1-PAGE-NBR.
013230     WRITE RVW-PRT-RECORD FROM RVW-BANNER-LINE-1
013240         AFTER ADVANCING PAGE.
013250     WRITE RVW-PRT-RECORD FROM RVW-BANNER-LINE-2.
013260     WRITE RVW-PRT-RECORD FROM RVW-BLANK-LINE.
013270     MOVE 3 TO RVW-LINE-CTR.
013280     IF RVW-HEADING-SW NOT = SPACE
013290         WRITE RVW-PRT-RECORD FROM RVW-SECTION-LINE
013300         WRITE RVW-PRT-RECORD FROM RVW-BLANK-LINE
013310         ADD 2 TO RVW-LINE-CTR
013320     END-IF.
013330     IF RVW-CHECK-HEADING
013340         WRITE RVW-PRT-RECORD FROM RVW-CHECK-HEADING-LINE
013350         ADD 1 TO RVW-LINE-CTR
013360     END-IF.
013370     IF RVW-BANK-HEADING
013380         WRITE RVW-PRT-RECORD FROM RVW-BANK-HEADING-LINE
013390         ADD 1 TO RVW-LINE-CTR
013400     END-IF.
013410     IF RVW-HOLD-HEADING
013420         WRITE RVW-PRT-RECORD FROM RVW-HOLD-HEADING-LINE
013430         ADD 1 TO RVW-LINE-CTR
013440     END-IF.
013450 7500-WRITE-PAGE-HEADERS-EXIT.
013460     EXIT.
013470*--------------------------------------------------------------*
013480*    8000-DATE-TO-DAY-NBR
013490*
013500*    APPROXIMATE DAY NUMBER - EVERY MONTH COUNTS 31 DAYS, AS IN
013510*    PAYROLOO.  CLOSE ENOUGH FOR A WINDOW OF A FEW WEEKS.
013520*--------------------------------------------------------------*
013530 8000-DATE-TO-DAY-NBR.
013540     COMPUTE RVW-WORK-DAY-NBR =
013550         (RWD-YEAR * 372) +
013560         ((RWD-MONTH - 1) * 31) +
013570         RWD-DAY.
013580 8000-DATE-TO-DAY-NBR-EXIT.
013590     EXIT.
013600*--------------------------------------------------------------*
013610*    9500-WRITE-TOTALS
013620*--------------------------------------------------------------*
013630 9500-WRITE-TOTALS.
013640     MOVE SPACE TO RVW-HEADING-SW.
013650     PERFORM 7500-WRITE-PAGE-HEADERS
013660         THRU 7500-WRITE-PAGE-HEADERS-EXIT.
013670     MOVE "PAY HISTORY RECORDS READ" TO RVW-TOT-DESC.
013680     MOVE PHS-READ-CTR TO RVW-TOT-COUNT.
013690     PERFORM 9510-WRITE-TOTAL-LINE
013700         THRU 9510-WRITE-TOTAL-LINE-EXIT.
013710     MOVE "MAIN-RUN CHECKS REVIEWED" TO RVW-TOT-DESC.
013720     MOVE REVIEWED-CTR TO RVW-TOT-COUNT.
013730     PERFORM 9510-WRITE-TOTAL-LINE
013740         THRU 9510-WRITE-TOTAL-LINE-EXIT.
013750     MOVE "  CHECKS FLAGGED" TO RVW-TOT-DESC.
013760     MOVE FLAGGED-CTR TO RVW-TOT-COUNT.
013770     PERFORM 9510-WRITE-TOTAL-LINE
013780         THRU 9510-WRITE-TOTAL-LINE-EXIT.
013790     MOVE "  FIRST-TIME PAY" TO RVW-TOT-DESC.
013800     MOVE FIRST-PAY-CTR TO RVW-TOT-COUNT.
013810     PERFORM 9510-WRITE-TOTAL-LINE
013820         THRU 9510-WRITE-TOTAL-LINE-EXIT.
013830     MOVE "ROSTER RECORDS READ" TO RVW-TOT-DESC.
013840     MOVE ROSTER-READ-CTR TO RVW-TOT-COUNT.
013850     PERFORM 9510-WRITE-TOTAL-LINE
013860         THRU 9510-WRITE-TOTAL-LINE-EXIT.
013870     MOVE "  ON DIRECT DEPOSIT" TO RVW-TOT-DESC.
013880     MOVE DD-EMP-CTR TO RVW-TOT-COUNT.
013890     PERFORM 9510-WRITE-TOTAL-LINE
013900         THRU 9510-WRITE-TOTAL-LINE-EXIT.
013910     MOVE "  BANK DATA CHANGED NEAR PAYDAY" TO RVW-TOT-DESC.
013920     MOVE BANK-CHANGE-CTR TO RVW-TOT-COUNT.
013930     PERFORM 9510-WRITE-TOTAL-LINE
013940         THRU 9510-WRITE-TOTAL-LINE-EXIT.
013950     MOVE "  ON A SHARED BANK ACCOUNT" TO RVW-TOT-DESC.
013960     MOVE SHARED-ACCT-CTR TO RVW-TOT-COUNT.
013970     PERFORM 9510-WRITE-TOTAL-LINE
013980         THRU 9510-WRITE-TOTAL-LINE-EXIT.
013990     MOVE "HOLD CARDS READ" TO RVW-TOT-DESC.
014000     MOVE HLD-CARD-CTR TO RVW-TOT-COUNT.
014010     PERFORM 9510-WRITE-TOTAL-LINE
014020         THRU 9510-WRITE-TOTAL-LINE-EXIT.
014030     MOVE "  CREDITS HELD THIS RUN" TO RVW-TOT-DESC.
014040     MOVE HELD-NOW-CTR TO RVW-TOT-COUNT.
014050     PERFORM 9510-WRITE-TOTAL-LINE
014060         THRU 9510-WRITE-TOTAL-LINE-EXIT.
014070     MOVE "  CARDS WITH NO CREDIT TO HOLD" TO RVW-TOT-DESC.
014080     MOVE HLD-NOT-APPLIED-CTR TO RVW-TOT-COUNT.
014090     PERFORM 9510-WRITE-TOTAL-LINE
014100         THRU 9510-WRITE-TOTAL-LINE-EXIT.
014110     MOVE "CREDITS HELD ON AN EARLIER RUN" TO RVW-TOT-DESC.
014120     MOVE HELD-BEFORE-CTR TO RVW-TOT-COUNT.
014130     PERFORM 9510-WRITE-TOTAL-LINE
014140         THRU 9510-WRITE-TOTAL-LINE-EXIT.
014150     MOVE "ACH PRENOTES PASSED THROUGH" TO RVW-TOT-DESC.
014160     MOVE PRENOTE-CTR TO RVW-TOT-COUNT.
014170     PERFORM 9510-WRITE-TOTAL-LINE
014180         THRU 9510-WRITE-TOTAL-LINE-EXIT.
014190     MOVE RVW-BLANK-LINE TO RVW-OUT-LINE.
014200     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
014210     MOVE "ACHFILE CREDITS" TO RVW-T-DESC.
014220     MOVE IN-DETAIL-CNT TO RVW-T-COUNT.
014230     MOVE IN-DETAIL-AMT TO RVW-T-AMOUNT.
014240     MOVE SPACES TO RVW-T-VERDICT.
014250     PERFORM 9520-WRITE-TIE-LINE THRU 9520-WRITE-TIE-LINE-EXIT.
014260     MOVE "ACHFILE TRAILERS" TO RVW-T-DESC.
014270     MOVE IN-TRAILER-CNT TO RVW-T-COUNT.
014280     MOVE IN-TRAILER-AMT TO RVW-T-AMOUNT.
014290     IF RELEASE-OK
014300         MOVE "IN BALANCE" TO RVW-T-VERDICT
014310     ELSE
014320         MOVE "OUT OF BALANCE" TO RVW-T-VERDICT
014330     END-IF.
014340     PERFORM 9520-WRITE-TIE-LINE THRU 9520-WRITE-TIE-LINE-EXIT.
014350     MOVE "  SENT ON ACHSEND" TO RVW-T-DESC.
014360     MOVE SENT-CNT TO RVW-T-COUNT.
014370     MOVE SENT-AMT TO RVW-T-AMOUNT.
014380     MOVE SPACES TO RVW-T-VERDICT.
014390     PERFORM 9520-WRITE-TIE-LINE THRU 9520-WRITE-TIE-LINE-EXIT.
014400     MOVE "  KEPT ON ACHHOLD" TO RVW-T-DESC.
014410     MOVE KEPT-CNT TO RVW-T-COUNT.
014420     MOVE KEPT-AMT TO RVW-T-AMOUNT.
014430     PERFORM 9520-WRITE-TIE-LINE THRU 9520-WRITE-TIE-LINE-EXIT.
014440     MOVE "ALL PERIODS - AWAITING RELEASE" TO RVW-T-DESC.
014450     MOVE AWAITING-CTR TO RVW-T-COUNT.
014460     MOVE AWAITING-AMT TO RVW-T-AMOUNT.
014470     PERFORM 9520-WRITE-TIE-LINE THRU 9520-WRITE-TIE-LINE-EXIT.
014480     IF NOT RELEASE-OK
014490         MOVE RVW-BLANK-LINE TO RVW-OUT-LINE
014500         PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT
014510         MOVE RVW-NO-RELEASE-LINE TO RVW-OUT-LINE
014520         PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT
014530         DISPLAY "PAYREVW - ACHFILE DOES NOT AGREE WITH ITS "
014540             "TRAILERS"
014550         DISPLAY "PAYREVW - NOTHING RELEASED - ACHSEND LEFT "
014560             "EMPTY"
014570         MOVE 8 TO RETURN-CODE
014580     ELSE
014590         IF FLAGGED-CTR > ZERO OR
014600            BANK-CHANGE-CTR > ZERO OR
014610            SHARED-ACCT-CTR > ZERO OR
014620            HLD-NOT-APPLIED-CTR > ZERO
014630             MOVE 4 TO RETURN-CODE
014640         END-IF
014650     END-IF.
014660 9500-WRITE-TOTALS-EXIT.
014670     EXIT.
014680*--------------------------------------------------------------*
014690*    9510-WRITE-TOTAL-LINE
014700*--------------------------------------------------------------*
014710 9510-WRITE-TOTAL-LINE.
014720     MOVE RVW-TOTAL-LINE TO RVW-OUT-LINE.
014730     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
014740 9510-WRITE-TOTAL-LINE-EXIT.
014750     EXIT.
014760*--------------------------------------------------------------*
014770*    9520-WRITE-TIE-LINE
014780*--------------------------------------------------------------*
014790 9520-WRITE-TIE-LINE.
014800     MOVE RVW-TIE-LINE TO RVW-OUT-LINE.
014810     PERFORM 7100-PRINT-LINE THRU 7100-PRINT-LINE-EXIT.
014820 9520-WRITE-TIE-LINE-EXIT.
014830     EXIT.
014840*--------------------------------------------------------------*
014850*    9900-FINALIZE
014860*--------------------------------------------------------------*
014870 9900-FINALIZE.
014880     CLOSE RVWRPT.
014890     GOBACK.
014900*--------------------------------------------------------------*
014910*    9950-CONTROL-CARD-ABORT
014920*--------------------------------------------------------------*
014930 9950-CONTROL-CARD-ABORT.
014940     DISPLAY "PAYREVW - CONTROL CARD MISSING OR PERIOD END NOT".
014950     DISPLAY "PAYREVW - A VALID YYYYMMDD DATE - RUN STOPPED".
014960     MOVE 16 TO RETURN-CODE.
014970     STOP RUN.
014980*--------------------------------------------------------------*
014990*    9955-FILE-MISSING-ABORT
015000*--------------------------------------------------------------*
015010 9955-FILE-MISSING-ABORT.
015020     DISPLAY "PAYREVW - " MISSING-FILE-NAME
015030         " MISSING OR UNREADABLE".
015040     DISPLAY "PAYREVW - NOTHING RELEASED - RUN STOPPED".
015050     MOVE 16 TO RETURN-CODE.
015060     STOP RUN.
015070*--------------------------------------------------------------*
015080*    9960-HOLD-TABLE-FULL-ABORT
015090*--------------------------------------------------------------*
015100 9960-HOLD-TABLE-FULL-ABORT.
015110     DISPLAY "PAYREVW - MORE THAN 500 HOLD CARDS".
015120     DISPLAY "PAYREVW - NOTHING RELEASED - RUN STOPPED".
015130     MOVE 16 TO RETURN-CODE.
015140     STOP RUN.
015150*--------------------------------------------------------------*
015160*    9970-CYCLE-OPEN-ABORT
015170*--------------------------------------------------------------*
015180 9970-CYCLE-OPEN-ABORT.
015190     DISPLAY "PAYREVW - RUN LEDGER SHOWS A JOB STARTED BUT NOT".
015200     DISPLAY "PAYREVW - COMPLETED - NOTHING RELEASED".
015210     MOVE 16 TO RETURN-CODE.
015220     STOP RUN.
015230*--------------------------------------------------------------*
015240*    9975-NO-PAY-RUN-ABORT
015250*--------------------------------------------------------------*
015260 9975-NO-PAY-RUN-ABORT.
015270     DISPLAY "PAYREVW - RUN LEDGER SHOWS NO COMPLETED MAIN RUN".
015280     DISPLAY "PAYREVW - FOR PERIOD " PERIOD-END
015290         " - NOTHING RELEASED".
015300     MOVE 16 TO RETURN-CODE.
015310     STOP RUN.
