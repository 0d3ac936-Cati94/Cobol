000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYEFW2.
000030 AUTHOR.        R L HUTCHINS.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*    MODIFICATION HISTORY
000090*    DATE       INIT   DESCRIPTION
000100*    ---------  ----   -------------------------------------- *
000110*    10/15/26   RLH    ORIGINAL PROGRAM - ELECTRONIC W-2 FILE.
000120*                      BUILDS THE FEDERAL ELECTRONIC WAGE
000130*                      REPORT FOR A CLOSED YEAR FROM HSTFILE
000140*                      (THE PAYYREND ARCHIVE) AND TIDFILE (SSN,
000150*                      LEGAL NAME AND ADDRESS, SEE PAYTAXID):
000160*                        W2FILE - SUBMITTER (RA), EMPLOYER
000170*                                 (RE), ONE EMPLOYEE RECORD
000180*                                 (RW) PER PERSON, TOTAL (RT)
000190*                                 AND FINAL (RF) RECORDS.
000200*                        W2RPT  - EXCEPTION LIST AND THE TIE
000210*                                 TO THE YEAR'S 941 TOTALS.
000220*--------------------------------------------------------------*
000230*    RUN AFTER PAYYREND HAS CLOSED THE YEAR - ITS RUN LEDGER
000240*    RECORD MUST BE AT C AND ITS 941 TOTALS MUST BE ON TTLFILE.
000250*    THE TAX YEAR COMES FROM THE E PARAMETER CARD, OR IF THAT IS
000260*    BLANK BY PAYYREND'S OWN RULE (A RUN IN JANUARY TO JUNE IS
000270*    FOR THE YEAR BEFORE).
000280*--------------------------------------------------------------*
000290*    HSTFILE IS READ TWICE.  THE FIRST PASS PROVES EACH
000300*    EMPLOYEE AND LISTS THE EXCEPTIONS - NO TAX IDENTITY RECORD,
000310*    NO SSN, QUARTERS THAT DO NOT ADD TO THE YEAR, OR A FEDERAL/
000320*    STATE SPLIT THAT CANNOT BE PROVED.  AN EXCEPTION IS LEFT
000330*    OFF THE FILE AND CARRIED ON THE TIE AS A RECONCILING ITEM.
000340*    THE FILE PLUS THE EXCEPTIONS MUST THEN EQUAL THE QUARTERLY
000350*    941 GROSS AND WITHHOLDING, OR NOTHING IS RELEASED - W2FILE
000360*    IS LEFT EMPTY AND THE RUN ENDS WITH RETURN CODE 8.  THE
000370*    SECOND PASS WRITES THE FILE.  ANY EXCEPTION GIVES RETURN
000380*    CODE 4 - THOSE EMPLOYEES ARE FILED SEPARATELY ONCE FIXED.
000390*--------------------------------------------------------------*
000400*    THIS SYSTEM DOES NOT WITHHOLD EMPLOYEE SOCIAL SECURITY OR
000410*    MEDICARE, AND THE 401K IS TAKEN AFTER TAX, SO WAGES ARE THE
000420*    YEAR'S GROSS AND NO BOX 12 AMOUNTS ARE REPORTED.  SOCIAL
000430*    SECURITY WAGES ARE CAPPED AT THE WAGE BASE ON THE E CARD.
000440*--------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PRMFILE   ASSIGN TO W2PARM
000490                      ORGANIZATION IS SEQUENTIAL
000500                      FILE STATUS IS PRM-FILE-STATUS.
000510     SELECT HSTFILE   ASSIGN TO HSTFILE
000520                      ORGANIZATION IS SEQUENTIAL
000530                      FILE STATUS IS HST-FILE-STATUS.
000540     SELECT TTLFILE   ASSIGN TO TTLFILE
000550                      ORGANIZATION IS SEQUENTIAL
000560                      FILE STATUS IS TTL-FILE-STATUS.
000570     SELECT TIDFILE   ASSIGN TO TIDFILE
000580                      ORGANIZATION IS INDEXED
000590                      ACCESS MODE IS RANDOM
000600                      RECORD KEY IS TID-EMP-ID
000610                      FILE STATUS IS TID-FILE-STATUS.
000620     SELECT PHSFILE   ASSIGN TO PHSFILE
000630                      ORGANIZATION IS INDEXED
000640                      ACCESS MODE IS DYNAMIC
000650                      RECORD KEY IS PHS-KEY
000660                      FILE STATUS IS PHS-FILE-STATUS.
000670     SELECT RLGFILE   ASSIGN TO RLGFILE
000680                      ORGANIZATION IS INDEXED
000690                      ACCESS MODE IS RANDOM
000700                      RECORD KEY IS RLG-KEY
000710                      FILE STATUS IS RLG-FILE-STATUS.
000720     SELECT W2FILE    ASSIGN TO W2FILE
000730                      ORGANIZATION IS SEQUENTIAL.
000740     SELECT W2RPT     ASSIGN TO W2RPT
000750                      ORGANIZATION IS SEQUENTIAL.
000760 DATA DIVISION.
000770 FILE SECTION.
000780*--------------------------------------------------------------*
000790*    PRMFILE - W-2 PARAMETER CARDS, ONE OF EACH TYPE, ALL
000800*    REQUIRED.
000810*      E - TAX YEAR (BLANK FOR THE DEFAULT), EMPLOYER EIN AND
000820*          NAME, SOCIAL SECURITY WAGE BASE FOR THE YEAR.
000830*      A - EMPLOYER ADDRESS.
000840*      S - SUBMITTER USER ID AND CONTACT.
000850*--------------------------------------------------------------*
000860 FD  PRMFILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  PRM-E-CARD.
000900     05  PRM-CARD-TYPE         PIC X(01).
000910         88  PRM-EMPLOYER-CARD            VALUE 'E'.
000920         88  PRM-ADDRESS-CARD             VALUE 'A'.
000930         88  PRM-SUBMITTER-CARD           VALUE 'S'.
000940     05  PRM-E-TAX-YEAR-X      PIC X(04).
000950     05  PRM-E-TAX-YEAR        REDEFINES PRM-E-TAX-YEAR-X
000960                               PIC 9(04).
000970     05  PRM-E-EIN-X           PIC X(09).
000980     05  PRM-E-EIN             REDEFINES PRM-E-EIN-X
000990                               PIC 9(09).
001000     05  PRM-E-NAME            PIC X(57).
001010     05  PRM-E-SS-BASE-X       PIC X(09).
001020     05  PRM-E-SS-BASE         REDEFINES PRM-E-SS-BASE-X
001030                               PIC 9(07)V99.
001040 01  PRM-A-CARD.
001050     05  FILLER                PIC X(01).
001060     05  PRM-A-LOCATION        PIC X(22).
001070     05  PRM-A-DELIVERY        PIC X(22).
001080     05  PRM-A-CITY            PIC X(22).
001090     05  PRM-A-STATE           PIC X(02).
001100     05  PRM-A-ZIP             PIC X(05).
001110     05  PRM-A-ZIP-EXT         PIC X(04).
001120     05  FILLER                PIC X(02).
001130 01  PRM-S-CARD.
001140     05  FILLER                PIC X(01).
001150     05  PRM-S-USER-ID         PIC X(08).
001160     05  PRM-S-CONTACT         PIC X(27).
001170     05  PRM-S-PHONE           PIC X(15).
001180     05  PRM-S-EMAIL           PIC X(29).
001190*--------------------------------------------------------------*
001200*    HSTFILE - CLOSED-YEAR EARNINGS HISTORY ARCHIVE.  THE YEAR
001210*    FOLLOWED BY THE YTD RECORD AS IT STOOD AT CLOSE.
001220*--------------------------------------------------------------*
001230 FD  HSTFILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 233 CHARACTERS.
001260 01  HST-RECORD.
001270     05  HST-YEAR              PIC 9(04).
001280     05  HST-EMP-ID            PIC X(05).
001290     05  HST-EMP-NAME          PIC X(15).
001300     05  HST-GROSS             PIC 9(09)V99.
001310     05  HST-WITHHOLDING       PIC 9(09)V99.
001320     05  HST-QTR-ENTRY         OCCURS 4 TIMES.
001330         10  HST-QTR-GROSS     PIC 9(09)V99.
001340         10  HST-QTR-WITHHOLD  PIC 9(09)V99.
001350     05  HST-ER-FICA           PIC 9(09)V99.
001360     05  HST-ER-FUTA           PIC 9(09)V99.
001370     05  HST-ER-SUTA           PIC 9(09)V99.
001380     05  HST-QTR-ER-TAX        OCCURS 4 TIMES
001390                               PIC 9(09)V99.
001400     05  HST-FED-WITHHOLD      PIC 9(09)V99.
001410     05  HST-STATE-WITHHOLD    PIC 9(09)V99.
001420*--------------------------------------------------------------*
001430*    TTLFILE - CLOSED-YEAR 941 TOTALS (SEE PAYYREND)
001440*--------------------------------------------------------------*
001450 FD  TTLFILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 250 CHARACTERS.
001480 01  TTL-RECORD.
001490     05  TTL-YEAR              PIC 9(04).
001500     05  TTL-RUN-DATE          PIC 9(08).
001510     05  TTL-EMP-COUNT         PIC 9(05).
001520     05  TTL-QTR-ENTRY         OCCURS 4 TIMES.
001530         10  TTL-QTR-GROSS     PIC 9(11)V99.
001540         10  TTL-QTR-WITHHOLD  PIC 9(11)V99.
001550         10  TTL-QTR-ER-TAX    PIC 9(11)V99.
001560     05  TTL-ANNUAL-GROSS      PIC 9(11)V99.
001570     05  TTL-ANNUAL-WITHHOLD   PIC 9(11)V99.
001580     05  TTL-FED-WITHHOLD      PIC 9(11)V99.
001590     05  TTL-STATE-WITHHOLD    PIC 9(11)V99.
001600     05  FILLER                PIC X(25).
001610*--------------------------------------------------------------*
001620*    TIDFILE - EMPLOYEE TAX IDENTITY (SEE PAYTAXID)
001630*--------------------------------------------------------------*
001640 FD  TIDFILE
001650     LABEL RECORDS ARE STANDARD
001660     RECORD CONTAINS 150 CHARACTERS.
001670 01  TID-RECORD.
001680     05  TID-EMP-ID            PIC X(05).
001690     05  TID-SSN               PIC 9(09).
001700     05  TID-SSN-PARTS         REDEFINES TID-SSN.
001710         10  TID-SSN-FIRST-5   PIC X(05).
001720         10  TID-SSN-LAST-4    PIC X(04).
001730     05  TID-FIRST-NAME        PIC X(15).
001740     05  TID-MIDDLE-INIT       PIC X(01).
001750     05  TID-LAST-NAME         PIC X(20).
001760     05  TID-SUFFIX            PIC X(04).
001770     05  TID-ADDR-LINE-1       PIC X(22).
001780     05  TID-ADDR-LINE-2       PIC X(22).
001790     05  TID-CITY              PIC X(22).
001800     05  TID-STATE             PIC X(02).
001810     05  TID-ZIP               PIC X(05).
001820     05  TID-ZIP-EXT           PIC X(04).
001830     05  TID-CHANGE-DATE       PIC 9(08).
001840     05  TID-USER-ID           PIC X(08).
001850     05  FILLER                PIC X(03).
001860*--------------------------------------------------------------*
001870*    PHSFILE - PER-CHECK PAY HISTORY (SEE PAYROLOO).  READ ONLY
001880*    FOR AN EMPLOYEE WHOSE YEAR WAS NOT SPLIT INTO FEDERAL AND
001890*    STATE WITHHOLDING ON THE YTD RECORD.
001900*--------------------------------------------------------------*
001910 FD  PHSFILE
001920     LABEL RECORDS ARE STANDARD
001930     RECORD CONTAINS 440 CHARACTERS.
001940 01  PHS-RECORD.
001950     05  PHS-KEY.
001960         10  PHS-EMP-ID        PIC X(05).
001970         10  PHS-PERIOD-END    PIC 9(08).
001980         10  PHS-CHECK-NBR     PIC 9(06).
001990     05  FILLER                PIC X(52).
002000     05  PHS-FED-TAX           PIC 9(07)V99.
002010     05  PHS-STATE-TAX         PIC 9(07)V99.
002020     05  FILLER                PIC X(20).
002030     05  PHS-CHECK-STATUS      PIC X(01).
002040         88  PHS-CHECK-VOIDED             VALUE 'V'.
002050         88  PHS-CHECK-REPLACED           VALUE 'R'.
002060     05  FILLER                PIC X(330).
002070*--------------------------------------------------------------*
002080*    RLGFILE - SHARED RUN LEDGER
002090*--------------------------------------------------------------*
002100 FD  RLGFILE
002110     LABEL RECORDS ARE STANDARD
002120     RECORD CONTAINS 40 CHARACTERS.
002130 01  RLG-RECORD.
002140     05  RLG-KEY.
002150         10  RLG-PROGRAM       PIC X(08).
002160         10  RLG-PERIOD-END    PIC 9(08).
002170     05  RLG-STATUS            PIC X(01).
002180         88  RLG-STARTED                  VALUE 'S'.
002190         88  RLG-COMPLETED                VALUE 'C'.
002200     05  RLG-START-DATE        PIC 9(08).
002210     05  RLG-END-DATE          PIC 9(08).
002220     05  FILLER                PIC X(07).
002230*--------------------------------------------------------------*
002240*    W2FILE - ELECTRONIC WAGE REPORT FOR THE SSA
002250*--------------------------------------------------------------*
002260 FD  W2FILE
002270     LABEL RECORDS ARE STANDARD
002280     RECORD CONTAINS 512 CHARACTERS.
002290 01  W2-RECORD                 PIC X(512).
002300*--------------------------------------------------------------*
002310*    W2RPT - EXCEPTION LIST AND 941 TIE
002320*--------------------------------------------------------------*
002330 FD  W2RPT
002340     LABEL RECORDS OMITTED
002350     RECORD CONTAINS 132 CHARACTERS.
002360 01  W2R-RECORD                PIC X(132).
002370 WORKING-STORAGE SECTION.
002380******** Switches and file status
002390 77  PRM-FILE-STATUS       PIC X(02)  VALUE SPACES.
002400     88  PRM-FILE-NOT-FOUND           VALUE "35".
002410 77  PRM-EOF-SW            PIC X(01)  VALUE 'N'.
002420     88  PRM-EOF                      VALUE 'Y'.
002430 77  HST-FILE-STATUS       PIC X(02)  VALUE SPACES.
002440     88  HST-FILE-NOT-FOUND           VALUE "35".
002450 77  HST-EOF-SW            PIC X(01)  VALUE 'N'.
002460     88  HST-EOF                      VALUE 'Y'.
002470 77  TTL-FILE-STATUS       PIC X(02)  VALUE SPACES.
002480     88  TTL-FILE-NOT-FOUND           VALUE "35".
002490 77  TTL-EOF-SW            PIC X(01)  VALUE 'N'.
002500     88  TTL-EOF                      VALUE 'Y'.
002510 77  TTL-FOUND-SW          PIC X(01)  VALUE 'N'.
002520     88  TTL-FOUND                    VALUE 'Y'.
002530 77  TID-FILE-STATUS       PIC X(02)  VALUE SPACES.
002540 77  TID-FOUND-SW          PIC X(01)  VALUE 'N'.
002550     88  TID-FOUND                    VALUE 'Y'.
002560 77  PHS-FILE-STATUS       PIC X(02)  VALUE SPACES.
002570 77  PHS-MISSING-SW        PIC X(01)  VALUE 'N'.
002580     88  PHS-MISSING                  VALUE 'Y'.
002590 77  PHS-DONE-SW           PIC X(01)  VALUE 'N'.
002600     88  PHS-DONE                     VALUE 'Y'.
002610 77  RLG-FILE-STATUS       PIC X(02)  VALUE SPACES.
002620 77  RLG-CLOSE-PROGRAM     PIC X(08)  VALUE "PAYYREND".
002630 77  E-CARD-SW             PIC X(01)  VALUE 'N'.
002640     88  E-CARD-READ                  VALUE 'Y'.
002650 77  A-CARD-SW             PIC X(01)  VALUE 'N'.
002660     88  A-CARD-READ                  VALUE 'Y'.
002670 77  S-CARD-SW             PIC X(01)  VALUE 'N'.
002680     88  S-CARD-READ                  VALUE 'Y'.
002690 77  PRM-ERROR-TEXT        PIC X(40)  VALUE SPACES.
002700 77  PASS-SW               PIC X(01)  VALUE '1'.
002710     88  PROVING-PASS                 VALUE '1'.
002720     88  WRITING-PASS                 VALUE '2'.
002730 77  RELEASE-SW            PIC X(01)  VALUE 'Y'.
002740     88  RELEASE-OK                   VALUE 'Y'.
002750*    WHAT 3000-EDIT-EMPLOYEE MADE OF THE CURRENT EMPLOYEE.
002760 77  EMP-STATUS-SW         PIC X(01)  VALUE SPACE.
002770     88  EMP-REPORTABLE               VALUE 'R'.
002780     88  EMP-NO-WAGES                 VALUE 'Z'.
002790     88  EMP-EXCEPTION                VALUE 'X'.
002800 77  SPLIT-SOURCE-SW       PIC X(01)  VALUE SPACE.
002810     88  SPLIT-FROM-PHS               VALUE 'P'.
002820 77  FED-TIE-SW            PIC X(01)  VALUE 'N'.
002830     88  FED-TIE-COMPARED             VALUE 'Y'.
002840******** Tax year and run date
002850 77  TAX-YEAR              PIC 9(04)  VALUE ZERO.
002860 77  YEAR-FIRST-DAY        PIC 9(08)  VALUE ZERO.
002870 77  YEAR-LAST-DAY         PIC 9(08)  VALUE ZERO.
002880 77  SS-WAGE-BASE          PIC 9(07)V99 VALUE ZERO.
002890 01  W2R-RUN-DATE          PIC 9(08).
002900 01  W2R-RUN-DATE-PARTS REDEFINES W2R-RUN-DATE.
002910     05  RUN-YEAR          PIC 9(04).
002920     05  RUN-MONTH         PIC 9(02).
002930     05  RUN-DAY           PIC 9(02).
002940******** Variables for proving one employee
002950 77  QTR-SUB               PIC 9(02) COMP.
002960 77  W2-QTR-GROSS-SUM      PIC 9(11)V99 VALUE ZERO.
002970 77  W2-QTR-WITHHOLD-SUM   PIC 9(11)V99 VALUE ZERO.
002980 77  W2-SPLIT-SUM          PIC 9(11)V99 VALUE ZERO.
002990 77  W2-FED-WITHHOLD       PIC 9(09)V99 VALUE ZERO.
003000 77  W2-STATE-WITHHOLD     PIC 9(09)V99 VALUE ZERO.
003010 77  W2-SS-WAGES           PIC 9(09)V99 VALUE ZERO.
003020 77  PHS-FED-SUM           PIC 9(09)V99 VALUE ZERO.
003030 77  PHS-STATE-SUM         PIC 9(09)V99 VALUE ZERO.
003040 77  EXC-REASON            PIC X(30)  VALUE SPACES.
003050******** The year's 941 totals from TTLFILE
003060 77  TIE-941-WAGES         PIC 9(13)V99 VALUE ZERO.
003070 77  TIE-941-WITHHOLD      PIC 9(13)V99 VALUE ZERO.
003080 77  TIE-941-FED           PIC 9(13)V99 VALUE ZERO.
003090 77  TIE-941-STATE         PIC 9(13)V99 VALUE ZERO.
003100 77  TIE-CLOSE-WITHHOLD    PIC 9(13)V99 VALUE ZERO.
003110******** Totals of the first pass
003120 77  FILE-WAGES            PIC 9(13)V99 VALUE ZERO.
003130 77  FILE-FED-WITHHOLD     PIC 9(13)V99 VALUE ZERO.
003140 77  FILE-STATE-WITHHOLD   PIC 9(13)V99 VALUE ZERO.
003150 77  FILE-SS-WAGES         PIC 9(13)V99 VALUE ZERO.
003160 77  EXC-WAGES             PIC 9(13)V99 VALUE ZERO.
003170 77  EXC-WITHHOLD          PIC 9(13)V99 VALUE ZERO.
003180 77  TIE-SIDE-AMT          PIC 9(13)V99 VALUE ZERO.
003190 77  TIE-DIFF-AMT          PIC S9(13)V99 VALUE ZERO.
003200******** Counters for the control totals page
003210 77  HST-READ-CTR          PIC 9(05) COMP VALUE ZERO.
003220 77  OTHER-YEAR-CTR        PIC 9(05) COMP VALUE ZERO.
003230 77  NO-WAGE-CTR           PIC 9(05) COMP VALUE ZERO.
003240 77  EXCEPTION-CTR         PIC 9(05) COMP VALUE ZERO.
003250 77  PHS-SPLIT-CTR         PIC 9(05) COMP VALUE ZERO.
003260 77  RW-CTR                PIC 9(05) COMP VALUE ZERO.
003270 77  RW-WRITTEN-CTR        PIC 9(05) COMP VALUE ZERO.
003280*--------------------------------------------------------------*
003290*    RA - SUBMITTER RECORD.  THE EMPLOYER FILES FOR ITSELF, SO
003300*    THE COMPANY AND SUBMITTER ARE THE SAME.
003310*--------------------------------------------------------------*
003320 01  RA-RECORD.
003330     05  FILLER                PIC X(02) VALUE "RA".
003340     05  RA-SUBMITTER-EIN      PIC 9(09).
003350     05  RA-USER-ID            PIC X(08).
003360     05  FILLER                PIC X(04) VALUE SPACES.
003370     05  FILLER                PIC X(05) VALUE SPACES.
003380     05  RA-RESUB-IND          PIC X(01) VALUE "0".
003390     05  RA-RESUB-WFID         PIC X(06) VALUE SPACES.
003400     05  RA-SOFTWARE-CODE      PIC X(02) VALUE "98".
003410     05  RA-COMPANY-NAME       PIC X(57).
003420     05  RA-CO-LOCATION        PIC X(22).
003430     05  RA-CO-DELIVERY        PIC X(22).
003440     05  RA-CO-CITY            PIC X(22).
003450     05  RA-CO-STATE           PIC X(02).
003460     05  RA-CO-ZIP             PIC X(05).
003470     05  RA-CO-ZIP-EXT         PIC X(04).
003480     05  FILLER                PIC X(05) VALUE SPACES.
003490     05  FILLER                PIC X(40) VALUE SPACES.
003500     05  RA-SUB-NAME           PIC X(57).
003510     05  RA-SUB-LOCATION       PIC X(22).
003520     05  RA-SUB-DELIVERY       PIC X(22).
003530     05  RA-SUB-CITY           PIC X(22).
003540     05  RA-SUB-STATE          PIC X(02).
003550     05  RA-SUB-ZIP            PIC X(05).
003560     05  RA-SUB-ZIP-EXT        PIC X(04).
003570     05  FILLER                PIC X(05) VALUE SPACES.
003580     05  FILLER                PIC X(40) VALUE SPACES.
003590     05  RA-CONTACT-NAME       PIC X(27).
003600     05  RA-CONTACT-PHONE      PIC X(15).
003610     05  RA-CONTACT-EXT        PIC X(05) VALUE SPACES.
003620     05  FILLER                PIC X(03) VALUE SPACES.
003630     05  RA-CONTACT-EMAIL      PIC X(40).
003640     05  FILLER                PIC X(03) VALUE SPACES.
003650     05  RA-CONTACT-FAX        PIC X(10) VALUE SPACES.
003660     05  FILLER                PIC X(01) VALUE SPACE.
003670     05  RA-PREPARER-CODE      PIC X(01) VALUE "L".
003680     05  FILLER                PIC X(12) VALUE SPACES.
003690*--------------------------------------------------------------*
003700*    RE - EMPLOYER RECORD.  REGULAR (941) EMPLOYER, NONE OF
003710*    THE SPECIAL KINDS.
003720*--------------------------------------------------------------*
003730 01  RE-RECORD.
003740     05  FILLER                PIC X(02) VALUE "RE".
003750     05  RE-TAX-YEAR           PIC 9(04).
003760     05  RE-AGENT-IND          PIC X(01) VALUE SPACE.
003770     05  RE-EIN                PIC 9(09).
003780     05  RE-AGENT-EIN          PIC X(09) VALUE SPACES.
003790     05  RE-TERM-BUSINESS      PIC X(01) VALUE "0".
003800     05  RE-ESTABLISHMENT      PIC X(04) VALUE SPACES.
003810     05  RE-OTHER-EIN          PIC X(09) VALUE SPACES.
003820     05  RE-EMPLOYER-NAME      PIC X(57).
003830     05  RE-LOCATION           PIC X(22).
003840     05  RE-DELIVERY           PIC X(22).
003850     05  RE-CITY               PIC X(22).
003860     05  RE-STATE              PIC X(02).
003870     05  RE-ZIP                PIC X(05).
003880     05  RE-ZIP-EXT            PIC X(04).
003890     05  RE-KIND-OF-EMPLOYER   PIC X(01) VALUE "N".
003900     05  FILLER                PIC X(04) VALUE SPACES.
003910     05  FILLER                PIC X(40) VALUE SPACES.
003920     05  RE-EMPLOYMENT-CODE    PIC X(01) VALUE "R".
003930     05  RE-TAX-JURISDICTION   PIC X(01) VALUE SPACE.
003940     05  RE-THIRD-PARTY-SICK   PIC X(01) VALUE "0".
003950     05  RE-CONTACT-NAME       PIC X(27).
003960     05  RE-CONTACT-PHONE      PIC X(15).
003970     05  RE-CONTACT-EXT        PIC X(05) VALUE SPACES.
003980     05  RE-CONTACT-FAX        PIC X(10) VALUE SPACES.
003990     05  RE-CONTACT-EMAIL      PIC X(40).
004000     05  FILLER                PIC X(194) VALUE SPACES.
004010*--------------------------------------------------------------*
004020*    RW - EMPLOYEE WAGE RECORD.  THE AMOUNTS THIS SYSTEM DOES
004030*    NOT TAKE STAY AT ZERO.
004040*--------------------------------------------------------------*
004050 01  RW-RECORD.
004060     05  FILLER                PIC X(02) VALUE "RW".
004070     05  RW-SSN                PIC 9(09).
004080     05  RW-FIRST-NAME         PIC X(15).
004090     05  RW-MIDDLE-NAME        PIC X(15).
004100     05  RW-LAST-NAME          PIC X(20).
004110     05  RW-SUFFIX             PIC X(04).
004120     05  RW-LOCATION           PIC X(22).
004130     05  RW-DELIVERY           PIC X(22).
004140     05  RW-CITY               PIC X(22).
004150     05  RW-STATE              PIC X(02).
004160     05  RW-ZIP                PIC X(05).
004170     05  RW-ZIP-EXT            PIC X(04).
004180     05  FILLER                PIC X(05) VALUE SPACES.
004190     05  FILLER                PIC X(40) VALUE SPACES.
004200     05  RW-WAGES              PIC 9(09)V99.
004210     05  RW-FED-WITHHOLD       PIC 9(09)V99.
004220     05  RW-SS-WAGES           PIC 9(09)V99.
004230     05  RW-SS-TAX             PIC 9(09)V99 VALUE ZERO.
004240     05  RW-MEDICARE-WAGES     PIC 9(09)V99.
004250     05  RW-MEDICARE-TAX       PIC 9(09)V99 VALUE ZERO.
004260     05  RW-SS-TIPS            PIC 9(09)V99 VALUE ZERO.
004270     05  FILLER                PIC X(11) VALUE SPACES.
004280     05  RW-CODED-GROUP-1      OCCURS 6 TIMES
004290                               PIC 9(09)V99 VALUE ZERO.
004300     05  FILLER                PIC X(11) VALUE SPACES.
004310     05  RW-CODED-GROUP-2      OCCURS 4 TIMES
004320                               PIC 9(09)V99 VALUE ZERO.
004330     05  FILLER                PIC X(11) VALUE SPACES.
004340     05  RW-CODED-GROUP-3      OCCURS 7 TIMES
004350                               PIC 9(09)V99 VALUE ZERO.
004360     05  FILLER                PIC X(01) VALUE SPACE.
004370     05  RW-STATUTORY-IND      PIC X(01) VALUE "0".
004380     05  FILLER                PIC X(01) VALUE SPACE.
004390     05  RW-RETIREMENT-IND     PIC X(01) VALUE "0".
004400     05  RW-THIRD-PARTY-SICK   PIC X(01) VALUE "0".
004410     05  FILLER                PIC X(23) VALUE SPACES.
004420*--------------------------------------------------------------*
004430*    RT - TOTAL RECORD, SUMMED FROM THE RW RECORDS WRITTEN
004440*--------------------------------------------------------------*
004450 01  RT-RECORD.
004460     05  FILLER                PIC X(02) VALUE "RT".
004470     05  RT-RW-COUNT           PIC 9(07) VALUE ZERO.
004480     05  RT-WAGES              PIC 9(13)V99 VALUE ZERO.
004490     05  RT-FED-WITHHOLD       PIC 9(13)V99 VALUE ZERO.
004500     05  RT-SS-WAGES           PIC 9(13)V99 VALUE ZERO.
004510     05  RT-SS-TAX             PIC 9(13)V99 VALUE ZERO.
004520     05  RT-MEDICARE-WAGES     PIC 9(13)V99 VALUE ZERO.
004530     05  RT-MEDICARE-TAX       PIC 9(13)V99 VALUE ZERO.
004540     05  RT-SS-TIPS            PIC 9(13)V99 VALUE ZERO.
004550     05  FILLER                PIC X(15) VALUE SPACES.
004560     05  RT-CODED-GROUP-1      OCCURS 6 TIMES
004570                               PIC 9(13)V99 VALUE ZERO.
004580     05  FILLER                PIC X(15) VALUE SPACES.
004590     05  RT-CODED-GROUP-2      OCCURS 12 TIMES
004600                               PIC 9(13)V99 VALUE ZERO.
004610     05  FILLER                PIC X(98) VALUE SPACES.
004620*--------------------------------------------------------------*
004630*    RF - FINAL RECORD
004640*--------------------------------------------------------------*
004650 01  RF-RECORD.
004660     05  FILLER                PIC X(02) VALUE "RF".
004670     05  FILLER                PIC X(05) VALUE SPACES.
004680     05  RF-RW-COUNT           PIC 9(09) VALUE ZERO.
004690     05  FILLER                PIC X(496) VALUE SPACES.
004700******** Variables for the print file
004710 77  W2R-PAGE-NBR          PIC 9(04)  VALUE ZERO.
004720 77  W2R-LINE-CTR          PIC 9(03)  VALUE ZERO.
004730 77  W2R-LINES-PER-PAGE    PIC 9(03)  VALUE 45.
004740 01  W2R-BANNER-LINE-1.
004750     05  FILLER            PIC X(01) VALUE SPACE.
004760     05  FILLER            PIC X(40) VALUE
004770         "ACME MANUFACTURING COMPANY".
004780     05  FILLER            PIC X(41) VALUE SPACES.
004790     05  FILLER            PIC X(05) VALUE "PAGE ".
004800     05  W2R-B1-PAGE-NBR   PIC ZZZ9.
004810     05  FILLER            PIC X(41) VALUE SPACES.
004820 01  W2R-BANNER-LINE-2.
004830     05  FILLER            PIC X(01) VALUE SPACE.
004840     05  FILLER            PIC X(32) VALUE
004850         "ELECTRONIC W-2 FILE REGISTER".
004860     05  FILLER            PIC X(10) VALUE "TAX YEAR: ".
004870     05  W2R-B2-TAX-YEAR   PIC 9(04).
004880     05  FILLER            PIC X(04) VALUE SPACES.
004890     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
004900     05  W2R-B2-RUN-DATE   PIC 9999/99/99.
004910     05  FILLER            PIC X(61) VALUE SPACES.
004920 01  W2R-BLANK-LINE        PIC X(132) VALUE SPACES.
004930 01  W2R-EXC-HEADING.
004940     05  FILLER            PIC X(01) VALUE SPACE.
004950     05  FILLER            PIC X(07) VALUE "EMP-ID".
004960     05  FILLER            PIC X(17) VALUE "NAME".
004970     05  FILLER            PIC X(13) VALUE "SSN".
004980     05  FILLER            PIC X(15) VALUE "        GROSS".
004990     05  FILLER            PIC X(15) VALUE "  WITHHOLDING".
005000     05  FILLER            PIC X(30) VALUE "EXCEPTION".
005010     05  FILLER            PIC X(34) VALUE SPACES.
005020 01  W2R-EXC-LINE.
005030     05  FILLER            PIC X(01) VALUE SPACE.
005040     05  W2R-X-EMP-ID      PIC X(05).
005050     05  FILLER            PIC X(02) VALUE SPACES.
005060     05  W2R-X-NAME        PIC X(15).
005070     05  FILLER            PIC X(02) VALUE SPACES.
005080     05  W2R-X-SSN         PIC X(11).
005090     05  FILLER            PIC X(02) VALUE SPACES.
005100     05  W2R-X-GROSS       PIC ZZ,ZZZ,ZZ9.99.
005110     05  FILLER            PIC X(02) VALUE SPACES.
005120     05  W2R-X-WITHHOLD    PIC ZZ,ZZZ,ZZ9.99.
005130     05  FILLER            PIC X(02) VALUE SPACES.
005140     05  W2R-X-REASON      PIC X(30).
005150     05  FILLER            PIC X(34) VALUE SPACES.
005160 01  W2R-TIE-LINE.
005170     05  FILLER            PIC X(01) VALUE SPACE.
005180     05  W2R-T-DESC        PIC X(30).
005190     05  W2R-T-LABEL       PIC X(30).
005200     05  W2R-T-AMOUNT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
005210     05  FILLER            PIC X(03) VALUE SPACES.
005220     05  W2R-T-VERDICT     PIC X(14).
005230     05  FILLER            PIC X(36) VALUE SPACES.
005240 01  W2R-TOTAL-LINE.
005250     05  FILLER            PIC X(01) VALUE SPACE.
005260     05  W2R-TOT-DESC      PIC X(30).
005270     05  W2R-TOT-COUNT     PIC ZZ,ZZ9.
005280     05  FILLER            PIC X(95) VALUE SPACES.
005290 01  W2R-NO-RELEASE-LINE.
005300     05  FILLER            PIC X(01) VALUE SPACE.
005310     05  FILLER            PIC X(50) VALUE
005320         "*** OUT OF BALANCE - NOTHING RELEASED ***".
005330     05  FILLER            PIC X(81) VALUE SPACES.
005340*    THE SSN AS PRINTED - LAST FOUR DIGITS ONLY.
005350 01  MASKED-SSN.
005360     05  FILLER            PIC X(07) VALUE "XXX-XX-".
005370     05  MASKED-SSN-LAST-4 PIC X(04).
005380 77  NO-SSN-TEXT           PIC X(11)  VALUE "(NONE)".
005390*--------------------------------------------------------------*
005400 PROCEDURE DIVISION.
005410*--------------------------------------------------------------*
005420*    0000-MAINLINE
005430*--------------------------------------------------------------*
005440 0000-MAINLINE.
005450     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
005460     MOVE '1' TO PASS-SW.
005470     PERFORM 2000-READ-HST THRU 2000-READ-HST-EXIT.
005480     PERFORM 2100-PROVE-EMPLOYEE THRU 2100-PROVE-EMPLOYEE-EXIT
005490         UNTIL HST-EOF.
005500     CLOSE HSTFILE.
005510     PERFORM 5000-CHECK-BALANCE THRU 5000-CHECK-BALANCE-EXIT.
005520     IF RELEASE-OK
005530         PERFORM 6000-WRITE-W2-FILE THRU 6000-WRITE-W2-FILE-EXIT
005540     END-IF.
005550     PERFORM 9500-WRITE-TOTALS THRU 9500-WRITE-TOTALS-EXIT.
005560     GO TO 9900-FINALIZE.
005570*--------------------------------------------------------------*
005580*    1000-INITIALIZE
005590*--------------------------------------------------------------*
005600 1000-INITIALIZE.
005610     ACCEPT W2R-RUN-DATE FROM DATE YYYYMMDD.
005620     PERFORM 1100-LOAD-PARAMETERS
005630         THRU 1100-LOAD-PARAMETERS-EXIT.
005640     COMPUTE YEAR-FIRST-DAY = (TAX-YEAR * 10000) + 101.
005650     COMPUTE YEAR-LAST-DAY  = (TAX-YEAR * 10000) + 1231.
005660     PERFORM 1200-CHECK-YEAR-CLOSED
005670         THRU 1200-CHECK-YEAR-CLOSED-EXIT.
005680     PERFORM 1300-LOAD-941-TOTALS
005690         THRU 1300-LOAD-941-TOTALS-EXIT.
005700     OPEN INPUT HSTFILE.
005710     IF HST-FILE-STATUS NOT = "00"
005720         DISPLAY "PAYEFW2 - HSTFILE MISSING OR UNREADABLE"
005730         DISPLAY "PAYEFW2 - NO W-2 FILE WRITTEN - RUN STOPPED"
005740         MOVE 16 TO RETURN-CODE
005750         STOP RUN
005760     END-IF.
005770     OPEN INPUT TIDFILE.
005780     IF TID-FILE-STATUS NOT = "00"
005790         DISPLAY "PAYEFW2 - TIDFILE MISSING OR UNREADABLE"
005800         DISPLAY "PAYEFW2 - NO W-2 FILE WRITTEN - RUN STOPPED"
005810         MOVE 16 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.
005840     OPEN INPUT PHSFILE.
005850     IF PHS-FILE-STATUS NOT = "00"
005860         MOVE 'Y' TO PHS-MISSING-SW
005870     END-IF.
005880     OPEN OUTPUT W2FILE
005890                 W2RPT.
005900 1000-INITIALIZE-EXIT.
005910     EXIT.
005920*--------------------------------------------------------------*
005930*    1100-LOAD-PARAMETERS
005940*
005950*    THE CARDS MAY COME IN ANY ORDER.  A MISSING OR BAD CARD
005960*    STOPS THE RUN - THERE IS NO SAFE DEFAULT FOR ANY OF THEM.
005970*--------------------------------------------------------------*
005980 1100-LOAD-PARAMETERS.
005990     OPEN INPUT PRMFILE.
006000     IF PRM-FILE-NOT-FOUND
006010         MOVE "W2PARM FILE NOT FOUND" TO PRM-ERROR-TEXT
006020         GO TO 9950-PARM-ABORT
006030     END-IF.
006040     PERFORM 1110-READ-PARAMETER
006050         THRU 1110-READ-PARAMETER-EXIT
006060         UNTIL PRM-EOF.
006070     CLOSE PRMFILE.
006080     IF NOT E-CARD-READ
006090         MOVE "NO E (EMPLOYER) CARD" TO PRM-ERROR-TEXT
006100         GO TO 9950-PARM-ABORT
006110     END-IF.
006120     IF NOT A-CARD-READ
006130         MOVE "NO A (ADDRESS) CARD" TO PRM-ERROR-TEXT
006140         GO TO 9950-PARM-ABORT
006150     END-IF.
006160     IF NOT S-CARD-READ
006170         MOVE "NO S (SUBMITTER) CARD" TO PRM-ERROR-TEXT
006180         GO TO 9950-PARM-ABORT
006190     END-IF.
006200 1100-LOAD-PARAMETERS-EXIT.
006210     EXIT.
006220*--------------------------------------------------------------*
006230*    1110-READ-PARAMETER
006240*--------------------------------------------------------------*
006250 1110-READ-PARAMETER.
006260     READ PRMFILE
006270         AT END MOVE 'Y' TO PRM-EOF-SW
006280     END-READ.
006290     IF PRM-EOF
006300         GO TO 1110-READ-PARAMETER-EXIT
006310     END-IF.
006320     IF PRM-EMPLOYER-CARD
006330         PERFORM 1120-EDIT-EMPLOYER-CARD
006340             THRU 1120-EDIT-EMPLOYER-CARD-EXIT
006350     ELSE
006360         IF PRM-ADDRESS-CARD
006370             PERFORM 1130-EDIT-ADDRESS-CARD
006380                 THRU 1130-EDIT-ADDRESS-CARD-EXIT
006390         ELSE
006400             IF PRM-SUBMITTER-CARD
006410                 PERFORM 1140-EDIT-SUBMITTER-CARD
006420                     THRU 1140-EDIT-SUBMITTER-CARD-EXIT
006430             ELSE
006440                 MOVE "UNKNOWN CARD TYPE" TO PRM-ERROR-TEXT
006450                 GO TO 9950-PARM-ABORT
006460             END-IF
006470         END-IF
006480     END-IF.
006490 1110-READ-PARAMETER-EXIT.
006500     EXIT.
006510*--------------------------------------------------------------*
006520*    1120-EDIT-EMPLOYER-CARD
006530*--------------------------------------------------------------*
006540 1120-EDIT-EMPLOYER-CARD.
006550     IF PRM-E-TAX-YEAR-X = SPACES
006560         IF RUN-MONTH > 6
006570             MOVE RUN-YEAR TO TAX-YEAR
006580         ELSE
006590             COMPUTE TAX-YEAR = RUN-YEAR - 1
006600         END-IF
006610     ELSE
006620         IF PRM-E-TAX-YEAR-X NOT NUMERIC
006630             MOVE "E CARD TAX YEAR NOT NUMERIC" TO PRM-ERROR-TEXT
006640             GO TO 9950-PARM-ABORT
006650         END-IF
006660         MOVE PRM-E-TAX-YEAR TO TAX-YEAR
006670     END-IF.
006680     IF PRM-E-EIN-X NOT NUMERIC OR PRM-E-EIN = ZERO
006690         MOVE "E CARD EIN NOT VALID" TO PRM-ERROR-TEXT
006700         GO TO 9950-PARM-ABORT
006710     END-IF.
006720     IF PRM-E-NAME = SPACES
006730         MOVE "E CARD EMPLOYER NAME BLANK" TO PRM-ERROR-TEXT
006740         GO TO 9950-PARM-ABORT
006750     END-IF.
006760     IF PRM-E-SS-BASE-X NOT NUMERIC OR PRM-E-SS-BASE = ZERO
006770         MOVE "E CARD SS WAGE BASE NOT VALID" TO PRM-ERROR-TEXT
006780         GO TO 9950-PARM-ABORT
006790     END-IF.
006800     MOVE PRM-E-EIN      TO RA-SUBMITTER-EIN.
006810     MOVE PRM-E-EIN      TO RE-EIN.
006820     MOVE PRM-E-NAME     TO RA-COMPANY-NAME.
006830     MOVE PRM-E-NAME     TO RA-SUB-NAME.
006840     MOVE PRM-E-NAME     TO RE-EMPLOYER-NAME.
006850     MOVE PRM-E-SS-BASE  TO SS-WAGE-BASE.
006860     MOVE TAX-YEAR       TO RE-TAX-YEAR.
006870     MOVE 'Y' TO E-CARD-SW.
006880 1120-EDIT-EMPLOYER-CARD-EXIT.
006890     EXIT.
006900*--------------------------------------------------------------*
006910*    1130-EDIT-ADDRESS-CARD
006920*--------------------------------------------------------------*
006930 1130-EDIT-ADDRESS-CARD.
006940     IF PRM-A-DELIVERY = SPACES OR PRM-A-CITY = SPACES OR
006950        PRM-A-STATE = SPACES
006960         MOVE "A CARD ADDRESS INCOMPLETE" TO PRM-ERROR-TEXT
006970         GO TO 9950-PARM-ABORT
006980     END-IF.
006990     IF PRM-A-ZIP NOT NUMERIC
007000         MOVE "A CARD ZIP CODE NOT VALID" TO PRM-ERROR-TEXT
007010         GO TO 9950-PARM-ABORT
007020     END-IF.
007030     MOVE PRM-A-LOCATION  TO RA-CO-LOCATION.
007040     MOVE PRM-A-DELIVERY  TO RA-CO-DELIVERY.
007050     MOVE PRM-A-CITY      TO RA-CO-CITY.
007060     MOVE PRM-A-STATE     TO RA-CO-STATE.
007070     MOVE PRM-A-ZIP       TO RA-CO-ZIP.
007080     MOVE PRM-A-ZIP-EXT   TO RA-CO-ZIP-EXT.
007090     MOVE PRM-A-LOCATION  TO RA-SUB-LOCATION.
007100     MOVE PRM-A-DELIVERY  TO RA-SUB-DELIVERY.
007110     MOVE PRM-A-CITY      TO RA-SUB-CITY.
007120     MOVE PRM-A-STATE     TO RA-SUB-STATE.
007130     MOVE PRM-A-ZIP       TO RA-SUB-ZIP.
007140     MOVE PRM-A-ZIP-EXT   TO RA-SUB-ZIP-EXT.
007150     MOVE PRM-A-LOCATION  TO RE-LOCATION.
007160     MOVE PRM-A-DELIVERY  TO RE-DELIVERY.
007170     MOVE PRM-A-CITY      TO RE-CITY.
007180     MOVE PRM-A-STATE     TO RE-STATE.
007190     MOVE PRM-A-ZIP       TO RE-ZIP.
007200     MOVE PRM-A-ZIP-EXT   TO RE-ZIP-EXT.
007210     MOVE 'Y' TO A-CARD-SW.
007220 1130-EDIT-ADDRESS-CARD-EXIT.
007230     EXIT.
007240*--------------------------------------------------------------*
007250*    1140-EDIT-SUBMITTER-CARD
007260*--------------------------------------------------------------*
007270 1140-EDIT-SUBMITTER-CARD.
007280     IF PRM-S-USER-ID = SPACES
007290         MOVE "S CARD USER ID BLANK" TO PRM-ERROR-TEXT
007300         GO TO 9950-PARM-ABORT
007310     END-IF.
007320     IF PRM-S-CONTACT = SPACES OR PRM-S-PHONE = SPACES
007330         MOVE "S CARD CONTACT INCOMPLETE" TO PRM-ERROR-TEXT
007340         GO TO 9950-PARM-ABORT
007350     END-IF.
007360     MOVE PRM-S-USER-ID   TO RA-USER-ID.
007370     MOVE PRM-S-CONTACT   TO RA-CONTACT-NAME.
007380     MOVE PRM-S-PHONE     TO RA-CONTACT-PHONE.
007390     MOVE PRM-S-EMAIL     TO RA-CONTACT-EMAIL.
007400     MOVE PRM-S-CONTACT   TO RE-CONTACT-NAME.
007410     MOVE PRM-S-PHONE     TO RE-CONTACT-PHONE.
007420     MOVE PRM-S-EMAIL     TO RE-CONTACT-EMAIL.
007430     MOVE 'Y' TO S-CARD-SW.
007440 1140-EDIT-SUBMITTER-CARD-EXIT.
007450     EXIT.
007460*--------------------------------------------------------------*
007470*    1200-CHECK-YEAR-CLOSED
007480*
007490*    PAYYREND'S OWN LEDGER RECORD FOR THE YEAR MUST BE AT C -
007500*    UNTIL THEN HSTFILE DOES NOT HOLD THE WHOLE YEAR.
007510*--------------------------------------------------------------*
007520 1200-CHECK-YEAR-CLOSED.
007530     OPEN INPUT RLGFILE.
007540     IF RLG-FILE-STATUS NOT = "00"
007550         GO TO 9960-NOT-CLOSED-ABORT
007560     END-IF.
007570     MOVE RLG-CLOSE-PROGRAM TO RLG-PROGRAM.
007580     MOVE YEAR-LAST-DAY     TO RLG-PERIOD-END.
007590     READ RLGFILE
007600         INVALID KEY
007610             CLOSE RLGFILE
007620             GO TO 9960-NOT-CLOSED-ABORT
007630     END-READ.
007640     IF NOT RLG-COMPLETED
007650         CLOSE RLGFILE
007660         GO TO 9960-NOT-CLOSED-ABORT
007670     END-IF.
007680     CLOSE RLGFILE.
007690 1200-CHECK-YEAR-CLOSED-EXIT.
007700     EXIT.
007710*--------------------------------------------------------------*
007720*    1300-LOAD-941-TOTALS
007730*
007740*    THE LAST TTLFILE RECORD FOR THE YEAR IS THE ONE THAT
007750*    COUNTS.  THE FEDERAL FIGURE IS ONLY TIED WHEN THE YEAR WAS
007760*    SPLIT IN FULL AT CLOSE - A YEAR BEGUN BEFORE THE YTD RECORD
007770*    CARRIED THE SPLIT WAS NOT.
007780*--------------------------------------------------------------*
007790 1300-LOAD-941-TOTALS.
007800     OPEN INPUT TTLFILE.
007810     IF TTL-FILE-NOT-FOUND
007820         GO TO 9965-NO-TOTALS-ABORT
007830     END-IF.
007840     PERFORM 1310-READ-941-TOTALS
007850         THRU 1310-READ-941-TOTALS-EXIT
007860         UNTIL TTL-EOF.
007870     CLOSE TTLFILE.
007880     IF NOT TTL-FOUND
007890         GO TO 9965-NO-TOTALS-ABORT
007900     END-IF.
007910     IF TIE-941-FED + TIE-941-STATE = TIE-CLOSE-WITHHOLD
007920         MOVE 'Y' TO FED-TIE-SW
007930     END-IF.
007940 1300-LOAD-941-TOTALS-EXIT.
007950     EXIT.
007960*--------------------------------------------------------------*
007970*    1310-READ-941-TOTALS
007980*--------------------------------------------------------------*
007990 1310-READ-941-TOTALS.
008000     READ TTLFILE
008010         AT END MOVE 'Y' TO TTL-EOF-SW
008020     END-READ.
008030     IF TTL-EOF OR TTL-YEAR NOT = TAX-YEAR
008040         GO TO 1310-READ-941-TOTALS-EXIT
008050     END-IF.
008060     MOVE 'Y' TO TTL-FOUND-SW.
008070     MOVE ZERO TO TIE-941-WAGES.
008080     MOVE ZERO TO TIE-941-WITHHOLD.
008090     PERFORM 1320-ADD-941-QUARTER
008100         THRU 1320-ADD-941-QUARTER-EXIT
008110         VARYING QTR-SUB FROM 1 BY 1
008120         UNTIL QTR-SUB > 4.
008130     MOVE TTL-FED-WITHHOLD    TO TIE-941-FED.
008140     MOVE TTL-STATE-WITHHOLD  TO TIE-941-STATE.
008150     MOVE TTL-ANNUAL-WITHHOLD TO TIE-CLOSE-WITHHOLD.
008160 1310-READ-941-TOTALS-EXIT.
008170     EXIT.
008180*--------------------------------------------------------------*
008190*    1320-ADD-941-QUARTER
008200*--------------------------------------------------------------*
008210 1320-ADD-941-QUARTER.
008220     ADD TTL-QTR-GROSS (QTR-SUB)    TO TIE-941-WAGES.
008230     ADD TTL-QTR-WITHHOLD (QTR-SUB) TO TIE-941-WITHHOLD.
008240 1320-ADD-941-QUARTER-EXIT.
008250     EXIT.
008260*--------------------------------------------------------------*
008270*    2000-READ-HST
008280*--------------------------------------------------------------*
008290 2000-READ-HST.
008300     READ HSTFILE
008310         AT END MOVE 'Y' TO HST-EOF-SW
008320     END-READ.
008330 2000-READ-HST-EXIT.
008340     EXIT.
008350*--------------------------------------------------------------*
008360*    2100-PROVE-EMPLOYEE
008370*
008380*    FIRST PASS.  HSTFILE HOLDS EVERY CLOSED YEAR - ONLY THE
008390*    TAX YEAR'S RECORDS ARE LOOKED AT.
008400*--------------------------------------------------------------*
008410 2100-PROVE-EMPLOYEE.
008420     IF HST-YEAR NOT = TAX-YEAR
008430         ADD 1 TO OTHER-YEAR-CTR
008440         GO TO 2100-PROVE-NEXT
008450     END-IF.
008460     ADD 1 TO HST-READ-CTR.
008470     PERFORM 3000-EDIT-EMPLOYEE THRU 3000-EDIT-EMPLOYEE-EXIT.
008480     IF EMP-NO-WAGES
008490         ADD 1 TO NO-WAGE-CTR
008500         GO TO 2100-PROVE-NEXT
008510     END-IF.
008520     IF EMP-EXCEPTION
008530         ADD 1 TO EXCEPTION-CTR
008540         ADD HST-GROSS       TO EXC-WAGES
008550         ADD HST-WITHHOLDING TO EXC-WITHHOLD
008560         PERFORM 7000-WRITE-EXCEPTION-LINE
008570             THRU 7000-WRITE-EXCEPTION-LINE-EXIT
008580         GO TO 2100-PROVE-NEXT
008590     END-IF.
008600     ADD 1 TO RW-CTR.
008610     ADD HST-GROSS         TO FILE-WAGES.
008620     ADD W2-FED-WITHHOLD   TO FILE-FED-WITHHOLD.
008630     ADD W2-STATE-WITHHOLD TO FILE-STATE-WITHHOLD.
008640     ADD W2-SS-WAGES       TO FILE-SS-WAGES.
008650*    A SPLIT TAKEN FROM PAY HISTORY IS FILED BUT NOTED.
008660     IF SPLIT-FROM-PHS
008670         ADD 1 TO PHS-SPLIT-CTR
008680         MOVE "NOTE - SPLIT FROM PAY HISTORY" TO EXC-REASON
008690         PERFORM 7000-WRITE-EXCEPTION-LINE
008700             THRU 7000-WRITE-EXCEPTION-LINE-EXIT
008710     END-IF.
008720 2100-PROVE-NEXT.
008730     PERFORM 2000-READ-HST THRU 2000-READ-HST-EXIT.
008740 2100-PROVE-EMPLOYEE-EXIT.
008750     EXIT.
008760*--------------------------------------------------------------*
008770*    3000-EDIT-EMPLOYEE
008780*
008790*    SHARED BY BOTH PASSES SO THEY CANNOT DISAGREE.  SETS
008800*    EMP-STATUS-SW AND, FOR A REPORTABLE EMPLOYEE, THE FEDERAL
008810*    AND STATE WITHHOLDING AND SOCIAL SECURITY WAGES.  TID-RECORD
008820*    IS LEFT HOLDING THE EMPLOYEE'S TAX IDENTITY.
008830*--------------------------------------------------------------*
008840 3000-EDIT-EMPLOYEE.
008850     MOVE 'R'    TO EMP-STATUS-SW.
008860     MOVE SPACE  TO SPLIT-SOURCE-SW.
008870     MOVE SPACES TO EXC-REASON.
008880     MOVE 'N'    TO TID-FOUND-SW.
008890     IF HST-GROSS = ZERO AND HST-WITHHOLDING = ZERO
008900         MOVE 'Z' TO EMP-STATUS-SW
008910         GO TO 3000-EDIT-EMPLOYEE-EXIT
008920     END-IF.
008930     MOVE HST-EMP-ID TO TID-EMP-ID.
008940     READ TIDFILE
008950         INVALID KEY
008960             CONTINUE
008970         NOT INVALID KEY
008980             MOVE 'Y' TO TID-FOUND-SW
008990     END-READ.
009000     IF NOT TID-FOUND
009010         MOVE 'X' TO EMP-STATUS-SW
009020         MOVE "NO TAX IDENTITY RECORD" TO EXC-REASON
009030         GO TO 3000-EDIT-EMPLOYEE-EXIT
009040     END-IF.
009050     IF TID-SSN NOT NUMERIC OR TID-SSN = ZERO
009060         MOVE 'X' TO EMP-STATUS-SW
009070         MOVE "NO SSN ON FILE" TO EXC-REASON
009080         GO TO 3000-EDIT-EMPLOYEE-EXIT
009090     END-IF.
009100     MOVE ZERO TO W2-QTR-GROSS-SUM.
009110     MOVE ZERO TO W2-QTR-WITHHOLD-SUM.
009120     PERFORM 3050-ADD-QUARTER THRU 3050-ADD-QUARTER-EXIT
009130         VARYING QTR-SUB FROM 1 BY 1
009140         UNTIL QTR-SUB > 4.
009150     IF W2-QTR-GROSS-SUM NOT = HST-GROSS
009160         MOVE 'X' TO EMP-STATUS-SW
009170         MOVE "QUARTERS NOT = YEAR GROSS" TO EXC-REASON
009180         GO TO 3000-EDIT-EMPLOYEE-EXIT
009190     END-IF.
009200     IF W2-QTR-WITHHOLD-SUM NOT = HST-WITHHOLDING
009210         MOVE 'X' TO EMP-STATUS-SW
009220         MOVE "QUARTERS NOT = YEAR WITHHOLD" TO EXC-REASON
009230         GO TO 3000-EDIT-EMPLOYEE-EXIT
009240     END-IF.
009250*    THE SPLIT ON THE ARCHIVE MUST ADD TO THE WITHHOLDING.  A
009260*    YEAR BEGUN BEFORE THE SPLIT WAS KEPT IS REBUILT FROM THE
009270*    YEAR'S CHECKS INSTEAD, IF THEY ADD UP.
009280     MOVE ZERO TO W2-SPLIT-SUM.
009290     IF HST-FED-WITHHOLD NUMERIC AND HST-STATE-WITHHOLD NUMERIC
009300         COMPUTE W2-SPLIT-SUM =
009310             HST-FED-WITHHOLD + HST-STATE-WITHHOLD
009320     END-IF.
009330     IF W2-SPLIT-SUM = HST-WITHHOLDING AND
009340        HST-FED-WITHHOLD NUMERIC
009350         MOVE HST-FED-WITHHOLD   TO W2-FED-WITHHOLD
009360         MOVE HST-STATE-WITHHOLD TO W2-STATE-WITHHOLD
009370     ELSE
009380         PERFORM 3200-SPLIT-FROM-HISTORY
009390             THRU 3200-SPLIT-FROM-HISTORY-EXIT
009400         IF PHS-FED-SUM + PHS-STATE-SUM NOT = HST-WITHHOLDING
009410             MOVE 'X' TO EMP-STATUS-SW
009420             MOVE "FED/STATE SPLIT NOT PROVED" TO EXC-REASON
009430             GO TO 3000-EDIT-EMPLOYEE-EXIT
009440         END-IF
009450         MOVE 'P'           TO SPLIT-SOURCE-SW
009460         MOVE PHS-FED-SUM   TO W2-FED-WITHHOLD
009470         MOVE PHS-STATE-SUM TO W2-STATE-WITHHOLD
009480     END-IF.
009490     IF HST-GROSS > SS-WAGE-BASE
009500         MOVE SS-WAGE-BASE TO W2-SS-WAGES
009510     ELSE
009520         MOVE HST-GROSS    TO W2-SS-WAGES
009530     END-IF.
009540 3000-EDIT-EMPLOYEE-EXIT.
009550     EXIT.
009560*--------------------------------------------------------------*
009570*    3050-ADD-QUARTER
009580*--------------------------------------------------------------*
009590 3050-ADD-QUARTER.
009600     ADD HST-QTR-GROSS (QTR-SUB)    TO W2-QTR-GROSS-SUM.
009610     ADD HST-QTR-WITHHOLD (QTR-SUB) TO W2-QTR-WITHHOLD-SUM.
009620 3050-ADD-QUARTER-EXIT.
009630     EXIT.
009640*--------------------------------------------------------------*
009650*    3200-SPLIT-FROM-HISTORY
009660*
009670*    SUMS THE FEDERAL AND STATE TAX OF THE EMPLOYEE'S CHECKS
009680*    DATED IN THE YEAR.  A VOIDED CHECK WAS BACKED OUT OF THE
009690*    YEAR, AND A REPLACED ONE IS CARRIED AGAIN UNDER ITS NEW
009700*    NUMBER, SO NEITHER IS COUNTED.
009710*--------------------------------------------------------------*
009720 3200-SPLIT-FROM-HISTORY.
009730     MOVE ZERO TO PHS-FED-SUM.
009740     MOVE ZERO TO PHS-STATE-SUM.
009750     IF PHS-MISSING
009760         GO TO 3200-SPLIT-FROM-HISTORY-EXIT
009770     END-IF.
009780     MOVE 'N'            TO PHS-DONE-SW.
009790     MOVE HST-EMP-ID     TO PHS-EMP-ID.
009800     MOVE YEAR-FIRST-DAY TO PHS-PERIOD-END.
009810     MOVE ZERO           TO PHS-CHECK-NBR.
009820     START PHSFILE KEY NOT < PHS-KEY
009830         INVALID KEY MOVE 'Y' TO PHS-DONE-SW
009840     END-START.
009850     PERFORM 3210-ADD-HISTORY-CHECK
009860         THRU 3210-ADD-HISTORY-CHECK-EXIT
009870         UNTIL PHS-DONE.
009880 3200-SPLIT-FROM-HISTORY-EXIT.
009890     EXIT.
009900*--------------------------------------------------------------*
009910*    3210-ADD-HISTORY-CHECK
009920*--------------------------------------------------------------*
009930 3210-ADD-HISTORY-CHECK.
009940     READ PHSFILE NEXT RECORD
009950         AT END MOVE 'Y' TO PHS-DONE-SW
009960     END-READ.
009970     IF PHS-DONE
009980         GO TO 3210-ADD-HISTORY-CHECK-EXIT
009990     END-IF.
010000     IF PHS-EMP-ID NOT = HST-EMP-ID OR
010010        PHS-PERIOD-END > YEAR-LAST-DAY
010020         MOVE 'Y' TO PHS-DONE-SW
010030         GO TO 3210-ADD-HISTORY-CHECK-EXIT
010040     END-IF.
010050     IF PHS-CHECK-VOIDED OR PHS-CHECK-REPLACED
010060         GO TO 3210-ADD-HISTORY-CHECK-EXIT
010070     END-IF.
010080     ADD PHS-FED-TAX   TO PHS-FED-SUM.
010090     ADD PHS-STATE-TAX TO PHS-STATE-SUM.
010100 3210-ADD-HISTORY-CHECK-EXIT.
010110     EXIT.
010120*--------------------------------------------------------------*
010130*    5000-CHECK-BALANCE
010140*
010150*    WHAT GOES ON THE FILE PLUS WHAT WAS LEFT OFF AS AN
010160*    EXCEPTION MUST EQUAL THE 941 QUARTERS.  THE FEDERAL FIGURE
010170*    IS TIED TOO WHEN IT CAN BE - ONLY WITH NO EXCEPTIONS, SINCE
010180*    AN EXCEPTION'S SPLIT MAY BE UNKNOWN.
010190*--------------------------------------------------------------*
010200 5000-CHECK-BALANCE.
010210     IF W2R-LINE-CTR = ZERO OR
010220        W2R-LINE-CTR + 17 > W2R-LINES-PER-PAGE
010230         PERFORM 7500-WRITE-PAGE-HEADERS
010240             THRU 7500-WRITE-PAGE-HEADERS-EXIT
010250     END-IF.
010260     WRITE W2R-RECORD FROM W2R-BLANK-LINE.
010270     MOVE "WAGES"                     TO W2R-T-DESC.
010280     MOVE "ON THE FILE"               TO W2R-T-LABEL.
010290     MOVE FILE-WAGES                  TO W2R-T-AMOUNT.
010300     MOVE SPACES                      TO W2R-T-VERDICT.
010310     WRITE W2R-RECORD FROM W2R-TIE-LINE.
010320     MOVE SPACES                      TO W2R-T-DESC.
010330     MOVE "LEFT OFF - EXCEPTIONS"     TO W2R-T-LABEL.
010340     MOVE EXC-WAGES                   TO W2R-T-AMOUNT.
010350     WRITE W2R-RECORD FROM W2R-TIE-LINE.
010360     MOVE "941 QUARTERS - PAYYREND"   TO W2R-T-LABEL.
010370     MOVE TIE-941-WAGES               TO W2R-T-AMOUNT.
010380     WRITE W2R-RECORD FROM W2R-TIE-LINE.
010390     COMPUTE TIE-DIFF-AMT = FILE-WAGES + EXC-WAGES
010400         - TIE-941-WAGES.
010410     PERFORM 5100-WRITE-DIFFERENCE
010420         THRU 5100-WRITE-DIFFERENCE-EXIT.
010430     WRITE W2R-RECORD FROM W2R-BLANK-LINE.
010440     COMPUTE TIE-SIDE-AMT = FILE-FED-WITHHOLD
010450         + FILE-STATE-WITHHOLD.
010460     MOVE "FEDERAL + STATE WITHHOLDING" TO W2R-T-DESC.
010470     MOVE "ON THE FILE"               TO W2R-T-LABEL.
010480     MOVE TIE-SIDE-AMT                TO W2R-T-AMOUNT.
010490     WRITE W2R-RECORD FROM W2R-TIE-LINE.
010500     MOVE SPACES                      TO W2R-T-DESC.
010510     MOVE "LEFT OFF - EXCEPTIONS"     TO W2R-T-LABEL.
010520     MOVE EXC-WITHHOLD                TO W2R-T-AMOUNT.
010530     WRITE W2R-RECORD FROM W2R-TIE-LINE.
010540     MOVE "941 QUARTERS - PAYYREND"   TO W2R-T-LABEL.
010550     MOVE TIE-941-WITHHOLD            TO W2R-T-AMOUNT.
010560     WRITE W2R-RECORD FROM W2R-TIE-LINE.
010570     COMPUTE TIE-DIFF-AMT = TIE-SIDE-AMT + EXC-WITHHOLD
010580         - TIE-941-WITHHOLD.
010590     PERFORM 5100-WRITE-DIFFERENCE
010600         THRU 5100-WRITE-DIFFERENCE-EXIT.
010610     WRITE W2R-RECORD FROM W2R-BLANK-LINE.
010620     MOVE "FEDERAL WITHHOLDING"       TO W2R-T-DESC.
010630     MOVE "ON THE FILE"               TO W2R-T-LABEL.
010640     MOVE FILE-FED-WITHHOLD           TO W2R-T-AMOUNT.
010650     WRITE W2R-RECORD FROM W2R-TIE-LINE.
010660     MOVE SPACES                      TO W2R-T-DESC.
010670     MOVE "KEPT AT CLOSE - PAYYREND"  TO W2R-T-LABEL.
010680     MOVE TIE-941-FED                 TO W2R-T-AMOUNT.
010690     WRITE W2R-RECORD FROM W2R-TIE-LINE.
010700     IF FED-TIE-COMPARED AND EXCEPTION-CTR = ZERO
010710         COMPUTE TIE-DIFF-AMT = FILE-FED-WITHHOLD - TIE-941-FED
010720         PERFORM 5100-WRITE-DIFFERENCE
010730             THRU 5100-WRITE-DIFFERENCE-EXIT
010740     ELSE
010750         MOVE "FILE LESS CLOSE"       TO W2R-T-LABEL
010760         COMPUTE W2R-T-AMOUNT = FILE-FED-WITHHOLD - TIE-941-FED
010770         MOVE "NOT COMPARED"          TO W2R-T-VERDICT
010780         WRITE W2R-RECORD FROM W2R-TIE-LINE
010790     END-IF.
010800     WRITE W2R-RECORD FROM W2R-BLANK-LINE.
010810     MOVE "SOCIAL SECURITY WAGES"     TO W2R-T-DESC.
010820     MOVE "ON THE FILE (CAPPED)"      TO W2R-T-LABEL.
010830     MOVE FILE-SS-WAGES               TO W2R-T-AMOUNT.
010840     MOVE SPACES                      TO W2R-T-VERDICT.
010850     WRITE W2R-RECORD FROM W2R-TIE-LINE.
010860     ADD 17 TO W2R-LINE-CTR.
010870*    A YEAR WITH NOBODY TO REPORT HAS NOTHING TO RELEASE.
010880     IF RW-CTR = ZERO
010890         MOVE 'N' TO RELEASE-SW
010900     END-IF.
010910 5000-CHECK-BALANCE-EXIT.
010920     EXIT.
010930*--------------------------------------------------------------*
010940*    5100-WRITE-DIFFERENCE
010950*
010960*    ANY DIFFERENCE ON A TIE STOPS THE RELEASE.
010970*--------------------------------------------------------------*
010980 5100-WRITE-DIFFERENCE.
010990     MOVE SPACES                      TO W2R-T-DESC.
011000     MOVE "DIFFERENCE"                TO W2R-T-LABEL.
011010     MOVE TIE-DIFF-AMT                TO W2R-T-AMOUNT.
011020     IF TIE-DIFF-AMT = ZERO
011030         MOVE "IN BALANCE"            TO W2R-T-VERDICT
011040     ELSE
011050         MOVE "OUT OF BALANCE"        TO W2R-T-VERDICT
011060         MOVE 'N'                     TO RELEASE-SW
011070     END-IF.
011080     WRITE W2R-RECORD FROM W2R-TIE-LINE.
011090     MOVE SPACES                      TO W2R-T-VERDICT.
011100 5100-WRITE-DIFFERENCE-EXIT.
011110     EXIT.
011120*--------------------------------------------------------------*
011130*    6000-WRITE-W2-FILE
011140*
011150*    SECOND PASS.  ONE EMPLOYER, SO ONE RE AND ONE RT.
011160*--------------------------------------------------------------*
011170 6000-WRITE-W2-FILE.
011180     WRITE W2-RECORD FROM RA-RECORD.
011190     WRITE W2-RECORD FROM RE-RECORD.
011200     MOVE 'N' TO HST-EOF-SW.
011210     MOVE '2' TO PASS-SW.
011220     OPEN INPUT HSTFILE.
011230     PERFORM 2000-READ-HST THRU 2000-READ-HST-EXIT.
011240     PERFORM 6100-WRITE-EMPLOYEE THRU 6100-WRITE-EMPLOYEE-EXIT
011250         UNTIL HST-EOF.
011260     CLOSE HSTFILE.
011270     MOVE RW-WRITTEN-CTR TO RT-RW-COUNT.
011280     WRITE W2-RECORD FROM RT-RECORD.
011290     MOVE RW-WRITTEN-CTR TO RF-RW-COUNT.
011300     WRITE W2-RECORD FROM RF-RECORD.
011310 6000-WRITE-W2-FILE-EXIT.
011320     EXIT.
011330*--------------------------------------------------------------*
011340*    6100-WRITE-EMPLOYEE
011350*--------------------------------------------------------------*
011360 6100-WRITE-EMPLOYEE.
011370     IF HST-YEAR NOT = TAX-YEAR
011380         GO TO 6100-WRITE-NEXT
011390     END-IF.
011400     PERFORM 3000-EDIT-EMPLOYEE THRU 3000-EDIT-EMPLOYEE-EXIT.
011410     IF NOT EMP-REPORTABLE
011420         GO TO 6100-WRITE-NEXT
011430     END-IF.
011440     MOVE TID-SSN           TO RW-SSN.
011450     MOVE TID-FIRST-NAME    TO RW-FIRST-NAME.
011460     MOVE TID-MIDDLE-INIT   TO RW-MIDDLE-NAME.
011470     MOVE TID-LAST-NAME     TO RW-LAST-NAME.
011480     MOVE TID-SUFFIX        TO RW-SUFFIX.
011490     MOVE TID-ADDR-LINE-2   TO RW-LOCATION.
011500     MOVE TID-ADDR-LINE-1   TO RW-DELIVERY.
011510     MOVE TID-CITY          TO RW-CITY.
011520     MOVE TID-STATE         TO RW-STATE.
011530     MOVE TID-ZIP           TO RW-ZIP.
011540     MOVE TID-ZIP-EXT       TO RW-ZIP-EXT.
011550     MOVE HST-GROSS         TO RW-WAGES.
011560     MOVE W2-FED-WITHHOLD   TO RW-FED-WITHHOLD.
011570     MOVE W2-SS-WAGES       TO RW-SS-WAGES.
011580     MOVE HST-GROSS         TO RW-MEDICARE-WAGES.
011590     WRITE W2-RECORD FROM RW-RECORD.
011600     ADD 1 TO RW-WRITTEN-CTR.
011610     ADD RW-WAGES           TO RT-WAGES.
011620     ADD RW-FED-WITHHOLD    TO RT-FED-WITHHOLD.
011630     ADD RW-SS-WAGES        TO RT-SS-WAGES.
011640     ADD RW-MEDICARE-WAGES  TO RT-MEDICARE-WAGES.
011650 6100-WRITE-NEXT.
011660     PERFORM 2000-READ-HST THRU 2000-READ-HST-EXIT.
011670 6100-WRITE-EMPLOYEE-EXIT.
011680     EXIT.
011690*--------------------------------------------------------------*
011700*    7000-WRITE-EXCEPTION-LINE
011710*--------------------------------------------------------------*
011720 7000-WRITE-EXCEPTION-LINE.
011730     IF W2R-LINE-CTR = ZERO OR
011740        W2R-LINE-CTR >= W2R-LINES-PER-PAGE
011750         PERFORM 7500-WRITE-PAGE-HEADERS
011760             THRU 7500-WRITE-PAGE-HEADERS-EXIT
011770     END-IF.
011780     MOVE HST-EMP-ID      TO W2R-X-EMP-ID.
011790     MOVE HST-EMP-NAME    TO W2R-X-NAME.
011800     IF TID-FOUND AND TID-SSN NUMERIC AND TID-SSN NOT = ZERO
011810         MOVE TID-SSN-LAST-4 TO MASKED-SSN-LAST-4
011820         MOVE MASKED-SSN     TO W2R-X-SSN
011830     ELSE
011840         MOVE NO-SSN-TEXT    TO W2R-X-SSN
011850     END-IF.
011860     MOVE HST-GROSS       TO W2R-X-GROSS.
011870     MOVE HST-WITHHOLDING TO W2R-X-WITHHOLD.
011880     MOVE EXC-REASON      TO W2R-X-REASON.
011890     WRITE W2R-RECORD FROM W2R-EXC-LINE.
011900     ADD 1 TO W2R-LINE-CTR.
011910 7000-WRITE-EXCEPTION-LINE-EXIT.
011920     EXIT.
011930*--------------------------------------------------------------*
011940*    7500-WRITE-PAGE-HEADERS
011950*--------------------------------------------------------------*
011960 7500-WRITE-PAGE-HEADERS.
011970     ADD 1 TO W2R-PAGE-NBR.
011980     MOVE W2R-PAGE-NBR TO W2R-B1-PAGE-NBR.
011990     MOVE TAX-YEAR     TO W2R-B2-TAX-YEAR.
012000     MOVE W2R-RUN-DATE TO W2R-B2-RUN-DATE.
012010     WRITE W2R-RECORD FROM W2R-BANNER-LINE-1.
012020     WRITE W2R-RECORD FROM W2R-BANNER-LINE-2.
012030     WRITE W2R-RECORD FROM W2R-BLANK-LINE.
012040     WRITE W2R-RECORD FROM W2R-EXC-HEADING.
012050     MOVE 1 TO W2R-LINE-CTR.
012060 7500-WRITE-PAGE-HEADERS-EXIT.
012070     EXIT.
012080*--------------------------------------------------------------*
012090*    9500-WRITE-TOTALS
012100*--------------------------------------------------------------*
012110 9500-WRITE-TOTALS.
012120     WRITE W2R-RECORD FROM W2R-BLANK-LINE.
012130     MOVE "ARCHIVE RECORDS FOR THE YEAR" TO W2R-TOT-DESC.
012140     MOVE HST-READ-CTR               TO W2R-TOT-COUNT.
012150     WRITE W2R-RECORD FROM W2R-TOTAL-LINE.
012160     MOVE "NO WAGES - NOT REPORTED"  TO W2R-TOT-DESC.
012170     MOVE NO-WAGE-CTR                TO W2R-TOT-COUNT.
012180     WRITE W2R-RECORD FROM W2R-TOTAL-LINE.
012190     MOVE "EXCEPTIONS - LEFT OFF"    TO W2R-TOT-DESC.
012200     MOVE EXCEPTION-CTR              TO W2R-TOT-COUNT.
012210     WRITE W2R-RECORD FROM W2R-TOTAL-LINE.
012220     MOVE "SPLIT FROM PAY HISTORY"   TO W2R-TOT-DESC.
012230     MOVE PHS-SPLIT-CTR              TO W2R-TOT-COUNT.
012240     WRITE W2R-RECORD FROM W2R-TOTAL-LINE.
012250     MOVE "EMPLOYEE RECORDS WRITTEN" TO W2R-TOT-DESC.
012260     MOVE RW-WRITTEN-CTR             TO W2R-TOT-COUNT.
012270     WRITE W2R-RECORD FROM W2R-TOTAL-LINE.
012280     IF NOT RELEASE-OK
012290         WRITE W2R-RECORD FROM W2R-BLANK-LINE
012300         WRITE W2R-RECORD FROM W2R-NO-RELEASE-LINE
012310         IF RW-CTR = ZERO
012320             DISPLAY "PAYEFW2 - NO EMPLOYEES TO REPORT FOR "
012330                 TAX-YEAR
012340         ELSE
012350             DISPLAY "PAYEFW2 - W-2 TOTALS DO NOT TIE TO THE 941"
012360         END-IF
012370         DISPLAY "PAYEFW2 - NOTHING RELEASED - W2FILE EMPTY"
012380         MOVE 8 TO RETURN-CODE
012390     ELSE
012400         IF EXCEPTION-CTR > ZERO
012410             MOVE 4 TO RETURN-CODE
012420         END-IF
012430     END-IF.
012440 9500-WRITE-TOTALS-EXIT.
012450     EXIT.
012460*--------------------------------------------------------------*
012470*    9900-FINALIZE
012480*--------------------------------------------------------------*
012490 9900-FINALIZE.
012500     CLOSE TIDFILE.
012510     IF NOT PHS-MISSING
012520         CLOSE PHSFILE
012530     END-IF.
012540     CLOSE W2FILE.
012550     CLOSE W2RPT.
012560     GOBACK.
012570*--------------------------------------------------------------*
012580*    9950-PARM-ABORT
012590*--------------------------------------------------------------*
012600 9950-PARM-ABORT.
012610     DISPLAY "PAYEFW2 - " PRM-ERROR-TEXT.
012620     DISPLAY "PAYEFW2 - NO W-2 FILE WRITTEN - RUN STOPPED".
012630     MOVE 16 TO RETURN-CODE.
012640     STOP RUN.
012650*--------------------------------------------------------------*
012660*    9960-NOT-CLOSED-ABORT
012670*--------------------------------------------------------------*
012680 9960-NOT-CLOSED-ABORT.
012690     DISPLAY "PAYEFW2 - PAYYREND HAS NOT CLOSED " TAX-YEAR.
012700     DISPLAY "PAYEFW2 - NO W-2 FILE WRITTEN - RUN STOPPED".
012710     MOVE 16 TO RETURN-CODE.
012720     STOP RUN.
012730*--------------------------------------------------------------*
012740*    9965-NO-TOTALS-ABORT
012750*--------------------------------------------------------------*
012760 9965-NO-TOTALS-ABORT.
012770     DISPLAY "PAYEFW2 - NO 941 TOTALS ON TTLFILE FOR " TAX-YEAR.
012780     DISPLAY "PAYEFW2 - NO W-2 FILE WRITTEN - RUN STOPPED".
012790     MOVE 16 TO RETURN-CODE.
012800     STOP RUN.
