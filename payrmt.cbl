000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYREMIT.
000030 AUTHOR.        R L HUTCHINS.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*    MODIFICATION HISTORY
000090*    DATE       INIT   DESCRIPTION
000100*    ---------  ----   -------------------------------------- *
000110*    10/15/26   RLH    ORIGINAL PROGRAM - DEDUCTION REMITTANCE.
000120*                      SENDS ON THE 401K AND GARNISHMENT MONEY
000130*                      THE PAY RUNS TOOK, FROM THE DEDUCTIONS-
000140*                      TAKEN FILE (DTKFILE) THEY WRITE:
000150*                        TRSFILE - 401K CONTRIBUTION FILE FOR
000160*                                  THE PLAN TRUSTEE, ONE
000170*                                  DETAIL PER EMPLOYEE AND A
000180*                                  BALANCING TRAILER.
000190*                        GRPFILE - GARNISHMENT PAYMENTS FOR
000200*                                  ACCOUNTS PAYABLE, ONE PER
000210*                                  COURT CASE, WITH A TRAILER.
000220*                        RMTPRT  - REMITTANCE REGISTER, TYING
000230*                                  EACH TYPE BACK TO THE MAIN
000240*                                  RUN'S GL LIABILITY CREDIT.
000241*    10/15/26   RLH    PAYFINAL FINAL-PAY DEDUCTIONS (SOURCE
000242*                      F) REMITTED WITH THE OFF-CYCLE AMOUNTS.
000243*    10/15/26   RLH    GL LIABILITY CREDITS ARE TIED TO THEIR
000244*                      DEDUCTION TYPE BY THE CLASS AND TYPE
000245*                      BYTES NOW THAT GLMFILE NAMES THE
000246*                      ACCOUNTS.
000250*--------------------------------------------------------------*
000260*    RUN AFTER EACH PAY CYCLE, WITH GLFILE POINTED AT THAT
000270*    CYCLE'S PAYROLOO POSTINGS.  THE MAIN-RUN AMOUNTS OF EACH
000280*    TYPE MUST EQUAL ITS GL CREDIT OR NOTHING IS RELEASED - THE
000290*    FILES ARE LEFT EMPTY, DTKFILE IS LEFT AS IT WAS AND THE
000300*    RUN ENDS WITH RETURN CODE 8.  OTHERWISE DTKFILE IS EMPTIED
000310*    EXCEPT FOR GARNISHMENTS WITH NO CASE NUMBER OR PAYEE, WHICH
000320*    ARE CARRIED TO THE NEXT REMITTANCE (RETURN CODE 4).  AN
000330*    AMOUNT FROM A CHECK PAYVOID HAS REVERSED IS HELD BACK.
000340*    PAYSUPP, PAYFINAL AND CARRIED AMOUNTS HAVE NO GL CREDIT OF
000350*    THEIR OWN IN THIS CYCLE AND ARE SHOWN APART FROM THE TIE.
000360*--------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DTKFILE   ASSIGN TO DTKFILE
000410                      ORGANIZATION IS SEQUENTIAL
000420                      FILE STATUS IS DTK-FILE-STATUS.
000430     SELECT SORT-FILE ASSIGN TO SORTWK.
000440     SELECT PHSFILE   ASSIGN TO PHSFILE
000450                      ORGANIZATION IS INDEXED
000460                      ACCESS MODE IS RANDOM
000470                      RECORD KEY IS PHS-KEY
000480                      FILE STATUS IS PHS-FILE-STATUS.
000490     SELECT DEDFILE   ASSIGN TO DEDFILE
000500                      ORGANIZATION IS INDEXED
000510                      ACCESS MODE IS RANDOM
000520                      RECORD KEY IS DED-KEY
000530                      FILE STATUS IS DED-FILE-STATUS.
000540     SELECT GLFILE    ASSIGN TO GLFILE
000550                      ORGANIZATION IS SEQUENTIAL
000560                      FILE STATUS IS GL-FILE-STATUS.
000570     SELECT TRSFILE   ASSIGN TO TRSFILE
000580                      ORGANIZATION IS SEQUENTIAL.
000590     SELECT GRPFILE   ASSIGN TO GRPFILE
000600                      ORGANIZATION IS SEQUENTIAL.
000610     SELECT RMTPRT    ASSIGN TO RMTPRT
000620                      ORGANIZATION IS SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650*--------------------------------------------------------------*
000660*    DTKFILE - DEDUCTIONS TAKEN, AWAITING REMITTANCE (SEE
000670*    PAYROLOO).  SOURCE P IS THE MAIN RUN, S IS PAYSUPP, F IS
000680*    PAYFINAL AND C IS AN AMOUNT THIS PROGRAM CARRIED FORWARD.
000690*--------------------------------------------------------------*
000700 FD  DTKFILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 100 CHARACTERS.
000730 01  DTK-RECORD.
000740     05  DTK-EMP-ID            PIC X(05).
000750     05  DTK-EMP-NAME          PIC X(15).
000760     05  DTK-PERIOD-END        PIC 9(08).
000770     05  DTK-CHECK-NBR         PIC 9(06).
000780     05  DTK-PRIORITY          PIC 9(02).
000790     05  DTK-TYPE              PIC X(01).
000800     05  DTK-AMOUNT            PIC 9(07)V99.
000810     05  DTK-CASE-NBR          PIC X(15).
000820     05  DTK-PAYEE             PIC X(20).
000830     05  DTK-SOURCE            PIC X(01).
000840         88  DTK-FROM-MAIN-RUN            VALUE 'P'.
000850         88  DTK-FROM-SUPPLEMENTAL        VALUE 'S' 'F'.
000860         88  DTK-CARRIED                  VALUE 'C'.
000870     05  FILLER                PIC X(18).
000880*--------------------------------------------------------------*
000890*    SORT-FILE - DEDUCTIONS TO REMIT, IN TYPE, EMP-ID, PRIORITY
000900*    AND CASE ORDER SO EACH REMITTANCE IS ONE CONTROL GROUP.
000910*    THE DED-TYPE TABLE SUBSCRIPT RIDES IN THE FILLER.
000920*--------------------------------------------------------------*
000930 SD  SORT-FILE
000940     RECORD CONTAINS 100 CHARACTERS.
000950 01  SRT-SORT-RECORD.
000960     05  SRT-EMP-ID            PIC X(05).
000970     05  SRT-EMP-NAME          PIC X(15).
000980     05  SRT-PERIOD-END        PIC 9(08).
000990     05  SRT-CHECK-NBR         PIC 9(06).
001000     05  SRT-PRIORITY          PIC 9(02).
001010     05  SRT-TYPE              PIC X(01).
001020     05  SRT-AMOUNT            PIC 9(07)V99.
001030     05  SRT-CASE-NBR          PIC X(15).
001040     05  SRT-PAYEE             PIC X(20).
001050     05  SRT-SOURCE            PIC X(01).
001060     05  SRT-TYPE-SUB          PIC 9(01).
001070     05  FILLER                PIC X(17).
001080*--------------------------------------------------------------*
001090*    PHSFILE - PER-CHECK PAY HISTORY (SEE PAYROLOO).  READ ONLY,
001100*    TO HOLD BACK AMOUNTS FROM A CHECK THAT HAS BEEN REVERSED.
001110*--------------------------------------------------------------*
001120 FD  PHSFILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 440 CHARACTERS.
001150 01  PHS-RECORD.
001160     05  PHS-KEY.
001170         10  PHS-EMP-ID        PIC X(05).
001180         10  PHS-PERIOD-END    PIC 9(08).
001190         10  PHS-CHECK-NBR     PIC 9(06).
001200     05  FILLER                PIC X(90).
001210     05  PHS-CHECK-STATUS      PIC X(01).
001220         88  PHS-CHECK-VOIDED             VALUE 'V'.
001230     05  FILLER                PIC X(330).
001240*--------------------------------------------------------------*
001250*    DEDFILE - VOLUNTARY DEDUCTIONS MASTER (SEE PAYROLOO).  READ
001260*    ONLY, FOR A CASE NUMBER OR PAYEE ADDED SINCE THE PAY RUN.
001270*--------------------------------------------------------------*
001280 FD  DEDFILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 80 CHARACTERS.
001310 01  DED-RECORD.
001320     05  DED-KEY.
001330         10  DED-EMP-ID        PIC X(05).
001340         10  DED-PRIORITY      PIC 9(02).
001350     05  DED-TYPE              PIC X(01).
001360     05  DED-PCT               PIC V999.
001370     05  DED-FLAT-AMT          PIC 9(05)V99.
001380     05  DED-ARREARS           PIC 9(07)V99.
001390     05  DED-CASE-NBR          PIC X(15).
001400     05  DED-PAYEE             PIC X(20).
001410     05  FILLER                PIC X(18).
001420*--------------------------------------------------------------*
001430*    GLFILE - THE PAY CYCLE'S GL POSTING FILE (SEE PAYROLOO)
001440*--------------------------------------------------------------*
001450 FD  GLFILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 80 CHARACTERS.
001480 01  GL-RECORD                 PIC X(80).
001490*--------------------------------------------------------------*
001500*    TRSFILE - 401K CONTRIBUTION FILE FOR THE PLAN TRUSTEE.
001510*    ONE TYPE D RECORD PER EMPLOYEE, ONE TYPE T TRAILER.
001520*--------------------------------------------------------------*
001530 FD  TRSFILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 80 CHARACTERS.
001560 01  TRS-RECORD                PIC X(80).
001570*--------------------------------------------------------------*
001580*    GRPFILE - GARNISHMENT PAYMENTS.  ONE TYPE D RECORD PER
001590*    COURT CASE, ONE TYPE T TRAILER.
001600*--------------------------------------------------------------*
001610 FD  GRPFILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 80 CHARACTERS.
001640 01  GRP-RECORD                PIC X(80).
001650*--------------------------------------------------------------*
001660*    RMTPRT - REMITTANCE REGISTER PRINT FILE
001670*--------------------------------------------------------------*
001680 FD  RMTPRT
001690     LABEL RECORDS OMITTED
001700     RECORD CONTAINS 132 CHARACTERS.
001710 01  RMT-PRT-RECORD            PIC X(132).
001720 WORKING-STORAGE SECTION.
001730******** Switches and file status fields
001740 77  DTK-FILE-STATUS       PIC X(02)  VALUE SPACES.
001750     88  DTK-FILE-NOT-FOUND           VALUE "35".
001760 77  DTK-EOF-SW            PIC X(01)  VALUE 'N'.
001770     88  DTK-EOF                      VALUE 'Y'.
001780 77  SORT-EOF-SW           PIC X(01)  VALUE 'N'.
001790     88  SORT-EOF                     VALUE 'Y'.
001800 77  PHS-FILE-STATUS       PIC X(02)  VALUE SPACES.
001810 77  DED-FILE-STATUS       PIC X(02)  VALUE SPACES.
001820     88  DED-FILE-NOT-FOUND           VALUE "35".
001830 77  DED-MISSING-SW        PIC X(01)  VALUE 'N'.
001840     88  DED-MISSING                  VALUE 'Y'.
001850 77  GL-FILE-STATUS        PIC X(02)  VALUE SPACES.
001860     88  GL-FILE-NOT-FOUND            VALUE "35".
001870 77  GL-EOF-SW             PIC X(01)  VALUE 'N'.
001880     88  GL-EOF                       VALUE 'Y'.
001890 77  HOLD-BACK-SW          PIC X(01)  VALUE 'N'.
001900     88  HOLD-BACK                    VALUE 'Y'.
001910 77  RELEASE-SW            PIC X(01)  VALUE 'Y'.
001920     88  RELEASE-OK                   VALUE 'Y'.
001930 77  GROUP-OPEN-SW         PIC X(01)  VALUE 'N'.
001940     88  GROUP-OPEN                   VALUE 'Y'.
001950 77  RMT-RUN-DATE          PIC 9(08).
001960******** Deduction types - SAME ORDER AS PAYROLOO'S TABLE
001970 77  DED-TYPE-COUNT        PIC 9(01)  VALUE 3.
001980 77  DED-TYPE-SUB          PIC 9(01).
001990 77  DED-TYPE-MATCH-SUB    PIC 9(01)  VALUE ZERO.
002000 77  DED-TYPE-401K-SUB     PIC 9(01)  VALUE 1.
002010 77  DED-TYPE-GARN-SUB     PIC 9(01)  VALUE 3.
002020 01  DED-TYPE-LITERALS.
002030     05  FILLER            PIC X(24) VALUE
002040         "4401K PLAN      2200-401".
002050     05  FILLER            PIC X(24) VALUE
002060         "HHEALTH PREMIUM 2210-HLT".
002070     05  FILLER            PIC X(24) VALUE
002080         "GGARNISHMENT    2220-GRN".
002090 01  DED-TYPE-TABLE REDEFINES DED-TYPE-LITERALS.
002100     05  DED-TYPE-ENTRY    OCCURS 3 TIMES.
002110         10  DTT-CODE      PIC X(01).
002120         10  DTT-DESC      PIC X(15).
002130         10  DTT-ACCOUNT   PIC X(08).
002140*    PER-TYPE TOTALS, SUBSCRIPTED LIKE THE TABLE ABOVE.  THE
002150*    MAIN-RUN AMOUNT TIES TO THE GL CREDIT; EVERYTHING TAKEN
002160*    TIES TO WHAT WAS SENT, HELD AND CARRIED.
002170 01  RMT-TYPE-TOTALS.
002180     05  RMT-TYPE-ENTRY    OCCURS 3 TIMES.
002190         10  RTT-GL-CREDIT PIC 9(11)V99.
002200         10  RTT-MAIN-RUN  PIC 9(11)V99.
002210         10  RTT-SUPP-RUN  PIC 9(11)V99.
002220         10  RTT-CARRY-IN  PIC 9(11)V99.
002230         10  RTT-SENT      PIC 9(11)V99.
002240         10  RTT-HELD      PIC 9(11)V99.
002250         10  RTT-CARRY-OUT PIC 9(11)V99.
002260 77  RMT-TAKEN-AMT         PIC 9(11)V99 VALUE ZERO.
002270 77  RMT-SETTLED-AMT       PIC 9(11)V99 VALUE ZERO.
002280 77  RMT-DIFF-AMT          PIC S9(11)V99 VALUE ZERO.
002290******** Control group work fields
002300 01  RMT-GROUP-KEY.
002310     05  RGK-TYPE          PIC X(01).
002320     05  RGK-EMP-ID        PIC X(05).
002330     05  RGK-PRIORITY      PIC 9(02).
002340     05  RGK-CASE-NBR      PIC X(15).
002350 01  RMT-NEW-KEY.
002360     05  RNK-TYPE          PIC X(01).
002370     05  RNK-EMP-ID        PIC X(05).
002380     05  RNK-PRIORITY      PIC 9(02).
002390     05  RNK-CASE-NBR      PIC X(15).
002400 77  RMT-GROUP-NAME        PIC X(15).
002410 77  RMT-GROUP-PAYEE       PIC X(20).
002420 77  RMT-GROUP-TYPE-SUB    PIC 9(01).
002430 77  RMT-GROUP-AMT         PIC 9(09)V99 VALUE ZERO.
002440******** Counters for the totals page
002450 77  DTK-READ-CTR          PIC 9(05) COMP VALUE ZERO.
002460 77  TRS-ITEM-COUNT        PIC 9(07)  VALUE ZERO.
002470 77  TRS-TOTAL-AMT         PIC 9(11)V99 VALUE ZERO.
002480 77  GRP-ITEM-COUNT        PIC 9(07)  VALUE ZERO.
002490 77  GRP-TOTAL-AMT         PIC 9(11)V99 VALUE ZERO.
002500 77  HELD-CTR              PIC 9(05) COMP VALUE ZERO.
002510 77  CARRIED-CTR           PIC 9(05) COMP VALUE ZERO.
002520 77  FLAG-CTR              PIC 9(05) COMP VALUE ZERO.
002530******** General ledger work fields (SEE PAYROLOO)
002540 01  GL-POSTING-LINE.
002550     05  GL-P-TYPE         PIC X(01).
002560     05  GL-P-ACCOUNT      PIC X(08).
002570     05  GL-P-DESC         PIC X(30).
002580     05  GL-P-AMOUNT       PIC 9(11)V99.
002581     05  GL-P-CLASS        PIC X(01).
002582         88  GL-P-DED-CREDIT              VALUE 'D'.
002583     05  GL-P-DEPT         PIC X(04).
002584     05  GL-P-EARN-CODE    PIC X(02).
002585     05  GL-P-DED-TYPE     PIC X(01).
002586     05  FILLER            PIC X(20).
002600******** Trustee and garnishment payment file records
002610 01  TRS-DETAIL-LINE.
002620     05  FILLER            PIC X(01) VALUE "D".
002630     05  TRS-D-EMP-ID      PIC X(05).
002640     05  TRS-D-NAME        PIC X(15).
002650     05  TRS-D-AMOUNT      PIC 9(07)V99.
002660     05  TRS-D-DATE        PIC 9(08).
002670     05  FILLER            PIC X(42) VALUE SPACES.
002680 01  TRS-TRAILER-LINE.
002690     05  FILLER            PIC X(01) VALUE "T".
002700     05  TRS-T-COUNT       PIC 9(07).
002710     05  TRS-T-AMOUNT      PIC 9(11)V99.
002720     05  TRS-T-DATE        PIC 9(08).
002730     05  FILLER            PIC X(51) VALUE SPACES.
002740 01  GRP-DETAIL-LINE.
002750     05  FILLER            PIC X(01) VALUE "D".
002760     05  GRP-D-PAYEE       PIC X(20).
002770     05  GRP-D-CASE-NBR    PIC X(15).
002780     05  GRP-D-EMP-ID      PIC X(05).
002790     05  GRP-D-NAME        PIC X(15).
002800     05  GRP-D-AMOUNT      PIC 9(07)V99.
002810     05  GRP-D-DATE        PIC 9(08).
002820     05  FILLER            PIC X(07) VALUE SPACES.
002830 01  GRP-TRAILER-LINE.
002840     05  FILLER            PIC X(01) VALUE "T".
002850     05  GRP-T-COUNT       PIC 9(07).
002860     05  GRP-T-AMOUNT      PIC 9(11)V99.
002870     05  GRP-T-DATE        PIC 9(08).
002880     05  FILLER            PIC X(51) VALUE SPACES.
002890******** Variables for the report print file
002900 77  RMT-PAGE-NBR          PIC 9(04)  VALUE ZERO.
002910 77  RMT-LINE-CTR          PIC 9(03)  VALUE ZERO.
002920 77  RMT-LINES-PER-PAGE    PIC 9(03)  VALUE 45.
002930 01  RMT-BANNER-LINE-1.
002940     05  FILLER            PIC X(01) VALUE SPACE.
002950     05  FILLER            PIC X(40) VALUE
002960         "ACME MANUFACTURING COMPANY".
002970     05  FILLER            PIC X(41) VALUE SPACES.
002980     05  FILLER            PIC X(05) VALUE "PAGE ".
002990     05  RMT-B1-PAGE-NBR   PIC ZZZ9.
003000     05  FILLER            PIC X(41) VALUE SPACES.
003010 01  RMT-BANNER-LINE-2.
003020     05  FILLER            PIC X(01) VALUE SPACE.
003030     05  FILLER            PIC X(32) VALUE
003040         "DEDUCTION REMITTANCE REGISTER".
003050     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
003060     05  RMT-B2-RUN-DATE   PIC 9999/99/99.
003070     05  FILLER            PIC X(79) VALUE SPACES.
003080 01  RMT-BLANK-LINE        PIC X(132) VALUE SPACES.
003090 01  RMT-DETAIL-LINE.
003100     05  FILLER            PIC X(01) VALUE SPACE.
003110     05  RMT-D-DESC        PIC X(15).
003120     05  FILLER            PIC X(02) VALUE SPACES.
003130     05  RMT-D-EMP-ID      PIC X(05).
003140     05  FILLER            PIC X(02) VALUE SPACES.
003150     05  RMT-D-NAME        PIC X(15).
003160     05  FILLER            PIC X(02) VALUE SPACES.
003170     05  RMT-D-CASE-NBR    PIC X(15).
003180     05  FILLER            PIC X(02) VALUE SPACES.
003190     05  RMT-D-PAYEE       PIC X(20).
003200     05  FILLER            PIC X(02) VALUE SPACES.
003210     05  RMT-D-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
003220     05  FILLER            PIC X(38) VALUE SPACES.
003230 01  RMT-HELD-LINE.
003240     05  FILLER            PIC X(01) VALUE SPACE.
003250     05  FILLER            PIC X(06) VALUE "CHECK ".
003260     05  RMT-H-CHECK       PIC 9(06).
003270     05  FILLER            PIC X(02) VALUE SPACES.
003280     05  RMT-H-EMP-ID      PIC X(05).
003290     05  FILLER            PIC X(02) VALUE SPACES.
003300     05  RMT-H-NAME        PIC X(15).
003310     05  FILLER            PIC X(02) VALUE SPACES.
003320     05  RMT-H-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
003330     05  FILLER            PIC X(02) VALUE SPACES.
003340     05  RMT-H-TEXT        PIC X(45).
003350     05  FILLER            PIC X(33) VALUE SPACES.
003360 01  RMT-TIE-LINE.
003370     05  FILLER            PIC X(01) VALUE SPACE.
003380     05  RMT-T-DESC        PIC X(15).
003390     05  FILLER            PIC X(02) VALUE SPACES.
003400     05  RMT-T-LABEL       PIC X(30).
003410     05  RMT-T-AMOUNT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003420     05  FILLER            PIC X(03) VALUE SPACES.
003430     05  RMT-T-VERDICT     PIC X(14).
003440     05  FILLER            PIC X(49) VALUE SPACES.
003450 01  RMT-TOTAL-LINE.
003460     05  FILLER            PIC X(01) VALUE SPACE.
003470     05  RMT-TOT-DESC      PIC X(30).
003480     05  RMT-TOT-COUNT     PIC ZZ,ZZ9.
003490     05  FILLER            PIC X(95) VALUE SPACES.
003500 01  RMT-NO-RELEASE-LINE.
003510     05  FILLER            PIC X(01) VALUE SPACE.
003520     05  FILLER            PIC X(50) VALUE
003530         "*** OUT OF BALANCE - NOTHING RELEASED ***".
003540     05  FILLER            PIC X(81) VALUE SPACES.
003550*--------------------------------------------------------------*
003560 PROCEDURE DIVISION.
003570*--------------------------------------------------------------*
003580*    0000-MAINLINE
003590*--------------------------------------------------------------*
003600 0000-MAINLINE.
003610     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003620     SORT SORT-FILE
003630         ON ASCENDING KEY SRT-TYPE SRT-EMP-ID SRT-PRIORITY
003640                          SRT-CASE-NBR
003650         INPUT PROCEDURE IS 2000-SELECT-DED-TAKEN
003660             THRU 2000-SELECT-DED-TAKEN-EXIT
003670         OUTPUT PROCEDURE IS 3000-REMIT-DEDUCTIONS
003680             THRU 3000-REMIT-DEDUCTIONS-EXIT.
003690     PERFORM 9500-WRITE-TOTALS THRU 9500-WRITE-TOTALS-EXIT.
003700     GO TO 9900-FINALIZE.
003710*--------------------------------------------------------------*
003720*    1000-INITIALIZE
003730*--------------------------------------------------------------*
003740 1000-INITIALIZE.
003750     ACCEPT RMT-RUN-DATE FROM DATE YYYYMMDD.
003760     MOVE ZERO TO RMT-TYPE-TOTALS.
003770     OPEN INPUT PHSFILE.
003780     IF PHS-FILE-STATUS NOT = "00"
003790         GO TO 9955-HISTORY-ABORT
003800     END-IF.
003810     OPEN INPUT DEDFILE.
003820     IF DED-FILE-NOT-FOUND
003830         MOVE 'Y' TO DED-MISSING-SW
003840     END-IF.
003850     PERFORM 1100-LOAD-GL-CREDITS
003860         THRU 1100-LOAD-GL-CREDITS-EXIT.
003870     OPEN OUTPUT RMTPRT.
003880 1000-INITIALIZE-EXIT.
003890     EXIT.
003900*--------------------------------------------------------------*
003910*    1100-LOAD-GL-CREDITS
003920*
003930*    SUMS THE CYCLE'S CREDITS TO EACH DEDUCTION LIABILITY
003940*    ACCOUNT.  NO GL FILE LEAVES EVERY CREDIT AT ZERO, WHICH
003950*    ONLY TIES IF THE MAIN RUN TOOK NOTHING EITHER.
003951*    GLMFILE NAMES THE LIABILITY ACCOUNTS, SO A CREDIT IS TIED
003952*    TO ITS TYPE BY THE CLASS D LINE'S DEDUCTION TYPE BYTE.  A
003953*    FILE CUT BEFORE THE CLASS BYTE IS TIED BY THE OLD ACCOUNT.
003960*--------------------------------------------------------------*
003970 1100-LOAD-GL-CREDITS.
003980     OPEN INPUT GLFILE.
003990     IF GL-FILE-NOT-FOUND
004000         GO TO 1100-LOAD-GL-CREDITS-EXIT
004010     END-IF.
004020     PERFORM 1110-READ-GL-POSTING
004030         THRU 1110-READ-GL-POSTING-EXIT
004040         UNTIL GL-EOF.
004050     CLOSE GLFILE.
004060 1100-LOAD-GL-CREDITS-EXIT.
004070     EXIT.
004080*--------------------------------------------------------------*
004090*    1110-READ-GL-POSTING
004100*--------------------------------------------------------------*
004110 1110-READ-GL-POSTING.
004120     READ GLFILE INTO GL-POSTING-LINE
004130         AT END MOVE 'Y' TO GL-EOF-SW
004140     END-READ.
004150     IF GL-EOF OR GL-P-TYPE NOT = 'C'
004160         GO TO 1110-READ-GL-POSTING-EXIT
004170     END-IF.
004180     PERFORM 1120-ADD-GL-CREDIT
004190         THRU 1120-ADD-GL-CREDIT-EXIT
004200         VARYING DED-TYPE-SUB FROM 1 BY 1
004210         UNTIL DED-TYPE-SUB > DED-TYPE-COUNT.
004220 1110-READ-GL-POSTING-EXIT.
004230     EXIT.
004240*--------------------------------------------------------------*
004250*    1120-ADD-GL-CREDIT
004260*--------------------------------------------------------------*
004270 1120-ADD-GL-CREDIT.
004271     IF GL-P-CLASS = SPACE
004272         IF GL-P-ACCOUNT = DTT-ACCOUNT (DED-TYPE-SUB)
004273             ADD GL-P-AMOUNT TO RTT-GL-CREDIT (DED-TYPE-SUB)
004274         END-IF
004275         GO TO 1120-ADD-GL-CREDIT-EXIT
004276     END-IF.
004277     IF GL-P-DED-CREDIT AND
004278        GL-P-DED-TYPE = DTT-CODE (DED-TYPE-SUB)
004279         ADD GL-P-AMOUNT TO RTT-GL-CREDIT (DED-TYPE-SUB)
004280     END-IF.
004310 1120-ADD-GL-CREDIT-EXIT.
004320     EXIT.
004330*--------------------------------------------------------------*
004340*    2000-SELECT-DED-TAKEN
004350*
004360*    SORT INPUT PROCEDURE - EVERY AMOUNT IS COUNTED AS TAKEN,
004370*    THEN EITHER HELD BACK HERE OR RELEASED TO THE SORT.  NO
004380*    DTKFILE MEANS NOTHING IS WAITING TO BE REMITTED.
004390*--------------------------------------------------------------*
004400 2000-SELECT-DED-TAKEN.
004410     OPEN INPUT DTKFILE.
004420     IF DTK-FILE-NOT-FOUND
004430         GO TO 2000-SELECT-DED-TAKEN-EXIT
004440     END-IF.
004450     PERFORM 2100-SELECT-ONE-AMOUNT
004460         THRU 2100-SELECT-ONE-AMOUNT-EXIT
004470         UNTIL DTK-EOF.
004480     CLOSE DTKFILE.
004490 2000-SELECT-DED-TAKEN-EXIT.
004500     EXIT.
004510*--------------------------------------------------------------*
004520*    2100-SELECT-ONE-AMOUNT
004530*--------------------------------------------------------------*
004540 2100-SELECT-ONE-AMOUNT.
004550     READ DTKFILE
004560         AT END MOVE 'Y' TO DTK-EOF-SW
004570     END-READ.
004580     IF DTK-EOF
004590         GO TO 2100-SELECT-ONE-AMOUNT-EXIT
004600     END-IF.
004610     ADD 1 TO DTK-READ-CTR.
004620     MOVE ZERO TO DED-TYPE-MATCH-SUB.
004630     PERFORM 2150-FIND-DED-TYPE
004640         THRU 2150-FIND-DED-TYPE-EXIT
004650         VARYING DED-TYPE-SUB FROM 1 BY 1
004660         UNTIL DED-TYPE-SUB > DED-TYPE-COUNT.
004670     IF DED-TYPE-MATCH-SUB NOT = DED-TYPE-401K-SUB AND
004680        DED-TYPE-MATCH-SUB NOT = DED-TYPE-GARN-SUB
004690         MOVE "NOT A REMITTED DEDUCTION TYPE - IGNORED"
004700             TO RMT-H-TEXT
004710         PERFORM 8100-WRITE-HELD-LINE
004720             THRU 8100-WRITE-HELD-LINE-EXIT
004730         ADD 1 TO FLAG-CTR
004740         GO TO 2100-SELECT-ONE-AMOUNT-EXIT
004750     END-IF.
004760     EVALUATE TRUE
004770         WHEN DTK-FROM-MAIN-RUN
004780             ADD DTK-AMOUNT TO RTT-MAIN-RUN (DED-TYPE-MATCH-SUB)
004790         WHEN DTK-CARRIED
004800             ADD DTK-AMOUNT TO RTT-CARRY-IN (DED-TYPE-MATCH-SUB)
004810         WHEN OTHER
004820             ADD DTK-AMOUNT TO RTT-SUPP-RUN (DED-TYPE-MATCH-SUB)
004830     END-EVALUATE.
004840     PERFORM 2200-CHECK-HISTORY THRU 2200-CHECK-HISTORY-EXIT.
004850     IF HOLD-BACK
004860         ADD DTK-AMOUNT TO RTT-HELD (DED-TYPE-MATCH-SUB)
004870         ADD 1 TO HELD-CTR
004880         GO TO 2100-SELECT-ONE-AMOUNT-EXIT
004890     END-IF.
004900     IF DED-TYPE-MATCH-SUB = DED-TYPE-GARN-SUB AND
004910        (DTK-CASE-NBR = SPACES OR DTK-PAYEE = SPACES)
004920         PERFORM 2300-REFRESH-CASE THRU 2300-REFRESH-CASE-EXIT
004930     END-IF.
004940     MOVE DTK-RECORD TO SRT-SORT-RECORD.
004950     MOVE DED-TYPE-MATCH-SUB TO SRT-TYPE-SUB.
004960     RELEASE SRT-SORT-RECORD.
004970 2100-SELECT-ONE-AMOUNT-EXIT.
004980     EXIT.
004990*--------------------------------------------------------------*
005000*    2150-FIND-DED-TYPE
005010*--------------------------------------------------------------*
005020 2150-FIND-DED-TYPE.
005030     IF DTT-CODE (DED-TYPE-SUB) = DTK-TYPE
005040         MOVE DED-TYPE-SUB TO DED-TYPE-MATCH-SUB
005050     END-IF.
005060 2150-FIND-DED-TYPE-EXIT.
005070     EXIT.
005080*--------------------------------------------------------------*
005090*    2200-CHECK-HISTORY
005100*
005110*    A CHECK PAYVOID REVERSED NEVER PAID ITS DEDUCTIONS, SO
005120*    THERE IS NOTHING TO SEND.  A REISSUED CHECK STILL PAID
005130*    THEM.  A CHECK MISSING FROM HISTORY IS REMITTED ANYWAY -
005140*    THE MONEY WAS TAKEN - BUT FLAGGED.
005150*--------------------------------------------------------------*
005160 2200-CHECK-HISTORY.
005170     MOVE 'N' TO HOLD-BACK-SW.
005180     MOVE DTK-EMP-ID     TO PHS-EMP-ID.
005190     MOVE DTK-PERIOD-END TO PHS-PERIOD-END.
005200     MOVE DTK-CHECK-NBR  TO PHS-CHECK-NBR.
005210     READ PHSFILE
005220         INVALID KEY
005230             MOVE "NO PAY HISTORY FOR CHECK - REMITTED ANYWAY"
005240                 TO RMT-H-TEXT
005250             PERFORM 8100-WRITE-HELD-LINE
005260                 THRU 8100-WRITE-HELD-LINE-EXIT
005270             ADD 1 TO FLAG-CTR
005280             GO TO 2200-CHECK-HISTORY-EXIT
005290     END-READ.
005300     IF PHS-CHECK-VOIDED
005310         MOVE 'Y' TO HOLD-BACK-SW
005320         MOVE "CHECK VOIDED AND REVERSED - NOT REMITTED"
005330             TO RMT-H-TEXT
005340         PERFORM 8100-WRITE-HELD-LINE
005350             THRU 8100-WRITE-HELD-LINE-EXIT
005360     END-IF.
005370 2200-CHECK-HISTORY-EXIT.
005380     EXIT.
005390*--------------------------------------------------------------*
005400*    2300-REFRESH-CASE
005410*
005420*    A GARNISHMENT TAKEN BEFORE ITS CASE NUMBER OR PAYEE WAS
005430*    KEYED PICKS THEM UP FROM THE DEDUCTIONS MASTER AS IT
005440*    STANDS TODAY.
005450*--------------------------------------------------------------*
005460 2300-REFRESH-CASE.
005470     IF DED-MISSING
005480         GO TO 2300-REFRESH-CASE-EXIT
005490     END-IF.
005500     MOVE DTK-EMP-ID   TO DED-EMP-ID.
005510     MOVE DTK-PRIORITY TO DED-PRIORITY.
005520     READ DEDFILE
005530         INVALID KEY
005540             GO TO 2300-REFRESH-CASE-EXIT
005550     END-READ.
005560     IF DTK-CASE-NBR = SPACES
005570         MOVE DED-CASE-NBR TO DTK-CASE-NBR
005580     END-IF.
005590     IF DTK-PAYEE = SPACES
005600         MOVE DED-PAYEE TO DTK-PAYEE
005610     END-IF.
005620 2300-REFRESH-CASE-EXIT.
005630     EXIT.
005640*--------------------------------------------------------------*
005650*    3000-REMIT-DEDUCTIONS
005660*
005661*    SORT OUTPUT PROCEDURE.  THE OUTPUT FILES ARE OPENED FIRST
005662*    SO THAT A LAST CYCLE'S FILE CANNOT GO OUT AGAIN.  THE GL
005663*    TIE IS THEN PROVED - IF ANY TYPE IS OUT, NOTHING IS
005664*    RETURNED, TRSFILE AND GRPFILE ARE CLOSED EMPTY AND DTKFILE
005665*    IS NOT TOUCHED.
005690*    OTHERWISE DTKFILE IS REOPENED EMPTY TO TAKE THE CARRIED
005700*    AMOUNTS AND EACH CONTROL GROUP BECOMES ONE REMITTANCE.
005710*--------------------------------------------------------------*
005720 3000-REMIT-DEDUCTIONS.
005721     OPEN OUTPUT TRSFILE.
005722     OPEN OUTPUT GRPFILE.
005730     IF RTT-MAIN-RUN (DED-TYPE-401K-SUB) NOT =
005740        RTT-GL-CREDIT (DED-TYPE-401K-SUB) OR
005750        RTT-MAIN-RUN (DED-TYPE-GARN-SUB) NOT =
005760        RTT-GL-CREDIT (DED-TYPE-GARN-SUB)
005770         MOVE 'N' TO RELEASE-SW
005771         CLOSE TRSFILE
005772         CLOSE GRPFILE
005780         GO TO 3000-REMIT-DEDUCTIONS-EXIT
005790     END-IF.
005820     OPEN OUTPUT DTKFILE.
005830     PERFORM 3150-RETURN-SORTED-RECORD
005840         THRU 3150-RETURN-SORTED-RECORD-EXIT.
005850     PERFORM 3100-REMIT-ONE-RECORD
005860         THRU 3100-REMIT-ONE-RECORD-EXIT
005870         UNTIL SORT-EOF.
005880     IF GROUP-OPEN
005890         PERFORM 3200-CLOSE-GROUP THRU 3200-CLOSE-GROUP-EXIT
005900     END-IF.
005910     MOVE TRS-ITEM-COUNT TO TRS-T-COUNT.
005920     MOVE TRS-TOTAL-AMT  TO TRS-T-AMOUNT.
005930     MOVE RMT-RUN-DATE   TO TRS-T-DATE.
005940     WRITE TRS-RECORD FROM TRS-TRAILER-LINE.
005950     MOVE GRP-ITEM-COUNT TO GRP-T-COUNT.
005960     MOVE GRP-TOTAL-AMT  TO GRP-T-AMOUNT.
005970     MOVE RMT-RUN-DATE   TO GRP-T-DATE.
005980     WRITE GRP-RECORD FROM GRP-TRAILER-LINE.
005990     CLOSE TRSFILE.
006000     CLOSE GRPFILE.
006010     CLOSE DTKFILE.
006020 3000-REMIT-DEDUCTIONS-EXIT.
006030     EXIT.
006040*--------------------------------------------------------------*
006050*    3100-REMIT-ONE-RECORD
006060*
006070*    A 401K GROUP IS ONE EMPLOYEE.  A GARNISHMENT GROUP IS ONE
006080*    EMPLOYEE'S DEDUCTION UNDER ONE CASE NUMBER.
006090*--------------------------------------------------------------*
006100 3100-REMIT-ONE-RECORD.
006110     IF SRT-TYPE-SUB = DED-TYPE-GARN-SUB AND
006120        (SRT-CASE-NBR = SPACES OR SRT-PAYEE = SPACES)
006130         PERFORM 3300-CARRY-FORWARD
006140             THRU 3300-CARRY-FORWARD-EXIT
006150         GO TO 3100-REMIT-NEXT
006160     END-IF.
006170     MOVE SRT-TYPE     TO RNK-TYPE.
006180     MOVE SRT-EMP-ID   TO RNK-EMP-ID.
006190     IF SRT-TYPE-SUB = DED-TYPE-401K-SUB
006200         MOVE ZERO     TO RNK-PRIORITY
006210         MOVE SPACES   TO RNK-CASE-NBR
006220     ELSE
006230         MOVE SRT-PRIORITY TO RNK-PRIORITY
006240         MOVE SRT-CASE-NBR TO RNK-CASE-NBR
006250     END-IF.
006260     IF GROUP-OPEN AND RMT-NEW-KEY NOT = RMT-GROUP-KEY
006270         PERFORM 3200-CLOSE-GROUP THRU 3200-CLOSE-GROUP-EXIT
006280     END-IF.
006290     IF NOT GROUP-OPEN
006300         MOVE RMT-NEW-KEY  TO RMT-GROUP-KEY
006310         MOVE SRT-EMP-NAME TO RMT-GROUP-NAME
006320         MOVE SRT-PAYEE    TO RMT-GROUP-PAYEE
006330         MOVE SRT-TYPE-SUB TO RMT-GROUP-TYPE-SUB
006340         MOVE ZERO         TO RMT-GROUP-AMT
006350         MOVE 'Y'          TO GROUP-OPEN-SW
006360     END-IF.
006370     ADD SRT-AMOUNT TO RMT-GROUP-AMT.
006380     ADD SRT-AMOUNT TO RTT-SENT (SRT-TYPE-SUB).
006390 3100-REMIT-NEXT.
006400     PERFORM 3150-RETURN-SORTED-RECORD
006410         THRU 3150-RETURN-SORTED-RECORD-EXIT.
006420 3100-REMIT-ONE-RECORD-EXIT.
006430     EXIT.
006440*--------------------------------------------------------------*
006450*    3150-RETURN-SORTED-RECORD
006460*--------------------------------------------------------------*
006470 3150-RETURN-SORTED-RECORD.
006480     RETURN SORT-FILE
006490         AT END MOVE 'Y' TO SORT-EOF-SW
006500     END-RETURN.
006510 3150-RETURN-SORTED-RECORD-EXIT.
006520     EXIT.
006530*--------------------------------------------------------------*
006540*    3200-CLOSE-GROUP
006550*--------------------------------------------------------------*
006560 3200-CLOSE-GROUP.
006570     IF RMT-GROUP-TYPE-SUB = DED-TYPE-401K-SUB
006580         MOVE RGK-EMP-ID     TO TRS-D-EMP-ID
006590         MOVE RMT-GROUP-NAME TO TRS-D-NAME
006600         MOVE RMT-GROUP-AMT  TO TRS-D-AMOUNT
006610         MOVE RMT-RUN-DATE   TO TRS-D-DATE
006620         WRITE TRS-RECORD FROM TRS-DETAIL-LINE
006630         ADD 1             TO TRS-ITEM-COUNT
006640         ADD RMT-GROUP-AMT TO TRS-TOTAL-AMT
006650         MOVE "PLAN TRUSTEE" TO RMT-D-PAYEE
006660     ELSE
006670         MOVE RMT-GROUP-PAYEE TO GRP-D-PAYEE
006680         MOVE RGK-CASE-NBR    TO GRP-D-CASE-NBR
006690         MOVE RGK-EMP-ID      TO GRP-D-EMP-ID
006700         MOVE RMT-GROUP-NAME  TO GRP-D-NAME
006710         MOVE RMT-GROUP-AMT   TO GRP-D-AMOUNT
006720         MOVE RMT-RUN-DATE    TO GRP-D-DATE
006730         WRITE GRP-RECORD FROM GRP-DETAIL-LINE
006740         ADD 1             TO GRP-ITEM-COUNT
006750         ADD RMT-GROUP-AMT TO GRP-TOTAL-AMT
006760         MOVE RMT-GROUP-PAYEE TO RMT-D-PAYEE
006770     END-IF.
006780     MOVE DTT-DESC (RMT-GROUP-TYPE-SUB) TO RMT-D-DESC.
006790     MOVE RGK-EMP-ID     TO RMT-D-EMP-ID.
006800     MOVE RMT-GROUP-NAME TO RMT-D-NAME.
006810     MOVE RGK-CASE-NBR   TO RMT-D-CASE-NBR.
006820     MOVE RMT-GROUP-AMT  TO RMT-D-AMOUNT.
006830     PERFORM 8000-WRITE-DETAIL-LINE
006840         THRU 8000-WRITE-DETAIL-LINE-EXIT.
006850     MOVE 'N' TO GROUP-OPEN-SW.
006860 3200-CLOSE-GROUP-EXIT.
006870     EXIT.
006880*--------------------------------------------------------------*
006890*    3300-CARRY-FORWARD
006900*
006910*    A GARNISHMENT CANNOT BE PAID WITHOUT A CASE NUMBER AND A
006920*    PAYEE.  IT GOES BACK ON DTKFILE AS SOURCE C AND IS TRIED
006930*    AGAIN NEXT TIME, SO IT CANNOT DROP OUT OF SIGHT.
006940*--------------------------------------------------------------*
006950 3300-CARRY-FORWARD.
006960     MOVE SRT-SORT-RECORD TO DTK-RECORD.
006970     MOVE 'C'             TO DTK-SOURCE.
006980     WRITE DTK-RECORD.
006990     ADD SRT-AMOUNT TO RTT-CARRY-OUT (SRT-TYPE-SUB).
007000     ADD 1 TO CARRIED-CTR.
007010     MOVE "NO CASE NUMBER OR PAYEE - CARRIED FORWARD"
007020         TO RMT-H-TEXT.
007030     PERFORM 8100-WRITE-HELD-LINE
007040         THRU 8100-WRITE-HELD-LINE-EXIT.
007050 3300-CARRY-FORWARD-EXIT.
007060     EXIT.
007070*--------------------------------------------------------------*
007080*    7500-WRITE-PAGE-HEADERS
007090*--------------------------------------------------------------*
007100 7500-WRITE-PAGE-HEADERS.
007110     ADD 1 TO RMT-PAGE-NBR.
007120     MOVE RMT-PAGE-NBR TO RMT-B1-PAGE-NBR.
007130     MOVE RMT-RUN-DATE TO RMT-B2-RUN-DATE.
007140     WRITE RMT-PRT-RECORD FROM RMT-BANNER-LINE-1.
007150     WRITE RMT-PRT-RECORD FROM RMT-BANNER-LINE-2.
007160     WRITE RMT-PRT-RECORD FROM RMT-BLANK-LINE.
007170     MOVE ZERO TO RMT-LINE-CTR.
007180 7500-WRITE-PAGE-HEADERS-EXIT.
007190     EXIT.
007200*--------------------------------------------------------------*
007210*    8000-WRITE-DETAIL-LINE
007220*--------------------------------------------------------------*
007230 8000-WRITE-DETAIL-LINE.
007240     IF RMT-LINE-CTR = ZERO OR
007250        RMT-LINE-CTR >= RMT-LINES-PER-PAGE
007260         PERFORM 7500-WRITE-PAGE-HEADERS
007270             THRU 7500-WRITE-PAGE-HEADERS-EXIT
007280     END-IF.
007290     WRITE RMT-PRT-RECORD FROM RMT-DETAIL-LINE.
007300     ADD 1 TO RMT-LINE-CTR.
007310 8000-WRITE-DETAIL-LINE-EXIT.
007320     EXIT.
007330*--------------------------------------------------------------*
007340*    8100-WRITE-HELD-LINE
007350*
007360*    CALLED WITH DTK-RECORD OR SRT-SORT-RECORD JUST READ -
007370*    CARRIED RECORDS ARE MOVED INTO DTK-RECORD FIRST.
007380*--------------------------------------------------------------*
007390 8100-WRITE-HELD-LINE.
007400     IF RMT-LINE-CTR = ZERO OR
007410        RMT-LINE-CTR >= RMT-LINES-PER-PAGE
007420         PERFORM 7500-WRITE-PAGE-HEADERS
007430             THRU 7500-WRITE-PAGE-HEADERS-EXIT
007440     END-IF.
007450     MOVE DTK-CHECK-NBR TO RMT-H-CHECK.
007460     MOVE DTK-EMP-ID    TO RMT-H-EMP-ID.
007470     MOVE DTK-EMP-NAME  TO RMT-H-NAME.
007480     MOVE DTK-AMOUNT    TO RMT-H-AMOUNT.
007490     WRITE RMT-PRT-RECORD FROM RMT-HELD-LINE.
007500     ADD 1 TO RMT-LINE-CTR.
007510 8100-WRITE-HELD-LINE-EXIT.
007520     EXIT.
007530*--------------------------------------------------------------*
007540*    9500-WRITE-TOTALS
007550*
007560*    ONE TIE BLOCK PER REMITTED TYPE.  HEALTH PREMIUMS ARE NOT
007570*    REMITTED HERE AND HAVE NO BLOCK.
007580*--------------------------------------------------------------*
007590 9500-WRITE-TOTALS.
007600     PERFORM 7500-WRITE-PAGE-HEADERS
007610         THRU 7500-WRITE-PAGE-HEADERS-EXIT.
007620     MOVE DED-TYPE-401K-SUB TO DED-TYPE-SUB.
007630     PERFORM 9510-WRITE-TYPE-TIE THRU 9510-WRITE-TYPE-TIE-EXIT.
007640     MOVE DED-TYPE-GARN-SUB TO DED-TYPE-SUB.
007650     PERFORM 9510-WRITE-TYPE-TIE THRU 9510-WRITE-TYPE-TIE-EXIT.
007660     MOVE "DEDUCTIONS-TAKEN RECORDS READ" TO RMT-TOT-DESC.
007670     MOVE DTK-READ-CTR               TO RMT-TOT-COUNT.
007680     WRITE RMT-PRT-RECORD FROM RMT-TOTAL-LINE.
007690     MOVE "TRUSTEE DETAILS WRITTEN"  TO RMT-TOT-DESC.
007700     MOVE TRS-ITEM-COUNT             TO RMT-TOT-COUNT.
007710     WRITE RMT-PRT-RECORD FROM RMT-TOTAL-LINE.
007720     MOVE "GARNISHMENT PAYMENTS WRITTEN" TO RMT-TOT-DESC.
007730     MOVE GRP-ITEM-COUNT             TO RMT-TOT-COUNT.
007740     WRITE RMT-PRT-RECORD FROM RMT-TOTAL-LINE.
007750     MOVE "AMOUNTS HELD - CHECK VOIDED"  TO RMT-TOT-DESC.
007760     MOVE HELD-CTR                   TO RMT-TOT-COUNT.
007770     WRITE RMT-PRT-RECORD FROM RMT-TOTAL-LINE.
007780     MOVE "AMOUNTS CARRIED FORWARD"  TO RMT-TOT-DESC.
007790     MOVE CARRIED-CTR                TO RMT-TOT-COUNT.
007800     WRITE RMT-PRT-RECORD FROM RMT-TOTAL-LINE.
007810     MOVE "ITEMS FLAGGED FOR FOLLOW-UP" TO RMT-TOT-DESC.
007820     MOVE FLAG-CTR                   TO RMT-TOT-COUNT.
007830     WRITE RMT-PRT-RECORD FROM RMT-TOTAL-LINE.
007840     IF NOT RELEASE-OK
007850         WRITE RMT-PRT-RECORD FROM RMT-BLANK-LINE
007860         WRITE RMT-PRT-RECORD FROM RMT-NO-RELEASE-LINE
007870         DISPLAY "PAYREMIT - DEDUCTIONS DO NOT TIE TO THE GL"
007880         DISPLAY "PAYREMIT - NOTHING RELEASED - DTKFILE KEPT"
007890         MOVE 8 TO RETURN-CODE
007900     ELSE
007910         IF CARRIED-CTR > ZERO OR FLAG-CTR > ZERO
007920             MOVE 4 TO RETURN-CODE
007930         END-IF
007940     END-IF.
007950 9500-WRITE-TOTALS-EXIT.
007960     EXIT.
007970*--------------------------------------------------------------*
007980*    9510-WRITE-TYPE-TIE
007990*
008000*    THE MAIN RUN TIES TO THE GL CREDIT.  ALL THREE SOURCES
008010*    TOGETHER TIE TO WHAT WAS SENT, HELD AND CARRIED - WHEN
008020*    NOTHING WAS RELEASED THEY TIE TO NOTHING AND ARE SHOWN SO.
008030*--------------------------------------------------------------*
008040 9510-WRITE-TYPE-TIE.
008050     MOVE DTT-DESC (DED-TYPE-SUB) TO RMT-T-DESC.
008060     MOVE "TAKEN - MAIN RUN"          TO RMT-T-LABEL.
008070     MOVE RTT-MAIN-RUN (DED-TYPE-SUB) TO RMT-T-AMOUNT.
008080     MOVE SPACES                      TO RMT-T-VERDICT.
008090     WRITE RMT-PRT-RECORD FROM RMT-TIE-LINE.
008100     MOVE SPACES                      TO RMT-T-DESC.
008110     MOVE "GL LIABILITY CREDIT"       TO RMT-T-LABEL.
008120     MOVE RTT-GL-CREDIT (DED-TYPE-SUB) TO RMT-T-AMOUNT.
008130     IF RTT-MAIN-RUN (DED-TYPE-SUB) = RTT-GL-CREDIT (DED-TYPE-SUB)
008140         MOVE "IN BALANCE"            TO RMT-T-VERDICT
008150     ELSE
008160         MOVE "OUT OF BALANCE"        TO RMT-T-VERDICT
008170     END-IF.
008180     WRITE RMT-PRT-RECORD FROM RMT-TIE-LINE.
008190     MOVE SPACES                      TO RMT-T-VERDICT.
008200     MOVE "TAKEN - OFF-CYCLE RUNS"    TO RMT-T-LABEL.
008210     MOVE RTT-SUPP-RUN (DED-TYPE-SUB) TO RMT-T-AMOUNT.
008220     WRITE RMT-PRT-RECORD FROM RMT-TIE-LINE.
008230     MOVE "CARRIED FROM LAST REMITTANCE" TO RMT-T-LABEL.
008240     MOVE RTT-CARRY-IN (DED-TYPE-SUB) TO RMT-T-AMOUNT.
008250     WRITE RMT-PRT-RECORD FROM RMT-TIE-LINE.
008260     MOVE "REMITTED"                  TO RMT-T-LABEL.
008270     MOVE RTT-SENT (DED-TYPE-SUB)     TO RMT-T-AMOUNT.
008280     WRITE RMT-PRT-RECORD FROM RMT-TIE-LINE.
008290     MOVE "HELD - CHECK VOIDED"       TO RMT-T-LABEL.
008300     MOVE RTT-HELD (DED-TYPE-SUB)     TO RMT-T-AMOUNT.
008310     WRITE RMT-PRT-RECORD FROM RMT-TIE-LINE.
008320     MOVE "CARRIED TO NEXT REMITTANCE" TO RMT-T-LABEL.
008330     MOVE RTT-CARRY-OUT (DED-TYPE-SUB) TO RMT-T-AMOUNT.
008340     WRITE RMT-PRT-RECORD FROM RMT-TIE-LINE.
008350     COMPUTE RMT-TAKEN-AMT = RTT-MAIN-RUN (DED-TYPE-SUB)
008360         + RTT-SUPP-RUN (DED-TYPE-SUB)
008370         + RTT-CARRY-IN (DED-TYPE-SUB).
008380     COMPUTE RMT-SETTLED-AMT = RTT-SENT (DED-TYPE-SUB)
008390         + RTT-HELD (DED-TYPE-SUB)
008400         + RTT-CARRY-OUT (DED-TYPE-SUB).
008410     COMPUTE RMT-DIFF-AMT = RMT-TAKEN-AMT - RMT-SETTLED-AMT.
008420     MOVE "TAKEN LESS REMITTED/HELD"  TO RMT-T-LABEL.
008430     MOVE RMT-DIFF-AMT                TO RMT-T-AMOUNT.
008440     IF RMT-DIFF-AMT = ZERO
008450         MOVE "IN BALANCE"            TO RMT-T-VERDICT
008460     ELSE
008470         IF RELEASE-OK
008480             MOVE "OUT OF BALANCE"    TO RMT-T-VERDICT
008490         ELSE
008500             MOVE "NOT RELEASED"      TO RMT-T-VERDICT
008510         END-IF
008520     END-IF.
008530     WRITE RMT-PRT-RECORD FROM RMT-TIE-LINE.
008540     WRITE RMT-PRT-RECORD FROM RMT-BLANK-LINE.
008550 9510-WRITE-TYPE-TIE-EXIT.
008560     EXIT.
008570*--------------------------------------------------------------*
008580*    9900-FINALIZE
008590*--------------------------------------------------------------*
008600 9900-FINALIZE.
008610     CLOSE PHSFILE.
008620     IF NOT DED-MISSING
008630         CLOSE DEDFILE
008640     END-IF.
008650     CLOSE RMTPRT.
008660     GOBACK.
008670*--------------------------------------------------------------*
008680*    9955-HISTORY-ABORT
008690*--------------------------------------------------------------*
008700 9955-HISTORY-ABORT.
008710     DISPLAY "PAYREMIT - PHSFILE MISSING OR UNREADABLE".
008720     DISPLAY "PAYREMIT - NOTHING REMITTED - RUN STOPPED".
008730     MOVE 16 TO RETURN-CODE.
008740     STOP RUN.
