000050 DATE-WRITTEN.  01/05/1998.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000074*    MODIFICATION HISTORY
000078*    DATE       INIT   DESCRIPTION
000082*    ---------  ----   -------------------------------------- *
000086*    01/05/98   RLH    ORIGINAL PROGRAM - GROSS PAY FOR ONE
000090*                      HARDCODED EMPLOYEE.
000094*    08/08/26   RLH    READ EMPLOYEE ROSTER FROM EMPFILE
000098*                      INSTEAD OF HARDCODED MOVE LITERALS.
000102*    08/08/26   RLH    LOOP THE WHOLE ROSTER, ADD LOCATION
000106*                      SUBTOTALS AND A GRAND TOTAL.
000110*    08/08/26   RLH    PAY HOURS OVER 40 AT 1.5 TIMES RATE.
000114*    08/08/26   RLH    WITHHOLD FEDERAL/STATE TAX AND THE
000118*                      STANDARD DEDUCTION, DISPLAY NET PAY.
000122*    08/08/26   RLH    WIDEN RATE AND ALL MONEY FIELDS TO CARRY
000126*                      AN IMPLIED DECIMAL FOR CENTS.
000130*    08/08/26   RLH    WRITE A FORMATTED REGISTER TO PRTFILE
000134*                      WITH A BANNER AND PAGE HEADERS, IN PLACE
000138*                      OF THE DISPLAY TRACE.
000142*    08/08/26   RLH    ACCUMULATE YEAR-TO-DATE GROSS PAY BY
000146*                      EMPLOYEE IN YTDFILE.
000150*    08/08/26   RLH    VALIDATE HOURS/RATE AGAINST SANE RANGES
000154*                      AND DIVERT FAILURES TO EXCFILE.
000158*    08/08/26   RLH    REPLACE WHY WITH A CODED EARNINGS TYPE
000162*                      VALIDATED AGAINST A CODE TABLE, SUBTOTAL
000166*                      GROSS PAY BY EARNINGS TYPE.
000170*    08/08/26   RLH    ADD CHECKPOINT/RESTART SUPPORT - WRITE THE
000174*                      LAST COMPLETED EMPLOYEE KEY TO RSTFILE SO
000178*                      A RERUN PICKS UP WHERE THE PRIOR RUN LEFT
000182*                      OFF INSTEAD OF REPROCESSING THE ROSTER.
000186*    08/22/26   RLH    WRITE A PER-EMPLOYEE PAY STATEMENT TO
000190*                      STBFILE - ONE PAGE PER EMPLOYEE WITH THE
000194*                      WITHHOLDING PIECES ITEMIZED, REGULAR AND
000198*                      OVERTIME HOURS SPLIT OUT, YTD GROSS, AND
000202*                      A NUMBERED CHECK STUB LINE.
000206*    08/22/26   RLH    DRIVE WITHHOLDING FROM TAXFILE IN PLACE
000210*                      OF THE HARDCODED FLAT PERCENTS -
000214*                      GRADUATED FEDERAL BRACKETS AGAINST GROSS
000218*                      AND A STATE RATE LOOKED UP BY LOCATION.
000222*                      A MISSING OR BAD TABLE STOPS THE RUN.
000226*    08/22/26   RLH    WIDEN THE YTD RECORD TO ACCUMULATE
000230*                      WITHHOLDING AND PER-QUARTER GROSS AND
000234*                      WITHHOLDING BUCKETS FOR THE YEAR-END
000238*                      JOB (SEE PAYYREND).
000242*    08/22/26   RLH    ADD BANK ROUTING/ACCOUNT TO THE ROSTER
000246*                      RECORD AND WRITE A DIRECT-DEPOSIT ACH
000250*                      INTERFACE FILE - ONE CREDIT PER PAID
000254*                      EMPLOYEE WITH BANK DATA PLUS A TRAILER
000258*                      THAT MUST CROSS-FOOT TO THE RUN NET
000262*                      TOTAL BEFORE THE FILE IS TRANSMITTED.
000266*    08/22/26   RLH    WRITE A GENERAL LEDGER POSTING FILE -
000270*                      LABOR EXPENSE DEBITS BY LOCATION,
000274*                      CREDITS FOR WITHHOLDING LIABILITY AND
000278*                      NET PAY CASH, EARN TYPE ANALYSIS MEMOS,
000282*                      AND A BALANCE PROOF AGAINST THE REGISTER
000286*                      GRAND TOTAL BEFORE THE FILE IS RELEASED.
000290*    08/22/26   RLH    ENFORCE A BATCH HEADER/TRAILER ON THE
000294*                      ROSTER - THE TRAILER CARRIES THE RECORD
000298*                      COUNT AND AN HOURS HASH THE RUN VERIFIES
000302*                      - AND PRINT A RECONCILIATION PAGE OF
000306*                      READ/PAID/REJECTED AGAINST THE CONTROLS.
000310*                      A TRUNCATED ROSTER NOW FAILS THE RUN.
000314*    08/22/26   RLH    SORT THE ROSTER BY LOCATION AND EMP-ID
000318*                      INSIDE THE RUN INSTEAD OF TRUSTING THE
000322*                      INPUT ORDER, AND REJECT DUPLICATE EMP-ID
000326*                      RECORDS SO NOBODY IS PAID TWICE.
000330*    08/22/26   RLH    READ A RUN CONTROL CARD - PAY-PERIOD END
000334*                      DATE, OPTIONAL LOCATION FILTER, OPTIONAL
000338*                      SINGLE EMP-ID FOR OFF-CYCLE RUNS - AND
000342*                      ECHO THE SELECTION ON THE REGISTER
000346*                      BANNER.  NO CARD MEANS A NORMAL FULL RUN
000350*                      DATED WITH THE SYSTEM DATE.
000354*    09/02/26   RLH    APPLY PER-EMPLOYEE VOLUNTARY DEDUCTIONS
000358*                      AND GARNISHMENTS FROM A DEDUCTIONS MASTER
000362*                      (DEDFILE) AFTER TAXES, IN PRIORITY ORDER,
000366*                      CARRYING ANY SHORTFALL AS AN ARREARS
000370*                      BALANCE FOR THE NEXT CYCLE - ITEMIZED ON
000374*                      THE STUB AND POSTED AS PER-TYPE LIABILITY
000378*                      CREDITS, REPLACING THE FLAT STANDARD
000382*                      DEDUCTION.
000386*    09/02/26   RLH    COMPUTE THE EMPLOYER-SIDE PAYROLL TAXES -
000390*                      FICA MATCH AND FEDERAL/STATE UNEMPLOYMENT
000394*                      - FROM NEW TAXFILE TYPE M/U/X RECORDS,
000398*                      HONORING THE ANNUAL WAGE-BASE CAPS
000402*                      AGAINST YTD GROSS.  ACCUMULATED IN NEW
000406*                      YTDFILE BUCKETS AND POSTED AS AN EXPENSE
000410*                      DEBIT WITH PER-TAX LIABILITY CREDITS.
000414*    09/02/26   RLH    WRITE ONE PAY HISTORY RECORD PER CHECK TO
000418*                      PHSFILE (KEYED EMP-ID/PERIOD-END/CHECK)
000422*                      SO A STUB CAN BE REPRINTED AND A QUARTER
000426*                      TIED OUT AFTER THE STBFILE IS THROWN
000430*                      AWAY.  SEE PAYHINQ FOR THE INQUIRY SIDE.
000434*    09/02/26   RLH    FEED EVERY PAPER CHECK TO AN OUTSTANDING
000438*                      CHECK REGISTER (CRGFILE, KEYED BY CHECK
000442*                      NUMBER) AND TO A POSITIVE-PAY BANK FILE
000446*                      (POSFILE) WITH A BALANCING TRAILER.  THE
000450*                      PAYRECN JOB CLEARS AND AGES THE REGISTER.
000454*    09/02/26   RLH    ACH PRENOTE CYCLE - THE ROSTER NOW CARRIES
000458*                      AN ACH STATUS AND PRENOTE DATE (RECORD
000462*                      WIDENED 76 TO 85).  NEW OR CHANGED BANK
000466*                      DATA SENDS A ZERO-DOLLAR TYPE P PRENOTE
000470*                      AND THE NET STAYS ON PAPER UNTIL THE
000474*                      PRENOTE HAS AGED PAST THE WAITING PERIOD.
000478*                      SEE PAYACHRT FOR THE BANK RETURN SIDE.
000482*    09/02/26   RLH    WRITE START AND CLEAN-END RECORDS TO THE
000486*                      SHARED RUN LEDGER (RLGFILE, KEYED PROGRAM
000490*                      PLUS PERIOD-END) AND REFUSE A PERIOD THIS
000494*                      PROGRAM ALREADY COMPLETED - A SECOND FULL
000498*                      RUN WOULD DOUBLE EVERY YTD BALANCE.  THE
000502*                      RSTFILE CHECKPOINT PROTECTS US INSIDE A
000506*                      RUN, THE LEDGER PROTECTS US BETWEEN RUNS.
000510*    09/02/26   RLH    EFFECTIVE-DATED TAX TABLES - F AND S
000514*                      RECORDS NOW CARRY A FROM-DATE AND THE
000518*                      LOADER KEEPS THE SET IN FORCE FOR THE
000522*                      CONTROL-CARD PERIOD-END, SO A LATE RUN
000526*                      FOR LAST YEAR WITHHOLDS AT LAST YEAR'S
000530*                      RATES.  THE REGISTER BANNER ECHOES THE
000534*                      VERSION AND A PROOF PAGE LISTS THE
000538*                      LOADED SET.
000542*    09/02/26   RLH    DROP THE 1000-ENTRY DUPLICATE-CHECK TABLE
000546*                      - THE ROSTER IS FIRST SORTED BY EMP-ID SO
000550*                      DUPLICATES LAND ADJACENT AND ARE FLAGGED
000554*                      IN A BYTE CARRIED ON THE RECORD, THEN
000558*                      SORTED BACK TO LOCATION ORDER FOR THE
000562*                      RUN.  THE ROSTER CAN NOW GROW WITHOUT A
000566*                      RECOMPILE.
000570*    09/02/26   RLH    PAID-LEAVE SUBSYSTEM - NEW VA/SK EARN
000574*                      CODES, A PER-EMPLOYEE LEAVE BALANCE FILE
000578*                      (LVEFILE) ACCRUED EACH CYCLE FROM THE
000582*                      LVPFILE POLICY TABLE (RATE BY LOCATION),
000586*                      DRAWN DOWN WHEN LEAVE IS PAID, WITH A
000590*                      LEAVE PAYMENT PAST THE BALANCE REJECTED
000594*                      TO EXCFILE AND CURRENT BALANCES PRINTED
000598*                      ON THE PAY STATEMENT.
000602*    10/15/26   RLH    PAY FROM A PER-PERIOD TIME-CARD FILE
000606*                      (TCDFILE, KEYED EMP-ID/PERIOD-END/LINE)
000610*                      IN PLACE OF THE ROSTER HOURS AND EARN
000614*                      CODE.  A CHECK NOW CARRIES SEVERAL
000618*                      EARNINGS LINES, EACH PRICED BY ITS EARN
000622*                      TYPE, SUBTOTALED, PRINTED ON THE STUB AND
000626*                      REGISTER AND KEPT ON THE PAY HISTORY
000630*                      RECORD (WIDENED 120 TO 272).  NO CARD FOR
000634*                      THE PERIOD REJECTS THE EMPLOYEE.  SEE
000638*                      PAYTCEDT FOR THE PRE-RUN CARD EDIT.
000642*    10/15/26   RLH    SALARIED EMPLOYEES AND PAY GROUPS - THE
000646*                      ROSTER CARRIES A PAY TYPE, PAY GROUP, PAY
000650*                      FREQUENCY AND ANNUAL SALARY (RECORD
000654*                      WIDENED 85 TO 98).  THE CONTROL CARD MAY
000658*                      NAME ONE PAY GROUP FOR THE RUN.  A
000662*                      SALARIED EMPLOYEE IS PAID A GENERATED SA
000666*                      LINE OF SALARY / PERIODS PER YEAR WITH NO
000670*                      OVERTIME AND NEEDS NO TIME CARD.  THE
000674*                      OVERTIME THRESHOLD AND HOURS CEILING
000678*                      SCALE WITH THE WEEKS IN THE PERIOD, AND
000682*                      FEDERAL TAX IS FIGURED ON ANNUALIZED
000686*                      WAGES - THE TAXFILE TYPE F LIMITS ARE NOW
000690*                      ANNUAL AMOUNTS.
000694*    10/15/26   RLH    KEEP ON THE PAY HISTORY RECORD (WIDENED
000698*                      272 TO 440) WHAT IT TAKES TO BACK A CHECK
000702*                      OUT - EMPLOYER TAXES, DEDUCTIONS BY TYPE,
000706*                      THE ARREARS CHANGE PER DEDUCTION, LEAVE
000710*                      HOURS DRAWN - PLUS A CHECK STATUS AND
000714*                      SOURCE PROGRAM.  SEE PAYVOID.
000718*    10/15/26   RLH    WRITE EACH 401K AND GARNISHMENT AMOUNT
000722*                      TAKEN TO THE DEDUCTIONS-TAKEN FILE
000726*                      (DTKFILE) FOR THE PAYREMIT REMITTANCE
000730*                      RUN.  THE DEDUCTIONS MASTER (WIDENED 40
000734*                      TO 80) CARRIES THE GARNISHMENT COURT CASE
000738*                      NUMBER AND PAYEE.
000742*    10/15/26   RLH    CARRY THE YTD RECORD (207 TO 229) -
000746*                      FEDERAL AND STATE WITHHOLDING ARE NOW
000750*                      ALSO KEPT APART FOR THE YEAR, FOR THE
000754*                      W-2 FILE.
000758*    10/15/26   RLH    A NEW PERIOD WILL NOT START UNTIL THE
000762*                      PAYCLOSE AUDIT HAS CLOSED THE LAST
000766*                      PERIOD PAID, AND A CLOSED PERIOD WILL
000770*                      NOT RUN AGAIN.
000774*    10/15/26   RLH    LABOR EXPENSE AND EMPLOYER TAX NOW POST
000778*                      BY LOCATION, DEPARTMENT AND EARN TYPE TO
000782*                      ACCOUNTS MAPPED ON THE NEW GLMFILE, WITH
000786*                      A LABOR DISTRIBUTION REPORT ON LDRFILE.
000790*                      CONTROL ACCOUNTS COME FROM GLMFILE TOO.
000794*                      A MISSING MAP STOPS THE RUN. ROSTER
000798*                      CARRIES EMP-DEPT, GL LINES CARRY A CLASS
000802*                      BYTE.
000806*    10/15/26   RLH    A NEW CHECK REGISTER ENTRY STARTS WITH
000810*                      NO DUE-DILIGENCE LETTER DATE
000814*                      (CRG-DD-DATE, SEE PAYESCH).
000842*--------------------------------------------------------------*
000790 ENVIRONMENT DIVISION.
000800 INPUT-OUTPUT SECTION.
001020                      ORGANIZATION IS SEQUENTIAL.
001030     SELECT GLFILE    ASSIGN TO GLFILE
001040                      ORGANIZATION IS SEQUENTIAL.
001041     SELECT GLMFILE   ASSIGN TO GLMFILE
001042                      ORGANIZATION IS SEQUENTIAL
001043                      FILE STATUS IS GLM-FILE-STATUS.
001044     SELECT LDRFILE   ASSIGN TO LDRFILE
001045                      ORGANIZATION IS SEQUENTIAL.
001050     SELECT CTLFILE   ASSIGN TO CTLFILE
001060                      ORGANIZATION IS SEQUENTIAL
001070                      FILE STATUS IS CTL-FILE-STATUS.
001075                      ACCESS MODE IS DYNAMIC
001076                      RECORD KEY IS DED-KEY
001077                      FILE STATUS IS DED-FILE-STATUS.
001078     SELECT DTKFILE   ASSIGN TO DTKFILE
001079                      ORGANIZATION IS SEQUENTIAL
001080                      FILE STATUS IS DTK-FILE-STATUS.
001080     SELECT RSTFILE   ASSIGN TO RSTFILE
001090                      ORGANIZATION IS INDEXED
001100                      ACCESS MODE IS RANDOM
001119     SELECT LVPFILE   ASSIGN TO LVPFILE
001120                      ORGANIZATION IS SEQUENTIAL
001121                      FILE STATUS IS LVP-FILE-STATUS.
001122     SELECT TCDFILE   ASSIGN TO TCDFILE
001123                      ORGANIZATION IS INDEXED
001124                      ACCESS MODE IS DYNAMIC
001125                      RECORD KEY IS TCD-KEY
001126                      FILE STATUS IS TCD-FILE-STATUS.
001122     SELECT RLGFILE   ASSIGN TO RLGFILE
001123                      ORGANIZATION IS INDEXED
001124                      ACCESS MODE IS DYNAMIC
001180*--------------------------------------------------------------*
001190 FD  EMPFILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 102 CHARACTERS.
001220 01  EMP-INPUT-RECORD.
001230     05  EIN-ID            PIC X(05).
001240     05  FILLER            PIC X(42).
001250     05  EIN-HOURS         PIC 9(03).
001260     05  FILLER            PIC X(52).
001270*--------------------------------------------------------------*
001280*    SORT-FILE - PASS 1 ROSTER SORT WORK FILE, EMP-ID ORDER,
001290*    SO DUPLICATE IDS LAND ON ADJACENT RECORDS
001292*--------------------------------------------------------------*
001300 SD  SORT-FILE
001310     RECORD CONTAINS 102 CHARACTERS.
001320 01  SRT-SORT-RECORD.
001330     05  SRT-EMP-ID        PIC X(05).
001340     05  FILLER            PIC X(15).
001350     05  SRT-WHERE         PIC X(20).
001360     05  FILLER            PIC X(62).
001361*--------------------------------------------------------------*
001362*    DUPFILE - ROSTER IN EMP-ID ORDER WITH THE DUPLICATE FLAG
001363*    BYTE APPENDED BY THE PASS 1 OUTPUT PROCEDURE
001364*--------------------------------------------------------------*
001365 FD  DUPFILE
001366     LABEL RECORDS ARE STANDARD
001367     RECORD CONTAINS 103 CHARACTERS.
001368 01  DUP-RECORD.
001369     05  DUP-BODY          PIC X(102).
001370     05  DUP-FLAG          PIC X(01).
001371*--------------------------------------------------------------*
001372*    SORT2-FILE - PASS 2 SORT BACK TO LOCATION/EMP-ID ORDER
001373*    WITHIN DEPARTMENT
001373*--------------------------------------------------------------*
001374 SD  SORT2-FILE
001375     RECORD CONTAINS 103 CHARACTERS.
001376 01  SRT2-SORT-RECORD.
001377     05  SRT2-EMP-ID       PIC X(05).
001378     05  FILLER            PIC X(15).
001379     05  SRT2-WHERE        PIC X(20).
001380     05  FILLER            PIC X(58).
001381     05  SRT2-DEPT         PIC X(04).
001382     05  FILLER            PIC X(01).
001381*--------------------------------------------------------------*
001382*    SRTFILE - ROSTER SORTED BY LOCATION, DEPARTMENT AND EMP-ID,
001383*    CARRYING
001383*    THE DUPLICATE FLAG.  THIS IS THE ROSTER THE RUN ACTUALLY
001384*    PROCESSES.
001400*--------------------------------------------------------------*
001410 FD  SRTFILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 103 CHARACTERS.
001440 01  EMP-RECORD.
001450     05  EMP-ID            PIC X(05).
001460     05  WHO               PIC X(15).
001522     05  EMP-ACH-STATUS    PIC X(01).
001524         88  EMP-ACH-PRENOTE              VALUE 'P'.
001526     05  EMP-PRENOTE-DATE  PIC X(08).
001527*    PAY TYPE H OR BLANK HOURLY, S SALARIED.  FREQUENCY W OR
001528*    BLANK WEEKLY, B BIWEEKLY, S SEMIMONTHLY.
001529     05  EMP-PAY-TYPE      PIC X(01).
001530         88  EMP-SALARIED                 VALUE 'S'.
001531         88  EMP-PAY-TYPE-VALID           VALUE 'H' 'S' ' '.
001532     05  EMP-PAY-GROUP     PIC X(02).
001533     05  EMP-PAY-FREQ      PIC X(01).
001534         88  EMP-FREQ-BIWEEKLY            VALUE 'B'.
001535         88  EMP-FREQ-SEMIMONTHLY         VALUE 'S'.
001536         88  EMP-PAY-FREQ-VALID           VALUE 'W' 'B' 'S' ' '.
001537     05  EMP-ANNUAL-SALARY PIC 9(07)V99.
001538*    DEPARTMENT OR COST CENTER - WITH THE LOCATION AND EARN CODE
001539*    IT PICKS THE LABOR ACCOUNTS FROM GLMFILE.
001540     05  EMP-DEPT          PIC X(04).
001528     05  EMP-DUP-FLAG      PIC X(01).
001529         88  EMP-DUP-REC                  VALUE 'D'.
001530*--------------------------------------------------------------*
001620*--------------------------------------------------------------*
001630 FD  YTDFILE
001640     LABEL RECORDS ARE STANDARD
001650     RECORD CONTAINS 229 CHARACTERS.
001660 01  YTD-RECORD.
001670     05  YTD-EMP-ID            PIC X(05).
001680     05  YTD-EMP-NAME          PIC X(15).
001736     05  YTD-ER-SUTA           PIC 9(09)V99.
001738     05  YTD-QTR-ER-TAX        OCCURS 4 TIMES
001739                               PIC 9(09)V99.
001740     05  YTD-FED-WITHHOLD      PIC 9(09)V99.
001741     05  YTD-STATE-WITHHOLD    PIC 9(09)V99.
001740*--------------------------------------------------------------*
001750*    EXCFILE - VALIDATION EXCEPTION LIST
001760*--------------------------------------------------------------*
001810*--------------------------------------------------------------*
001820*    TAXFILE - WITHHOLDING TAX TABLE, LOADED AT INITIALIZATION.
001830*    TYPE F RECORDS CARRY THE GRADUATED FEDERAL BRACKETS IN
001840*    ASCENDING ANNUAL LIMIT ORDER, TYPE S RECORDS CARRY ONE STATE
001850*    RATE PER PLANT LOCATION.  F AND S RECORDS CARRY A FROM-
001851*    DATE (BLANK OR ZERO MEANS ALWAYS IN FORCE) AND THE LOADER
001852*    KEEPS THE NEWEST SET DATED ON OR BEFORE THE PAY-PERIOD
002110*    TYPE C CREDITS POST - DEBITS MUST EQUAL CREDITS AND THE
002120*    REGISTER GRAND TOTAL.  TYPE M MEMO RECORDS CARRY THE EARN
002130*    TYPE ANALYSIS AND DO NOT POST.
002131*    EVERY ACCOUNT NUMBER COMES FROM GLMFILE.  THE CLASS BYTE
002132*    SAYS WHAT A LINE IS FOR - L LABOR AND T EMPLOYER TAX
002133*    EXPENSE (CARRYING DEPARTMENT AND EARN CODE), W WITHHOLDING,
002134*    D DEDUCTION (CARRYING THE DEDUCTION TYPE), N NET PAY CASH,
002135*    F, U AND S THE EMPLOYER TAX LIABILITIES, M MEMO.
002140*--------------------------------------------------------------*
002150 FD  GLFILE
002160     LABEL RECORDS ARE STANDARD
002170     RECORD CONTAINS 80 CHARACTERS.
002180 01  GL-RECORD                 PIC X(80).
002181*--------------------------------------------------------------*
002182*    GLMFILE - CHART-OF-ACCOUNTS MAP, LOADED AT INITIALIZATION.
002183*    TYPE L RECORDS MAP A LOCATION, DEPARTMENT AND EARN CODE TO
002184*    THE LABOR EXPENSE AND EMPLOYER TAX EXPENSE ACCOUNTS - EARN
002185*    CODE ** COVERS EVERY EARN CODE NOT MAPPED ON ITS OWN FOR
002186*    THAT LOCATION AND DEPARTMENT.  TYPE C RECORDS NAME THE
002187*    ACCOUNT FOR ONE CONTROL FUNCTION (WHL, CSH, FIC, FUT, SUT,
002188*    ANL, DED4, DEDH, DEDG).  SO ACCOUNT NUMBERS CHANGE HERE,
002189*    NOT IN THE PROGRAM.
002190*--------------------------------------------------------------*
002191 FD  GLMFILE
002192     LABEL RECORDS ARE STANDARD
002193     RECORD CONTAINS 80 CHARACTERS.
002194 01  GLM-RECORD.
002195     05  GLM-REC-TYPE          PIC X(01).
002196     05  GLM-REC-DATA          PIC X(79).
002197*--------------------------------------------------------------*
002198*    LDRFILE - LABOR DISTRIBUTION REPORT PRINT FILE.  GROSS PAY
002199*    AND EMPLOYER TAX BY LOCATION, DEPARTMENT AND EARN TYPE, AS
002200*    POSTED TO GLFILE.
002201*--------------------------------------------------------------*
002202 FD  LDRFILE
002203     LABEL RECORDS OMITTED
002204     RECORD CONTAINS 132 CHARACTERS.
002205 01  LDR-RECORD                PIC X(132).
002190*--------------------------------------------------------------*
002200*    CTLFILE - RUN CONTROL CARD.  ONE CARD: PAY-PERIOD END
002210*    DATE, OPTIONAL LOCATION FILTER, OPTIONAL SINGLE EMP-ID.
002270     05  CTL-PERIOD-END-X      PIC X(08).
002280     05  CTL-LOC-FILTER        PIC X(20).
002290     05  CTL-EMP-FILTER        PIC X(05).
002291     05  CTL-PAY-GROUP         PIC X(02).
002292     05  FILLER                PIC X(45).
002270*--------------------------------------------------------------*
002271*    CRGFILE - OUTSTANDING CHECK REGISTER, KEYED BY CHECK
002272*    NUMBER.  EVERY PAPER CHECK THE RUN CUTS IS WRITTEN HERE
002287     05  CRG-PAYEE             PIC X(15).
002288     05  CRG-AMOUNT            PIC 9(07)V99.
002289     05  CRG-CLEAR-DATE        PIC 9(08).
002290     05  CRG-DD-DATE           PIC 9(08).
002291*--------------------------------------------------------------*
002292*    POSFILE - POSITIVE-PAY FILE FOR THE BANK.  ONE TYPE D
002293*    RECORD PER PAPER CHECK AND A TYPE T TRAILER THAT MUST
002301*    PHSFILE - PER-CHECK PAY HISTORY, KEYED BY EMP-ID, PAY
002302*    PERIOD END AND CHECK NUMBER.  ONE RECORD PER CHECK CUT BY
002303*    THIS RUN OR BY PAYSUPP - THE PERMANENT ANSWER TO "REPRINT
002304*    MY STUB" AFTER THE CYCLE'S STBFILE IS GONE.  THE TAIL OF
002305*    THE RECORD CARRIES THE DETAIL PAYVOID NEEDS TO REVERSE
002306*    THE CHECK OUT OF YTD, LEAVE, DEDUCTIONS AND THE LEDGER.
002305*--------------------------------------------------------------*
002306 FD  PHSFILE
002307     LABEL RECORDS ARE STANDARD
002308     RECORD CONTAINS 440 CHARACTERS.
002309 01  PHS-RECORD.
002310     05  PHS-KEY.
002311         10  PHS-EMP-ID        PIC X(05).
002321     05  PHS-STATE-TAX         PIC 9(07)V99.
002322     05  PHS-DEDUCTIONS        PIC 9(07)V99.
002323     05  PHS-NET               PIC S9(07)V99.
002324     05  PHS-PAY-TYPE          PIC X(01).
002325     05  PHS-PAY-FREQ          PIC X(01).
002326*    CHECK STATUS - SPACE ISSUED, V VOIDED AND REVERSED, R
002327*    VOIDED AND REPLACED BY THE CHECK IN PHS-XREF-CHECK.
002328*    SOURCE IS THE PROGRAM THAT CUT THE PAY - P PAYROLOO, S
002329*    PAYSUPP, R PAYRETRO.
002330     05  PHS-CHECK-STATUS      PIC X(01).
002331         88  PHS-CHECK-VOIDED             VALUE 'V'.
002332         88  PHS-CHECK-REPLACED           VALUE 'R'.
002333     05  PHS-VOID-DATE         PIC 9(08).
002334     05  PHS-SOURCE            PIC X(01).
002335     05  FILLER                PIC X(01).
002325*    ONE ENTRY PER EARNINGS LINE PAID ON THE CHECK.  BASIS R IS
002326*    REGULAR WORKED HOURS, H OTHER HOURS AT STRAIGHT RATE, O
002327*    HOURS AT THE OVERTIME FACTOR, A A FLAT AMOUNT, S THE
002328*    PERIOD SALARY.
002328     05  PHS-LINE-CNT          PIC 9(02).
002329     05  PHS-LINE-ENTRY        OCCURS 10 TIMES.
002330         10  PHS-L-EARN-CODE   PIC X(02).
002331         10  PHS-L-BASIS       PIC X(01).
002332         10  PHS-L-HOURS       PIC 9(03).
002333         10  PHS-L-AMOUNT      PIC 9(07)V99.
002334*    REVERSAL DETAIL.  DEDUCTIONS BY TYPE FOLLOW THE ORDER OF
002335*    THE DED-TYPE TABLE.  EACH ARREARS ENTRY IS THE CHANGE
002336*    THIS CHECK MADE TO ONE DEDUCTION'S ARREARS (NEW LESS OLD).
002337     05  PHS-ER-FICA           PIC 9(07)V99.
002338     05  PHS-ER-FUTA           PIC 9(07)V99.
002339     05  PHS-ER-SUTA           PIC 9(07)V99.
002340     05  PHS-DED-TYPE-AMT      OCCURS 3 TIMES
002341                               PIC 9(07)V99.
002342     05  PHS-ARR-CNT           PIC 9(02).
002343     05  PHS-ARR-ENTRY         OCCURS 8 TIMES.
002344         10  PHS-A-PRIORITY    PIC 9(02).
002345         10  PHS-A-CHANGE      PIC S9(07)V99.
002346     05  PHS-XREF-CHECK        PIC 9(06).
002347     05  PHS-VAC-DRAWN         PIC 9(04).
002348     05  PHS-SICK-DRAWN        PIC 9(04).
002349     05  PHS-DEPT              PIC X(04).
002350     05  FILLER                PIC X(06).
002325*--------------------------------------------------------------*
002326*    DEDFILE - VOLUNTARY DEDUCTIONS MASTER, KEYED BY EMP-ID AND
002313*    PRIORITY.  KEY ORDER IS THE ORDER DEDUCTIONS ARE TAKEN WHEN
002315*    THE LOW PRIORITY NUMBERS.  TYPE 4 IS A 401K PERCENT OF
002316*    GROSS, TYPES H AND G ARE FLAT AMOUNTS.  ANY AMOUNT THE
002317*    CHECK COULD NOT COVER IS CARRIED IN DED-ARREARS AND TRIED
002318*    AGAIN NEXT CYCLE.  A GARNISHMENT CARRIES THE COURT CASE
002319*    NUMBER AND THE PAYEE IT IS REMITTED TO (SEE PAYREMIT).
002319*--------------------------------------------------------------*
002320 FD  DEDFILE
002321     LABEL RECORDS ARE STANDARD
002322     RECORD CONTAINS 80 CHARACTERS.
002323 01  DED-RECORD.
002324     05  DED-KEY.
002325         10  DED-EMP-ID        PIC X(05).
002330     05  DED-PCT               PIC V999.
002331     05  DED-FLAT-AMT          PIC 9(05)V99.
002332     05  DED-ARREARS           PIC 9(07)V99.
002333     05  DED-CASE-NBR          PIC X(15).
002334     05  DED-PAYEE             PIC X(20).
002335     05  FILLER                PIC X(18).
002336*--------------------------------------------------------------*
002337*    DTKFILE - DEDUCTIONS TAKEN AND OWED TO SOMEONE OUTSIDE THE
002338*    COMPANY - ONE RECORD PER 401K OR GARNISHMENT AMOUNT ON A
002339*    CHECK.  ADDED TO BY EVERY PAY RUN AND EMPTIED BY PAYREMIT
002340*    WHEN IT HAS SENT THE MONEY ON.  LAYOUT SHARED WITH PAYSUPP
002341*    AND PAYREMIT.
002342*--------------------------------------------------------------*
002343 FD  DTKFILE
002344     LABEL RECORDS ARE STANDARD
002345     RECORD CONTAINS 100 CHARACTERS.
002346 01  DTK-RECORD.
002347     05  DTK-EMP-ID            PIC X(05).
002348     05  DTK-EMP-NAME          PIC X(15).
002349     05  DTK-PERIOD-END        PIC 9(08).
002350     05  DTK-CHECK-NBR         PIC 9(06).
002351     05  DTK-PRIORITY          PIC 9(02).
002352     05  DTK-TYPE              PIC X(01).
002353     05  DTK-AMOUNT            PIC 9(07)V99.
002354     05  DTK-CASE-NBR          PIC X(15).
002355     05  DTK-PAYEE             PIC X(20).
002356     05  DTK-SOURCE            PIC X(01).
002357     05  FILLER                PIC X(18).
002334*--------------------------------------------------------------*
002335*    RSTFILE - CHECKPOINT/RESTART FILE
002336*--------------------------------------------------------------*
002340 FD  RSTFILE
002350     LABEL RECORDS ARE STANDARD
002360     RECORD CONTAINS 532 CHARACTERS.
002370 01  RST-RECORD.
002380     05  RST-KEY               PIC X(08).
002390     05  RST-LAST-EMP-ID       PIC X(05).
002420     05  RST-HOLD-WHERE        PIC X(20).
002430     05  RST-LOC-SUBTOTAL      PIC 9(09)V99.
002440     05  RST-GRAND-TOTAL       PIC 9(09)V99.
002450     05  RST-EARN-TOTAL-ENTRY  OCCURS 7 TIMES
002460                               PIC 9(09)V99.
002470     05  RST-PRT-PAGE-NBR      PIC 9(04).
002480     05  RST-PRT-LINE-CTR      PIC 9(03).
002598     05  RST-POS-COUNT         PIC 9(07).
002599     05  RST-POS-TOTAL         PIC 9(11)V99.
002600     05  RST-PRENOTE-CTR       PIC 9(07).
002601     05  RST-HOLD-DEPT         PIC X(04).
002602     05  RST-LOC-ER-TAX        PIC 9(09)V99.
002603     05  RST-DDT-AREA.
002604         10  RST-DDT-ENTRY     OCCURS 7 TIMES.
002605             15  RST-DDT-GROSS     PIC 9(09)V99.
002606             15  RST-DDT-ER-TAX    PIC 9(09)V99.
002607     05  RST-LDR-PAGE-NBR      PIC 9(04).
002608     05  RST-LDR-LINE-CTR      PIC 9(03).
002581*--------------------------------------------------------------*
002582*    LVEFILE - PER-EMPLOYEE PAID-LEAVE BALANCES IN HOURS,
002583*    KEYED BY EMP-ID.  ACCRUED HERE EACH CYCLE FROM THE LVPFILE
002611                               PIC 9(02)V99.
002612     05  FILLER                PIC X(12).
002613*--------------------------------------------------------------*
002614*    TCDFILE - PER-PERIOD TIME CARDS, KEYED BY EMP-ID, PAY
002615*    PERIOD END AND LINE NUMBER.  EACH LINE IS ONE EARN CODE
002616*    WITH ITS HOURS - OR, FOR A FLAT-AMOUNT CODE SUCH AS BONUS
002617*    OR REIMBURSEMENT, ITS DOLLAR AMOUNT.  LOADED FROM THE
002618*    TIMEKEEPING FEED AND EDITED BY PAYTCEDT BEFORE THE RUN.
002619*--------------------------------------------------------------*
002620 FD  TCDFILE
002621     LABEL RECORDS ARE STANDARD
002622     RECORD CONTAINS 40 CHARACTERS.
002623 01  TCD-RECORD.
002624     05  TCD-KEY.
002625         10  TCD-EMP-ID        PIC X(05).
002626         10  TCD-PERIOD-END    PIC 9(08).
002627         10  TCD-LINE-NBR      PIC 9(02).
002628     05  TCD-EARN-CODE         PIC X(02).
002629     05  TCD-HOURS-X           PIC X(03).
002630     05  TCD-HOURS             REDEFINES TCD-HOURS-X
002631                               PIC 9(03).
002632     05  TCD-AMOUNT-X          PIC X(07).
002633     05  TCD-AMOUNT            REDEFINES TCD-AMOUNT-X
002634                               PIC 9(05)V99.
002635     05  FILLER                PIC X(13).
002613*--------------------------------------------------------------*
002614*    RLGFILE - SHARED RUN-SEQUENCE LEDGER.  EVERY PAYROLL JOB
002603*    WRITES A STATUS S RECORD AT START AND FLIPS IT TO C AT A
002604*    CLEAN END, KEYED BY PROGRAM NAME AND PAY-PERIOD END.  THE
002610 01  RLG-RECORD.
002611     05  RLG-KEY.
002612         10  RLG-PROGRAM       PIC X(08).
002613         10  RLG-PROGRAM-PARTS REDEFINES RLG-PROGRAM.
002614             15  RLG-PROGRAM-PREFIX PIC X(06).
002615             15  RLG-PROGRAM-GROUP  PIC X(02).
002613         10  RLG-PERIOD-END    PIC 9(08).
002614     05  RLG-STATUS            PIC X(01).
002615         88  RLG-STARTED                  VALUE 'S'.
002660 77  FIRST-RECORD-SW       PIC X(01)  VALUE 'Y'.
002670     88  FIRST-RECORD                 VALUE 'Y'.
002680 77  HOLD-WHERE            PIC X(20)  VALUE SPACES.
002681 77  HOLD-DEPT             PIC X(04)  VALUE SPACES.
002690 77  LOC-SUBTOTAL          PIC 9(09)V99 VALUE ZERO.
002691 77  LOC-ER-TAX            PIC 9(09)V99 VALUE ZERO.
002700 77  GRAND-TOTAL           PIC 9(09)V99 VALUE ZERO.
002710 77  STD-HOURS             PIC 9(03)  VALUE 40.
002720 77  OT-FACTOR             PIC 9V9    VALUE 1.5.
002880 77  TAX-DONE-SW           PIC X(01)  VALUE 'N'.
002890     88  TAX-DONE                     VALUE 'Y'.
002900 77  TAX-PREV-LIMIT        PIC 9(07)V99 VALUE ZERO.
002910 77  TAX-WORK-AMT          PIC 9(09)V9999 VALUE ZERO.
002920 77  STATE-MATCH-SUB       PIC 9(02) COMP VALUE ZERO.
002930 01  TAX-PARSE-AREA.
002940     05  TAX-FED-PARSE.
003175 77  DED-STUB-SUB          PIC 9(02) COMP.
003176 77  DED-OTHER-AMT         PIC 9(09)V99 VALUE ZERO.
003177 77  DED-CHECK-AMT         PIC 9(09)V99 VALUE ZERO.
003178 77  DED-OLD-ARREARS       PIC 9(09)V99 VALUE ZERO.
003179 77  DED-ARR-MAX           PIC 9(02)  VALUE 8.
003180 77  DED-ARR-CNT           PIC 9(02) COMP VALUE ZERO.
003181 77  DED-ARR-SUB           PIC 9(02) COMP.
003182 77  DED-RMT-MAX           PIC 9(02)  VALUE 10.
003183 77  DED-RMT-CNT           PIC 9(02) COMP VALUE ZERO.
003184 77  DED-RMT-SUB           PIC 9(02) COMP.
003185 77  DTK-FILE-STATUS       PIC X(02)  VALUE SPACES.
003186     88  DTK-FILE-NOT-FOUND           VALUE "35".
003187*    THE ACCOUNT COLUMN IS REPLACED AT INITIALIZATION FROM THE
003188*    GLMFILE CONTROL RECORDS DED4, DEDH AND DEDG.
003177 01  DED-TYPE-LITERALS.
003178     05  FILLER            PIC X(24) VALUE
003179         "4401K PLAN      2200-401".
003196     05  DED-STUB-ENTRY    OCCURS 12 TIMES.
003197         10  DST-DESC      PIC X(15).
003198         10  DST-AMT       PIC 9(09)V99.
003199*    PER-CHECK DEDUCTIONS BY TYPE AND ARREARS CHANGES, KEPT ON
003200*    THE PAY HISTORY SO A VOID CAN PUT THEM BACK.  THE COUNT
003201*    RUNS PAST EIGHT BUT ONLY EIGHT CHANGES ARE STORED.
003202 01  DED-CHECK-TYPE-TABLE.
003203     05  DED-CHECK-TYPE-AMT OCCURS 3 TIMES
003204                           PIC 9(09)V99.
003205 01  DED-ARR-TABLE.
003206     05  DED-ARR-ENTRY     OCCURS 8 TIMES.
003207         10  DAR-PRIORITY  PIC 9(02).
003208         10  DAR-CHANGE    PIC S9(09)V99.
003209*    401K AND GARNISHMENT AMOUNTS ON THE CURRENT CHECK, HELD
003210*    UNTIL THE CHECK NUMBER IS KNOWN AND THEN WRITTEN TO DTKFILE.
003211 01  DED-RMT-TABLE.
003212     05  DED-RMT-ENTRY     OCCURS 10 TIMES.
003213         10  DRM-PRIORITY  PIC 9(02).
003214         10  DRM-TYPE      PIC X(01).
003215         10  DRM-AMOUNT    PIC 9(07)V99.
003216         10  DRM-CASE-NBR  PIC X(15).
003217         10  DRM-PAYEE     PIC X(20).
003196******** Variables for the paid-leave subsystem
003197 77  LVE-FILE-STATUS       PIC X(02)  VALUE SPACES.
003198     88  LVE-FILE-NOT-FOUND           VALUE "35".
003210 77  VALID-MAX-RATE        PIC 9(03)V99 VALUE 200.00.
003220 77  REASON-TEXT           PIC X(22)  VALUE SPACES.
003230 77  REASON-HOLD           PIC X(30)  VALUE SPACES.
003240 77  EARN-TABLE-SIZE       PIC 9(01)  VALUE 7.
003250 77  EARN-SUB              PIC 9(01).
003260 77  EARN-MATCH-SUB        PIC 9(01)  VALUE ZERO.
003261*    THE LAST BYTE IS THE PRICING BASIS - R REGULAR WORKED
003262*    HOURS (COUNT TOWARD THE OVERTIME THRESHOLD), H OTHER HOURS
003263*    AT STRAIGHT RATE, O HOURS AT THE OVERTIME FACTOR, A A FLAT
003264*    DOLLAR AMOUNT FROM THE TIME CARD, S THE PERIOD SALARY -
003265*    NEVER KEYED, THE RUN BUILDS IT FOR A SALARIED EMPLOYEE.
003270 01  EARN-CODE-LITERALS.
003280     05  FILLER            PIC X(18) VALUE
003290         "RGREGULAR        R".
003300     05  FILLER            PIC X(18) VALUE
003310         "OTOVERTIME       O".
003320     05  FILLER            PIC X(18) VALUE
003330         "BOBONUS          A".
003340     05  FILLER            PIC X(18) VALUE
003350         "RMREIMBURSEMENT  A".
003352     05  FILLER            PIC X(18) VALUE
003354         "VAVACATION       H".
003356     05  FILLER            PIC X(18) VALUE
003358         "SKSICK PAY       H".
003359     05  FILLER            PIC X(18) VALUE
003360         "SASALARY         S".
003360 01  EARN-CODE-TABLE REDEFINES EARN-CODE-LITERALS.
003370     05  EARN-CODE-ENTRY   OCCURS 7 TIMES.
003380         10  ERN-CODE      PIC X(02).
003390         10  ERN-DESC      PIC X(15).
003391         10  ERN-BASIS     PIC X(01).
003392             88  ERN-REGULAR-BASIS        VALUE 'R'.
003393             88  ERN-OVERTIME-BASIS       VALUE 'O'.
003394             88  ERN-AMOUNT-BASIS         VALUE 'A'.
003395             88  ERN-SALARY-BASIS         VALUE 'S'.
003400 01  EARN-TOTALS-TABLE.
003410     05  EARN-TOTAL-ENTRY  OCCURS 7 TIMES.
003420         10  ET-GROSS      PIC 9(09)V99 VALUE ZERO.
003421******** Variables for the time-card file
003422 77  TCD-FILE-STATUS       PIC X(02)  VALUE SPACES.
003423     88  TCD-FILE-NOT-FOUND           VALUE "35".
003424 77  TCD-DONE-SW           PIC X(01)  VALUE 'N'.
003425     88  TCD-DONE                     VALUE 'Y'.
003426 77  EARN-SEARCH-CODE      PIC X(02)  VALUE SPACES.
003427 77  TC-MAX-LINES          PIC 9(02)  VALUE 9.
003428 77  TC-LINE-CNT           PIC 9(02) COMP VALUE ZERO.
003429 77  TC-LINE-SUB           PIC 9(02) COMP.
003430 77  TC-TOTAL-HOURS        PIC 9(04)  VALUE ZERO.
003431 77  TC-AMOUNT-TOTAL       PIC 9(07)V99 VALUE ZERO.
003432 77  TC-VAC-HOURS          PIC 9(04)  VALUE ZERO.
003433 77  TC-SICK-HOURS         PIC 9(04)  VALUE ZERO.
003434 77  TC-ROOM-HOURS         PIC 9(03)  VALUE ZERO.
003435 77  TC-OVERFLOW-HOURS     PIC 9(04)  VALUE ZERO.
003436 77  TC-TOO-MANY-SW        PIC X(01)  VALUE 'N'.
003437     88  TC-TOO-MANY                  VALUE 'Y'.
003438 77  TC-CARD-FOUND-SW      PIC X(01)  VALUE 'N'.
003439     88  TC-CARD-FOUND                VALUE 'Y'.
003440 77  TC-TABLE-SIZE         PIC 9(02)  VALUE 10.
003441*    THE LINES OF THE CURRENT EMPLOYEE'S CARD.  THE CARD MAY
003442*    CARRY NINE - THE TENTH SLOT HOLDS THE OVERTIME LINE BUILT
003443*    WHEN REGULAR HOURS RUN PAST THE STANDARD WEEK.
003444 01  TC-LINE-TABLE.
003445     05  TC-LINE-ENTRY     OCCURS 10 TIMES.
003446         10  TCL-EARN-SUB  PIC 9(01).
003447         10  TCL-HOURS     PIC 9(03).
003448         10  TCL-AMOUNT    PIC 9(07)V99.
003449         10  TCL-GROSS     PIC 9(07)V99.
003450******** Variables for pay type and pay frequency
003451 77  PAY-FREQ-WORK         PIC X(01)  VALUE 'W'.
003452 77  PERIODS-PER-YEAR      PIC 9(02)  VALUE 52.
003453 77  PERIOD-WEEKS          PIC 9(01)  VALUE 1.
003454 77  PERIOD-STD-HOURS      PIC 9(03)  VALUE 40.
003455 77  PERIOD-MAX-HOURS      PIC 9(04)  VALUE 80.
003456 77  PERIOD-SALARY         PIC 9(07)V99 VALUE ZERO.
003457 77  ANNUAL-GROSS          PIC 9(09)V99 VALUE ZERO.
003430******** Variables for checkpoint/restart
003440 77  YTD-FILE-STATUS       PIC X(02)  VALUE SPACES.
003450     88  YTD-FILE-NOT-FOUND           VALUE "35".
003457     88  RLG-FILE-NOT-FOUND           VALUE "35".
003458 77  RLG-FOUND-SW          PIC X(01)  VALUE 'N'.
003459     88  RLG-FOUND                    VALUE 'Y'.
003460 77  RLG-EOF-SW            PIC X(01)  VALUE 'N'.
003461     88  RLG-EOF                      VALUE 'Y'.
003462 77  RLG-CLOSED-SW         PIC X(01)  VALUE 'N'.
003463     88  RLG-PERIOD-CLOSED            VALUE 'Y'.
003464 77  RLG-CLOSE-PROGRAM     PIC X(08)  VALUE "PAYCLOSE".
003465 77  RLG-PRIOR-PERIOD      PIC 9(08)  VALUE ZERO.
003460*    A RUN FOR ONE PAY GROUP KEEPS ITS OWN LEDGER RECORD,
003461*    PAYROL PLUS THE GROUP, SO GROUPS SHARING A PERIOD-END DO
003462*    NOT REFUSE EACH OTHER.  AN ALL-GROUP RUN IS PAYROLOO.
003463 01  RLG-THIS-PROGRAM.
003464     05  RLG-THIS-PREFIX   PIC X(06)  VALUE "PAYROL".
003465     05  RLG-THIS-GROUP    PIC X(02)  VALUE "OO".
003460 77  RST-FILE-STATUS       PIC X(02)  VALUE SPACES.
003470     88  RST-FILE-NOT-FOUND           VALUE "35".
003480 77  RESTART-KEY-LITERAL   PIC X(08)  VALUE "CHECKPT1".
003570     05  FILLER            PIC X(02) VALUE SPACES.
003580     05  EXC-WHO           PIC X(15).
003590     05  FILLER            PIC X(02) VALUE SPACES.
003600     05  EXC-HOURS         PIC ZZZ9.
003610     05  FILLER            PIC X(02) VALUE SPACES.
003620     05  EXC-RATE          PIC ZZ9.99.
003630     05  FILLER            PIC X(02) VALUE SPACES.
003640     05  EXC-REASON        PIC X(30).
003650     05  FILLER            PIC X(63) VALUE SPACES.
003660******** Variables for the payroll register print file
003670 01  PRT-RUN-DATE          PIC 9(08).
003680 01  PRT-RUN-DATE-PARTS REDEFINES PRT-RUN-DATE.
003810     05  PPE-DAY           PIC 9(02).
003820 77  RUN-LOC-FILTER        PIC X(20)  VALUE SPACES.
003830 77  RUN-EMP-FILTER        PIC X(05)  VALUE SPACES.
003831 77  RUN-PAY-GROUP         PIC X(02)  VALUE SPACES.
003832 77  RUN-PAY-FREQ          PIC X(01)  VALUE SPACE.
003840 77  EMP-BYPASS-CTR        PIC 9(07)  VALUE ZERO.
003850 77  PAY-QTR               PIC 9(01)  VALUE 1.
003860 77  QTR-SUB               PIC 9(01).
004160     05  B2B-EMP-FILTER    PIC X(05).
004162     05  FILLER            PIC X(10) VALUE "  TAX TBL:".
004164     05  B2B-TAX-VERSION   PIC 9999/99/99.
004165     05  FILLER            PIC X(12) VALUE "  PAY GROUP:".
004166     05  B2B-PAY-GROUP     PIC X(03).
004167     05  FILLER            PIC X(25) VALUE SPACES.
004180 01  PRT-BANNER-LINE-3             PIC X(132) VALUE SPACES.
004190 01  PRT-COLUMN-HEADINGS.
004200     05  FILLER            PIC X(01) VALUE SPACE.
004500     05  D-WITHHOLDING     PIC ZZZ,ZZZ,ZZ9.99.
004510     05  FILLER            PIC X(01) VALUE SPACES.
004520     05  D-NET-PAY         PIC -ZZZ,ZZZ,ZZ9.99.
004521*    ONE LINE PER EARNINGS LINE UNDER AN EMPLOYEE WHOSE CARD
004522*    CARRIES MORE THAN ONE EARN TYPE.
004523 01  PRT-EARN-DETAIL-LINE.
004524     05  FILLER            PIC X(40) VALUE SPACES.
004525     05  DL-EARN-TYPE      PIC X(15).
004526     05  FILLER            PIC X(02) VALUE SPACES.
004527     05  DL-HOURS          PIC ZZ9.
004528     05  FILLER            PIC X(06) VALUE SPACES.
004529     05  DL-RATE           PIC ZZ9.99.
004530     05  FILLER            PIC X(02) VALUE SPACES.
004531     05  DL-GROSS-PAY      PIC ZZZ,ZZZ,ZZ9.99.
004532     05  FILLER            PIC X(44) VALUE SPACES.
004530 01  PRT-LOCATION-TOTAL-LINE.
004540     05  FILLER            PIC X(01) VALUE SPACE.
004550     05  FILLER            PIC X(10) VALUE "SUBTOTAL -".
004980     05  FILLER            PIC X(01) VALUE SPACE.
004990     05  FILLER            PIC X(15) VALUE "EARNINGS TYPE: ".
005000     05  STB-EARN-TYPE     PIC X(15).
005001     05  FILLER            PIC X(05) VALUE SPACES.
005002     05  FILLER            PIC X(07) VALUE "HOURS: ".
005003     05  STB-EARN-HOURS    PIC ZZ9.
005004     05  FILLER            PIC X(05) VALUE SPACES.
005005     05  FILLER            PIC X(08) VALUE "AMOUNT: ".
005006     05  STB-EARN-AMT      PIC ZZZ,ZZZ,ZZ9.99.
005007     05  FILLER            PIC X(59) VALUE SPACES.
005020 01  STB-HOURS-LINE.
005030     05  FILLER            PIC X(01) VALUE SPACE.
005040     05  FILLER            PIC X(15) VALUE "REGULAR HOURS: ".
005730     05  GL-P-ACCOUNT      PIC X(08).
005740     05  GL-P-DESC         PIC X(30).
005750     05  GL-P-AMOUNT       PIC 9(11)V99.
005751     05  GL-P-CLASS        PIC X(01).
005752     05  GL-P-DEPT         PIC X(04).
005753     05  GL-P-EARN-CODE    PIC X(02).
005754     05  GL-P-DED-TYPE     PIC X(01).
005755     05  FILLER            PIC X(20) VALUE SPACES.
005770 01  PRT-GL-SUMMARY-LINE.
005780     05  FILLER            PIC X(01) VALUE SPACE.
005790     05  FILLER            PIC X(13) VALUE "GL DEBITS:".
005830     05  FILLER            PIC X(03) VALUE SPACES.
005840     05  GL-S-VERDICT      PIC X(14).
005850     05  FILLER            PIC X(54) VALUE SPACES.
005851******** Variables for the GL account map and labor distribution
005852 77  GLM-FILE-STATUS       PIC X(02)  VALUE SPACES.
005853 77  GLM-EOF-SW            PIC X(01)  VALUE 'N'.
005854     88  GLM-EOF                      VALUE 'Y'.
005855 77  GLM-MAX-ENTRIES       PIC 9(03)  VALUE 200.
005856 77  GLM-CNT               PIC 9(03) COMP VALUE ZERO.
005857 77  GLM-SUB               PIC 9(03) COMP.
005858 77  GLM-MATCH-SUB         PIC 9(03) COMP VALUE ZERO.
005859 77  GLM-DEFAULT-SUB       PIC 9(03) COMP VALUE ZERO.
005860 77  GLM-ANY-EARN          PIC X(02)  VALUE "**".
005861 77  GLM-SEARCH-LOC        PIC X(20)  VALUE SPACES.
005862 77  GLM-SEARCH-DEPT       PIC X(04)  VALUE SPACES.
005863 77  GLM-SEARCH-EARN       PIC X(02)  VALUE SPACES.
005864 77  GCT-COUNT             PIC 9(02)  VALUE 9.
005865 77  GCT-SUB               PIC 9(02) COMP.
005866 77  GCT-MATCH-SUB         PIC 9(02) COMP VALUE ZERO.
005867 77  ER-SPREAD-LEFT        PIC 9(07)V99 VALUE ZERO.
005868 77  ER-SPREAD-AMT         PIC 9(07)V99 VALUE ZERO.
005869 77  LDR-PAGE-NBR          PIC 9(04)  VALUE ZERO.
005870 77  LDR-LINE-CTR          PIC 9(03)  VALUE ZERO.
005871 77  LDR-DEPT-GROSS        PIC 9(09)V99 VALUE ZERO.
005872 77  LDR-DEPT-TAX          PIC 9(09)V99 VALUE ZERO.
005873 77  LDR-WORK-GROSS        PIC 9(11)V99 VALUE ZERO.
005874 77  LDR-WORK-TAX          PIC 9(11)V99 VALUE ZERO.
005875 01  GLM-PARSE-AREA.
005876     05  GLM-LABOR-PARSE.
005877         10  GML-LOC           PIC X(20).
005878         10  GML-DEPT          PIC X(04).
005879         10  GML-EARN-CODE     PIC X(02).
005880         10  GML-LABOR-ACCT    PIC X(08).
005881         10  GML-TAX-ACCT      PIC X(08).
005882         10  FILLER            PIC X(37).
005883     05  GLM-CONTROL-PARSE     REDEFINES GLM-LABOR-PARSE.
005884         10  GMC-FUNCTION      PIC X(04).
005885         10  GMC-ACCOUNT       PIC X(08).
005886         10  FILLER            PIC X(67).
005887 01  GL-MAP-TABLE.
005888     05  GL-MAP-ENTRY          OCCURS 200 TIMES.
005889         10  GMT-LOC           PIC X(20).
005890         10  GMT-DEPT          PIC X(04).
005891         10  GMT-EARN-CODE     PIC X(02).
005892         10  GMT-LABOR-ACCT    PIC X(08).
005893         10  GMT-TAX-ACCT      PIC X(08).
005894*    CONTROL ACCOUNTS BY FUNCTION.  EVERY FUNCTION HERE MUST BE
005895*    NAMED ON GLMFILE - THE NAMED VIEW BELOW IS HOW THE POSTING
005896*    PARAGRAPHS PICK THEM UP.
005897 01  GL-CONTROL-LITERALS.
005898     05  FILLER            PIC X(12) VALUE "WHL".
005899     05  FILLER            PIC X(12) VALUE "CSH".
005900     05  FILLER            PIC X(12) VALUE "FIC".
005901     05  FILLER            PIC X(12) VALUE "FUT".
005902     05  FILLER            PIC X(12) VALUE "SUT".
005903     05  FILLER            PIC X(12) VALUE "ANL".
005904     05  FILLER            PIC X(12) VALUE "DED4".
005905     05  FILLER            PIC X(12) VALUE "DEDH".
005906     05  FILLER            PIC X(12) VALUE "DEDG".
005907 01  GL-CONTROL-TABLE REDEFINES GL-CONTROL-LITERALS.
005908     05  GL-CONTROL-ENTRY  OCCURS 9 TIMES.
005909         10  GCT-FUNCTION  PIC X(04).
005910         10  GCT-ACCOUNT   PIC X(08).
005911 01  GL-CONTROL-NAMED REDEFINES GL-CONTROL-LITERALS.
005912     05  FILLER            PIC X(04).
005913     05  GL-ACCT-WHL       PIC X(08).
005914     05  FILLER            PIC X(04).
005915     05  GL-ACCT-CSH       PIC X(08).
005916     05  FILLER            PIC X(04).
005917     05  GL-ACCT-FIC       PIC X(08).
005918     05  FILLER            PIC X(04).
005919     05  GL-ACCT-FUT       PIC X(08).
005920     05  FILLER            PIC X(04).
005921     05  GL-ACCT-SUT       PIC X(08).
005922     05  FILLER            PIC X(04).
005923     05  GL-ACCT-ANL       PIC X(08).
005924     05  FILLER            PIC X(04).
005925     05  GL-ACCT-DED4      PIC X(08).
005926     05  FILLER            PIC X(04).
005927     05  GL-ACCT-DEDH      PIC X(08).
005928     05  FILLER            PIC X(04).
005929     05  GL-ACCT-DEDG      PIC X(08).
005930*    THE CURRENT DEPARTMENT'S GROSS PAY AND EMPLOYER TAX BY EARN
005931*    TYPE, POSTED AND PRINTED AT THE DEPARTMENT BREAK.
005932 01  DEPT-DIST-TABLE.
005933     05  DEPT-DIST-ENTRY   OCCURS 7 TIMES.
005934         10  DDT-GROSS     PIC 9(09)V99 VALUE ZERO.
005935         10  DDT-ER-TAX    PIC 9(09)V99 VALUE ZERO.
005936 01  LDR-BANNER-LINE-2.
005937     05  FILLER            PIC X(01) VALUE SPACE.
005938     05  FILLER            PIC X(25) VALUE
005939         "LABOR COST DISTRIBUTION".
005940     05  FILLER            PIC X(05) VALUE SPACES.
005941     05  FILLER            PIC X(17) VALUE
005942         "RUN DATE:       ".
005943     05  LB2-RUN-DATE      PIC 9999/99/99.
005944     05  FILLER            PIC X(14) VALUE "  PERIOD END:".
005945     05  LB2-PERIOD-END    PIC 9999/99/99.
005946     05  FILLER            PIC X(50) VALUE SPACES.
005947 01  LDR-COLUMN-HEADINGS.
005948     05  FILLER            PIC X(01) VALUE SPACE.
005949     05  FILLER            PIC X(20) VALUE "LOCATION".
005950     05  FILLER            PIC X(02) VALUE SPACES.
005951     05  FILLER            PIC X(04) VALUE "DEPT".
005952     05  FILLER            PIC X(02) VALUE SPACES.
005953     05  FILLER            PIC X(15) VALUE "EARN TYPE".
005954     05  FILLER            PIC X(02) VALUE SPACES.
005955     05  FILLER            PIC X(10) VALUE "LABOR ACCT".
005956     05  FILLER            PIC X(17) VALUE
005957         "      GROSS LABOR".
005958     05  FILLER            PIC X(02) VALUE SPACES.
005959     05  FILLER            PIC X(10) VALUE "TAX ACCT".
005960     05  FILLER            PIC X(17) VALUE
005961         "     EMPLOYER TAX".
005962     05  FILLER            PIC X(02) VALUE SPACES.
005963     05  FILLER            PIC X(17) VALUE
005964         "       TOTAL COST".
005965     05  FILLER            PIC X(11) VALUE SPACES.
005966 01  LDR-DETAIL-LINE.
005967     05  FILLER            PIC X(01) VALUE SPACE.
005968     05  LD-WHERE          PIC X(20).
005969     05  FILLER            PIC X(02) VALUE SPACES.
005970     05  LD-DEPT           PIC X(04).
005971     05  FILLER            PIC X(02) VALUE SPACES.
005972     05  LD-EARN-TYPE      PIC X(15).
005973     05  FILLER            PIC X(02) VALUE SPACES.
005974     05  LD-LABOR-ACCT     PIC X(08).
005975     05  FILLER            PIC X(02) VALUE SPACES.
005976     05  LD-GROSS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
005977     05  FILLER            PIC X(02) VALUE SPACES.
005978     05  LD-TAX-ACCT       PIC X(08).
005979     05  FILLER            PIC X(02) VALUE SPACES.
005980     05  LD-ER-TAX         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
005981     05  FILLER            PIC X(02) VALUE SPACES.
005982     05  LD-TOTAL-COST     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
005983     05  FILLER            PIC X(11) VALUE SPACES.
005984 01  LDR-TOTAL-LINE.
005985     05  FILLER            PIC X(01) VALUE SPACE.
005986     05  LT-WHERE          PIC X(20).
005987     05  FILLER            PIC X(02) VALUE SPACES.
005988     05  LT-DEPT           PIC X(04).
005989     05  FILLER            PIC X(02) VALUE SPACES.
005990     05  LT-LABEL          PIC X(15).
005991     05  FILLER            PIC X(12) VALUE SPACES.
005992     05  LT-GROSS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
005993     05  FILLER            PIC X(12) VALUE SPACES.
005994     05  LT-ER-TAX         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
005995     05  FILLER            PIC X(02) VALUE SPACES.
005996     05  LT-TOTAL-COST     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
005997     05  FILLER            PIC X(11) VALUE SPACES.
005860******** Variables for the roster batch controls
005870 77  EMP-READ-CTR          PIC 9(07)  VALUE ZERO.
005880 77  EMP-PAID-CTR          PIC 9(07)  VALUE ZERO.
006120     05  FILLER            PIC X(05).
006130     05  TP-COUNT          PIC 9(07).
006140     05  TP-HASH           PIC 9(09).
006150     05  FILLER            PIC X(81).
006160 01  PRT-RECON-TITLE-LINE.
006170     05  FILLER            PIC X(01) VALUE SPACE.
006180     05  FILLER            PIC X(32) VALUE
006590     IF NOT FIRST-RECORD
006600         PERFORM 9800-LOCATION-BREAK THRU 9800-LOCATION-BREAK-EXIT
006610     END-IF.
006611     PERFORM 9780-WRITE-LDR-GRAND-TOTAL
006612         THRU 9780-WRITE-LDR-GRAND-TOTAL-EXIT.
006620     PERFORM 9700-WRITE-EARN-TOTAL-LINE
006630         THRU 9700-WRITE-EARN-TOTAL-LINE-EXIT
006640         VARYING EARN-SUB FROM 1 BY 1
006792         THRU 1400-READ-CONTROL-CARD-EXIT.
006794     PERFORM 1200-LOAD-TAX-TABLE
006796         THRU 1200-LOAD-TAX-TABLE-EXIT.
006797     PERFORM 1500-LOAD-GL-MAP
006798         THRU 1500-LOAD-GL-MAP-EXIT.
006802*    PASS 1 SORTS BY EMP-ID SO A REPEATED ID LANDS ON ADJACENT
006804*    RECORDS AND IS FLAGGED IN A BYTE ON THE RECORD - NO IN-
006806*    CORE TABLE, SO THE ROSTER CAN GROW WITHOUT A RECOMPILE.
006807*    PASS 2 SORTS BACK TO LOCATION/EMP-ID ORDER FOR THE RUN,
006808*    DEPARTMENTS TOGETHER WITHIN EACH LOCATION.
006810     SORT SORT-FILE
006820         ON ASCENDING KEY SRT-EMP-ID
006830         INPUT PROCEDURE IS 1300-SORT-ROSTER
006842         OUTPUT PROCEDURE IS 1350-FLAG-DUPLICATES
006844             THRU 1350-FLAG-DUPLICATES-EXIT.
006846     SORT SORT2-FILE
006848         ON ASCENDING KEY SRT2-WHERE SRT2-DEPT SRT2-EMP-ID
006850         USING DUPFILE
006852         GIVING SRTFILE.
006860*    PROVE THE ROSTER ARRIVED WHOLE BEFORE ANYTHING IS PAID OR
006960     OPEN INPUT SRTFILE.
006970     PERFORM 1050-OPEN-YTDFILE THRU 1050-OPEN-YTDFILE-EXIT.
006974     PERFORM 1055-OPEN-DEDFILE THRU 1055-OPEN-DEDFILE-EXIT.
006975     PERFORM 1056-OPEN-DTKFILE THRU 1056-OPEN-DTKFILE-EXIT.
006976     PERFORM 1058-OPEN-PHSFILE THRU 1058-OPEN-PHSFILE-EXIT.
006978     PERFORM 1059-OPEN-CRGFILE THRU 1059-OPEN-CRGFILE-EXIT.
006980     PERFORM 1067-OPEN-LVEFILE THRU 1067-OPEN-LVEFILE-EXIT.
006981     PERFORM 1057-OPEN-TCDFILE THRU 1057-OPEN-TCDFILE-EXIT.
006982     PERFORM 1068-LOAD-LEAVE-POLICY
006984         THRU 1068-LOAD-LEAVE-POLICY-EXIT.
006980     PERFORM 1060-OPEN-RSTFILE THRU 1060-OPEN-RSTFILE-EXIT.
007150             MOVE ZERO   TO RST-POS-COUNT
007151             MOVE ZERO   TO RST-POS-TOTAL
007152             MOVE ZERO   TO RST-PRENOTE-CTR
007153             MOVE SPACES TO RST-HOLD-DEPT
007154             MOVE ZERO   TO RST-LOC-ER-TAX
007155             MOVE ZERO   TO RST-DDT-AREA
007156             MOVE ZERO   TO RST-LDR-PAGE-NBR
007157             MOVE ZERO   TO RST-LDR-LINE-CTR
007153             WRITE RST-RECORD
007160         NOT INVALID KEY
007170             MOVE RST-CHECK-NBR TO CHECK-NBR
007280         OPEN EXTEND ACHFILE
007290         OPEN EXTEND GLFILE
007295         OPEN EXTEND POSFILE
007296         OPEN EXTEND LDRFILE
007300     ELSE
007310         OPEN OUTPUT PRTFILE
007320         OPEN OUTPUT EXCFILE
007340         OPEN OUTPUT ACHFILE
007350         OPEN OUTPUT GLFILE
007355         OPEN OUTPUT POSFILE
007356         OPEN OUTPUT LDRFILE
007360     END-IF.
007392     PERFORM 1065-CHECK-RUN-LEDGER
007394         THRU 1065-CHECK-RUN-LEDGER-EXIT.
007406         THRU 7970-DATE-TO-DAY-NBR-EXIT.
007408     MOVE ACH-WORK-DAY-NBR TO PPE-DAY-NBR.
007410     MOVE PAY-PERIOD-END TO B2B-PERIOD-END.
007411     MOVE PAY-PERIOD-END TO LB2-PERIOD-END.
007412     MOVE PRT-RUN-DATE   TO LB2-RUN-DATE.
007420     IF RUN-LOC-FILTER = SPACES
007430         MOVE "ALL" TO B2B-LOC-FILTER
007440     ELSE
007490     ELSE
007500         MOVE RUN-EMP-FILTER TO B2B-EMP-FILTER
007510     END-IF.
007511     IF RUN-PAY-GROUP = SPACES
007512         MOVE "ALL" TO B2B-PAY-GROUP
007513     ELSE
007514         MOVE RUN-PAY-GROUP TO B2B-PAY-GROUP
007515     END-IF.
007512     MOVE FED-VERSION-DATE TO B2B-TAX-VERSION.
007514     PERFORM 1280-PRINT-TAX-PROOF
007516         THRU 1280-PRINT-TAX-PROOF-EXIT.
007664 1055-OPEN-DEDFILE-EXIT.
007665     EXIT.
007666*--------------------------------------------------------------*
007667*    1056-OPEN-DTKFILE
007668*
007669*    ALWAYS OPENED TO EXTEND - AMOUNTS NOT YET REMITTED STAY ON
007670*    THE FILE UNTIL PAYREMIT SENDS THEM, WHATEVER RUNS BETWEEN.
007671*--------------------------------------------------------------*
007672 1056-OPEN-DTKFILE.
007673     OPEN EXTEND DTKFILE.
007674     IF DTK-FILE-NOT-FOUND
007675         OPEN OUTPUT DTKFILE
007676     END-IF.
007677 1056-OPEN-DTKFILE-EXIT.
007678     EXIT.
007666*--------------------------------------------------------------*
007667*    1057-OPEN-TCDFILE
007668*
007669*    THE TIME CARDS ARE THE HOURS THIS RUN PAYS.  A MISSING
007670*    FILE STOPS THE RUN RATHER THAN REJECTING THE WHOLE ROSTER
007671*    TO THE EXCEPTION LIST ONE EMPLOYEE AT A TIME.
007672*--------------------------------------------------------------*
007673 1057-OPEN-TCDFILE.
007674     OPEN INPUT TCDFILE.
007675     IF TCD-FILE-STATUS NOT = "00"
007676         GO TO 9930-TIME-CARD-ABORT
007677     END-IF.
007678 1057-OPEN-TCDFILE-EXIT.
007679     EXIT.
007666*--------------------------------------------------------------*
007667*    1058-OPEN-PHSFILE
007668*--------------------------------------------------------------*
007669 1058-OPEN-PHSFILE.
007694*    RUN AGAIN - A SECOND FULL RUN WOULD DOUBLE EVERY YTD
007695*    BALANCE.  A STATUS S RECORD MEANS AN INTERRUPTED RUN, AND
007696*    THE RSTFILE CHECKPOINT ALREADY GOVERNS THAT RESTART.
007697*    A NEW PERIOD MAY NOT START UNTIL PAYCLOSE HAS CLOSED THE
007698*    LAST PERIOD PAID.
007697*--------------------------------------------------------------*
007698 1065-CHECK-RUN-LEDGER.
007699     OPEN I-O RLGFILE.
007715         GO TO 9975-RUN-LEDGER-ABORT
007716     END-IF.
007717     IF NOT RLG-FOUND
007718         PERFORM 1061-CHECK-PRIOR-CLOSE
007719             THRU 1061-CHECK-PRIOR-CLOSE-EXIT
007718         MOVE RLG-THIS-PROGRAM TO RLG-PROGRAM
007719         MOVE PAY-PERIOD-END   TO RLG-PERIOD-END
007720         MOVE 'S'              TO RLG-STATUS
007724     END-IF.
007725 1065-CHECK-RUN-LEDGER-EXIT.
007726     EXIT.
007727*--------------------------------------------------------------*
007728*    1061-CHECK-PRIOR-CLOSE
007729*
007730*    THE PERIOD BEING PAID MUST NOT ALREADY BE CLOSED, AND THE
007731*    LATEST EARLIER PERIOD ANY MAIN RUN (ALL GROUPS OR ONE
007732*    GROUP) COMPLETED MUST HAVE A CLEAN PAYCLOSE RECORD.
007733*--------------------------------------------------------------*
007734 1061-CHECK-PRIOR-CLOSE.
007735     MOVE PAY-PERIOD-END TO RLG-PRIOR-PERIOD.
007736     PERFORM 1063-READ-CLOSE-RECORD
007737         THRU 1063-READ-CLOSE-RECORD-EXIT.
007738     IF RLG-PERIOD-CLOSED
007739         GO TO 9976-PERIOD-CLOSED-ABORT
007740     END-IF.
007741     MOVE ZERO TO RLG-PRIOR-PERIOD.
007742     MOVE 'N'  TO RLG-EOF-SW.
007743     MOVE RLG-THIS-PREFIX TO RLG-PROGRAM-PREFIX.
007744     MOVE LOW-VALUES      TO RLG-PROGRAM-GROUP.
007745     MOVE ZERO            TO RLG-PERIOD-END.
007746     START RLGFILE KEY NOT < RLG-KEY
007747         INVALID KEY MOVE 'Y' TO RLG-EOF-SW
007748     END-START.
007749     PERFORM 1062-SCAN-PRIOR-RUN THRU 1062-SCAN-PRIOR-RUN-EXIT
007750         UNTIL RLG-EOF.
007751     IF RLG-PRIOR-PERIOD = ZERO
007752         GO TO 1061-CHECK-PRIOR-CLOSE-EXIT
007753     END-IF.
007754     PERFORM 1063-READ-CLOSE-RECORD
007755         THRU 1063-READ-CLOSE-RECORD-EXIT.
007756     IF NOT RLG-PERIOD-CLOSED
007757         GO TO 9977-PRIOR-NOT-CLOSED-ABORT
007758     END-IF.
007759 1061-CHECK-PRIOR-CLOSE-EXIT.
007760     EXIT.
007761*--------------------------------------------------------------*
007762*    1062-SCAN-PRIOR-RUN
007763*--------------------------------------------------------------*
007764 1062-SCAN-PRIOR-RUN.
007765     READ RLGFILE NEXT RECORD
007766         AT END MOVE 'Y' TO RLG-EOF-SW
007767     END-READ.
007768     IF RLG-EOF
007769         GO TO 1062-SCAN-PRIOR-RUN-EXIT
007770     END-IF.
007771     IF RLG-PROGRAM-PREFIX NOT = RLG-THIS-PREFIX
007772         MOVE 'Y' TO RLG-EOF-SW
007773         GO TO 1062-SCAN-PRIOR-RUN-EXIT
007774     END-IF.
007775     IF RLG-COMPLETED AND
007776        RLG-PERIOD-END < PAY-PERIOD-END AND
007777        RLG-PERIOD-END > RLG-PRIOR-PERIOD
007778         MOVE RLG-PERIOD-END TO RLG-PRIOR-PERIOD
007779     END-IF.
007780 1062-SCAN-PRIOR-RUN-EXIT.
007781     EXIT.
007782*--------------------------------------------------------------*
007783*    1063-READ-CLOSE-RECORD
007784*
007785*    RLG-PERIOD-CLOSED WHEN PAYCLOSE CLOSED RLG-PRIOR-PERIOD
007786*    CLEAN.
007787*--------------------------------------------------------------*
007788 1063-READ-CLOSE-RECORD.
007789     MOVE 'N' TO RLG-CLOSED-SW.
007790     MOVE RLG-CLOSE-PROGRAM TO RLG-PROGRAM.
007791     MOVE RLG-PRIOR-PERIOD  TO RLG-PERIOD-END.
007792     READ RLGFILE
007793         INVALID KEY
007794             CONTINUE
007795         NOT INVALID KEY
007796             IF RLG-COMPLETED
007797                 MOVE 'Y' TO RLG-CLOSED-SW
007798             END-IF
007799     END-READ.
007800 1063-READ-CLOSE-RECORD-EXIT.
007801     EXIT.
007660*--------------------------------------------------------------*
007670*    1060-OPEN-RSTFILE
007680*--------------------------------------------------------------*
008022     MOVE RST-POS-COUNT       TO POS-ITEM-COUNT.
008023     MOVE RST-POS-TOTAL       TO POS-TOTAL-AMT.
008024     MOVE RST-PRENOTE-CTR     TO PRENOTE-CTR.
008025     MOVE RST-HOLD-DEPT       TO HOLD-DEPT.
008026     MOVE RST-LOC-ER-TAX      TO LOC-ER-TAX.
008027     MOVE RST-LDR-PAGE-NBR    TO LDR-PAGE-NBR.
008028     MOVE RST-LDR-LINE-CTR    TO LDR-LINE-CTR.
008029     PERFORM 1095-RESTORE-DEPT-DIST
008030         THRU 1095-RESTORE-DEPT-DIST-EXIT
008031         VARYING EARN-SUB FROM 1 BY 1
008032         UNTIL EARN-SUB > EARN-TABLE-SIZE.
008020 1070-RESTORE-CHECKPOINT-EXIT.
008030     EXIT.
008040*--------------------------------------------------------------*
008106         TO DED-RUN-TOTAL (DED-TYPE-SUB).
008107 1090-RESTORE-DED-TOTAL-EXIT.
008108     EXIT.
008109*--------------------------------------------------------------*
008110*    1095-RESTORE-DEPT-DIST
008111*--------------------------------------------------------------*
008112 1095-RESTORE-DEPT-DIST.
008113     MOVE RST-DDT-GROSS (EARN-SUB)  TO DDT-GROSS (EARN-SUB).
008114     MOVE RST-DDT-ER-TAX (EARN-SUB) TO DDT-ER-TAX (EARN-SUB).
008115 1095-RESTORE-DEPT-DIST-EXIT.
008116     EXIT.
008110*--------------------------------------------------------------*
008120*    1100-RESUME-SKIP
008130*--------------------------------------------------------------*
009850         END-IF
009860         MOVE CTL-LOC-FILTER TO RUN-LOC-FILTER
009870         MOVE CTL-EMP-FILTER TO RUN-EMP-FILTER
009871         IF CTL-PAY-GROUP NOT = SPACES
009872             MOVE CTL-PAY-GROUP TO RUN-PAY-GROUP
009873             MOVE CTL-PAY-GROUP TO RLG-THIS-GROUP
009874         END-IF
009880     END-IF.
009890     CLOSE CTLFILE.
009900 1400-READ-CONTROL-CARD-EXIT.
009910     EXIT.
009911*--------------------------------------------------------------*
009912*    1500-LOAD-GL-MAP
009913*
009914*    LOAD THE CHART-OF-ACCOUNTS MAP FROM GLMFILE.  LIKE THE TAX
009915*    TABLE, A MISSING OR MALFORMED MAP STOPS THE RUN COLD - AN
009916*    UNMAPPED DOLLAR CANNOT BE POSTED, AND EVERY CONTROL FUNCTION
009917*    THE RUN POSTS TO MUST BE NAMED.  CONTROL FUNCTIONS THIS RUN
009918*    DOES NOT USE ARE LEFT FOR THE PROGRAMS THAT DO.
009919*--------------------------------------------------------------*
009920 1500-LOAD-GL-MAP.
009921     OPEN INPUT GLMFILE.
009922     IF GLM-FILE-STATUS NOT = "00"
009923         GO TO 9955-GL-MAP-ABORT
009924     END-IF.
009925     PERFORM 1510-LOAD-GL-MAP-RECORD
009926         THRU 1510-LOAD-GL-MAP-RECORD-EXIT
009927         UNTIL GLM-EOF.
009928     CLOSE GLMFILE.
009929     IF GLM-CNT = ZERO
009930         GO TO 9955-GL-MAP-ABORT
009931     END-IF.
009932     PERFORM 1540-CHECK-CONTROL-ACCT
009933         THRU 1540-CHECK-CONTROL-ACCT-EXIT
009934         VARYING GCT-SUB FROM 1 BY 1
009935         UNTIL GCT-SUB > GCT-COUNT.
009936     MOVE GL-ACCT-DED4 TO DTT-ACCOUNT (1).
009937     MOVE GL-ACCT-DEDH TO DTT-ACCOUNT (2).
009938     MOVE GL-ACCT-DEDG TO DTT-ACCOUNT (3).
009939 1500-LOAD-GL-MAP-EXIT.
009940     EXIT.
009941*--------------------------------------------------------------*
009942*    1510-LOAD-GL-MAP-RECORD
009943*--------------------------------------------------------------*
009944 1510-LOAD-GL-MAP-RECORD.
009945     READ GLMFILE
009946         AT END MOVE 'Y' TO GLM-EOF-SW
009947     END-READ.
009948     IF GLM-EOF
009949         GO TO 1510-LOAD-GL-MAP-RECORD-EXIT
009950     END-IF.
009951     MOVE GLM-REC-DATA TO GLM-PARSE-AREA.
009952     IF GLM-REC-TYPE = 'L'
009953         PERFORM 1520-STORE-LABOR-MAP
009954             THRU 1520-STORE-LABOR-MAP-EXIT
009955     ELSE
009956         IF GLM-REC-TYPE = 'C'
009957             PERFORM 1530-STORE-CONTROL-ACCT
009958                 THRU 1530-STORE-CONTROL-ACCT-EXIT
009959         ELSE
009960             GO TO 9955-GL-MAP-ABORT
009961         END-IF
009962     END-IF.
009963 1510-LOAD-GL-MAP-RECORD-EXIT.
009964     EXIT.
009965*--------------------------------------------------------------*
009966*    1520-STORE-LABOR-MAP
009967*
009968*    A BLANK DEPARTMENT IS A VALID KEY - IT MAPS ROSTER RECORDS
009969*    NOT YET ASSIGNED A DEPARTMENT.  THE SAME KEY TWICE IS AN
009970*    ERROR RATHER THAN A SILENT OVERRIDE.
009971*--------------------------------------------------------------*
009972 1520-STORE-LABOR-MAP.
009973     IF GML-LOC = SPACES OR GML-EARN-CODE = SPACES OR
009974        GML-LABOR-ACCT = SPACES OR GML-TAX-ACCT = SPACES
009975         GO TO 9955-GL-MAP-ABORT
009976     END-IF.
009977     MOVE GML-LOC       TO GLM-SEARCH-LOC.
009978     MOVE GML-DEPT      TO GLM-SEARCH-DEPT.
009979     MOVE GML-EARN-CODE TO GLM-SEARCH-EARN.
009980     MOVE ZERO TO GLM-MATCH-SUB.
009981     MOVE ZERO TO GLM-DEFAULT-SUB.
009982     PERFORM 5260-FIND-GL-MAP
009983         THRU 5260-FIND-GL-MAP-EXIT
009984         VARYING GLM-SUB FROM 1 BY 1
009985         UNTIL GLM-SUB > GLM-CNT.
009986     IF GLM-MATCH-SUB NOT = ZERO OR GLM-CNT >= GLM-MAX-ENTRIES
009987         GO TO 9955-GL-MAP-ABORT
009988     END-IF.
009989     ADD 1 TO GLM-CNT.
009990     MOVE GML-LOC        TO GMT-LOC (GLM-CNT).
009991     MOVE GML-DEPT       TO GMT-DEPT (GLM-CNT).
009992     MOVE GML-EARN-CODE  TO GMT-EARN-CODE (GLM-CNT).
009993     MOVE GML-LABOR-ACCT TO GMT-LABOR-ACCT (GLM-CNT).
009994     MOVE GML-TAX-ACCT   TO GMT-TAX-ACCT (GLM-CNT).
009995 1520-STORE-LABOR-MAP-EXIT.
009996     EXIT.
009997*--------------------------------------------------------------*
009998*    1530-STORE-CONTROL-ACCT
009999*--------------------------------------------------------------*
010000 1530-STORE-CONTROL-ACCT.
010001     MOVE ZERO TO GCT-MATCH-SUB.
010002     PERFORM 1535-FIND-CONTROL-FUNCTION
010003         THRU 1535-FIND-CONTROL-FUNCTION-EXIT
010004         VARYING GCT-SUB FROM 1 BY 1
010005         UNTIL GCT-SUB > GCT-COUNT.
010006     IF GCT-MATCH-SUB = ZERO
010007         GO TO 1530-STORE-CONTROL-ACCT-EXIT
010008     END-IF.
010009     IF GMC-ACCOUNT = SPACES OR
010010        GCT-ACCOUNT (GCT-MATCH-SUB) NOT = SPACES
010011         GO TO 9955-GL-MAP-ABORT
010012     END-IF.
010013     MOVE GMC-ACCOUNT TO GCT-ACCOUNT (GCT-MATCH-SUB).
010014 1530-STORE-CONTROL-ACCT-EXIT.
010015     EXIT.
010016*--------------------------------------------------------------*
010017*    1535-FIND-CONTROL-FUNCTION
010018*--------------------------------------------------------------*
010019 1535-FIND-CONTROL-FUNCTION.
010020     IF GCT-FUNCTION (GCT-SUB) = GMC-FUNCTION
010021         MOVE GCT-SUB TO GCT-MATCH-SUB
010022     END-IF.
010023 1535-FIND-CONTROL-FUNCTION-EXIT.
010024     EXIT.
010025*--------------------------------------------------------------*
010026*    1540-CHECK-CONTROL-ACCT
010027*--------------------------------------------------------------*
010028 1540-CHECK-CONTROL-ACCT.
010029     IF GCT-ACCOUNT (GCT-SUB) = SPACES
010030         GO TO 9955-GL-MAP-ABORT
010031     END-IF.
010032 1540-CHECK-CONTROL-ACCT-EXIT.
010033     EXIT.
009920*--------------------------------------------------------------*
009930*    2000-PROCESS-EMPLOYEE
009940*--------------------------------------------------------------*
010070     IF (RUN-LOC-FILTER NOT = SPACES AND
010080         WHERE NOT = RUN-LOC-FILTER) OR
010090        (RUN-EMP-FILTER NOT = SPACES AND
010091         EMP-ID NOT = RUN-EMP-FILTER) OR
010092        (RUN-PAY-GROUP NOT = SPACES AND
010093         EMP-PAY-GROUP NOT = RUN-PAY-GROUP)
010110         ADD 1 TO EMP-BYPASS-CTR
010120         PERFORM 8000-CHECKPOINT-RUN
010130             THRU 8000-CHECKPOINT-RUN-EXIT
010150             THRU 3000-READ-EMPLOYEE-EXIT
010160         GO TO 2000-PROCESS-EMPLOYEE-EXIT
010170     END-IF.
010171     PERFORM 4000-VALIDATE-EMPLOYEE
010172         THRU 4000-VALIDATE-EMPLOYEE-EXIT.
010173*    GROSS IS PRICED AND EVERY EARNINGS LINE MAPPED TO ITS
010174*    ACCOUNTS BEFORE THE BREAKS OR ANYTHING ELSE IS WRITTEN, SO
010175*    AN UNMAPPED LINE STOPS THE RUN WITH NOTHING HALF-DONE FOR
010176*    THIS EMPLOYEE.
010177     IF EMP-VALID
010178         PERFORM 5000-COMPUTE-GROSS-PAY
010179             THRU 5000-COMPUTE-GROSS-PAY-EXIT
010180         PERFORM 5200-MAP-LABOR-ACCOUNTS
010181             THRU 5200-MAP-LABOR-ACCOUNTS-EXIT
010182     END-IF.
010183     IF NOT FIRST-RECORD
010184         IF WHERE NOT = HOLD-WHERE
010185             PERFORM 9800-LOCATION-BREAK
010186                 THRU 9800-LOCATION-BREAK-EXIT
010187         ELSE
010188             IF EMP-DEPT NOT = HOLD-DEPT
010189                 PERFORM 9750-DEPARTMENT-BREAK
010190                     THRU 9750-DEPARTMENT-BREAK-EXIT
010191             END-IF
010192         END-IF
010193     END-IF.
010210     MOVE 'N' TO FIRST-RECORD-SW.
010220     MOVE WHERE TO HOLD-WHERE.
010221     MOVE EMP-DEPT TO HOLD-DEPT.
010250     PERFORM 8050-MARK-IN-PROGRESS
010260         THRU 8050-MARK-IN-PROGRESS-EXIT.
010270     IF EMP-VALID
010300         PERFORM 6000-COMPUTE-WITHHOLDING
010310             THRU 6000-COMPUTE-WITHHOLDING-EXIT
010312         PERFORM 6500-APPLY-DEDUCTIONS
010400         ADD WITHHOLDING TO WITHHOLD-TOTAL-AMT
010410         ADD GROSS-PAY TO LOC-SUBTOTAL
010420         ADD GROSS-PAY TO GRAND-TOTAL
010421         PERFORM 5300-ADD-EARN-TOTAL
010422             THRU 5300-ADD-EARN-TOTAL-EXIT
010423             VARYING TC-LINE-SUB FROM 1 BY 1
010424             UNTIL TC-LINE-SUB > TC-LINE-CNT
010425         MOVE ER-CYCLE-AMT TO ER-SPREAD-LEFT
010426         PERFORM 5350-DISTRIBUTE-LABOR
010427             THRU 5350-DISTRIBUTE-LABOR-EXIT
010428             VARYING TC-LINE-SUB FROM 1 BY 1
010429             UNTIL TC-LINE-SUB > TC-LINE-CNT
010440         ADD 1 TO EMP-PAID-CTR
010450     ELSE
010460         PERFORM 4500-WRITE-EXCEPTION
010620     END-IF.
010630     ADD 1 TO EMP-READ-CTR.
010640     ADD HOURS TO EMP-HOURS-HASH.
010641*    NO TIME CARD IS LOADED UNTIL THE EMPLOYEE IS VALIDATED.
010642     MOVE ZERO TO TC-LINE-CNT.
010643     MOVE ZERO TO TC-TOTAL-HOURS.
010650*    DUPLICATES WERE FLAGGED BY THE EMP-ID SORT PASS - THE
010660*    FLAG RIDES ON THE RECORD, SO THERE IS NO TABLE TO FILL.
010680     IF EMP-DUP-REC
010940 4000-VALIDATE-EMPLOYEE.
010950     MOVE 'Y' TO VALID-SW.
010960     MOVE SPACES TO EXC-REASON.
010961*    A SALARIED EMPLOYEE IS PAID FROM THE ANNUAL SALARY, NOT
010962*    THE HOURLY RATE.
010963     IF RATE = ZERO AND NOT EMP-SALARIED
010980         MOVE 'N' TO VALID-SW
010990         MOVE "RATE IS ZERO" TO REASON-TEXT
011000         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
011040         MOVE "RATE EXCEEDS CEILING" TO REASON-TEXT
011050         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
011060     END-IF.
011061     PERFORM 4350-SET-PAY-FREQUENCY
011062         THRU 4350-SET-PAY-FREQUENCY-EXIT.
011061     PERFORM 4400-LOAD-TIME-CARD
011062         THRU 4400-LOAD-TIME-CARD-EXIT.
011190     PERFORM 4200-VALIDATE-STATE-RATE
011200         THRU 4200-VALIDATE-STATE-RATE-EXIT.
011202     PERFORM 4300-VALIDATE-LEAVE
011390 4050-APPEND-REASON-EXIT.
011400     EXIT.
011410*--------------------------------------------------------------*
011411*    4100-LOOKUP-EARN-CODE
011412*
011413*    EARN-MATCH-SUB COMES BACK ZERO WHEN EARN-SEARCH-CODE IS
011414*    NOT IN THE TABLE.
011430*--------------------------------------------------------------*
011440 4100-LOOKUP-EARN-CODE.
011450     MOVE ZERO TO EARN-MATCH-SUB.
011460     PERFORM 4110-FIND-EARN-CODE
011470         THRU 4110-FIND-EARN-CODE-EXIT
011480         VARYING EARN-SUB FROM 1 BY 1
011490         UNTIL EARN-SUB > EARN-TABLE-SIZE.
011491 4100-LOOKUP-EARN-CODE-EXIT.
011560     EXIT.
011570*--------------------------------------------------------------*
011580*    4110-FIND-EARN-CODE
011590*--------------------------------------------------------------*
011600 4110-FIND-EARN-CODE.
011610     IF ERN-CODE (EARN-SUB) = EARN-SEARCH-CODE
011620         MOVE EARN-SUB TO EARN-MATCH-SUB
011630     END-IF.
011640 4110-FIND-EARN-CODE-EXIT.
011933*
011934*    A LEAVE PAYMENT MAY NOT EXCEED THE BALANCE ON FILE.  THE
011935*    BALANCE IS TESTED BEFORE THIS CYCLE'S ACCRUAL IS ADDED -
011936*    HOURS NOT YET EARNED CANNOT BE SPENT.  THE HOURS TESTED
011937*    ARE ALL THE CARD'S VA AND SK LINES TOGETHER.
011937*--------------------------------------------------------------*
011938 4300-VALIDATE-LEAVE.
011939     IF TC-VAC-HOURS = ZERO AND TC-SICK-HOURS = ZERO
011940         GO TO 4300-VALIDATE-LEAVE-EXIT
011941     END-IF.
011942     MOVE EMP-ID TO LVE-EMP-ID.
011945             MOVE ZERO TO LVE-VAC-BAL
011946             MOVE ZERO TO LVE-SICK-BAL
011947     END-READ.
011948     IF TC-VAC-HOURS > LVE-VAC-BAL
011949         MOVE 'N' TO VALID-SW
011950         MOVE "INSUFF VACATION BAL" TO REASON-TEXT
011951         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
011952     END-IF.
011953     IF TC-SICK-HOURS > LVE-SICK-BAL
011954         MOVE 'N' TO VALID-SW
011955         MOVE "INSUFF SICK BALANCE" TO REASON-TEXT
011956         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
011957     END-IF.
011958 4300-VALIDATE-LEAVE-EXIT.
011959     EXIT.
011960*--------------------------------------------------------------*
011961*    4350-SET-PAY-FREQUENCY
011962*
011963*    EDIT THE PAY TYPE AND FREQUENCY AND SET THE PERIOD
011964*    FIGURES THE REST OF THE EMPLOYEE'S PAY IS BUILT ON.  THE
011965*    OVERTIME THRESHOLD AND HOURS CEILING SCALE WITH THE WEEKS
011966*    IN THE PERIOD (A SEMIMONTHLY CARD IS HELD TO TWO WEEKS),
011967*    THE SALARY AND FEDERAL TAX WITH THE PERIODS IN A YEAR.
011968*    A ONE-GROUP RUN TAKES THE GROUP'S FREQUENCY FROM ITS FIRST
011969*    EMPLOYEE AND REJECTS ANY MEMBER CARRYING ANOTHER.
011970*--------------------------------------------------------------*
011971 4350-SET-PAY-FREQUENCY.
011972     MOVE 52  TO PERIODS-PER-YEAR.
011973     MOVE 1   TO PERIOD-WEEKS.
011974     MOVE 'W' TO PAY-FREQ-WORK.
011975     MOVE ZERO TO PERIOD-SALARY.
011976     IF EMP-FREQ-BIWEEKLY
011977         MOVE 26  TO PERIODS-PER-YEAR
011978         MOVE 2   TO PERIOD-WEEKS
011979         MOVE 'B' TO PAY-FREQ-WORK
011980     END-IF.
011981     IF EMP-FREQ-SEMIMONTHLY
011982         MOVE 24  TO PERIODS-PER-YEAR
011983         MOVE 2   TO PERIOD-WEEKS
011984         MOVE 'S' TO PAY-FREQ-WORK
011985     END-IF.
011986     COMPUTE PERIOD-STD-HOURS = STD-HOURS * PERIOD-WEEKS.
011987     COMPUTE PERIOD-MAX-HOURS = VALID-MAX-HOURS * PERIOD-WEEKS.
011988     IF NOT EMP-PAY-FREQ-VALID
011989         MOVE 'N' TO VALID-SW
011990         MOVE "INVALID PAY FREQUENCY" TO REASON-TEXT
011991         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
011992     END-IF.
011993     IF NOT EMP-PAY-TYPE-VALID
011994         MOVE 'N' TO VALID-SW
011995         MOVE "INVALID PAY TYPE" TO REASON-TEXT
011996         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
011997     END-IF.
011998     IF EMP-SALARIED
011999         IF EMP-ANNUAL-SALARY NOT NUMERIC OR
012000            EMP-ANNUAL-SALARY = ZERO
012001             MOVE 'N' TO VALID-SW
012002             MOVE "SALARIED - NO SALARY" TO REASON-TEXT
012003             PERFORM 4050-APPEND-REASON
012004                 THRU 4050-APPEND-REASON-EXIT
012005         ELSE
012006             COMPUTE PERIOD-SALARY ROUNDED =
012007                 EMP-ANNUAL-SALARY / PERIODS-PER-YEAR
012008         END-IF
012009     END-IF.
012010     IF RUN-PAY-GROUP = SPACES
012011         GO TO 4350-SET-PAY-FREQUENCY-EXIT
012012     END-IF.
012013     IF RUN-PAY-FREQ = SPACE
012014         MOVE PAY-FREQ-WORK TO RUN-PAY-FREQ
012015     END-IF.
012016     IF PAY-FREQ-WORK NOT = RUN-PAY-FREQ
012017         MOVE 'N' TO VALID-SW
012018         MOVE "GROUP FREQ MISMATCH" TO REASON-TEXT
012019         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
012020     END-IF.
012021 4350-SET-PAY-FREQUENCY-EXIT.
012022     EXIT.
011960*--------------------------------------------------------------*
011961*    4400-LOAD-TIME-CARD
011962*
011963*    LOAD THE EMPLOYEE'S CARD LINES FOR THIS PAY PERIOD AND
011964*    EDIT THEM.  NO CARD, A CARD WITH NOTHING TO PAY, A BAD
011965*    LINE OR HOURS PAST THE CEILING REJECT THE EMPLOYEE -
011966*    PAYTCEDT LISTS THE SAME CONDITIONS BEFORE THE RUN.  A
011967*    SALARIED EMPLOYEE NEEDS NO CARD - ANY CARD LINES (LEAVE,
011968*    BONUS) ARE PAID ALONGSIDE THE SALARY LINE BUILT HERE.
011967*--------------------------------------------------------------*
011968 4400-LOAD-TIME-CARD.
011969     MOVE ZERO TO TC-LINE-CNT.
011970     MOVE ZERO TO TC-TOTAL-HOURS.
011971     MOVE ZERO TO TC-AMOUNT-TOTAL.
011972     MOVE ZERO TO TC-VAC-HOURS.
011973     MOVE ZERO TO TC-SICK-HOURS.
011974     MOVE 'N'  TO TC-CARD-FOUND-SW.
011975     MOVE 'N'  TO TC-TOO-MANY-SW.
011976     MOVE 'N'  TO TCD-DONE-SW.
011977     MOVE EMP-ID         TO TCD-EMP-ID.
011978     MOVE PAY-PERIOD-END TO TCD-PERIOD-END.
011979     MOVE ZERO           TO TCD-LINE-NBR.
011980     START TCDFILE KEY NOT < TCD-KEY
011981         INVALID KEY MOVE 'Y' TO TCD-DONE-SW
011982     END-START.
011983     PERFORM 4410-READ-CARD-LINE
011984         THRU 4410-READ-CARD-LINE-EXIT
011985         UNTIL TCD-DONE.
011986     IF NOT TC-CARD-FOUND AND NOT EMP-SALARIED
011987         MOVE 'N' TO VALID-SW
011988         MOVE "NO TIME CARD" TO REASON-TEXT
011989         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
011990         GO TO 4400-LOAD-TIME-CARD-EXIT
011991     END-IF.
011992     IF TC-TOO-MANY
011993         MOVE 'N' TO VALID-SW
011994         MOVE "TOO MANY CARD LINES" TO REASON-TEXT
011995         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
011996     END-IF.
011997     IF TC-TOTAL-HOURS = ZERO AND TC-AMOUNT-TOTAL = ZERO AND
011998        NOT EMP-SALARIED
011998         MOVE 'N' TO VALID-SW
011999         MOVE "NO HOURS OR AMOUNT" TO REASON-TEXT
012000         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
012001     END-IF.
012002     IF TC-TOTAL-HOURS > PERIOD-MAX-HOURS
012003         MOVE 'N' TO VALID-SW
012004         MOVE "HOURS EXCEED CEILING" TO REASON-TEXT
012005         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
012006     END-IF.
012007*    THE SALARY LINE GOES LAST.  THE CARD HOLDS ONE LINE LESS
012008*    THAN THE TABLE AND A SALARIED CHECK NEVER BUILDS AN
012009*    OVERTIME LINE, SO THERE IS ALWAYS ROOM FOR IT.
012010     IF EMP-SALARIED AND PERIOD-SALARY > ZERO
012011         MOVE "SA" TO EARN-SEARCH-CODE
012012         PERFORM 4100-LOOKUP-EARN-CODE
012013             THRU 4100-LOOKUP-EARN-CODE-EXIT
012014         ADD 1 TO TC-LINE-CNT
012015         MOVE EARN-MATCH-SUB   TO TCL-EARN-SUB (TC-LINE-CNT)
012016         MOVE PERIOD-STD-HOURS TO TCL-HOURS (TC-LINE-CNT)
012017         MOVE PERIOD-SALARY    TO TCL-AMOUNT (TC-LINE-CNT)
012018         ADD PERIOD-SALARY     TO TC-AMOUNT-TOTAL
012019     END-IF.
012007 4400-LOAD-TIME-CARD-EXIT.
012008     EXIT.
012009*--------------------------------------------------------------*
012010*    4410-READ-CARD-LINE
012011*
012012*    A FLAT-AMOUNT LINE (BASIS A) PAYS ITS AMOUNT AND IGNORES
012013*    ANY HOURS KEYED ON IT - EVERY OTHER LINE PAYS ITS HOURS.
012014*--------------------------------------------------------------*
012015 4410-READ-CARD-LINE.
012016     READ TCDFILE NEXT RECORD
012017         AT END MOVE 'Y' TO TCD-DONE-SW
012018     END-READ.
012019     IF TCD-DONE
012020         GO TO 4410-READ-CARD-LINE-EXIT
012021     END-IF.
012022     IF TCD-EMP-ID NOT = EMP-ID OR
012023        TCD-PERIOD-END NOT = PAY-PERIOD-END
012024         MOVE 'Y' TO TCD-DONE-SW
012025         GO TO 4410-READ-CARD-LINE-EXIT
012026     END-IF.
012027     MOVE 'Y' TO TC-CARD-FOUND-SW.
012028     IF TCD-HOURS-X NOT NUMERIC OR TCD-AMOUNT-X NOT NUMERIC
012029         MOVE 'N' TO VALID-SW
012030         MOVE "TIME CARD NOT NUMERIC" TO REASON-TEXT
012031         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
012032         GO TO 4410-READ-CARD-LINE-EXIT
012033     END-IF.
012034     MOVE TCD-EARN-CODE TO EARN-SEARCH-CODE.
012035     PERFORM 4100-LOOKUP-EARN-CODE
012036         THRU 4100-LOOKUP-EARN-CODE-EXIT.
012037     IF EARN-MATCH-SUB = ZERO
012038         MOVE 'N' TO VALID-SW
012039         MOVE "INVALID EARNINGS CODE" TO REASON-TEXT
012040         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
012041         GO TO 4410-READ-CARD-LINE-EXIT
012042     END-IF.
012043*    THE SALARY LINE IS THE RUN'S TO BUILD, AND A SALARIED
012044*    EMPLOYEE IS NOT PAID FOR WORKED OR OVERTIME HOURS.
012045     IF ERN-SALARY-BASIS (EARN-MATCH-SUB)
012046         MOVE 'N' TO VALID-SW
012047         MOVE "SALARY KEYED ON CARD" TO REASON-TEXT
012048         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
012049         GO TO 4410-READ-CARD-LINE-EXIT
012050     END-IF.
012051     IF EMP-SALARIED AND
012052        (ERN-REGULAR-BASIS (EARN-MATCH-SUB) OR
012053         ERN-OVERTIME-BASIS (EARN-MATCH-SUB))
012054         MOVE 'N' TO VALID-SW
012055         MOVE "SALARIED - RG/OT LINE" TO REASON-TEXT
012056         PERFORM 4050-APPEND-REASON THRU 4050-APPEND-REASON-EXIT
012057         GO TO 4410-READ-CARD-LINE-EXIT
012058     END-IF.
012043     IF TC-LINE-CNT >= TC-MAX-LINES
012044         MOVE 'Y' TO TC-TOO-MANY-SW
012045         GO TO 4410-READ-CARD-LINE-EXIT
012046     END-IF.
012047     ADD 1 TO TC-LINE-CNT.
012048     MOVE EARN-MATCH-SUB TO TCL-EARN-SUB (TC-LINE-CNT).
012049     IF ERN-AMOUNT-BASIS (EARN-MATCH-SUB)
012050         MOVE ZERO       TO TCL-HOURS (TC-LINE-CNT)
012051         MOVE TCD-AMOUNT TO TCL-AMOUNT (TC-LINE-CNT)
012052         ADD TCD-AMOUNT  TO TC-AMOUNT-TOTAL
012053     ELSE
012054         MOVE TCD-HOURS  TO TCL-HOURS (TC-LINE-CNT)
012055         MOVE ZERO       TO TCL-AMOUNT (TC-LINE-CNT)
012056         ADD TCD-HOURS   TO TC-TOTAL-HOURS
012057     END-IF.
012058     IF TCD-EARN-CODE = "VA"
012059         ADD TCD-HOURS TO TC-VAC-HOURS
012060     END-IF.
012061     IF TCD-EARN-CODE = "SK"
012062         ADD TCD-HOURS TO TC-SICK-HOURS
012063     END-IF.
012064 4410-READ-CARD-LINE-EXIT.
012065     EXIT.
011940*--------------------------------------------------------------*
011950*    4500-WRITE-EXCEPTION
011960*--------------------------------------------------------------*
011980     ADD 1 TO EMP-REJECT-CTR.
011990     MOVE EMP-ID TO EXC-EMP-ID.
012000     MOVE WHO    TO EXC-WHO.
012010     MOVE TC-TOTAL-HOURS TO EXC-HOURS.
012020     MOVE RATE   TO EXC-RATE.
012030     WRITE EXC-RECORD FROM EXC-LINE.
012040 4500-WRITE-EXCEPTION-EXIT.
012050     EXIT.
012060*--------------------------------------------------------------*
012070*    5000-COMPUTE-GROSS-PAY
012071*
012072*    PRICE EVERY LINE OF THE CARD AND ADD THEM UP.  REGULAR
012073*    HOURS PAST THE STANDARD WEEK ARE CUT BACK ON THEIR OWN
012074*    LINE AND PAID ON A SEPARATE OVERTIME LINE, SO THE STUB,
012075*    HISTORY AND EARN TYPE TOTALS ALL SHOW THE SAME SPLIT.
012076*    THE STANDARD WEEK IS SCALED TO THE WEEKS IN THE PERIOD.
012080*--------------------------------------------------------------*
012090 5000-COMPUTE-GROSS-PAY.
012091     MOVE ZERO      TO GROSS-PAY.
012092     MOVE ZERO      TO REG-HOURS.
012093     MOVE ZERO      TO OT-HOURS.
012094     MOVE ZERO      TO TC-OVERFLOW-HOURS.
012095     MOVE PERIOD-STD-HOURS TO TC-ROOM-HOURS.
012096     PERFORM 5100-PRICE-CARD-LINE
012097         THRU 5100-PRICE-CARD-LINE-EXIT
012098         VARYING TC-LINE-SUB FROM 1 BY 1
012099         UNTIL TC-LINE-SUB > TC-LINE-CNT.
012100     IF TC-OVERFLOW-HOURS > ZERO
012101         MOVE "OT" TO EARN-SEARCH-CODE
012102         PERFORM 4100-LOOKUP-EARN-CODE
012103             THRU 4100-LOOKUP-EARN-CODE-EXIT
012104         ADD 1 TO TC-LINE-CNT
012105         MOVE EARN-MATCH-SUB    TO TCL-EARN-SUB (TC-LINE-CNT)
012106         MOVE TC-OVERFLOW-HOURS TO TCL-HOURS (TC-LINE-CNT)
012107         MOVE ZERO              TO TCL-AMOUNT (TC-LINE-CNT)
012108         MOVE TC-LINE-CNT       TO TC-LINE-SUB
012109         PERFORM 5100-PRICE-CARD-LINE
012110             THRU 5100-PRICE-CARD-LINE-EXIT
012111     END-IF.
012200 5000-COMPUTE-GROSS-PAY-EXIT.
012210     EXIT.
012211*--------------------------------------------------------------*
012212*    5100-PRICE-CARD-LINE
012213*
012214*    THE SALARY LINE COVERS THE WHOLE PERIOD, SO A SALARIED
012215*    EMPLOYEE'S LEAVE HOURS ARE PRICED AT ZERO - THEY STILL
012216*    DRAW DOWN THE LEAVE BALANCE.
012213*--------------------------------------------------------------*
012214 5100-PRICE-CARD-LINE.
012215     MOVE TCL-EARN-SUB (TC-LINE-SUB) TO EARN-SUB.
012216     IF ERN-AMOUNT-BASIS (EARN-SUB)
012217         MOVE TCL-AMOUNT (TC-LINE-SUB) TO TCL-GROSS (TC-LINE-SUB)
012218         GO TO 5100-PRICE-CARD-LINE-TOTAL
012219     END-IF.
012220     IF ERN-SALARY-BASIS (EARN-SUB)
012221         MOVE TCL-AMOUNT (TC-LINE-SUB) TO TCL-GROSS (TC-LINE-SUB)
012222         ADD TCL-HOURS (TC-LINE-SUB) TO REG-HOURS
012223         GO TO 5100-PRICE-CARD-LINE-TOTAL
012224     END-IF.
012225     IF EMP-SALARIED
012226         MOVE ZERO TO TCL-GROSS (TC-LINE-SUB)
012218     ELSE
012219         IF ERN-OVERTIME-BASIS (EARN-SUB)
012220             ADD TCL-HOURS (TC-LINE-SUB) TO OT-HOURS
012221             COMPUTE TCL-GROSS (TC-LINE-SUB) ROUNDED =
012222                 TCL-HOURS (TC-LINE-SUB) * RATE * OT-FACTOR
012223         ELSE
012224             IF ERN-REGULAR-BASIS (EARN-SUB)
012225                 PERFORM 5150-CAP-REGULAR-HOURS
012226                     THRU 5150-CAP-REGULAR-HOURS-EXIT
012227             END-IF
012228             COMPUTE TCL-GROSS (TC-LINE-SUB) ROUNDED =
012229                 TCL-HOURS (TC-LINE-SUB) * RATE
012230         END-IF
012231     END-IF.
012232 5100-PRICE-CARD-LINE-TOTAL.
012232     ADD TCL-GROSS (TC-LINE-SUB) TO GROSS-PAY.
012233 5100-PRICE-CARD-LINE-EXIT.
012234     EXIT.
012235*--------------------------------------------------------------*
012236*    5150-CAP-REGULAR-HOURS
012237*
012238*    REGULAR HOURS FILL THE STANDARD WEEK IN LINE ORDER - WHAT
012239*    WILL NOT FIT IS HELD BACK FOR THE OVERTIME LINE.
012240*--------------------------------------------------------------*
012241 5150-CAP-REGULAR-HOURS.
012242     IF TCL-HOURS (TC-LINE-SUB) > TC-ROOM-HOURS
012243         COMPUTE TC-OVERFLOW-HOURS = TC-OVERFLOW-HOURS +
012244             TCL-HOURS (TC-LINE-SUB) - TC-ROOM-HOURS
012245         MOVE TC-ROOM-HOURS TO TCL-HOURS (TC-LINE-SUB)
012246     END-IF.
012247     SUBTRACT TCL-HOURS (TC-LINE-SUB) FROM TC-ROOM-HOURS.
012248     ADD TCL-HOURS (TC-LINE-SUB) TO REG-HOURS.
012249 5150-CAP-REGULAR-HOURS-EXIT.
012250     EXIT.
012251*--------------------------------------------------------------*
012252*    5200-MAP-LABOR-ACCOUNTS
012253*
012254*    EVERY EARNINGS LINE ON THE CHECK MUST MAP TO A LABOR AND AN
012255*    EMPLOYER TAX ACCOUNT.  A LINE THAT DOES NOT STOPS THE RUN -
012256*    A RESTART PICKS UP WITH THIS EMPLOYEE ONCE GLMFILE IS FIXED.
012257*--------------------------------------------------------------*
012258 5200-MAP-LABOR-ACCOUNTS.
012259     PERFORM 5210-MAP-CARD-LINE
012260         THRU 5210-MAP-CARD-LINE-EXIT
012261         VARYING TC-LINE-SUB FROM 1 BY 1
012262         UNTIL TC-LINE-SUB > TC-LINE-CNT.
012263 5200-MAP-LABOR-ACCOUNTS-EXIT.
012264     EXIT.
012265*--------------------------------------------------------------*
012266*    5210-MAP-CARD-LINE
012267*--------------------------------------------------------------*
012268 5210-MAP-CARD-LINE.
012269     MOVE TCL-EARN-SUB (TC-LINE-SUB) TO EARN-SUB.
012270     MOVE WHERE               TO GLM-SEARCH-LOC.
012271     MOVE EMP-DEPT            TO GLM-SEARCH-DEPT.
012272     MOVE ERN-CODE (EARN-SUB) TO GLM-SEARCH-EARN.
012273     PERFORM 5250-LOOKUP-GL-MAP
012274         THRU 5250-LOOKUP-GL-MAP-EXIT.
012275     IF GLM-MATCH-SUB = ZERO
012276         GO TO 9956-GL-MAP-MISSING-ABORT
012277     END-IF.
012278 5210-MAP-CARD-LINE-EXIT.
012279     EXIT.
012280*--------------------------------------------------------------*
012281*    5250-LOOKUP-GL-MAP
012282*
012283*    AN ENTRY FOR THE EXACT EARN CODE WINS OVER THE ** ENTRY FOR
012284*    THE SAME LOCATION AND DEPARTMENT.  GLM-MATCH-SUB IS LEFT
012285*    ZERO WHEN NEITHER IS ON FILE.
012286*--------------------------------------------------------------*
012287 5250-LOOKUP-GL-MAP.
012288     MOVE ZERO TO GLM-MATCH-SUB.
012289     MOVE ZERO TO GLM-DEFAULT-SUB.
012290     PERFORM 5260-FIND-GL-MAP
012291         THRU 5260-FIND-GL-MAP-EXIT
012292         VARYING GLM-SUB FROM 1 BY 1
012293         UNTIL GLM-SUB > GLM-CNT.
012294     IF GLM-MATCH-SUB = ZERO
012295         MOVE GLM-DEFAULT-SUB TO GLM-MATCH-SUB
012296     END-IF.
012297 5250-LOOKUP-GL-MAP-EXIT.
012298     EXIT.
012299*--------------------------------------------------------------*
012300*    5260-FIND-GL-MAP
012301*--------------------------------------------------------------*
012302 5260-FIND-GL-MAP.
012303     IF GMT-LOC (GLM-SUB) = GLM-SEARCH-LOC AND
012304        GMT-DEPT (GLM-SUB) = GLM-SEARCH-DEPT
012305         IF GMT-EARN-CODE (GLM-SUB) = GLM-SEARCH-EARN
012306             MOVE GLM-SUB TO GLM-MATCH-SUB
012307         ELSE
012308             IF GMT-EARN-CODE (GLM-SUB) = GLM-ANY-EARN
012309                 MOVE GLM-SUB TO GLM-DEFAULT-SUB
012310             END-IF
012311         END-IF
012312     END-IF.
012313 5260-FIND-GL-MAP-EXIT.
012314     EXIT.
012251*--------------------------------------------------------------*
012252*    5300-ADD-EARN-TOTAL
012253*--------------------------------------------------------------*
012254 5300-ADD-EARN-TOTAL.
012255     MOVE TCL-EARN-SUB (TC-LINE-SUB) TO EARN-SUB.
012256     ADD TCL-GROSS (TC-LINE-SUB) TO ET-GROSS (EARN-SUB).
012257 5300-ADD-EARN-TOTAL-EXIT.
012258     EXIT.
012259*--------------------------------------------------------------*
012260*    5350-DISTRIBUTE-LABOR
012261*
012262*    ADD THE LINE'S GROSS AND ITS SHARE OF THE CHECK'S EMPLOYER
012263*    TAX TO THE DEPARTMENT DISTRIBUTION.  THE TAX FOLLOWS EACH
012264*    LINE'S SHARE OF GROSS AND THE LAST LINE TAKES WHAT IS LEFT,
012265*    SO THE SPREAD ADDS BACK TO THE CHECK'S TAX TO THE PENNY.
012266*--------------------------------------------------------------*
012267 5350-DISTRIBUTE-LABOR.
012268     MOVE TCL-EARN-SUB (TC-LINE-SUB) TO EARN-SUB.
012269     IF TC-LINE-SUB = TC-LINE-CNT OR GROSS-PAY = ZERO
012270         MOVE ER-SPREAD-LEFT TO ER-SPREAD-AMT
012271     ELSE
012272         COMPUTE ER-SPREAD-AMT ROUNDED =
012273             ER-CYCLE-AMT * TCL-GROSS (TC-LINE-SUB) / GROSS-PAY
012274         IF ER-SPREAD-AMT > ER-SPREAD-LEFT
012275             MOVE ER-SPREAD-LEFT TO ER-SPREAD-AMT
012276         END-IF
012277     END-IF.
012278     SUBTRACT ER-SPREAD-AMT FROM ER-SPREAD-LEFT.
012279     ADD TCL-GROSS (TC-LINE-SUB) TO DDT-GROSS (EARN-SUB).
012280     ADD ER-SPREAD-AMT           TO DDT-ER-TAX (EARN-SUB).
012281 5350-DISTRIBUTE-LABOR-EXIT.
012282     EXIT.
012220*--------------------------------------------------------------*
012230*    6000-COMPUTE-WITHHOLDING
012240*--------------------------------------------------------------*
012360*
012370*    GRADUATED BRACKETS - EACH SLICE OF GROSS UP TO A BRACKET
012380*    LIMIT IS TAXED AT THAT BRACKET'S RATE.  GROSS PAST THE
012381*    LAST LIMIT IS TAXED AT THE LAST BRACKET'S RATE.  THE
012382*    LIMITS ARE ANNUAL, SO THE CHECK'S GROSS IS ANNUALIZED BY
012383*    ITS PAY FREQUENCY AND THE ANNUAL TAX SPREAD BACK OVER THE
012384*    PERIODS - A WEEKLY AND A BIWEEKLY CHECK FOR THE SAME
012385*    ANNUAL PAY WITHHOLD THE SAME TAX FOR THE YEAR.
012400*--------------------------------------------------------------*
012410 6100-CALC-FED-TAX.
012411     COMPUTE ANNUAL-GROSS = GROSS-PAY * PERIODS-PER-YEAR.
012420     MOVE ZERO TO TAX-WORK-AMT.
012430     MOVE ZERO TO TAX-PREV-LIMIT.
012440     MOVE 'N'  TO TAX-DONE-SW.
012460         THRU 6150-FED-BRACKET-SLICE-EXIT
012470         VARYING TAX-SUB FROM 1 BY 1
012480         UNTIL TAX-SUB > FED-BRACKET-CNT OR TAX-DONE.
012490     COMPUTE FED-TAX ROUNDED = TAX-WORK-AMT / PERIODS-PER-YEAR.
012500 6100-CALC-FED-TAX-EXIT.
012510     EXIT.
012520*--------------------------------------------------------------*
012530*    6150-FED-BRACKET-SLICE
012540*--------------------------------------------------------------*
012550 6150-FED-BRACKET-SLICE.
012560     IF ANNUAL-GROSS > FBR-LIMIT (TAX-SUB) AND
012570        TAX-SUB < FED-BRACKET-CNT
012580         COMPUTE TAX-WORK-AMT = TAX-WORK-AMT +
012590             ((FBR-LIMIT (TAX-SUB) - TAX-PREV-LIMIT)
012610         MOVE FBR-LIMIT (TAX-SUB) TO TAX-PREV-LIMIT
012620     ELSE
012630         COMPUTE TAX-WORK-AMT = TAX-WORK-AMT +
012640             ((ANNUAL-GROSS - TAX-PREV-LIMIT)
012650               * FBR-PCT (TAX-SUB))
012660         MOVE 'Y' TO TAX-DONE-SW
012670     END-IF.
012701     MOVE ZERO TO DED-OTHER-AMT.
012702     MOVE ZERO TO DED-EMP-ARREARS.
012703     MOVE ZERO TO DED-CHECK-AMT.
012704     MOVE ZERO TO DED-ARR-CNT.
012705     MOVE ZERO TO DED-RMT-CNT.
012705     MOVE ZERO TO DED-CHECK-TYPE-AMT (1).
012706     MOVE ZERO TO DED-CHECK-TYPE-AMT (2).
012707     MOVE ZERO TO DED-CHECK-TYPE-AMT (3).
012703     MOVE 'N'  TO DED-DONE-SW.
012704     MOVE EMP-ID TO DED-EMP-ID.
012705     MOVE ZERO   TO DED-PRIORITY.
012749         MOVE ZERO TO DED-TAKE-AMT
012750     END-IF.
012751     SUBTRACT DED-TAKE-AMT FROM NET-PAY.
012752     MOVE DED-ARREARS TO DED-OLD-ARREARS.
012752     COMPUTE DED-ARREARS = DED-WANT-AMT - DED-TAKE-AMT.
012753     ADD DED-ARREARS TO DED-EMP-ARREARS.
012754     REWRITE DED-RECORD.
012755     IF DED-ARREARS NOT = DED-OLD-ARREARS
012756         ADD 1 TO DED-ARR-CNT
012757         IF DED-ARR-CNT NOT > DED-ARR-MAX
012758             MOVE DED-PRIORITY TO DAR-PRIORITY (DED-ARR-CNT)
012759             COMPUTE DAR-CHANGE (DED-ARR-CNT) =
012760                 DED-ARREARS - DED-OLD-ARREARS
012761         END-IF
012762     END-IF.
012755     IF DED-TAKE-AMT > ZERO
012756         ADD DED-TAKE-AMT TO DED-RUN-TOTAL (DED-TYPE-MATCH-SUB)
012757         ADD DED-TAKE-AMT
012758             TO DED-CHECK-TYPE-AMT (DED-TYPE-MATCH-SUB)
012757         ADD DED-TAKE-AMT TO DED-CHECK-AMT
012758         IF DED-TYPE NOT = 'H'
012759             PERFORM 6530-HOLD-REMITTANCE
012760                 THRU 6530-HOLD-REMITTANCE-EXIT
012761         END-IF
012757         IF DED-STUB-CNT < DED-STUB-MAX
012758             ADD 1 TO DED-STUB-CNT
012759             MOVE DTT-DESC (DED-TYPE-MATCH-SUB)
012775 6520-FIND-DED-TYPE-EXIT.
012776     EXIT.
012777*--------------------------------------------------------------*
012778*    6530-HOLD-REMITTANCE
012779*
012780*    HEALTH PREMIUMS ARE BILLED BY THE CARRIER AND ARE NOT
012781*    REMITTED FROM HERE.  MORE THAN TEN REMITTED DEDUCTIONS ON
012782*    ONE EMPLOYEE IS A DEDUCTIONS MASTER PROBLEM, NOT A LIMIT TO
012783*    WORK AROUND - A DROPPED GARNISHMENT IS NOT SAFE TO SKIP.
012784*--------------------------------------------------------------*
012785 6530-HOLD-REMITTANCE.
012786     IF DED-RMT-CNT >= DED-RMT-MAX
012787         GO TO 9946-DED-REMIT-ABORT
012788     END-IF.
012789     ADD 1 TO DED-RMT-CNT.
012790     MOVE DED-PRIORITY TO DRM-PRIORITY (DED-RMT-CNT).
012791     MOVE DED-TYPE     TO DRM-TYPE (DED-RMT-CNT).
012792     MOVE DED-TAKE-AMT TO DRM-AMOUNT (DED-RMT-CNT).
012793     MOVE DED-CASE-NBR TO DRM-CASE-NBR (DED-RMT-CNT).
012794     MOVE DED-PAYEE    TO DRM-PAYEE (DED-RMT-CNT).
012795 6530-HOLD-REMITTANCE-EXIT.
012796     EXIT.
012777*--------------------------------------------------------------*
012778*    6800-COMPUTE-EMPLOYER-TAX
012779*
012780*    THE COMPANY-SIDE TAXES ON THIS CHECK.  PERFORMED FROM
012780     END-IF.
012790     MOVE WHO               TO D-WHO.
012800     MOVE WHERE             TO D-WHERE.
012801     IF TC-LINE-CNT = 1
012802         MOVE TCL-EARN-SUB (1)    TO EARN-SUB
012803         MOVE ERN-DESC (EARN-SUB) TO D-EARN-TYPE
012804     ELSE
012805         MOVE "MULTIPLE"          TO D-EARN-TYPE
012806     END-IF.
012807     MOVE TC-TOTAL-HOURS    TO D-HOURS.
012830     MOVE RATE              TO D-RATE.
012840     MOVE GROSS-PAY         TO D-GROSS-PAY.
012850     MOVE WITHHOLDING       TO D-WITHHOLDING.
012860     MOVE NET-PAY           TO D-NET-PAY.
012870     WRITE PRT-RECORD FROM PRT-DETAIL-LINE.
012880     ADD 1 TO PRT-LINE-CTR.
012881     IF TC-LINE-CNT > 1
012882         PERFORM 7010-WRITE-EARN-DETAIL
012883             THRU 7010-WRITE-EARN-DETAIL-EXIT
012884             VARYING TC-LINE-SUB FROM 1 BY 1
012885             UNTIL TC-LINE-SUB > TC-LINE-CNT
012886     END-IF.
012890 7000-WRITE-REGISTER-LINE-EXIT.
012900     EXIT.
012901*--------------------------------------------------------------*
012902*    7010-WRITE-EARN-DETAIL
012903*--------------------------------------------------------------*
012904 7010-WRITE-EARN-DETAIL.
012905     MOVE TCL-EARN-SUB (TC-LINE-SUB) TO EARN-SUB.
012906     MOVE ERN-DESC (EARN-SUB)        TO DL-EARN-TYPE.
012907     MOVE TCL-HOURS (TC-LINE-SUB)    TO DL-HOURS.
012908     IF ERN-AMOUNT-BASIS (EARN-SUB) OR
012909        ERN-SALARY-BASIS (EARN-SUB) OR EMP-SALARIED
012909         MOVE ZERO TO DL-RATE
012910     ELSE
012911         IF ERN-OVERTIME-BASIS (EARN-SUB)
012912             COMPUTE DL-RATE ROUNDED = RATE * OT-FACTOR
012913         ELSE
012914             MOVE RATE TO DL-RATE
012915         END-IF
012916     END-IF.
012917     MOVE TCL-GROSS (TC-LINE-SUB)    TO DL-GROSS-PAY.
012918     WRITE PRT-RECORD FROM PRT-EARN-DETAIL-LINE.
012919     ADD 1 TO PRT-LINE-CTR.
012920 7010-WRITE-EARN-DETAIL-EXIT.
012921     EXIT.
012910*--------------------------------------------------------------*
012920*    7500-WRITE-PAGE-HEADERS
012930*--------------------------------------------------------------*
013040     MOVE ZERO TO PRT-LINE-CTR.
013050 7500-WRITE-PAGE-HEADERS-EXIT.
013060     EXIT.
013061*--------------------------------------------------------------*
013062*    7550-WRITE-LDR-HEADERS
013063*--------------------------------------------------------------*
013064 7550-WRITE-LDR-HEADERS.
013065     ADD 1 TO LDR-PAGE-NBR.
013066     MOVE LDR-PAGE-NBR TO B1-PAGE-NBR.
013067     WRITE LDR-RECORD FROM PRT-BANNER-LINE-1.
013068     WRITE LDR-RECORD FROM LDR-BANNER-LINE-2.
013069     WRITE LDR-RECORD FROM PRT-BANNER-LINE-3.
013070     WRITE LDR-RECORD FROM LDR-COLUMN-HEADINGS.
013071     WRITE LDR-RECORD FROM PRT-BANNER-LINE-3.
013072     MOVE ZERO TO LDR-LINE-CTR.
013073 7550-WRITE-LDR-HEADERS-EXIT.
013074     EXIT.
013070*--------------------------------------------------------------*
013080*    7800-UPDATE-YTD
013090*--------------------------------------------------------------*
013182             MOVE ZERO TO YTD-ER-FICA
013184             MOVE ZERO TO YTD-ER-FUTA
013186             MOVE ZERO TO YTD-ER-SUTA
013187             MOVE ZERO TO YTD-FED-WITHHOLD
013188             MOVE ZERO TO YTD-STATE-WITHHOLD
013190             PERFORM 7850-ZERO-YTD-QTR
013200                 THRU 7850-ZERO-YTD-QTR-EXIT
013210                 VARYING QTR-SUB FROM 1 BY 1
013250     ADD WITHHOLDING TO YTD-WITHHOLDING.
013260     ADD GROSS-PAY   TO YTD-QTR-GROSS (PAY-QTR).
013270     ADD WITHHOLDING TO YTD-QTR-WITHHOLD (PAY-QTR).
013271     ADD FED-TAX     TO YTD-FED-WITHHOLD.
013272     ADD STATE-TAX   TO YTD-STATE-WITHHOLD.
013272     ADD ER-FICA-AMT TO YTD-ER-FICA.
013274     ADD ER-FUTA-AMT TO YTD-ER-FUTA.
013276     ADD ER-SUTA-AMT TO YTD-ER-SUTA.
013433*
013434*    ACCRUE THIS CYCLE'S POLICY HOURS FOR THE EMPLOYEE'S
013435*    LOCATION, THEN DRAW DOWN THE HOURS PAID WHEN THE CHECK
013436*    CARRIES LEAVE LINES.  THE UPDATED BALANCES GO ON THE STUB.
013437*--------------------------------------------------------------*
013438 7880-UPDATE-LEAVE.
013439     MOVE EMP-ID TO LVE-EMP-ID.
013455         ADD LVP-T-VAC (LVP-MATCH-SUB)  TO LVE-VAC-BAL
013456         ADD LVP-T-SICK (LVP-MATCH-SUB) TO LVE-SICK-BAL
013457     END-IF.
013458     IF TC-VAC-HOURS > ZERO
013459         SUBTRACT TC-VAC-HOURS FROM LVE-VAC-BAL
013460     END-IF.
013461     IF TC-SICK-HOURS > ZERO
013462         SUBTRACT TC-SICK-HOURS FROM LVE-SICK-BAL
013463     END-IF.
013464     IF LVE-NEW
013465         WRITE LVE-RECORD
013530     MOVE WHO   TO STB-WHO.
013540     MOVE WHERE TO STB-WHERE.
013550     WRITE STB-RECORD FROM STB-EMPLOYEE-LINE.
013551     PERFORM 7905-WRITE-STUB-EARN-LINE
013552         THRU 7905-WRITE-STUB-EARN-LINE-EXIT
013553         VARYING TC-LINE-SUB FROM 1 BY 1
013554         UNTIL TC-LINE-SUB > TC-LINE-CNT.
013580     MOVE REG-HOURS TO STB-REG-HOURS.
013590     MOVE OT-HOURS  TO STB-OT-HOURS.
013600     WRITE STB-RECORD FROM STB-HOURS-LINE.
013850     WRITE STB-RECORD AFTER ADVANCING PAGE.
013860 7900-WRITE-PAY-STUB-EXIT.
013870     EXIT.
013871*--------------------------------------------------------------*
013872*    7905-WRITE-STUB-EARN-LINE
013873*--------------------------------------------------------------*
013874 7905-WRITE-STUB-EARN-LINE.
013875     MOVE TCL-EARN-SUB (TC-LINE-SUB) TO EARN-SUB.
013876     MOVE ERN-DESC (EARN-SUB)        TO STB-EARN-TYPE.
013877     MOVE TCL-HOURS (TC-LINE-SUB)    TO STB-EARN-HOURS.
013878     MOVE TCL-GROSS (TC-LINE-SUB)    TO STB-EARN-AMT.
013879     WRITE STB-RECORD FROM STB-EARN-TYPE-LINE.
013880 7905-WRITE-STUB-EARN-LINE-EXIT.
013881     EXIT.
013861*--------------------------------------------------------------*
013862*    7910-WRITE-PAY-HISTORY
013863*
013864*    A DUPLICATE KEY MEANS THE CHECK WAS ALREADY RECORDED BY AN
013865*    EARLIER ATTEMPT AT THIS RUN - THE EXISTING IMAGE IS KEPT.
013866*    THAT ATTEMPT ALSO WROTE THE CHECK'S DEDUCTIONS-TAKEN
013867*    RECORDS, SO THEY ARE WRITTEN ONLY WITH A NEW IMAGE.
013866*--------------------------------------------------------------*
013867 7910-WRITE-PAY-HISTORY.
013868     MOVE SPACES          TO PHS-RECORD.
013868     MOVE EMP-ID          TO PHS-EMP-ID.
013869     MOVE PAY-PERIOD-END  TO PHS-PERIOD-END.
013870     MOVE CHECK-NBR       TO PHS-CHECK-NBR.
013871     MOVE WHO             TO PHS-NAME.
013872     MOVE WHERE           TO PHS-WHERE.
013873     MOVE EMP-DEPT        TO PHS-DEPT.
013873*    A CHECK WITH MORE THAN ONE EARN TYPE IS CODED MX - THE
013874*    LINES BELOW CARRY THE DETAIL.
013875     IF TC-LINE-CNT = 1
013876         MOVE TCL-EARN-SUB (1)    TO EARN-SUB
013877         MOVE ERN-CODE (EARN-SUB) TO PHS-EARN-CODE
013878     ELSE
013879         MOVE "MX"                TO PHS-EARN-CODE
013880     END-IF.
013874     MOVE REG-HOURS       TO PHS-REG-HOURS.
013875     MOVE OT-HOURS        TO PHS-OT-HOURS.
013876     MOVE GROSS-PAY       TO PHS-GROSS.
013878     MOVE STATE-TAX       TO PHS-STATE-TAX.
013879     MOVE DED-CHECK-AMT   TO PHS-DEDUCTIONS.
013880     MOVE NET-PAY         TO PHS-NET.
013881     IF EMP-SALARIED
013882         MOVE 'S' TO PHS-PAY-TYPE
013883     ELSE
013884         MOVE 'H' TO PHS-PAY-TYPE
013885     END-IF.
013886     MOVE PAY-FREQ-WORK   TO PHS-PAY-FREQ.
013887     MOVE SPACE           TO PHS-CHECK-STATUS.
013888     MOVE ZERO            TO PHS-VOID-DATE.
013889     MOVE 'P'             TO PHS-SOURCE.
013881     MOVE TC-LINE-CNT     TO PHS-LINE-CNT.
013882     PERFORM 7915-STORE-HISTORY-LINE
013883         THRU 7915-STORE-HISTORY-LINE-EXIT
013884         VARYING TC-LINE-SUB FROM 1 BY 1
013885         UNTIL TC-LINE-SUB > TC-TABLE-SIZE.
013886     MOVE ER-FICA-AMT     TO PHS-ER-FICA.
013887     MOVE ER-FUTA-AMT     TO PHS-ER-FUTA.
013888     MOVE ER-SUTA-AMT     TO PHS-ER-SUTA.
013889     MOVE DED-CHECK-TYPE-AMT (1) TO PHS-DED-TYPE-AMT (1).
013890     MOVE DED-CHECK-TYPE-AMT (2) TO PHS-DED-TYPE-AMT (2).
013891     MOVE DED-CHECK-TYPE-AMT (3) TO PHS-DED-TYPE-AMT (3).
013892     MOVE DED-ARR-CNT     TO PHS-ARR-CNT.
013893     PERFORM 7916-STORE-HISTORY-ARREARS
013894         THRU 7916-STORE-HISTORY-ARREARS-EXIT
013895         VARYING DED-ARR-SUB FROM 1 BY 1
013896         UNTIL DED-ARR-SUB > DED-ARR-MAX.
013897     MOVE ZERO            TO PHS-XREF-CHECK.
013898     MOVE TC-VAC-HOURS    TO PHS-VAC-DRAWN.
013899     MOVE TC-SICK-HOURS   TO PHS-SICK-DRAWN.
013881     WRITE PHS-RECORD
013882         INVALID KEY
013883             CONTINUE
013884         NOT INVALID KEY
013885             PERFORM 7917-WRITE-DED-TAKEN
013886                 THRU 7917-WRITE-DED-TAKEN-EXIT
013887                 VARYING DED-RMT-SUB FROM 1 BY 1
013888                 UNTIL DED-RMT-SUB > DED-RMT-CNT
013884     END-WRITE.
013885 7910-WRITE-PAY-HISTORY-EXIT.
013886     EXIT.
013887*--------------------------------------------------------------*
013888*    7915-STORE-HISTORY-LINE
013889*--------------------------------------------------------------*
013890 7915-STORE-HISTORY-LINE.
013891     IF TC-LINE-SUB > TC-LINE-CNT
013892         MOVE SPACES TO PHS-L-EARN-CODE (TC-LINE-SUB)
013893         MOVE SPACE  TO PHS-L-BASIS (TC-LINE-SUB)
013894         MOVE ZERO   TO PHS-L-HOURS (TC-LINE-SUB)
013895         MOVE ZERO   TO PHS-L-AMOUNT (TC-LINE-SUB)
013896         GO TO 7915-STORE-HISTORY-LINE-EXIT
013897     END-IF.
013898     MOVE TCL-EARN-SUB (TC-LINE-SUB) TO EARN-SUB.
013899     MOVE ERN-CODE (EARN-SUB)  TO PHS-L-EARN-CODE (TC-LINE-SUB).
013900     MOVE ERN-BASIS (EARN-SUB) TO PHS-L-BASIS (TC-LINE-SUB).
013901     MOVE TCL-HOURS (TC-LINE-SUB) TO PHS-L-HOURS (TC-LINE-SUB).
013902     MOVE TCL-GROSS (TC-LINE-SUB) TO PHS-L-AMOUNT (TC-LINE-SUB).
013903 7915-STORE-HISTORY-LINE-EXIT.
013904     EXIT.
013905*--------------------------------------------------------------*
013906*    7916-STORE-HISTORY-ARREARS
013907*--------------------------------------------------------------*
013908 7916-STORE-HISTORY-ARREARS.
013909     IF DED-ARR-SUB > DED-ARR-CNT
013910         MOVE ZERO TO PHS-A-PRIORITY (DED-ARR-SUB)
013911         MOVE ZERO TO PHS-A-CHANGE (DED-ARR-SUB)
013912         GO TO 7916-STORE-HISTORY-ARREARS-EXIT
013913     END-IF.
013914     MOVE DAR-PRIORITY (DED-ARR-SUB)
013915         TO PHS-A-PRIORITY (DED-ARR-SUB).
013916     MOVE DAR-CHANGE (DED-ARR-SUB)
013917         TO PHS-A-CHANGE (DED-ARR-SUB).
013918 7916-STORE-HISTORY-ARREARS-EXIT.
013919     EXIT.
013920*--------------------------------------------------------------*
013921*    7917-WRITE-DED-TAKEN
013922*--------------------------------------------------------------*
013923 7917-WRITE-DED-TAKEN.
013924     MOVE SPACES          TO DTK-RECORD.
013925     MOVE EMP-ID          TO DTK-EMP-ID.
013926     MOVE WHO             TO DTK-EMP-NAME.
013927     MOVE PAY-PERIOD-END  TO DTK-PERIOD-END.
013928     MOVE CHECK-NBR       TO DTK-CHECK-NBR.
013929     MOVE DRM-PRIORITY (DED-RMT-SUB) TO DTK-PRIORITY.
013930     MOVE DRM-TYPE (DED-RMT-SUB)     TO DTK-TYPE.
013931     MOVE DRM-AMOUNT (DED-RMT-SUB)   TO DTK-AMOUNT.
013932     MOVE DRM-CASE-NBR (DED-RMT-SUB) TO DTK-CASE-NBR.
013933     MOVE DRM-PAYEE (DED-RMT-SUB)    TO DTK-PAYEE.
013934     MOVE 'P'             TO DTK-SOURCE.
013935     WRITE DTK-RECORD.
013936 7917-WRITE-DED-TAKEN-EXIT.
013937     EXIT.
013887*--------------------------------------------------------------*
013888*    7920-WRITE-STUB-DEDUCTION
013873*--------------------------------------------------------------*
013874 7920-WRITE-STUB-DEDUCTION.
014169         AWD-DAY.
014170 7970-DATE-TO-DAY-NBR-EXIT.
014171     EXIT.
014172*--------------------------------------------------------------*
014173*    7960-RECORD-PAPER-CHECK
014174*
014175*    EVERY PAPER CHECK GOES ON THE OUTSTANDING REGISTER AND
014176*    INTO THE POSITIVE-PAY FILE THE BANK MATCHES PRESENTED
014177*    ITEMS AGAINST.  A DUPLICATE REGISTER KEY MEANS A RERUN
014178*    ALREADY RECORDED THE CHECK - THE EXISTING ENTRY IS KEPT.
014179*--------------------------------------------------------------*
014180 7960-RECORD-PAPER-CHECK.
014181     MOVE CHECK-NBR      TO CRG-CHECK-NBR.
014182     MOVE 'O'            TO CRG-STATUS.
014183     MOVE PAY-PERIOD-END TO CRG-ISSUE-DATE.
014184     MOVE EMP-ID         TO CRG-EMP-ID.
014185     MOVE WHO            TO CRG-PAYEE.
014186     MOVE NET-PAY        TO CRG-AMOUNT.
014187     MOVE ZERO           TO CRG-CLEAR-DATE.
014188     MOVE ZERO           TO CRG-DD-DATE.
014117     WRITE CRG-RECORD
014118         INVALID KEY
014119             CONTINUE
014592     MOVE POS-ITEM-COUNT   TO RST-POS-COUNT.
014593     MOVE POS-TOTAL-AMT    TO RST-POS-TOTAL.
014594     MOVE PRENOTE-CTR      TO RST-PRENOTE-CTR.
014595     MOVE HOLD-DEPT        TO RST-HOLD-DEPT.
014596     MOVE LOC-ER-TAX       TO RST-LOC-ER-TAX.
014597     MOVE LDR-PAGE-NBR     TO RST-LDR-PAGE-NBR.
014598     MOVE LDR-LINE-CTR     TO RST-LDR-LINE-CTR.
014599     PERFORM 8140-SAVE-DEPT-DIST
014600         THRU 8140-SAVE-DEPT-DIST-EXIT
014601         VARYING EARN-SUB FROM 1 BY 1
014602         UNTIL EARN-SUB > EARN-TABLE-SIZE.
014590     REWRITE RST-RECORD.
014600 8100-WRITE-CHECKPOINT-EXIT.
014610     EXIT.
014686         TO RST-DED-TOTAL-ENTRY (DED-TYPE-SUB).
014687 8130-SAVE-DED-TOTAL-EXIT.
014688     EXIT.
014689*--------------------------------------------------------------*
014690*    8140-SAVE-DEPT-DIST
014691*--------------------------------------------------------------*
014692 8140-SAVE-DEPT-DIST.
014693     MOVE DDT-GROSS (EARN-SUB)  TO RST-DDT-GROSS (EARN-SUB).
014694     MOVE DDT-ER-TAX (EARN-SUB) TO RST-DDT-ER-TAX (EARN-SUB).
014695 8140-SAVE-DEPT-DIST-EXIT.
014696     EXIT.
014690*--------------------------------------------------------------*
014700*    9700-WRITE-EARN-TOTAL-LINE
014710*--------------------------------------------------------------*
014750     WRITE PRT-RECORD FROM PRT-EARN-TOTAL-LINE.
014760 9700-WRITE-EARN-TOTAL-LINE-EXIT.
014770     EXIT.
014771*--------------------------------------------------------------*
014772*    9750-DEPARTMENT-BREAK
014773*
014774*    POST THE DEPARTMENT'S LABOR AND EMPLOYER TAX EXPENSE BY EARN
014775*    TYPE TO THE ACCOUNTS MAPPED FOR ITS LOCATION, AND PRINT THE
014776*    SAME FIGURES ON THE LABOR DISTRIBUTION REPORT.
014777*--------------------------------------------------------------*
014778 9750-DEPARTMENT-BREAK.
014779     MOVE ZERO TO LDR-DEPT-GROSS.
014780     MOVE ZERO TO LDR-DEPT-TAX.
014781     PERFORM 9760-WRITE-DEPT-DIST
014782         THRU 9760-WRITE-DEPT-DIST-EXIT
014783         VARYING EARN-SUB FROM 1 BY 1
014784         UNTIL EARN-SUB > EARN-TABLE-SIZE.
014785     IF LDR-DEPT-GROSS > ZERO OR LDR-DEPT-TAX > ZERO
014786         MOVE HOLD-WHERE     TO LT-WHERE
014787         MOVE HOLD-DEPT      TO LT-DEPT
014788         MOVE "DEPT TOTAL"   TO LT-LABEL
014789         MOVE LDR-DEPT-GROSS TO LDR-WORK-GROSS
014790         MOVE LDR-DEPT-TAX   TO LDR-WORK-TAX
014791         PERFORM 9770-WRITE-LDR-TOTAL
014792             THRU 9770-WRITE-LDR-TOTAL-EXIT
014793     END-IF.
014794     ADD LDR-DEPT-TAX TO LOC-ER-TAX.
014795 9750-DEPARTMENT-BREAK-EXIT.
014796     EXIT.
014797*--------------------------------------------------------------*
014798*    9760-WRITE-DEPT-DIST
014799*--------------------------------------------------------------*
014800 9760-WRITE-DEPT-DIST.
014801     IF DDT-GROSS (EARN-SUB) = ZERO AND
014802        DDT-ER-TAX (EARN-SUB) = ZERO
014802         GO TO 9760-WRITE-DEPT-DIST-EXIT
014803     END-IF.
014804     MOVE HOLD-WHERE          TO GLM-SEARCH-LOC.
014805     MOVE HOLD-DEPT           TO GLM-SEARCH-DEPT.
014806     MOVE ERN-CODE (EARN-SUB) TO GLM-SEARCH-EARN.
014807     PERFORM 5250-LOOKUP-GL-MAP
014808         THRU 5250-LOOKUP-GL-MAP-EXIT.
014809     IF GLM-MATCH-SUB = ZERO
014810         GO TO 9956-GL-MAP-MISSING-ABORT
014811     END-IF.
014812     MOVE SPACES              TO GL-POSTING-LINE.
014813     MOVE 'D'                 TO GL-P-TYPE.
014814     MOVE HOLD-WHERE          TO GL-P-DESC.
014815     MOVE HOLD-DEPT           TO GL-P-DEPT.
014816     MOVE ERN-CODE (EARN-SUB) TO GL-P-EARN-CODE.
014817     IF DDT-GROSS (EARN-SUB) > ZERO
014818         MOVE 'L'                 TO GL-P-CLASS
014819         MOVE GMT-LABOR-ACCT (GLM-MATCH-SUB) TO GL-P-ACCOUNT
014820         MOVE DDT-GROSS (EARN-SUB) TO GL-P-AMOUNT
014821         WRITE GL-RECORD FROM GL-POSTING-LINE
014822         ADD DDT-GROSS (EARN-SUB) TO GL-DEBIT-TOTAL
014823     END-IF.
014824     IF DDT-ER-TAX (EARN-SUB) > ZERO
014825         MOVE 'T'                 TO GL-P-CLASS
014826         MOVE GMT-TAX-ACCT (GLM-MATCH-SUB) TO GL-P-ACCOUNT
014827         MOVE DDT-ER-TAX (EARN-SUB) TO GL-P-AMOUNT
014828         WRITE GL-RECORD FROM GL-POSTING-LINE
014829         ADD DDT-ER-TAX (EARN-SUB) TO GL-DEBIT-TOTAL
014830     END-IF.
014831     IF LDR-LINE-CTR = ZERO OR
014832        LDR-LINE-CTR >= PRT-LINES-PER-PAGE
014833         PERFORM 7550-WRITE-LDR-HEADERS
014834             THRU 7550-WRITE-LDR-HEADERS-EXIT
014835     END-IF.
014836     MOVE HOLD-WHERE                     TO LD-WHERE.
014837     MOVE HOLD-DEPT                      TO LD-DEPT.
014838     MOVE ERN-DESC (EARN-SUB)            TO LD-EARN-TYPE.
014839     MOVE GMT-LABOR-ACCT (GLM-MATCH-SUB) TO LD-LABOR-ACCT.
014840     MOVE DDT-GROSS (EARN-SUB)           TO LD-GROSS.
014841     MOVE GMT-TAX-ACCT (GLM-MATCH-SUB)   TO LD-TAX-ACCT.
014842     MOVE DDT-ER-TAX (EARN-SUB)          TO LD-ER-TAX.
014843     COMPUTE LD-TOTAL-COST =
014844         DDT-GROSS (EARN-SUB) + DDT-ER-TAX (EARN-SUB).
014845     WRITE LDR-RECORD FROM LDR-DETAIL-LINE.
014846     ADD 1 TO LDR-LINE-CTR.
014847     ADD DDT-GROSS (EARN-SUB)  TO LDR-DEPT-GROSS.
014848     ADD DDT-ER-TAX (EARN-SUB) TO LDR-DEPT-TAX.
014849     MOVE ZERO TO DDT-GROSS (EARN-SUB).
014850     MOVE ZERO TO DDT-ER-TAX (EARN-SUB).
014851 9760-WRITE-DEPT-DIST-EXIT.
014852     EXIT.
014853*--------------------------------------------------------------*
014854*    9770-WRITE-LDR-TOTAL
014855*--------------------------------------------------------------*
014856 9770-WRITE-LDR-TOTAL.
014857     IF LDR-LINE-CTR = ZERO OR
014858        LDR-LINE-CTR >= PRT-LINES-PER-PAGE
014859         PERFORM 7550-WRITE-LDR-HEADERS
014860             THRU 7550-WRITE-LDR-HEADERS-EXIT
014861     END-IF.
014862     MOVE LDR-WORK-GROSS TO LT-GROSS.
014863     MOVE LDR-WORK-TAX   TO LT-ER-TAX.
014864     COMPUTE LT-TOTAL-COST = LDR-WORK-GROSS + LDR-WORK-TAX.
014865     WRITE LDR-RECORD FROM LDR-TOTAL-LINE.
014866     WRITE LDR-RECORD FROM PRT-BANNER-LINE-3.
014867     ADD 2 TO LDR-LINE-CTR.
014868 9770-WRITE-LDR-TOTAL-EXIT.
014869     EXIT.
014870*--------------------------------------------------------------*
014871*    9780-WRITE-LDR-GRAND-TOTAL
014872*--------------------------------------------------------------*
014873 9780-WRITE-LDR-GRAND-TOTAL.
014874     COMPUTE ER-TAX-RUN-TOTAL =
014875         ER-FICA-TOTAL + ER-FUTA-TOTAL + ER-SUTA-TOTAL.
014876     MOVE SPACES           TO LT-WHERE.
014877     MOVE SPACES           TO LT-DEPT.
014878     MOVE "GRAND TOTAL"    TO LT-LABEL.
014879     MOVE GRAND-TOTAL      TO LDR-WORK-GROSS.
014880     MOVE ER-TAX-RUN-TOTAL TO LDR-WORK-TAX.
014881     PERFORM 9770-WRITE-LDR-TOTAL
014882         THRU 9770-WRITE-LDR-TOTAL-EXIT.
014883 9780-WRITE-LDR-GRAND-TOTAL-EXIT.
014884     EXIT.
014780*--------------------------------------------------------------*
014790*    9800-LOCATION-BREAK
014791*
014792*    THE LAST DEPARTMENT OF THE LOCATION BREAKS FIRST - THE LABOR
014793*    EXPENSE POSTS BY DEPARTMENT, NOT HERE.
014800*--------------------------------------------------------------*
014810 9800-LOCATION-BREAK.
014811     PERFORM 9750-DEPARTMENT-BREAK
014812         THRU 9750-DEPARTMENT-BREAK-EXIT.
014820     MOVE HOLD-WHERE   TO T-WHERE.
014830     MOVE LOC-SUBTOTAL TO T-LOC-SUBTOTAL.
014840     WRITE PRT-RECORD FROM PRT-LOCATION-TOTAL-LINE.
014841     MOVE HOLD-WHERE       TO LT-WHERE.
014842     MOVE SPACES           TO LT-DEPT.
014843     MOVE "LOCATION TOTAL" TO LT-LABEL.
014844     MOVE LOC-SUBTOTAL     TO LDR-WORK-GROSS.
014845     MOVE LOC-ER-TAX       TO LDR-WORK-TAX.
014846     PERFORM 9770-WRITE-LDR-TOTAL
014847         THRU 9770-WRITE-LDR-TOTAL-EXIT.
014930     MOVE 0 TO LOC-SUBTOTAL.
014931     MOVE 0 TO LOC-ER-TAX.
014940 9800-LOCATION-BREAK-EXIT.
014950     EXIT.
014960*--------------------------------------------------------------*
015230*    9870-WRITE-GL-POSTINGS
015240*
015250*    CREDITS FOR THE WITHHOLDING LIABILITY AND NET PAY CASH,
015251*    THE EMPLOYER TAX LIABILITIES (THE LABOR AND EMPLOYER TAX
015252*    EXPENSE DEBITS WERE POSTED AT EACH DEPARTMENT BREAK),
015260*    EARN TYPE ANALYSIS MEMOS, THEN THE BALANCE PROOF - THE
015270*    POSTED EXPENSE MUST EQUAL BOTH THE CREDITS AND THE
015280*    REGISTER GRAND TOTAL OR THE FILE MUST NOT BE POSTED.
015290*--------------------------------------------------------------*
015300 9870-WRITE-GL-POSTINGS.
015301     MOVE SPACES             TO GL-POSTING-LINE.
015302     MOVE 'W'                TO GL-P-CLASS.
015310     MOVE 'C'                TO GL-P-TYPE.
015320     MOVE GL-ACCT-WHL        TO GL-P-ACCOUNT.
015330     MOVE "WITHHOLDING LIABILITY" TO GL-P-DESC.
015340     MOVE WITHHOLD-TOTAL-AMT TO GL-P-AMOUNT.
015350     WRITE GL-RECORD FROM GL-POSTING-LINE.
015366         VARYING DED-TYPE-SUB FROM 1 BY 1
015368         UNTIL DED-TYPE-SUB > DED-TYPE-COUNT.
015370     MOVE 'C'                TO GL-P-TYPE.
015371     MOVE 'N'                TO GL-P-CLASS.
015372     MOVE GL-ACCT-CSH        TO GL-P-ACCOUNT.
015390     MOVE "NET PAY CASH"     TO GL-P-DESC.
015400     MOVE NET-TOTAL-AMT      TO GL-P-AMOUNT.
015410     WRITE GL-RECORD FROM GL-POSTING-LINE.
015420     ADD NET-TOTAL-AMT       TO GL-CREDIT-TOTAL.
015421*    THE EMPLOYER-SIDE ACCRUAL IS CREDITED HERE BY TAX.  ITS
015422*    EXPENSE DEBITS WENT OUT WITH THE LABOR AT THE DEPARTMENT
015423*    BREAKS - IT SITS ON TOP OF THE LABOR EXPENSE, SO THE PROOF
015424*    EXPECTS DEBITS OF REGISTER GROSS PLUS THE ACCRUAL.
015425     COMPUTE ER-TAX-RUN-TOTAL =
015426         ER-FICA-TOTAL + ER-FUTA-TOTAL + ER-SUTA-TOTAL.
015435     IF ER-FICA-TOTAL > ZERO
015436         MOVE 'C'                TO GL-P-TYPE
015437         MOVE 'F'                TO GL-P-CLASS
015438         MOVE GL-ACCT-FIC        TO GL-P-ACCOUNT
015438         MOVE "EMPLOYER FICA MATCH" TO GL-P-DESC
015439         MOVE ER-FICA-TOTAL      TO GL-P-AMOUNT
015440         WRITE GL-RECORD FROM GL-POSTING-LINE
015442     END-IF.
015443     IF ER-FUTA-TOTAL > ZERO
015444         MOVE 'C'                TO GL-P-TYPE
015445         MOVE 'U'                TO GL-P-CLASS
015446         MOVE GL-ACCT-FUT        TO GL-P-ACCOUNT
015446         MOVE "FED UNEMPLOYMENT TAX" TO GL-P-DESC
015447         MOVE ER-FUTA-TOTAL      TO GL-P-AMOUNT
015448         WRITE GL-RECORD FROM GL-POSTING-LINE
015450     END-IF.
015451     IF ER-SUTA-TOTAL > ZERO
015452         MOVE 'C'                TO GL-P-TYPE
015453         MOVE 'S'                TO GL-P-CLASS
015454         MOVE GL-ACCT-SUT        TO GL-P-ACCOUNT
015454         MOVE "STATE UNEMPLOYMENT TAX" TO GL-P-DESC
015455         MOVE ER-SUTA-TOTAL      TO GL-P-AMOUNT
015456         WRITE GL-RECORD FROM GL-POSTING-LINE
015629 9875-WRITE-DED-CREDIT.
015630     IF DED-RUN-TOTAL (DED-TYPE-SUB) > ZERO
015631         MOVE 'C'                TO GL-P-TYPE
015632         MOVE 'D'                TO GL-P-CLASS
015633         MOVE DTT-CODE (DED-TYPE-SUB)    TO GL-P-DED-TYPE
015632         MOVE DTT-ACCOUNT (DED-TYPE-SUB) TO GL-P-ACCOUNT
015633         MOVE DTT-DESC (DED-TYPE-SUB)    TO GL-P-DESC
015634         MOVE DED-RUN-TOTAL (DED-TYPE-SUB) TO GL-P-AMOUNT
015635         WRITE GL-RECORD FROM GL-POSTING-LINE
015636         ADD DED-RUN-TOTAL (DED-TYPE-SUB) TO GL-CREDIT-TOTAL
015637         MOVE SPACE              TO GL-P-DED-TYPE
015637     END-IF.
015638 9875-WRITE-DED-CREDIT-EXIT.
015639     EXIT.
015660 9880-WRITE-GL-MEMO.
015670     IF ET-GROSS (EARN-SUB) > ZERO
015680         MOVE 'M'            TO GL-P-TYPE
015681         MOVE 'M'            TO GL-P-CLASS
015682         MOVE GL-ACCT-ANL    TO GL-P-ACCOUNT
015683         MOVE ERN-CODE (EARN-SUB) TO GL-P-EARN-CODE
015700         MOVE ERN-DESC (EARN-SUB) TO GL-P-DESC
015710         MOVE ET-GROSS (EARN-SUB) TO GL-P-AMOUNT
015720         WRITE GL-RECORD FROM GL-POSTING-LINE
016270     CLOSE YTDFILE.
016280     CLOSE EXCFILE.
016285     CLOSE DEDFILE.
016286     CLOSE DTKFILE.
016286     CLOSE PHSFILE.
016287     CLOSE CRGFILE.
016288     CLOSE POSFILE.
016289     CLOSE LVEFILE.
016290     CLOSE TCDFILE.
016290     CLOSE STBFILE.
016300     CLOSE ACHFILE.
016310     CLOSE GLFILE.
016311     CLOSE LDRFILE.
016320     MOVE SPACES TO RST-LAST-EMP-ID.
016330     MOVE SPACES TO RST-IN-PROGRESS-ID.
016340     REWRITE RST-RECORD.
016430     MOVE 16 TO RETURN-CODE.
016440     STOP RUN.
016441*--------------------------------------------------------------*
016442*    9955-GL-MAP-ABORT
016443*--------------------------------------------------------------*
016444 9955-GL-MAP-ABORT.
016445     DISPLAY "PAYROLOO - GLMFILE ACCOUNT MAP MISSING OR INVALID".
016446     DISPLAY "PAYROLOO - NO EMPLOYEES PAID - RUN STOPPED".
016447     MOVE 16 TO RETURN-CODE.
016448     STOP RUN.
016449*--------------------------------------------------------------*
016450*    9956-GL-MAP-MISSING-ABORT
016451*--------------------------------------------------------------*
016452 9956-GL-MAP-MISSING-ABORT.
016453     DISPLAY "PAYROLOO - NO GLMFILE ACCOUNTS FOR LOCATION "
016454         GLM-SEARCH-LOC.
016455     DISPLAY "PAYROLOO - DEPT " GLM-SEARCH-DEPT
016456         " EARN CODE " GLM-SEARCH-EARN.
016457     DISPLAY "PAYROLOO - CORRECT GLMFILE AND RESTART".
016457     DISPLAY "PAYROLOO - RUN STOPPED".
016458     MOVE 16 TO RETURN-CODE.
016459     STOP RUN.
016441*--------------------------------------------------------------*
016442*    9930-TIME-CARD-ABORT
016443*--------------------------------------------------------------*
016444 9930-TIME-CARD-ABORT.
016445     DISPLAY "PAYROLOO - TCDFILE TIME CARDS MISSING OR".
016446     DISPLAY "PAYROLOO - UNREADABLE - NO EMPLOYEES PAID".
016447     MOVE 16 TO RETURN-CODE.
016448     STOP RUN.
016441*--------------------------------------------------------------*
016442*    9940-LEAVE-POLICY-ABORT
016443*--------------------------------------------------------------*
016444 9940-LEAVE-POLICY-ABORT.
016456     DISPLAY "PAYROLOO - DEDUCTION TYPE - RUN STOPPED".
016457     MOVE 16 TO RETURN-CODE.
016458     STOP RUN.
016459*--------------------------------------------------------------*
016460*    9946-DED-REMIT-ABORT
016461*--------------------------------------------------------------*
016462 9946-DED-REMIT-ABORT.
016463     DISPLAY "PAYROLOO - MORE THAN 10 401K/GARNISHMENT".
016464     DISPLAY "PAYROLOO - DEDUCTIONS FOR EMPLOYEE " EMP-ID.
016465     DISPLAY "PAYROLOO - CORRECT DEDFILE - RUN STOPPED".
016466     MOVE 16 TO RETURN-CODE.
016467     STOP RUN.
016460*--------------------------------------------------------------*
016461*    9960-CONTROL-CARD-ABORT
016470*--------------------------------------------------------------*
016770     DISPLAY "PAYROLOO - YTD BALANCES - NO EMPLOYEES PAID".
016780     MOVE 16 TO RETURN-CODE.
016790     STOP RUN.
016791*--------------------------------------------------------------*
016792*    9976-PERIOD-CLOSED-ABORT
016793*--------------------------------------------------------------*
016794 9976-PERIOD-CLOSED-ABORT.
016795     DISPLAY "PAYROLOO - PAYCLOSE HAS ALREADY CLOSED PERIOD "
016796         PAY-PERIOD-END.
016797     DISPLAY "PAYROLOO - NO EMPLOYEES PAID".
016798     MOVE 16 TO RETURN-CODE.
016799     STOP RUN.
016800*--------------------------------------------------------------*
016801*    9977-PRIOR-NOT-CLOSED-ABORT
016802*--------------------------------------------------------------*
016803 9977-PRIOR-NOT-CLOSED-ABORT.
016804     DISPLAY "PAYROLOO - PRIOR PERIOD " RLG-PRIOR-PERIOD
016805         " NOT CLOSED BY PAYCLOSE".
016806     DISPLAY "PAYROLOO - RUN PAYCLOSE FOR THAT PERIOD FIRST".
016807     DISPLAY "PAYROLOO - NO EMPLOYEES PAID".
016808     MOVE 16 TO RETURN-CODE.
016809     STOP RUN.
