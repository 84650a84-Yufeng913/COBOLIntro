001600*                     AND ACCRUED BY THE SERVICE-BASED RULES,
001610*                     WITH THE PER-EMPLOYEE LEAVE BALANCE
001620*                     STATEMENT PRINTED ON LVSTMT.
001630*   2026-10-15  YFY   EFFECTIVE-DATED RATES: EACH EMPLOYEE IS
001640*                     PAID AT THE LATEST RATE ON THE RATE
001650*                     HISTORY (RATEHIST) EFFECTIVE ON OR BEFORE
001660*                     THE PERIOD END, SO A FUTURE-DATED RAISE
001670*                     TAKES EFFECT IN ITS PERIOD AND IS MOVED
001680*                     INTO HourlyRate (AUDITED) ON THE FINAL
001690*                     RUN.  EVERY FINAL RUN APPENDS ONE PAY
001700*                     HISTORY RECORD (PAYHIST) PER EMPLOYEE
001710*                     PAID - RATE, HOURS SPLIT, GROSS - FOR
001720*                     THE RETROPAY RUN.
001730*   2026-10-15  YFY   EMPLOYER TAXES: THE FLAT 7.65% FICA IS
001740*                     REPLACED BY SOCIAL SECURITY, STOPPED AT
001750*                     THE ANNUAL WAGE BASE AGAINST THE SS WAGES
001760*                     ALREADY ON YTDMAST, PLUS UNCAPPED MEDICARE.
001770*                     THE EMPLOYER'S MATCHING SS/MEDICARE, FUTA
001780*                     AND SUTA (EACH CAPPED AT ITS OWN WAGE BASE)
001790*                     ARE COMPUTED PER EMPLOYEE, ROLLED INTO THE
001800*                     NEW EMPLOYER YTD/QTD BUCKETS, PRINTED AS AN
001810*                     EMPLOYER-TAX TOTAL ON THE REGISTER, AND
001820*                     DEBITED AS EXPENSE / CREDITED AS LIABILITY
001830*                     ON GLPOST.  EVERY RUN PRINTS THE TAX
001840*                     DEPOSIT SCHEDULE (TAXDEP): THE RUN'S 941
001850*                     LIABILITY AND ITS DEPOSIT DUE DATE UNDER
001860*                     THE SEMI-WEEKLY OR MONTHLY RULE (NEXT
001870*                     BUSINESS DAY AT $100,000), PLUS FUTA/SUTA.
001880*   2026-10-15  YFY   FINAL RUNS NOW WRITE THE DEDUCTION
001890*                     REMITTANCE EXTRACT (DEDEXT, SEE DEDXREC) -
001900*                     ONE RECORD PER DEDUCTION TAKEN, KEYED BY
001910*                     PAYEE (CODE + GARNISHMENT CASE NUMBER) - SO
001920*                     THE REMITTANCE RUN CAN PAY THE MONEY OUT.
001930*                     IT TOTALS TO THE DEDUCTIONS-PAYABLE CREDIT.
001940*   2026-10-15  YFY   PAY GROUPS: THE PAYCTL CARD NAMES THE PAY
001950*                     GROUP BEING PAID.  ONLY THAT GROUP'S
001960*                     EMPLOYEES (PayGroup) ARE PAID, AND ONLY ITS
001970*                     CALENDAR PERIOD (PERCAL, NOW KEYED GROUP +
001980*                     DATE) IS CHECKED AND POSTED.  THE PERIODS
001990*                     PER YEAR ON THE CALENDAR ANNUALIZE THE
002000*                     GROSS AGAINST THE (NOW ANNUAL) TAX BRACKETS
002010*                     AND SPREAD THE ANNUAL LEAVE ACCRUAL AND THE
002020*                     OVERTIME THRESHOLD OVER THE GROUP'S PERIODS.
002030*                     THE GROUP PRINTS ON THE REGISTER AND GL
002040*                     SUMMARY HEADINGS AND IS CARRIED ON EVERY
002050*                     GLPOST RECORD AND THE END RUN-LOG RECORD.
002060*   2026-10-15  YFY   EVERY RUN NOW WRITES ITS CONTROL TOTALS
002070*                     (PAYTOT, SEE PRFTOT) - THE REGISTER GRAND
002080*                     TOTALS, CHECK AND DEPOSIT TOTALS, THE CHECK
002090*                     NUMBERS CUT, AND ANY EARLIER POSTING OF THE
002100*                     PERIOD LET THROUGH BY THE OVERRIDE - FOR
002110*                     THE PAYPROOF STEP TO TIE THE FILES TO.
002120*   2026-10-15  YFY   A PAST-DATED RUN KEEPS THE CURRENT RATE
002130*                     ONLY WHEN IT IS ITSELF A LATER-DATED
002140*                     HISTORY RATE.  THE PAY GROUP IS NOW CARRIED
002150*                     ON EACH DEDEXT RECORD SO THE REMITTANCE RUN
002160*                     CAN TELL TWO GROUPS' SAME-DAY RUNS APART.
002170*
002180******************************************************************
002190 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002210 SOURCE-COMPUTER. IBM-370.
002220 OBJECT-COMPUTER. IBM-370.
002230*
002240 INPUT-OUTPUT SECTION.
002250 FILE-CONTROL.
002260     SELECT EMPLOYEE-MASTER-FILE
002270         ASSIGN TO CUSTMAST
002280         ORGANIZATION IS INDEXED
002290         ACCESS MODE IS DYNAMIC
002300         RECORD KEY IS Ident
002310         FILE STATUS IS WS-EMP-FILE-STATUS.
002320*
002330     SELECT PAY-REGISTER-FILE
002340         ASSIGN TO PAYREG
002350         ORGANIZATION IS LINE SEQUENTIAL.
002360*
002370     SELECT YTD-MASTER-FILE
002380         ASSIGN TO YTDMAST
002390         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002410         RECORD KEY IS YT-IDENT
002420         FILE STATUS IS WS-YTD-FILE-STATUS.
002430*
002440     SELECT PAY-CONTROL-FILE
002450         ASSIGN TO PAYCTL
002460         ORGANIZATION IS LINE SEQUENTIAL.
002470*
002480     SELECT TAX-TABLE-FILE
002490         ASSIGN TO TAXTBL
002500         ORGANIZATION IS LINE SEQUENTIAL.
002510*
002520     SELECT STATE-TAX-TABLE-FILE
002530         ASSIGN TO STAXTBL
002540         ORGANIZATION IS LINE SEQUENTIAL.
002550*
002560     SELECT CHECK-ISSUE-FILE
002570         ASSIGN TO CHKISSUE
002580         ORGANIZATION IS LINE SEQUENTIAL.
002590*
002600     SELECT CHECK-NUMBER-FILE
002610         ASSIGN TO CHKNBR
002620         ORGANIZATION IS LINE SEQUENTIAL
002630         FILE STATUS IS WS-CHKNBR-FILE-STATUS.
002640*
002650     SELECT CHECK-REGISTER-FILE
002660         ASSIGN TO CHKREG
002670         ORGANIZATION IS LINE SEQUENTIAL.
002680*
002690     SELECT ACH-DEPOSIT-FILE
002700         ASSIGN TO ACHDEP
002710         ORGANIZATION IS LINE SEQUENTIAL.
002720*
002730     SELECT ACH-REGISTER-FILE
002740         ASSIGN TO ACHREG
002750         ORGANIZATION IS LINE SEQUENTIAL.
002760*
002770     SELECT DEDUCT-MASTER-FILE
002780         ASSIGN TO DEDMAST
002790         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002810         RECORD KEY IS DE-KEY
002820         FILE STATUS IS WS-DED-FILE-STATUS.
002830*
002840     SELECT DEDUCTION-REGISTER-FILE
002850         ASSIGN TO DEDREG
002860         ORGANIZATION IS LINE SEQUENTIAL.
002870*
002880     SELECT PAY-STUB-FILE
002890         ASSIGN TO PAYSTUB
002900         ORGANIZATION IS LINE SEQUENTIAL.
002910*
002920     SELECT GL-POSTING-FILE
002930         ASSIGN TO GLPOST
002940         ORGANIZATION IS LINE SEQUENTIAL.
002950*
002960     SELECT GL-SUMMARY-FILE
002970         ASSIGN TO GLSUM
002980         ORGANIZATION IS LINE SEQUENTIAL.
002990*
003000     SELECT LEAVE-MASTER-FILE
003010         ASSIGN TO LEAVEMST
003020         ORGANIZATION IS INDEXED
003030         ACCESS MODE IS DYNAMIC
003040         RECORD KEY IS LV-IDENT
003050         FILE STATUS IS WS-LV-FILE-STATUS.
003060*
003070     SELECT LEAVE-STMT-FILE
003080         ASSIGN TO LVSTMT
003090         ORGANIZATION IS LINE SEQUENTIAL.
003100*
003110     SELECT PERIOD-CALENDAR-FILE
003120         ASSIGN TO PERCAL
003130         ORGANIZATION IS INDEXED
003140         ACCESS MODE IS DYNAMIC
003150         RECORD KEY IS PD-KEY
003160         FILE STATUS IS WS-CAL-FILE-STATUS.
003170*
003180     SELECT RUN-LOG-FILE
003190         ASSIGN TO RUNLOG
003200         ORGANIZATION IS LINE SEQUENTIAL.
003210*
003220     SELECT AUDIT-LOG-FILE
003230         ASSIGN TO AUDITLOG
003240         ORGANIZATION IS LINE SEQUENTIAL.
003250*
003260     SELECT RATE-HISTORY-FILE
003270         ASSIGN TO RATEHIST
003280         ORGANIZATION IS INDEXED
003290         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS RH-KEY
003310         FILE STATUS IS WS-RH-FILE-STATUS.
003320*
003330     SELECT PAY-HISTORY-FILE
003340         ASSIGN TO PAYHIST
003350         ORGANIZATION IS LINE SEQUENTIAL.
003360*
003370     SELECT TAX-DEPOSIT-FILE
003380         ASSIGN TO TAXDEP
003390         ORGANIZATION IS LINE SEQUENTIAL.
003400*
003410     SELECT DEDUCTION-EXTRACT-FILE
003420         ASSIGN TO DEDEXT
003430         ORGANIZATION IS LINE SEQUENTIAL.
003440*
003450     SELECT PAYROLL-TOTALS-FILE
003460         ASSIGN TO PAYTOT
003470         ORGANIZATION IS LINE SEQUENTIAL.
003480*
003490 DATA DIVISION.
003500 FILE SECTION.
003510*
003520 FD  EMPLOYEE-MASTER-FILE
003530     LABEL RECORDS ARE STANDARD.
003540*    SAME DATASET AND RECORD LAYOUT AS CUSTOMER-MASTER IN
003550*    cobolintro2 - CUSTOMER-MASTER-RECORD IS DEFINED BY CUSTREC.
003560     COPY CUSTREC.
003570*
003580 FD  PAY-REGISTER-FILE
003590     LABEL RECORDS ARE STANDARD.
003600 01  PAY-REGISTER-LINE           PIC X(132).
003610*
003620 FD  PAY-CONTROL-FILE
003630     LABEL RECORDS ARE STANDARD.
003640     COPY PAYCTL.
003650*
003660 FD  YTD-MASTER-FILE
003670     LABEL RECORDS ARE STANDARD.
003680     COPY YTDREC.
003690*
003700 FD  TAX-TABLE-FILE
003710     LABEL RECORDS ARE STANDARD.
003720     COPY TAXRATE.
003730*
003740 FD  STATE-TAX-TABLE-FILE
003750     LABEL RECORDS ARE STANDARD.
003760     COPY STAXRATE.
003770*
003780 FD  CHECK-ISSUE-FILE
003790     LABEL RECORDS ARE STANDARD.
003800     COPY CHECKREC.
003810*
003820 FD  CHECK-NUMBER-FILE
003830     LABEL RECORDS ARE STANDARD.
003840     COPY CHKCTL.
003850*
003860 FD  CHECK-REGISTER-FILE
003870     LABEL RECORDS ARE STANDARD.
003880 01  CHECK-REGISTER-LINE         PIC X(100).
003890*
003900 FD  ACH-DEPOSIT-FILE
003910     LABEL RECORDS ARE STANDARD.
003920     COPY DEPREC.
003930*
003940 FD  ACH-REGISTER-FILE
003950     LABEL RECORDS ARE STANDARD.
003960 01  ACH-REGISTER-LINE           PIC X(100).
003970*
003980 FD  DEDUCT-MASTER-FILE
003990     LABEL RECORDS ARE STANDARD.
004000     COPY DEDREC.
004010*
004020 FD  DEDUCTION-REGISTER-FILE
004030     LABEL RECORDS ARE STANDARD.
004040 01  DEDUCTION-REGISTER-LINE     PIC X(100).
004050*
004060 FD  PAY-STUB-FILE
004070     LABEL RECORDS ARE STANDARD.
004080 01  PAY-STUB-LINE               PIC X(100).
004090*
004100 FD  GL-POSTING-FILE
004110     LABEL RECORDS ARE STANDARD.
004120     COPY GLREC.
004130*
004140 FD  GL-SUMMARY-FILE
004150     LABEL RECORDS ARE STANDARD.
004160 01  GL-SUMMARY-LINE             PIC X(100).
004170*
004180 FD  LEAVE-MASTER-FILE
004190     LABEL RECORDS ARE STANDARD.
004200     COPY LEAVEREC.
004210*
004220 FD  LEAVE-STMT-FILE
004230     LABEL RECORDS ARE STANDARD.
004240 01  LEAVE-STMT-LINE             PIC X(100).
004250*
004260 FD  PERIOD-CALENDAR-FILE
004270     LABEL RECORDS ARE STANDARD.
004280     COPY PERCAL.
004290*
004300 FD  RUN-LOG-FILE
004310     LABEL RECORDS ARE STANDARD.
004320     COPY RUNLOG.
004330*
004340 FD  AUDIT-LOG-FILE
004350     LABEL RECORDS ARE STANDARD.
004360     COPY AUDITREC.
004370*
004380 FD  RATE-HISTORY-FILE
004390     LABEL RECORDS ARE STANDARD.
004400     COPY RATEHIST.
004410*
004420 FD  PAY-HISTORY-FILE
004430     LABEL RECORDS ARE STANDARD.
004440     COPY PAYHIST.
004450*
004460 FD  TAX-DEPOSIT-FILE
004470     LABEL RECORDS ARE STANDARD.
004480 01  TAX-DEPOSIT-LINE            PIC X(100).
004490*
004500 FD  DEDUCTION-EXTRACT-FILE
004510     LABEL RECORDS ARE STANDARD.
004520     COPY DEDXREC.
004530*
004540 FD  PAYROLL-TOTALS-FILE
004550     LABEL RECORDS ARE STANDARD.
004560     COPY PRFTOT.
004570*
004580 WORKING-STORAGE SECTION.
004590*
004600*----------------------------------------------------------------*
004610*    SWITCHES                                                    *
004620*----------------------------------------------------------------*
004630 01  WS-SWITCHES.
004640     05  WS-EMP-EOF-SW           PIC X(01) VALUE "N".
004650         88  EMP-EOF                        VALUE "Y".
004660     05  WS-TAX-EOF-SW           PIC X(01) VALUE "N".
004670         88  TAX-EOF                        VALUE "Y".
004680     05  WS-TAX-FOUND-SW         PIC X(01) VALUE "N".
004690         88  TAX-BRACKET-FOUND              VALUE "Y".
004700     05  WS-STX-EOF-SW           PIC X(01) VALUE "N".
004710         88  STX-EOF                        VALUE "Y".
004720     05  WS-STX-FOUND-SW         PIC X(01) VALUE "N".
004730         88  STX-BRACKET-FOUND              VALUE "Y".
004740     05  WS-YTD-NEW-SW           PIC X(01) VALUE "N".
004750         88  YTD-NEW-RECORD                 VALUE "Y".
004760     05  WS-RUN-MODE-SW          PIC X(01) VALUE "F".
004770         88  TRIAL-RUN                      VALUE "T".
004780         88  FINAL-RUN                      VALUE "F".
004790     05  WS-DED-EOF-SW           PIC X(01) VALUE "N".
004800         88  DED-EOF                        VALUE "Y".
004810     05  WS-DEPT-FOUND-SW        PIC X(01) VALUE "N".
004820         88  DEPT-SLOT-FOUND                VALUE "Y".
004830     05  WS-RH-EOF-SW            PIC X(01) VALUE "N".
004840         88  RH-EOF                         VALUE "Y".
004850     05  WS-RH-FOUND-SW          PIC X(01) VALUE "N".
004860         88  RATE-HIST-FOUND                VALUE "Y".
004870     05  WS-RH-LATER-SW          PIC X(01) VALUE "N".
004880         88  RATE-HIST-LATER                VALUE "Y".
004890*
004900*----------------------------------------------------------------*
004910*    FILE STATUS AND RUN IDENTIFICATION                          *
004920*----------------------------------------------------------------*
004930 77  WS-EMP-FILE-STATUS          PIC X(02) VALUE "00".
004940 77  WS-YTD-FILE-STATUS          PIC X(02) VALUE "00".
004950 77  WS-CHKNBR-FILE-STATUS       PIC X(02) VALUE "00".
004960 77  WS-DED-FILE-STATUS          PIC X(02) VALUE "00".
004970 77  WS-CAL-FILE-STATUS          PIC X(02) VALUE "00".
004980 77  WS-LV-FILE-STATUS           PIC X(02) VALUE "00".
004990 77  WS-RH-FILE-STATUS           PIC X(02) VALUE "00".
005000 77  WS-OVERRIDE-SW              PIC X(01) VALUE "N".
005010     88  SUPV-OVERRIDE                      VALUE "Y".
005020 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
005030 01  WS-TIMESTAMP.
005040     05  WS-TS-DATE              PIC 9(08).
005050     05  WS-TS-TIME              PIC 9(08).
005060 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
005070 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
005080     05  WS-RUN-YEAR             PIC 9(04).
005090     05  WS-RUN-MONTH            PIC 9(02).
005100     05  WS-RUN-DAY              PIC 9(02).
005110 77  WS-RUN-QUARTER              PIC 9(01) VALUE ZERO.
005120 77  WS-QTR-REM                  PIC 9(03) VALUE ZERO.
005130 77  WS-RUN-NUMBER               PIC X(04) VALUE SPACES.
005140 77  WS-PRIOR-POST-RUN           PIC X(04) VALUE SPACES.
005150 77  WS-PRIOR-POST-DATE          PIC 9(08) VALUE ZERO.
005160 77  WS-PAY-GROUP                PIC X(01) VALUE SPACE.
005170 77  WS-PERIODS-PER-YEAR         PIC 9(02) VALUE 52.
005180 77  WS-OTHER-GROUP-COUNT        PIC 9(07) VALUE ZERO.
005190 77  WS-EMP-READ-COUNT           PIC 9(07) VALUE ZERO.
005200*
005210*----------------------------------------------------------------*
005220*    NOT-PAID-THIS-PERIOD SECTION - NON-ACTIVE EMPLOYEES ARE     *
005230*    HELD HERE DURING THE RUN AND PRINTED AFTER THE GRAND TOTAL. *
005240*----------------------------------------------------------------*
005250 77  WS-NOTPAID-MAX              PIC 9(03) VALUE 100.
005260 77  WS-NOTPAID-COUNT            PIC 9(03) VALUE ZERO.
005270 77  WS-NOTPAID-IX               PIC S9(04) COMP VALUE ZERO.
005280 01  WS-NOTPAID-TABLE-AREA.
005290     05  WS-NOTPAID-ENTRY OCCURS 100 TIMES.
005300         10  WS-NP-IDENT         PIC 9(03).
005310         10  WS-NP-NAME          PIC X(20).
005320         10  WS-NP-STATUS        PIC X(01).
005330         10  WS-NP-DATE          PIC 9(08).
005340 01  WS-NOTPAID-HEADING.
005350     05  FILLER                  PIC X(26)
005360         VALUE "NOT PAID THIS PERIOD".
005370     05  FILLER                  PIC X(14) VALUE "STATUS/DATE".
005380 01  WS-NOTPAID-DETAIL.
005390     05  WS-ND-IDENT             PIC ZZ9.
005400     05  FILLER                  PIC X(03) VALUE SPACES.
005410     05  WS-ND-NAME              PIC X(20).
005420     05  FILLER                  PIC X(03) VALUE SPACES.
005430     05  WS-ND-STATUS            PIC X(12).
005440     05  FILLER                  PIC X(02) VALUE SPACES.
005450     05  WS-ND-DATE              PIC 9(08).
005460 77  WS-OVERFLOW-EXC-COUNT       PIC 9(07) VALUE ZERO.
005470 77  WS-RL-ENTRY-TYPE            PIC X(01) VALUE "S".
005480 77  WS-RL-STATUS                PIC X(04) VALUE SPACES.
005490*
005500*----------------------------------------------------------------*
005510*    PAYROLL CALCULATION WORK AREAS                              *
005520*----------------------------------------------------------------*
005530*    WS-FED-TAX-RATE IS THE FALLBACK RATE USED ONLY WHEN NO
005540*    TAX-TABLE BRACKET COVERS THE GROSS FOR THE FILING STATUS.
005550*    THE BRACKETS ARE ANNUAL, SO THE GROSS IS ANNUALIZED BY THE
005560*    GROUP'S PERIODS PER YEAR (WS-ANNUAL-GROSS) TO FIND ONE.
005570*    WS-OT-THRESHOLD IS SET FROM WS-ANNUAL-HOURS THE SAME WAY -
005580*    40.00 FOR A WEEKLY GROUP.
005590 77  WS-FED-TAX-RATE             PIC V9(4) VALUE 0.2000.
005600 77  WS-OT-THRESHOLD             PIC 9(03)V99 VALUE 40.00.
005610 77  WS-ANNUAL-HOURS             PIC 9(04)V99 VALUE 2080.00.
005620 77  WS-ANNUAL-GROSS             PIC 9(08)V99 VALUE ZERO.
005630 77  WS-REG-HOURS                PIC 9(03)V99 VALUE ZERO.
005640 77  WS-OT-HOURS                 PIC 9(03)V99 VALUE ZERO.
005650 77  WS-VAC-HOURS                PIC 9(03)V99 VALUE ZERO.
005660 77  WS-SICK-HOURS               PIC 9(03)V99 VALUE ZERO.
005670 77  WS-LEAVE-HOURS              PIC 9(03)V99 VALUE ZERO.
005680 77  WS-WORKED-HOURS             PIC S9(04)V99 VALUE ZERO.
005690 77  WS-APPLIED-TAX-RATE         PIC V9(4) VALUE ZERO.
005700 77  WS-WORK-FILING              PIC X(01) VALUE "S".
005710 77  WS-APPLIED-STATE-RATE       PIC V9(4) VALUE ZERO.
005720*    WS-PERIOD-RATE IS THE RATE THIS PERIOD IS PAID AT - THE
005730*    RATE-HISTORY RATE IN EFFECT AT PERIOD END, ELSE HourlyRate.
005740 77  WS-PERIOD-RATE              PIC 9(03)V99 VALUE ZERO.
005750*
005760*----------------------------------------------------------------*
005770*    FICA AND EMPLOYER-TAX PARAMETERS - SOCIAL SECURITY STOPS AT *
005780*    ITS ANNUAL WAGE BASE, MEDICARE HAS NONE.  THE EMPLOYER      *
005790*    MATCHES BOTH AND ALSO PAYS FUTA AND SUTA ON WAGES UP TO     *
005800*    THEIR OWN BASES.  RATES AND BASES CHANGE EVERY JANUARY      *
005810*    (SUTA WHENEVER THE STATE SENDS A NEW RATE NOTICE).          *
005820*----------------------------------------------------------------*
005830 77  WS-SS-RATE                  PIC V9(4) VALUE 0.0620.
005840 77  WS-MEDICARE-RATE            PIC V9(4) VALUE 0.0145.
005850 77  WS-SS-WAGE-BASE             PIC 9(08)V99 VALUE 184500.00.
005860 77  WS-FUTA-RATE                PIC V9(4) VALUE 0.0060.
005870 77  WS-FUTA-WAGE-BASE           PIC 9(08)V99 VALUE 7000.00.
005880 77  WS-SUTA-RATE                PIC V9(4) VALUE 0.0270.
005890 77  WS-SUTA-WAGE-BASE           PIC 9(08)V99 VALUE 9000.00.
005900 77  WS-SS-WAGES                 PIC 9(06)V99 VALUE ZERO.
005910 77  WS-SS-TAX                   PIC 9(06)V99 VALUE ZERO.
005920 77  WS-MED-TAX                  PIC 9(06)V99 VALUE ZERO.
005930 77  WS-ER-SS-TAX                PIC 9(06)V99 VALUE ZERO.
005940 77  WS-ER-MED-TAX               PIC 9(06)V99 VALUE ZERO.
005950 77  WS-FUTA-WAGES               PIC 9(06)V99 VALUE ZERO.
005960 77  WS-FUTA-TAX                 PIC 9(06)V99 VALUE ZERO.
005970 77  WS-SUTA-WAGES               PIC 9(06)V99 VALUE ZERO.
005980 77  WS-SUTA-TAX                 PIC 9(06)V99 VALUE ZERO.
005990 77  WS-PRIOR-SS-WAGES           PIC 9(08)V99 VALUE ZERO.
006000 77  WS-PRIOR-FUTA-WAGES         PIC 9(08)V99 VALUE ZERO.
006010 77  WS-PRIOR-SUTA-WAGES         PIC 9(08)V99 VALUE ZERO.
006020 77  WS-PRIOR-QTR-FUTA-TAX       PIC 9(08)V99 VALUE ZERO.
006030 77  WS-WAGE-ROOM                PIC S9(08)V99 VALUE ZERO.
006040*
006050*----------------------------------------------------------------*
006060*    TAX DEPOSIT SCHEDULE - WS-DEPOSIT-SCHEDULE IS THE SHOP'S    *
006070*    941 DEPOSITOR STATUS, SET EACH JANUARY FROM THE LOOKBACK    *
006080*    PERIOD: S = SEMI-WEEKLY, M = MONTHLY.  A RUN WHOSE 941      *
006090*    LIABILITY REACHES WS-NEXT-DAY-THRESHOLD IS DUE THE NEXT     *
006100*    BUSINESS DAY WHATEVER THE SCHEDULE.  ACCUMULATED FUTA OVER  *
006110*    WS-FUTA-DEPOSIT-MIN IS DUE BY THE END OF THE MONTH AFTER    *
006120*    THE QUARTER.                                                *
006130*----------------------------------------------------------------*
006140 77  WS-DEPOSIT-SCHEDULE         PIC X(01) VALUE "S".
006150     88  SEMIWEEKLY-DEPOSITOR               VALUE "S".
006160     88  MONTHLY-DEPOSITOR                  VALUE "M".
006170 77  WS-NEXT-DAY-THRESHOLD       PIC 9(08)V99 VALUE 100000.00.
006180 77  WS-FUTA-DEPOSIT-MIN         PIC 9(08)V99 VALUE 500.00.
006190 77  WS-941-LIABILITY            PIC 9(08)V99 VALUE ZERO.
006200 77  WS-DUE-DOW                  PIC 9(01) VALUE ZERO.
006210 77  WS-DUE-TARGET-DOW           PIC 9(01) VALUE ZERO.
006220 77  WS-DUE-RULE                 PIC X(40) VALUE SPACES.
006230 77  WS-MONTH-LAST-DAY           PIC 9(02) VALUE ZERO.
006240 77  WS-LEAP-REM                 PIC 9(03) VALUE ZERO.
006250 77  WS-ZL-MONTH                 PIC 9(02) VALUE ZERO.
006260 77  WS-ZL-YEAR                  PIC 9(04) VALUE ZERO.
006270 77  WS-ZL-CENTURY               PIC 9(02) VALUE ZERO.
006280 77  WS-ZL-YEAR-OF-CENT          PIC 9(02) VALUE ZERO.
006290 77  WS-ZL-TERM                  PIC 9(04) VALUE ZERO.
006300 77  WS-ZL-MONTH-TERM            PIC 9(03) VALUE ZERO.
006310 77  WS-ZL-SUM                   PIC 9(05) VALUE ZERO.
006320 77  WS-ZL-QUOT                  PIC 9(05) VALUE ZERO.
006330 01  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
006340 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
006350     05  WS-DUE-YEAR             PIC 9(04).
006360     05  WS-DUE-MONTH            PIC 9(02).
006370     05  WS-DUE-DAY              PIC 9(02).
006380 01  WS-MONTH-DAYS-VALUES        PIC X(24)
006390         VALUE "312831303130313130313031".
006400 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
006410     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
006420 01  WS-TAXDEP-HEADING-1.
006430     05  FILLER                  PIC X(22)
006440         VALUE "TAX DEPOSIT SCHEDULE".
006450     05  FILLER                  PIC X(10) VALUE "PAY DATE: ".
006460     05  WS-TD-H1-DATE           PIC 9(08).
006470     05  FILLER                  PIC X(06) VALUE "  RUN ".
006480     05  WS-TD-H1-RUN-NO         PIC X(04).
006490     05  WS-TD-H1-MODE           PIC X(09) VALUE SPACES.
006500 01  WS-TAXDEP-DETAIL.
006510     05  FILLER                  PIC X(02) VALUE SPACES.
006520     05  WS-TD-DESC              PIC X(34).
006530     05  WS-TD-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
006540     05  FILLER                  PIC X(02) VALUE SPACES.
006550     05  WS-TD-NOTE              PIC X(40).
006560*----------------------------------------------------------------*
006570*    STATE TAX-TABLE - LOADED FROM STAXTBL AT START OF RUN.      *
006580*    SAME SHAPE AS THE FEDERAL TABLE WITH THE WORK-STATE CODE    *
006590*    AS THE EXTRA DIMENSION.  NO COVERING BRACKET (OR A SPACES   *
006600*    WorkState) MEANS NO STATE WITHHOLDING - THERE IS NO         *
006610*    FALLBACK RATE, STATES WE DO NOT OPERATE IN TAKE NOTHING.    *
006620*----------------------------------------------------------------*
006630 77  WS-STX-MAX-ENTRIES          PIC 9(02) VALUE 40.
006640 77  WS-STX-ENTRY-COUNT          PIC 9(02) VALUE ZERO.
006650 77  WS-STX-IX                   PIC S9(04) COMP VALUE ZERO.
006660 01  WS-STX-TABLE-AREA.
006670     05  WS-STX-ENTRY OCCURS 40 TIMES.
006680         10  WS-STX-STATE        PIC X(02).
006690         10  WS-STX-STATUS       PIC X(01).
006700         10  WS-STX-FLOOR        PIC 9(06)V99.
006710         10  WS-STX-CEILING      PIC 9(06)V99.
006720         10  WS-STX-RATE         PIC V9(04).
006730*
006740*----------------------------------------------------------------*
006750*    CHECK ISSUANCE WORK AREAS AND CHECK-REGISTER LINES          *
006760*----------------------------------------------------------------*
006770 77  WS-CHECK-NO                 PIC 9(08) VALUE ZERO.
006780 77  WS-FIRST-CHECK-NO           PIC 9(08) VALUE ZERO.
006790 77  WS-CHECKS-ISSUED            PIC 9(05) VALUE ZERO.
006800 77  WS-CHECKS-NET-TOTAL         PIC 9(08)V99 VALUE ZERO.
006810 01  WS-CHKREG-HEADING-1.
006820     05  FILLER                  PIC X(16)
006830         VALUE "CHECK REGISTER".
006840     05  FILLER                  PIC X(10) VALUE "PAY DATE: ".
006850     05  WS-CR-H1-DATE           PIC 9(08).
006860 01  WS-CHKREG-HEADING-2.
006870     05  FILLER                  PIC X(10) VALUE "CHECK NO".
006880     05  FILLER                  PIC X(07) VALUE "IDENT".
006890     05  FILLER                  PIC X(22) VALUE "PAYEE".
006900     05  FILLER                  PIC X(10) VALUE "NET".
006910 01  WS-CHKREG-DETAIL.
006920     05  WS-CR-CHECK-NO          PIC 9(08).
006930     05  FILLER                  PIC X(02) VALUE SPACES.
006940     05  WS-CR-IDENT             PIC ZZ9.
006950     05  FILLER                  PIC X(04) VALUE SPACES.
006960     05  WS-CR-NAME              PIC X(20).
006970     05  FILLER                  PIC X(02) VALUE SPACES.
006980     05  WS-CR-NET               PIC ZZZ,ZZ9.99.
006990 01  WS-CHKREG-TOTAL.
007000     05  FILLER                  PIC X(15)
007010         VALUE "CHECKS ISSUED: ".
007020     05  WS-CR-TL-COUNT          PIC ZZZZ9.
007030     05  FILLER                  PIC X(13) VALUE "  NET TOTAL: ".
007040     05  WS-CR-TL-NET            PIC ZZ,ZZZ,ZZ9.99.
007050*
007060*----------------------------------------------------------------*
007070*    ACH DEPOSIT WORK AREAS AND DEPOSIT-REGISTER LINES           *
007080*----------------------------------------------------------------*
007090 77  WS-ACH-DEPOSITS             PIC 9(05) VALUE ZERO.
007100 77  WS-ACH-PRENOTES             PIC 9(05) VALUE ZERO.
007110 77  WS-ACH-NET-TOTAL            PIC 9(08)V99 VALUE ZERO.
007120 77  WS-BAL-TIE-TOTAL            PIC 9(08)V99 VALUE ZERO.
007130 77  WS-BAL-CHECKS-EDIT          PIC ZZ,ZZZ,ZZ9.99.
007140 77  WS-BAL-ACH-EDIT             PIC ZZ,ZZZ,ZZ9.99.
007150 77  WS-BAL-NET-EDIT             PIC ZZ,ZZZ,ZZ9.99.
007160 01  WS-ACHREG-HEADING-1.
007170     05  FILLER                  PIC X(18)
007180         VALUE "DEPOSIT REGISTER".
007190     05  FILLER                  PIC X(10) VALUE "PAY DATE: ".
007200     05  WS-AR-H1-DATE           PIC 9(08).
007210 01  WS-ACHREG-HEADING-2.
007220     05  FILLER                  PIC X(07) VALUE "IDENT".
007230     05  FILLER                  PIC X(22) VALUE "PAYEE".
007240     05  FILLER                  PIC X(11) VALUE "ROUTING".
007250     05  FILLER                  PIC X(19) VALUE "ACCOUNT".
007260     05  FILLER                  PIC X(10) VALUE "TYPE".
007270     05  FILLER                  PIC X(10) VALUE "NET".
007280 01  WS-ACHREG-DETAIL.
007290     05  WS-AR-IDENT             PIC ZZ9.
007300     05  FILLER                  PIC X(04) VALUE SPACES.
007310     05  WS-AR-NAME              PIC X(20).
007320     05  FILLER                  PIC X(02) VALUE SPACES.
007330     05  WS-AR-ROUTING           PIC 9(09).
007340     05  FILLER                  PIC X(02) VALUE SPACES.
007350     05  WS-AR-ACCOUNT           PIC X(17).
007360     05  FILLER                  PIC X(02) VALUE SPACES.
007370     05  WS-AR-TYPE              PIC X(08).
007380     05  FILLER                  PIC X(02) VALUE SPACES.
007390     05  WS-AR-NET               PIC ZZZ,ZZ9.99.
007400 01  WS-ACHREG-TOTAL.
007410     05  FILLER                  PIC X(10) VALUE "DEPOSITS: ".
007420     05  WS-AR-TL-COUNT          PIC ZZZZ9.
007430     05  FILLER                  PIC X(12) VALUE "  PRENOTES: ".
007440     05  WS-AR-TL-PRENOTES       PIC ZZZZ9.
007450     05  FILLER                  PIC X(13) VALUE "  NET TOTAL: ".
007460     05  WS-AR-TL-NET            PIC ZZ,ZZZ,ZZ9.99.
007470 77  WS-GROSS-PAY                PIC 9(06)V99 VALUE ZERO.
007480 77  WS-FED-TAX                  PIC 9(06)V99 VALUE ZERO.
007490 77  WS-FICA-TAX                 PIC 9(06)V99 VALUE ZERO.
007500 77  WS-STATE-TAX                PIC 9(06)V99 VALUE ZERO.
007510 77  WS-TOTAL-DEDUCTIONS         PIC 9(06)V99 VALUE ZERO.
007520 77  WS-NET-PAY                  PIC 9(06)V99 VALUE ZERO.
007530 01  WS-OLD-PAYCHECK             PIC 9(04)V99 VALUE ZERO.
007540 01  WS-MAX-PAYCHECK             PIC 9(04)V99 VALUE 9999.99.
007550 01  WS-AUDIT-PAYCHECK-EDIT      PIC ZZZ9.99.
007560 01  WS-AUDIT-RATE-EDIT          PIC ZZ9.99.
007570 01  WS-EXC-NETPAY-EDIT          PIC ZZZ,ZZ9.99.
007580 01  WS-EXC-MAXPAY-EDIT          PIC ZZZ9.99.
007590*
007600*----------------------------------------------------------------*
007610*    FEDERAL TAX-TABLE - LOADED FROM TAXTBL AT START OF RUN.     *
007620*    EACH ENTRY IS ONE BRACKET FOR ONE FILING STATUS; A CEILING  *
007630*    OF ZERO MEANS THE BRACKET IS OPEN AT THE TOP.               *
007640*----------------------------------------------------------------*
007650 77  WS-TAX-MAX-ENTRIES          PIC 9(02) VALUE 20.
007660 77  WS-TAX-ENTRY-COUNT          PIC 9(02) VALUE ZERO.
007670 77  WS-TAX-IX                   PIC S9(04) COMP VALUE ZERO.
007680 01  WS-TAX-TABLE-AREA.
007690     05  WS-TAX-ENTRY OCCURS 20 TIMES.
007700         10  WS-TAX-STATUS       PIC X(01).
007710         10  WS-TAX-FLOOR        PIC 9(06)V99.
007720         10  WS-TAX-CEILING      PIC 9(06)V99.
007730         10  WS-TAX-RATE         PIC V9(04).
007740*
007750*----------------------------------------------------------------*
007760*    VOLUNTARY-DEDUCTION WORK AREAS - THE EMPLOYEE'S DEDMAST     *
007770*    RECORDS ARE LOADED HERE EACH EMPLOYEE AND TAKEN IN          *
007780*    PRIORITY ORDER.  WS-NET-FLOOR-RATE IS THE PROTECTED-NET     *
007790*    PARAMETER: NO DEDUCTION (GARNISHMENTS INCLUDED) MAY DRIVE   *
007800*    NET BELOW THIS SHARE OF GROSS - THE LEGAL FLOOR.  WHAT      *
007810*    COULD NOT BE TAKEN CARRIES FORWARD IN ARREARS.              *
007820*----------------------------------------------------------------*
007830 77  WS-NET-FLOOR-RATE           PIC V9(04) VALUE 0.2500.
007840 77  WS-DED-MAX                  PIC 9(02) VALUE 10.
007850 77  WS-DED-COUNT                PIC 9(02) VALUE ZERO.
007860 77  WS-DED-IX                   PIC S9(04) COMP VALUE ZERO.
007870 77  WS-DED-SCAN-IX              PIC S9(04) COMP VALUE ZERO.
007880 77  WS-DED-TAKE-IX              PIC S9(04) COMP VALUE ZERO.
007890 77  WS-DED-LOW-PRIORITY         PIC 9(02) VALUE ZERO.
007900 77  WS-DED-REQUESTED            PIC 9(07)V99 VALUE ZERO.
007910 77  WS-DED-AVAILABLE            PIC S9(07)V99 VALUE ZERO.
007920 77  WS-GOAL-REMAINING           PIC S9(07)V99 VALUE ZERO.
007930 77  WS-NET-FLOOR                PIC 9(06)V99 VALUE ZERO.
007940 77  WS-WORK-NET                 PIC S9(07)V99 VALUE ZERO.
007950 77  WS-VOL-DEDUCTIONS           PIC 9(06)V99 VALUE ZERO.
007960 01  WS-DED-TABLE-AREA.
007970     05  WS-DED-ENTRY OCCURS 10 TIMES.
007980         10  WS-DD-CODE          PIC X(03).
007990         10  WS-DD-CLASS         PIC X(01).
008000         10  WS-DD-METHOD        PIC X(01).
008010         10  WS-DD-AMOUNT        PIC 9(05)V99.
008020         10  WS-DD-PERCENT       PIC V9(04).
008030         10  WS-DD-PRIORITY      PIC 9(02).
008040         10  WS-DD-GOAL          PIC 9(07)V99.
008050         10  WS-DD-TAKEN-TD      PIC 9(07)V99.
008060         10  WS-DD-ARREARS       PIC 9(05)V99.
008070         10  WS-DD-TAKEN-NOW     PIC 9(05)V99.
008080         10  WS-DD-NEW-ARREARS   PIC 9(05)V99.
008090         10  WS-DD-DONE          PIC X(01).
008100         10  WS-DD-CASE-NO       PIC X(08).
008110*
008120*----------------------------------------------------------------*
008130*    DEDUCTION-REGISTER LINES AND CONTROLS                       *
008140*----------------------------------------------------------------*
008150 77  WS-DED-TAKEN-COUNT          PIC 9(05) VALUE ZERO.
008160 77  WS-DED-TAKEN-TOTAL          PIC 9(08)V99 VALUE ZERO.
008170 77  WS-ARREARS-TOTAL            PIC 9(08)V99 VALUE ZERO.
008180 01  WS-DEDREG-HEADING-1.
008190     05  FILLER                  PIC X(20)
008200         VALUE "DEDUCTION REGISTER".
008210     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
008220     05  WS-DR-H1-DATE           PIC 9(08).
008230     05  WS-DR-H1-MODE           PIC X(09) VALUE SPACES.
008240 01  WS-DEDREG-HEADING-2.
008250     05  FILLER                  PIC X(06) VALUE "IDENT".
008260     05  FILLER                  PIC X(22) VALUE "NAME".
008270     05  FILLER                  PIC X(06) VALUE "CODE".
008280     05  FILLER                  PIC X(07) VALUE "CLASS".
008290     05  FILLER                  PIC X(13) VALUE "TAKEN".
008300     05  FILLER                  PIC X(10) VALUE "ARREARS".
008310 01  WS-DEDREG-DETAIL.
008320     05  WS-DR-IDENT             PIC ZZ9.
008330     05  FILLER                  PIC X(03) VALUE SPACES.
008340     05  WS-DR-NAME              PIC X(20).
008350     05  FILLER                  PIC X(02) VALUE SPACES.
008360     05  WS-DR-CODE              PIC X(03).
008370     05  FILLER                  PIC X(03) VALUE SPACES.
008380     05  WS-DR-CLASS             PIC X(04).
008390     05  FILLER                  PIC X(03) VALUE SPACES.
008400     05  WS-DR-TAKEN             PIC ZZZ,ZZ9.99.
008410     05  FILLER                  PIC X(03) VALUE SPACES.
008420     05  WS-DR-ARREARS           PIC ZZZ,ZZ9.99.
008430 01  WS-DEDREG-TOTAL.
008440     05  FILLER                  PIC X(18)
008450         VALUE "DEDUCTIONS TAKEN: ".
008460     05  WS-DR-TL-COUNT          PIC ZZZZ9.
008470     05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
008480     05  WS-DR-TL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
008490     05  FILLER                  PIC X(19)
008500         VALUE "  ARREARS CARRIED: ".
008510     05  WS-DR-TL-ARREARS        PIC ZZ,ZZZ,ZZ9.99.
008520*
008530*----------------------------------------------------------------*
008540*    PAY-STUB LINES - ONE BLOCK PER PAID EMPLOYEE, FINAL ONLY    *
008550*----------------------------------------------------------------*
008560 77  WS-PAY-VEHICLE-SW           PIC X(01) VALUE "N".
008570 77  WS-STUBS-WRITTEN            PIC 9(05) VALUE ZERO.
008580*
008590*----------------------------------------------------------------*
008600*    LEAVE ACCRUAL PARAMETERS AND BALANCE-STATEMENT LINES -      *
008610*    VACATION ACCRUES PER FINAL PERIOD BY YEARS OF SERVICE       *
008620*    (UNDER/OVER THE HI-RATE THRESHOLD), SICK ACCRUES FLAT.      *
008630*    THE ANNUAL HOURS ARE SPREAD OVER THE GROUP'S PERIODS PER    *
008640*    YEAR AT START OF RUN (3.08/4.62/1.85 FOR A WEEKLY GROUP).   *
008650*----------------------------------------------------------------*
008660 77  WS-VAC-ANNUAL-LO            PIC 9(03)V99 VALUE 160.00.
008670 77  WS-VAC-ANNUAL-HI            PIC 9(03)V99 VALUE 240.00.
008680 77  WS-SICK-ANNUAL              PIC 9(03)V99 VALUE 96.00.
008690 77  WS-VAC-ACCRUAL-LO           PIC 9(02)V99 VALUE 3.08.
008700 77  WS-VAC-ACCRUAL-HI           PIC 9(02)V99 VALUE 4.62.
008710 77  WS-SICK-ACCRUAL             PIC 9(02)V99 VALUE 1.85.
008720 77  WS-VAC-HI-SERVICE-YEARS     PIC 9(02) VALUE 5.
008730 77  WS-SERVICE-YEARS            PIC S9(04) VALUE ZERO.
008740 77  WS-LEAVE-STMTS              PIC 9(05) VALUE ZERO.
008750 01  WS-LVSTMT-HEADING-1.
008760     05  FILLER                  PIC X(26)
008770         VALUE "LEAVE BALANCE STATEMENTS".
008780     05  FILLER                  PIC X(13)
008790         VALUE "PERIOD END: ".
008800     05  WS-LS-H1-DATE           PIC 9(08).
008810 01  WS-LVSTMT-DETAIL.
008820     05  WS-LS-IDENT             PIC ZZ9.
008830     05  FILLER                  PIC X(02) VALUE SPACES.
008840     05  WS-LS-NAME              PIC X(20).
008850     05  FILLER                  PIC X(02) VALUE SPACES.
008860     05  WS-LS-TYPE              PIC X(05).
008870     05  FILLER                  PIC X(09)
008880         VALUE " CHARGED ".
008890     05  WS-LS-CHARGED           PIC ZZ9.99.
008900     05  FILLER                  PIC X(09)
008910         VALUE " ACCRUED ".
008920     05  WS-LS-ACCRUED           PIC ZZ9.99.
008930     05  FILLER                  PIC X(09)
008940         VALUE " BALANCE ".
008950     05  WS-LS-BALANCE           PIC -ZZZ9.99.
008960 01  WS-STUB-SEPARATOR           PIC X(60) VALUE ALL "-".
008970 01  WS-STUB-HEADER.
008980     05  FILLER                  PIC X(09) VALUE "EMPLOYEE ".
008990     05  WS-SB-IDENT             PIC ZZ9.
009000     05  FILLER                  PIC X(02) VALUE SPACES.
009010     05  WS-SB-NAME              PIC X(20).
009020     05  FILLER                  PIC X(14)
009030         VALUE "  PERIOD END: ".
009040     05  WS-SB-DATE              PIC 9(08).
009050 01  WS-STUB-HOURS.
009060     05  FILLER                  PIC X(11)
009070         VALUE "HOURS  REG ".
009080     05  WS-SB-REG-HOURS         PIC ZZ9.99.
009090     05  FILLER                  PIC X(05) VALUE "  OT ".
009100     05  WS-SB-OT-HOURS          PIC ZZ9.99.
009110     05  FILLER                  PIC X(06) VALUE "  VAC ".
009120     05  WS-SB-VAC-HOURS         PIC ZZ9.99.
009130     05  FILLER                  PIC X(07) VALUE "  SICK ".
009140     05  WS-SB-SICK-HOURS        PIC ZZ9.99.
009150 01  WS-STUB-EARNINGS.
009160     05  FILLER                  PIC X(07) VALUE "GROSS  ".
009170     05  WS-SB-GROSS             PIC ZZZ,ZZ9.99.
009180     05  FILLER                  PIC X(10) VALUE "  FED TAX ".
009190     05  WS-SB-FED               PIC ZZZ,ZZ9.99.
009200     05  FILLER                  PIC X(07) VALUE "  FICA ".
009210     05  WS-SB-FICA              PIC ZZZ,ZZ9.99.
009220     05  FILLER                  PIC X(08) VALUE "  STATE ".
009230     05  WS-SB-STATE             PIC ZZZ,ZZ9.99.
009240 01  WS-STUB-DEDUCTION.
009250     05  FILLER                  PIC X(11)
009260         VALUE "DEDUCTION  ".
009270     05  WS-SB-DED-CODE          PIC X(03).
009280     05  FILLER                  PIC X(08) VALUE "  TAKEN ".
009290     05  WS-SB-DED-TAKEN         PIC ZZZ,ZZ9.99.
009300     05  FILLER                  PIC X(10) VALUE "  ARREARS ".
009310     05  WS-SB-DED-ARREARS       PIC ZZZ,ZZ9.99.
009320 01  WS-STUB-NET.
009330     05  FILLER                  PIC X(09) VALUE "NET PAY  ".
009340     05  WS-SB-NET               PIC ZZZ,ZZ9.99.
009350     05  FILLER                  PIC X(02) VALUE SPACES.
009360     05  WS-SB-VEHICLE           PIC X(25).
009370 01  WS-STUB-YTD.
009380     05  FILLER                  PIC X(11)
009390         VALUE "YTD GROSS ".
009400     05  WS-SB-YTD-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
009410     05  FILLER                  PIC X(06) VALUE "  FED ".
009420     05  WS-SB-YTD-FED           PIC ZZZ,ZZZ,ZZ9.99.
009430     05  FILLER                  PIC X(07) VALUE "  FICA ".
009440     05  WS-SB-YTD-FICA          PIC ZZZ,ZZZ,ZZ9.99.
009450     05  FILLER                  PIC X(06) VALUE "  NET ".
009460     05  WS-SB-YTD-NET           PIC ZZZ,ZZZ,ZZ9.99.
009470*
009480*----------------------------------------------------------------*
009490*    GL POSTING WORK AREAS - GROSS ACCUMULATED BY DeptCode AND    *
009500*    POSTED AS BALANCED DEBITS/CREDITS AT END OF A FINAL RUN.     *
009510*    ACCOUNT NUMBERS ARE THE SHOP'S STANDARD CHART OF ACCOUNTS.   *
009520*----------------------------------------------------------------*
009530 77  WS-DEPT-MAX                 PIC 9(02) VALUE 20.
009540 77  WS-DEPT-COUNT               PIC 9(02) VALUE ZERO.
009550 77  WS-DEPT-IX                  PIC S9(04) COMP VALUE ZERO.
009560 77  WS-DEPT-DROPPED-GROSS       PIC 9(08)V99 VALUE ZERO.
009570 01  WS-DEPT-TABLE-AREA.
009580     05  WS-DEPT-ENTRY OCCURS 20 TIMES.
009590         10  WS-DP-CODE          PIC X(04).
009600         10  WS-DP-GROSS         PIC 9(08)V99.
009610 77  WS-ACCT-LABOR               PIC X(08) VALUE "51000000".
009620 77  WS-ACCT-FED-LIAB            PIC X(08) VALUE "21100000".
009630 77  WS-ACCT-FICA-LIAB           PIC X(08) VALUE "21200000".
009640 77  WS-ACCT-STATE-LIAB          PIC X(08) VALUE "21300000".
009650 77  WS-ACCT-DED-LIAB            PIC X(08) VALUE "21400000".
009660 77  WS-ACCT-CASH                PIC X(08) VALUE "10100000".
009670 77  WS-ACCT-ER-FICA-EXP         PIC X(08) VALUE "51100000".
009680 77  WS-ACCT-FUTA-EXP            PIC X(08) VALUE "51200000".
009690 77  WS-ACCT-SUTA-EXP            PIC X(08) VALUE "51300000".
009700 77  WS-ACCT-FUTA-LIAB           PIC X(08) VALUE "21500000".
009710 77  WS-ACCT-SUTA-LIAB           PIC X(08) VALUE "21600000".
009720 77  WS-GL-DEBIT-TOTAL           PIC 9(10)V99 VALUE ZERO.
009730 77  WS-GL-CREDIT-TOTAL          PIC 9(10)V99 VALUE ZERO.
009740 77  WS-GL-POSTING-COUNT         PIC 9(05) VALUE ZERO.
009750 77  WS-GL-SET-ACCOUNT           PIC X(08) VALUE SPACES.
009760 77  WS-GL-SET-DEPT              PIC X(04) VALUE SPACES.
009770 77  WS-GL-SET-DRCR              PIC X(01) VALUE SPACE.
009780 77  WS-GL-SET-AMOUNT            PIC 9(08)V99 VALUE ZERO.
009790 77  WS-GL-SET-DESC              PIC X(20) VALUE SPACES.
009800 01  WS-GLSUM-HEADING-1.
009810     05  FILLER                  PIC X(20)
009820         VALUE "GL POSTING SUMMARY".
009830     05  FILLER                  PIC X(10) VALUE "PAY DATE: ".
009840     05  WS-GS-H1-DATE           PIC 9(08).
009850     05  FILLER                  PIC X(08) VALUE "  GROUP ".
009860     05  WS-GS-H1-GROUP          PIC X(01).
009870 01  WS-GLSUM-HEADING-2.
009880     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
009890     05  FILLER                  PIC X(06) VALUE "DEPT".
009900     05  FILLER                  PIC X(07) VALUE "DR/CR".
009910     05  FILLER                  PIC X(16) VALUE "AMOUNT".
009920     05  FILLER                  PIC X(11) VALUE "DESCRIPTION".
009930 01  WS-GLSUM-DETAIL.
009940     05  WS-GS-ACCOUNT           PIC X(08).
009950     05  FILLER                  PIC X(02) VALUE SPACES.
009960     05  WS-GS-DEPT              PIC X(04).
009970     05  FILLER                  PIC X(03) VALUE SPACES.
009980     05  WS-GS-DRCR              PIC X(02).
009990     05  FILLER                  PIC X(05) VALUE SPACES.
010000     05  WS-GS-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
010010     05  FILLER                  PIC X(02) VALUE SPACES.
010020     05  WS-GS-DESC              PIC X(20).
010030*
010040*----------------------------------------------------------------*
010050*    PAGINATION AND REGISTER GRAND TOTALS                        *
010060*----------------------------------------------------------------*
010070 77  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
010080 77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.
010090 77  WS-PAGE-NUMBER              PIC 9(04) VALUE ZERO.
010100 77  WS-GRAND-GROSS              PIC 9(08)V99 VALUE ZERO.
010110 77  WS-GRAND-FED                PIC 9(08)V99 VALUE ZERO.
010120 77  WS-GRAND-FICA               PIC 9(08)V99 VALUE ZERO.
010130 77  WS-GRAND-STATE              PIC 9(08)V99 VALUE ZERO.
010140 77  WS-GRAND-OTH                PIC 9(08)V99 VALUE ZERO.
010150 77  WS-GRAND-NET                PIC 9(08)V99 VALUE ZERO.
010160 77  WS-GRAND-SS                 PIC 9(08)V99 VALUE ZERO.
010170 77  WS-GRAND-MED                PIC 9(08)V99 VALUE ZERO.
010180 77  WS-GRAND-ER-SS              PIC 9(08)V99 VALUE ZERO.
010190 77  WS-GRAND-ER-MED             PIC 9(08)V99 VALUE ZERO.
010200 77  WS-GRAND-ER-FICA            PIC 9(08)V99 VALUE ZERO.
010210 77  WS-GRAND-FUTA               PIC 9(08)V99 VALUE ZERO.
010220 77  WS-GRAND-SUTA               PIC 9(08)V99 VALUE ZERO.
010230 77  WS-GRAND-FUTA-QTD           PIC 9(08)V99 VALUE ZERO.
010240*
010250*----------------------------------------------------------------*
010260*    GENERIC AUDIT PARAMETERS - SET BEFORE PERFORM 7000          *
010270*----------------------------------------------------------------*
010280 01  WS-AUDIT-IDENT              PIC 9(03) VALUE ZERO.
010290 01  WS-AUDIT-FIELD              PIC X(15) VALUE SPACES.
010300 01  WS-AUDIT-OLD                PIC X(20) VALUE SPACES.
010310 01  WS-AUDIT-NEW                PIC X(20) VALUE SPACES.
010320*
010330*----------------------------------------------------------------*
010340*    REPORT HEADING AND DETAIL LINES                             *
010350*----------------------------------------------------------------*
010360 01  WS-HEADING-1.
010370     05  FILLER                  PIC X(20) VALUE "PAY REGISTER".
010380     05  FILLER                  PIC X(14) VALUE "RUN DATE: ".
010390     05  WS-H1-RUN-DATE          PIC 9(08).
010400     05  FILLER                  PIC X(09) VALUE "  PAGE ".
010410     05  WS-H1-PAGE-NO           PIC ZZZ9.
010420     05  FILLER                  PIC X(06) VALUE "  RUN ".
010430     05  WS-H1-RUN-NO            PIC X(04).
010440     05  WS-H1-MODE              PIC X(09) VALUE SPACES.
010450     05  FILLER                  PIC X(08) VALUE "  GROUP ".
010460     05  WS-H1-GROUP             PIC X(01).
010470 01  WS-HEADING-2.
010480     05  FILLER                  PIC X(06) VALUE "IDENT".
010490     05  FILLER                  PIC X(17) VALUE "NAME".
010500     05  FILLER                  PIC X(12) VALUE "GROSS".
010510     05  FILLER                  PIC X(13) VALUE "FED TAX".
010520     05  FILLER                  PIC X(13) VALUE "FICA".
010530     05  FILLER                  PIC X(13) VALUE "STATE".
010540     05  FILLER                  PIC X(13) VALUE "OTH DED".
010550     05  FILLER                  PIC X(08) VALUE "NET".
010560 01  WS-DETAIL-LINE.
010570     05  WS-DL-IDENT             PIC ZZ9.
010580     05  FILLER                  PIC X(03) VALUE SPACES.
010590     05  WS-DL-NAME              PIC X(20).
010600     05  WS-DL-GROSS             PIC ZZZ,ZZ9.99.
010610     05  FILLER                  PIC X(03) VALUE SPACES.
010620     05  WS-DL-FED               PIC ZZZ,ZZ9.99.
010630     05  FILLER                  PIC X(03) VALUE SPACES.
010640     05  WS-DL-FICA              PIC ZZZ,ZZ9.99.
010650     05  FILLER                  PIC X(03) VALUE SPACES.
010660     05  WS-DL-STATE             PIC ZZZ,ZZ9.99.
010670     05  FILLER                  PIC X(03) VALUE SPACES.
010680     05  WS-DL-OTH               PIC ZZZ,ZZ9.99.
010690     05  FILLER                  PIC X(03) VALUE SPACES.
010700     05  WS-DL-NET               PIC ZZZ,ZZ9.99.
010710 01  WS-TOTAL-LINE.
010720     05  FILLER                  PIC X(11) VALUE "GRAND TOTAL".
010730     05  FILLER                  PIC X(12) VALUE SPACES.
010740     05  WS-TL-GROSS             PIC ZZ,ZZZ,ZZ9.99.
010750     05  FILLER                  PIC X(01) VALUE SPACES.
010760     05  WS-TL-FED               PIC ZZ,ZZZ,ZZ9.99.
010770     05  FILLER                  PIC X(01) VALUE SPACES.
010780     05  WS-TL-FICA              PIC ZZ,ZZZ,ZZ9.99.
010790     05  FILLER                  PIC X(01) VALUE SPACES.
010800     05  WS-TL-STATE             PIC ZZ,ZZZ,ZZ9.99.
010810     05  FILLER                  PIC X(01) VALUE SPACES.
010820     05  WS-TL-OTH               PIC ZZ,ZZZ,ZZ9.99.
010830     05  FILLER                  PIC X(01) VALUE SPACES.
010840     05  WS-TL-NET               PIC ZZ,ZZZ,ZZ9.99.
010850 01  WS-ER-TOTAL-LINE.
010860     05  FILLER                  PIC X(16)
010870         VALUE "EMPLOYER TAXES".
010880     05  FILLER                  PIC X(04) VALUE "SS ".
010890     05  WS-ET-SS                PIC ZZ,ZZZ,ZZ9.99.
010900     05  FILLER                  PIC X(12) VALUE "  MEDICARE ".
010910     05  WS-ET-MED               PIC ZZ,ZZZ,ZZ9.99.
010920     05  FILLER                  PIC X(08) VALUE "  FUTA ".
010930     05  WS-ET-FUTA              PIC ZZ,ZZZ,ZZ9.99.
010940     05  FILLER                  PIC X(08) VALUE "  SUTA ".
010950     05  WS-ET-SUTA              PIC ZZ,ZZZ,ZZ9.99.
010960*
010970******************************************************************
010980*
010990*   PROCEDURE DIVISION.
011000*
011010******************************************************************
011020 PROCEDURE DIVISION.
011030*
011040 0000-MAINLINE.
011050     PERFORM 1000-INITIALIZE
011060         THRU 1000-INITIALIZE-EXIT
011070     PERFORM 2000-RUN-PAYROLL
011080         THRU 2000-RUN-PAYROLL-EXIT
011090         UNTIL EMP-EOF
011100     PERFORM 8000-FINALIZE
011110         THRU 8000-FINALIZE-EXIT
011120     STOP RUN.
011130*
011140*------------------------------------------------------------*
011150*    1000-INITIALIZE                                          *
011160*------------------------------------------------------------*
011170 1000-INITIALIZE.
011180     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
011190     IF WS-JOB-ID = SPACES
011200         MOVE "PAYROLL" TO WS-JOB-ID
011210     END-IF
011220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
011230     OPEN EXTEND RUN-LOG-FILE
011240     MOVE "S" TO WS-RL-ENTRY-TYPE
011250     MOVE SPACES TO WS-RL-STATUS
011260     PERFORM 1400-WRITE-RUN-LOG
011270         THRU 1400-WRITE-RUN-LOG-EXIT
011280     PERFORM 1300-READ-RUN-CONTROL
011290         THRU 1300-READ-RUN-CONTROL-EXIT
011300     PERFORM 1350-VALIDATE-PAY-PERIOD
011310         THRU 1350-VALIDATE-PAY-PERIOD-EXIT
011320     PERFORM 1360-SET-PERIOD-PARMS
011330         THRU 1360-SET-PERIOD-PARMS-EXIT
011340     DIVIDE WS-RUN-MONTH BY 3 GIVING WS-RUN-QUARTER
011350         REMAINDER WS-QTR-REM
011360     IF WS-QTR-REM NOT = ZERO
011370         ADD 1 TO WS-RUN-QUARTER
011380     END-IF
011390     OPEN I-O EMPLOYEE-MASTER-FILE
011400*    A MISSING MASTER ON A PAY RUN IS A CATALOG OR DATASET
011410*    PROBLEM, NOT A FIRST RUN - ABEND HARD RATHER THAN CREATE
011420*    AN EMPTY FILE AND PAY NOBODY WITHOUT A WARNING.
011430     IF WS-EMP-FILE-STATUS = "35"
011440         DISPLAY "PAYROLL ABEND - CUSTOMER MASTER NOT FOUND"
011450         DISPLAY "RESTORE FROM THE CUSTBKP BACKUP AND RERUN"
011460         MOVE 16 TO RETURN-CODE
011470         STOP RUN
011480     END-IF
011490     OPEN I-O YTD-MASTER-FILE
011500     IF WS-YTD-FILE-STATUS = "35"
011510         CLOSE YTD-MASTER-FILE
011520         OPEN OUTPUT YTD-MASTER-FILE
011530         CLOSE YTD-MASTER-FILE
011540         OPEN I-O YTD-MASTER-FILE
011550     END-IF
011560     OPEN OUTPUT PAY-REGISTER-FILE
011570     OPEN I-O DEDUCT-MASTER-FILE
011580*    A SHOP WITH NO DEDUCTIONS ON FILE YET RUNS WITH AN EMPTY
011590*    MASTER, THE SAME WAY THE YTD MASTER IS SEEDED.
011600     IF WS-DED-FILE-STATUS = "35"
011610         CLOSE DEDUCT-MASTER-FILE
011620         OPEN OUTPUT DEDUCT-MASTER-FILE
011630         CLOSE DEDUCT-MASTER-FILE
011640         OPEN I-O DEDUCT-MASTER-FILE
011650     END-IF
011660     OPEN OUTPUT DEDUCTION-REGISTER-FILE
011670     MOVE WS-RUN-DATE TO WS-DR-H1-DATE
011680     MOVE WS-H1-MODE TO WS-DR-H1-MODE
011690     WRITE DEDUCTION-REGISTER-LINE FROM WS-DEDREG-HEADING-1
011700     WRITE DEDUCTION-REGISTER-LINE FROM WS-DEDREG-HEADING-2
011710         AFTER ADVANCING 2 LINES
011720     OPEN OUTPUT PAY-STUB-FILE
011730     OPEN I-O LEAVE-MASTER-FILE
011740*    A SHOP WITH NO LEAVE PLAN LOADED YET RUNS WITH AN EMPTY
011750*    MASTER, THE SAME WAY THE YTD MASTER IS SEEDED.
011760     IF WS-LV-FILE-STATUS = "35"
011770         CLOSE LEAVE-MASTER-FILE
011780         OPEN OUTPUT LEAVE-MASTER-FILE
011790         CLOSE LEAVE-MASTER-FILE
011800         OPEN I-O LEAVE-MASTER-FILE
011810     END-IF
011820     OPEN OUTPUT LEAVE-STMT-FILE
011830     MOVE WS-RUN-DATE TO WS-LS-H1-DATE
011840     WRITE LEAVE-STMT-LINE FROM WS-LVSTMT-HEADING-1
011850     OPEN OUTPUT GL-POSTING-FILE
011860     OPEN OUTPUT GL-SUMMARY-FILE
011870     OPEN OUTPUT TAX-DEPOSIT-FILE
011880     OPEN OUTPUT DEDUCTION-EXTRACT-FILE
011890     OPEN OUTPUT PAYROLL-TOTALS-FILE
011900     MOVE WS-RUN-DATE TO WS-GS-H1-DATE
011910     WRITE GL-SUMMARY-LINE FROM WS-GLSUM-HEADING-1
011920     WRITE GL-SUMMARY-LINE FROM WS-GLSUM-HEADING-2
011930         AFTER ADVANCING 2 LINES
011940     PERFORM 1200-OPEN-CHECK-FILES
011950         THRU 1200-OPEN-CHECK-FILES-EXIT
011960     OPEN INPUT TAX-TABLE-FILE
011970     PERFORM 1100-LOAD-TAX-TABLE
011980         THRU 1100-LOAD-TAX-TABLE-EXIT
011990     CLOSE TAX-TABLE-FILE
012000     OPEN INPUT STATE-TAX-TABLE-FILE
012010     PERFORM 1150-LOAD-STATE-TABLE
012020         THRU 1150-LOAD-STATE-TABLE-EXIT
012030     CLOSE STATE-TAX-TABLE-FILE
012040     OPEN EXTEND AUDIT-LOG-FILE
012050*    A SHOP WITH NO RATE HISTORY LOADED YET PAYS FROM
012060*    HourlyRate ALONE, EXACTLY AS BEFORE.
012070     OPEN INPUT RATE-HISTORY-FILE
012080     IF WS-RH-FILE-STATUS = "35"
012090         OPEN OUTPUT RATE-HISTORY-FILE
012100         CLOSE RATE-HISTORY-FILE
012110         OPEN INPUT RATE-HISTORY-FILE
012120     END-IF
012130     OPEN EXTEND PAY-HISTORY-FILE
012140     MOVE LOW-VALUES TO Ident
012150     START EMPLOYEE-MASTER-FILE
012160         KEY IS NOT LESS THAN Ident
012170         INVALID KEY
012180             SET EMP-EOF TO TRUE
012190     END-START
012200     IF NOT EMP-EOF
012210         PERFORM 2100-READ-NEXT-EMPLOYEE
012220             THRU 2100-READ-NEXT-EMPLOYEE-EXIT
012230     END-IF.
012240 1000-INITIALIZE-EXIT.
012250     EXIT.
012260*
012270*------------------------------------------------------------*
012280*    1100-LOAD-TAX-TABLE - READ THE BRACKET FILE INTO THE     *
012290*    IN-STORAGE TABLE.  ENTRIES PAST THE TABLE LIMIT ARE      *
012300*    DROPPED (THE FALLBACK RATE STILL COVERS ANY GROSS).      *
012310*------------------------------------------------------------*
012320 1100-LOAD-TAX-TABLE.
012330     PERFORM 1110-READ-TAX-RECORD
012340         THRU 1110-READ-TAX-RECORD-EXIT
012350     PERFORM 1120-STORE-TAX-RECORD
012360         THRU 1120-STORE-TAX-RECORD-EXIT
012370         UNTIL TAX-EOF.
012380 1100-LOAD-TAX-TABLE-EXIT.
012390     EXIT.
012400*
012410 1110-READ-TAX-RECORD.
012420     READ TAX-TABLE-FILE
012430         AT END
012440             SET TAX-EOF TO TRUE
012450     END-READ.
012460 1110-READ-TAX-RECORD-EXIT.
012470     EXIT.
012480*
012490 1120-STORE-TAX-RECORD.
012500     IF WS-TAX-ENTRY-COUNT < WS-TAX-MAX-ENTRIES
012510         ADD 1 TO WS-TAX-ENTRY-COUNT
012520         MOVE TX-FILING-STATUS
012530             TO WS-TAX-STATUS (WS-TAX-ENTRY-COUNT)
012540         MOVE TX-BRACKET-FLOOR
012550             TO WS-TAX-FLOOR (WS-TAX-ENTRY-COUNT)
012560         MOVE TX-BRACKET-CEILING
012570             TO WS-TAX-CEILING (WS-TAX-ENTRY-COUNT)
012580         MOVE TX-RATE
012590             TO WS-TAX-RATE (WS-TAX-ENTRY-COUNT)
012600     END-IF
012610     PERFORM 1110-READ-TAX-RECORD
012620         THRU 1110-READ-TAX-RECORD-EXIT.
012630 1120-STORE-TAX-RECORD-EXIT.
012640     EXIT.
012650*
012660*------------------------------------------------------------*
012670*    1150-LOAD-STATE-TABLE - READ THE STATE BRACKET FILE INTO *
012680*    THE IN-STORAGE TABLE.  ENTRIES PAST THE LIMIT ARE        *
012690*    DROPPED (THE AFFECTED STATE SIMPLY WITHHOLDS LESS, AND   *
012700*    THE QUARTERLY RETURN CATCHES IT - RAISE THE LIMIT).      *
012710*------------------------------------------------------------*
012720 1150-LOAD-STATE-TABLE.
012730     PERFORM 1160-READ-STATE-RECORD
012740         THRU 1160-READ-STATE-RECORD-EXIT
012750     PERFORM 1170-STORE-STATE-RECORD
012760         THRU 1170-STORE-STATE-RECORD-EXIT
012770         UNTIL STX-EOF.
012780 1150-LOAD-STATE-TABLE-EXIT.
012790     EXIT.
012800*
012810 1160-READ-STATE-RECORD.
012820     READ STATE-TAX-TABLE-FILE
012830         AT END
012840             SET STX-EOF TO TRUE
012850     END-READ.
012860 1160-READ-STATE-RECORD-EXIT.
012870     EXIT.
012880*
012890 1170-STORE-STATE-RECORD.
012900     IF WS-STX-ENTRY-COUNT < WS-STX-MAX-ENTRIES
012910         ADD 1 TO WS-STX-ENTRY-COUNT
012920         MOVE SX-STATE-CODE
012930             TO WS-STX-STATE (WS-STX-ENTRY-COUNT)
012940         MOVE SX-FILING-STATUS
012950             TO WS-STX-STATUS (WS-STX-ENTRY-COUNT)
012960         MOVE SX-BRACKET-FLOOR
012970             TO WS-STX-FLOOR (WS-STX-ENTRY-COUNT)
012980         MOVE SX-BRACKET-CEILING
012990             TO WS-STX-CEILING (WS-STX-ENTRY-COUNT)
013000         MOVE SX-RATE
013010             TO WS-STX-RATE (WS-STX-ENTRY-COUNT)
013020     END-IF
013030     PERFORM 1160-READ-STATE-RECORD
013040         THRU 1160-READ-STATE-RECORD-EXIT.
013050 1170-STORE-STATE-RECORD-EXIT.
013060     EXIT.
013070*
013080*------------------------------------------------------------*
013090*    1200-OPEN-CHECK-FILES - PICK UP THE LAST CHECK NUMBER    *
013100*    USED (CREATING THE CONTROL RECORD ON A FIRST RUN), OPEN  *
013110*    THE CHECK-ISSUE EXTRACT FOR APPEND, AND START THE CHECK  *
013120*    REGISTER.                                                *
013130*------------------------------------------------------------*
013140 1200-OPEN-CHECK-FILES.
013150     OPEN I-O CHECK-NUMBER-FILE
013160     IF WS-CHKNBR-FILE-STATUS = "35"
013170         CLOSE CHECK-NUMBER-FILE
013180         OPEN OUTPUT CHECK-NUMBER-FILE
013190         MOVE SPACES TO CHECK-NUMBER-RECORD
013200         MOVE ZERO TO CN-LAST-CHECK-NO
013210         WRITE CHECK-NUMBER-RECORD
013220         CLOSE CHECK-NUMBER-FILE
013230         OPEN I-O CHECK-NUMBER-FILE
013240     END-IF
013250*    AN EMPTY (FRESHLY ALLOCATED) CONTROL FILE IS SEEDED WITH A
013260*    ZERO RECORD SO THE END-OF-RUN REWRITE HAS A RECORD TO HIT.
013270     READ CHECK-NUMBER-FILE
013280         AT END
013290             CLOSE CHECK-NUMBER-FILE
013300             OPEN OUTPUT CHECK-NUMBER-FILE
013310             MOVE SPACES TO CHECK-NUMBER-RECORD
013320             MOVE ZERO TO CN-LAST-CHECK-NO
013330             WRITE CHECK-NUMBER-RECORD
013340             CLOSE CHECK-NUMBER-FILE
013350             OPEN I-O CHECK-NUMBER-FILE
013360             READ CHECK-NUMBER-FILE
013370             END-READ
013380     END-READ
013390     MOVE CN-LAST-CHECK-NO TO WS-CHECK-NO
013400     COMPUTE WS-FIRST-CHECK-NO = WS-CHECK-NO + 1
013410     OPEN EXTEND CHECK-ISSUE-FILE
013420     OPEN OUTPUT CHECK-REGISTER-FILE
013430     MOVE WS-RUN-DATE TO WS-CR-H1-DATE
013440     WRITE CHECK-REGISTER-LINE FROM WS-CHKREG-HEADING-1
013450     WRITE CHECK-REGISTER-LINE FROM WS-CHKREG-HEADING-2
013460         AFTER ADVANCING 2 LINES
013470     OPEN OUTPUT ACH-DEPOSIT-FILE
013480     OPEN OUTPUT ACH-REGISTER-FILE
013490     MOVE WS-RUN-DATE TO WS-AR-H1-DATE
013500     WRITE ACH-REGISTER-LINE FROM WS-ACHREG-HEADING-1
013510     WRITE ACH-REGISTER-LINE FROM WS-ACHREG-HEADING-2
013520         AFTER ADVANCING 2 LINES.
013530 1200-OPEN-CHECK-FILES-EXIT.
013540     EXIT.
013550*
013560*------------------------------------------------------------*
013570*    1300-READ-RUN-CONTROL - PICK UP THE PAYCTL CARD.  A      *
013580*    PUNCHED PERIOD-END DATE OVERRIDES THE SYSTEM CLOCK, THE  *
013590*    MODE PICKS TRIAL OR FINAL (MISSING/BLANK CARD = FINAL,   *
013600*    ANYTHING ELSE ABENDS), AND THE RUN NUMBER PRINTS ON THE  *
013610*    REGISTER HEADING, AS DOES THE PAY GROUP BEING PAID       *
013620*    (BLANK = THE ORIGINAL WEEKLY GROUP).                     *
013630*------------------------------------------------------------*
013640 1300-READ-RUN-CONTROL.
013650     OPEN INPUT PAY-CONTROL-FILE
013660     READ PAY-CONTROL-FILE
013670         AT END
013680             MOVE SPACES TO PAY-CONTROL-CARD
013690     END-READ
013700*    THE CARD FIELDS ARE USED BEFORE THE CLOSE - THE FD RECORD
013710*    AREA IS UNDEFINED AFTER CLOSE UNDER THIS DIALECT.
013720     IF PC-PERIOD-END-DATE IS NUMERIC
013730             AND PC-PERIOD-END-DATE NOT = "00000000"
013740         MOVE PC-PERIOD-END-DATE TO WS-RUN-DATE
013750     END-IF
013760     EVALUATE TRUE
013770         WHEN PC-TRIAL
013780             MOVE "T" TO WS-RUN-MODE-SW
013790             MOVE "  *TRIAL*" TO WS-H1-MODE
013800         WHEN PC-FINAL
013810             MOVE "F" TO WS-RUN-MODE-SW
013820         WHEN PC-RUN-MODE = SPACES
013830             MOVE "F" TO WS-RUN-MODE-SW
013840         WHEN OTHER
013850             DISPLAY "PAYROLL ABEND - RUN MODE '" PC-RUN-MODE
013860                     "' NOT TRIAL OR FINAL"
013870             MOVE 16 TO RETURN-CODE
013880             STOP RUN
013890     END-EVALUATE
013900     MOVE PC-RUN-NUMBER TO WS-RUN-NUMBER
013910     MOVE WS-RUN-NUMBER TO WS-H1-RUN-NO
013920     MOVE PC-PAY-GROUP TO WS-PAY-GROUP
013930     MOVE WS-PAY-GROUP TO WS-H1-GROUP
013940     MOVE WS-PAY-GROUP TO WS-GS-H1-GROUP
013950     IF PC-SUPV-OVERRIDE
013960         MOVE "Y" TO WS-OVERRIDE-SW
013970     END-IF
013980     CLOSE PAY-CONTROL-FILE.
013990 1300-READ-RUN-CONTROL-EXIT.
014000     EXIT.
014010*
014020*------------------------------------------------------------*
014030*    1350-VALIDATE-PAY-PERIOD - THE RUN DATE MUST BE A        *
014040*    PERIOD-END DATE ON THE PAY GROUP'S CALENDAR.  A FINAL    *
014050*    RUN AGAINST A PERIOD ALREADY POSTED REFUSES TO START     *
014060*    UNLESS THE SUPERVISOR OVERRIDE IS PUNCHED - THE AUGUST   *
014070*    NEAR-MISS DOUBLE RUN IS EXACTLY WHAT THIS GATE IS FOR.   *
014080*------------------------------------------------------------*
014090 1350-VALIDATE-PAY-PERIOD.
014100     OPEN I-O PERIOD-CALENDAR-FILE
014110*    A MISSING CALENDAR IS A YEAR-END SETUP PROBLEM, NOT A
014120*    FIRST RUN - REFUSE TO GUESS AT PERIOD CONTROL.
014130     IF WS-CAL-FILE-STATUS = "35"
014140         DISPLAY "PAYROLL ABEND - PERIOD CALENDAR NOT FOUND"
014150         DISPLAY "LOAD PAY.PERCAL.DATA AND RERUN"
014160         MOVE 16 TO RETURN-CODE
014170         STOP RUN
014180     END-IF
014190     MOVE WS-PAY-GROUP TO PD-PAY-GROUP
014200     MOVE WS-RUN-DATE TO PD-PERIOD-END-DATE
014210     READ PERIOD-CALENDAR-FILE
014220         KEY IS PD-KEY
014230         INVALID KEY
014240             DISPLAY "PAYROLL ABEND - " WS-RUN-DATE
014250                     " IS NOT A PERIOD-END DATE ON THE CALENDAR"
014260                     " FOR PAY GROUP '" WS-PAY-GROUP "'"
014270             MOVE 16 TO RETURN-CODE
014280             STOP RUN
014290     END-READ
014300     IF PD-POSTED
014310             AND FINAL-RUN
014320         IF SUPV-OVERRIDE
014330             DISPLAY "PAYROLL - PERIOD " WS-RUN-DATE
014340                     " GROUP '" WS-PAY-GROUP "'"
014350                     " ALREADY POSTED - SUPERVISOR OVERRIDE"
014360                     " ACCEPTED, RERUN PROCEEDING"
014370             MOVE PD-POSTED-RUN TO WS-PRIOR-POST-RUN
014380             MOVE PD-POSTED-DATE TO WS-PRIOR-POST-DATE
014390         ELSE
014400             DISPLAY "PAYROLL ABEND - PERIOD " WS-RUN-DATE
014410                     " GROUP '" WS-PAY-GROUP "'"
014420                     " ALREADY POSTED ON " PD-POSTED-DATE
014430                     " BY RUN " PD-POSTED-RUN
014440             DISPLAY "A DELIBERATE RERUN REQUIRES THE"
014450                     " SUPERVISOR OVERRIDE ON THE PAYCTL CARD"
014460             MOVE 16 TO RETURN-CODE
014470             STOP RUN
014480         END-IF
014490     END-IF.
014500 1350-VALIDATE-PAY-PERIOD-EXIT.
014510     EXIT.
014520*
014530*------------------------------------------------------------*
014540*    1360-SET-PERIOD-PARMS - THE GROUP'S PAY FREQUENCY FROM   *
014550*    THE CALENDAR RECORD (ZERO OR BLANK = WEEKLY, 52) SETS    *
014560*    THE PER-PERIOD OVERTIME THRESHOLD AND LEAVE ACCRUALS     *
014570*    FROM THEIR ANNUAL AMOUNTS.                               *
014580*------------------------------------------------------------*
014590 1360-SET-PERIOD-PARMS.
014600     IF PD-PERIODS-PER-YEAR IS NUMERIC
014610             AND PD-PERIODS-PER-YEAR > ZERO
014620         MOVE PD-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
014630     END-IF
014640     COMPUTE WS-OT-THRESHOLD ROUNDED =
014650         WS-ANNUAL-HOURS / WS-PERIODS-PER-YEAR
014660     COMPUTE WS-VAC-ACCRUAL-LO ROUNDED =
014670         WS-VAC-ANNUAL-LO / WS-PERIODS-PER-YEAR
014680     COMPUTE WS-VAC-ACCRUAL-HI ROUNDED =
014690         WS-VAC-ANNUAL-HI / WS-PERIODS-PER-YEAR
014700     COMPUTE WS-SICK-ACCRUAL ROUNDED =
014710         WS-SICK-ANNUAL / WS-PERIODS-PER-YEAR.
014720 1360-SET-PERIOD-PARMS-EXIT.
014730     EXIT.
014740*
014750*------------------------------------------------------------*
014760*    1400-WRITE-RUN-LOG - ONE STANDARD RUN-LOG RECORD (S AT   *
014770*    START OF RUN, E WITH THE FINAL COUNTS AT END).           *
014780*------------------------------------------------------------*
014790 1400-WRITE-RUN-LOG.
014800     MOVE SPACES TO RUN-LOG-RECORD
014810     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
014820     ACCEPT WS-TS-TIME FROM TIME
014830     MOVE "PAYROLL" TO RL-PROGRAM-ID
014840     MOVE WS-JOB-ID TO RL-JOB-ID
014850     MOVE WS-RL-ENTRY-TYPE TO RL-ENTRY-TYPE
014860     MOVE WS-TS-DATE TO RL-DATE
014870     MOVE WS-TS-TIME TO RL-TIME
014880     MOVE WS-EMP-READ-COUNT TO RL-RECORDS-READ
014890*    EMPLOYEES PAID = CHECKS CUT PLUS LIVE DEPOSITS (A PRENOTED
014900*    EMPLOYEE GOT A CHECK, SO NOBODY COUNTS TWICE).
014910     ADD WS-CHECKS-ISSUED WS-ACH-DEPOSITS
014920         GIVING RL-RECORDS-WRITTEN
014930     MOVE WS-OVERFLOW-EXC-COUNT TO RL-EXCEPTION-COUNT
014940     MOVE WS-RL-STATUS TO RL-FINAL-STATUS
014950     MOVE WS-PAY-GROUP TO RL-PAY-GROUP
014960     WRITE RUN-LOG-RECORD.
014970 1400-WRITE-RUN-LOG-EXIT.
014980     EXIT.
014990*
015000*------------------------------------------------------------*
015010*    2000-RUN-PAYROLL - ONE EMPLOYEE PER ITERATION             *
015020*------------------------------------------------------------*
015030 2000-RUN-PAYROLL.
015040     ADD 1 TO WS-EMP-READ-COUNT
015050*    ONLY THE PAY GROUP NAMED ON THE PAYCTL CARD IS PAID.  AN
015060*    EMPLOYEE IN ANOTHER GROUP IS LEFT UNTOUCHED FOR THAT
015070*    GROUP'S OWN RUN - NOT PAID, NOT HELD, NOT PRINTED.
015080     IF PayGroup NOT = WS-PAY-GROUP
015090         ADD 1 TO WS-OTHER-GROUP-COUNT
015100         GO TO 2000-READ-NEXT
015110     END-IF
015120*    A NON-ACTIVE STATUS IN EFFECT AS OF THE RUN DATE IS NOT
015130*    PAID - NO COMPUTE, NO POST, NO CHECK - IT IS HELD FOR
015140*    THE NOT-PAID SECTION PRINTED AFTER THE GRAND TOTAL.
015150     IF EmpStatus NOT = "A" AND EmpStatus NOT = SPACE
015160             AND StatusDate NOT > WS-RUN-DATE
015170         PERFORM 2500-HOLD-NOT-PAID
015180             THRU 2500-HOLD-NOT-PAID-EXIT
015190         GO TO 2000-READ-NEXT
015200     END-IF
015210     PERFORM 2200-COMPUTE-PAY
015220         THRU 2200-COMPUTE-PAY-EXIT
015230*    A TRIAL RUN COMPUTES AND PRINTS BUT POSTS NOTHING - THE
015240*    MASTER REWRITE/AUDIT, YTD ROLL-FORWARD, AND CHECK
015250*    ISSUANCE ARE ALL FINAL-ONLY.
015260     IF FINAL-RUN
015270         PERFORM 2300-UPDATE-PAYCHECK
015280             THRU 2300-UPDATE-PAYCHECK-EXIT
015290         PERFORM 2340-POST-DEDUCTIONS
015300             THRU 2340-POST-DEDUCTIONS-EXIT
015310         PERFORM 2350-UPDATE-YTD
015320             THRU 2350-UPDATE-YTD-EXIT
015330         PERFORM 2355-ISSUE-PAYMENT
015340             THRU 2355-ISSUE-PAYMENT-EXIT
015350         PERFORM 2390-UPDATE-LEAVE
015360             THRU 2390-UPDATE-LEAVE-EXIT
015370         PERFORM 2380-WRITE-PAY-STUB
015380             THRU 2380-WRITE-PAY-STUB-EXIT
015390         PERFORM 2395-WRITE-PAY-HISTORY
015400             THRU 2395-WRITE-PAY-HISTORY-EXIT
015410     END-IF
015420     PERFORM 2400-PRINT-DETAIL-LINE
015430         THRU 2400-PRINT-DETAIL-LINE-EXIT.
015440 2000-READ-NEXT.
015450     PERFORM 2100-READ-NEXT-EMPLOYEE
015460         THRU 2100-READ-NEXT-EMPLOYEE-EXIT.
015470 2000-RUN-PAYROLL-EXIT.
015480     EXIT.
015490*
015500 2100-READ-NEXT-EMPLOYEE.
015510     READ EMPLOYEE-MASTER-FILE NEXT RECORD
015520         AT END
015530             SET EMP-EOF TO TRUE
015540     END-READ.
015550 2100-READ-NEXT-EMPLOYEE-EXIT.
015560     EXIT.
015570*
015580*------------------------------------------------------------*
015590*    2200-COMPUTE-PAY - GROSS WITH OVERTIME AT TIME AND A      *
015600*    HALF OVER 40 HOURS, TABLE-DRIVEN FEDERAL WITHHOLDING,     *
015610*    FICA, VOLUNTARY DEDUCTIONS IN PRIORITY ORDER, NET, AND    *
015620*    THE EMPLOYER'S OWN TAXES ON THE SAME GROSS.               *
015630*------------------------------------------------------------*
015640 2200-COMPUTE-PAY.
015650*    LEAVE HOURS (POSTED INTO VacHours/SickHours BY THE
015660*    TIMECARD EDIT) ARE PAID AT STRAIGHT TIME AND EXCLUDED
015670*    FROM THE OVERTIME SPLIT, WHICH APPLIES TO WORKED HOURS
015680*    ONLY.  A RECORD WRITTEN BEFORE THE LEAVE FIELDS EXISTED
015690*    (OR CARRYING MORE LEAVE THAN TOTAL HOURS) PAYS AS ALL
015700*    WORKED, EXACTLY AS BEFORE.
015710     IF VacHours IS NUMERIC
015720         MOVE VacHours TO WS-VAC-HOURS
015730     ELSE
015740         MOVE ZERO TO WS-VAC-HOURS
015750     END-IF
015760     IF SickHours IS NUMERIC
015770         MOVE SickHours TO WS-SICK-HOURS
015780     ELSE
015790         MOVE ZERO TO WS-SICK-HOURS
015800     END-IF
015810     ADD WS-VAC-HOURS WS-SICK-HOURS GIVING WS-LEAVE-HOURS
015820     IF WS-LEAVE-HOURS > HoursWorked
015830         MOVE ZERO TO WS-LEAVE-HOURS
015840         MOVE ZERO TO WS-VAC-HOURS
015850         MOVE ZERO TO WS-SICK-HOURS
015860     END-IF
015870     SUBTRACT WS-LEAVE-HOURS FROM HoursWorked
015880         GIVING WS-WORKED-HOURS
015890     IF WS-WORKED-HOURS > WS-OT-THRESHOLD
015900         MOVE WS-OT-THRESHOLD TO WS-REG-HOURS
015910         SUBTRACT WS-OT-THRESHOLD FROM WS-WORKED-HOURS
015920             GIVING WS-OT-HOURS
015930     ELSE
015940         MOVE WS-WORKED-HOURS TO WS-REG-HOURS
015950         MOVE ZERO TO WS-OT-HOURS
015960     END-IF
015970     PERFORM 2240-FIND-PERIOD-RATE
015980         THRU 2240-FIND-PERIOD-RATE-EXIT
015990     COMPUTE WS-GROSS-PAY ROUNDED =
016000         (WS-PERIOD-RATE * (WS-REG-HOURS + WS-LEAVE-HOURS))
016010         + (WS-PERIOD-RATE * WS-OT-HOURS * 1.5)
016020     PERFORM 2210-FIND-TAX-RATE
016030         THRU 2210-FIND-TAX-RATE-EXIT
016040     COMPUTE WS-FED-TAX ROUNDED =
016050         WS-GROSS-PAY * WS-APPLIED-TAX-RATE
016060     PERFORM 2280-COMPUTE-FICA
016070         THRU 2280-COMPUTE-FICA-EXIT
016080     PERFORM 2230-FIND-STATE-RATE
016090         THRU 2230-FIND-STATE-RATE-EXIT
016100     COMPUTE WS-STATE-TAX ROUNDED =
016110         WS-GROSS-PAY * WS-APPLIED-STATE-RATE
016120     PERFORM 2250-LOAD-DEDUCTIONS
016130         THRU 2250-LOAD-DEDUCTIONS-EXIT
016140     PERFORM 2260-TAKE-DEDUCTIONS
016150         THRU 2260-TAKE-DEDUCTIONS-EXIT
016160     ADD WS-FED-TAX WS-FICA-TAX WS-STATE-TAX
016170         WS-VOL-DEDUCTIONS
016180         GIVING WS-TOTAL-DEDUCTIONS
016190     SUBTRACT WS-TOTAL-DEDUCTIONS FROM WS-GROSS-PAY
016200         GIVING WS-NET-PAY
016210     ADD WS-GROSS-PAY TO WS-GRAND-GROSS
016220     ADD WS-FED-TAX TO WS-GRAND-FED
016230     ADD WS-FICA-TAX TO WS-GRAND-FICA
016240     ADD WS-STATE-TAX TO WS-GRAND-STATE
016250     ADD WS-VOL-DEDUCTIONS TO WS-GRAND-OTH
016260     ADD WS-NET-PAY TO WS-GRAND-NET
016270     ADD WS-SS-TAX TO WS-GRAND-SS
016280     ADD WS-MED-TAX TO WS-GRAND-MED
016290     ADD WS-ER-SS-TAX TO WS-GRAND-ER-SS
016300     ADD WS-ER-MED-TAX TO WS-GRAND-ER-MED
016310     ADD WS-FUTA-TAX TO WS-GRAND-FUTA
016320     ADD WS-SUTA-TAX TO WS-GRAND-SUTA
016330     PERFORM 2270-ACCUM-DEPT-GROSS
016340         THRU 2270-ACCUM-DEPT-GROSS-EXIT.
016350 2200-COMPUTE-PAY-EXIT.
016360     EXIT.
016370*
016380*------------------------------------------------------------*
016390*    2210-FIND-TAX-RATE - PICK THE BRACKET COVERING THE GROSS *
016400*    FOR THE EMPLOYEE'S FILING STATUS (SPACE OR UNKNOWN IS    *
016410*    TREATED AS SINGLE).  NO COVERING BRACKET FALLS BACK TO   *
016420*    THE FLAT WS-FED-TAX-RATE.  THE BRACKETS ARE ANNUAL, SO   *
016430*    THE GROSS IS ANNUALIZED BY THE GROUP'S PERIODS PER YEAR  *
016440*    FIRST (2230 USES THE SAME ANNUALIZED GROSS).             *
016450*------------------------------------------------------------*
016460 2210-FIND-TAX-RATE.
016470     IF FilingStatus = "M"
016480         MOVE "M" TO WS-WORK-FILING
016490     ELSE
016500         MOVE "S" TO WS-WORK-FILING
016510     END-IF
016520     COMPUTE WS-ANNUAL-GROSS =
016530         WS-GROSS-PAY * WS-PERIODS-PER-YEAR
016540     MOVE "N" TO WS-TAX-FOUND-SW
016550     MOVE WS-FED-TAX-RATE TO WS-APPLIED-TAX-RATE
016560     IF WS-TAX-ENTRY-COUNT > ZERO
016570         PERFORM 2220-TEST-TAX-BRACKET
016580             THRU 2220-TEST-TAX-BRACKET-EXIT
016590             VARYING WS-TAX-IX FROM 1 BY 1
016600             UNTIL TAX-BRACKET-FOUND
016610                 OR WS-TAX-IX > WS-TAX-ENTRY-COUNT
016620     END-IF.
016630 2210-FIND-TAX-RATE-EXIT.
016640     EXIT.
016650*
016660 2220-TEST-TAX-BRACKET.
016670     IF WS-TAX-STATUS (WS-TAX-IX) = WS-WORK-FILING
016680             AND WS-ANNUAL-GROSS NOT < WS-TAX-FLOOR (WS-TAX-IX)
016690             AND (WS-TAX-CEILING (WS-TAX-IX) = ZERO
016700                 OR WS-ANNUAL-GROSS
016710                     NOT > WS-TAX-CEILING (WS-TAX-IX))
016720         MOVE WS-TAX-RATE (WS-TAX-IX) TO WS-APPLIED-TAX-RATE
016730         SET TAX-BRACKET-FOUND TO TRUE
016740     END-IF.
016750 2220-TEST-TAX-BRACKET-EXIT.
016760     EXIT.
016770*
016780*------------------------------------------------------------*
016790*    2230-FIND-STATE-RATE - PICK THE STATE BRACKET COVERING   *
016800*    THE GROSS FOR THE EMPLOYEE'S WorkState AND FILING        *
016810*    STATUS.  SPACES OR NO COVERING BRACKET WITHHOLDS ZERO.   *
016820*------------------------------------------------------------*
016830 2230-FIND-STATE-RATE.
016840     MOVE "N" TO WS-STX-FOUND-SW
016850     MOVE ZERO TO WS-APPLIED-STATE-RATE
016860     IF WorkState = SPACES
016870             OR WS-STX-ENTRY-COUNT = ZERO
016880         GO TO 2230-FIND-STATE-RATE-EXIT
016890     END-IF
016900     PERFORM 2232-TEST-STATE-BRACKET
016910         THRU 2232-TEST-STATE-BRACKET-EXIT
016920         VARYING WS-STX-IX FROM 1 BY 1
016930         UNTIL STX-BRACKET-FOUND
016940             OR WS-STX-IX > WS-STX-ENTRY-COUNT.
016950 2230-FIND-STATE-RATE-EXIT.
016960     EXIT.
016970*
016980 2232-TEST-STATE-BRACKET.
016990     IF WS-STX-STATE (WS-STX-IX) = WorkState
017000             AND WS-STX-STATUS (WS-STX-IX) = WS-WORK-FILING
017010             AND WS-ANNUAL-GROSS
017020                 NOT < WS-STX-FLOOR (WS-STX-IX)
017030             AND (WS-STX-CEILING (WS-STX-IX) = ZERO
017040                 OR WS-ANNUAL-GROSS
017050                     NOT > WS-STX-CEILING (WS-STX-IX))
017060         MOVE WS-STX-RATE (WS-STX-IX)
017070             TO WS-APPLIED-STATE-RATE
017080         SET STX-BRACKET-FOUND TO TRUE
017090     END-IF.
017100 2232-TEST-STATE-BRACKET-EXIT.
017110     EXIT.
017120*
017130*------------------------------------------------------------*
017140*    2240-FIND-PERIOD-RATE - THE LATEST RATE-HISTORY RATE     *
017150*    EFFECTIVE ON OR BEFORE THE PERIOD END.  NO HISTORY PAYS  *
017160*    HourlyRate.  ON A FINAL RUN A HISTORY RATE THAT HAS NOW  *
017170*    TAKEN EFFECT BECOMES HourlyRate (AUDITED; THE 2300       *
017180*    REWRITE CARRIES IT TO THE MASTER) - UNLESS THE RATE NOW  *
017190*    ON HourlyRate IS ITSELF A LATER-DATED HISTORY RATE,      *
017200*    WHICH A PAST-DATED RUN MUST NOT UNDO.                    *
017210*------------------------------------------------------------*
017220 2240-FIND-PERIOD-RATE.
017230     MOVE HourlyRate TO WS-PERIOD-RATE
017240     MOVE "N" TO WS-RH-FOUND-SW
017250     MOVE "N" TO WS-RH-EOF-SW
017260     MOVE "N" TO WS-RH-LATER-SW
017270     MOVE Ident TO RH-IDENT
017280     MOVE ZERO TO RH-EFFECTIVE-DATE
017290     START RATE-HISTORY-FILE
017300         KEY IS NOT LESS THAN RH-KEY
017310         INVALID KEY
017320             SET RH-EOF TO TRUE
017330     END-START
017340     PERFORM 2242-READ-RATE-HISTORY
017350         THRU 2242-READ-RATE-HISTORY-EXIT
017360         UNTIL RH-EOF
017370     IF NOT RATE-HIST-FOUND
017380         GO TO 2240-FIND-PERIOD-RATE-EXIT
017390     END-IF
017400     IF FINAL-RUN
017410             AND WS-PERIOD-RATE NOT = HourlyRate
017420             AND NOT RATE-HIST-LATER
017430         MOVE Ident TO WS-AUDIT-IDENT
017440         MOVE "HOURLYRATE" TO WS-AUDIT-FIELD
017450         MOVE HourlyRate TO WS-AUDIT-RATE-EDIT
017460         MOVE WS-AUDIT-RATE-EDIT TO WS-AUDIT-OLD
017470         MOVE WS-PERIOD-RATE TO WS-AUDIT-RATE-EDIT
017480         MOVE WS-AUDIT-RATE-EDIT TO WS-AUDIT-NEW
017490         PERFORM 7000-WRITE-AUDIT
017500             THRU 7000-WRITE-AUDIT-EXIT
017510         MOVE WS-PERIOD-RATE TO HourlyRate
017520     END-IF.
017530 2240-FIND-PERIOD-RATE-EXIT.
017540     EXIT.
017550*
017560 2242-READ-RATE-HISTORY.
017570     READ RATE-HISTORY-FILE NEXT RECORD
017580         AT END
017590             SET RH-EOF TO TRUE
017600             GO TO 2242-READ-RATE-HISTORY-EXIT
017610     END-READ
017620     IF RH-IDENT NOT = Ident
017630         SET RH-EOF TO TRUE
017640         GO TO 2242-READ-RATE-HISTORY-EXIT
017650     END-IF
017660     IF RH-EFFECTIVE-DATE > WS-RUN-DATE
017670         IF RH-HOURLY-RATE = HourlyRate
017680             SET RATE-HIST-LATER TO TRUE
017690         END-IF
017700         GO TO 2242-READ-RATE-HISTORY-EXIT
017710     END-IF
017720     MOVE RH-HOURLY-RATE TO WS-PERIOD-RATE
017730     SET RATE-HIST-FOUND TO TRUE.
017740 2242-READ-RATE-HISTORY-EXIT.
017750     EXIT.
017760*
017770*------------------------------------------------------------*
017780*    2250-LOAD-DEDUCTIONS - PULL THE EMPLOYEE'S DEDMAST       *
017790*    RECORDS (KEYED IDENT/CODE) INTO THE WORK TABLE.  RECORDS *
017800*    PAST THE TABLE LIMIT ARE DROPPED WITH AN EXCEPTION LINE  *
017810*    ON THE DEDUCTION REGISTER SO NOTHING VANISHES SILENTLY.  *
017820*------------------------------------------------------------*
017830 2250-LOAD-DEDUCTIONS.
017840     MOVE ZERO TO WS-DED-COUNT
017850     MOVE "N" TO WS-DED-EOF-SW
017860     MOVE Ident TO DE-IDENT
017870     MOVE LOW-VALUES TO DE-CODE
017880     START DEDUCT-MASTER-FILE
017890         KEY IS NOT LESS THAN DE-KEY
017900         INVALID KEY
017910             SET DED-EOF TO TRUE
017920     END-START
017930     IF NOT DED-EOF
017940         PERFORM 2252-READ-NEXT-DEDUCTION
017950             THRU 2252-READ-NEXT-DEDUCTION-EXIT
017960         PERFORM 2254-STORE-DEDUCTION
017970             THRU 2254-STORE-DEDUCTION-EXIT
017980             UNTIL DED-EOF
017990     END-IF.
018000 2250-LOAD-DEDUCTIONS-EXIT.
018010     EXIT.
018020*
018030 2252-READ-NEXT-DEDUCTION.
018040     READ DEDUCT-MASTER-FILE NEXT RECORD
018050         AT END
018060             SET DED-EOF TO TRUE
018070     END-READ
018080     IF NOT DED-EOF
018090             AND DE-IDENT NOT = Ident
018100         SET DED-EOF TO TRUE
018110     END-IF.
018120 2252-READ-NEXT-DEDUCTION-EXIT.
018130     EXIT.
018140*
018150 2254-STORE-DEDUCTION.
018160     IF WS-DED-COUNT < WS-DED-MAX
018170         ADD 1 TO WS-DED-COUNT
018180         MOVE DE-CODE TO WS-DD-CODE (WS-DED-COUNT)
018190         MOVE DE-CLASS TO WS-DD-CLASS (WS-DED-COUNT)
018200         MOVE DE-METHOD TO WS-DD-METHOD (WS-DED-COUNT)
018210         MOVE DE-AMOUNT TO WS-DD-AMOUNT (WS-DED-COUNT)
018220         MOVE DE-PERCENT TO WS-DD-PERCENT (WS-DED-COUNT)
018230         MOVE DE-PRIORITY TO WS-DD-PRIORITY (WS-DED-COUNT)
018240         MOVE DE-GOAL-AMOUNT TO WS-DD-GOAL (WS-DED-COUNT)
018250         MOVE DE-TAKEN-TO-DATE
018260             TO WS-DD-TAKEN-TD (WS-DED-COUNT)
018270         MOVE DE-ARREARS TO WS-DD-ARREARS (WS-DED-COUNT)
018280         MOVE ZERO TO WS-DD-TAKEN-NOW (WS-DED-COUNT)
018290         MOVE DE-ARREARS
018300             TO WS-DD-NEW-ARREARS (WS-DED-COUNT)
018310         MOVE "N" TO WS-DD-DONE (WS-DED-COUNT)
018320         IF DE-GARNISHMENT
018330             MOVE DE-CASE-NO TO WS-DD-CASE-NO (WS-DED-COUNT)
018340         ELSE
018350             MOVE SPACES TO WS-DD-CASE-NO (WS-DED-COUNT)
018360         END-IF
018370     ELSE
018380         MOVE SPACES TO DEDUCTION-REGISTER-LINE
018390         STRING "*** IDENT " Ident
018400                 " DEDUCTION " DE-CODE
018410                 " DROPPED - TABLE FULL ***"
018420             DELIMITED BY SIZE INTO DEDUCTION-REGISTER-LINE
018430         WRITE DEDUCTION-REGISTER-LINE
018440     END-IF
018450     PERFORM 2252-READ-NEXT-DEDUCTION
018460         THRU 2252-READ-NEXT-DEDUCTION-EXIT.
018470 2254-STORE-DEDUCTION-EXIT.
018480     EXIT.
018490*
018500*------------------------------------------------------------*
018510*    2260-TAKE-DEDUCTIONS - TAKE THE LOADED DEDUCTIONS IN     *
018520*    PRIORITY ORDER AGAINST THE NET LEFT AFTER TAXES.  NO     *
018530*    DEDUCTION MAY DRIVE NET BELOW THE PROTECTED FLOOR        *
018540*    (WS-NET-FLOOR-RATE OF GROSS - THE GARNISHMENT LEGAL      *
018550*    FLOOR, APPLIED TO EVERY CLASS); THE SHORTFALL CARRIES    *
018560*    FORWARD AS ARREARS AND IS TRIED AGAIN NEXT PERIOD.       *
018570*------------------------------------------------------------*
018580 2260-TAKE-DEDUCTIONS.
018590     MOVE ZERO TO WS-VOL-DEDUCTIONS
018600     IF WS-DED-COUNT = ZERO
018610         GO TO 2260-TAKE-DEDUCTIONS-EXIT
018620     END-IF
018630     COMPUTE WS-NET-FLOOR ROUNDED =
018640         WS-GROSS-PAY * WS-NET-FLOOR-RATE
018650     COMPUTE WS-WORK-NET =
018660         WS-GROSS-PAY - WS-FED-TAX - WS-FICA-TAX
018670             - WS-STATE-TAX
018680     PERFORM 2262-TAKE-NEXT-DEDUCTION
018690         THRU 2262-TAKE-NEXT-DEDUCTION-EXIT
018700         VARYING WS-DED-IX FROM 1 BY 1
018710         UNTIL WS-DED-IX > WS-DED-COUNT.
018720 2260-TAKE-DEDUCTIONS-EXIT.
018730     EXIT.
018740*
018750*------------------------------------------------------------*
018760*    2262-TAKE-NEXT-DEDUCTION - FIND THE LOWEST-PRIORITY-     *
018770*    NUMBER ENTRY NOT YET TAKEN AND TAKE IT.  RUNS ONCE PER   *
018780*    TABLE ENTRY, SO EVERY ENTRY IS TAKEN EXACTLY ONCE IN     *
018790*    PRIORITY ORDER REGARDLESS OF KEY ORDER ON THE FILE.      *
018800*------------------------------------------------------------*
018810 2262-TAKE-NEXT-DEDUCTION.
018820     MOVE ZERO TO WS-DED-TAKE-IX
018830     MOVE 99 TO WS-DED-LOW-PRIORITY
018840     PERFORM 2264-SCAN-FOR-PRIORITY
018850         THRU 2264-SCAN-FOR-PRIORITY-EXIT
018860         VARYING WS-DED-SCAN-IX FROM 1 BY 1
018870         UNTIL WS-DED-SCAN-IX > WS-DED-COUNT
018880     IF WS-DED-TAKE-IX = ZERO
018890         GO TO 2262-TAKE-NEXT-DEDUCTION-EXIT
018900     END-IF
018910     MOVE "Y" TO WS-DD-DONE (WS-DED-TAKE-IX)
018920     PERFORM 2266-COMPUTE-ONE-DEDUCTION
018930         THRU 2266-COMPUTE-ONE-DEDUCTION-EXIT.
018940 2262-TAKE-NEXT-DEDUCTION-EXIT.
018950     EXIT.
018960*
018970 2264-SCAN-FOR-PRIORITY.
018980     IF WS-DD-DONE (WS-DED-SCAN-IX) = "N"
018990             AND (WS-DED-TAKE-IX = ZERO
019000                 OR WS-DD-PRIORITY (WS-DED-SCAN-IX)
019010                     < WS-DED-LOW-PRIORITY)
019020         MOVE WS-DED-SCAN-IX TO WS-DED-TAKE-IX
019030         MOVE WS-DD-PRIORITY (WS-DED-SCAN-IX)
019040             TO WS-DED-LOW-PRIORITY
019050     END-IF.
019060 2264-SCAN-FOR-PRIORITY-EXIT.
019070     EXIT.
019080*
019090*------------------------------------------------------------*
019100*    2266-COMPUTE-ONE-DEDUCTION - REQUESTED = FLAT OR PERCENT *
019110*    OF GROSS, PLUS ARREARS, CAPPED AT WHAT IS LEFT OF THE    *
019120*    GOAL.  TAKEN = REQUESTED CAPPED AT WHAT THE PROTECTED    *
019130*    FLOOR LEAVES AVAILABLE; THE DIFFERENCE IS NEW ARREARS.   *
019140*------------------------------------------------------------*
019150 2266-COMPUTE-ONE-DEDUCTION.
019160     IF WS-DD-METHOD (WS-DED-TAKE-IX) = "P"
019170         COMPUTE WS-DED-REQUESTED ROUNDED =
019180             WS-GROSS-PAY * WS-DD-PERCENT (WS-DED-TAKE-IX)
019190     ELSE
019200         MOVE WS-DD-AMOUNT (WS-DED-TAKE-IX)
019210             TO WS-DED-REQUESTED
019220     END-IF
019230     ADD WS-DD-ARREARS (WS-DED-TAKE-IX) TO WS-DED-REQUESTED
019240     IF WS-DD-GOAL (WS-DED-TAKE-IX) > ZERO
019250         SUBTRACT WS-DD-TAKEN-TD (WS-DED-TAKE-IX)
019260             FROM WS-DD-GOAL (WS-DED-TAKE-IX)
019270             GIVING WS-GOAL-REMAINING
019280         IF WS-GOAL-REMAINING < ZERO
019290             MOVE ZERO TO WS-GOAL-REMAINING
019300         END-IF
019310*        A MET GOAL TAKES NOTHING AND CARRIES NO ARREARS.
019320         IF WS-DED-REQUESTED > WS-GOAL-REMAINING
019330             MOVE WS-GOAL-REMAINING TO WS-DED-REQUESTED
019340         END-IF
019350     END-IF
019360     IF WS-DED-REQUESTED = ZERO
019370         GO TO 2266-COMPUTE-ONE-DEDUCTION-EXIT
019380     END-IF
019390     COMPUTE WS-DED-AVAILABLE =
019400         WS-WORK-NET - WS-NET-FLOOR
019410     IF WS-DED-AVAILABLE < ZERO
019420         MOVE ZERO TO WS-DED-AVAILABLE
019430     END-IF
019440     IF WS-DED-REQUESTED > WS-DED-AVAILABLE
019450         MOVE WS-DED-AVAILABLE
019460             TO WS-DD-TAKEN-NOW (WS-DED-TAKE-IX)
019470         SUBTRACT WS-DED-AVAILABLE FROM WS-DED-REQUESTED
019480             GIVING WS-DD-NEW-ARREARS (WS-DED-TAKE-IX)
019490     ELSE
019500         MOVE WS-DED-REQUESTED
019510             TO WS-DD-TAKEN-NOW (WS-DED-TAKE-IX)
019520         MOVE ZERO TO WS-DD-NEW-ARREARS (WS-DED-TAKE-IX)
019530     END-IF
019540     SUBTRACT WS-DD-TAKEN-NOW (WS-DED-TAKE-IX)
019550         FROM WS-WORK-NET
019560     ADD WS-DD-TAKEN-NOW (WS-DED-TAKE-IX)
019570         TO WS-VOL-DEDUCTIONS
019580     PERFORM 2268-PRINT-DEDUCTION-LINE
019590         THRU 2268-PRINT-DEDUCTION-LINE-EXIT.
019600 2266-COMPUTE-ONE-DEDUCTION-EXIT.
019610     EXIT.
019620*
019630 2268-PRINT-DEDUCTION-LINE.
019640     MOVE Ident TO WS-DR-IDENT
019650     MOVE CustName TO WS-DR-NAME
019660     MOVE WS-DD-CODE (WS-DED-TAKE-IX) TO WS-DR-CODE
019670     IF WS-DD-CLASS (WS-DED-TAKE-IX) = "G"
019680         MOVE "GARN" TO WS-DR-CLASS
019690     ELSE
019700         MOVE "VOL" TO WS-DR-CLASS
019710     END-IF
019720     MOVE WS-DD-TAKEN-NOW (WS-DED-TAKE-IX) TO WS-DR-TAKEN
019730     MOVE WS-DD-NEW-ARREARS (WS-DED-TAKE-IX)
019740         TO WS-DR-ARREARS
019750     WRITE DEDUCTION-REGISTER-LINE FROM WS-DEDREG-DETAIL
019760     ADD WS-DD-NEW-ARREARS (WS-DED-TAKE-IX)
019770         TO WS-ARREARS-TOTAL
019780     IF WS-DD-TAKEN-NOW (WS-DED-TAKE-IX) > ZERO
019790         ADD 1 TO WS-DED-TAKEN-COUNT
019800         ADD WS-DD-TAKEN-NOW (WS-DED-TAKE-IX)
019810             TO WS-DED-TAKEN-TOTAL
019820     END-IF.
019830 2268-PRINT-DEDUCTION-LINE-EXIT.
019840     EXIT.
019850*
019860*------------------------------------------------------------*
019870*    2270-ACCUM-DEPT-GROSS - FOLD THIS EMPLOYEE'S GROSS INTO *
019880*    ITS DeptCode SLOT FOR THE GL LABOR-EXPENSE DEBITS.      *
019890*    GROSS PAST THE TABLE LIMIT POOLS UNDER **** SO THE      *
019900*    POSTING FILE STILL BALANCES.                            *
019910*------------------------------------------------------------*
019920 2270-ACCUM-DEPT-GROSS.
019930     IF WS-GROSS-PAY = ZERO
019940         GO TO 2270-ACCUM-DEPT-GROSS-EXIT
019950     END-IF
019960     MOVE "N" TO WS-DEPT-FOUND-SW
019970     IF WS-DEPT-COUNT > ZERO
019980         PERFORM 2272-FIND-DEPT-SLOT
019990             THRU 2272-FIND-DEPT-SLOT-EXIT
020000             VARYING WS-DEPT-IX FROM 1 BY 1
020010             UNTIL DEPT-SLOT-FOUND
020020                 OR WS-DEPT-IX > WS-DEPT-COUNT
020030     END-IF
020040     IF NOT DEPT-SLOT-FOUND
020050         IF WS-DEPT-COUNT < WS-DEPT-MAX
020060             ADD 1 TO WS-DEPT-COUNT
020070             MOVE DeptCode TO WS-DP-CODE (WS-DEPT-COUNT)
020080             MOVE WS-GROSS-PAY
020090                 TO WS-DP-GROSS (WS-DEPT-COUNT)
020100         ELSE
020110             ADD WS-GROSS-PAY TO WS-DEPT-DROPPED-GROSS
020120         END-IF
020130     END-IF.
020140 2270-ACCUM-DEPT-GROSS-EXIT.
020150     EXIT.
020160*
020170 2272-FIND-DEPT-SLOT.
020180     IF WS-DP-CODE (WS-DEPT-IX) = DeptCode
020190         ADD WS-GROSS-PAY TO WS-DP-GROSS (WS-DEPT-IX)
020200         SET DEPT-SLOT-FOUND TO TRUE
020210     END-IF.
020220 2272-FIND-DEPT-SLOT-EXIT.
020230     EXIT.
020240*
020250*------------------------------------------------------------*
020260*    2280-COMPUTE-FICA - EMPLOYEE SOCIAL SECURITY ON THE      *
020270*    GROSS UP TO WHAT IS LEFT OF THE WAGE BASE AFTER THE SS   *
020280*    WAGES ALREADY ON YTDMAST, EMPLOYEE MEDICARE ON ALL OF    *
020290*    IT (WS-FICA-TAX IS THE TWO TOGETHER), THE EMPLOYER'S     *
020300*    MATCH OF BOTH, AND THE EMPLOYER'S FUTA AND SUTA, EACH    *
020310*    CAPPED THE SAME WAY AT ITS OWN WAGE BASE.                *
020320*------------------------------------------------------------*
020330 2280-COMPUTE-FICA.
020340     PERFORM 2282-LOAD-PRIOR-WAGES
020350         THRU 2282-LOAD-PRIOR-WAGES-EXIT
020360     COMPUTE WS-WAGE-ROOM =
020370         WS-SS-WAGE-BASE - WS-PRIOR-SS-WAGES
020380     IF WS-WAGE-ROOM < ZERO
020390         MOVE ZERO TO WS-WAGE-ROOM
020400     END-IF
020410     IF WS-GROSS-PAY > WS-WAGE-ROOM
020420         MOVE WS-WAGE-ROOM TO WS-SS-WAGES
020430     ELSE
020440         MOVE WS-GROSS-PAY TO WS-SS-WAGES
020450     END-IF
020460     COMPUTE WS-SS-TAX ROUNDED = WS-SS-WAGES * WS-SS-RATE
020470     COMPUTE WS-MED-TAX ROUNDED =
020480         WS-GROSS-PAY * WS-MEDICARE-RATE
020490     ADD WS-SS-TAX WS-MED-TAX GIVING WS-FICA-TAX
020500     MOVE WS-SS-TAX TO WS-ER-SS-TAX
020510     MOVE WS-MED-TAX TO WS-ER-MED-TAX
020520     COMPUTE WS-WAGE-ROOM =
020530         WS-FUTA-WAGE-BASE - WS-PRIOR-FUTA-WAGES
020540     IF WS-WAGE-ROOM < ZERO
020550         MOVE ZERO TO WS-WAGE-ROOM
020560     END-IF
020570     IF WS-GROSS-PAY > WS-WAGE-ROOM
020580         MOVE WS-WAGE-ROOM TO WS-FUTA-WAGES
020590     ELSE
020600         MOVE WS-GROSS-PAY TO WS-FUTA-WAGES
020610     END-IF
020620     COMPUTE WS-FUTA-TAX ROUNDED =
020630         WS-FUTA-WAGES * WS-FUTA-RATE
020640     COMPUTE WS-WAGE-ROOM =
020650         WS-SUTA-WAGE-BASE - WS-PRIOR-SUTA-WAGES
020660     IF WS-WAGE-ROOM < ZERO
020670         MOVE ZERO TO WS-WAGE-ROOM
020680     END-IF
020690     IF WS-GROSS-PAY > WS-WAGE-ROOM
020700         MOVE WS-WAGE-ROOM TO WS-SUTA-WAGES
020710     ELSE
020720         MOVE WS-GROSS-PAY TO WS-SUTA-WAGES
020730     END-IF
020740     COMPUTE WS-SUTA-TAX ROUNDED =
020750         WS-SUTA-WAGES * WS-SUTA-RATE
020760*    FUTA OWED FOR THE QUARTER SO FAR, FOR THE DEPOSIT TEST.
020770     ADD WS-PRIOR-QTR-FUTA-TAX WS-FUTA-TAX
020780         TO WS-GRAND-FUTA-QTD.
020790 2280-COMPUTE-FICA-EXIT.
020800     EXIT.
020810*
020820*------------------------------------------------------------*
020830*    2282-LOAD-PRIOR-WAGES - THE SS/FUTA/SUTA WAGES ALREADY   *
020840*    TAXED THIS YEAR, FROM YTDMAST (READ ONLY - 2350 POSTS).  *
020850*    NO RECORD, OR A PRIOR-YEAR ONE, MEANS NOTHING TAXED YET. *
020860*------------------------------------------------------------*
020870 2282-LOAD-PRIOR-WAGES.
020880     MOVE ZERO TO WS-PRIOR-SS-WAGES
020890     MOVE ZERO TO WS-PRIOR-FUTA-WAGES
020900     MOVE ZERO TO WS-PRIOR-SUTA-WAGES
020910     MOVE ZERO TO WS-PRIOR-QTR-FUTA-TAX
020920     MOVE Ident TO YT-IDENT
020930     READ YTD-MASTER-FILE
020940         KEY IS YT-IDENT
020950         INVALID KEY
020960             GO TO 2282-LOAD-PRIOR-WAGES-EXIT
020970     END-READ
020980     IF YT-YEAR NOT = WS-RUN-YEAR
020990         GO TO 2282-LOAD-PRIOR-WAGES-EXIT
021000     END-IF
021010     IF YT-SS-WAGES NOT NUMERIC
021020         PERFORM 2285-CONVERT-YTD-BUCKETS
021030             THRU 2285-CONVERT-YTD-BUCKETS-EXIT
021040     END-IF
021050     MOVE YT-SS-WAGES TO WS-PRIOR-SS-WAGES
021060     MOVE YT-FUTA-WAGES TO WS-PRIOR-FUTA-WAGES
021070     MOVE YT-SUTA-WAGES TO WS-PRIOR-SUTA-WAGES
021080     IF YT-QUARTER = WS-RUN-QUARTER
021090         MOVE YT-QTR-FUTA-TAX TO WS-PRIOR-QTR-FUTA-TAX
021100     END-IF.
021110 2282-LOAD-PRIOR-WAGES-EXIT.
021120     EXIT.
021130*
021140*------------------------------------------------------------*
021150*    2285-CONVERT-YTD-BUCKETS - A YTD RECORD WRITTEN BEFORE   *
021160*    THE SS/EMPLOYER BUCKETS EXISTED.  EVERY DOLLAR OF ITS    *
021170*    GROSS WAS TAXED UNDER THE OLD FLAT FICA, SO THE WAGE     *
021180*    BUCKETS START AT YT-GROSS (YT-QTR-GROSS FOR THE QTD      *
021190*    ONES) UP TO EACH BASE, AND THE TAX BUCKETS AT ZERO.      *
021200*------------------------------------------------------------*
021210 2285-CONVERT-YTD-BUCKETS.
021220     PERFORM 2351-RESET-TAX-YTD
021230         THRU 2351-RESET-TAX-YTD-EXIT
021240     PERFORM 2352-RESET-TAX-QTD
021250         THRU 2352-RESET-TAX-QTD-EXIT
021260     IF YT-GROSS > WS-SS-WAGE-BASE
021270         MOVE WS-SS-WAGE-BASE TO YT-SS-WAGES
021280     ELSE
021290         MOVE YT-GROSS TO YT-SS-WAGES
021300     END-IF
021310     IF YT-GROSS > WS-FUTA-WAGE-BASE
021320         MOVE WS-FUTA-WAGE-BASE TO YT-FUTA-WAGES
021330     ELSE
021340         MOVE YT-GROSS TO YT-FUTA-WAGES
021350     END-IF
021360     IF YT-GROSS > WS-SUTA-WAGE-BASE
021370         MOVE WS-SUTA-WAGE-BASE TO YT-SUTA-WAGES
021380     ELSE
021390         MOVE YT-GROSS TO YT-SUTA-WAGES
021400     END-IF
021410     IF YT-QTR-GROSS > YT-SS-WAGES
021420         MOVE YT-SS-WAGES TO YT-QTR-SS-WAGES
021430     ELSE
021440         MOVE YT-QTR-GROSS TO YT-QTR-SS-WAGES
021450     END-IF
021460     IF YT-QTR-GROSS > YT-FUTA-WAGES
021470         MOVE YT-FUTA-WAGES TO YT-QTR-FUTA-WAGES
021480     ELSE
021490         MOVE YT-QTR-GROSS TO YT-QTR-FUTA-WAGES
021500     END-IF
021510     IF YT-QTR-GROSS > YT-SUTA-WAGES
021520         MOVE YT-SUTA-WAGES TO YT-QTR-SUTA-WAGES
021530     ELSE
021540         MOVE YT-QTR-GROSS TO YT-QTR-SUTA-WAGES
021550     END-IF.
021560 2285-CONVERT-YTD-BUCKETS-EXIT.
021570     EXIT.
021580*
021590*------------------------------------------------------------*
021600*    2340-POST-DEDUCTIONS - FINAL-ONLY: WRITE TAKEN-TO-DATE   *
021610*    AND THE NEW ARREARS BACK TO THE DEDUCTION MASTER, AND    *
021620*    EXTRACT EACH AMOUNT TAKEN FOR THE REMITTANCE RUN.  A     *
021630*    TRIAL RUN COMPUTES AND PRINTS BUT NEVER TOUCHES EITHER.  *
021640*------------------------------------------------------------*
021650 2340-POST-DEDUCTIONS.
021660     IF WS-DED-COUNT = ZERO
021670         GO TO 2340-POST-DEDUCTIONS-EXIT
021680     END-IF
021690     PERFORM 2342-POST-ONE-DEDUCTION
021700         THRU 2342-POST-ONE-DEDUCTION-EXIT
021710         VARYING WS-DED-IX FROM 1 BY 1
021720         UNTIL WS-DED-IX > WS-DED-COUNT
021730     PERFORM 2344-EXTRACT-ONE-DEDUCTION
021740         THRU 2344-EXTRACT-ONE-DEDUCTION-EXIT
021750         VARYING WS-DED-IX FROM 1 BY 1
021760         UNTIL WS-DED-IX > WS-DED-COUNT.
021770 2340-POST-DEDUCTIONS-EXIT.
021780     EXIT.
021790*
021800 2342-POST-ONE-DEDUCTION.
021810     IF WS-DD-TAKEN-NOW (WS-DED-IX) = ZERO
021820             AND WS-DD-NEW-ARREARS (WS-DED-IX)
021830                 = WS-DD-ARREARS (WS-DED-IX)
021840         GO TO 2342-POST-ONE-DEDUCTION-EXIT
021850     END-IF
021860     MOVE Ident TO DE-IDENT
021870     MOVE WS-DD-CODE (WS-DED-IX) TO DE-CODE
021880     READ DEDUCT-MASTER-FILE
021890         KEY IS DE-KEY
021900         INVALID KEY
021910             GO TO 2342-POST-ONE-DEDUCTION-EXIT
021920     END-READ
021930     ADD WS-DD-TAKEN-NOW (WS-DED-IX) TO DE-TAKEN-TO-DATE
021940     MOVE WS-DD-NEW-ARREARS (WS-DED-IX) TO DE-ARREARS
021950     REWRITE DEDUCT-MASTER-RECORD.
021960 2342-POST-ONE-DEDUCTION-EXIT.
021970     EXIT.
021980*
021990*------------------------------------------------------------*
022000*    2344-EXTRACT-ONE-DEDUCTION - ONE REMITTANCE EXTRACT      *
022010*    RECORD PER DEDUCTION TAKEN THIS PERIOD, WHATEVER HAPPENS *
022020*    TO THE MASTER REWRITE, SO THE EXTRACT ALWAYS TOTALS TO   *
022030*    THE DEDUCTIONS-PAYABLE CREDIT ON GLPOST.                 *
022040*------------------------------------------------------------*
022050 2344-EXTRACT-ONE-DEDUCTION.
022060     IF WS-DD-TAKEN-NOW (WS-DED-IX) = ZERO
022070         GO TO 2344-EXTRACT-ONE-DEDUCTION-EXIT
022080     END-IF
022090     MOVE SPACES TO DEDUCTION-EXTRACT-RECORD
022100     MOVE WS-DD-CODE (WS-DED-IX) TO DX-DED-CODE
022110     MOVE WS-DD-CASE-NO (WS-DED-IX) TO DX-CASE-NO
022120     MOVE Ident TO DX-IDENT
022130     MOVE CustName TO DX-NAME
022140     MOVE WS-DD-CLASS (WS-DED-IX) TO DX-CLASS
022150     MOVE WS-DD-TAKEN-NOW (WS-DED-IX) TO DX-AMOUNT
022160     MOVE WS-RUN-DATE TO DX-PAY-DATE
022170     MOVE WS-RUN-NUMBER TO DX-RUN-NUMBER
022180     MOVE WS-PAY-GROUP TO DX-PAY-GROUP
022190     WRITE DEDUCTION-EXTRACT-RECORD.
022200 2344-EXTRACT-ONE-DEDUCTION-EXIT.
022210     EXIT.
022220*
022230*------------------------------------------------------------*
022240*    2300-UPDATE-PAYCHECK - REWRITE THE MASTER AND AUDIT IT    *
022250*------------------------------------------------------------*
022260 2300-UPDATE-PAYCHECK.
022270     MOVE PayCheck TO WS-OLD-PAYCHECK
022280     IF WS-NET-PAY > WS-MAX-PAYCHECK
022290         PERFORM 2405-ENSURE-PAGE-HEADERS
022300             THRU 2405-ENSURE-PAGE-HEADERS-EXIT
022310         MOVE SPACES TO PAY-REGISTER-LINE
022320         MOVE WS-NET-PAY TO WS-EXC-NETPAY-EDIT
022330         MOVE WS-MAX-PAYCHECK TO WS-EXC-MAXPAY-EDIT
022340         STRING "*** EXCEPTION - IDENT " Ident
022350                 " NET PAY " WS-EXC-NETPAY-EDIT
022360                 " EXCEEDS PAYCHECK CAPACITY "
022370                 WS-EXC-MAXPAY-EDIT
022380                 " - PAYCHECK CAPPED ***"
022390             DELIMITED BY SIZE INTO PAY-REGISTER-LINE
022400         WRITE PAY-REGISTER-LINE
022410             AFTER ADVANCING 1 LINES
022420         ADD 1 TO WS-LINE-COUNT
022430         ADD 1 TO WS-OVERFLOW-EXC-COUNT
022440         MOVE WS-MAX-PAYCHECK TO PayCheck
022450     ELSE
022460         MOVE WS-NET-PAY TO PayCheck
022470     END-IF
022480     IF WS-OLD-PAYCHECK NOT = PayCheck
022490         MOVE Ident TO WS-AUDIT-IDENT
022500         MOVE "PAYCHECK" TO WS-AUDIT-FIELD
022510         MOVE WS-OLD-PAYCHECK TO WS-AUDIT-PAYCHECK-EDIT
022520         MOVE WS-AUDIT-PAYCHECK-EDIT TO WS-AUDIT-OLD
022530         MOVE PayCheck TO WS-AUDIT-PAYCHECK-EDIT
022540         MOVE WS-AUDIT-PAYCHECK-EDIT TO WS-AUDIT-NEW
022550         PERFORM 7000-WRITE-AUDIT
022560             THRU 7000-WRITE-AUDIT-EXIT
022570     END-IF
022580     REWRITE CUSTOMER-MASTER-RECORD.
022590 2300-UPDATE-PAYCHECK-EXIT.
022600     EXIT.
022610*
022620*------------------------------------------------------------*
022630*    2350-UPDATE-YTD - ROLL THIS RUN'S AMOUNTS FORWARD INTO   *
022640*    THE YTD MASTER.  A NEW YEAR RESETS THE WHOLE RECORD, A   *
022650*    NEW QUARTER RESETS THE QUARTER-TO-DATE AMOUNTS.          *
022660*------------------------------------------------------------*
022670 2350-UPDATE-YTD.
022680     MOVE "N" TO WS-YTD-NEW-SW
022690     MOVE Ident TO YT-IDENT
022700     READ YTD-MASTER-FILE
022710         KEY IS YT-IDENT
022720         INVALID KEY
022730             SET YTD-NEW-RECORD TO TRUE
022740             MOVE Ident TO YT-IDENT
022750             MOVE WS-RUN-YEAR TO YT-YEAR
022760             MOVE WS-RUN-QUARTER TO YT-QUARTER
022770             MOVE ZERO TO YT-GROSS YT-FED-TAX
022780                 YT-FICA YT-NET YT-STATE-TAX
022790             MOVE ZERO TO YT-QTR-GROSS YT-QTR-FED-TAX
022800                 YT-QTR-FICA YT-QTR-NET YT-QTR-STATE-TAX
022810             PERFORM 2351-RESET-TAX-YTD
022820                 THRU 2351-RESET-TAX-YTD-EXIT
022830             PERFORM 2352-RESET-TAX-QTD
022840                 THRU 2352-RESET-TAX-QTD-EXIT
022850     END-READ
022860     IF YT-SS-WAGES NOT NUMERIC
022870         PERFORM 2285-CONVERT-YTD-BUCKETS
022880             THRU 2285-CONVERT-YTD-BUCKETS-EXIT
022890     END-IF
022900     IF YT-YEAR NOT = WS-RUN-YEAR
022910         MOVE WS-RUN-YEAR TO YT-YEAR
022920         MOVE WS-RUN-QUARTER TO YT-QUARTER
022930         MOVE ZERO TO YT-GROSS YT-FED-TAX
022940             YT-FICA YT-NET YT-STATE-TAX
022950         MOVE ZERO TO YT-QTR-GROSS YT-QTR-FED-TAX
022960             YT-QTR-FICA YT-QTR-NET YT-QTR-STATE-TAX
022970         PERFORM 2351-RESET-TAX-YTD
022980             THRU 2351-RESET-TAX-YTD-EXIT
022990         PERFORM 2352-RESET-TAX-QTD
023000             THRU 2352-RESET-TAX-QTD-EXIT
023010     ELSE
023020         IF YT-QUARTER NOT = WS-RUN-QUARTER
023030             MOVE WS-RUN-QUARTER TO YT-QUARTER
023040             MOVE ZERO TO YT-QTR-GROSS YT-QTR-FED-TAX
023050                 YT-QTR-FICA YT-QTR-NET YT-QTR-STATE-TAX
023060             PERFORM 2352-RESET-TAX-QTD
023070                 THRU 2352-RESET-TAX-QTD-EXIT
023080         END-IF
023090     END-IF
023100     ADD WS-GROSS-PAY TO YT-GROSS
023110     ADD WS-FED-TAX TO YT-FED-TAX
023120     ADD WS-FICA-TAX TO YT-FICA
023130     ADD WS-STATE-TAX TO YT-STATE-TAX
023140     ADD WS-NET-PAY TO YT-NET
023150     ADD WS-GROSS-PAY TO YT-QTR-GROSS
023160     ADD WS-FED-TAX TO YT-QTR-FED-TAX
023170     ADD WS-FICA-TAX TO YT-QTR-FICA
023180     ADD WS-STATE-TAX TO YT-QTR-STATE-TAX
023190     MOVE WorkState TO YT-WORK-STATE
023200     ADD WS-NET-PAY TO YT-QTR-NET
023210     ADD WS-SS-WAGES TO YT-SS-WAGES
023220     ADD WS-SS-TAX TO YT-SS-TAX
023230     ADD WS-MED-TAX TO YT-MED-TAX
023240     ADD WS-SS-WAGES TO YT-QTR-SS-WAGES
023250     ADD WS-SS-TAX TO YT-QTR-SS-TAX
023260     ADD WS-MED-TAX TO YT-QTR-MED-TAX
023270     ADD WS-ER-SS-TAX TO YT-ER-SS-TAX
023280     ADD WS-ER-MED-TAX TO YT-ER-MED-TAX
023290     ADD WS-FUTA-WAGES TO YT-FUTA-WAGES
023300     ADD WS-FUTA-TAX TO YT-FUTA-TAX
023310     ADD WS-SUTA-WAGES TO YT-SUTA-WAGES
023320     ADD WS-SUTA-TAX TO YT-SUTA-TAX
023330     ADD WS-ER-SS-TAX TO YT-QTR-ER-SS-TAX
023340     ADD WS-ER-MED-TAX TO YT-QTR-ER-MED-TAX
023350     ADD WS-FUTA-WAGES TO YT-QTR-FUTA-WAGES
023360     ADD WS-FUTA-TAX TO YT-QTR-FUTA-TAX
023370     ADD WS-SUTA-WAGES TO YT-QTR-SUTA-WAGES
023380     ADD WS-SUTA-TAX TO YT-QTR-SUTA-TAX
023390     IF YTD-NEW-RECORD
023400         WRITE YTD-MASTER-RECORD
023410             INVALID KEY
023420                 CONTINUE
023430         END-WRITE
023440     ELSE
023450         REWRITE YTD-MASTER-RECORD
023460     END-IF.
023470 2350-UPDATE-YTD-EXIT.
023480     EXIT.
023490*
023500*------------------------------------------------------------*
023510*    2351/2352 - ZERO THE SS/MEDICARE SPLIT AND EMPLOYER TAX  *
023520*    BUCKETS, YEAR-TO-DATE AND QUARTER-TO-DATE RESPECTIVELY.  *
023530*------------------------------------------------------------*
023540 2351-RESET-TAX-YTD.
023550     MOVE ZERO TO YT-SS-WAGES YT-SS-TAX YT-MED-TAX
023560     MOVE ZERO TO YT-ER-SS-TAX YT-ER-MED-TAX
023570         YT-FUTA-WAGES YT-FUTA-TAX
023580         YT-SUTA-WAGES YT-SUTA-TAX.
023590 2351-RESET-TAX-YTD-EXIT.
023600     EXIT.
023610*
023620 2352-RESET-TAX-QTD.
023630     MOVE ZERO TO YT-QTR-SS-WAGES YT-QTR-SS-TAX
023640         YT-QTR-MED-TAX
023650     MOVE ZERO TO YT-QTR-ER-SS-TAX YT-QTR-ER-MED-TAX
023660         YT-QTR-FUTA-WAGES YT-QTR-FUTA-TAX
023670         YT-QTR-SUTA-WAGES YT-QTR-SUTA-TAX.
023680 2352-RESET-TAX-QTD-EXIT.
023690     EXIT.
023700*
023710*------------------------------------------------------------*
023720*    2355-ISSUE-PAYMENT - PICK THE PAYMENT VEHICLE FOR A      *
023730*    POSITIVE NET.  CHECK EMPLOYEES GET A NUMBERED CHECK AS   *
023740*    ALWAYS; AN ACH EMPLOYEE WHOSE ACCOUNT HAS BEEN PRENOTED  *
023750*    GETS A LIVE DEPOSIT, AND A NEWLY ENTERED ACCOUNT GETS    *
023760*    ITS ZERO-AMOUNT PRENOTE PLUS A CHECK FOR THIS PERIOD.    *
023770*------------------------------------------------------------*
023780 2355-ISSUE-PAYMENT.
023790     MOVE "N" TO WS-PAY-VEHICLE-SW
023800     IF WS-NET-PAY = ZERO
023810         GO TO 2355-ISSUE-PAYMENT-EXIT
023820     END-IF
023830     IF NOT PayByACH
023840         PERFORM 2360-WRITE-CHECK
023850             THRU 2360-WRITE-CHECK-EXIT
023860         GO TO 2355-ISSUE-PAYMENT-EXIT
023870     END-IF
023880*    CUSTMNT GUARDS THE ADD, BUT A RECORD FLIPPED TO ACH BY A
023890*    CHANGE WITH NO BANK FIELDS ON FILE WOULD SEND THE BANK AN
023900*    UNROUTABLE ITEM - PAY IT BY CHECK AND CALL IT OUT INSTEAD.
023910     IF BankRouting NOT NUMERIC
023920             OR BankRouting = ZERO
023930             OR BankAccount = SPACES
023940         MOVE SPACES TO ACH-REGISTER-LINE
023950         STRING "*** IDENT " Ident
023960                 " ACH BANK FIELDS UNUSABLE"
023970                 " - PAID BY CHECK ***"
023980             DELIMITED BY SIZE INTO ACH-REGISTER-LINE
023990         WRITE ACH-REGISTER-LINE
024000         PERFORM 2360-WRITE-CHECK
024010             THRU 2360-WRITE-CHECK-EXIT
024020         GO TO 2355-ISSUE-PAYMENT-EXIT
024030     END-IF
024040     IF PrenoteDate = ZERO
024050         PERFORM 2365-WRITE-PRENOTE
024060             THRU 2365-WRITE-PRENOTE-EXIT
024070         PERFORM 2360-WRITE-CHECK
024080             THRU 2360-WRITE-CHECK-EXIT
024090     ELSE
024100         PERFORM 2370-WRITE-DEPOSIT
024110             THRU 2370-WRITE-DEPOSIT-EXIT
024120     END-IF.
024130 2355-ISSUE-PAYMENT-EXIT.
024140     EXIT.
024150*
024160*------------------------------------------------------------*
024170*    2360-WRITE-CHECK - APPEND ONE CHECK-ISSUE RECORD FOR A   *
024180*    POSITIVE NET AND PRINT ITS CHECK-REGISTER LINE.  A ZERO  *
024190*    NET PAYS NOTHING, SO NO CHECK IS CUT FOR IT.             *
024200*------------------------------------------------------------*
024210 2360-WRITE-CHECK.
024220     IF WS-NET-PAY = ZERO
024230         GO TO 2360-WRITE-CHECK-EXIT
024240     END-IF
024250     MOVE "C" TO WS-PAY-VEHICLE-SW
024260     ADD 1 TO WS-CHECK-NO
024270     MOVE SPACES TO CHECK-ISSUE-RECORD
024280     MOVE WS-CHECK-NO TO CH-CHECK-NO
024290     MOVE Ident TO CH-IDENT
024300     MOVE CustName TO CH-CUST-NAME
024310     MOVE WS-NET-PAY TO CH-NET-AMOUNT
024320     MOVE WS-RUN-DATE TO CH-PAY-DATE
024330     MOVE "I" TO CH-STATUS
024340     WRITE CHECK-ISSUE-RECORD
024350     ADD 1 TO WS-CHECKS-ISSUED
024360     ADD WS-NET-PAY TO WS-CHECKS-NET-TOTAL
024370     MOVE WS-CHECK-NO TO WS-CR-CHECK-NO
024380     MOVE Ident TO WS-CR-IDENT
024390     MOVE CustName TO WS-CR-NAME
024400     MOVE WS-NET-PAY TO WS-CR-NET
024410     WRITE CHECK-REGISTER-LINE FROM WS-CHKREG-DETAIL.
024420 2360-WRITE-CHECK-EXIT.
024430     EXIT.
024440*
024450*------------------------------------------------------------*
024460*    2365-WRITE-PRENOTE - ZERO-AMOUNT PRENOTE FOR A NEWLY     *
024470*    ENTERED ACCOUNT.  THE MASTER'S PRENOTE DATE IS SET (AND  *
024480*    AUDITED) SO THE NEXT FINAL RUN SENDS THE LIVE DEPOSIT.   *
024490*------------------------------------------------------------*
024500 2365-WRITE-PRENOTE.
024510     MOVE SPACES TO DEPOSIT-RECORD
024520     MOVE "D" TO DP-RECORD-TYPE
024530     MOVE Ident TO DP-IDENT
024540     MOVE CustName TO DP-NAME
024550     MOVE BankRouting TO DP-ROUTING
024560     MOVE BankAccount TO DP-ACCOUNT
024570     MOVE ZERO TO DP-AMOUNT
024580     MOVE WS-RUN-DATE TO DP-PAY-DATE
024590     MOVE "P" TO DP-ENTRY-TYPE
024600     WRITE DEPOSIT-RECORD
024610     ADD 1 TO WS-ACH-PRENOTES
024620     MOVE Ident TO WS-AR-IDENT
024630     MOVE CustName TO WS-AR-NAME
024640     MOVE BankRouting TO WS-AR-ROUTING
024650     MOVE BankAccount TO WS-AR-ACCOUNT
024660     MOVE "PRENOTE" TO WS-AR-TYPE
024670     MOVE ZERO TO WS-AR-NET
024680     WRITE ACH-REGISTER-LINE FROM WS-ACHREG-DETAIL
024690     MOVE Ident TO WS-AUDIT-IDENT
024700     MOVE "PRENOTEDATE" TO WS-AUDIT-FIELD
024710     MOVE "00000000" TO WS-AUDIT-OLD
024720     MOVE WS-RUN-DATE TO PrenoteDate
024730     MOVE PrenoteDate TO WS-AUDIT-NEW
024740     PERFORM 7000-WRITE-AUDIT
024750         THRU 7000-WRITE-AUDIT-EXIT
024760     REWRITE CUSTOMER-MASTER-RECORD.
024770 2365-WRITE-PRENOTE-EXIT.
024780     EXIT.
024790*
024800*------------------------------------------------------------*
024810*    2370-WRITE-DEPOSIT - ONE LIVE DEPOSIT RECORD FOR THE     *
024820*    NET, WITH ITS DEPOSIT-REGISTER LINE AND BATCH TOTALS.    *
024830*------------------------------------------------------------*
024840 2370-WRITE-DEPOSIT.
024850     MOVE "D" TO WS-PAY-VEHICLE-SW
024860     MOVE SPACES TO DEPOSIT-RECORD
024870     MOVE "D" TO DP-RECORD-TYPE
024880     MOVE Ident TO DP-IDENT
024890     MOVE CustName TO DP-NAME
024900     MOVE BankRouting TO DP-ROUTING
024910     MOVE BankAccount TO DP-ACCOUNT
024920     MOVE WS-NET-PAY TO DP-AMOUNT
024930     MOVE WS-RUN-DATE TO DP-PAY-DATE
024940     MOVE "D" TO DP-ENTRY-TYPE
024950     WRITE DEPOSIT-RECORD
024960     ADD 1 TO WS-ACH-DEPOSITS
024970     ADD WS-NET-PAY TO WS-ACH-NET-TOTAL
024980     MOVE Ident TO WS-AR-IDENT
024990     MOVE CustName TO WS-AR-NAME
025000     MOVE BankRouting TO WS-AR-ROUTING
025010     MOVE BankAccount TO WS-AR-ACCOUNT
025020     MOVE "DEPOSIT" TO WS-AR-TYPE
025030     MOVE WS-NET-PAY TO WS-AR-NET
025040     WRITE ACH-REGISTER-LINE FROM WS-ACHREG-DETAIL.
025050 2370-WRITE-DEPOSIT-EXIT.
025060     EXIT.
025070*
025080*------------------------------------------------------------*
025090*    2380-WRITE-PAY-STUB - ONE STUB BLOCK FOR A PAID          *
025100*    EMPLOYEE: HOURS SPLIT, GROSS, EACH WITHHOLDING AND       *
025110*    DEDUCTION, NET WITH THE CHECK NUMBER OR DEPOSIT NOTE,    *
025120*    AND THE YTD FIGURES 2350 JUST ROLLED FORWARD.            *
025130*------------------------------------------------------------*
025140 2380-WRITE-PAY-STUB.
025150*    NOTHING WAS PAID, SO THERE IS NOTHING TO EXPLAIN.
025160     IF WS-PAY-VEHICLE-SW = "N"
025170         GO TO 2380-WRITE-PAY-STUB-EXIT
025180     END-IF
025190     WRITE PAY-STUB-LINE FROM WS-STUB-SEPARATOR
025200     MOVE Ident TO WS-SB-IDENT
025210     MOVE CustName TO WS-SB-NAME
025220     MOVE WS-RUN-DATE TO WS-SB-DATE
025230     WRITE PAY-STUB-LINE FROM WS-STUB-HEADER
025240     MOVE WS-REG-HOURS TO WS-SB-REG-HOURS
025250     MOVE WS-OT-HOURS TO WS-SB-OT-HOURS
025260     MOVE WS-VAC-HOURS TO WS-SB-VAC-HOURS
025270     MOVE WS-SICK-HOURS TO WS-SB-SICK-HOURS
025280     WRITE PAY-STUB-LINE FROM WS-STUB-HOURS
025290     MOVE WS-GROSS-PAY TO WS-SB-GROSS
025300     MOVE WS-FED-TAX TO WS-SB-FED
025310     MOVE WS-FICA-TAX TO WS-SB-FICA
025320     MOVE WS-STATE-TAX TO WS-SB-STATE
025330     WRITE PAY-STUB-LINE FROM WS-STUB-EARNINGS
025340     IF WS-DED-COUNT > ZERO
025350         PERFORM 2382-STUB-ONE-DEDUCTION
025360             THRU 2382-STUB-ONE-DEDUCTION-EXIT
025370             VARYING WS-DED-IX FROM 1 BY 1
025380             UNTIL WS-DED-IX > WS-DED-COUNT
025390     END-IF
025400     MOVE WS-NET-PAY TO WS-SB-NET
025410     MOVE SPACES TO WS-SB-VEHICLE
025420     IF WS-PAY-VEHICLE-SW = "D"
025430         MOVE "BY DIRECT DEPOSIT" TO WS-SB-VEHICLE
025440     ELSE
025450         STRING "CHECK NO " WS-CHECK-NO
025460             DELIMITED BY SIZE INTO WS-SB-VEHICLE
025470     END-IF
025480     WRITE PAY-STUB-LINE FROM WS-STUB-NET
025490     MOVE YT-GROSS TO WS-SB-YTD-GROSS
025500     MOVE YT-FED-TAX TO WS-SB-YTD-FED
025510     MOVE YT-FICA TO WS-SB-YTD-FICA
025520     MOVE YT-NET TO WS-SB-YTD-NET
025530     WRITE PAY-STUB-LINE FROM WS-STUB-YTD
025540     ADD 1 TO WS-STUBS-WRITTEN.
025550 2380-WRITE-PAY-STUB-EXIT.
025560     EXIT.
025570*
025580*------------------------------------------------------------*
025590*    2382-STUB-ONE-DEDUCTION - ONE STUB LINE PER DEDUCTION    *
025600*    THAT TOOK MONEY OR CARRIES ARREARS THIS PERIOD.          *
025610*------------------------------------------------------------*
025620 2382-STUB-ONE-DEDUCTION.
025630     IF WS-DD-TAKEN-NOW (WS-DED-IX) = ZERO
025640             AND WS-DD-NEW-ARREARS (WS-DED-IX) = ZERO
025650         GO TO 2382-STUB-ONE-DEDUCTION-EXIT
025660     END-IF
025670     MOVE WS-DD-CODE (WS-DED-IX) TO WS-SB-DED-CODE
025680     MOVE WS-DD-TAKEN-NOW (WS-DED-IX) TO WS-SB-DED-TAKEN
025690     MOVE WS-DD-NEW-ARREARS (WS-DED-IX)
025700         TO WS-SB-DED-ARREARS
025710     WRITE PAY-STUB-LINE FROM WS-STUB-DEDUCTION.
025720 2382-STUB-ONE-DEDUCTION-EXIT.
025730     EXIT.
025740*
025750*------------------------------------------------------------*
025760*    2390-UPDATE-LEAVE - FINAL-ONLY: CHARGE THE PERIOD'S      *
025770*    VACATION/SICK HOURS AGAINST THE LEAVE MASTER, ACCRUE BY  *
025780*    THE SERVICE-BASED RULES (YEARS SINCE HIRE PICK THE       *
025790*    VACATION RATE, SICK ACCRUES FLAT), AND PRINT THE LEAVE   *
025800*    BALANCE STATEMENT.  NO LEAVE RECORD MEANS THE EMPLOYEE   *
025810*    IS NOT ON THE PLAN - NOTHING TO CHARGE OR ACCRUE.        *
025820*------------------------------------------------------------*
025830 2390-UPDATE-LEAVE.
025840     MOVE Ident TO LV-IDENT
025850     READ LEAVE-MASTER-FILE
025860         KEY IS LV-IDENT
025870         INVALID KEY
025880             GO TO 2390-UPDATE-LEAVE-EXIT
025890     END-READ
025900     SUBTRACT WS-VAC-HOURS FROM LV-VAC-BALANCE
025910     SUBTRACT WS-SICK-HOURS FROM LV-SICK-BALANCE
025920     IF LV-HIRE-DATE > WS-RUN-DATE
025930             OR LV-HIRE-DATE NOT NUMERIC
025940         MOVE ZERO TO WS-SERVICE-YEARS
025950     ELSE
025960         COMPUTE WS-SERVICE-YEARS =
025970             (WS-RUN-DATE - LV-HIRE-DATE) / 10000
025980     END-IF
025990     IF WS-SERVICE-YEARS < WS-VAC-HI-SERVICE-YEARS
026000         ADD WS-VAC-ACCRUAL-LO TO LV-VAC-BALANCE
026010         MOVE WS-VAC-ACCRUAL-LO TO WS-LS-ACCRUED
026020     ELSE
026030         ADD WS-VAC-ACCRUAL-HI TO LV-VAC-BALANCE
026040         MOVE WS-VAC-ACCRUAL-HI TO WS-LS-ACCRUED
026050     END-IF
026060     ADD WS-SICK-ACCRUAL TO LV-SICK-BALANCE
026070     REWRITE LEAVE-MASTER-RECORD
026080     MOVE Ident TO WS-LS-IDENT
026090     MOVE CustName TO WS-LS-NAME
026100     MOVE "VAC" TO WS-LS-TYPE
026110     MOVE WS-VAC-HOURS TO WS-LS-CHARGED
026120     MOVE LV-VAC-BALANCE TO WS-LS-BALANCE
026130     WRITE LEAVE-STMT-LINE FROM WS-LVSTMT-DETAIL
026140     MOVE "SICK" TO WS-LS-TYPE
026150     MOVE WS-SICK-HOURS TO WS-LS-CHARGED
026160     MOVE WS-SICK-ACCRUAL TO WS-LS-ACCRUED
026170     MOVE LV-SICK-BALANCE TO WS-LS-BALANCE
026180     WRITE LEAVE-STMT-LINE FROM WS-LVSTMT-DETAIL
026190     ADD 1 TO WS-LEAVE-STMTS.
026200 2390-UPDATE-LEAVE-EXIT.
026210     EXIT.
026220*
026230*------------------------------------------------------------*
026240*    2395-WRITE-PAY-HISTORY - ONE P RECORD PER EMPLOYEE PAID  *
026250*    ON A FINAL RUN: THE RATE PAID AND THE HOURS SPLIT, SO    *
026260*    RETROPAY CAN REPRICE THE PERIOD AFTER HourlyRate AND     *
026270*    HoursWorked HAVE MOVED ON.                               *
026280*------------------------------------------------------------*
026290 2395-WRITE-PAY-HISTORY.
026300     IF WS-GROSS-PAY = ZERO
026310         GO TO 2395-WRITE-PAY-HISTORY-EXIT
026320     END-IF
026330     MOVE SPACES TO PAY-HISTORY-RECORD
026340     MOVE Ident TO PH-IDENT
026350     MOVE WS-RUN-DATE TO PH-PERIOD-END-DATE
026360     SET PH-PAY-RUN TO TRUE
026370     MOVE WS-PERIOD-RATE TO PH-HOURLY-RATE
026380     MOVE WS-REG-HOURS TO PH-REG-HOURS
026390     MOVE WS-OT-HOURS TO PH-OT-HOURS
026400     MOVE WS-LEAVE-HOURS TO PH-LEAVE-HOURS
026410     MOVE WS-GROSS-PAY TO PH-GROSS
026420     MOVE WS-RUN-DATE TO PH-PAY-DATE
026430     MOVE WS-RUN-NUMBER TO PH-RUN-NUMBER
026440     MOVE DeptCode TO PH-DEPT-CODE
026450     WRITE PAY-HISTORY-RECORD.
026460 2395-WRITE-PAY-HISTORY-EXIT.
026470     EXIT.
026480*
026490*------------------------------------------------------------*
026500*    2500-HOLD-NOT-PAID - REMEMBER A NON-ACTIVE EMPLOYEE FOR  *
026510*    THE NOT-PAID SECTION.  PAST THE TABLE LIMIT THE EMPLOYEE *
026520*    STILL PRINTS, DIRECTLY, SO NOBODY GOES UNREPORTED.       *
026530*------------------------------------------------------------*
026540 2500-HOLD-NOT-PAID.
026550     IF WS-NOTPAID-COUNT < WS-NOTPAID-MAX
026560         ADD 1 TO WS-NOTPAID-COUNT
026570         MOVE Ident TO WS-NP-IDENT (WS-NOTPAID-COUNT)
026580         MOVE CustName TO WS-NP-NAME (WS-NOTPAID-COUNT)
026590         MOVE EmpStatus
026600             TO WS-NP-STATUS (WS-NOTPAID-COUNT)
026610         MOVE StatusDate TO WS-NP-DATE (WS-NOTPAID-COUNT)
026620     ELSE
026630         PERFORM 2405-ENSURE-PAGE-HEADERS
026640             THRU 2405-ENSURE-PAGE-HEADERS-EXIT
026650         PERFORM 2510-FORMAT-NOT-PAID
026660             THRU 2510-FORMAT-NOT-PAID-EXIT
026670         WRITE PAY-REGISTER-LINE FROM WS-NOTPAID-DETAIL
026680         ADD 1 TO WS-LINE-COUNT
026690     END-IF.
026700 2500-HOLD-NOT-PAID-EXIT.
026710     EXIT.
026720*
026730*------------------------------------------------------------*
026740*    2510-FORMAT-NOT-PAID - ONE NOT-PAID LINE FROM THE       *
026750*    CURRENT MASTER RECORD.                                  *
026760*------------------------------------------------------------*
026770 2510-FORMAT-NOT-PAID.
026780     MOVE Ident TO WS-ND-IDENT
026790     MOVE CustName TO WS-ND-NAME
026800     EVALUATE EmpStatus
026810         WHEN "L"
026820             MOVE "LEAVE/NOPAY" TO WS-ND-STATUS
026830         WHEN "T"
026840             MOVE "TERMINATED" TO WS-ND-STATUS
026850         WHEN OTHER
026860             MOVE EmpStatus TO WS-ND-STATUS
026870     END-EVALUATE
026880     MOVE StatusDate TO WS-ND-DATE.
026890 2510-FORMAT-NOT-PAID-EXIT.
026900     EXIT.
026910*
026920*------------------------------------------------------------*
026930*    2400-PRINT-DETAIL-LINE - ONE LINE OF THE PAY REGISTER,    *
026940*    WITH PAGE HEADERS AND BREAKS EVERY WS-LINES-PER-PAGE.     *
026950*------------------------------------------------------------*
026960 2400-PRINT-DETAIL-LINE.
026970     PERFORM 2405-ENSURE-PAGE-HEADERS
026980         THRU 2405-ENSURE-PAGE-HEADERS-EXIT
026990     MOVE Ident TO WS-DL-IDENT
027000     MOVE CustName TO WS-DL-NAME
027010     MOVE WS-GROSS-PAY TO WS-DL-GROSS
027020     MOVE WS-FED-TAX TO WS-DL-FED
027030     MOVE WS-FICA-TAX TO WS-DL-FICA
027040     MOVE WS-STATE-TAX TO WS-DL-STATE
027050     MOVE WS-VOL-DEDUCTIONS TO WS-DL-OTH
027060     MOVE WS-NET-PAY TO WS-DL-NET
027070     WRITE PAY-REGISTER-LINE FROM WS-DETAIL-LINE
027080     ADD 1 TO WS-LINE-COUNT
027090*    AN EMPLOYEE PAID ANY LEAVE THIS PERIOD GETS THE SPLIT
027100*    UNDER THE DETAIL LINE SO THE REGISTER SHOWS WHERE THE
027110*    HOURS CAME FROM.
027120     IF WS-LEAVE-HOURS > ZERO
027130         PERFORM 2405-ENSURE-PAGE-HEADERS
027140             THRU 2405-ENSURE-PAGE-HEADERS-EXIT
027150         MOVE WS-VAC-HOURS TO WS-SB-VAC-HOURS
027160         MOVE WS-SICK-HOURS TO WS-SB-SICK-HOURS
027170         MOVE WS-WORKED-HOURS TO WS-SB-REG-HOURS
027180         MOVE SPACES TO PAY-REGISTER-LINE
027190         STRING "     LEAVE SPLIT - VAC " WS-SB-VAC-HOURS
027200                 "  SICK " WS-SB-SICK-HOURS
027210                 "  WORKED " WS-SB-REG-HOURS
027220             DELIMITED BY SIZE INTO PAY-REGISTER-LINE
027230         WRITE PAY-REGISTER-LINE
027240         ADD 1 TO WS-LINE-COUNT
027250     END-IF.
027260 2400-PRINT-DETAIL-LINE-EXIT.
027270     EXIT.
027280*
027290*------------------------------------------------------------*
027300*    2405-ENSURE-PAGE-HEADERS - START A NEW PAGE IF THE LAST   *
027310*    LINE WRITTEN TO THE REGISTER WAS THE LAST ONE ON THE      *
027320*    CURRENT PAGE, OR NO PAGE HAS BEEN STARTED YET.  SHARED BY *
027330*    THE DETAIL LINE AND THE PAYCHECK-OVERFLOW EXCEPTION LINE  *
027340*    SO NEITHER CAN PRINT WITHOUT A HEADER ON THE PAGE.        *
027350*------------------------------------------------------------*
027360 2405-ENSURE-PAGE-HEADERS.
027370     IF WS-LINE-COUNT = ZERO
027380             OR WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
027390         PERFORM 2410-PRINT-PAGE-HEADERS
027400             THRU 2410-PRINT-PAGE-HEADERS-EXIT
027410     END-IF.
027420 2405-ENSURE-PAGE-HEADERS-EXIT.
027430     EXIT.
027440*
027450 2410-PRINT-PAGE-HEADERS.
027460     ADD 1 TO WS-PAGE-NUMBER
027470     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
027480     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO
027490     WRITE PAY-REGISTER-LINE FROM WS-HEADING-1
027500         AFTER ADVANCING PAGE
027510     WRITE PAY-REGISTER-LINE FROM WS-HEADING-2
027520         AFTER ADVANCING 2 LINES
027530     MOVE ZERO TO WS-LINE-COUNT.
027540 2410-PRINT-PAGE-HEADERS-EXIT.
027550     EXIT.
027560*
027570*------------------------------------------------------------*
027580*    7000-WRITE-AUDIT - APPEND A BEFORE/AFTER AUDIT RECORD     *
027590*------------------------------------------------------------*
027600 7000-WRITE-AUDIT.
027610     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
027620     ACCEPT WS-TS-TIME FROM TIME
027630     MOVE WS-AUDIT-IDENT TO AU-IDENT
027640     MOVE WS-AUDIT-FIELD TO AU-FIELD-NAME
027650     MOVE WS-AUDIT-OLD TO AU-OLD-VALUE
027660     MOVE WS-AUDIT-NEW TO AU-NEW-VALUE
027670     MOVE WS-TS-DATE TO AU-DATE
027680     MOVE WS-TS-TIME TO AU-TIME
027690     MOVE WS-JOB-ID TO AU-JOB-ID
027700     WRITE AUDIT-RECORD.
027710 7000-WRITE-AUDIT-EXIT.
027720     EXIT.
027730*
027740*------------------------------------------------------------*
027750*    8000-FINALIZE - GRAND TOTAL LINE, CLOSE FILES             *
027760*------------------------------------------------------------*
027770 8000-FINALIZE.
027780     MOVE WS-GRAND-GROSS TO WS-TL-GROSS
027790     MOVE WS-GRAND-FED TO WS-TL-FED
027800     MOVE WS-GRAND-FICA TO WS-TL-FICA
027810     MOVE WS-GRAND-STATE TO WS-TL-STATE
027820     MOVE WS-GRAND-OTH TO WS-TL-OTH
027830     MOVE WS-GRAND-NET TO WS-TL-NET
027840     WRITE PAY-REGISTER-LINE FROM WS-TOTAL-LINE
027850         AFTER ADVANCING 2 LINES
027860     MOVE WS-GRAND-ER-SS TO WS-ET-SS
027870     MOVE WS-GRAND-ER-MED TO WS-ET-MED
027880     MOVE WS-GRAND-FUTA TO WS-ET-FUTA
027890     MOVE WS-GRAND-SUTA TO WS-ET-SUTA
027900     WRITE PAY-REGISTER-LINE FROM WS-ER-TOTAL-LINE
027910     MOVE SPACES TO PAY-REGISTER-LINE
027920     STRING "EMPLOYEES IN OTHER PAY GROUPS (NOT THIS RUN): "
027930         WS-OTHER-GROUP-COUNT
027940         DELIMITED BY SIZE INTO PAY-REGISTER-LINE
027950     WRITE PAY-REGISTER-LINE
027960     MOVE WS-CHECKS-ISSUED TO WS-CR-TL-COUNT
027970     MOVE WS-CHECKS-NET-TOTAL TO WS-CR-TL-NET
027980     WRITE CHECK-REGISTER-LINE FROM WS-CHKREG-TOTAL
027990         AFTER ADVANCING 2 LINES
028000     MOVE SPACES TO LEAVE-STMT-LINE
028010     STRING "LEAVE STATEMENTS: " WS-LEAVE-STMTS
028020         DELIMITED BY SIZE INTO LEAVE-STMT-LINE
028030     WRITE LEAVE-STMT-LINE
028040         AFTER ADVANCING 2 LINES
028050     MOVE WS-DED-TAKEN-COUNT TO WS-DR-TL-COUNT
028060     MOVE WS-DED-TAKEN-TOTAL TO WS-DR-TL-AMOUNT
028070     MOVE WS-ARREARS-TOTAL TO WS-DR-TL-ARREARS
028080     WRITE DEDUCTION-REGISTER-LINE FROM WS-DEDREG-TOTAL
028090         AFTER ADVANCING 2 LINES
028100     PERFORM 8200-CLOSE-DEPOSIT-BATCH
028110         THRU 8200-CLOSE-DEPOSIT-BATCH-EXIT
028120     IF WS-NOTPAID-COUNT > ZERO
028130         WRITE PAY-REGISTER-LINE FROM WS-NOTPAID-HEADING
028140             AFTER ADVANCING 2 LINES
028150         PERFORM 8100-PRINT-ONE-NOT-PAID
028160             THRU 8100-PRINT-ONE-NOT-PAID-EXIT
028170             VARYING WS-NOTPAID-IX FROM 1 BY 1
028180             UNTIL WS-NOTPAID-IX > WS-NOTPAID-COUNT
028190     END-IF
028200     IF FINAL-RUN
028210         MOVE WS-CHECK-NO TO CN-LAST-CHECK-NO
028220         REWRITE CHECK-NUMBER-RECORD
028230         MOVE "P" TO PD-STATUS
028240         ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
028250         MOVE WS-TS-DATE TO PD-POSTED-DATE
028260         MOVE WS-RUN-NUMBER TO PD-POSTED-RUN
028270         REWRITE PERIOD-CALENDAR-RECORD
028280     END-IF
028290     IF FINAL-RUN
028300         PERFORM 8300-WRITE-GL-POSTINGS
028310             THRU 8300-WRITE-GL-POSTINGS-EXIT
028320     END-IF
028330     PERFORM 8400-WRITE-TAX-DEPOSITS
028340         THRU 8400-WRITE-TAX-DEPOSITS-EXIT
028350     PERFORM 8500-WRITE-RUN-TOTALS
028360         THRU 8500-WRITE-RUN-TOTALS-EXIT
028370     MOVE "E" TO WS-RL-ENTRY-TYPE
028380     MOVE "OK" TO WS-RL-STATUS
028390     PERFORM 1400-WRITE-RUN-LOG
028400         THRU 1400-WRITE-RUN-LOG-EXIT
028410     CLOSE EMPLOYEE-MASTER-FILE
028420           YTD-MASTER-FILE
028430           CHECK-ISSUE-FILE
028440           CHECK-NUMBER-FILE
028450           CHECK-REGISTER-FILE
028460           DEDUCT-MASTER-FILE
028470           DEDUCTION-REGISTER-FILE
028480           PAY-STUB-FILE
028490           GL-POSTING-FILE
028500           GL-SUMMARY-FILE
028510           PERIOD-CALENDAR-FILE
028520           LEAVE-MASTER-FILE
028530           LEAVE-STMT-FILE
028540           ACH-DEPOSIT-FILE
028550           ACH-REGISTER-FILE
028560           PAY-REGISTER-FILE
028570           RUN-LOG-FILE
028580           RATE-HISTORY-FILE
028590           PAY-HISTORY-FILE
028600           TAX-DEPOSIT-FILE
028610           DEDUCTION-EXTRACT-FILE
028620           PAYROLL-TOTALS-FILE
028630           AUDIT-LOG-FILE.
028640 8000-FINALIZE-EXIT.
028650     EXIT.
028660*
028670 8100-PRINT-ONE-NOT-PAID.
028680     MOVE WS-NP-IDENT (WS-NOTPAID-IX) TO WS-ND-IDENT
028690     MOVE WS-NP-NAME (WS-NOTPAID-IX) TO WS-ND-NAME
028700     EVALUATE WS-NP-STATUS (WS-NOTPAID-IX)
028710         WHEN "L"
028720             MOVE "LEAVE/NOPAY" TO WS-ND-STATUS
028730         WHEN "T"
028740             MOVE "TERMINATED" TO WS-ND-STATUS
028750         WHEN OTHER
028760             MOVE WS-NP-STATUS (WS-NOTPAID-IX)
028770                 TO WS-ND-STATUS
028780     END-EVALUATE
028790     MOVE WS-NP-DATE (WS-NOTPAID-IX) TO WS-ND-DATE
028800     WRITE PAY-REGISTER-LINE FROM WS-NOTPAID-DETAIL.
028810 8100-PRINT-ONE-NOT-PAID-EXIT.
028820     EXIT.
028830*
028840*------------------------------------------------------------*
028850*    8200-CLOSE-DEPOSIT-BATCH - TRAILER ONTO THE EXTRACT AND  *
028860*    BATCH TOTALS ONTO THE DEPOSIT REGISTER.  ON A FINAL RUN  *
028870*    THE REGISTER ALSO PROVES CHECK NET + DEPOSIT NET AGAINST *
028880*    THE PAY REGISTER'S GRAND TOTAL NET, WHICH IS THE TIE     *
028890*    DATA CONTROL SIGNS OFF BEFORE THE FILE GOES TO THE BANK. *
028900*------------------------------------------------------------*
028910 8200-CLOSE-DEPOSIT-BATCH.
028920     MOVE SPACES TO DEPOSIT-RECORD
028930     MOVE "T" TO DP-RECORD-TYPE
028940     MOVE WS-ACH-DEPOSITS TO DP-DEPOSIT-COUNT
028950     MOVE WS-ACH-PRENOTES TO DP-PRENOTE-COUNT
028960     MOVE WS-ACH-NET-TOTAL TO DP-AMOUNT-TOTAL
028970     WRITE DEPOSIT-RECORD
028980     MOVE WS-ACH-DEPOSITS TO WS-AR-TL-COUNT
028990     MOVE WS-ACH-PRENOTES TO WS-AR-TL-PRENOTES
029000     MOVE WS-ACH-NET-TOTAL TO WS-AR-TL-NET
029010     WRITE ACH-REGISTER-LINE FROM WS-ACHREG-TOTAL
029020         AFTER ADVANCING 2 LINES
029030*    A TRIAL RUN CUTS NO CHECKS AND NO DEPOSITS, SO THE TIE
029040*    AGAINST THE COMPUTED GRAND NET ONLY MEANS ANYTHING FINAL.
029050     IF NOT FINAL-RUN
029060         GO TO 8200-CLOSE-DEPOSIT-BATCH-EXIT
029070     END-IF
029080     ADD WS-CHECKS-NET-TOTAL WS-ACH-NET-TOTAL
029090         GIVING WS-BAL-TIE-TOTAL
029100     MOVE WS-CHECKS-NET-TOTAL TO WS-BAL-CHECKS-EDIT
029110     MOVE WS-ACH-NET-TOTAL TO WS-BAL-ACH-EDIT
029120     MOVE WS-GRAND-NET TO WS-BAL-NET-EDIT
029130     MOVE SPACES TO ACH-REGISTER-LINE
029140     STRING "CHECK NET " WS-BAL-CHECKS-EDIT
029150             " + DEPOSIT NET " WS-BAL-ACH-EDIT
029160             " VS PAY REGISTER NET " WS-BAL-NET-EDIT
029170         DELIMITED BY SIZE INTO ACH-REGISTER-LINE
029180     WRITE ACH-REGISTER-LINE
029190     MOVE SPACES TO ACH-REGISTER-LINE
029200     IF WS-BAL-TIE-TOTAL = WS-GRAND-NET
029210         MOVE "DEPOSIT CONTROLS TIE" TO ACH-REGISTER-LINE
029220     ELSE
029230         MOVE "*** DEPOSIT CONTROLS DO NOT TIE ***"
029240             TO ACH-REGISTER-LINE
029250     END-IF
029260     WRITE ACH-REGISTER-LINE.
029270 8200-CLOSE-DEPOSIT-BATCH-EXIT.
029280     EXIT.
029290*
029300*------------------------------------------------------------*
029310*    8300-WRITE-GL-POSTINGS - FINAL-ONLY: DEBIT LABOR EXPENSE *
029320*    BY DEPARTMENT, CREDIT THE WITHHOLDING LIABILITIES AND    *
029330*    NET-PAY CASH, PROVE DEBITS = CREDITS, AND PRINT THE      *
029340*    POSTING SUMMARY ACCOUNTING SIGNS OFF BEFORE LOADING.     *
029350*------------------------------------------------------------*
029360 8300-WRITE-GL-POSTINGS.
029370     IF WS-DEPT-COUNT > ZERO
029380         PERFORM 8310-POST-ONE-DEPT
029390             THRU 8310-POST-ONE-DEPT-EXIT
029400             VARYING WS-DEPT-IX FROM 1 BY 1
029410             UNTIL WS-DEPT-IX > WS-DEPT-COUNT
029420     END-IF
029430     IF WS-DEPT-DROPPED-GROSS > ZERO
029440         MOVE WS-ACCT-LABOR TO WS-GL-SET-ACCOUNT
029450         MOVE "****" TO WS-GL-SET-DEPT
029460         MOVE "D" TO WS-GL-SET-DRCR
029470         MOVE WS-DEPT-DROPPED-GROSS TO WS-GL-SET-AMOUNT
029480         MOVE "LABOR - DEPT POOLED" TO WS-GL-SET-DESC
029490         PERFORM 8320-WRITE-ONE-POSTING
029500             THRU 8320-WRITE-ONE-POSTING-EXIT
029510     END-IF
029520     IF WS-GRAND-FED > ZERO
029530         MOVE WS-ACCT-FED-LIAB TO WS-GL-SET-ACCOUNT
029540         MOVE SPACES TO WS-GL-SET-DEPT
029550         MOVE "C" TO WS-GL-SET-DRCR
029560         MOVE WS-GRAND-FED TO WS-GL-SET-AMOUNT
029570         MOVE "FED TAX WITHHELD" TO WS-GL-SET-DESC
029580         PERFORM 8320-WRITE-ONE-POSTING
029590             THRU 8320-WRITE-ONE-POSTING-EXIT
029600     END-IF
029610     IF WS-GRAND-FICA > ZERO
029620         MOVE WS-ACCT-FICA-LIAB TO WS-GL-SET-ACCOUNT
029630         MOVE SPACES TO WS-GL-SET-DEPT
029640         MOVE "C" TO WS-GL-SET-DRCR
029650         MOVE WS-GRAND-FICA TO WS-GL-SET-AMOUNT
029660         MOVE "FICA WITHHELD" TO WS-GL-SET-DESC
029670         PERFORM 8320-WRITE-ONE-POSTING
029680             THRU 8320-WRITE-ONE-POSTING-EXIT
029690     END-IF
029700     IF WS-GRAND-STATE > ZERO
029710         MOVE WS-ACCT-STATE-LIAB TO WS-GL-SET-ACCOUNT
029720         MOVE SPACES TO WS-GL-SET-DEPT
029730         MOVE "C" TO WS-GL-SET-DRCR
029740         MOVE WS-GRAND-STATE TO WS-GL-SET-AMOUNT
029750         MOVE "STATE TAX WITHHELD" TO WS-GL-SET-DESC
029760         PERFORM 8320-WRITE-ONE-POSTING
029770             THRU 8320-WRITE-ONE-POSTING-EXIT
029780     END-IF
029790     IF WS-GRAND-OTH > ZERO
029800         MOVE WS-ACCT-DED-LIAB TO WS-GL-SET-ACCOUNT
029810         MOVE SPACES TO WS-GL-SET-DEPT
029820         MOVE "C" TO WS-GL-SET-DRCR
029830         MOVE WS-GRAND-OTH TO WS-GL-SET-AMOUNT
029840         MOVE "DEDUCTIONS PAYABLE" TO WS-GL-SET-DESC
029850         PERFORM 8320-WRITE-ONE-POSTING
029860             THRU 8320-WRITE-ONE-POSTING-EXIT
029870     END-IF
029880     IF WS-GRAND-NET > ZERO
029890         MOVE WS-ACCT-CASH TO WS-GL-SET-ACCOUNT
029900         MOVE SPACES TO WS-GL-SET-DEPT
029910         MOVE "C" TO WS-GL-SET-DRCR
029920         MOVE WS-GRAND-NET TO WS-GL-SET-AMOUNT
029930         MOVE "NET PAY CASH" TO WS-GL-SET-DESC
029940         PERFORM 8320-WRITE-ONE-POSTING
029950             THRU 8320-WRITE-ONE-POSTING-EXIT
029960     END-IF
029970     PERFORM 8330-POST-EMPLOYER-TAXES
029980         THRU 8330-POST-EMPLOYER-TAXES-EXIT
029990     MOVE SPACES TO GL-SUMMARY-LINE
030000     STRING "POSTINGS: " WS-GL-POSTING-COUNT
030010         DELIMITED BY SIZE INTO GL-SUMMARY-LINE
030020     WRITE GL-SUMMARY-LINE
030030         AFTER ADVANCING 2 LINES
030040     MOVE WS-GL-DEBIT-TOTAL TO WS-GS-AMOUNT
030050     MOVE SPACES TO GL-SUMMARY-LINE
030060     STRING "DEBITS:  " WS-GS-AMOUNT
030070         DELIMITED BY SIZE INTO GL-SUMMARY-LINE
030080     WRITE GL-SUMMARY-LINE
030090     MOVE WS-GL-CREDIT-TOTAL TO WS-GS-AMOUNT
030100     MOVE SPACES TO GL-SUMMARY-LINE
030110     STRING "CREDITS: " WS-GS-AMOUNT
030120         DELIMITED BY SIZE INTO GL-SUMMARY-LINE
030130     WRITE GL-SUMMARY-LINE
030140     MOVE SPACES TO GL-SUMMARY-LINE
030150     IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
030160         MOVE "GL POSTINGS IN BALANCE" TO GL-SUMMARY-LINE
030170     ELSE
030180*        AN OUT-OF-BALANCE FILE MUST NOT REACH THE LEDGER -
030190*        RC 8 HOLDS THE ACCOUNTING LOAD STEP.
030200         MOVE "*** GL POSTINGS OUT OF BALANCE ***"
030210             TO GL-SUMMARY-LINE
030220         MOVE 8 TO RETURN-CODE
030230     END-IF
030240     WRITE GL-SUMMARY-LINE.
030250 8300-WRITE-GL-POSTINGS-EXIT.
030260     EXIT.
030270*
030280 8310-POST-ONE-DEPT.
030290     IF WS-DP-GROSS (WS-DEPT-IX) = ZERO
030300         GO TO 8310-POST-ONE-DEPT-EXIT
030310     END-IF
030320     MOVE WS-ACCT-LABOR TO WS-GL-SET-ACCOUNT
030330     MOVE WS-DP-CODE (WS-DEPT-IX) TO WS-GL-SET-DEPT
030340     MOVE "D" TO WS-GL-SET-DRCR
030350     MOVE WS-DP-GROSS (WS-DEPT-IX) TO WS-GL-SET-AMOUNT
030360     MOVE "GROSS LABOR EXPENSE" TO WS-GL-SET-DESC
030370     PERFORM 8320-WRITE-ONE-POSTING
030380         THRU 8320-WRITE-ONE-POSTING-EXIT.
030390 8310-POST-ONE-DEPT-EXIT.
030400     EXIT.
030410*
030420 8320-WRITE-ONE-POSTING.
030430     MOVE SPACES TO GL-POSTING-RECORD
030440     MOVE WS-GL-SET-ACCOUNT TO GL-ACCOUNT
030450     MOVE WS-GL-SET-DEPT TO GL-DEPT
030460     MOVE WS-GL-SET-DRCR TO GL-DEBIT-CREDIT
030470     MOVE WS-GL-SET-AMOUNT TO GL-AMOUNT
030480     MOVE WS-GL-SET-DESC TO GL-DESC
030490     MOVE WS-RUN-DATE TO GL-PAY-DATE
030500     MOVE WS-PAY-GROUP TO GL-PAY-GROUP
030505     MOVE WS-RUN-NUMBER TO GL-RUN-NUMBER
030510     WRITE GL-POSTING-RECORD
030520     ADD 1 TO WS-GL-POSTING-COUNT
030530     IF WS-GL-SET-DRCR = "D"
030540         ADD WS-GL-SET-AMOUNT TO WS-GL-DEBIT-TOTAL
030550     ELSE
030560         ADD WS-GL-SET-AMOUNT TO WS-GL-CREDIT-TOTAL
030570     END-IF
030580     MOVE WS-GL-SET-ACCOUNT TO WS-GS-ACCOUNT
030590     MOVE WS-GL-SET-DEPT TO WS-GS-DEPT
030600     IF WS-GL-SET-DRCR = "D"
030610         MOVE "DR" TO WS-GS-DRCR
030620     ELSE
030630         MOVE "CR" TO WS-GS-DRCR
030640     END-IF
030650     MOVE WS-GL-SET-AMOUNT TO WS-GS-AMOUNT
030660     MOVE WS-GL-SET-DESC TO WS-GS-DESC
030670     WRITE GL-SUMMARY-LINE FROM WS-GLSUM-DETAIL.
030680 8320-WRITE-ONE-POSTING-EXIT.
030690     EXIT.
030700*
030710*------------------------------------------------------------*
030720*    8330-POST-EMPLOYER-TAXES - THE EMPLOYER'S OWN TAXES ARE  *
030730*    AN EXPENSE ON TOP OF GROSS: DEBIT EACH EXPENSE, CREDIT   *
030740*    ITS LIABILITY (EMPLOYER FICA GOES TO THE SAME FICA       *
030750*    LIABILITY AS THE WITHHELD SHARE - ONE 941 DEPOSIT).      *
030760*------------------------------------------------------------*
030770 8330-POST-EMPLOYER-TAXES.
030780     ADD WS-GRAND-ER-SS WS-GRAND-ER-MED
030790         GIVING WS-GRAND-ER-FICA
030800     IF WS-GRAND-ER-FICA > ZERO
030810         MOVE WS-ACCT-ER-FICA-EXP TO WS-GL-SET-ACCOUNT
030820         MOVE SPACES TO WS-GL-SET-DEPT
030830         MOVE "D" TO WS-GL-SET-DRCR
030840         MOVE WS-GRAND-ER-FICA TO WS-GL-SET-AMOUNT
030850         MOVE "EMPLOYER FICA EXP" TO WS-GL-SET-DESC
030860         PERFORM 8320-WRITE-ONE-POSTING
030870             THRU 8320-WRITE-ONE-POSTING-EXIT
030880         MOVE WS-ACCT-FICA-LIAB TO WS-GL-SET-ACCOUNT
030890         MOVE "C" TO WS-GL-SET-DRCR
030900         MOVE "EMPLOYER FICA" TO WS-GL-SET-DESC
030910         PERFORM 8320-WRITE-ONE-POSTING
030920             THRU 8320-WRITE-ONE-POSTING-EXIT
030930     END-IF
030940     IF WS-GRAND-FUTA > ZERO
030950         MOVE WS-ACCT-FUTA-EXP TO WS-GL-SET-ACCOUNT
030960         MOVE SPACES TO WS-GL-SET-DEPT
030970         MOVE "D" TO WS-GL-SET-DRCR
030980         MOVE WS-GRAND-FUTA TO WS-GL-SET-AMOUNT
030990         MOVE "EMPLOYER FUTA EXP" TO WS-GL-SET-DESC
031000         PERFORM 8320-WRITE-ONE-POSTING
031010             THRU 8320-WRITE-ONE-POSTING-EXIT
031020         MOVE WS-ACCT-FUTA-LIAB TO WS-GL-SET-ACCOUNT
031030         MOVE "C" TO WS-GL-SET-DRCR
031040         MOVE "FUTA PAYABLE" TO WS-GL-SET-DESC
031050         PERFORM 8320-WRITE-ONE-POSTING
031060             THRU 8320-WRITE-ONE-POSTING-EXIT
031070     END-IF
031080     IF WS-GRAND-SUTA > ZERO
031090         MOVE WS-ACCT-SUTA-EXP TO WS-GL-SET-ACCOUNT
031100         MOVE SPACES TO WS-GL-SET-DEPT
031110         MOVE "D" TO WS-GL-SET-DRCR
031120         MOVE WS-GRAND-SUTA TO WS-GL-SET-AMOUNT
031130         MOVE "EMPLOYER SUTA EXP" TO WS-GL-SET-DESC
031140         PERFORM 8320-WRITE-ONE-POSTING
031150             THRU 8320-WRITE-ONE-POSTING-EXIT
031160         MOVE WS-ACCT-SUTA-LIAB TO WS-GL-SET-ACCOUNT
031170         MOVE "C" TO WS-GL-SET-DRCR
031180         MOVE "SUTA PAYABLE" TO WS-GL-SET-DESC
031190         PERFORM 8320-WRITE-ONE-POSTING
031200             THRU 8320-WRITE-ONE-POSTING-EXIT
031210     END-IF.
031220 8330-POST-EMPLOYER-TAXES-EXIT.
031230     EXIT.
031240*
031250*------------------------------------------------------------*
031260*    8400-WRITE-TAX-DEPOSITS - THE RUN'S FORM 941 LIABILITY   *
031270*    (FEDERAL WITHHOLDING PLUS BOTH SHARES OF SS AND          *
031280*    MEDICARE) WITH ITS DEPOSIT DUE DATE, AND THE FUTA/SUTA   *
031290*    OWED.  A TRIAL RUN PRINTS THE SAME PAGE FOR PLANNING,    *
031300*    FLAGGED - NOTHING IS OWED UNTIL THE FINAL RUN POSTS.     *
031310*------------------------------------------------------------*
031320 8400-WRITE-TAX-DEPOSITS.
031330     MOVE WS-RUN-DATE TO WS-TD-H1-DATE
031340     MOVE WS-RUN-NUMBER TO WS-TD-H1-RUN-NO
031350     MOVE WS-H1-MODE TO WS-TD-H1-MODE
031360     WRITE TAX-DEPOSIT-LINE FROM WS-TAXDEP-HEADING-1
031370     MOVE SPACES TO TAX-DEPOSIT-LINE
031380     IF MONTHLY-DEPOSITOR
031390         MOVE "941 DEPOSITOR SCHEDULE: MONTHLY"
031400             TO TAX-DEPOSIT-LINE
031410     ELSE
031420         MOVE "941 DEPOSITOR SCHEDULE: SEMI-WEEKLY"
031430             TO TAX-DEPOSIT-LINE
031440     END-IF
031450     WRITE TAX-DEPOSIT-LINE
031460         AFTER ADVANCING 2 LINES
031470     MOVE SPACES TO WS-TD-NOTE
031480     MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-TD-DESC
031490     MOVE WS-GRAND-FED TO WS-TD-AMOUNT
031500     WRITE TAX-DEPOSIT-LINE FROM WS-TAXDEP-DETAIL
031510         AFTER ADVANCING 2 LINES
031520     MOVE "SOCIAL SECURITY - EMPLOYEE" TO WS-TD-DESC
031530     MOVE WS-GRAND-SS TO WS-TD-AMOUNT
031540     WRITE TAX-DEPOSIT-LINE FROM WS-TAXDEP-DETAIL
031550     MOVE "SOCIAL SECURITY - EMPLOYER" TO WS-TD-DESC
031560     MOVE WS-GRAND-ER-SS TO WS-TD-AMOUNT
031570     WRITE TAX-DEPOSIT-LINE FROM WS-TAXDEP-DETAIL
031580     MOVE "MEDICARE - EMPLOYEE" TO WS-TD-DESC
031590     MOVE WS-GRAND-MED TO WS-TD-AMOUNT
031600     WRITE TAX-DEPOSIT-LINE FROM WS-TAXDEP-DETAIL
031610     MOVE "MEDICARE - EMPLOYER" TO WS-TD-DESC
031620     MOVE WS-GRAND-ER-MED TO WS-TD-AMOUNT
031630     WRITE TAX-DEPOSIT-LINE FROM WS-TAXDEP-DETAIL
031640     ADD WS-GRAND-FED WS-GRAND-SS WS-GRAND-ER-SS
031650         WS-GRAND-MED WS-GRAND-ER-MED
031660         GIVING WS-941-LIABILITY
031670     MOVE "TOTAL FORM 941 LIABILITY" TO WS-TD-DESC
031680     MOVE WS-941-LIABILITY TO WS-TD-AMOUNT
031690     WRITE TAX-DEPOSIT-LINE FROM WS-TAXDEP-DETAIL
031700     MOVE SPACES TO TAX-DEPOSIT-LINE
031710     IF WS-941-LIABILITY > ZERO
031720         PERFORM 8410-DUE-941
031730             THRU 8410-DUE-941-EXIT
031740         STRING "941 DEPOSIT DUE " WS-DUE-DATE
031750                 " - " WS-DUE-RULE
031760             DELIMITED BY SIZE INTO TAX-DEPOSIT-LINE
031770     ELSE
031780         MOVE "NO 941 DEPOSIT DUE FOR THIS RUN"
031790             TO TAX-DEPOSIT-LINE
031800     END-IF
031810     WRITE TAX-DEPOSIT-LINE
031820     MOVE "FUTA - THIS RUN" TO WS-TD-DESC
031830     MOVE WS-GRAND-FUTA TO WS-TD-AMOUNT
031840     WRITE TAX-DEPOSIT-LINE FROM WS-TAXDEP-DETAIL
031850         AFTER ADVANCING 2 LINES
031860     MOVE "FUTA - QUARTER TO DATE" TO WS-TD-DESC
031870     MOVE WS-GRAND-FUTA-QTD TO WS-TD-AMOUNT
031880     MOVE "(EMPLOYEES PAID THIS RUN)" TO WS-TD-NOTE
031890     WRITE TAX-DEPOSIT-LINE FROM WS-TAXDEP-DETAIL
031900     MOVE SPACES TO TAX-DEPOSIT-LINE
031910     IF WS-GRAND-FUTA-QTD > WS-FUTA-DEPOSIT-MIN
031920         PERFORM 8450-DUE-FUTA
031930             THRU 8450-DUE-FUTA-EXIT
031940         STRING "FUTA DEPOSIT DUE " WS-DUE-DATE
031950                 " - QUARTER OVER $500"
031960             DELIMITED BY SIZE INTO TAX-DEPOSIT-LINE
031970     ELSE
031980         MOVE "FUTA UNDER $500 - CARRIES TO THE NEXT QUARTER"
031990             TO TAX-DEPOSIT-LINE
032000     END-IF
032010     WRITE TAX-DEPOSIT-LINE
032020     MOVE "SUTA - THIS RUN" TO WS-TD-DESC
032030     MOVE WS-GRAND-SUTA TO WS-TD-AMOUNT
032040     MOVE "PAID WITH THE STATE QUARTERLY RETURN" TO WS-TD-NOTE
032050     WRITE TAX-DEPOSIT-LINE FROM WS-TAXDEP-DETAIL
032060         AFTER ADVANCING 2 LINES
032070     MOVE "DUE DATES SKIP WEEKENDS ONLY - CHECK BANK HOLIDAYS"
032080         TO TAX-DEPOSIT-LINE
032090     WRITE TAX-DEPOSIT-LINE
032100         AFTER ADVANCING 2 LINES
032110     IF TRIAL-RUN
032120         MOVE "*** TRIAL RUN - NOTHING POSTED OR OWED ***"
032130             TO TAX-DEPOSIT-LINE
032140         WRITE TAX-DEPOSIT-LINE
032150     END-IF.
032160 8400-WRITE-TAX-DEPOSITS-EXIT.
032170     EXIT.
032180*
032190*------------------------------------------------------------*
032200*    8410-DUE-941 - DEPOSIT DUE DATE FOR THE PAY DATE.        *
032210*    $100,000 OR MORE: NEXT BUSINESS DAY.  SEMI-WEEKLY: A     *
032220*    WED/THU/FRI PAY DATE IS DUE THE FOLLOWING WEDNESDAY, A   *
032230*    SAT-TUE PAY DATE THE FOLLOWING FRIDAY.  MONTHLY: THE     *
032240*    15TH OF THE NEXT MONTH, MOVED OFF A WEEKEND.             *
032250*------------------------------------------------------------*
032260 8410-DUE-941.
032270     MOVE WS-RUN-DATE TO WS-DUE-DATE
032280     PERFORM 8420-DAY-OF-WEEK
032290         THRU 8420-DAY-OF-WEEK-EXIT
032300     IF WS-941-LIABILITY NOT < WS-NEXT-DAY-THRESHOLD
032310         PERFORM 8430-ADD-ONE-DAY
032320             THRU 8430-ADD-ONE-DAY-EXIT
032330         PERFORM 8430-ADD-ONE-DAY
032340             THRU 8430-ADD-ONE-DAY-EXIT
032350             UNTIL WS-DUE-DOW < 6
032360         MOVE "NEXT-DAY RULE - $100,000 OR MORE"
032370             TO WS-DUE-RULE
032380         GO TO 8410-DUE-941-EXIT
032390     END-IF
032400     IF MONTHLY-DEPOSITOR
032410         MOVE 15 TO WS-DUE-DAY
032420         ADD 1 TO WS-DUE-MONTH
032430         IF WS-DUE-MONTH > 12
032440             MOVE 1 TO WS-DUE-MONTH
032450             ADD 1 TO WS-DUE-YEAR
032460         END-IF
032470         PERFORM 8420-DAY-OF-WEEK
032480             THRU 8420-DAY-OF-WEEK-EXIT
032490         PERFORM 8430-ADD-ONE-DAY
032500             THRU 8430-ADD-ONE-DAY-EXIT
032510             UNTIL WS-DUE-DOW < 6
032520         MOVE "MONTHLY - 15TH OF THE NEXT MONTH"
032530             TO WS-DUE-RULE
032540         GO TO 8410-DUE-941-EXIT
032550     END-IF
032560     IF WS-DUE-DOW > 2
032570             AND WS-DUE-DOW < 6
032580         MOVE 3 TO WS-DUE-TARGET-DOW
032590         MOVE "SEMI-WEEKLY - WED-FRI PAY DATE"
032600             TO WS-DUE-RULE
032610     ELSE
032620         MOVE 5 TO WS-DUE-TARGET-DOW
032630         MOVE "SEMI-WEEKLY - SAT-TUE PAY DATE"
032640             TO WS-DUE-RULE
032650     END-IF
032660     PERFORM 8430-ADD-ONE-DAY
032670         THRU 8430-ADD-ONE-DAY-EXIT
032680     PERFORM 8430-ADD-ONE-DAY
032690         THRU 8430-ADD-ONE-DAY-EXIT
032700         UNTIL WS-DUE-DOW = WS-DUE-TARGET-DOW.
032710 8410-DUE-941-EXIT.
032720     EXIT.
032730*
032740*------------------------------------------------------------*
032750*    8420-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON WS-DUE-DATE,   *
032760*    SHIFTED SO WS-DUE-DOW IS 1 = MONDAY ... 7 = SUNDAY.      *
032770*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE    *
032780*    PRIOR YEAR.  EVERY DIVIDE TRUNCATES, AS THE RULE NEEDS.  *
032790*------------------------------------------------------------*
032800 8420-DAY-OF-WEEK.
032810     MOVE WS-DUE-MONTH TO WS-ZL-MONTH
032820     MOVE WS-DUE-YEAR TO WS-ZL-YEAR
032830     IF WS-ZL-MONTH < 3
032840         ADD 12 TO WS-ZL-MONTH
032850         SUBTRACT 1 FROM WS-ZL-YEAR
032860     END-IF
032870     DIVIDE WS-ZL-YEAR BY 100 GIVING WS-ZL-CENTURY
032880         REMAINDER WS-ZL-YEAR-OF-CENT
032890     COMPUTE WS-ZL-TERM = 13 * (WS-ZL-MONTH + 1)
032900     DIVIDE WS-ZL-TERM BY 5 GIVING WS-ZL-MONTH-TERM
032910     COMPUTE WS-ZL-SUM = WS-DUE-DAY + WS-ZL-MONTH-TERM
032920         + WS-ZL-YEAR-OF-CENT + (5 * WS-ZL-CENTURY) + 5
032930     DIVIDE WS-ZL-YEAR-OF-CENT BY 4 GIVING WS-ZL-TERM
032940     ADD WS-ZL-TERM TO WS-ZL-SUM
032950     DIVIDE WS-ZL-CENTURY BY 4 GIVING WS-ZL-TERM
032960     ADD WS-ZL-TERM TO WS-ZL-SUM
032970     DIVIDE WS-ZL-SUM BY 7 GIVING WS-ZL-QUOT
032980         REMAINDER WS-DUE-DOW
032990     ADD 1 TO WS-DUE-DOW.
033000 8420-DAY-OF-WEEK-EXIT.
033010     EXIT.
033020*
033030*------------------------------------------------------------*
033040*    8430-ADD-ONE-DAY - STEP WS-DUE-DATE AND WS-DUE-DOW ON BY *
033050*    ONE DAY, ROLLING THE MONTH AND YEAR.                     *
033060*------------------------------------------------------------*
033070 8430-ADD-ONE-DAY.
033080     PERFORM 8435-MONTH-LAST-DAY
033090         THRU 8435-MONTH-LAST-DAY-EXIT
033100     ADD 1 TO WS-DUE-DAY
033110     IF WS-DUE-DAY > WS-MONTH-LAST-DAY
033120         MOVE 1 TO WS-DUE-DAY
033130         ADD 1 TO WS-DUE-MONTH
033140         IF WS-DUE-MONTH > 12
033150             MOVE 1 TO WS-DUE-MONTH
033160             ADD 1 TO WS-DUE-YEAR
033170         END-IF
033180     END-IF
033190     ADD 1 TO WS-DUE-DOW
033200     IF WS-DUE-DOW > 7
033210         MOVE 1 TO WS-DUE-DOW
033220     END-IF.
033230 8430-ADD-ONE-DAY-EXIT.
033240     EXIT.
033250*
033260*------------------------------------------------------------*
033270*    8435-MONTH-LAST-DAY - DAYS IN WS-DUE-MONTH, WITH THE     *
033280*    FEBRUARY LEAP-YEAR RULE (EVERY 4TH YEAR, EXCEPT          *
033290*    CENTURIES NOT DIVISIBLE BY 400).                         *
033300*------------------------------------------------------------*
033310 8435-MONTH-LAST-DAY.
033320     MOVE WS-MONTH-DAYS (WS-DUE-MONTH) TO WS-MONTH-LAST-DAY
033330     IF WS-DUE-MONTH NOT = 2
033340         GO TO 8435-MONTH-LAST-DAY-EXIT
033350     END-IF
033360     DIVIDE WS-DUE-YEAR BY 4 GIVING WS-ZL-QUOT
033370         REMAINDER WS-LEAP-REM
033380     IF WS-LEAP-REM NOT = ZERO
033390         GO TO 8435-MONTH-LAST-DAY-EXIT
033400     END-IF
033410     DIVIDE WS-DUE-YEAR BY 100 GIVING WS-ZL-QUOT
033420         REMAINDER WS-LEAP-REM
033430     IF WS-LEAP-REM NOT = ZERO
033440         MOVE 29 TO WS-MONTH-LAST-DAY
033450         GO TO 8435-MONTH-LAST-DAY-EXIT
033460     END-IF
033470     DIVIDE WS-DUE-YEAR BY 400 GIVING WS-ZL-QUOT
033480         REMAINDER WS-LEAP-REM
033490     IF WS-LEAP-REM = ZERO
033500         MOVE 29 TO WS-MONTH-LAST-DAY
033510     END-IF.
033520 8435-MONTH-LAST-DAY-EXIT.
033530     EXIT.
033540*
033550*------------------------------------------------------------*
033560*    8450-DUE-FUTA - LAST DAY OF THE MONTH AFTER THE RUN'S    *
033570*    QUARTER (JANUARY 31 FOR THE FOURTH), MOVED OFF A         *
033580*    WEEKEND.                                                 *
033590*------------------------------------------------------------*
033600 8450-DUE-FUTA.
033610     MOVE WS-RUN-YEAR TO WS-DUE-YEAR
033620     COMPUTE WS-DUE-MONTH = (WS-RUN-QUARTER * 3) + 1
033630     IF WS-DUE-MONTH > 12
033640         MOVE 1 TO WS-DUE-MONTH
033650         ADD 1 TO WS-DUE-YEAR
033660     END-IF
033670     PERFORM 8435-MONTH-LAST-DAY
033680         THRU 8435-MONTH-LAST-DAY-EXIT
033690     MOVE WS-MONTH-LAST-DAY TO WS-DUE-DAY
033700     PERFORM 8420-DAY-OF-WEEK
033710         THRU 8420-DAY-OF-WEEK-EXIT
033720     PERFORM 8430-ADD-ONE-DAY
033730         THRU 8430-ADD-ONE-DAY-EXIT
033740         UNTIL WS-DUE-DOW < 6.
033750 8450-DUE-FUTA-EXIT.
033760     EXIT.
033770*
033780*------------------------------------------------------------*
033790*    8500-WRITE-RUN-TOTALS - THE RUN'S CONTROL TOTALS FOR     *
033800*    THE PAYPROOF STEP: REGISTER GRAND TOTALS, EMPLOYER       *
033810*    TAXES, THE CHECK-NUMBER RANGE CUT AND THE CHECK AND      *
033820*    DEPOSIT TOTALS.  A TRIAL RUN WRITES ITS RECORD TOO, SO   *
033830*    THE PROOF CAN SAY WHY THERE IS NOTHING TO TRANSMIT.      *
033840*------------------------------------------------------------*
033850 8500-WRITE-RUN-TOTALS.
033860     MOVE SPACES TO PAYROLL-TOTALS-RECORD
033870     IF FINAL-RUN
033880         MOVE "FINAL" TO PT-RUN-MODE
033890     ELSE
033900         MOVE "TRIAL" TO PT-RUN-MODE
033910     END-IF
033920     MOVE WS-RUN-NUMBER TO PT-RUN-NUMBER
033930     MOVE WS-PAY-GROUP TO PT-PAY-GROUP
033940     MOVE WS-RUN-DATE TO PT-PAY-DATE
033950     MOVE WS-PRIOR-POST-RUN TO PT-PRIOR-POST-RUN
033960     MOVE WS-PRIOR-POST-DATE TO PT-PRIOR-POST-DATE
033970     ADD WS-CHECKS-ISSUED WS-ACH-DEPOSITS
033980         GIVING PT-EMP-PAID
033990     MOVE WS-GRAND-GROSS TO PT-GROSS
034000     MOVE WS-GRAND-FED TO PT-FED-TAX
034010     MOVE WS-GRAND-FICA TO PT-FICA
034020     MOVE WS-GRAND-STATE TO PT-STATE-TAX
034030     MOVE WS-GRAND-OTH TO PT-DEDUCTIONS
034040     MOVE WS-GRAND-NET TO PT-NET
034050     ADD WS-GRAND-ER-SS WS-GRAND-ER-MED
034060         GIVING PT-ER-FICA
034070     MOVE WS-GRAND-FUTA TO PT-FUTA
034080     MOVE WS-GRAND-SUTA TO PT-SUTA
034090     MOVE WS-FIRST-CHECK-NO TO PT-FIRST-CHECK-NO
034100     MOVE WS-CHECK-NO TO PT-LAST-CHECK-NO
034110     MOVE WS-CHECKS-ISSUED TO PT-CHECK-COUNT
034120     MOVE WS-CHECKS-NET-TOTAL TO PT-CHECK-NET
034130     MOVE WS-ACH-DEPOSITS TO PT-ACH-COUNT
034140     MOVE WS-ACH-NET-TOTAL TO PT-ACH-NET
034150     WRITE PAYROLL-TOTALS-RECORD.
034160 8500-WRITE-RUN-TOTALS-EXIT.
034170     EXIT.
