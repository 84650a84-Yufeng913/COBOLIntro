000010******************************************************************
000020*
000030*   IDENTIFICATION DIVISION.
000040*
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.    RETROPAY.
000080 AUTHOR.        YuFeng Yao.
000090 INSTALLATION.  DATA PROCESSING.
000100 DATE-WRITTEN.  October 15th, 2026.
000110 DATE-COMPILED.
000120*
000130*   MODIFICATION HISTORY
000140*   --------------------------------------------------------------
000150*   DATE        INIT  DESCRIPTION
000160*   2026-10-15  YFY   ORIGINAL - RETROACTIVE PAY RUN.  READS THE
000170*                     PAY HISTORY (PAYHIST, SORTED IDENT/PERIOD/
000180*                     TYPE/PAY DATE) AND REPRICES EVERY POSTED
000190*                     PERCAL PERIOD AT THE RATE THE RATE HISTORY
000200*                     (RATEHIST) NOW SAYS WAS IN EFFECT AT THE
000210*                     PERIOD END.  THE HOURS ACTUALLY PAID ARE
000220*                     TAKEN FROM THE PAY RUN'S P RECORD, THE RATE
000230*                     PAID FROM THE PERIOD'S LAST RECORD, AND THE
000240*                     DIFFERENCE IS PAID PER EMPLOYEE THROUGH THE
000250*                     SAME FEDERAL/STATE BRACKETS AND FICA AS
000260*                     PAYADJ, POSTED TO YTDMAST, AND ISSUED BY
000270*                     MANUAL CHECK (CHKNBR/CHKISSUE) OR ACH
000280*                     DEPOSIT (ACHDEP).  EACH PERIOD PAID GETS AN
000290*                     R RECORD ON PAYHIST SO IT IS NEVER MADE UP
000300*                     TWICE.  A RATE LOWERED AFTER THE FACT AND A
000310*                     PRIOR-YEAR PERIOD ARE LISTED BUT NOT
000320*                     RECOVERED OR PAID.  THE RETRO REGISTER
000330*                     SHOWS EACH PERIOD'S OLD RATE, NEW RATE,
000340*                     HOURS AND DIFFERENCE PER EMPLOYEE.  THE
000350*                     RETROCTL CARD (PAYCTL LAYOUT) CARRIES THE
000360*                     PAY DATE, TRIAL/FINAL AND THE RUN NUMBER.
000370*   2026-10-15  YFY   A STALE YT-QUARTER ROLLED FORWARD HERE NOW
000380*                     ALSO ZEROES THE SS/MEDICARE AND EMPLOYER-
000390*                     TAX QTD BUCKETS, AS THE PAY RUN DOES.
000400*   2026-10-15  YFY   PAY GROUPS: EACH PERIOD IS LOOKED UP ON THE
000410*                     EMPLOYEE'S PAY GROUP CALENDAR (PERCAL KEY
000420*                     IS NOW GROUP + DATE), AND THE DIFFERENCE IS
000430*                     ANNUALIZED BY THAT GROUP'S PERIODS PER YEAR
000440*                     TO FIND ITS (NOW ANNUAL) TAX BRACKETS.
000450*   2026-10-15  YFY   THE FLAT FICA IS REPLACED BY THE PAY RUN'S
000460*                     SPLIT - SOCIAL SECURITY UP TO WHAT IS LEFT
000470*                     OF THE WAGE BASE, MEDICARE ON ALL OF IT -
000480*                     WITH THE EMPLOYER'S MATCH, FUTA AND SUTA,
000490*                     AND EVERY SS/MEDICARE AND EMPLOYER-TAX
000500*                     YTD AND QTD BUCKET IS POSTED.  A FINAL RUN
000510*                     NOW WRITES ITS OWN GL POSTING GENERATION
000520*                     (GLPOST): LABOR BY THE PERIOD'S DEPARTMENT,
000530*                     THE WITHHOLDING AND NET-PAY CREDITS AND THE
000540*                     EMPLOYER TAX PAIRS, PROVED IN BALANCE.
000543*   2026-10-15  YFY   A TRIAL RUN NOW ENDS RC 1 SO THE JOB'S ACH
000546*                     TRANSMISSION STEP NEVER SENDS A TRIAL.
000550*
000560******************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610*
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT EMPLOYEE-MASTER-FILE
000650         ASSIGN TO CUSTMAST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS Ident
000690         FILE STATUS IS WS-EMP-FILE-STATUS.
000700*
000710     SELECT YTD-MASTER-FILE
000720         ASSIGN TO YTDMAST
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS YT-IDENT
000760         FILE STATUS IS WS-YTD-FILE-STATUS.
000770*
000780     SELECT PERIOD-CALENDAR-FILE
000790         ASSIGN TO PERCAL
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS PD-KEY
000830         FILE STATUS IS WS-CAL-FILE-STATUS.
000840*
000850     SELECT RATE-HISTORY-FILE
000860         ASSIGN TO RATEHIST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS RH-KEY
000900         FILE STATUS IS WS-RH-FILE-STATUS.
000910*
000920     SELECT HISTORY-IN-FILE
000930         ASSIGN TO HISTIN
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950*
000960     SELECT PAY-HISTORY-FILE
000970         ASSIGN TO PAYHIST
000980         ORGANIZATION IS LINE SEQUENTIAL.
000990*
001000     SELECT RETRO-CONTROL-FILE
001010         ASSIGN TO RETROCTL
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030*
001040     SELECT TAX-TABLE-FILE
001050         ASSIGN TO TAXTBL
001060         ORGANIZATION IS LINE SEQUENTIAL.
001070*
001080     SELECT STATE-TAX-TABLE-FILE
001090         ASSIGN TO STAXTBL
001100         ORGANIZATION IS LINE SEQUENTIAL.
001110*
001120     SELECT CHECK-ISSUE-FILE
001130         ASSIGN TO CHKISSUE
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-CHK-FILE-STATUS.
001160*
001170     SELECT CHECK-NUMBER-FILE
001180         ASSIGN TO CHKNBR
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-CHKNBR-FILE-STATUS.
001210*
001220     SELECT ACH-DEPOSIT-FILE
001230         ASSIGN TO ACHDEP
001240         ORGANIZATION IS LINE SEQUENTIAL.
001250*
001260     SELECT GL-POSTING-FILE
001270         ASSIGN TO GLPOST
001280         ORGANIZATION IS LINE SEQUENTIAL.
001290*
001300     SELECT RETRO-REPORT-FILE
001310         ASSIGN TO RETROREG
001320         ORGANIZATION IS LINE SEQUENTIAL.
001330*
001340     SELECT RUN-LOG-FILE
001350         ASSIGN TO RUNLOG
001360         ORGANIZATION IS LINE SEQUENTIAL.
001370*
001380     SELECT AUDIT-LOG-FILE
001390         ASSIGN TO AUDITLOG
001400         ORGANIZATION IS LINE SEQUENTIAL.
001410*
001420 DATA DIVISION.
001430 FILE SECTION.
001440*
001450 FD  EMPLOYEE-MASTER-FILE
001460     LABEL RECORDS ARE STANDARD.
001470     COPY CUSTREC.
001480*
001490 FD  YTD-MASTER-FILE
001500     LABEL RECORDS ARE STANDARD.
001510     COPY YTDREC.
001520*
001530 FD  PERIOD-CALENDAR-FILE
001540     LABEL RECORDS ARE STANDARD.
001550     COPY PERCAL.
001560*
001570 FD  RATE-HISTORY-FILE
001580     LABEL RECORDS ARE STANDARD.
001590     COPY RATEHIST.
001600*
001610*    THE SORTED HISTORY IS READ THROUGH ITS CONTROL-BREAK KEYS
001620*    ONLY; EACH RECORD IS MOVED INTO THE PAYHIST LAYOUT BELOW
001630*    TO BE WORKED, WHICH LEAVES THAT AREA FREE FOR BUILDING
001640*    THE R RECORDS WHILE THE NEXT INPUT RECORD IS HELD.
001650 FD  HISTORY-IN-FILE
001660     LABEL RECORDS ARE STANDARD.
001670 01  HISTORY-IN-RECORD.
001680     05  HI-IDENT                PIC 9(03).
001690     05  HI-PERIOD-END-DATE      PIC 9(08).
001700     05  FILLER                  PIC X(55).
001710*
001720 FD  PAY-HISTORY-FILE
001730     LABEL RECORDS ARE STANDARD.
001740     COPY PAYHIST.
001750*
001760 FD  RETRO-CONTROL-FILE
001770     LABEL RECORDS ARE STANDARD.
001780     COPY PAYCTL.
001790*
001800 FD  TAX-TABLE-FILE
001810     LABEL RECORDS ARE STANDARD.
001820     COPY TAXRATE.
001830*
001840 FD  STATE-TAX-TABLE-FILE
001850     LABEL RECORDS ARE STANDARD.
001860     COPY STAXRATE.
001870*
001880 FD  CHECK-ISSUE-FILE
001890     LABEL RECORDS ARE STANDARD.
001900     COPY CHECKREC.
001910*
001920 FD  CHECK-NUMBER-FILE
001930     LABEL RECORDS ARE STANDARD.
001940     COPY CHKCTL.
001950*
001960 FD  ACH-DEPOSIT-FILE
001970     LABEL RECORDS ARE STANDARD.
001980     COPY DEPREC.
001990*
002000 FD  GL-POSTING-FILE
002010     LABEL RECORDS ARE STANDARD.
002020     COPY GLREC.
002030*
002040 FD  RETRO-REPORT-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 01  RETRO-REPORT-LINE           PIC X(100).
002070*
002080 FD  RUN-LOG-FILE
002090     LABEL RECORDS ARE STANDARD.
002100     COPY RUNLOG.
002110*
002120 FD  AUDIT-LOG-FILE
002130     LABEL RECORDS ARE STANDARD.
002140     COPY AUDITREC.
002150*
002160 WORKING-STORAGE SECTION.
002170*
002180*----------------------------------------------------------------*
002190*    SWITCHES                                                    *
002200*----------------------------------------------------------------*
002210 01  WS-SWITCHES.
002220     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
002230         88  HIST-EOF                       VALUE "Y".
002240     05  WS-TAX-EOF-SW           PIC X(01) VALUE "N".
002250         88  TAX-EOF                        VALUE "Y".
002260     05  WS-TAX-FOUND-SW         PIC X(01) VALUE "N".
002270         88  TAX-BRACKET-FOUND              VALUE "Y".
002280     05  WS-STX-EOF-SW           PIC X(01) VALUE "N".
002290         88  STX-EOF                        VALUE "Y".
002300     05  WS-STX-FOUND-SW         PIC X(01) VALUE "N".
002310         88  STX-BRACKET-FOUND              VALUE "Y".
002320     05  WS-RH-EOF-SW            PIC X(01) VALUE "N".
002330         88  RH-EOF                         VALUE "Y".
002340     05  WS-RUN-MODE-SW          PIC X(01) VALUE "F".
002350         88  TRIAL-RUN                      VALUE "T".
002360         88  FINAL-RUN                      VALUE "F".
002370     05  WS-EMP-FOUND-SW         PIC X(01) VALUE "N".
002380         88  EMP-ON-FILE                    VALUE "Y".
002390     05  WS-RATE-FULL-SW         PIC X(01) VALUE "N".
002400         88  RATE-TABLE-FULL                VALUE "Y".
002410     05  WS-PAY-RUN-SW           PIC X(01) VALUE "N".
002420         88  PAY-RUN-FOUND                  VALUE "Y".
002430     05  WS-NEW-RATE-SW          PIC X(01) VALUE "N".
002440         88  NEW-RATE-FOUND                 VALUE "Y".
002450     05  WS-DEPT-FOUND-SW        PIC X(01) VALUE "N".
002460         88  DEPT-SLOT-FOUND                VALUE "Y".
002470     05  WS-APPLY-STATUS-SW      PIC X(01) VALUE "Y".
002480         88  EMP-APPLIED                    VALUE "Y".
002490         88  EMP-REJECTED                   VALUE "N".
002500*
002510*----------------------------------------------------------------*
002520*    FILE STATUS AND RUN IDENTIFICATION                          *
002530*----------------------------------------------------------------*
002540 77  WS-EMP-FILE-STATUS          PIC X(02) VALUE "00".
002550 77  WS-YTD-FILE-STATUS          PIC X(02) VALUE "00".
002560 77  WS-CAL-FILE-STATUS          PIC X(02) VALUE "00".
002570 77  WS-RH-FILE-STATUS           PIC X(02) VALUE "00".
002580 77  WS-CHK-FILE-STATUS          PIC X(02) VALUE "00".
002590 77  WS-CHKNBR-FILE-STATUS       PIC X(02) VALUE "00".
002600 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
002610 01  WS-TIMESTAMP.
002620     05  WS-TS-DATE              PIC 9(08).
002630     05  WS-TS-TIME              PIC 9(08).
002640 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002650 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002660     05  WS-RUN-YEAR             PIC 9(04).
002670     05  WS-RUN-MONTH            PIC 9(02).
002680     05  WS-RUN-DAY              PIC 9(02).
002690 01  WS-RUN-NUMBER               PIC X(04) VALUE SPACES.
002700 77  WS-RL-ENTRY-TYPE            PIC X(01) VALUE "S".
002710 77  WS-RL-STATUS                PIC X(04) VALUE SPACES.
002720 77  WS-RUN-QUARTER-WORK         PIC 9(01) VALUE ZERO.
002730 77  WS-QTR-REM                  PIC 9(03) VALUE ZERO.
002740*
002750*----------------------------------------------------------------*
002760*    CONTROL-BREAK KEYS AND PER-PERIOD WORK AREAS                *
002770*----------------------------------------------------------------*
002780 01  WS-CUR-IDENT                PIC 9(03) VALUE ZERO.
002790 01  WS-EMP-PAY-GROUP            PIC X(01) VALUE SPACE.
002800 01  WS-CUR-PERIOD               PIC 9(08) VALUE ZERO.
002810 01  WS-CUR-PERIOD-R REDEFINES WS-CUR-PERIOD.
002820     05  WS-CP-YEAR              PIC 9(04).
002830     05  WS-CP-MONTH             PIC 9(02).
002840     05  WS-CP-DAY               PIC 9(02).
002850 77  WS-PAID-RATE                PIC 9(03)V99 VALUE ZERO.
002860 77  WS-NEW-RATE                 PIC 9(03)V99 VALUE ZERO.
002870 77  WS-RATE-DIFF                PIC S9(03)V99 VALUE ZERO.
002880 77  WS-PERIOD-DIFF              PIC S9(06)V99 VALUE ZERO.
002890 77  WS-PER-REG-HOURS            PIC 9(03)V99 VALUE ZERO.
002900 77  WS-PER-OT-HOURS             PIC 9(03)V99 VALUE ZERO.
002910 77  WS-PER-LEAVE-HOURS          PIC 9(03)V99 VALUE ZERO.
002920 77  WS-PER-STRAIGHT-HOURS       PIC 9(04)V99 VALUE ZERO.
002930 77  WS-PER-DEPT-CODE            PIC X(04) VALUE SPACES.
002940 77  WS-PERIOD-REMARK            PIC X(30) VALUE SPACES.
002950 77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
002960*
002970*----------------------------------------------------------------*
002980*    RETRO CALCULATION WORK AREAS - SAME RATES AND FALLBACK AS   *
002990*    THE PAYROLL RUN AND PAYADJ                                  *
003000*----------------------------------------------------------------*
003010 77  WS-FED-TAX-RATE             PIC V9(4) VALUE 0.2000.
003020 77  WS-APPLIED-TAX-RATE         PIC V9(4) VALUE ZERO.
003030 77  WS-APPLIED-STATE-RATE       PIC V9(4) VALUE ZERO.
003040 77  WS-WORK-FILING              PIC X(01) VALUE "S".
003050 77  WS-GROSS-PAY                PIC 9(06)V99 VALUE ZERO.
003060 77  WS-FED-TAX                  PIC 9(06)V99 VALUE ZERO.
003070 77  WS-FICA-TAX                 PIC 9(06)V99 VALUE ZERO.
003080 77  WS-STATE-TAX                PIC 9(06)V99 VALUE ZERO.
003090 77  WS-NET-PAY                  PIC 9(06)V99 VALUE ZERO.
003100 77  WS-RETRO-GROSS              PIC 9(06)V99 VALUE ZERO.
003110*    THE BRACKETS ARE ANNUAL - THE DIFFERENCE IS ANNUALIZED BY
003120*    THE EMPLOYEE'S PAY GROUP PERIODS PER YEAR (PERCAL) TO FIND
003130*    ONE, DEFAULTING TO WEEKLY.
003140 77  WS-PERIODS-PER-YEAR         PIC 9(02) VALUE 52.
003150 77  WS-ANNUAL-GROSS             PIC 9(08)V99 VALUE ZERO.
003160*
003170*----------------------------------------------------------------*
003180*    FICA AND EMPLOYER-TAX PARAMETERS - THE SAME RATES AND WAGE  *
003190*    BASES AS THE PAYROLL RUN, CHANGED WITH IT EVERY JANUARY.    *
003200*----------------------------------------------------------------*
003210 77  WS-SS-RATE                  PIC V9(4) VALUE 0.0620.
003220 77  WS-MEDICARE-RATE            PIC V9(4) VALUE 0.0145.
003230 77  WS-SS-WAGE-BASE             PIC 9(08)V99 VALUE 184500.00.
003240 77  WS-FUTA-RATE                PIC V9(4) VALUE 0.0060.
003250 77  WS-FUTA-WAGE-BASE           PIC 9(08)V99 VALUE 7000.00.
003260 77  WS-SUTA-RATE                PIC V9(4) VALUE 0.0270.
003270 77  WS-SUTA-WAGE-BASE           PIC 9(08)V99 VALUE 9000.00.
003280 77  WS-SS-WAGES                 PIC 9(06)V99 VALUE ZERO.
003290 77  WS-SS-TAX                   PIC 9(06)V99 VALUE ZERO.
003300 77  WS-MED-TAX                  PIC 9(06)V99 VALUE ZERO.
003310 77  WS-ER-SS-TAX                PIC 9(06)V99 VALUE ZERO.
003320 77  WS-ER-MED-TAX               PIC 9(06)V99 VALUE ZERO.
003330 77  WS-FUTA-WAGES               PIC 9(06)V99 VALUE ZERO.
003340 77  WS-FUTA-TAX                 PIC 9(06)V99 VALUE ZERO.
003350 77  WS-SUTA-WAGES               PIC 9(06)V99 VALUE ZERO.
003360 77  WS-SUTA-TAX                 PIC 9(06)V99 VALUE ZERO.
003370 77  WS-PRIOR-SS-WAGES           PIC 9(08)V99 VALUE ZERO.
003380 77  WS-PRIOR-FUTA-WAGES         PIC 9(08)V99 VALUE ZERO.
003390 77  WS-PRIOR-SUTA-WAGES         PIC 9(08)V99 VALUE ZERO.
003400 77  WS-WAGE-ROOM                PIC S9(08)V99 VALUE ZERO.
003410*
003420*----------------------------------------------------------------*
003430*    FEDERAL AND STATE TAX TABLES - LOADED AT START OF RUN,      *
003440*    SAME SHAPES AS IN THE PAYROLL RUN                           *
003450*----------------------------------------------------------------*
003460 77  WS-TAX-MAX-ENTRIES          PIC 9(02) VALUE 20.
003470 77  WS-TAX-ENTRY-COUNT          PIC 9(02) VALUE ZERO.
003480 77  WS-TAX-IX                   PIC S9(04) COMP VALUE ZERO.
003490 01  WS-TAX-TABLE-AREA.
003500     05  WS-TAX-ENTRY OCCURS 20 TIMES.
003510         10  WS-TAX-STATUS       PIC X(01).
003520         10  WS-TAX-FLOOR        PIC 9(06)V99.
003530         10  WS-TAX-CEILING      PIC 9(06)V99.
003540         10  WS-TAX-RATE         PIC V9(04).
003550 77  WS-STX-MAX-ENTRIES          PIC 9(02) VALUE 40.
003560 77  WS-STX-ENTRY-COUNT          PIC 9(02) VALUE ZERO.
003570 77  WS-STX-IX                   PIC S9(04) COMP VALUE ZERO.
003580 01  WS-STX-TABLE-AREA.
003590     05  WS-STX-ENTRY OCCURS 40 TIMES.
003600         10  WS-STX-STATE        PIC X(02).
003610         10  WS-STX-STATUS       PIC X(01).
003620         10  WS-STX-FLOOR        PIC 9(06)V99.
003630         10  WS-STX-CEILING      PIC 9(06)V99.
003640         10  WS-STX-RATE         PIC V9(04).
003650*
003660*----------------------------------------------------------------*
003670*    ONE EMPLOYEE'S RATE HISTORY, IN EFFECTIVE-DATE ORDER, AND   *
003680*    THE PERIODS BEING MADE UP, HELD UNTIL THE                   *
003690*    EMPLOYEE BREAK PAYS THEM AND WRITES THEIR R RECORDS.        *
003700*----------------------------------------------------------------*
003710 77  WS-RATE-MAX                 PIC 9(03) VALUE 50.
003720 77  WS-RATE-COUNT               PIC 9(03) VALUE ZERO.
003730 77  WS-RATE-IX                  PIC S9(04) COMP VALUE ZERO.
003740 01  WS-RATE-TABLE-AREA.
003750     05  WS-RATE-ENTRY OCCURS 50 TIMES.
003760         10  WS-RT-EFF-DATE      PIC 9(08).
003770         10  WS-RT-RATE          PIC 9(03)V99.
003780 77  WS-PER-MAX                  PIC 9(03) VALUE 60.
003790 77  WS-PER-COUNT                PIC 9(03) VALUE ZERO.
003800 77  WS-PER-IX                   PIC S9(04) COMP VALUE ZERO.
003810 01  WS-PER-TABLE-AREA.
003820     05  WS-PER-ENTRY OCCURS 60 TIMES.
003830         10  WS-PT-PERIOD        PIC 9(08).
003840         10  WS-PT-NEW-RATE      PIC 9(03)V99.
003850         10  WS-PT-REG-HOURS     PIC 9(03)V99.
003860         10  WS-PT-OT-HOURS      PIC 9(03)V99.
003870         10  WS-PT-LEAVE-HOURS   PIC 9(03)V99.
003880         10  WS-PT-DIFF          PIC 9(06)V99.
003890         10  WS-PT-DEPT-CODE     PIC X(04).
003900*
003910*----------------------------------------------------------------*
003920*    LABOR EXPENSE BY DEPARTMENT AND GENERAL-LEDGER POSTING      *
003930*    WORK AREAS - THE SAME ACCOUNTS AS THE PAYROLL RUN           *
003940*----------------------------------------------------------------*
003950 77  WS-DEPT-MAX                 PIC 9(02) VALUE 20.
003960 77  WS-DEPT-COUNT               PIC 9(02) VALUE ZERO.
003970 77  WS-DEPT-IX                  PIC S9(04) COMP VALUE ZERO.
003980 77  WS-DEPT-DROPPED-GROSS       PIC 9(08)V99 VALUE ZERO.
003990 77  WS-ACCUM-DEPT-CODE          PIC X(04) VALUE SPACES.
004000 01  WS-DEPT-TABLE-AREA.
004010     05  WS-DEPT-ENTRY OCCURS 20 TIMES.
004020         10  WS-DP-CODE          PIC X(04).
004030         10  WS-DP-GROSS         PIC 9(08)V99.
004040 77  WS-ACCT-LABOR               PIC X(08) VALUE "51000000".
004050 77  WS-ACCT-FED-LIAB            PIC X(08) VALUE "21100000".
004060 77  WS-ACCT-FICA-LIAB           PIC X(08) VALUE "21200000".
004070 77  WS-ACCT-STATE-LIAB          PIC X(08) VALUE "21300000".
004080 77  WS-ACCT-CASH                PIC X(08) VALUE "10100000".
004090 77  WS-ACCT-ER-FICA-EXP         PIC X(08) VALUE "51100000".
004100 77  WS-ACCT-FUTA-EXP            PIC X(08) VALUE "51200000".
004110 77  WS-ACCT-SUTA-EXP            PIC X(08) VALUE "51300000".
004120 77  WS-ACCT-FUTA-LIAB           PIC X(08) VALUE "21500000".
004130 77  WS-ACCT-SUTA-LIAB           PIC X(08) VALUE "21600000".
004140 77  WS-GL-DEBIT-TOTAL           PIC 9(10)V99 VALUE ZERO.
004150 77  WS-GL-CREDIT-TOTAL          PIC 9(10)V99 VALUE ZERO.
004160 77  WS-GL-POSTING-COUNT         PIC 9(05) VALUE ZERO.
004170 77  WS-GL-SET-ACCOUNT           PIC X(08) VALUE SPACES.
004180 77  WS-GL-SET-DEPT              PIC X(04) VALUE SPACES.
004190 77  WS-GL-SET-DRCR              PIC X(01) VALUE SPACE.
004200 77  WS-GL-SET-AMOUNT            PIC 9(08)V99 VALUE ZERO.
004210 77  WS-GL-SET-DESC              PIC X(20) VALUE SPACES.
004220 01  WS-GLSUM-DETAIL.
004230     05  WS-GS-ACCOUNT           PIC X(08).
004240     05  FILLER                  PIC X(02) VALUE SPACES.
004250     05  WS-GS-DEPT              PIC X(04).
004260     05  FILLER                  PIC X(03) VALUE SPACES.
004270     05  WS-GS-DRCR              PIC X(02).
004280     05  FILLER                  PIC X(05) VALUE SPACES.
004290     05  WS-GS-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
004300     05  FILLER                  PIC X(02) VALUE SPACES.
004310     05  WS-GS-DESC              PIC X(20).
004320*
004330*----------------------------------------------------------------*
004340*    RUN CONTROLS AND ACCUMULATORS                               *
004350*----------------------------------------------------------------*
004360 77  WS-HIST-READ-COUNT          PIC 9(07) VALUE ZERO.
004370 77  WS-PERIOD-COUNT             PIC 9(07) VALUE ZERO.
004380 77  WS-REPRICED-COUNT           PIC 9(07) VALUE ZERO.
004390 77  WS-UNCHANGED-COUNT          PIC 9(07) VALUE ZERO.
004400 77  WS-FLAGGED-COUNT            PIC 9(07) VALUE ZERO.
004410 77  WS-TIE-COUNT                PIC 9(07) VALUE ZERO.
004420 77  WS-EMP-PAID-COUNT           PIC 9(05) VALUE ZERO.
004430 77  WS-EMP-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
004440 77  WS-GRAND-RETRO-GROSS        PIC 9(08)V99 VALUE ZERO.
004450 77  WS-GRAND-RETRO-NET          PIC 9(08)V99 VALUE ZERO.
004460 77  WS-GRAND-FED                PIC 9(08)V99 VALUE ZERO.
004470 77  WS-GRAND-FICA               PIC 9(08)V99 VALUE ZERO.
004480 77  WS-GRAND-STATE              PIC 9(08)V99 VALUE ZERO.
004490 77  WS-GRAND-ER-SS              PIC 9(08)V99 VALUE ZERO.
004500 77  WS-GRAND-ER-MED             PIC 9(08)V99 VALUE ZERO.
004510 77  WS-GRAND-ER-FICA            PIC 9(08)V99 VALUE ZERO.
004520 77  WS-GRAND-FUTA               PIC 9(08)V99 VALUE ZERO.
004530 77  WS-GRAND-SUTA               PIC 9(08)V99 VALUE ZERO.
004540 77  WS-941-LIABILITY            PIC 9(08)V99 VALUE ZERO.
004550 77  WS-CHECKS-ISSUED            PIC 9(05) VALUE ZERO.
004560 77  WS-CHECKS-NET-TOTAL         PIC 9(08)V99 VALUE ZERO.
004570 77  WS-CHECK-NO                 PIC 9(08) VALUE ZERO.
004580 77  WS-ACH-DEPOSITS             PIC 9(05) VALUE ZERO.
004590 77  WS-ACH-NET-TOTAL            PIC 9(08)V99 VALUE ZERO.
004600 77  WS-BAL-TIE-TOTAL            PIC 9(08)V99 VALUE ZERO.
004610*
004620*----------------------------------------------------------------*
004630*    NUMERIC-EDITED WORK FIELDS - AMOUNTS STRINGED DIRECTLY      *
004640*    WOULD DROP THEIR DECIMAL POINTS AND SIGNS                   *
004650*----------------------------------------------------------------*
004660 77  WS-AMT-EDIT                 PIC ZZZ,ZZ9.99.
004670 77  WS-AMT-EDIT-2               PIC ZZZ,ZZ9.99.
004680 77  WS-AMT-EDIT-3               PIC ZZZ,ZZ9.99.
004690 77  WS-AMT-EDIT-4               PIC ZZZ,ZZ9.99.
004700 77  WS-AMT-EDIT-5               PIC ZZZ,ZZ9.99.
004710 77  WS-YTD-EDIT                 PIC ZZZ,ZZZ,ZZ9.99.
004720 77  WS-YTD-EDIT-2               PIC ZZZ,ZZZ,ZZ9.99.
004730*
004740*----------------------------------------------------------------*
004750*    GENERIC AUDIT PARAMETERS - SET BEFORE PERFORM 7000          *
004760*----------------------------------------------------------------*
004770 01  WS-AUDIT-IDENT              PIC 9(03) VALUE ZERO.
004780 01  WS-AUDIT-FIELD              PIC X(15) VALUE SPACES.
004790 01  WS-AUDIT-OLD                PIC X(20) VALUE SPACES.
004800 01  WS-AUDIT-NEW                PIC X(20) VALUE SPACES.
004810*
004820*----------------------------------------------------------------*
004830*    REPORT LINES                                                *
004840*----------------------------------------------------------------*
004850 01  WS-RPT-HEADING-1.
004860     05  FILLER                  PIC X(30)
004870         VALUE "RETROACTIVE PAY REGISTER".
004880     05  FILLER                  PIC X(10) VALUE "PAY DATE: ".
004890     05  WS-H1-DATE              PIC 9(08).
004900     05  FILLER                  PIC X(08) VALUE "  RUN: ".
004910     05  WS-H1-RUN-NO            PIC X(04).
004920     05  WS-H1-MODE              PIC X(09) VALUE SPACES.
004930 01  WS-RPT-HEADING-2.
004940     05  FILLER                  PIC X(25)
004950         VALUE "IDT NAME".
004960     05  FILLER                  PIC X(31)
004970         VALUE "PERIOD    OLD RT  NEW RT  HOURS".
004980     05  FILLER                  PIC X(44)
004990         VALUE "  OT HRS  DIFFERENCE  REMARK".
005000 01  WS-RPT-DETAIL.
005010     05  WS-RD-IDENT             PIC 9(03).
005020     05  FILLER                  PIC X(01) VALUE SPACE.
005030     05  WS-RD-NAME              PIC X(20).
005040     05  FILLER                  PIC X(01) VALUE SPACE.
005050     05  WS-RD-PERIOD            PIC 9(08).
005060     05  FILLER                  PIC X(02) VALUE SPACES.
005070     05  WS-RD-OLD-RATE          PIC ZZ9.99.
005080     05  FILLER                  PIC X(02) VALUE SPACES.
005090     05  WS-RD-NEW-RATE          PIC ZZ9.99.
005100     05  FILLER                  PIC X(01) VALUE SPACE.
005110     05  WS-RD-HOURS             PIC ZZZ9.99.
005120     05  FILLER                  PIC X(01) VALUE SPACE.
005130     05  WS-RD-OT-HOURS          PIC ZZZ9.99.
005140     05  FILLER                  PIC X(01) VALUE SPACE.
005150     05  WS-RD-DIFF              PIC ---,--9.99.
005160     05  FILLER                  PIC X(02) VALUE SPACES.
005170     05  WS-RD-REMARK            PIC X(22).
005180*
005190******************************************************************
005200*
005210*   PROCEDURE DIVISION.
005220*
005230******************************************************************
005240 PROCEDURE DIVISION.
005250*
005260 0000-MAINLINE.
005270     PERFORM 1000-INITIALIZE
005280         THRU 1000-INITIALIZE-EXIT
005290     PERFORM 2000-PROCESS-EMPLOYEE
005300         THRU 2000-PROCESS-EMPLOYEE-EXIT
005310         UNTIL HIST-EOF
005320     PERFORM 8000-FINALIZE
005330         THRU 8000-FINALIZE-EXIT
005340     STOP RUN.
005350*
005360*------------------------------------------------------------*
005370*    1000-INITIALIZE - READ THE RUN CONTROL, LOAD THE BRACKET *
005380*    TABLES, OPEN THE MASTERS AND THE PAYMENT FILES, AND      *
005390*    PRIME THE SORTED PAY HISTORY.                            *
005400*------------------------------------------------------------*
005410 1000-INITIALIZE.
005420     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
005430     IF WS-JOB-ID = SPACES
005440         MOVE "RETROPAY" TO WS-JOB-ID
005450     END-IF
005460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005470     OPEN EXTEND RUN-LOG-FILE
005480     MOVE "S" TO WS-RL-ENTRY-TYPE
005490     MOVE SPACES TO WS-RL-STATUS
005500     PERFORM 6100-WRITE-RUN-LOG
005510         THRU 6100-WRITE-RUN-LOG-EXIT
005520     PERFORM 1050-READ-RUN-CONTROL
005530         THRU 1050-READ-RUN-CONTROL-EXIT
005540     OPEN OUTPUT RETRO-REPORT-FILE
005550     MOVE WS-RUN-DATE TO WS-H1-DATE
005560     MOVE WS-RUN-NUMBER TO WS-H1-RUN-NO
005570     WRITE RETRO-REPORT-LINE FROM WS-RPT-HEADING-1
005580     WRITE RETRO-REPORT-LINE FROM WS-RPT-HEADING-2
005590         AFTER ADVANCING 2 LINES
005600     OPEN INPUT TAX-TABLE-FILE
005610     PERFORM 1100-LOAD-TAX-TABLE
005620         THRU 1100-LOAD-TAX-TABLE-EXIT
005630     CLOSE TAX-TABLE-FILE
005640     OPEN INPUT STATE-TAX-TABLE-FILE
005650     PERFORM 1150-LOAD-STATE-TABLE
005660         THRU 1150-LOAD-STATE-TABLE-EXIT
005670     CLOSE STATE-TAX-TABLE-FILE
005680     OPEN INPUT EMPLOYEE-MASTER-FILE
005690     IF WS-EMP-FILE-STATUS = "35"
005700         DISPLAY "RETROPAY ABEND - CUSTOMER MASTER NOT FOUND"
005710         MOVE 16 TO RETURN-CODE
005720         STOP RUN
005730     END-IF
005740     OPEN I-O YTD-MASTER-FILE
005750*    RETRO PAY PRESUPPOSES A PAY HISTORY - AN EMPTY OR MISSING
005760*    YTD MASTER MEANS THE WRONG CATALOG, NOT A FIRST RUN.
005770     IF WS-YTD-FILE-STATUS = "35"
005780         DISPLAY "RETROPAY ABEND - YTD MASTER NOT FOUND"
005790         MOVE 16 TO RETURN-CODE
005800         STOP RUN
005810     END-IF
005820     OPEN INPUT PERIOD-CALENDAR-FILE
005830     IF WS-CAL-FILE-STATUS = "35"
005840         DISPLAY "RETROPAY ABEND - PERIOD CALENDAR NOT FOUND"
005850         MOVE 16 TO RETURN-CODE
005860         STOP RUN
005870     END-IF
005880     OPEN INPUT RATE-HISTORY-FILE
005890*    WITHOUT A RATE HISTORY THERE IS NOTHING TO REPRICE AT -
005900*    A MISSING FILE IS A CATALOG PROBLEM.
005910     IF WS-RH-FILE-STATUS = "35"
005920         DISPLAY "RETROPAY ABEND - RATE HISTORY NOT FOUND"
005930         MOVE 16 TO RETURN-CODE
005940         STOP RUN
005950     END-IF
005960     PERFORM 1300-OPEN-CHECK-FILES
005970         THRU 1300-OPEN-CHECK-FILES-EXIT
005980     OPEN OUTPUT ACH-DEPOSIT-FILE
005990     OPEN OUTPUT GL-POSTING-FILE
006000     OPEN EXTEND PAY-HISTORY-FILE
006010     OPEN EXTEND AUDIT-LOG-FILE
006020     OPEN INPUT HISTORY-IN-FILE
006030     PERFORM 2900-READ-HISTORY
006040         THRU 2900-READ-HISTORY-EXIT.
006050 1000-INITIALIZE-EXIT.
006060     EXIT.
006070*
006080*------------------------------------------------------------*
006090*    1050-READ-RUN-CONTROL - THE RETROCTL CARD (PAYCTL        *
006100*    LAYOUT).  A PUNCHED DATE IS THE PAY DATE OF THE RETRO    *
006110*    CHECKS AND DEPOSITS; THE MODE AND RUN NUMBER WORK AS ON  *
006120*    THE PAYROLL RUN'S CARD (MISSING/BLANK CARD = FINAL).     *
006130*------------------------------------------------------------*
006140 1050-READ-RUN-CONTROL.
006150     OPEN INPUT RETRO-CONTROL-FILE
006160     READ RETRO-CONTROL-FILE
006170         AT END
006180             MOVE SPACES TO PAY-CONTROL-CARD
006190     END-READ
006200     IF PC-PERIOD-END-DATE IS NUMERIC
006210             AND PC-PERIOD-END-DATE NOT = "00000000"
006220         MOVE PC-PERIOD-END-DATE TO WS-RUN-DATE
006230     END-IF
006240     EVALUATE TRUE
006250         WHEN PC-TRIAL
006260             MOVE "T" TO WS-RUN-MODE-SW
006270             MOVE "  *TRIAL*" TO WS-H1-MODE
006280         WHEN PC-FINAL
006290             MOVE "F" TO WS-RUN-MODE-SW
006300         WHEN PC-RUN-MODE = SPACES
006310             MOVE "F" TO WS-RUN-MODE-SW
006320         WHEN OTHER
006330             DISPLAY "RETROPAY ABEND - RUN MODE '" PC-RUN-MODE
006340                     "' NOT TRIAL OR FINAL"
006350             MOVE 16 TO RETURN-CODE
006360             STOP RUN
006370     END-EVALUATE
006380     MOVE PC-RUN-NUMBER TO WS-RUN-NUMBER
006390     CLOSE RETRO-CONTROL-FILE.
006400 1050-READ-RUN-CONTROL-EXIT.
006410     EXIT.
006420*
006430 1100-LOAD-TAX-TABLE.
006440     PERFORM 1110-READ-TAX-RECORD
006450         THRU 1110-READ-TAX-RECORD-EXIT
006460     PERFORM 1120-STORE-TAX-RECORD
006470         THRU 1120-STORE-TAX-RECORD-EXIT
006480         UNTIL TAX-EOF.
006490 1100-LOAD-TAX-TABLE-EXIT.
006500     EXIT.
006510*
006520 1110-READ-TAX-RECORD.
006530     READ TAX-TABLE-FILE
006540         AT END
006550             SET TAX-EOF TO TRUE
006560     END-READ.
006570 1110-READ-TAX-RECORD-EXIT.
006580     EXIT.
006590*
006600 1120-STORE-TAX-RECORD.
006610     IF WS-TAX-ENTRY-COUNT < WS-TAX-MAX-ENTRIES
006620         ADD 1 TO WS-TAX-ENTRY-COUNT
006630         MOVE TX-FILING-STATUS
006640             TO WS-TAX-STATUS (WS-TAX-ENTRY-COUNT)
006650         MOVE TX-BRACKET-FLOOR
006660             TO WS-TAX-FLOOR (WS-TAX-ENTRY-COUNT)
006670         MOVE TX-BRACKET-CEILING
006680             TO WS-TAX-CEILING (WS-TAX-ENTRY-COUNT)
006690         MOVE TX-RATE
006700             TO WS-TAX-RATE (WS-TAX-ENTRY-COUNT)
006710     END-IF
006720     PERFORM 1110-READ-TAX-RECORD
006730         THRU 1110-READ-TAX-RECORD-EXIT.
006740 1120-STORE-TAX-RECORD-EXIT.
006750     EXIT.
006760*
006770 1150-LOAD-STATE-TABLE.
006780     PERFORM 1160-READ-STATE-RECORD
006790         THRU 1160-READ-STATE-RECORD-EXIT
006800     PERFORM 1170-STORE-STATE-RECORD
006810         THRU 1170-STORE-STATE-RECORD-EXIT
006820         UNTIL STX-EOF.
006830 1150-LOAD-STATE-TABLE-EXIT.
006840     EXIT.
006850*
006860 1160-READ-STATE-RECORD.
006870     READ STATE-TAX-TABLE-FILE
006880         AT END
006890             SET STX-EOF TO TRUE
006900     END-READ.
006910 1160-READ-STATE-RECORD-EXIT.
006920     EXIT.
006930*
006940 1170-STORE-STATE-RECORD.
006950     IF WS-STX-ENTRY-COUNT < WS-STX-MAX-ENTRIES
006960         ADD 1 TO WS-STX-ENTRY-COUNT
006970         MOVE SX-STATE-CODE
006980             TO WS-STX-STATE (WS-STX-ENTRY-COUNT)
006990         MOVE SX-FILING-STATUS
007000             TO WS-STX-STATUS (WS-STX-ENTRY-COUNT)
007010         MOVE SX-BRACKET-FLOOR
007020             TO WS-STX-FLOOR (WS-STX-ENTRY-COUNT)
007030         MOVE SX-BRACKET-CEILING
007040             TO WS-STX-CEILING (WS-STX-ENTRY-COUNT)
007050         MOVE SX-RATE
007060             TO WS-STX-RATE (WS-STX-ENTRY-COUNT)
007070     END-IF
007080     PERFORM 1160-READ-STATE-RECORD
007090         THRU 1160-READ-STATE-RECORD-EXIT.
007100 1170-STORE-STATE-RECORD-EXIT.
007110     EXIT.
007120*
007130*------------------------------------------------------------*
007140*    1300-OPEN-CHECK-FILES - PICK UP THE LAST CHECK NUMBER    *
007150*    (SEEDING THE CONTROL THE WAY PAYROLL AND PAYADJ DO) AND  *
007160*    OPEN THE ISSUE FILE FOR APPEND.                          *
007170*------------------------------------------------------------*
007180 1300-OPEN-CHECK-FILES.
007190     OPEN I-O CHECK-NUMBER-FILE
007200     IF WS-CHKNBR-FILE-STATUS = "35"
007210         CLOSE CHECK-NUMBER-FILE
007220         OPEN OUTPUT CHECK-NUMBER-FILE
007230         MOVE SPACES TO CHECK-NUMBER-RECORD
007240         MOVE ZERO TO CN-LAST-CHECK-NO
007250         WRITE CHECK-NUMBER-RECORD
007260         CLOSE CHECK-NUMBER-FILE
007270         OPEN I-O CHECK-NUMBER-FILE
007280     END-IF
007290     READ CHECK-NUMBER-FILE
007300         AT END
007310             CLOSE CHECK-NUMBER-FILE
007320             OPEN OUTPUT CHECK-NUMBER-FILE
007330             MOVE SPACES TO CHECK-NUMBER-RECORD
007340             MOVE ZERO TO CN-LAST-CHECK-NO
007350             WRITE CHECK-NUMBER-RECORD
007360             CLOSE CHECK-NUMBER-FILE
007370             OPEN I-O CHECK-NUMBER-FILE
007380             READ CHECK-NUMBER-FILE
007390             END-READ
007400     END-READ
007410     MOVE CN-LAST-CHECK-NO TO WS-CHECK-NO
007420     OPEN EXTEND CHECK-ISSUE-FILE.
007430 1300-OPEN-CHECK-FILES-EXIT.
007440     EXIT.
007450*
007460*------------------------------------------------------------*
007470*    2000-PROCESS-EMPLOYEE - ONE IDENT'S HISTORY PER          *
007480*    ITERATION: LOAD ITS RATE HISTORY, REPRICE EACH PERIOD,   *
007490*    THEN PAY THE TOTAL DIFFERENCE AT THE EMPLOYEE BREAK.     *
007500*------------------------------------------------------------*
007510 2000-PROCESS-EMPLOYEE.
007520     MOVE HI-IDENT TO WS-CUR-IDENT
007530     MOVE ZERO TO WS-PER-COUNT
007540     MOVE ZERO TO WS-RETRO-GROSS
007550     MOVE "N" TO WS-EMP-FOUND-SW
007560     MOVE SPACE TO WS-EMP-PAY-GROUP
007570     MOVE 52 TO WS-PERIODS-PER-YEAR
007580     MOVE WS-CUR-IDENT TO Ident
007590     READ EMPLOYEE-MASTER-FILE
007600         KEY IS Ident
007610         INVALID KEY
007620             MOVE SPACES TO CustName
007630         NOT INVALID KEY
007640             SET EMP-ON-FILE TO TRUE
007650             MOVE PayGroup TO WS-EMP-PAY-GROUP
007660     END-READ
007670     PERFORM 2100-LOAD-RATE-HISTORY
007680         THRU 2100-LOAD-RATE-HISTORY-EXIT
007690     PERFORM 2200-PROCESS-PERIOD
007700         THRU 2200-PROCESS-PERIOD-EXIT
007710         UNTIL HIST-EOF
007720             OR HI-IDENT NOT = WS-CUR-IDENT
007730     IF WS-RETRO-GROSS > ZERO
007740         PERFORM 3000-PAY-EMPLOYEE
007750             THRU 3000-PAY-EMPLOYEE-EXIT
007760     END-IF.
007770 2000-PROCESS-EMPLOYEE-EXIT.
007780     EXIT.
007790*
007800*------------------------------------------------------------*
007810*    2100-LOAD-RATE-HISTORY - EVERY RATE-HISTORY RECORD FOR   *
007820*    THE IDENT, IN EFFECTIVE-DATE (KEY) ORDER.                *
007830*------------------------------------------------------------*
007840 2100-LOAD-RATE-HISTORY.
007850     MOVE ZERO TO WS-RATE-COUNT
007860     MOVE "N" TO WS-RATE-FULL-SW
007870     MOVE "N" TO WS-RH-EOF-SW
007880     MOVE WS-CUR-IDENT TO RH-IDENT
007890     MOVE ZERO TO RH-EFFECTIVE-DATE
007900     START RATE-HISTORY-FILE
007910         KEY IS NOT LESS THAN RH-KEY
007920         INVALID KEY
007930             SET RH-EOF TO TRUE
007940     END-START
007950     PERFORM 2110-STORE-RATE-HISTORY
007960         THRU 2110-STORE-RATE-HISTORY-EXIT
007970         UNTIL RH-EOF.
007980 2100-LOAD-RATE-HISTORY-EXIT.
007990     EXIT.
008000*
008010 2110-STORE-RATE-HISTORY.
008020     READ RATE-HISTORY-FILE NEXT RECORD
008030         AT END
008040             SET RH-EOF TO TRUE
008050             GO TO 2110-STORE-RATE-HISTORY-EXIT
008060     END-READ
008070     IF RH-IDENT NOT = WS-CUR-IDENT
008080         SET RH-EOF TO TRUE
008090         GO TO 2110-STORE-RATE-HISTORY-EXIT
008100     END-IF
008110     IF WS-RATE-COUNT < WS-RATE-MAX
008120         ADD 1 TO WS-RATE-COUNT
008130         MOVE RH-EFFECTIVE-DATE
008140             TO WS-RT-EFF-DATE (WS-RATE-COUNT)
008150         MOVE RH-HOURLY-RATE TO WS-RT-RATE (WS-RATE-COUNT)
008160     ELSE
008170         SET RATE-TABLE-FULL TO TRUE
008180     END-IF.
008190 2110-STORE-RATE-HISTORY-EXIT.
008200     EXIT.
008210*
008220*------------------------------------------------------------*
008230*    2200-PROCESS-PERIOD - GATHER ONE PERIOD'S HISTORY (THE   *
008240*    PAY RUN'S P RECORD AND ANY EARLIER RETRO R RECORDS) AND  *
008250*    REPRICE IT.                                              *
008260*------------------------------------------------------------*
008270 2200-PROCESS-PERIOD.
008280     MOVE HI-PERIOD-END-DATE TO WS-CUR-PERIOD
008290     MOVE "N" TO WS-PAY-RUN-SW
008300     MOVE ZERO TO WS-PAID-RATE
008310     PERFORM 2300-ACCUM-HISTORY
008320         THRU 2300-ACCUM-HISTORY-EXIT
008330         UNTIL HIST-EOF
008340             OR HI-IDENT NOT = WS-CUR-IDENT
008350             OR HI-PERIOD-END-DATE NOT = WS-CUR-PERIOD
008360     ADD 1 TO WS-PERIOD-COUNT
008370     PERFORM 2400-REPRICE-PERIOD
008380         THRU 2400-REPRICE-PERIOD-EXIT.
008390 2200-PROCESS-PERIOD-EXIT.
008400     EXIT.
008410*
008420*------------------------------------------------------------*
008430*    2300-ACCUM-HISTORY - THE P RECORD CARRIES THE HOURS      *
008440*    SPLIT ACTUALLY PAID; THE LAST RECORD OF THE PERIOD (THE  *
008450*    SORT PUTS R AFTER P, OLDEST PAY DATE FIRST) CARRIES THE  *
008460*    RATE THE PERIOD HAS BEEN PAID AT SO FAR.                 *
008470*------------------------------------------------------------*
008480 2300-ACCUM-HISTORY.
008490     MOVE HISTORY-IN-RECORD TO PAY-HISTORY-RECORD
008500     IF PH-PAY-RUN
008510         SET PAY-RUN-FOUND TO TRUE
008520         MOVE PH-REG-HOURS TO WS-PER-REG-HOURS
008530         MOVE PH-OT-HOURS TO WS-PER-OT-HOURS
008540         MOVE PH-LEAVE-HOURS TO WS-PER-LEAVE-HOURS
008550         MOVE PH-DEPT-CODE TO WS-PER-DEPT-CODE
008560     END-IF
008570     MOVE PH-HOURLY-RATE TO WS-PAID-RATE
008580     PERFORM 2900-READ-HISTORY
008590         THRU 2900-READ-HISTORY-EXIT.
008600 2300-ACCUM-HISTORY-EXIT.
008610     EXIT.
008620*
008630*------------------------------------------------------------*
008640*    2400-REPRICE-PERIOD - THE RATE IN EFFECT AT PERIOD END   *
008650*    IS THE LAST RATE-HISTORY ENTRY DATED ON OR BEFORE IT.    *
008660*    A PERIOD WITH NO SUCH ENTRY, OR ALREADY PAID AT THAT     *
008670*    RATE, IS UNCHANGED.  THE DIFFERENCE IS PRICED THE WAY    *
008680*    THE PAY RUN PRICES GROSS: STRAIGHT TIME ON REGULAR PLUS  *
008690*    LEAVE HOURS, TIME AND A HALF ON OVERTIME.                *
008700*------------------------------------------------------------*
008710 2400-REPRICE-PERIOD.
008720     IF NOT PAY-RUN-FOUND
008730         ADD 1 TO WS-UNCHANGED-COUNT
008740         GO TO 2400-REPRICE-PERIOD-EXIT
008750     END-IF
008760     MOVE "N" TO WS-NEW-RATE-SW
008770     IF WS-RATE-COUNT > ZERO
008780         PERFORM 2410-TEST-RATE-ENTRY
008790             THRU 2410-TEST-RATE-ENTRY-EXIT
008800             VARYING WS-RATE-IX FROM 1 BY 1
008810             UNTIL WS-RATE-IX > WS-RATE-COUNT
008820     END-IF
008830     IF NOT NEW-RATE-FOUND
008840             OR WS-NEW-RATE = WS-PAID-RATE
008850         ADD 1 TO WS-UNCHANGED-COUNT
008860         GO TO 2400-REPRICE-PERIOD-EXIT
008870     END-IF
008880     COMPUTE WS-RATE-DIFF = WS-NEW-RATE - WS-PAID-RATE
008890     ADD WS-PER-REG-HOURS WS-PER-LEAVE-HOURS
008900         GIVING WS-PER-STRAIGHT-HOURS
008910     COMPUTE WS-PERIOD-DIFF ROUNDED =
008920         (WS-RATE-DIFF * WS-PER-STRAIGHT-HOURS)
008930         + (WS-RATE-DIFF * WS-PER-OT-HOURS * 1.5)
008940     MOVE SPACES TO WS-PERIOD-REMARK
008950     MOVE WS-EMP-PAY-GROUP TO PD-PAY-GROUP
008960     MOVE WS-CUR-PERIOD TO PD-PERIOD-END-DATE
008970     READ PERIOD-CALENDAR-FILE
008980         KEY IS PD-KEY
008990         INVALID KEY
009000             MOVE "PERIOD NOT ON CALENDAR"
009010                 TO WS-PERIOD-REMARK
009020         NOT INVALID KEY
009030             IF PD-PERIODS-PER-YEAR IS NUMERIC
009040                     AND PD-PERIODS-PER-YEAR > ZERO
009050                 MOVE PD-PERIODS-PER-YEAR
009060                     TO WS-PERIODS-PER-YEAR
009070             END-IF
009080     END-READ
009090     EVALUATE TRUE
009100         WHEN WS-PERIOD-REMARK NOT = SPACES
009110             CONTINUE
009120         WHEN NOT PD-POSTED
009130             MOVE "PERIOD NOT POSTED" TO WS-PERIOD-REMARK
009140         WHEN WS-CP-YEAR NOT = WS-RUN-YEAR
009150             MOVE "PRIOR YEAR - NOT PAID" TO WS-PERIOD-REMARK
009160         WHEN WS-PERIOD-DIFF NOT > ZERO
009170             MOVE "RATE LOWER - NOT RECOVERED"
009180                 TO WS-PERIOD-REMARK
009190         WHEN NOT EMP-ON-FILE
009200             MOVE "NOT ON MASTER - NOT PAID"
009210                 TO WS-PERIOD-REMARK
009220         WHEN RATE-TABLE-FULL
009230             MOVE "RATE TABLE FULL - NOT PAID"
009240                 TO WS-PERIOD-REMARK
009250         WHEN WS-PER-COUNT NOT < WS-PER-MAX
009260             MOVE "PERIOD TABLE FULL - NOT PAID"
009270                 TO WS-PERIOD-REMARK
009280     END-EVALUATE
009290     IF WS-PERIOD-REMARK NOT = SPACES
009300         ADD 1 TO WS-FLAGGED-COUNT
009310         PERFORM 6300-REPORT-PERIOD
009320             THRU 6300-REPORT-PERIOD-EXIT
009330         GO TO 2400-REPRICE-PERIOD-EXIT
009340     END-IF
009350     ADD 1 TO WS-REPRICED-COUNT
009360     ADD 1 TO WS-PER-COUNT
009370     MOVE WS-CUR-PERIOD TO WS-PT-PERIOD (WS-PER-COUNT)
009380     MOVE WS-NEW-RATE TO WS-PT-NEW-RATE (WS-PER-COUNT)
009390     MOVE WS-PER-REG-HOURS TO WS-PT-REG-HOURS (WS-PER-COUNT)
009400     MOVE WS-PER-OT-HOURS TO WS-PT-OT-HOURS (WS-PER-COUNT)
009410     MOVE WS-PER-LEAVE-HOURS
009420         TO WS-PT-LEAVE-HOURS (WS-PER-COUNT)
009430     MOVE WS-PERIOD-DIFF TO WS-PT-DIFF (WS-PER-COUNT)
009440     MOVE WS-PER-DEPT-CODE TO WS-PT-DEPT-CODE (WS-PER-COUNT)
009450     ADD WS-PERIOD-DIFF TO WS-RETRO-GROSS
009460     PERFORM 6300-REPORT-PERIOD
009470         THRU 6300-REPORT-PERIOD-EXIT.
009480 2400-REPRICE-PERIOD-EXIT.
009490     EXIT.
009500*
009510 2410-TEST-RATE-ENTRY.
009520     IF WS-RT-EFF-DATE (WS-RATE-IX) NOT > WS-CUR-PERIOD
009530         MOVE WS-RT-RATE (WS-RATE-IX) TO WS-NEW-RATE
009540         SET NEW-RATE-FOUND TO TRUE
009550     END-IF.
009560 2410-TEST-RATE-ENTRY-EXIT.
009570     EXIT.
009580*
009590 2900-READ-HISTORY.
009600     READ HISTORY-IN-FILE
009610         AT END
009620             SET HIST-EOF TO TRUE
009630             GO TO 2900-READ-HISTORY-EXIT
009640     END-READ
009650     ADD 1 TO WS-HIST-READ-COUNT.
009660 2900-READ-HISTORY-EXIT.
009670     EXIT.
009680*
009690*------------------------------------------------------------*
009700*    3000-PAY-EMPLOYEE - THE EMPLOYEE BREAK.  THE TOTAL       *
009710*    DIFFERENCE RUNS THROUGH THE BRACKETS AS ONE PAYMENT; ON  *
009720*    A FINAL RUN IT POSTS TO YTD, IS ISSUED, AND EACH PERIOD  *
009730*    MADE UP GETS ITS R RECORD.  A TRIAL RUN PRINTS ONLY.     *
009740*------------------------------------------------------------*
009750 3000-PAY-EMPLOYEE.
009760     SET EMP-APPLIED TO TRUE
009770     MOVE SPACES TO WS-REJECT-REASON
009780     MOVE WS-RETRO-GROSS TO WS-GROSS-PAY
009790     PERFORM 3100-COMPUTE-WITHHOLDING
009800         THRU 3100-COMPUTE-WITHHOLDING-EXIT
009810     PERFORM 6400-REPORT-EMPLOYEE-TOTAL
009820         THRU 6400-REPORT-EMPLOYEE-TOTAL-EXIT
009830     IF NOT FINAL-RUN
009840         PERFORM 3300-ACCUM-RUN-TOTALS
009850             THRU 3300-ACCUM-RUN-TOTALS-EXIT
009860         GO TO 3000-PAY-EMPLOYEE-EXIT
009870     END-IF
009880     PERFORM 5100-POST-YTD-POSITIVE
009890         THRU 5100-POST-YTD-POSITIVE-EXIT
009900     IF EMP-REJECTED
009910         ADD 1 TO WS-EMP-REJECTED-COUNT
009920         PERFORM 6200-REPORT-REJECTED
009930             THRU 6200-REPORT-REJECTED-EXIT
009940         GO TO 3000-PAY-EMPLOYEE-EXIT
009950     END-IF
009960     PERFORM 5150-ISSUE-PAYMENT
009970         THRU 5150-ISSUE-PAYMENT-EXIT
009980     PERFORM 5400-WRITE-RETRO-HISTORY
009990         THRU 5400-WRITE-RETRO-HISTORY-EXIT
010000         VARYING WS-PER-IX FROM 1 BY 1
010010         UNTIL WS-PER-IX > WS-PER-COUNT
010020     MOVE WS-CUR-IDENT TO WS-AUDIT-IDENT
010030     MOVE "RETRO-GROSS" TO WS-AUDIT-FIELD
010040     MOVE SPACES TO WS-AUDIT-OLD
010050     MOVE WS-GROSS-PAY TO WS-AMT-EDIT
010060     MOVE WS-AMT-EDIT TO WS-AUDIT-NEW
010070     PERFORM 7000-WRITE-AUDIT
010080         THRU 7000-WRITE-AUDIT-EXIT
010090     PERFORM 3300-ACCUM-RUN-TOTALS
010100         THRU 3300-ACCUM-RUN-TOTALS-EXIT.
010110 3000-PAY-EMPLOYEE-EXIT.
010120     EXIT.
010130*
010140*------------------------------------------------------------*
010150*    3100-COMPUTE-WITHHOLDING - THE SAME BRACKET LOGIC AND    *
010160*    FICA THE PAYROLL RUN APPLIES, ON WS-GROSS-PAY FOR THE    *
010170*    MASTER RECORD CURRENTLY IN THE RECORD AREA.              *
010180*------------------------------------------------------------*
010190 3100-COMPUTE-WITHHOLDING.
010200     IF FilingStatus = "M"
010210         MOVE "M" TO WS-WORK-FILING
010220     ELSE
010230         MOVE "S" TO WS-WORK-FILING
010240     END-IF
010250     COMPUTE WS-ANNUAL-GROSS =
010260         WS-GROSS-PAY * WS-PERIODS-PER-YEAR
010270     MOVE "N" TO WS-TAX-FOUND-SW
010280     MOVE WS-FED-TAX-RATE TO WS-APPLIED-TAX-RATE
010290     IF WS-TAX-ENTRY-COUNT > ZERO
010300         PERFORM 3110-TEST-TAX-BRACKET
010310             THRU 3110-TEST-TAX-BRACKET-EXIT
010320             VARYING WS-TAX-IX FROM 1 BY 1
010330             UNTIL TAX-BRACKET-FOUND
010340                 OR WS-TAX-IX > WS-TAX-ENTRY-COUNT
010350     END-IF
010360     COMPUTE WS-FED-TAX ROUNDED =
010370         WS-GROSS-PAY * WS-APPLIED-TAX-RATE
010380     PERFORM 3130-COMPUTE-FICA
010390         THRU 3130-COMPUTE-FICA-EXIT
010400     MOVE "N" TO WS-STX-FOUND-SW
010410     MOVE ZERO TO WS-APPLIED-STATE-RATE
010420     IF WorkState NOT = SPACES
010430             AND WS-STX-ENTRY-COUNT > ZERO
010440         PERFORM 3120-TEST-STATE-BRACKET
010450             THRU 3120-TEST-STATE-BRACKET-EXIT
010460             VARYING WS-STX-IX FROM 1 BY 1
010470             UNTIL STX-BRACKET-FOUND
010480                 OR WS-STX-IX > WS-STX-ENTRY-COUNT
010490     END-IF
010500     COMPUTE WS-STATE-TAX ROUNDED =
010510         WS-GROSS-PAY * WS-APPLIED-STATE-RATE
010520     COMPUTE WS-NET-PAY =
010530         WS-GROSS-PAY - WS-FED-TAX - WS-FICA-TAX
010540             - WS-STATE-TAX.
010550 3100-COMPUTE-WITHHOLDING-EXIT.
010560     EXIT.
010570*
010580 3110-TEST-TAX-BRACKET.
010590     IF WS-TAX-STATUS (WS-TAX-IX) = WS-WORK-FILING
010600             AND WS-ANNUAL-GROSS NOT < WS-TAX-FLOOR (WS-TAX-IX)
010610             AND (WS-TAX-CEILING (WS-TAX-IX) = ZERO
010620                 OR WS-ANNUAL-GROSS
010630                     NOT > WS-TAX-CEILING (WS-TAX-IX))
010640         MOVE WS-TAX-RATE (WS-TAX-IX) TO WS-APPLIED-TAX-RATE
010650         SET TAX-BRACKET-FOUND TO TRUE
010660     END-IF.
010670 3110-TEST-TAX-BRACKET-EXIT.
010680     EXIT.
010690*
010700 3120-TEST-STATE-BRACKET.
010710     IF WS-STX-STATE (WS-STX-IX) = WorkState
010720             AND WS-STX-STATUS (WS-STX-IX) = WS-WORK-FILING
010730             AND WS-ANNUAL-GROSS
010740                 NOT < WS-STX-FLOOR (WS-STX-IX)
010750             AND (WS-STX-CEILING (WS-STX-IX) = ZERO
010760                 OR WS-ANNUAL-GROSS
010770                     NOT > WS-STX-CEILING (WS-STX-IX))
010780         MOVE WS-STX-RATE (WS-STX-IX)
010790             TO WS-APPLIED-STATE-RATE
010800         SET STX-BRACKET-FOUND TO TRUE
010810     END-IF.
010820 3120-TEST-STATE-BRACKET-EXIT.
010830     EXIT.
010840*
010850*------------------------------------------------------------*
010860*    3130-COMPUTE-FICA - EMPLOYEE SOCIAL SECURITY ON THE      *
010870*    DIFFERENCE UP TO WHAT IS LEFT OF THE WAGE BASE, MEDICARE *
010880*    ON ALL OF IT, THE EMPLOYER'S MATCH OF BOTH, AND FUTA AND *
010890*    SUTA CAPPED AT THEIR OWN BASES - AS IN THE PAY RUN.      *
010900*------------------------------------------------------------*
010910 3130-COMPUTE-FICA.
010920     PERFORM 3132-LOAD-PRIOR-WAGES
010930         THRU 3132-LOAD-PRIOR-WAGES-EXIT
010940     COMPUTE WS-WAGE-ROOM =
010950         WS-SS-WAGE-BASE - WS-PRIOR-SS-WAGES
010960     IF WS-WAGE-ROOM < ZERO
010970         MOVE ZERO TO WS-WAGE-ROOM
010980     END-IF
010990     IF WS-GROSS-PAY > WS-WAGE-ROOM
011000         MOVE WS-WAGE-ROOM TO WS-SS-WAGES
011010     ELSE
011020         MOVE WS-GROSS-PAY TO WS-SS-WAGES
011030     END-IF
011040     COMPUTE WS-SS-TAX ROUNDED = WS-SS-WAGES * WS-SS-RATE
011050     COMPUTE WS-MED-TAX ROUNDED =
011060         WS-GROSS-PAY * WS-MEDICARE-RATE
011070     ADD WS-SS-TAX WS-MED-TAX GIVING WS-FICA-TAX
011080     MOVE WS-SS-TAX TO WS-ER-SS-TAX
011090     MOVE WS-MED-TAX TO WS-ER-MED-TAX
011100     COMPUTE WS-WAGE-ROOM =
011110         WS-FUTA-WAGE-BASE - WS-PRIOR-FUTA-WAGES
011120     IF WS-WAGE-ROOM < ZERO
011130         MOVE ZERO TO WS-WAGE-ROOM
011140     END-IF
011150     IF WS-GROSS-PAY > WS-WAGE-ROOM
011160         MOVE WS-WAGE-ROOM TO WS-FUTA-WAGES
011170     ELSE
011180         MOVE WS-GROSS-PAY TO WS-FUTA-WAGES
011190     END-IF
011200     COMPUTE WS-FUTA-TAX ROUNDED =
011210         WS-FUTA-WAGES * WS-FUTA-RATE
011220     COMPUTE WS-WAGE-ROOM =
011230         WS-SUTA-WAGE-BASE - WS-PRIOR-SUTA-WAGES
011240     IF WS-WAGE-ROOM < ZERO
011250         MOVE ZERO TO WS-WAGE-ROOM
011260     END-IF
011270     IF WS-GROSS-PAY > WS-WAGE-ROOM
011280         MOVE WS-WAGE-ROOM TO WS-SUTA-WAGES
011290     ELSE
011300         MOVE WS-GROSS-PAY TO WS-SUTA-WAGES
011310     END-IF
011320     COMPUTE WS-SUTA-TAX ROUNDED =
011330         WS-SUTA-WAGES * WS-SUTA-RATE.
011340 3130-COMPUTE-FICA-EXIT.
011350     EXIT.
011360*
011370*------------------------------------------------------------*
011380*    3132-LOAD-PRIOR-WAGES - THE SS/FUTA/SUTA WAGES ALREADY   *
011390*    TAXED THIS YEAR, FROM YTDMAST (READ ONLY - 5100 POSTS).  *
011400*    NO RECORD, OR A PRIOR-YEAR ONE, MEANS NOTHING TAXED YET  *
011410*    (5500 REJECTS THE EMPLOYEE ON A FINAL RUN IN EITHER      *
011420*    CASE).                                                   *
011430*------------------------------------------------------------*
011440 3132-LOAD-PRIOR-WAGES.
011450     MOVE ZERO TO WS-PRIOR-SS-WAGES
011460     MOVE ZERO TO WS-PRIOR-FUTA-WAGES
011470     MOVE ZERO TO WS-PRIOR-SUTA-WAGES
011480     MOVE WS-CUR-IDENT TO YT-IDENT
011490     READ YTD-MASTER-FILE
011500         KEY IS YT-IDENT
011510         INVALID KEY
011520             GO TO 3132-LOAD-PRIOR-WAGES-EXIT
011530     END-READ
011540     IF YT-YEAR NOT = WS-RUN-YEAR
011550         GO TO 3132-LOAD-PRIOR-WAGES-EXIT
011560     END-IF
011570     IF YT-SS-WAGES NOT NUMERIC
011580         PERFORM 3135-CONVERT-YTD-BUCKETS
011590             THRU 3135-CONVERT-YTD-BUCKETS-EXIT
011600     END-IF
011610     MOVE YT-SS-WAGES TO WS-PRIOR-SS-WAGES
011620     MOVE YT-FUTA-WAGES TO WS-PRIOR-FUTA-WAGES
011630     MOVE YT-SUTA-WAGES TO WS-PRIOR-SUTA-WAGES.
011640 3132-LOAD-PRIOR-WAGES-EXIT.
011650     EXIT.
011660*
011670*------------------------------------------------------------*
011680*    3135-CONVERT-YTD-BUCKETS - A YTD RECORD WRITTEN BEFORE   *
011690*    THE SS/EMPLOYER BUCKETS EXISTED, CONVERTED THE WAY THE   *
011700*    PAY RUN CONVERTS IT.                                     *
011710*------------------------------------------------------------*
011720 3135-CONVERT-YTD-BUCKETS.
011730     PERFORM 5510-RESET-TAX-YTD
011740         THRU 5510-RESET-TAX-YTD-EXIT
011750     PERFORM 5520-RESET-TAX-QTD
011760         THRU 5520-RESET-TAX-QTD-EXIT
011770     IF YT-GROSS > WS-SS-WAGE-BASE
011780         MOVE WS-SS-WAGE-BASE TO YT-SS-WAGES
011790     ELSE
011800         MOVE YT-GROSS TO YT-SS-WAGES
011810     END-IF
011820     IF YT-GROSS > WS-FUTA-WAGE-BASE
011830         MOVE WS-FUTA-WAGE-BASE TO YT-FUTA-WAGES
011840     ELSE
011850         MOVE YT-GROSS TO YT-FUTA-WAGES
011860     END-IF
011870     IF YT-GROSS > WS-SUTA-WAGE-BASE
011880         MOVE WS-SUTA-WAGE-BASE TO YT-SUTA-WAGES
011890     ELSE
011900         MOVE YT-GROSS TO YT-SUTA-WAGES
011910     END-IF
011920     IF YT-QTR-GROSS > YT-SS-WAGES
011930         MOVE YT-SS-WAGES TO YT-QTR-SS-WAGES
011940     ELSE
011950         MOVE YT-QTR-GROSS TO YT-QTR-SS-WAGES
011960     END-IF
011970     IF YT-QTR-GROSS > YT-FUTA-WAGES
011980         MOVE YT-FUTA-WAGES TO YT-QTR-FUTA-WAGES
011990     ELSE
012000         MOVE YT-QTR-GROSS TO YT-QTR-FUTA-WAGES
012010     END-IF
012020     IF YT-QTR-GROSS > YT-SUTA-WAGES
012030         MOVE YT-SUTA-WAGES TO YT-QTR-SUTA-WAGES
012040     ELSE
012050         MOVE YT-QTR-GROSS TO YT-QTR-SUTA-WAGES
012060     END-IF.
012070 3135-CONVERT-YTD-BUCKETS-EXIT.
012080     EXIT.
012090*
012100*------------------------------------------------------------*
012110*    3300-ACCUM-RUN-TOTALS - ONE EMPLOYEE PAID: FOLD ITS      *
012120*    AMOUNTS INTO THE RUN TOTALS THE GL POSTINGS ARE DRAWN    *
012130*    FROM, AND EACH PERIOD'S DIFFERENCE INTO THE LABOR        *
012140*    EXPENSE OF THE DEPARTMENT THE PERIOD WAS PAID IN.        *
012150*------------------------------------------------------------*
012160 3300-ACCUM-RUN-TOTALS.
012170     ADD 1 TO WS-EMP-PAID-COUNT
012180     ADD WS-GROSS-PAY TO WS-GRAND-RETRO-GROSS
012190     ADD WS-FED-TAX TO WS-GRAND-FED
012200     ADD WS-FICA-TAX TO WS-GRAND-FICA
012210     ADD WS-STATE-TAX TO WS-GRAND-STATE
012220     ADD WS-NET-PAY TO WS-GRAND-RETRO-NET
012230     ADD WS-ER-SS-TAX TO WS-GRAND-ER-SS
012240     ADD WS-ER-MED-TAX TO WS-GRAND-ER-MED
012250     ADD WS-FUTA-TAX TO WS-GRAND-FUTA
012260     ADD WS-SUTA-TAX TO WS-GRAND-SUTA
012270     PERFORM 3310-ACCUM-DEPT-GROSS
012280         THRU 3310-ACCUM-DEPT-GROSS-EXIT
012290         VARYING WS-PER-IX FROM 1 BY 1
012300         UNTIL WS-PER-IX > WS-PER-COUNT.
012310 3300-ACCUM-RUN-TOTALS-EXIT.
012320     EXIT.
012330*
012340*------------------------------------------------------------*
012350*    3310-ACCUM-DEPT-GROSS - A PERIOD WITH NO DEPARTMENT ON   *
012360*    ITS HISTORY IS CHARGED TO DeptCode.  DIFFERENCES PAST    *
012370*    THE TABLE LIMIT POOL UNDER **** SO THE POSTING FILE      *
012380*    STILL BALANCES.                                          *
012390*------------------------------------------------------------*
012400 3310-ACCUM-DEPT-GROSS.
012410     IF WS-PT-DIFF (WS-PER-IX) = ZERO
012420         GO TO 3310-ACCUM-DEPT-GROSS-EXIT
012430     END-IF
012440     MOVE WS-PT-DEPT-CODE (WS-PER-IX) TO WS-ACCUM-DEPT-CODE
012450     IF WS-ACCUM-DEPT-CODE = SPACES
012460         MOVE DeptCode TO WS-ACCUM-DEPT-CODE
012470     END-IF
012480     MOVE "N" TO WS-DEPT-FOUND-SW
012490     IF WS-DEPT-COUNT > ZERO
012500         PERFORM 3312-FIND-DEPT-SLOT
012510             THRU 3312-FIND-DEPT-SLOT-EXIT
012520             VARYING WS-DEPT-IX FROM 1 BY 1
012530             UNTIL DEPT-SLOT-FOUND
012540                 OR WS-DEPT-IX > WS-DEPT-COUNT
012550     END-IF
012560     IF NOT DEPT-SLOT-FOUND
012570         IF WS-DEPT-COUNT < WS-DEPT-MAX
012580             ADD 1 TO WS-DEPT-COUNT
012590             MOVE WS-ACCUM-DEPT-CODE
012600                 TO WS-DP-CODE (WS-DEPT-COUNT)
012610             MOVE WS-PT-DIFF (WS-PER-IX)
012620                 TO WS-DP-GROSS (WS-DEPT-COUNT)
012630         ELSE
012640             ADD WS-PT-DIFF (WS-PER-IX) TO WS-DEPT-DROPPED-GROSS
012650         END-IF
012660     END-IF.
012670 3310-ACCUM-DEPT-GROSS-EXIT.
012680     EXIT.
012690*
012700 3312-FIND-DEPT-SLOT.
012710     IF WS-DP-CODE (WS-DEPT-IX) = WS-ACCUM-DEPT-CODE
012720         ADD WS-PT-DIFF (WS-PER-IX) TO WS-DP-GROSS (WS-DEPT-IX)
012730         SET DEPT-SLOT-FOUND TO TRUE
012740     END-IF.
012750 3312-FIND-DEPT-SLOT-EXIT.
012760     EXIT.
012770*
012780*------------------------------------------------------------*
012790*    5100-POST-YTD-POSITIVE - ROLL THE RETRO AMOUNTS INTO THE *
012800*    YTD MASTER.  5500 HAS ALREADY ROLLED THE RECORD TO THE   *
012810*    CURRENT QUARTER, SO QTD ALWAYS TAKES THE POSTING.        *
012820*------------------------------------------------------------*
012830 5100-POST-YTD-POSITIVE.
012840     PERFORM 5500-READ-YTD
012850         THRU 5500-READ-YTD-EXIT
012860     IF EMP-REJECTED
012870         GO TO 5100-POST-YTD-POSITIVE-EXIT
012880     END-IF
012890     MOVE YT-GROSS TO WS-YTD-EDIT
012900     MOVE WS-YTD-EDIT TO WS-AUDIT-OLD
012910     ADD WS-GROSS-PAY TO YT-GROSS
012920     ADD WS-FED-TAX TO YT-FED-TAX
012930     ADD WS-FICA-TAX TO YT-FICA
012940     ADD WS-STATE-TAX TO YT-STATE-TAX
012950     ADD WS-NET-PAY TO YT-NET
012960     ADD WS-GROSS-PAY TO YT-QTR-GROSS
012970     ADD WS-FED-TAX TO YT-QTR-FED-TAX
012980     ADD WS-FICA-TAX TO YT-QTR-FICA
012990     ADD WS-STATE-TAX TO YT-QTR-STATE-TAX
013000     ADD WS-NET-PAY TO YT-QTR-NET
013010     ADD WS-SS-WAGES TO YT-SS-WAGES
013020     ADD WS-SS-TAX TO YT-SS-TAX
013030     ADD WS-MED-TAX TO YT-MED-TAX
013040     ADD WS-SS-WAGES TO YT-QTR-SS-WAGES
013050     ADD WS-SS-TAX TO YT-QTR-SS-TAX
013060     ADD WS-MED-TAX TO YT-QTR-MED-TAX
013070     ADD WS-ER-SS-TAX TO YT-ER-SS-TAX
013080     ADD WS-ER-MED-TAX TO YT-ER-MED-TAX
013090     ADD WS-FUTA-WAGES TO YT-FUTA-WAGES
013100     ADD WS-FUTA-TAX TO YT-FUTA-TAX
013110     ADD WS-SUTA-WAGES TO YT-SUTA-WAGES
013120     ADD WS-SUTA-TAX TO YT-SUTA-TAX
013130     ADD WS-ER-SS-TAX TO YT-QTR-ER-SS-TAX
013140     ADD WS-ER-MED-TAX TO YT-QTR-ER-MED-TAX
013150     ADD WS-FUTA-WAGES TO YT-QTR-FUTA-WAGES
013160     ADD WS-FUTA-TAX TO YT-QTR-FUTA-TAX
013170     ADD WS-SUTA-WAGES TO YT-QTR-SUTA-WAGES
013180     ADD WS-SUTA-TAX TO YT-QTR-SUTA-TAX
013190     REWRITE YTD-MASTER-RECORD
013200     MOVE WS-CUR-IDENT TO WS-AUDIT-IDENT
013210     MOVE "YTD-GROSS" TO WS-AUDIT-FIELD
013220     MOVE YT-GROSS TO WS-YTD-EDIT
013230     MOVE WS-YTD-EDIT TO WS-AUDIT-NEW
013240     PERFORM 7000-WRITE-AUDIT
013250         THRU 7000-WRITE-AUDIT-EXIT.
013260 5100-POST-YTD-POSITIVE-EXIT.
013270     EXIT.
013280*
013290*------------------------------------------------------------*
013300*    5150-ISSUE-PAYMENT - AN ACH EMPLOYEE WHOSE ACCOUNT HAS   *
013310*    BEEN PRENOTED GETS A LIVE DEPOSIT; EVERYONE ELSE (CHECK  *
013320*    EMPLOYEES, UNUSABLE BANK FIELDS, AN ACCOUNT THE PAY RUN  *
013330*    HAS NOT PRENOTED YET) GETS A MANUAL CHECK.               *
013340*------------------------------------------------------------*
013350 5150-ISSUE-PAYMENT.
013360     IF WS-NET-PAY = ZERO
013370         GO TO 5150-ISSUE-PAYMENT-EXIT
013380     END-IF
013390     IF PayByACH
013400             AND BankRouting NUMERIC
013410             AND BankRouting NOT = ZERO
013420             AND BankAccount NOT = SPACES
013430             AND PrenoteDate NOT = ZERO
013440         PERFORM 5300-WRITE-DEPOSIT
013450             THRU 5300-WRITE-DEPOSIT-EXIT
013460     ELSE
013470         PERFORM 5200-WRITE-MANUAL-CHECK
013480             THRU 5200-WRITE-MANUAL-CHECK-EXIT
013490     END-IF.
013500 5150-ISSUE-PAYMENT-EXIT.
013510     EXIT.
013520*
013530*------------------------------------------------------------*
013540*    5200-WRITE-MANUAL-CHECK - NEXT NUMBER OFF THE CHKNBR     *
013550*    CONTROL, ONE I RECORD INTO CHKISSUE, EXACTLY AS A        *
013560*    REGULAR ISSUE.                                           *
013570*------------------------------------------------------------*
013580 5200-WRITE-MANUAL-CHECK.
013590     ADD 1 TO WS-CHECK-NO
013600     MOVE SPACES TO CHECK-ISSUE-RECORD
013610     MOVE WS-CHECK-NO TO CH-CHECK-NO
013620     MOVE Ident TO CH-IDENT
013630     MOVE CustName TO CH-CUST-NAME
013640     MOVE WS-NET-PAY TO CH-NET-AMOUNT
013650     MOVE WS-RUN-DATE TO CH-PAY-DATE
013660     MOVE "I" TO CH-STATUS
013670     WRITE CHECK-ISSUE-RECORD
013680     ADD 1 TO WS-CHECKS-ISSUED
013690     ADD WS-NET-PAY TO WS-CHECKS-NET-TOTAL
013700     MOVE SPACES TO RETRO-REPORT-LINE
013710     MOVE WS-NET-PAY TO WS-AMT-EDIT
013720     STRING "    PAID BY MANUAL CHECK " WS-CHECK-NO
013730             " NET " WS-AMT-EDIT
013740         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
013750     WRITE RETRO-REPORT-LINE.
013760 5200-WRITE-MANUAL-CHECK-EXIT.
013770     EXIT.
013780*
013790*------------------------------------------------------------*
013800*    5300-WRITE-DEPOSIT - ONE LIVE DEPOSIT RECORD FOR THE     *
013810*    NET INTO THIS RUN'S ACHDEP GENERATION.                   *
013820*------------------------------------------------------------*
013830 5300-WRITE-DEPOSIT.
013840     MOVE SPACES TO DEPOSIT-RECORD
013850     MOVE "D" TO DP-RECORD-TYPE
013860     MOVE Ident TO DP-IDENT
013870     MOVE CustName TO DP-NAME
013880     MOVE BankRouting TO DP-ROUTING
013890     MOVE BankAccount TO DP-ACCOUNT
013900     MOVE WS-NET-PAY TO DP-AMOUNT
013910     MOVE WS-RUN-DATE TO DP-PAY-DATE
013920     MOVE "D" TO DP-ENTRY-TYPE
013930     WRITE DEPOSIT-RECORD
013940     ADD 1 TO WS-ACH-DEPOSITS
013950     ADD WS-NET-PAY TO WS-ACH-NET-TOTAL
013960     MOVE SPACES TO RETRO-REPORT-LINE
013970     MOVE WS-NET-PAY TO WS-AMT-EDIT
013980     STRING "    PAID BY DIRECT DEPOSIT ROUTING " BankRouting
013990             " NET " WS-AMT-EDIT
014000         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
014010     WRITE RETRO-REPORT-LINE.
014020 5300-WRITE-DEPOSIT-EXIT.
014030     EXIT.
014040*
014050*------------------------------------------------------------*
014060*    5400-WRITE-RETRO-HISTORY - ONE R RECORD PER PERIOD MADE  *
014070*    UP, CARRYING THE RATE IT IS NOW PAID AT AND THE          *
014080*    DIFFERENCE PAID, SO THE NEXT RETRO RUN STARTS FROM HERE. *
014090*------------------------------------------------------------*
014100 5400-WRITE-RETRO-HISTORY.
014110     MOVE SPACES TO PAY-HISTORY-RECORD
014120     MOVE WS-CUR-IDENT TO PH-IDENT
014130     MOVE WS-PT-PERIOD (WS-PER-IX) TO PH-PERIOD-END-DATE
014140     SET PH-RETRO TO TRUE
014150     MOVE WS-PT-NEW-RATE (WS-PER-IX) TO PH-HOURLY-RATE
014160     MOVE WS-PT-REG-HOURS (WS-PER-IX) TO PH-REG-HOURS
014170     MOVE WS-PT-OT-HOURS (WS-PER-IX) TO PH-OT-HOURS
014180     MOVE WS-PT-LEAVE-HOURS (WS-PER-IX) TO PH-LEAVE-HOURS
014190     MOVE WS-PT-DIFF (WS-PER-IX) TO PH-GROSS
014200     MOVE WS-RUN-DATE TO PH-PAY-DATE
014210     MOVE WS-RUN-NUMBER TO PH-RUN-NUMBER
014220     MOVE WS-PT-DEPT-CODE (WS-PER-IX) TO PH-DEPT-CODE
014230     WRITE PAY-HISTORY-RECORD.
014240 5400-WRITE-RETRO-HISTORY-EXIT.
014250     EXIT.
014260*
014270*------------------------------------------------------------*
014280*    5500-READ-YTD - POSITION THE YTD RECORD FOR THE IDENT,   *
014290*    CONVERT ONE WRITTEN BEFORE THE SS/EMPLOYER BUCKETS, AND  *
014300*    ROLL A STALE YT-QUARTER FORWARD (ZEROING THE QTD         *
014310*    BUCKETS) THE SAME WAY PAYADJ DOES.  A MISSING RECORD OR  *
014320*    A PRIOR-YEAR RECORD REJECTS THE EMPLOYEE.                *
014330*------------------------------------------------------------*
014340 5500-READ-YTD.
014350     MOVE WS-CUR-IDENT TO YT-IDENT
014360     READ YTD-MASTER-FILE
014370         KEY IS YT-IDENT
014380         INVALID KEY
014390             MOVE "NO YTD RECORD FOR IDENT" TO WS-REJECT-REASON
014400             SET EMP-REJECTED TO TRUE
014410     END-READ
014420     IF EMP-REJECTED
014430         GO TO 5500-READ-YTD-EXIT
014440     END-IF
014450     IF YT-YEAR NOT = WS-RUN-YEAR
014460         MOVE "YTD RECORD IS PRIOR YEAR" TO WS-REJECT-REASON
014470         SET EMP-REJECTED TO TRUE
014480         GO TO 5500-READ-YTD-EXIT
014490     END-IF
014500     IF YT-SS-WAGES NOT NUMERIC
014510         PERFORM 3135-CONVERT-YTD-BUCKETS
014520             THRU 3135-CONVERT-YTD-BUCKETS-EXIT
014530     END-IF
014540     DIVIDE WS-RUN-MONTH BY 3 GIVING WS-RUN-QUARTER-WORK
014550         REMAINDER WS-QTR-REM
014560     IF WS-QTR-REM NOT = ZERO
014570         ADD 1 TO WS-RUN-QUARTER-WORK
014580     END-IF
014590     IF YT-QUARTER NOT = WS-RUN-QUARTER-WORK
014600         MOVE WS-RUN-QUARTER-WORK TO YT-QUARTER
014610         MOVE ZERO TO YT-QTR-GROSS YT-QTR-FED-TAX
014620             YT-QTR-FICA YT-QTR-NET YT-QTR-STATE-TAX
014630         PERFORM 5520-RESET-TAX-QTD
014640             THRU 5520-RESET-TAX-QTD-EXIT
014650     END-IF.
014660 5500-READ-YTD-EXIT.
014670     EXIT.
014680*
014690*------------------------------------------------------------*
014700*    5510/5520 - ZERO THE SS/MEDICARE SPLIT AND EMPLOYER TAX  *
014710*    BUCKETS, YEAR-TO-DATE AND QUARTER-TO-DATE RESPECTIVELY.  *
014720*------------------------------------------------------------*
014730 5510-RESET-TAX-YTD.
014740     MOVE ZERO TO YT-SS-WAGES YT-SS-TAX YT-MED-TAX
014750     MOVE ZERO TO YT-ER-SS-TAX YT-ER-MED-TAX
014760         YT-FUTA-WAGES YT-FUTA-TAX
014770         YT-SUTA-WAGES YT-SUTA-TAX.
014780 5510-RESET-TAX-YTD-EXIT.
014790     EXIT.
014800*
014810 5520-RESET-TAX-QTD.
014820     MOVE ZERO TO YT-QTR-SS-WAGES YT-QTR-SS-TAX
014830         YT-QTR-MED-TAX
014840     MOVE ZERO TO YT-QTR-ER-SS-TAX YT-QTR-ER-MED-TAX
014850         YT-QTR-FUTA-WAGES YT-QTR-FUTA-TAX
014860         YT-QTR-SUTA-WAGES YT-QTR-SUTA-TAX.
014870 5520-RESET-TAX-QTD-EXIT.
014880     EXIT.
014890*
014900*------------------------------------------------------------*
014910*    6100-WRITE-RUN-LOG - ONE STANDARD RUN-LOG RECORD (S AT   *
014920*    START OF RUN, E WITH THE FINAL COUNTS AT END).           *
014930*------------------------------------------------------------*
014940 6100-WRITE-RUN-LOG.
014950     MOVE SPACES TO RUN-LOG-RECORD
014960     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
014970     ACCEPT WS-TS-TIME FROM TIME
014980     MOVE "RETROPAY" TO RL-PROGRAM-ID
014990     MOVE WS-JOB-ID TO RL-JOB-ID
015000     MOVE WS-RL-ENTRY-TYPE TO RL-ENTRY-TYPE
015010     MOVE WS-TS-DATE TO RL-DATE
015020     MOVE WS-TS-TIME TO RL-TIME
015030     MOVE WS-HIST-READ-COUNT TO RL-RECORDS-READ
015040     MOVE WS-REPRICED-COUNT TO RL-RECORDS-WRITTEN
015050     ADD WS-FLAGGED-COUNT WS-EMP-REJECTED-COUNT
015060         GIVING RL-EXCEPTION-COUNT
015070     MOVE WS-RL-STATUS TO RL-FINAL-STATUS
015080     WRITE RUN-LOG-RECORD.
015090 6100-WRITE-RUN-LOG-EXIT.
015100     EXIT.
015110*
015120 6200-REPORT-REJECTED.
015130     MOVE SPACES TO RETRO-REPORT-LINE
015140     STRING "*** IDENT " WS-CUR-IDENT
015150             " RETRO NOT PAID - " WS-REJECT-REASON
015160         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
015170     WRITE RETRO-REPORT-LINE.
015180 6200-REPORT-REJECTED-EXIT.
015190     EXIT.
015200*
015210*------------------------------------------------------------*
015220*    6300-REPORT-PERIOD - ONE REGISTER LINE PER PERIOD        *
015230*    REPRICED: OLD RATE, NEW RATE, STRAIGHT-TIME AND OVERTIME *
015240*    HOURS, THE DIFFERENCE, AND WHY IT WAS NOT PAID IF SO.    *
015250*------------------------------------------------------------*
015260 6300-REPORT-PERIOD.
015270     MOVE WS-CUR-IDENT TO WS-RD-IDENT
015280     MOVE CustName TO WS-RD-NAME
015290     MOVE WS-CUR-PERIOD TO WS-RD-PERIOD
015300     MOVE WS-PAID-RATE TO WS-RD-OLD-RATE
015310     MOVE WS-NEW-RATE TO WS-RD-NEW-RATE
015320     MOVE WS-PER-STRAIGHT-HOURS TO WS-RD-HOURS
015330     MOVE WS-PER-OT-HOURS TO WS-RD-OT-HOURS
015340     MOVE WS-PERIOD-DIFF TO WS-RD-DIFF
015350     MOVE WS-PERIOD-REMARK TO WS-RD-REMARK
015360     WRITE RETRO-REPORT-LINE FROM WS-RPT-DETAIL.
015370 6300-REPORT-PERIOD-EXIT.
015380     EXIT.
015390*
015400*------------------------------------------------------------*
015410*    6400-REPORT-EMPLOYEE-TOTAL - THE EMPLOYEE'S RETRO GROSS  *
015420*    TO NET UNDER THE PERIOD LINES.                           *
015430*------------------------------------------------------------*
015440 6400-REPORT-EMPLOYEE-TOTAL.
015450     MOVE WS-GROSS-PAY TO WS-AMT-EDIT
015460     MOVE WS-FED-TAX TO WS-AMT-EDIT-2
015470     MOVE WS-FICA-TAX TO WS-AMT-EDIT-3
015480     MOVE WS-STATE-TAX TO WS-AMT-EDIT-4
015490     MOVE WS-NET-PAY TO WS-AMT-EDIT-5
015500     MOVE SPACES TO RETRO-REPORT-LINE
015510     STRING "    RETRO GROSS " WS-AMT-EDIT
015520             " FED " WS-AMT-EDIT-2
015530             " FICA " WS-AMT-EDIT-3
015540             " STATE " WS-AMT-EDIT-4
015550             " NET " WS-AMT-EDIT-5
015560         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
015570     WRITE RETRO-REPORT-LINE.
015580 6400-REPORT-EMPLOYEE-TOTAL-EXIT.
015590     EXIT.
015600*
015610*------------------------------------------------------------*
015620*    7000-WRITE-AUDIT - APPEND A BEFORE/AFTER AUDIT RECORD    *
015630*------------------------------------------------------------*
015640 7000-WRITE-AUDIT.
015650     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
015660     ACCEPT WS-TS-TIME FROM TIME
015670     MOVE WS-AUDIT-IDENT TO AU-IDENT
015680     MOVE WS-AUDIT-FIELD TO AU-FIELD-NAME
015690     MOVE WS-AUDIT-OLD TO AU-OLD-VALUE
015700     MOVE WS-AUDIT-NEW TO AU-NEW-VALUE
015710     MOVE WS-TS-DATE TO AU-DATE
015720     MOVE WS-TS-TIME TO AU-TIME
015730     MOVE WS-JOB-ID TO AU-JOB-ID
015740     WRITE AUDIT-RECORD.
015750 7000-WRITE-AUDIT-EXIT.
015760     EXIT.
015770*
015780*------------------------------------------------------------*
015790*    8000-FINALIZE - ACH TRAILER, CONTROL COUNTS THAT TIE TO  *
015800*    THE PERIODS READ, CHECK NET + DEPOSIT NET PROVED TO THE  *
015810*    RETRO NET PAID, PERSIST THE LAST CHECK NUMBER, POST THE  *
015820*    GL, PRINT THE TAX LIABILITY, CLOSE.                      *
015830*------------------------------------------------------------*
015840 8000-FINALIZE.
015850     MOVE SPACES TO DEPOSIT-RECORD
015860     MOVE "T" TO DP-RECORD-TYPE
015870     MOVE WS-ACH-DEPOSITS TO DP-DEPOSIT-COUNT
015880     MOVE ZERO TO DP-PRENOTE-COUNT
015890     MOVE WS-ACH-NET-TOTAL TO DP-AMOUNT-TOTAL
015900     WRITE DEPOSIT-RECORD
015910     MOVE SPACES TO RETRO-REPORT-LINE
015920     STRING "PERIODS READ: " WS-PERIOD-COUNT
015930             "  REPRICED: " WS-REPRICED-COUNT
015940             "  UNCHANGED: " WS-UNCHANGED-COUNT
015950             "  FLAGGED: " WS-FLAGGED-COUNT
015960         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
015970     WRITE RETRO-REPORT-LINE
015980         AFTER ADVANCING 2 LINES
015990     ADD WS-REPRICED-COUNT WS-UNCHANGED-COUNT WS-FLAGGED-COUNT
016000         GIVING WS-TIE-COUNT
016010     MOVE SPACES TO RETRO-REPORT-LINE
016020     IF WS-TIE-COUNT = WS-PERIOD-COUNT
016030         MOVE "CONTROL COUNTS TIE" TO RETRO-REPORT-LINE
016040     ELSE
016050         MOVE "*** CONTROL COUNTS DO NOT TIE ***"
016060             TO RETRO-REPORT-LINE
016070     END-IF
016080     WRITE RETRO-REPORT-LINE
016090     MOVE WS-GRAND-RETRO-GROSS TO WS-YTD-EDIT
016100     MOVE WS-GRAND-RETRO-NET TO WS-YTD-EDIT-2
016110     MOVE SPACES TO RETRO-REPORT-LINE
016120     STRING "EMPLOYEES PAID: " WS-EMP-PAID-COUNT
016130             "  NOT PAID: " WS-EMP-REJECTED-COUNT
016140             "  RETRO GROSS: " WS-YTD-EDIT
016150             "  NET: " WS-YTD-EDIT-2
016160         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
016170     WRITE RETRO-REPORT-LINE
016180     MOVE WS-CHECKS-NET-TOTAL TO WS-YTD-EDIT
016190     MOVE WS-ACH-NET-TOTAL TO WS-YTD-EDIT-2
016200     MOVE SPACES TO RETRO-REPORT-LINE
016210     STRING "MANUAL CHECKS: " WS-CHECKS-ISSUED
016220             "  NET " WS-YTD-EDIT
016230             "  DEPOSITS: " WS-ACH-DEPOSITS
016240             "  NET " WS-YTD-EDIT-2
016250         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
016260     WRITE RETRO-REPORT-LINE
016270*    A TRIAL RUN ISSUES NOTHING, SO THE PAYMENT TIE ONLY
016280*    MEANS ANYTHING FINAL.
016290     IF FINAL-RUN
016300         ADD WS-CHECKS-NET-TOTAL WS-ACH-NET-TOTAL
016310             GIVING WS-BAL-TIE-TOTAL
016320         MOVE SPACES TO RETRO-REPORT-LINE
016330         IF WS-BAL-TIE-TOTAL = WS-GRAND-RETRO-NET
016340             MOVE "CHECKS + DEPOSITS TIE TO RETRO NET"
016350                 TO RETRO-REPORT-LINE
016360         ELSE
016370             MOVE "*** CHECKS + DEPOSITS DO NOT TIE TO RETRO NET"
016380                 TO RETRO-REPORT-LINE
016390         END-IF
016400         WRITE RETRO-REPORT-LINE
016410         MOVE WS-CHECK-NO TO CN-LAST-CHECK-NO
016420         REWRITE CHECK-NUMBER-RECORD
016430         PERFORM 8300-WRITE-GL-POSTINGS
016440             THRU 8300-WRITE-GL-POSTINGS-EXIT
016450     END-IF
016460*    RETRO PAY FALLS OUTSIDE THE PAY RUN'S TAX DEPOSIT
016470*    SCHEDULE - THE 941 LIABILITY IS PRINTED HERE FOR PAYROLL
016480*    TAX TO ADD TO THE DEPOSIT DUE FOR THIS PAY DATE.
016490     ADD WS-GRAND-ER-SS WS-GRAND-ER-MED
016500         GIVING WS-GRAND-ER-FICA
016510     ADD WS-GRAND-FED WS-GRAND-FICA WS-GRAND-ER-FICA
016520         GIVING WS-941-LIABILITY
016530     MOVE WS-941-LIABILITY TO WS-YTD-EDIT
016540     MOVE SPACES TO RETRO-REPORT-LINE
016550     STRING "FORM 941 LIABILITY " WS-YTD-EDIT
016560             " - ADD TO THE DEPOSIT DUE FOR PAY DATE "
016570             WS-RUN-DATE
016580         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
016590     WRITE RETRO-REPORT-LINE
016600         AFTER ADVANCING 2 LINES
016610     MOVE WS-GRAND-FUTA TO WS-YTD-EDIT
016620     MOVE WS-GRAND-SUTA TO WS-YTD-EDIT-2
016630     MOVE SPACES TO RETRO-REPORT-LINE
016640     STRING "FUTA ACCRUED " WS-YTD-EDIT
016650             "  SUTA ACCRUED " WS-YTD-EDIT-2
016660         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
016670     WRITE RETRO-REPORT-LINE
016671*    A TRIAL ENDS ONE HIGHER - THE JOB SENDS THE ACH GENERATION
016672*    TO THE BANK ONLY ON RC 0.
016673     IF TRIAL-RUN
016674         ADD 1 TO RETURN-CODE
016675     END-IF
016680     MOVE "E" TO WS-RL-ENTRY-TYPE
016690     MOVE "OK" TO WS-RL-STATUS
016700     PERFORM 6100-WRITE-RUN-LOG
016710         THRU 6100-WRITE-RUN-LOG-EXIT
016720     CLOSE EMPLOYEE-MASTER-FILE
016730           YTD-MASTER-FILE
016740           PERIOD-CALENDAR-FILE
016750           RATE-HISTORY-FILE
016760           HISTORY-IN-FILE
016770           PAY-HISTORY-FILE
016780           CHECK-ISSUE-FILE
016790           CHECK-NUMBER-FILE
016800           ACH-DEPOSIT-FILE
016810           GL-POSTING-FILE
016820           RETRO-REPORT-FILE
016830           RUN-LOG-FILE
016840           AUDIT-LOG-FILE.
016850 8000-FINALIZE-EXIT.
016860     EXIT.
016870*
016880*------------------------------------------------------------*
016890*    8300-WRITE-GL-POSTINGS - FINAL-ONLY: DEBIT LABOR EXPENSE *
016900*    BY DEPARTMENT, CREDIT THE WITHHOLDING LIABILITIES AND    *
016910*    NET-PAY CASH, POST THE EMPLOYER TAXES, PROVE DEBITS =    *
016920*    CREDITS, AND LIST THE POSTINGS ON THE REGISTER.          *
016930*------------------------------------------------------------*
016940 8300-WRITE-GL-POSTINGS.
016950     IF WS-DEPT-COUNT > ZERO
016960         PERFORM 8310-POST-ONE-DEPT
016970             THRU 8310-POST-ONE-DEPT-EXIT
016980             VARYING WS-DEPT-IX FROM 1 BY 1
016990             UNTIL WS-DEPT-IX > WS-DEPT-COUNT
017000     END-IF
017010     IF WS-DEPT-DROPPED-GROSS > ZERO
017020         MOVE WS-ACCT-LABOR TO WS-GL-SET-ACCOUNT
017030         MOVE "****" TO WS-GL-SET-DEPT
017040         MOVE "D" TO WS-GL-SET-DRCR
017050         MOVE WS-DEPT-DROPPED-GROSS TO WS-GL-SET-AMOUNT
017060         MOVE "LABOR - DEPT POOLED" TO WS-GL-SET-DESC
017070         PERFORM 8320-WRITE-ONE-POSTING
017080             THRU 8320-WRITE-ONE-POSTING-EXIT
017090     END-IF
017100     IF WS-GRAND-FED > ZERO
017110         MOVE WS-ACCT-FED-LIAB TO WS-GL-SET-ACCOUNT
017120         MOVE SPACES TO WS-GL-SET-DEPT
017130         MOVE "C" TO WS-GL-SET-DRCR
017140         MOVE WS-GRAND-FED TO WS-GL-SET-AMOUNT
017150         MOVE "FED TAX WITHHELD" TO WS-GL-SET-DESC
017160         PERFORM 8320-WRITE-ONE-POSTING
017170             THRU 8320-WRITE-ONE-POSTING-EXIT
017180     END-IF
017190     IF WS-GRAND-FICA > ZERO
017200         MOVE WS-ACCT-FICA-LIAB TO WS-GL-SET-ACCOUNT
017210         MOVE SPACES TO WS-GL-SET-DEPT
017220         MOVE "C" TO WS-GL-SET-DRCR
017230         MOVE WS-GRAND-FICA TO WS-GL-SET-AMOUNT
017240         MOVE "FICA WITHHELD" TO WS-GL-SET-DESC
017250         PERFORM 8320-WRITE-ONE-POSTING
017260             THRU 8320-WRITE-ONE-POSTING-EXIT
017270     END-IF
017280     IF WS-GRAND-STATE > ZERO
017290         MOVE WS-ACCT-STATE-LIAB TO WS-GL-SET-ACCOUNT
017300         MOVE SPACES TO WS-GL-SET-DEPT
017310         MOVE "C" TO WS-GL-SET-DRCR
017320         MOVE WS-GRAND-STATE TO WS-GL-SET-AMOUNT
017330         MOVE "STATE TAX WITHHELD" TO WS-GL-SET-DESC
017340         PERFORM 8320-WRITE-ONE-POSTING
017350             THRU 8320-WRITE-ONE-POSTING-EXIT
017360     END-IF
017370     IF WS-GRAND-RETRO-NET > ZERO
017380         MOVE WS-ACCT-CASH TO WS-GL-SET-ACCOUNT
017390         MOVE SPACES TO WS-GL-SET-DEPT
017400         MOVE "C" TO WS-GL-SET-DRCR
017410         MOVE WS-GRAND-RETRO-NET TO WS-GL-SET-AMOUNT
017420         MOVE "NET PAY CASH" TO WS-GL-SET-DESC
017430         PERFORM 8320-WRITE-ONE-POSTING
017440             THRU 8320-WRITE-ONE-POSTING-EXIT
017450     END-IF
017460     PERFORM 8330-POST-EMPLOYER-TAXES
017470         THRU 8330-POST-EMPLOYER-TAXES-EXIT
017480     MOVE SPACES TO RETRO-REPORT-LINE
017490     STRING "POSTINGS: " WS-GL-POSTING-COUNT
017500         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
017510     WRITE RETRO-REPORT-LINE
017520         AFTER ADVANCING 2 LINES
017530     MOVE WS-GL-DEBIT-TOTAL TO WS-GS-AMOUNT
017540     MOVE SPACES TO RETRO-REPORT-LINE
017550     STRING "DEBITS:  " WS-GS-AMOUNT
017560         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
017570     WRITE RETRO-REPORT-LINE
017580     MOVE WS-GL-CREDIT-TOTAL TO WS-GS-AMOUNT
017590     MOVE SPACES TO RETRO-REPORT-LINE
017600     STRING "CREDITS: " WS-GS-AMOUNT
017610         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
017620     WRITE RETRO-REPORT-LINE
017630     MOVE SPACES TO RETRO-REPORT-LINE
017640     IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
017650         MOVE "GL POSTINGS IN BALANCE" TO RETRO-REPORT-LINE
017660     ELSE
017670*        AN OUT-OF-BALANCE FILE MUST NOT REACH THE LEDGER -
017680*        RC 8 HOLDS THE ACCOUNTING LOAD STEP.
017690         MOVE "*** GL POSTINGS OUT OF BALANCE ***"
017700             TO RETRO-REPORT-LINE
017710         MOVE 8 TO RETURN-CODE
017720     END-IF
017730     WRITE RETRO-REPORT-LINE.
017740 8300-WRITE-GL-POSTINGS-EXIT.
017750     EXIT.
017760*
017770 8310-POST-ONE-DEPT.
017780     IF WS-DP-GROSS (WS-DEPT-IX) = ZERO
017790         GO TO 8310-POST-ONE-DEPT-EXIT
017800     END-IF
017810     MOVE WS-ACCT-LABOR TO WS-GL-SET-ACCOUNT
017820     MOVE WS-DP-CODE (WS-DEPT-IX) TO WS-GL-SET-DEPT
017830     MOVE "D" TO WS-GL-SET-DRCR
017840     MOVE WS-DP-GROSS (WS-DEPT-IX) TO WS-GL-SET-AMOUNT
017850     MOVE "RETRO LABOR EXPENSE" TO WS-GL-SET-DESC
017860     PERFORM 8320-WRITE-ONE-POSTING
017870         THRU 8320-WRITE-ONE-POSTING-EXIT.
017880 8310-POST-ONE-DEPT-EXIT.
017890     EXIT.
017900*
017910*    OFF-CYCLE POSTINGS CARRY NO PAY GROUP - ONE RETRO RUN PAYS
017920*    EVERY GROUP'S EMPLOYEES.
017930 8320-WRITE-ONE-POSTING.
017940     MOVE SPACES TO GL-POSTING-RECORD
017950     MOVE WS-GL-SET-ACCOUNT TO GL-ACCOUNT
017960     MOVE WS-GL-SET-DEPT TO GL-DEPT
017970     MOVE WS-GL-SET-DRCR TO GL-DEBIT-CREDIT
017980     MOVE WS-GL-SET-AMOUNT TO GL-AMOUNT
017990     MOVE WS-GL-SET-DESC TO GL-DESC
018000     MOVE WS-RUN-DATE TO GL-PAY-DATE
018010     WRITE GL-POSTING-RECORD
018020     ADD 1 TO WS-GL-POSTING-COUNT
018030     IF WS-GL-SET-DRCR = "D"
018040         ADD WS-GL-SET-AMOUNT TO WS-GL-DEBIT-TOTAL
018050     ELSE
018060         ADD WS-GL-SET-AMOUNT TO WS-GL-CREDIT-TOTAL
018070     END-IF
018080     MOVE WS-GL-SET-ACCOUNT TO WS-GS-ACCOUNT
018090     MOVE WS-GL-SET-DEPT TO WS-GS-DEPT
018100     IF WS-GL-SET-DRCR = "D"
018110         MOVE "DR" TO WS-GS-DRCR
018120     ELSE
018130         MOVE "CR" TO WS-GS-DRCR
018140     END-IF
018150     MOVE WS-GL-SET-AMOUNT TO WS-GS-AMOUNT
018160     MOVE WS-GL-SET-DESC TO WS-GS-DESC
018170     WRITE RETRO-REPORT-LINE FROM WS-GLSUM-DETAIL.
018180 8320-WRITE-ONE-POSTING-EXIT.
018190     EXIT.
018200*
018210*------------------------------------------------------------*
018220*    8330-POST-EMPLOYER-TAXES - THE EMPLOYER'S OWN TAXES ARE  *
018230*    AN EXPENSE ON TOP OF GROSS: DEBIT EACH EXPENSE, CREDIT   *
018240*    ITS LIABILITY (EMPLOYER FICA GOES TO THE SAME FICA       *
018250*    LIABILITY AS THE WITHHELD SHARE - ONE 941 DEPOSIT).      *
018260*------------------------------------------------------------*
018270 8330-POST-EMPLOYER-TAXES.
018280     ADD WS-GRAND-ER-SS WS-GRAND-ER-MED
018290         GIVING WS-GRAND-ER-FICA
018300     IF WS-GRAND-ER-FICA > ZERO
018310         MOVE WS-ACCT-ER-FICA-EXP TO WS-GL-SET-ACCOUNT
018320         MOVE SPACES TO WS-GL-SET-DEPT
018330         MOVE "D" TO WS-GL-SET-DRCR
018340         MOVE WS-GRAND-ER-FICA TO WS-GL-SET-AMOUNT
018350         MOVE "EMPLOYER FICA EXP" TO WS-GL-SET-DESC
018360         PERFORM 8320-WRITE-ONE-POSTING
018370             THRU 8320-WRITE-ONE-POSTING-EXIT
018380         MOVE WS-ACCT-FICA-LIAB TO WS-GL-SET-ACCOUNT
018390         MOVE "C" TO WS-GL-SET-DRCR
018400         MOVE "EMPLOYER FICA" TO WS-GL-SET-DESC
018410         PERFORM 8320-WRITE-ONE-POSTING
018420             THRU 8320-WRITE-ONE-POSTING-EXIT
018430     END-IF
018440     IF WS-GRAND-FUTA > ZERO
018450         MOVE WS-ACCT-FUTA-EXP TO WS-GL-SET-ACCOUNT
018460         MOVE SPACES TO WS-GL-SET-DEPT
018470         MOVE "D" TO WS-GL-SET-DRCR
018480         MOVE WS-GRAND-FUTA TO WS-GL-SET-AMOUNT
018490         MOVE "EMPLOYER FUTA EXP" TO WS-GL-SET-DESC
018500         PERFORM 8320-WRITE-ONE-POSTING
018510             THRU 8320-WRITE-ONE-POSTING-EXIT
018520         MOVE WS-ACCT-FUTA-LIAB TO WS-GL-SET-ACCOUNT
018530         MOVE "C" TO WS-GL-SET-DRCR
018540         MOVE "FUTA PAYABLE" TO WS-GL-SET-DESC
018550         PERFORM 8320-WRITE-ONE-POSTING
018560             THRU 8320-WRITE-ONE-POSTING-EXIT
018570     END-IF
018580     IF WS-GRAND-SUTA > ZERO
018590         MOVE WS-ACCT-SUTA-EXP TO WS-GL-SET-ACCOUNT
018600         MOVE SPACES TO WS-GL-SET-DEPT
018610         MOVE "D" TO WS-GL-SET-DRCR
018620         MOVE WS-GRAND-SUTA TO WS-GL-SET-AMOUNT
018630         MOVE "EMPLOYER SUTA EXP" TO WS-GL-SET-DESC
018640         PERFORM 8320-WRITE-ONE-POSTING
018650             THRU 8320-WRITE-ONE-POSTING-EXIT
018660         MOVE WS-ACCT-SUTA-LIAB TO WS-GL-SET-ACCOUNT
018670         MOVE "C" TO WS-GL-SET-DRCR
018680         MOVE "SUTA PAYABLE" TO WS-GL-SET-DESC
018690         PERFORM 8320-WRITE-ONE-POSTING
018700             THRU 8320-WRITE-ONE-POSTING-EXIT
018710     END-IF.
018720 8330-POST-EMPLOYER-TAXES-EXIT.
018730     EXIT.
