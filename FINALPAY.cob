000010******************************************************************
000020*
000030*   IDENTIFICATION DIVISION.
000040*
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.    FINALPAY.
000080 AUTHOR.        YuFeng Yao.
000090 INSTALLATION.  DATA PROCESSING.
000100 DATE-WRITTEN.  October 15th, 2026.
000110 DATE-COMPILED.
000120*
000130*   MODIFICATION HISTORY
000140*   --------------------------------------------------------------
000150*   DATE        INIT  DESCRIPTION
000160*   2026-10-15  YFY   ORIGINAL - TERMINATION FINAL-PAY RUN.
000170*                     SELECTS EVERY EMPLOYEE WHOSE EmpStatus IS T
000180*                     WITH A StatusDate IN THE FPCTL CARD'S
000190*                     TERMINATION RANGE AND NOT YET PAID OUT
000200*                     (FinalPayDate), AND PAYS THEM OUT OFF-CYCLE:
000210*                     THE HOURS ON THE MASTER FOR THE PERIOD THE
000220*                     TERMINATION FALLS IN (WHICH THE PAY RUN
000230*                     SKIPPED) AT THE RATE IN EFFECT AT THAT
000240*                     PERIOD END, PLUS THE UNUSED VACATION
000250*                     BALANCE ON LEAVEMST AT THE CURRENT RATE.
000260*                     THE HOURS PAY IS WITHHELD THROUGH THE
000270*                     FEDERAL BRACKETS AS A REGULAR PAY; THE
000280*                     PAYOUT AT THE FLAT SUPPLEMENTAL RATE.
000290*                     FICA, STATE AND DEDUCTIONS RUN ON THE TOTAL
000300*                     GROSS AS IN THE PAY RUN, AFTER WHICH EVERY
000310*                     DEDUCTION IS STOPPED (ARREARS NOT COLLECTED
000320*                     ARE WRITTEN OFF AND REPORTED).  PAID BY
000330*                     MANUAL CHECK OR ACH DEPOSIT (NO PRENOTE),
000340*                     POSTED TO YTDMAST, PAYHIST, DEDEXT AND
000350*                     GLPOST, LEAVE BALANCES ZEROED, AND ONE
000360*                     FINAL-PAY STATEMENT PRINTED PER EMPLOYEE.
000370*                     AN EMPLOYEE WHOSE PERIOD IS NOT YET POSTED
000380*                     BY THE PAY RUN, OR WHOSE HOURS A LATER PAY
000390*                     RUN HAS OVERWRITTEN, IS HELD OR FLAGGED.
000400*   2026-10-15  YFY   PAY GROUPS: THE TERMINATION PERIOD IS FOUND
000410*                     ON THE EMPLOYEE'S PAY GROUP CALENDAR (PERCAL
000420*                     KEY IS NOW GROUP + DATE), WHOSE PERIODS PER
000430*                     YEAR SET THE OVERTIME THRESHOLD AND
000440*                     ANNUALIZE THE GROSS AGAINST THE (NOW
000450*                     ANNUAL) TAX BRACKETS.
000460*   2026-10-15  YFY   A TRIAL RUN NOW ENDS ONE HIGHER THAN ITS
000470*                     FINAL RC WOULD (1, 5 OR 9) SO THE JOB'S
000480*                     ACH TRANSMISSION STEP NEVER SENDS A TRIAL.
000490*                     GLPOST RECORDS CARRY THE RUN NUMBER AND
000500*                     DEDEXT RECORDS A SPACE PAY GROUP, AS THE
000510*                     GLPOST RECORDS DO, SO REMIT CAN MATCH THEM.
000520*   2026-10-15  YFY   A BACK-DATED TERMINATION'S LAST PERIOD MAY
000530*                     ALREADY HAVE BEEN PAID BY THE PAY RUN; A P
000540*                     RECORD FOR IT ON THE SORTED PAY HISTORY
000550*                     (HISTIN) NOW MEANS PAYOUT ONLY, FLAGGED.
000560*
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620*
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT EMPLOYEE-MASTER-FILE
000660         ASSIGN TO CUSTMAST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS Ident
000700         FILE STATUS IS WS-EMP-FILE-STATUS.
000710*
000720     SELECT YTD-MASTER-FILE
000730         ASSIGN TO YTDMAST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS YT-IDENT
000770         FILE STATUS IS WS-YTD-FILE-STATUS.
000780*
000790     SELECT DEDUCT-MASTER-FILE
000800         ASSIGN TO DEDMAST
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS DE-KEY
000840         FILE STATUS IS WS-DED-FILE-STATUS.
000850*
000860     SELECT LEAVE-MASTER-FILE
000870         ASSIGN TO LEAVEMST
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS LV-IDENT
000910         FILE STATUS IS WS-LV-FILE-STATUS.
000920*
000930     SELECT PERIOD-CALENDAR-FILE
000940         ASSIGN TO PERCAL
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS PD-KEY
000980         FILE STATUS IS WS-CAL-FILE-STATUS.
000990*
001000     SELECT RATE-HISTORY-FILE
001010         ASSIGN TO RATEHIST
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS RH-KEY
001050         FILE STATUS IS WS-RH-FILE-STATUS.
001060*
001070     SELECT FINAL-PAY-CONTROL-FILE
001080         ASSIGN TO FPCTL
001090         ORGANIZATION IS LINE SEQUENTIAL.
001100*
001110     SELECT TAX-TABLE-FILE
001120         ASSIGN TO TAXTBL
001130         ORGANIZATION IS LINE SEQUENTIAL.
001140*
001150     SELECT STATE-TAX-TABLE-FILE
001160         ASSIGN TO STAXTBL
001170         ORGANIZATION IS LINE SEQUENTIAL.
001180*
001190     SELECT CHECK-ISSUE-FILE
001200         ASSIGN TO CHKISSUE
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-CHK-FILE-STATUS.
001230*
001240     SELECT CHECK-NUMBER-FILE
001250         ASSIGN TO CHKNBR
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-CHKNBR-FILE-STATUS.
001280*
001290     SELECT ACH-DEPOSIT-FILE
001300         ASSIGN TO ACHDEP
001310         ORGANIZATION IS LINE SEQUENTIAL.
001320*
001330     SELECT GL-POSTING-FILE
001340         ASSIGN TO GLPOST
001350         ORGANIZATION IS LINE SEQUENTIAL.
001360*
001370     SELECT DEDUCTION-EXTRACT-FILE
001380         ASSIGN TO DEDEXT
001390         ORGANIZATION IS LINE SEQUENTIAL.
001400*
001410     SELECT PAY-HISTORY-FILE
001420         ASSIGN TO PAYHIST
001430         ORGANIZATION IS LINE SEQUENTIAL.
001440*
001450     SELECT HISTORY-IN-FILE
001460         ASSIGN TO HISTIN
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS WS-HI-FILE-STATUS.
001490*
001500     SELECT FINAL-REGISTER-FILE
001510         ASSIGN TO FPREG
001520         ORGANIZATION IS LINE SEQUENTIAL.
001530*
001540     SELECT FINAL-STMT-FILE
001550         ASSIGN TO FPSTMT
001560         ORGANIZATION IS LINE SEQUENTIAL.
001570*
001580     SELECT RUN-LOG-FILE
001590         ASSIGN TO RUNLOG
001600         ORGANIZATION IS LINE SEQUENTIAL.
001610*
001620     SELECT AUDIT-LOG-FILE
001630         ASSIGN TO AUDITLOG
001640         ORGANIZATION IS LINE SEQUENTIAL.
001650*
001660 DATA DIVISION.
001670 FILE SECTION.
001680*
001690 FD  EMPLOYEE-MASTER-FILE
001700     LABEL RECORDS ARE STANDARD.
001710     COPY CUSTREC.
001720*
001730 FD  YTD-MASTER-FILE
001740     LABEL RECORDS ARE STANDARD.
001750     COPY YTDREC.
001760*
001770 FD  DEDUCT-MASTER-FILE
001780     LABEL RECORDS ARE STANDARD.
001790     COPY DEDREC.
001800*
001810 FD  LEAVE-MASTER-FILE
001820     LABEL RECORDS ARE STANDARD.
001830     COPY LEAVEREC.
001840*
001850 FD  PERIOD-CALENDAR-FILE
001860     LABEL RECORDS ARE STANDARD.
001870     COPY PERCAL.
001880*
001890 FD  RATE-HISTORY-FILE
001900     LABEL RECORDS ARE STANDARD.
001910     COPY RATEHIST.
001920*
001930 FD  FINAL-PAY-CONTROL-FILE
001940     LABEL RECORDS ARE STANDARD.
001950     COPY FPCTL.
001960*
001970 FD  TAX-TABLE-FILE
001980     LABEL RECORDS ARE STANDARD.
001990     COPY TAXRATE.
002000*
002010 FD  STATE-TAX-TABLE-FILE
002020     LABEL RECORDS ARE STANDARD.
002030     COPY STAXRATE.
002040*
002050 FD  CHECK-ISSUE-FILE
002060     LABEL RECORDS ARE STANDARD.
002070     COPY CHECKREC.
002080*
002090 FD  CHECK-NUMBER-FILE
002100     LABEL RECORDS ARE STANDARD.
002110     COPY CHKCTL.
002120*
002130 FD  ACH-DEPOSIT-FILE
002140     LABEL RECORDS ARE STANDARD.
002150     COPY DEPREC.
002160*
002170 FD  GL-POSTING-FILE
002180     LABEL RECORDS ARE STANDARD.
002190     COPY GLREC.
002200*
002210 FD  DEDUCTION-EXTRACT-FILE
002220     LABEL RECORDS ARE STANDARD.
002230     COPY DEDXREC.
002240*
002250 FD  PAY-HISTORY-FILE
002260     LABEL RECORDS ARE STANDARD.
002270     COPY PAYHIST.
002280*
002290*    THE PAY HISTORY SORTED IDENT/PERIOD, READ ALONGSIDE THE
002300*    MASTER ONLY TO SEE WHETHER THE LAST PERIOD WAS PAID.
002310 FD  HISTORY-IN-FILE
002320     LABEL RECORDS ARE STANDARD.
002330 01  HISTORY-IN-RECORD.
002340     05  HI-IDENT                PIC 9(03).
002350     05  HI-PERIOD-END-DATE      PIC 9(08).
002360     05  HI-ENTRY-TYPE           PIC X(01).
002370         88  HI-PAY-RUN                     VALUE "P".
002380     05  FILLER                  PIC X(54).
002390*
002400 FD  FINAL-REGISTER-FILE
002410     LABEL RECORDS ARE STANDARD.
002420 01  FINAL-REGISTER-LINE         PIC X(100).
002430*
002440 FD  FINAL-STMT-FILE
002450     LABEL RECORDS ARE STANDARD.
002460 01  FINAL-STMT-LINE             PIC X(100).
002470*
002480 FD  RUN-LOG-FILE
002490     LABEL RECORDS ARE STANDARD.
002500     COPY RUNLOG.
002510*
002520 FD  AUDIT-LOG-FILE
002530     LABEL RECORDS ARE STANDARD.
002540     COPY AUDITREC.
002550*
002560 WORKING-STORAGE SECTION.
002570*
002580*----------------------------------------------------------------*
002590*    SWITCHES                                                    *
002600*----------------------------------------------------------------*
002610 01  WS-SWITCHES.
002620     05  WS-EMP-EOF-SW           PIC X(01) VALUE "N".
002630         88  EMP-EOF                        VALUE "Y".
002640     05  WS-TAX-EOF-SW           PIC X(01) VALUE "N".
002650         88  TAX-EOF                        VALUE "Y".
002660     05  WS-TAX-FOUND-SW         PIC X(01) VALUE "N".
002670         88  TAX-BRACKET-FOUND              VALUE "Y".
002680     05  WS-STX-EOF-SW           PIC X(01) VALUE "N".
002690         88  STX-EOF                        VALUE "Y".
002700     05  WS-STX-FOUND-SW         PIC X(01) VALUE "N".
002710         88  STX-BRACKET-FOUND              VALUE "Y".
002720     05  WS-DED-EOF-SW           PIC X(01) VALUE "N".
002730         88  DED-EOF                        VALUE "Y".
002740     05  WS-DEPT-FOUND-SW        PIC X(01) VALUE "N".
002750         88  DEPT-SLOT-FOUND                VALUE "Y".
002760     05  WS-RH-EOF-SW            PIC X(01) VALUE "N".
002770         88  RH-EOF                         VALUE "Y".
002780     05  WS-RUN-MODE-SW          PIC X(01) VALUE "F".
002790         88  TRIAL-RUN                      VALUE "T".
002800         88  FINAL-RUN                      VALUE "F".
002810     05  WS-HOURS-SW             PIC X(01) VALUE "N".
002820         88  HOURS-OVERWRITTEN              VALUE "Y".
002830     05  WS-PERIOD-PAID-SW       PIC X(01) VALUE "N".
002840         88  PERIOD-ALREADY-PAID            VALUE "Y".
002850     05  WS-HI-EOF-SW            PIC X(01) VALUE "N".
002860         88  HI-EOF                         VALUE "Y".
002870     05  WS-LEAVE-SW             PIC X(01) VALUE "N".
002880         88  LEAVE-ON-FILE                  VALUE "Y".
002890     05  WS-YTD-NEW-SW           PIC X(01) VALUE "N".
002900         88  YTD-NEW-RECORD                 VALUE "Y".
002910     05  WS-PAY-VEHICLE-SW       PIC X(01) VALUE "N".
002920         88  PAID-BY-CHECK                  VALUE "C".
002930         88  PAID-BY-DEPOSIT                VALUE "D".
002940*
002950*----------------------------------------------------------------*
002960*    FILE STATUS AND RUN IDENTIFICATION                          *
002970*----------------------------------------------------------------*
002980 77  WS-EMP-FILE-STATUS          PIC X(02) VALUE "00".
002990 77  WS-YTD-FILE-STATUS          PIC X(02) VALUE "00".
003000 77  WS-DED-FILE-STATUS          PIC X(02) VALUE "00".
003010 77  WS-LV-FILE-STATUS           PIC X(02) VALUE "00".
003020 77  WS-CAL-FILE-STATUS          PIC X(02) VALUE "00".
003030 77  WS-RH-FILE-STATUS           PIC X(02) VALUE "00".
003040 77  WS-HI-FILE-STATUS           PIC X(02) VALUE "00".
003050 77  WS-CHK-FILE-STATUS          PIC X(02) VALUE "00".
003060 77  WS-CHKNBR-FILE-STATUS       PIC X(02) VALUE "00".
003070 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
003080 01  WS-TIMESTAMP.
003090     05  WS-TS-DATE              PIC 9(08).
003100     05  WS-TS-TIME              PIC 9(08).
003110 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
003120 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
003130     05  WS-RUN-YEAR             PIC 9(04).
003140     05  WS-RUN-MONTH            PIC 9(02).
003150     05  WS-RUN-DAY              PIC 9(02).
003160 01  WS-RUN-NUMBER               PIC X(04) VALUE SPACES.
003170 77  WS-RL-ENTRY-TYPE            PIC X(01) VALUE "S".
003180 77  WS-RL-STATUS                PIC X(04) VALUE SPACES.
003190 77  WS-RUN-QUARTER              PIC 9(01) VALUE ZERO.
003200 77  WS-QTR-REM                  PIC 9(03) VALUE ZERO.
003210*
003220*----------------------------------------------------------------*
003230*    TERMINATION RANGE AND THE EMPLOYEE'S LAST PERIOD            *
003240*----------------------------------------------------------------*
003250 77  WS-TERM-FROM                PIC 9(08) VALUE ZERO.
003260 77  WS-TERM-THRU                PIC 9(08) VALUE ZERO.
003270 77  WS-TERM-PERIOD              PIC 9(08) VALUE ZERO.
003280 77  WS-HOLD-REASON              PIC X(40) VALUE SPACES.
003290 77  WS-HOURS-REMARK             PIC X(60) VALUE SPACES.
003300*
003310*----------------------------------------------------------------*
003320*    HOURS AND RATES - SAME SPLIT AS THE PAY RUN.  THE PERIOD   *
003330*    RATE PRICES THE LAST PERIOD'S HOURS; THE CURRENT RATE      *
003340*    (IN EFFECT ON THE PAY DATE) PRICES THE VACATION PAYOUT.    *
003350*----------------------------------------------------------------*
003360*    THE OVERTIME THRESHOLD AND THE ANNUALIZED GROSS FOR THE
003370*    (ANNUAL) TAX BRACKETS FOLLOW THE PERIODS PER YEAR OF THE
003380*    EMPLOYEE'S PAY GROUP CALENDAR, AS IN THE PAY RUN.
003390 77  WS-OT-THRESHOLD             PIC 9(03)V99 VALUE 40.00.
003400 77  WS-ANNUAL-HOURS             PIC 9(04)V99 VALUE 2080.00.
003410 77  WS-PERIODS-PER-YEAR         PIC 9(02) VALUE 52.
003420 77  WS-ANNUAL-GROSS             PIC 9(08)V99 VALUE ZERO.
003430 77  WS-REG-HOURS                PIC 9(03)V99 VALUE ZERO.
003440 77  WS-OT-HOURS                 PIC 9(03)V99 VALUE ZERO.
003450 77  WS-VAC-HOURS                PIC 9(03)V99 VALUE ZERO.
003460 77  WS-SICK-HOURS               PIC 9(03)V99 VALUE ZERO.
003470 77  WS-LEAVE-HOURS              PIC 9(03)V99 VALUE ZERO.
003480 77  WS-WORKED-HOURS             PIC S9(04)V99 VALUE ZERO.
003490 77  WS-RATE-AS-OF               PIC 9(08) VALUE ZERO.
003500 77  WS-FOUND-RATE               PIC 9(03)V99 VALUE ZERO.
003510 77  WS-PERIOD-RATE              PIC 9(03)V99 VALUE ZERO.
003520 77  WS-CURRENT-RATE             PIC 9(03)V99 VALUE ZERO.
003530 77  WS-OLD-VAC-BALANCE          PIC S9(04)V99 VALUE ZERO.
003540 77  WS-OLD-SICK-BALANCE         PIC S9(04)V99 VALUE ZERO.
003550 77  WS-PAYOUT-HOURS             PIC S9(04)V99 VALUE ZERO.
003560*
003570*----------------------------------------------------------------*
003580*    GROSS-TO-NET WORK AREAS - SAME RATES AND FALLBACK AS THE   *
003590*    PAY RUN.  WS-SUPP-FED-RATE IS THE FLAT FEDERAL RATE ON     *
003600*    SUPPLEMENTAL WAGES (THE VACATION PAYOUT).                  *
003610*----------------------------------------------------------------*
003620 77  WS-FED-TAX-RATE             PIC V9(4) VALUE 0.2000.
003630 77  WS-SUPP-FED-RATE            PIC V9(4) VALUE 0.2200.
003640 77  WS-APPLIED-TAX-RATE         PIC V9(4) VALUE ZERO.
003650 77  WS-APPLIED-STATE-RATE       PIC V9(4) VALUE ZERO.
003660 77  WS-WORK-FILING              PIC X(01) VALUE "S".
003670 77  WS-HOURS-GROSS              PIC 9(06)V99 VALUE ZERO.
003680 77  WS-PAYOUT-GROSS             PIC 9(06)V99 VALUE ZERO.
003690 77  WS-GROSS-PAY                PIC 9(06)V99 VALUE ZERO.
003700 77  WS-REG-FED-TAX              PIC 9(06)V99 VALUE ZERO.
003710 77  WS-SUPP-FED-TAX             PIC 9(06)V99 VALUE ZERO.
003720 77  WS-FED-TAX                  PIC 9(06)V99 VALUE ZERO.
003730 77  WS-FICA-TAX                 PIC 9(06)V99 VALUE ZERO.
003740 77  WS-STATE-TAX                PIC 9(06)V99 VALUE ZERO.
003750 77  WS-TOTAL-DEDUCTIONS         PIC 9(06)V99 VALUE ZERO.
003760 77  WS-NET-PAY                  PIC 9(06)V99 VALUE ZERO.
003770 77  WS-UNCOLLECTED              PIC 9(06)V99 VALUE ZERO.
003780*
003790*----------------------------------------------------------------*
003800*    FICA AND EMPLOYER TAXES - SAME RATES AND WAGE BASES AS     *
003810*    THE PAY RUN                                                *
003820*----------------------------------------------------------------*
003830 77  WS-SS-RATE                  PIC V9(4) VALUE 0.0620.
003840 77  WS-MEDICARE-RATE            PIC V9(4) VALUE 0.0145.
003850 77  WS-SS-WAGE-BASE             PIC 9(08)V99 VALUE 184500.00.
003860 77  WS-FUTA-RATE                PIC V9(4) VALUE 0.0060.
003870 77  WS-FUTA-WAGE-BASE           PIC 9(08)V99 VALUE 7000.00.
003880 77  WS-SUTA-RATE                PIC V9(4) VALUE 0.0270.
003890 77  WS-SUTA-WAGE-BASE           PIC 9(08)V99 VALUE 9000.00.
003900 77  WS-SS-WAGES                 PIC 9(06)V99 VALUE ZERO.
003910 77  WS-SS-TAX                   PIC 9(06)V99 VALUE ZERO.
003920 77  WS-MED-TAX                  PIC 9(06)V99 VALUE ZERO.
003930 77  WS-ER-SS-TAX                PIC 9(06)V99 VALUE ZERO.
003940 77  WS-ER-MED-TAX               PIC 9(06)V99 VALUE ZERO.
003950 77  WS-FUTA-WAGES               PIC 9(06)V99 VALUE ZERO.
003960 77  WS-FUTA-TAX                 PIC 9(06)V99 VALUE ZERO.
003970 77  WS-SUTA-WAGES               PIC 9(06)V99 VALUE ZERO.
003980 77  WS-SUTA-TAX                 PIC 9(06)V99 VALUE ZERO.
003990 77  WS-PRIOR-SS-WAGES           PIC 9(08)V99 VALUE ZERO.
004000 77  WS-PRIOR-FUTA-WAGES         PIC 9(08)V99 VALUE ZERO.
004010 77  WS-PRIOR-SUTA-WAGES         PIC 9(08)V99 VALUE ZERO.
004020 77  WS-WAGE-ROOM                PIC S9(08)V99 VALUE ZERO.
004030*
004040*----------------------------------------------------------------*
004050*    FEDERAL AND STATE TAX TABLES - LOADED AT START OF RUN,      *
004060*    SAME SHAPES AS IN THE PAYROLL RUN                           *
004070*----------------------------------------------------------------*
004080 77  WS-TAX-MAX-ENTRIES          PIC 9(02) VALUE 20.
004090 77  WS-TAX-ENTRY-COUNT          PIC 9(02) VALUE ZERO.
004100 77  WS-TAX-IX                   PIC S9(04) COMP VALUE ZERO.
004110 01  WS-TAX-TABLE-AREA.
004120     05  WS-TAX-ENTRY OCCURS 20 TIMES.
004130         10  WS-TAX-STATUS       PIC X(01).
004140         10  WS-TAX-FLOOR        PIC 9(06)V99.
004150         10  WS-TAX-CEILING      PIC 9(06)V99.
004160         10  WS-TAX-RATE         PIC V9(04).
004170 77  WS-STX-MAX-ENTRIES          PIC 9(02) VALUE 40.
004180 77  WS-STX-ENTRY-COUNT          PIC 9(02) VALUE ZERO.
004190 77  WS-STX-IX                   PIC S9(04) COMP VALUE ZERO.
004200 01  WS-STX-TABLE-AREA.
004210     05  WS-STX-ENTRY OCCURS 40 TIMES.
004220         10  WS-STX-STATE        PIC X(02).
004230         10  WS-STX-STATUS       PIC X(01).
004240         10  WS-STX-FLOOR        PIC 9(06)V99.
004250         10  WS-STX-CEILING      PIC 9(06)V99.
004260         10  WS-STX-RATE         PIC V9(04).
004270*
004280*----------------------------------------------------------------*
004290*    DEDUCTION WORK TABLE - THE EMPLOYEE'S DEDMAST RECORDS,      *
004300*    TAKEN IN PRIORITY ORDER AGAINST THE PROTECTED NET FLOOR     *
004310*    EXACTLY AS THE PAY RUN TAKES THEM.                          *
004320*----------------------------------------------------------------*
004330 77  WS-NET-FLOOR-RATE           PIC V9(04) VALUE 0.2500.
004340 77  WS-DED-MAX                  PIC 9(02) VALUE 10.
004350 77  WS-DED-COUNT                PIC 9(02) VALUE ZERO.
004360 77  WS-DED-IX                   PIC S9(04) COMP VALUE ZERO.
004370 77  WS-DED-SCAN-IX              PIC S9(04) COMP VALUE ZERO.
004380 77  WS-DED-TAKE-IX              PIC S9(04) COMP VALUE ZERO.
004390 77  WS-DED-LOW-PRIORITY         PIC 9(02) VALUE ZERO.
004400 77  WS-DED-REQUESTED            PIC 9(07)V99 VALUE ZERO.
004410 77  WS-DED-AVAILABLE            PIC S9(07)V99 VALUE ZERO.
004420 77  WS-GOAL-REMAINING           PIC S9(07)V99 VALUE ZERO.
004430 77  WS-NET-FLOOR                PIC 9(06)V99 VALUE ZERO.
004440 77  WS-WORK-NET                 PIC S9(07)V99 VALUE ZERO.
004450 77  WS-VOL-DEDUCTIONS           PIC 9(06)V99 VALUE ZERO.
004460 01  WS-DED-TABLE-AREA.
004470     05  WS-DED-ENTRY OCCURS 10 TIMES.
004480         10  WS-DD-CODE          PIC X(03).
004490         10  WS-DD-CLASS         PIC X(01).
004500         10  WS-DD-METHOD        PIC X(01).
004510         10  WS-DD-AMOUNT        PIC 9(05)V99.
004520         10  WS-DD-PERCENT       PIC V9(04).
004530         10  WS-DD-PRIORITY      PIC 9(02).
004540         10  WS-DD-GOAL          PIC 9(07)V99.
004550         10  WS-DD-TAKEN-TD      PIC 9(07)V99.
004560         10  WS-DD-ARREARS       PIC 9(05)V99.
004570         10  WS-DD-TAKEN-NOW     PIC 9(05)V99.
004580         10  WS-DD-NEW-ARREARS   PIC 9(05)V99.
004590         10  WS-DD-DONE          PIC X(01).
004600         10  WS-DD-CASE-NO       PIC X(08).
004610*
004620*----------------------------------------------------------------*
004630*    GL POSTING - LABOR EXPENSE BY DEPARTMENT AND THE SAME       *
004640*    ACCOUNTS THE PAY RUN POSTS TO                               *
004650*----------------------------------------------------------------*
004660 77  WS-DEPT-MAX                 PIC 9(02) VALUE 20.
004670 77  WS-DEPT-COUNT               PIC 9(02) VALUE ZERO.
004680 77  WS-DEPT-IX                  PIC S9(04) COMP VALUE ZERO.
004690 77  WS-DEPT-DROPPED-GROSS       PIC 9(08)V99 VALUE ZERO.
004700 01  WS-DEPT-TABLE-AREA.
004710     05  WS-DEPT-ENTRY OCCURS 20 TIMES.
004720         10  WS-DP-CODE          PIC X(04).
004730         10  WS-DP-GROSS         PIC 9(08)V99.
004740 77  WS-ACCT-LABOR               PIC X(08) VALUE "51000000".
004750 77  WS-ACCT-FED-LIAB            PIC X(08) VALUE "21100000".
004760 77  WS-ACCT-FICA-LIAB           PIC X(08) VALUE "21200000".
004770 77  WS-ACCT-STATE-LIAB          PIC X(08) VALUE "21300000".
004780 77  WS-ACCT-DED-LIAB            PIC X(08) VALUE "21400000".
004790 77  WS-ACCT-CASH                PIC X(08) VALUE "10100000".
004800 77  WS-ACCT-ER-FICA-EXP         PIC X(08) VALUE "51100000".
004810 77  WS-ACCT-FUTA-EXP            PIC X(08) VALUE "51200000".
004820 77  WS-ACCT-SUTA-EXP            PIC X(08) VALUE "51300000".
004830 77  WS-ACCT-FUTA-LIAB           PIC X(08) VALUE "21500000".
004840 77  WS-ACCT-SUTA-LIAB           PIC X(08) VALUE "21600000".
004850 77  WS-GL-DEBIT-TOTAL           PIC 9(10)V99 VALUE ZERO.
004860 77  WS-GL-CREDIT-TOTAL          PIC 9(10)V99 VALUE ZERO.
004870 77  WS-GL-POSTING-COUNT         PIC 9(05) VALUE ZERO.
004880 77  WS-GL-SET-ACCOUNT           PIC X(08) VALUE SPACES.
004890 77  WS-GL-SET-DEPT              PIC X(04) VALUE SPACES.
004900 77  WS-GL-SET-DRCR              PIC X(01) VALUE SPACE.
004910 77  WS-GL-SET-AMOUNT            PIC 9(08)V99 VALUE ZERO.
004920 77  WS-GL-SET-DESC              PIC X(20) VALUE SPACES.
004930 01  WS-GLSUM-DETAIL.
004940     05  WS-GS-ACCOUNT           PIC X(08).
004950     05  FILLER                  PIC X(02) VALUE SPACES.
004960     05  WS-GS-DEPT              PIC X(04).
004970     05  FILLER                  PIC X(03) VALUE SPACES.
004980     05  WS-GS-DRCR              PIC X(02).
004990     05  FILLER                  PIC X(05) VALUE SPACES.
005000     05  WS-GS-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
005010     05  FILLER                  PIC X(02) VALUE SPACES.
005020     05  WS-GS-DESC              PIC X(20).
005030*
005040*----------------------------------------------------------------*
005050*    RUN CONTROLS AND ACCUMULATORS                               *
005060*----------------------------------------------------------------*
005070 77  WS-EMP-READ-COUNT           PIC 9(07) VALUE ZERO.
005080 77  WS-SELECTED-COUNT           PIC 9(05) VALUE ZERO.
005090 77  WS-PAID-COUNT               PIC 9(05) VALUE ZERO.
005100 77  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
005110 77  WS-ALREADY-PAID-COUNT       PIC 9(05) VALUE ZERO.
005120 77  WS-HOURS-EXC-COUNT          PIC 9(05) VALUE ZERO.
005130 77  WS-TIE-COUNT                PIC 9(05) VALUE ZERO.
005140 77  WS-CHECKS-ISSUED            PIC 9(05) VALUE ZERO.
005150 77  WS-CHECKS-NET-TOTAL         PIC 9(08)V99 VALUE ZERO.
005160 77  WS-CHECK-NO                 PIC 9(08) VALUE ZERO.
005170 77  WS-ACH-DEPOSITS             PIC 9(05) VALUE ZERO.
005180 77  WS-ACH-NET-TOTAL            PIC 9(08)V99 VALUE ZERO.
005190 77  WS-BAL-TIE-TOTAL            PIC 9(08)V99 VALUE ZERO.
005200 77  WS-GRAND-HOURS-GROSS        PIC 9(08)V99 VALUE ZERO.
005210 77  WS-GRAND-PAYOUT             PIC 9(08)V99 VALUE ZERO.
005220 77  WS-GRAND-GROSS              PIC 9(08)V99 VALUE ZERO.
005230 77  WS-GRAND-FED                PIC 9(08)V99 VALUE ZERO.
005240 77  WS-GRAND-SUPP-FED           PIC 9(08)V99 VALUE ZERO.
005250 77  WS-GRAND-FICA               PIC 9(08)V99 VALUE ZERO.
005260 77  WS-GRAND-STATE              PIC 9(08)V99 VALUE ZERO.
005270 77  WS-GRAND-OTH                PIC 9(08)V99 VALUE ZERO.
005280 77  WS-GRAND-NET                PIC 9(08)V99 VALUE ZERO.
005290 77  WS-GRAND-UNCOLLECTED        PIC 9(08)V99 VALUE ZERO.
005300 77  WS-GRAND-ER-SS              PIC 9(08)V99 VALUE ZERO.
005310 77  WS-GRAND-ER-MED             PIC 9(08)V99 VALUE ZERO.
005320 77  WS-GRAND-ER-FICA            PIC 9(08)V99 VALUE ZERO.
005330 77  WS-GRAND-FUTA               PIC 9(08)V99 VALUE ZERO.
005340 77  WS-GRAND-SUTA               PIC 9(08)V99 VALUE ZERO.
005350 77  WS-941-LIABILITY            PIC 9(08)V99 VALUE ZERO.
005360*
005370*----------------------------------------------------------------*
005380*    MASTER REWRITE AND AUDIT WORK FIELDS                        *
005390*----------------------------------------------------------------*
005400 01  WS-OLD-PAYCHECK             PIC 9(04)V99 VALUE ZERO.
005410 01  WS-MAX-PAYCHECK             PIC 9(04)V99 VALUE 9999.99.
005420 01  WS-AUDIT-PAYCHECK-EDIT      PIC ZZZ9.99.
005430 01  WS-AUDIT-AMOUNT-EDIT        PIC ZZZZ9.99.
005440 01  WS-AUDIT-PERCENT-EDIT       PIC 9.9999.
005450 01  WS-AUDIT-HOURS-EDIT         PIC -ZZZ9.99.
005460 01  WS-AUDIT-IDENT              PIC 9(03) VALUE ZERO.
005470 01  WS-AUDIT-FIELD              PIC X(15) VALUE SPACES.
005480 01  WS-AUDIT-OLD                PIC X(20) VALUE SPACES.
005490 01  WS-AUDIT-NEW                PIC X(20) VALUE SPACES.
005500*
005510*----------------------------------------------------------------*
005520*    NUMERIC-EDITED WORK FIELDS - AMOUNTS STRINGED DIRECTLY      *
005530*    WOULD DROP THEIR DECIMAL POINTS AND SIGNS                   *
005540*----------------------------------------------------------------*
005550 77  WS-AMT-EDIT                 PIC ZZZ,ZZ9.99.
005560 77  WS-AMT-EDIT-2               PIC ZZZ,ZZ9.99.
005570 77  WS-AMT-EDIT-3               PIC ZZZ,ZZ9.99.
005580 77  WS-HRS-EDIT                 PIC ZZZ9.99.
005590 77  WS-HRS-EDIT-2               PIC ZZZ9.99.
005600 77  WS-HRS-EDIT-3               PIC ZZZ9.99.
005610 77  WS-HRS-EDIT-4               PIC ZZZ9.99.
005620 77  WS-BAL-EDIT                 PIC -ZZZ9.99.
005630 77  WS-BAL-EDIT-2               PIC -ZZZ9.99.
005640 77  WS-RATE-EDIT                PIC ZZ9.99.
005650 77  WS-TOT-EDIT                 PIC ZZ,ZZZ,ZZ9.99.
005660 77  WS-TOT-EDIT-2               PIC ZZ,ZZZ,ZZ9.99.
005670 77  WS-TOT-EDIT-3               PIC ZZ,ZZZ,ZZ9.99.
005680 77  WS-TOT-EDIT-4               PIC ZZ,ZZZ,ZZ9.99.
005690*
005700*----------------------------------------------------------------*
005710*    REGISTER LINES                                              *
005720*----------------------------------------------------------------*
005730 01  WS-RPT-HEADING-1.
005740     05  FILLER                  PIC X(30)
005750         VALUE "FINAL PAY REGISTER".
005760     05  FILLER                  PIC X(10) VALUE "PAY DATE: ".
005770     05  WS-H1-DATE              PIC 9(08).
005780     05  FILLER                  PIC X(08) VALUE "  RUN: ".
005790     05  WS-H1-RUN-NO            PIC X(04).
005800     05  WS-H1-MODE              PIC X(09) VALUE SPACES.
005810 01  WS-RPT-HEADING-2.
005820     05  FILLER                  PIC X(19)
005830         VALUE "TERMINATIONS FROM ".
005840     05  WS-H2-FROM              PIC 9(08).
005850     05  FILLER                  PIC X(06) VALUE " THRU ".
005860     05  WS-H2-THRU              PIC 9(08).
005870 01  WS-RPT-HEADING-3.
005880     05  FILLER                  PIC X(04) VALUE "IDT ".
005890     05  FILLER                  PIC X(21) VALUE "NAME".
005900     05  FILLER                  PIC X(08) VALUE "TERMDATE".
005910     05  FILLER                  PIC X(11) VALUE " PERIOD PAY".
005920     05  FILLER                  PIC X(11) VALUE " VAC PAYOUT".
005930     05  FILLER                  PIC X(11) VALUE "      GROSS".
005940     05  FILLER                  PIC X(11) VALUE "      TAXES".
005950     05  FILLER                  PIC X(11) VALUE " DEDUCTIONS".
005960     05  FILLER                  PIC X(11) VALUE "        NET".
005970 01  WS-RPT-DETAIL.
005980     05  WS-RD-IDENT             PIC 9(03).
005990     05  FILLER                  PIC X(01) VALUE SPACE.
006000     05  WS-RD-NAME              PIC X(20).
006010     05  FILLER                  PIC X(01) VALUE SPACE.
006020     05  WS-RD-TERM-DATE         PIC 9(08).
006030     05  FILLER                  PIC X(01) VALUE SPACE.
006040     05  WS-RD-HOURS-GROSS       PIC ZZZ,ZZ9.99.
006050     05  FILLER                  PIC X(01) VALUE SPACE.
006060     05  WS-RD-PAYOUT            PIC ZZZ,ZZ9.99.
006070     05  FILLER                  PIC X(01) VALUE SPACE.
006080     05  WS-RD-GROSS             PIC ZZZ,ZZ9.99.
006090     05  FILLER                  PIC X(01) VALUE SPACE.
006100     05  WS-RD-TAXES             PIC ZZZ,ZZ9.99.
006110     05  FILLER                  PIC X(01) VALUE SPACE.
006120     05  WS-RD-DEDUCTIONS        PIC ZZZ,ZZ9.99.
006130     05  FILLER                  PIC X(01) VALUE SPACE.
006140     05  WS-RD-NET               PIC ZZZ,ZZ9.99.
006150 01  WS-STMT-SEPARATOR           PIC X(60) VALUE ALL "-".
006160*
006170******************************************************************
006180*
006190*   PROCEDURE DIVISION.
006200*
006210******************************************************************
006220 PROCEDURE DIVISION.
006230*
006240 0000-MAINLINE.
006250     PERFORM 1000-INITIALIZE
006260         THRU 1000-INITIALIZE-EXIT
006270     PERFORM 2000-PROCESS-EMPLOYEE
006280         THRU 2000-PROCESS-EMPLOYEE-EXIT
006290         UNTIL EMP-EOF
006300     PERFORM 8000-FINALIZE
006310         THRU 8000-FINALIZE-EXIT
006320     STOP RUN.
006330*
006340*------------------------------------------------------------*
006350*    1000-INITIALIZE - READ THE RUN CONTROL, OPEN THE MASTERS *
006360*    AND THE PAYMENT FILES, LOAD THE BRACKET TABLES, AND      *
006370*    PRIME THE EMPLOYEE MASTER.                               *
006380*------------------------------------------------------------*
006390 1000-INITIALIZE.
006400     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
006410     IF WS-JOB-ID = SPACES
006420         MOVE "FINALPAY" TO WS-JOB-ID
006430     END-IF
006440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006450     OPEN EXTEND RUN-LOG-FILE
006460     MOVE "S" TO WS-RL-ENTRY-TYPE
006470     MOVE SPACES TO WS-RL-STATUS
006480     PERFORM 6100-WRITE-RUN-LOG
006490         THRU 6100-WRITE-RUN-LOG-EXIT
006500     PERFORM 1050-READ-RUN-CONTROL
006510         THRU 1050-READ-RUN-CONTROL-EXIT
006520     DIVIDE WS-RUN-MONTH BY 3 GIVING WS-RUN-QUARTER
006530         REMAINDER WS-QTR-REM
006540     IF WS-QTR-REM NOT = ZERO
006550         ADD 1 TO WS-RUN-QUARTER
006560     END-IF
006570     OPEN I-O EMPLOYEE-MASTER-FILE
006580     IF WS-EMP-FILE-STATUS = "35"
006590         DISPLAY "FINALPAY ABEND - CUSTOMER MASTER NOT FOUND"
006600         MOVE 16 TO RETURN-CODE
006610         STOP RUN
006620     END-IF
006630     OPEN I-O YTD-MASTER-FILE
006640     IF WS-YTD-FILE-STATUS = "35"
006650         CLOSE YTD-MASTER-FILE
006660         OPEN OUTPUT YTD-MASTER-FILE
006670         CLOSE YTD-MASTER-FILE
006680         OPEN I-O YTD-MASTER-FILE
006690     END-IF
006700     OPEN I-O DEDUCT-MASTER-FILE
006710     IF WS-DED-FILE-STATUS = "35"
006720         CLOSE DEDUCT-MASTER-FILE
006730         OPEN OUTPUT DEDUCT-MASTER-FILE
006740         CLOSE DEDUCT-MASTER-FILE
006750         OPEN I-O DEDUCT-MASTER-FILE
006760     END-IF
006770     OPEN I-O LEAVE-MASTER-FILE
006780     IF WS-LV-FILE-STATUS = "35"
006790         CLOSE LEAVE-MASTER-FILE
006800         OPEN OUTPUT LEAVE-MASTER-FILE
006810         CLOSE LEAVE-MASTER-FILE
006820         OPEN I-O LEAVE-MASTER-FILE
006830     END-IF
006840*    THE LAST PERIOD IS FOUND ON THE CALENDAR - WITHOUT IT NO
006850*    TERMINATION CAN BE SHOWN TO HAVE BEEN SKIPPED BY THE PAY
006860*    RUN, SO A MISSING FILE IS A CATALOG PROBLEM.
006870     OPEN INPUT PERIOD-CALENDAR-FILE
006880     IF WS-CAL-FILE-STATUS = "35"
006890         DISPLAY "FINALPAY ABEND - PERIOD CALENDAR NOT FOUND"
006900         MOVE 16 TO RETURN-CODE
006910         STOP RUN
006920     END-IF
006930*    A SHOP WITH NO RATE HISTORY LOADED YET PAYS FROM
006940*    HourlyRate ALONE, AS THE PAY RUN DOES.
006950     OPEN INPUT RATE-HISTORY-FILE
006960     IF WS-RH-FILE-STATUS = "35"
006970         OPEN OUTPUT RATE-HISTORY-FILE
006980         CLOSE RATE-HISTORY-FILE
006990         OPEN INPUT RATE-HISTORY-FILE
007000     END-IF
007010*    NO PAY HISTORY YET MEANS NO PERIOD HAS BEEN PAID.
007020     OPEN INPUT HISTORY-IN-FILE
007030     IF WS-HI-FILE-STATUS = "35"
007040         SET HI-EOF TO TRUE
007050     ELSE
007060         PERFORM 2160-READ-HISTORY
007070             THRU 2160-READ-HISTORY-EXIT
007080     END-IF
007090     OPEN OUTPUT FINAL-REGISTER-FILE
007100     MOVE WS-RUN-DATE TO WS-H1-DATE
007110     MOVE WS-RUN-NUMBER TO WS-H1-RUN-NO
007120     MOVE WS-TERM-FROM TO WS-H2-FROM
007130     MOVE WS-TERM-THRU TO WS-H2-THRU
007140     WRITE FINAL-REGISTER-LINE FROM WS-RPT-HEADING-1
007150     WRITE FINAL-REGISTER-LINE FROM WS-RPT-HEADING-2
007160     WRITE FINAL-REGISTER-LINE FROM WS-RPT-HEADING-3
007170         AFTER ADVANCING 2 LINES
007180     OPEN OUTPUT FINAL-STMT-FILE
007190     OPEN OUTPUT GL-POSTING-FILE
007200     OPEN OUTPUT DEDUCTION-EXTRACT-FILE
007210     PERFORM 1300-OPEN-CHECK-FILES
007220         THRU 1300-OPEN-CHECK-FILES-EXIT
007230     OPEN OUTPUT ACH-DEPOSIT-FILE
007240     OPEN EXTEND PAY-HISTORY-FILE
007250     OPEN EXTEND AUDIT-LOG-FILE
007260     OPEN INPUT TAX-TABLE-FILE
007270     PERFORM 1100-LOAD-TAX-TABLE
007280         THRU 1100-LOAD-TAX-TABLE-EXIT
007290     CLOSE TAX-TABLE-FILE
007300     OPEN INPUT STATE-TAX-TABLE-FILE
007310     PERFORM 1150-LOAD-STATE-TABLE
007320         THRU 1150-LOAD-STATE-TABLE-EXIT
007330     CLOSE STATE-TAX-TABLE-FILE
007340     MOVE LOW-VALUES TO Ident
007350     START EMPLOYEE-MASTER-FILE
007360         KEY IS NOT LESS THAN Ident
007370         INVALID KEY
007380             SET EMP-EOF TO TRUE
007390     END-START
007400     IF NOT EMP-EOF
007410         PERFORM 2900-READ-NEXT-EMPLOYEE
007420             THRU 2900-READ-NEXT-EMPLOYEE-EXIT
007430     END-IF.
007440 1000-INITIALIZE-EXIT.
007450     EXIT.
007460*
007470*------------------------------------------------------------*
007480*    1050-READ-RUN-CONTROL - THE FPCTL CARD.  A BLANK FROM    *
007490*    DATE TAKES EVERY TERMINATION ON FILE; A BLANK THRU DATE  *
007500*    RUNS THROUGH THE PAY DATE.  THE MODE AND RUN NUMBER      *
007510*    WORK AS ON THE PAY RUN'S CARD (MISSING/BLANK = FINAL).   *
007520*------------------------------------------------------------*
007530 1050-READ-RUN-CONTROL.
007540     OPEN INPUT FINAL-PAY-CONTROL-FILE
007550     READ FINAL-PAY-CONTROL-FILE
007560         AT END
007570             MOVE SPACES TO FINAL-PAY-CONTROL-CARD
007580     END-READ
007590     IF FC-PAY-DATE IS NUMERIC
007600             AND FC-PAY-DATE NOT = "00000000"
007610         MOVE FC-PAY-DATE TO WS-RUN-DATE
007620     END-IF
007630     EVALUATE TRUE
007640         WHEN FC-TRIAL
007650             MOVE "T" TO WS-RUN-MODE-SW
007660             MOVE "  *TRIAL*" TO WS-H1-MODE
007670         WHEN FC-FINAL
007680             MOVE "F" TO WS-RUN-MODE-SW
007690         WHEN FC-RUN-MODE = SPACES
007700             MOVE "F" TO WS-RUN-MODE-SW
007710         WHEN OTHER
007720             DISPLAY "FINALPAY ABEND - RUN MODE '" FC-RUN-MODE
007730                     "' NOT TRIAL OR FINAL"
007740             MOVE 16 TO RETURN-CODE
007750             STOP RUN
007760     END-EVALUATE
007770     MOVE FC-RUN-NUMBER TO WS-RUN-NUMBER
007780     IF FC-TERM-FROM IS NUMERIC
007790         MOVE FC-TERM-FROM TO WS-TERM-FROM
007800     ELSE
007810         MOVE ZERO TO WS-TERM-FROM
007820     END-IF
007830     IF FC-TERM-THRU IS NUMERIC
007840             AND FC-TERM-THRU NOT = "00000000"
007850         MOVE FC-TERM-THRU TO WS-TERM-THRU
007860     ELSE
007870         MOVE WS-RUN-DATE TO WS-TERM-THRU
007880     END-IF
007890     IF WS-TERM-FROM > WS-TERM-THRU
007900         DISPLAY "FINALPAY ABEND - TERMINATION RANGE "
007910                 WS-TERM-FROM " THRU " WS-TERM-THRU
007920                 " IS REVERSED"
007930         MOVE 16 TO RETURN-CODE
007940         STOP RUN
007950     END-IF
007960     CLOSE FINAL-PAY-CONTROL-FILE.
007970 1050-READ-RUN-CONTROL-EXIT.
007980     EXIT.
007990*
008000 1100-LOAD-TAX-TABLE.
008010     PERFORM 1110-READ-TAX-RECORD
008020         THRU 1110-READ-TAX-RECORD-EXIT
008030     PERFORM 1120-STORE-TAX-RECORD
008040         THRU 1120-STORE-TAX-RECORD-EXIT
008050         UNTIL TAX-EOF.
008060 1100-LOAD-TAX-TABLE-EXIT.
008070     EXIT.
008080*
008090 1110-READ-TAX-RECORD.
008100     READ TAX-TABLE-FILE
008110         AT END
008120             SET TAX-EOF TO TRUE
008130     END-READ.
008140 1110-READ-TAX-RECORD-EXIT.
008150     EXIT.
008160*
008170 1120-STORE-TAX-RECORD.
008180     IF WS-TAX-ENTRY-COUNT < WS-TAX-MAX-ENTRIES
008190         ADD 1 TO WS-TAX-ENTRY-COUNT
008200         MOVE TX-FILING-STATUS
008210             TO WS-TAX-STATUS (WS-TAX-ENTRY-COUNT)
008220         MOVE TX-BRACKET-FLOOR
008230             TO WS-TAX-FLOOR (WS-TAX-ENTRY-COUNT)
008240         MOVE TX-BRACKET-CEILING
008250             TO WS-TAX-CEILING (WS-TAX-ENTRY-COUNT)
008260         MOVE TX-RATE
008270             TO WS-TAX-RATE (WS-TAX-ENTRY-COUNT)
008280     END-IF
008290     PERFORM 1110-READ-TAX-RECORD
008300         THRU 1110-READ-TAX-RECORD-EXIT.
008310 1120-STORE-TAX-RECORD-EXIT.
008320     EXIT.
008330*
008340 1150-LOAD-STATE-TABLE.
008350     PERFORM 1160-READ-STATE-RECORD
008360         THRU 1160-READ-STATE-RECORD-EXIT
008370     PERFORM 1170-STORE-STATE-RECORD
008380         THRU 1170-STORE-STATE-RECORD-EXIT
008390         UNTIL STX-EOF.
008400 1150-LOAD-STATE-TABLE-EXIT.
008410     EXIT.
008420*
008430 1160-READ-STATE-RECORD.
008440     READ STATE-TAX-TABLE-FILE
008450         AT END
008460             SET STX-EOF TO TRUE
008470     END-READ.
008480 1160-READ-STATE-RECORD-EXIT.
008490     EXIT.
008500*
008510 1170-STORE-STATE-RECORD.
008520     IF WS-STX-ENTRY-COUNT < WS-STX-MAX-ENTRIES
008530         ADD 1 TO WS-STX-ENTRY-COUNT
008540         MOVE SX-STATE-CODE
008550             TO WS-STX-STATE (WS-STX-ENTRY-COUNT)
008560         MOVE SX-FILING-STATUS
008570             TO WS-STX-STATUS (WS-STX-ENTRY-COUNT)
008580         MOVE SX-BRACKET-FLOOR
008590             TO WS-STX-FLOOR (WS-STX-ENTRY-COUNT)
008600         MOVE SX-BRACKET-CEILING
008610             TO WS-STX-CEILING (WS-STX-ENTRY-COUNT)
008620         MOVE SX-RATE
008630             TO WS-STX-RATE (WS-STX-ENTRY-COUNT)
008640     END-IF
008650     PERFORM 1160-READ-STATE-RECORD
008660         THRU 1160-READ-STATE-RECORD-EXIT.
008670 1170-STORE-STATE-RECORD-EXIT.
008680     EXIT.
008690*
008700*------------------------------------------------------------*
008710*    1300-OPEN-CHECK-FILES - PICK UP THE LAST CHECK NUMBER    *
008720*    (SEEDING THE CONTROL THE WAY PAYROLL AND PAYADJ DO) AND  *
008730*    OPEN THE ISSUE FILE FOR APPEND.                          *
008740*------------------------------------------------------------*
008750 1300-OPEN-CHECK-FILES.
008760     OPEN I-O CHECK-NUMBER-FILE
008770     IF WS-CHKNBR-FILE-STATUS = "35"
008780         CLOSE CHECK-NUMBER-FILE
008790         OPEN OUTPUT CHECK-NUMBER-FILE
008800         MOVE SPACES TO CHECK-NUMBER-RECORD
008810         MOVE ZERO TO CN-LAST-CHECK-NO
008820         WRITE CHECK-NUMBER-RECORD
008830         CLOSE CHECK-NUMBER-FILE
008840         OPEN I-O CHECK-NUMBER-FILE
008850     END-IF
008860     READ CHECK-NUMBER-FILE
008870         AT END
008880             CLOSE CHECK-NUMBER-FILE
008890             OPEN OUTPUT CHECK-NUMBER-FILE
008900             MOVE SPACES TO CHECK-NUMBER-RECORD
008910             MOVE ZERO TO CN-LAST-CHECK-NO
008920             WRITE CHECK-NUMBER-RECORD
008930             CLOSE CHECK-NUMBER-FILE
008940             OPEN I-O CHECK-NUMBER-FILE
008950             READ CHECK-NUMBER-FILE
008960             END-READ
008970     END-READ
008980     MOVE CN-LAST-CHECK-NO TO WS-CHECK-NO
008990     OPEN EXTEND CHECK-ISSUE-FILE.
009000 1300-OPEN-CHECK-FILES-EXIT.
009010     EXIT.
009020*
009030*------------------------------------------------------------*
009040*    2000-PROCESS-EMPLOYEE - ONE MASTER RECORD PER ITERATION. *
009050*    ONLY A TERMINATION DATED IN THE CARD'S RANGE IS TAKEN;   *
009060*    ONE ALREADY PAID OUT IS COUNTED AND LISTED, ONE THAT     *
009070*    CANNOT BE PAID YET IS HELD WITH ITS REASON, AND THE      *
009080*    REST ARE COMPUTED, PRINTED AND (FINAL) POSTED AND PAID.  *
009090*------------------------------------------------------------*
009100 2000-PROCESS-EMPLOYEE.
009110     ADD 1 TO WS-EMP-READ-COUNT
009120     IF NOT EmpTerminated
009130         GO TO 2000-READ-NEXT
009140     END-IF
009150     IF StatusDate IS NUMERIC
009160             AND StatusDate NOT = ZERO
009170             AND (StatusDate < WS-TERM-FROM
009180                 OR StatusDate > WS-TERM-THRU)
009190         GO TO 2000-READ-NEXT
009200     END-IF
009210     ADD 1 TO WS-SELECTED-COUNT
009220     MOVE SPACES TO WS-HOLD-REASON
009230*    A T STATUS WITH NO DATE CANNOT BE PLACED IN A PERIOD - IT
009240*    IS LISTED ON EVERY RUN UNTIL CUSTMNT SUPPLIES THE DATE.
009250     IF StatusDate NOT NUMERIC
009260             OR StatusDate = ZERO
009270         MOVE "NO TERMINATION DATE ON MASTER"
009280             TO WS-HOLD-REASON
009290         GO TO 2000-HOLD
009300     END-IF
009310*    A FINAL-PAY DATE ON OR AFTER THE TERMINATION DATE MEANS
009320*    THIS TERMINATION HAS BEEN PAID OUT.  AN EARLIER ONE IS
009330*    LEFT OVER FROM A PRIOR EMPLOYMENT (REHIRED, THEN
009340*    TERMINATED AGAIN) AND DOES NOT COUNT.
009350     IF FinalPayDate IS NUMERIC
009360             AND FinalPayDate NOT < StatusDate
009370         ADD 1 TO WS-ALREADY-PAID-COUNT
009380         MOVE SPACES TO FINAL-REGISTER-LINE
009390         STRING "    " Ident " " CustName " TERM " StatusDate
009400                 " FINAL PAY ALREADY MADE " FinalPayDate
009410             DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
009420         WRITE FINAL-REGISTER-LINE
009430         GO TO 2000-READ-NEXT
009440     END-IF
009450     IF StatusDate > WS-RUN-DATE
009460         MOVE "TERMINATION NOT YET EFFECTIVE" TO WS-HOLD-REASON
009470         GO TO 2000-HOLD
009480     END-IF
009490     PERFORM 2100-FIND-TERM-PERIOD
009500         THRU 2100-FIND-TERM-PERIOD-EXIT
009510     IF WS-HOLD-REASON NOT = SPACES
009520         GO TO 2000-HOLD
009530     END-IF
009540     PERFORM 2200-COMPUTE-FINAL-PAY
009550         THRU 2200-COMPUTE-FINAL-PAY-EXIT
009560     PERFORM 2400-PRINT-DETAIL-LINE
009570         THRU 2400-PRINT-DETAIL-LINE-EXIT
009580*    A TRIAL RUN COMPUTES AND PRINTS BUT POSTS NOTHING - THE
009590*    MASTER REWRITES, YTD, DEDUCTION STOPS, LEAVE PAYOUT,
009600*    HISTORY AND PAYMENT ARE ALL FINAL-ONLY.
009610     IF FINAL-RUN
009620         PERFORM 2300-UPDATE-MASTER
009630             THRU 2300-UPDATE-MASTER-EXIT
009640         PERFORM 2340-STOP-DEDUCTIONS
009650             THRU 2340-STOP-DEDUCTIONS-EXIT
009660         PERFORM 2350-UPDATE-YTD
009670             THRU 2350-UPDATE-YTD-EXIT
009680         PERFORM 2355-ISSUE-PAYMENT
009690             THRU 2355-ISSUE-PAYMENT-EXIT
009700         PERFORM 2390-PAY-OUT-LEAVE
009710             THRU 2390-PAY-OUT-LEAVE-EXIT
009720         PERFORM 2395-WRITE-PAY-HISTORY
009730             THRU 2395-WRITE-PAY-HISTORY-EXIT
009740     END-IF
009750     PERFORM 2500-WRITE-STATEMENT
009760         THRU 2500-WRITE-STATEMENT-EXIT
009770     ADD 1 TO WS-PAID-COUNT
009780     GO TO 2000-READ-NEXT.
009790 2000-HOLD.
009800     PERFORM 2600-REPORT-HELD
009810         THRU 2600-REPORT-HELD-EXIT.
009820 2000-READ-NEXT.
009830     PERFORM 2900-READ-NEXT-EMPLOYEE
009840         THRU 2900-READ-NEXT-EMPLOYEE-EXIT.
009850 2000-PROCESS-EMPLOYEE-EXIT.
009860     EXIT.
009870*
009880*------------------------------------------------------------*
009890*    2100-FIND-TERM-PERIOD - THE CALENDAR PERIOD THE          *
009900*    TERMINATION FALLS IN IS THE FIRST ONE OF THE EMPLOYEE'S  *
009910*    PAY GROUP ENDING ON OR AFTER StatusDate; ITS PERIODS PER *
009920*    YEAR SET THE OVERTIME THRESHOLD AND TAX ANNUALIZING.     *
009930*    A TERMINATION KEYED BEFORE THAT PERIOD'S PAY RUN IS      *
009940*    SKIPPED BY IT, SO ITS HOURS ARE STILL ON THE MASTER (THE *
009950*    NEXT TIMECARD RUN LEAVES THEM).  ONE KEYED BACK-DATED    *
009960*    AFTER THE RUN WAS PAID BY IT - ITS P RECORD IS ON THE    *
009970*    PAY HISTORY.  UNTIL THE PERIOD IS POSTED THE HOURS MAY   *
009980*    STILL CHANGE (HOLD); ONCE THE NEXT ONE IS POSTED TOO     *
009990*    THEY MAY HAVE BEEN REPLACED (FLAGGED).                   *
010000*------------------------------------------------------------*
010010 2100-FIND-TERM-PERIOD.
010020     MOVE "N" TO WS-HOURS-SW
010030     MOVE "N" TO WS-PERIOD-PAID-SW
010040     MOVE ZERO TO WS-TERM-PERIOD
010050     MOVE 52 TO WS-PERIODS-PER-YEAR
010060     MOVE PayGroup TO PD-PAY-GROUP
010070     MOVE StatusDate TO PD-PERIOD-END-DATE
010080     START PERIOD-CALENDAR-FILE
010090         KEY IS NOT LESS THAN PD-KEY
010100         INVALID KEY
010110             MOVE "NO CALENDAR PERIOD COVERS TERM DATE"
010120                 TO WS-HOLD-REASON
010130             GO TO 2100-FIND-TERM-PERIOD-EXIT
010140     END-START
010150     READ PERIOD-CALENDAR-FILE NEXT RECORD
010160         AT END
010170             MOVE "NO CALENDAR PERIOD COVERS TERM DATE"
010180                 TO WS-HOLD-REASON
010190             GO TO 2100-FIND-TERM-PERIOD-EXIT
010200     END-READ
010210     IF PD-PAY-GROUP NOT = PayGroup
010220         MOVE "NO CALENDAR PERIOD COVERS TERM DATE"
010230             TO WS-HOLD-REASON
010240         GO TO 2100-FIND-TERM-PERIOD-EXIT
010250     END-IF
010260     MOVE PD-PERIOD-END-DATE TO WS-TERM-PERIOD
010270     IF PD-PERIODS-PER-YEAR IS NUMERIC
010280             AND PD-PERIODS-PER-YEAR > ZERO
010290         MOVE PD-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
010300     END-IF
010310     COMPUTE WS-OT-THRESHOLD ROUNDED =
010320         WS-ANNUAL-HOURS / WS-PERIODS-PER-YEAR
010330     IF NOT PD-POSTED
010340         STRING "PERIOD " WS-TERM-PERIOD " NOT YET POSTED"
010350             DELIMITED BY SIZE INTO WS-HOLD-REASON
010360         GO TO 2100-FIND-TERM-PERIOD-EXIT
010370     END-IF
010380     PERFORM 2150-CHECK-PERIOD-PAID
010390         THRU 2150-CHECK-PERIOD-PAID-EXIT
010400         UNTIL HI-EOF
010410            OR HI-IDENT > Ident
010420     READ PERIOD-CALENDAR-FILE NEXT RECORD
010430         AT END
010440             GO TO 2100-FIND-TERM-PERIOD-EXIT
010450     END-READ
010460     IF PD-POSTED
010470             AND PD-PAY-GROUP = PayGroup
010480         SET HOURS-OVERWRITTEN TO TRUE
010490     END-IF.
010500 2100-FIND-TERM-PERIOD-EXIT.
010510     EXIT.
010520*
010530*------------------------------------------------------------*
010540*    2150-CHECK-PERIOD-PAID - THE SORTED HISTORY FOLLOWS THE  *
010550*    MASTER IN IDENT ORDER; EARLIER IDENTS ARE PASSED OVER.   *
010560*    A PAY-RUN (P) RECORD FOR THE EMPLOYEE'S LAST PERIOD      *
010570*    MEANS THE PERIOD'S HOURS WERE ALREADY PAID.              *
010580*------------------------------------------------------------*
010590 2150-CHECK-PERIOD-PAID.
010600     IF HI-IDENT = Ident
010610             AND HI-PERIOD-END-DATE = WS-TERM-PERIOD
010620             AND HI-PAY-RUN
010630         SET PERIOD-ALREADY-PAID TO TRUE
010640     END-IF
010650     PERFORM 2160-READ-HISTORY
010660         THRU 2160-READ-HISTORY-EXIT.
010670 2150-CHECK-PERIOD-PAID-EXIT.
010680     EXIT.
010690*
010700 2160-READ-HISTORY.
010710     READ HISTORY-IN-FILE
010720         AT END
010730             SET HI-EOF TO TRUE
010740     END-READ.
010750 2160-READ-HISTORY-EXIT.
010760     EXIT.
010770*
010780*------------------------------------------------------------*
010790*    2200-COMPUTE-FINAL-PAY - THE LAST PERIOD'S HOURS AT THE  *
010800*    PERIOD RATE (SAME SPLIT AS THE PAY RUN) PLUS THE UNUSED  *
010810*    VACATION AT THE CURRENT RATE.  FEDERAL: THE BRACKETS ON  *
010820*    THE HOURS PAY, THE FLAT SUPPLEMENTAL RATE ON THE PAYOUT. *
010830*    FICA, STATE AND DEDUCTIONS ON THE TOTAL GROSS.           *
010840*------------------------------------------------------------*
010850 2200-COMPUTE-FINAL-PAY.
010860     MOVE SPACES TO WS-HOURS-REMARK
010870     MOVE ZERO TO WS-REG-HOURS WS-OT-HOURS WS-VAC-HOURS
010880         WS-SICK-HOURS WS-LEAVE-HOURS
010890*    A PERIOD THE PAY RUN ALREADY PAID IS NOT PAID AGAIN - THE
010900*    PAYOUT ONLY.  ANY PAY PAST THE TERMINATION DATE IS FOR
010910*    PAYROLL TO RECOVER BY PAYADJ.
010920     IF PERIOD-ALREADY-PAID
010930         MOVE "LAST PERIOD ALREADY PAID BY PAY RUN - PAYOUT ONLY"
010940             TO WS-HOURS-REMARK
010950         ADD 1 TO WS-HOURS-EXC-COUNT
010960         GO TO 2200-RATES
010970     END-IF
010980     IF HOURS-OVERWRITTEN
010990         STRING "LAST PERIOD HOURS NO LONGER ON MASTER"
011000                 " - SETTLE BY PAYADJ"
011010             DELIMITED BY SIZE INTO WS-HOURS-REMARK
011020         ADD 1 TO WS-HOURS-EXC-COUNT
011030         GO TO 2200-RATES
011040     END-IF
011050     IF HoursWorked NOT NUMERIC
011060         GO TO 2200-RATES
011070     END-IF
011080     IF VacHours IS NUMERIC
011090         MOVE VacHours TO WS-VAC-HOURS
011100     END-IF
011110     IF SickHours IS NUMERIC
011120         MOVE SickHours TO WS-SICK-HOURS
011130     END-IF
011140     ADD WS-VAC-HOURS WS-SICK-HOURS GIVING WS-LEAVE-HOURS
011150     IF WS-LEAVE-HOURS > HoursWorked
011160         MOVE ZERO TO WS-LEAVE-HOURS
011170         MOVE ZERO TO WS-VAC-HOURS
011180         MOVE ZERO TO WS-SICK-HOURS
011190     END-IF
011200     SUBTRACT WS-LEAVE-HOURS FROM HoursWorked
011210         GIVING WS-WORKED-HOURS
011220     IF WS-WORKED-HOURS > WS-OT-THRESHOLD
011230         MOVE WS-OT-THRESHOLD TO WS-REG-HOURS
011240         SUBTRACT WS-OT-THRESHOLD FROM WS-WORKED-HOURS
011250             GIVING WS-OT-HOURS
011260     ELSE
011270         MOVE WS-WORKED-HOURS TO WS-REG-HOURS
011280         MOVE ZERO TO WS-OT-HOURS
011290     END-IF.
011300 2200-RATES.
011310     MOVE WS-TERM-PERIOD TO WS-RATE-AS-OF
011320     PERFORM 2240-FIND-RATE-AS-OF
011330         THRU 2240-FIND-RATE-AS-OF-EXIT
011340     MOVE WS-FOUND-RATE TO WS-PERIOD-RATE
011350     MOVE WS-RUN-DATE TO WS-RATE-AS-OF
011360     PERFORM 2240-FIND-RATE-AS-OF
011370         THRU 2240-FIND-RATE-AS-OF-EXIT
011380     MOVE WS-FOUND-RATE TO WS-CURRENT-RATE
011390     COMPUTE WS-HOURS-GROSS ROUNDED =
011400         (WS-PERIOD-RATE * (WS-REG-HOURS + WS-LEAVE-HOURS))
011410         + (WS-PERIOD-RATE * WS-OT-HOURS * 1.5)
011420     PERFORM 2245-READ-LEAVE
011430         THRU 2245-READ-LEAVE-EXIT
011440     COMPUTE WS-PAYOUT-GROSS ROUNDED =
011450         WS-CURRENT-RATE * WS-PAYOUT-HOURS
011460     ADD WS-HOURS-GROSS WS-PAYOUT-GROSS GIVING WS-GROSS-PAY
011470*    THE BRACKETS ARE ANNUAL - 2210 ANNUALIZES THE PERIOD'S
011480*    HOURS PAY ALONE BY THE GROUP'S PERIODS PER YEAR; THE
011490*    PAYOUT IS SUPPLEMENTAL WAGES WITHHELD AT THE FLAT RATE.
011500     PERFORM 2210-FIND-TAX-RATE
011510         THRU 2210-FIND-TAX-RATE-EXIT
011520     COMPUTE WS-REG-FED-TAX ROUNDED =
011530         WS-HOURS-GROSS * WS-APPLIED-TAX-RATE
011540     COMPUTE WS-SUPP-FED-TAX ROUNDED =
011550         WS-PAYOUT-GROSS * WS-SUPP-FED-RATE
011560     ADD WS-REG-FED-TAX WS-SUPP-FED-TAX GIVING WS-FED-TAX
011570     PERFORM 2280-COMPUTE-FICA
011580         THRU 2280-COMPUTE-FICA-EXIT
011590     PERFORM 2230-FIND-STATE-RATE
011600         THRU 2230-FIND-STATE-RATE-EXIT
011610     COMPUTE WS-STATE-TAX ROUNDED =
011620         WS-GROSS-PAY * WS-APPLIED-STATE-RATE
011630     PERFORM 2250-LOAD-DEDUCTIONS
011640         THRU 2250-LOAD-DEDUCTIONS-EXIT
011650     PERFORM 2260-TAKE-DEDUCTIONS
011660         THRU 2260-TAKE-DEDUCTIONS-EXIT
011670     ADD WS-FED-TAX WS-FICA-TAX WS-STATE-TAX
011680         WS-VOL-DEDUCTIONS
011690         GIVING WS-TOTAL-DEDUCTIONS
011700     SUBTRACT WS-TOTAL-DEDUCTIONS FROM WS-GROSS-PAY
011710         GIVING WS-NET-PAY
011720     ADD WS-HOURS-GROSS TO WS-GRAND-HOURS-GROSS
011730     ADD WS-PAYOUT-GROSS TO WS-GRAND-PAYOUT
011740     ADD WS-GROSS-PAY TO WS-GRAND-GROSS
011750     ADD WS-FED-TAX TO WS-GRAND-FED
011760     ADD WS-SUPP-FED-TAX TO WS-GRAND-SUPP-FED
011770     ADD WS-FICA-TAX TO WS-GRAND-FICA
011780     ADD WS-STATE-TAX TO WS-GRAND-STATE
011790     ADD WS-VOL-DEDUCTIONS TO WS-GRAND-OTH
011800     ADD WS-NET-PAY TO WS-GRAND-NET
011810     ADD WS-UNCOLLECTED TO WS-GRAND-UNCOLLECTED
011820     ADD WS-ER-SS-TAX TO WS-GRAND-ER-SS
011830     ADD WS-ER-MED-TAX TO WS-GRAND-ER-MED
011840     ADD WS-FUTA-TAX TO WS-GRAND-FUTA
011850     ADD WS-SUTA-TAX TO WS-GRAND-SUTA
011860     PERFORM 2270-ACCUM-DEPT-GROSS
011870         THRU 2270-ACCUM-DEPT-GROSS-EXIT.
011880 2200-COMPUTE-FINAL-PAY-EXIT.
011890     EXIT.
011900*
011910*------------------------------------------------------------*
011920*    2210-FIND-TAX-RATE - PICK THE BRACKET COVERING THE HOURS *
011930*    PAY FOR THE EMPLOYEE'S FILING STATUS (SPACE OR UNKNOWN   *
011940*    IS TREATED AS SINGLE).  NO COVERING BRACKET FALLS BACK   *
011950*    TO THE FLAT WS-FED-TAX-RATE.  THE BRACKETS ARE ANNUAL,   *
011960*    SO THE HOURS PAY IS ANNUALIZED FIRST.                    *
011970*------------------------------------------------------------*
011980 2210-FIND-TAX-RATE.
011990     IF FilingStatus = "M"
012000         MOVE "M" TO WS-WORK-FILING
012010     ELSE
012020         MOVE "S" TO WS-WORK-FILING
012030     END-IF
012040     COMPUTE WS-ANNUAL-GROSS =
012050         WS-HOURS-GROSS * WS-PERIODS-PER-YEAR
012060     MOVE "N" TO WS-TAX-FOUND-SW
012070     MOVE WS-FED-TAX-RATE TO WS-APPLIED-TAX-RATE
012080     IF WS-TAX-ENTRY-COUNT > ZERO
012090         PERFORM 2220-TEST-TAX-BRACKET
012100             THRU 2220-TEST-TAX-BRACKET-EXIT
012110             VARYING WS-TAX-IX FROM 1 BY 1
012120             UNTIL TAX-BRACKET-FOUND
012130                 OR WS-TAX-IX > WS-TAX-ENTRY-COUNT
012140     END-IF.
012150 2210-FIND-TAX-RATE-EXIT.
012160     EXIT.
012170*
012180 2220-TEST-TAX-BRACKET.
012190     IF WS-TAX-STATUS (WS-TAX-IX) = WS-WORK-FILING
012200             AND WS-ANNUAL-GROSS NOT < WS-TAX-FLOOR (WS-TAX-IX)
012210             AND (WS-TAX-CEILING (WS-TAX-IX) = ZERO
012220                 OR WS-ANNUAL-GROSS
012230                     NOT > WS-TAX-CEILING (WS-TAX-IX))
012240         MOVE WS-TAX-RATE (WS-TAX-IX) TO WS-APPLIED-TAX-RATE
012250         SET TAX-BRACKET-FOUND TO TRUE
012260     END-IF.
012270 2220-TEST-TAX-BRACKET-EXIT.
012280     EXIT.
012290*
012300*------------------------------------------------------------*
012310*    2230-FIND-STATE-RATE - PICK THE STATE BRACKET COVERING   *
012320*    THE GROSS FOR THE EMPLOYEE'S WorkState AND FILING        *
012330*    STATUS.  SPACES OR NO COVERING BRACKET WITHHOLDS ZERO.   *
012340*    THE GROSS IS ANNUALIZED FOR THE (ANNUAL) BRACKETS.       *
012350*------------------------------------------------------------*
012360 2230-FIND-STATE-RATE.
012370     COMPUTE WS-ANNUAL-GROSS =
012380         WS-GROSS-PAY * WS-PERIODS-PER-YEAR
012390     MOVE "N" TO WS-STX-FOUND-SW
012400     MOVE ZERO TO WS-APPLIED-STATE-RATE
012410     IF WorkState = SPACES
012420             OR WS-STX-ENTRY-COUNT = ZERO
012430         GO TO 2230-FIND-STATE-RATE-EXIT
012440     END-IF
012450     PERFORM 2232-TEST-STATE-BRACKET
012460         THRU 2232-TEST-STATE-BRACKET-EXIT
012470         VARYING WS-STX-IX FROM 1 BY 1
012480         UNTIL STX-BRACKET-FOUND
012490             OR WS-STX-IX > WS-STX-ENTRY-COUNT.
012500 2230-FIND-STATE-RATE-EXIT.
012510     EXIT.
012520*
012530 2232-TEST-STATE-BRACKET.
012540     IF WS-STX-STATE (WS-STX-IX) = WorkState
012550             AND WS-STX-STATUS (WS-STX-IX) = WS-WORK-FILING
012560             AND WS-ANNUAL-GROSS
012570                 NOT < WS-STX-FLOOR (WS-STX-IX)
012580             AND (WS-STX-CEILING (WS-STX-IX) = ZERO
012590                 OR WS-ANNUAL-GROSS
012600                     NOT > WS-STX-CEILING (WS-STX-IX))
012610         MOVE WS-STX-RATE (WS-STX-IX)
012620             TO WS-APPLIED-STATE-RATE
012630         SET STX-BRACKET-FOUND TO TRUE
012640     END-IF.
012650 2232-TEST-STATE-BRACKET-EXIT.
012660     EXIT.
012670*
012680*------------------------------------------------------------*
012690*    2240-FIND-RATE-AS-OF - THE LATEST RATE-HISTORY RATE      *
012700*    EFFECTIVE ON OR BEFORE WS-RATE-AS-OF.  NO HISTORY PAYS   *
012710*    HourlyRate.  NOTHING IS WRITTEN BACK - THE MASTER RATE   *
012720*    OF A TERMINATED EMPLOYEE IS LEFT AS IT STANDS.           *
012730*------------------------------------------------------------*
012740 2240-FIND-RATE-AS-OF.
012750     MOVE HourlyRate TO WS-FOUND-RATE
012760     MOVE "N" TO WS-RH-EOF-SW
012770     MOVE Ident TO RH-IDENT
012780     MOVE ZERO TO RH-EFFECTIVE-DATE
012790     START RATE-HISTORY-FILE
012800         KEY IS NOT LESS THAN RH-KEY
012810         INVALID KEY
012820             SET RH-EOF TO TRUE
012830     END-START
012840     PERFORM 2242-READ-RATE-HISTORY
012850         THRU 2242-READ-RATE-HISTORY-EXIT
012860         UNTIL RH-EOF.
012870 2240-FIND-RATE-AS-OF-EXIT.
012880     EXIT.
012890*
012900 2242-READ-RATE-HISTORY.
012910     READ RATE-HISTORY-FILE NEXT RECORD
012920         AT END
012930             SET RH-EOF TO TRUE
012940             GO TO 2242-READ-RATE-HISTORY-EXIT
012950     END-READ
012960     IF RH-IDENT NOT = Ident
012970             OR RH-EFFECTIVE-DATE > WS-RATE-AS-OF
012980         SET RH-EOF TO TRUE
012990         GO TO 2242-READ-RATE-HISTORY-EXIT
013000     END-IF
013010     MOVE RH-HOURLY-RATE TO WS-FOUND-RATE.
013020 2242-READ-RATE-HISTORY-EXIT.
013030     EXIT.
013040*
013050*------------------------------------------------------------*
013060*    2245-READ-LEAVE - THE VACATION BALANCE STILL OWED.  THE  *
013070*    LAST PERIOD'S VACATION HOURS ARE PAID ABOVE AND HAVE NOT *
013080*    YET BEEN CHARGED TO THE BALANCE (THE PAY RUN CHARGES     *
013090*    THEM), SO THEY COME OFF IT HERE; NO ACCRUAL IS EARNED    *
013100*    FOR THE FINAL PERIOD.  A NEGATIVE BALANCE PAYS NOTHING   *
013110*    AND IS NOT RECOVERED.  SICK LEAVE IS NOT PAID OUT.       *
013120*------------------------------------------------------------*
013130 2245-READ-LEAVE.
013140     MOVE "N" TO WS-LEAVE-SW
013150     MOVE ZERO TO WS-OLD-VAC-BALANCE
013160     MOVE ZERO TO WS-OLD-SICK-BALANCE
013170     MOVE ZERO TO WS-PAYOUT-HOURS
013180     MOVE Ident TO LV-IDENT
013190     READ LEAVE-MASTER-FILE
013200         KEY IS LV-IDENT
013210         INVALID KEY
013220             GO TO 2245-READ-LEAVE-EXIT
013230     END-READ
013240     SET LEAVE-ON-FILE TO TRUE
013250     MOVE LV-VAC-BALANCE TO WS-OLD-VAC-BALANCE
013260     MOVE LV-SICK-BALANCE TO WS-OLD-SICK-BALANCE
013270     SUBTRACT WS-VAC-HOURS FROM LV-VAC-BALANCE
013280         GIVING WS-PAYOUT-HOURS
013290     IF WS-PAYOUT-HOURS < ZERO
013300         MOVE ZERO TO WS-PAYOUT-HOURS
013310     END-IF.
013320 2245-READ-LEAVE-EXIT.
013330     EXIT.
013340*
013350*------------------------------------------------------------*
013360*    2250-LOAD-DEDUCTIONS - PULL THE EMPLOYEE'S DEDMAST       *
013370*    RECORDS (KEYED IDENT/CODE) INTO THE WORK TABLE.  RECORDS *
013380*    PAST THE TABLE LIMIT ARE DROPPED WITH AN EXCEPTION LINE  *
013390*    ON THE REGISTER SO NOTHING VANISHES SILENTLY.            *
013400*------------------------------------------------------------*
013410 2250-LOAD-DEDUCTIONS.
013420     MOVE ZERO TO WS-DED-COUNT
013430     MOVE "N" TO WS-DED-EOF-SW
013440     MOVE Ident TO DE-IDENT
013450     MOVE LOW-VALUES TO DE-CODE
013460     START DEDUCT-MASTER-FILE
013470         KEY IS NOT LESS THAN DE-KEY
013480         INVALID KEY
013490             SET DED-EOF TO TRUE
013500     END-START
013510     IF NOT DED-EOF
013520         PERFORM 2252-READ-NEXT-DEDUCTION
013530             THRU 2252-READ-NEXT-DEDUCTION-EXIT
013540         PERFORM 2254-STORE-DEDUCTION
013550             THRU 2254-STORE-DEDUCTION-EXIT
013560             UNTIL DED-EOF
013570     END-IF.
013580 2250-LOAD-DEDUCTIONS-EXIT.
013590     EXIT.
013600*
013610 2252-READ-NEXT-DEDUCTION.
013620     READ DEDUCT-MASTER-FILE NEXT RECORD
013630         AT END
013640             SET DED-EOF TO TRUE
013650     END-READ
013660     IF NOT DED-EOF
013670             AND DE-IDENT NOT = Ident
013680         SET DED-EOF TO TRUE
013690     END-IF.
013700 2252-READ-NEXT-DEDUCTION-EXIT.
013710     EXIT.
013720*
013730 2254-STORE-DEDUCTION.
013740     IF WS-DED-COUNT < WS-DED-MAX
013750         ADD 1 TO WS-DED-COUNT
013760         MOVE DE-CODE TO WS-DD-CODE (WS-DED-COUNT)
013770         MOVE DE-CLASS TO WS-DD-CLASS (WS-DED-COUNT)
013780         MOVE DE-METHOD TO WS-DD-METHOD (WS-DED-COUNT)
013790         MOVE DE-AMOUNT TO WS-DD-AMOUNT (WS-DED-COUNT)
013800         MOVE DE-PERCENT TO WS-DD-PERCENT (WS-DED-COUNT)
013810         MOVE DE-PRIORITY TO WS-DD-PRIORITY (WS-DED-COUNT)
013820         MOVE DE-GOAL-AMOUNT TO WS-DD-GOAL (WS-DED-COUNT)
013830         MOVE DE-TAKEN-TO-DATE
013840             TO WS-DD-TAKEN-TD (WS-DED-COUNT)
013850         MOVE DE-ARREARS TO WS-DD-ARREARS (WS-DED-COUNT)
013860         MOVE ZERO TO WS-DD-TAKEN-NOW (WS-DED-COUNT)
013870         MOVE DE-ARREARS
013880             TO WS-DD-NEW-ARREARS (WS-DED-COUNT)
013890         MOVE "N" TO WS-DD-DONE (WS-DED-COUNT)
013900         IF DE-GARNISHMENT
013910             MOVE DE-CASE-NO TO WS-DD-CASE-NO (WS-DED-COUNT)
013920         ELSE
013930             MOVE SPACES TO WS-DD-CASE-NO (WS-DED-COUNT)
013940         END-IF
013950     ELSE
013960         MOVE SPACES TO FINAL-REGISTER-LINE
013970         STRING "*** IDENT " Ident
013980                 " DEDUCTION " DE-CODE
013990                 " DROPPED - TABLE FULL ***"
014000             DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
014010         WRITE FINAL-REGISTER-LINE
014020     END-IF
014030     PERFORM 2252-READ-NEXT-DEDUCTION
014040         THRU 2252-READ-NEXT-DEDUCTION-EXIT.
014050 2254-STORE-DEDUCTION-EXIT.
014060     EXIT.
014070*
014080*------------------------------------------------------------*
014090*    2260-TAKE-DEDUCTIONS - TAKE THE LOADED DEDUCTIONS IN     *
014100*    PRIORITY ORDER AGAINST THE NET LEFT AFTER TAXES, UNDER   *
014110*    THE SAME PROTECTED FLOOR AS THE PAY RUN.  THERE IS NO    *
014120*    NEXT PERIOD TO CARRY A SHORTFALL TO, SO WHAT CANNOT BE   *
014130*    TAKEN NOW IS TOTALLED AS UNCOLLECTED.                    *
014140*------------------------------------------------------------*
014150 2260-TAKE-DEDUCTIONS.
014160     MOVE ZERO TO WS-VOL-DEDUCTIONS
014170     MOVE ZERO TO WS-UNCOLLECTED
014180     IF WS-DED-COUNT = ZERO
014190         GO TO 2260-TAKE-DEDUCTIONS-EXIT
014200     END-IF
014210     COMPUTE WS-NET-FLOOR ROUNDED =
014220         WS-GROSS-PAY * WS-NET-FLOOR-RATE
014230     COMPUTE WS-WORK-NET =
014240         WS-GROSS-PAY - WS-FED-TAX - WS-FICA-TAX
014250             - WS-STATE-TAX
014260     PERFORM 2262-TAKE-NEXT-DEDUCTION
014270         THRU 2262-TAKE-NEXT-DEDUCTION-EXIT
014280         VARYING WS-DED-IX FROM 1 BY 1
014290         UNTIL WS-DED-IX > WS-DED-COUNT.
014300 2260-TAKE-DEDUCTIONS-EXIT.
014310     EXIT.
014320*
014330 2262-TAKE-NEXT-DEDUCTION.
014340     MOVE ZERO TO WS-DED-TAKE-IX
014350     MOVE 99 TO WS-DED-LOW-PRIORITY
014360     PERFORM 2264-SCAN-FOR-PRIORITY
014370         THRU 2264-SCAN-FOR-PRIORITY-EXIT
014380         VARYING WS-DED-SCAN-IX FROM 1 BY 1
014390         UNTIL WS-DED-SCAN-IX > WS-DED-COUNT
014400     IF WS-DED-TAKE-IX = ZERO
014410         GO TO 2262-TAKE-NEXT-DEDUCTION-EXIT
014420     END-IF
014430     MOVE "Y" TO WS-DD-DONE (WS-DED-TAKE-IX)
014440     PERFORM 2266-COMPUTE-ONE-DEDUCTION
014450         THRU 2266-COMPUTE-ONE-DEDUCTION-EXIT.
014460 2262-TAKE-NEXT-DEDUCTION-EXIT.
014470     EXIT.
014480*
014490 2264-SCAN-FOR-PRIORITY.
014500     IF WS-DD-DONE (WS-DED-SCAN-IX) = "N"
014510             AND (WS-DED-TAKE-IX = ZERO
014520                 OR WS-DD-PRIORITY (WS-DED-SCAN-IX)
014530                     < WS-DED-LOW-PRIORITY)
014540         MOVE WS-DED-SCAN-IX TO WS-DED-TAKE-IX
014550         MOVE WS-DD-PRIORITY (WS-DED-SCAN-IX)
014560             TO WS-DED-LOW-PRIORITY
014570     END-IF.
014580 2264-SCAN-FOR-PRIORITY-EXIT.
014590     EXIT.
014600*
014610*------------------------------------------------------------*
014620*    2266-COMPUTE-ONE-DEDUCTION - REQUESTED = FLAT OR PERCENT *
014630*    OF GROSS, PLUS ARREARS, CAPPED AT WHAT IS LEFT OF THE    *
014640*    GOAL.  TAKEN = REQUESTED CAPPED AT WHAT THE PROTECTED    *
014650*    FLOOR LEAVES AVAILABLE; THE DIFFERENCE IS UNCOLLECTED.   *
014660*------------------------------------------------------------*
014670 2266-COMPUTE-ONE-DEDUCTION.
014680     IF WS-DD-METHOD (WS-DED-TAKE-IX) = "P"
014690         COMPUTE WS-DED-REQUESTED ROUNDED =
014700             WS-GROSS-PAY * WS-DD-PERCENT (WS-DED-TAKE-IX)
014710     ELSE
014720         MOVE WS-DD-AMOUNT (WS-DED-TAKE-IX)
014730             TO WS-DED-REQUESTED
014740     END-IF
014750     ADD WS-DD-ARREARS (WS-DED-TAKE-IX) TO WS-DED-REQUESTED
014760     IF WS-DD-GOAL (WS-DED-TAKE-IX) > ZERO
014770         SUBTRACT WS-DD-TAKEN-TD (WS-DED-TAKE-IX)
014780             FROM WS-DD-GOAL (WS-DED-TAKE-IX)
014790             GIVING WS-GOAL-REMAINING
014800         IF WS-GOAL-REMAINING < ZERO
014810             MOVE ZERO TO WS-GOAL-REMAINING
014820         END-IF
014830         IF WS-DED-REQUESTED > WS-GOAL-REMAINING
014840             MOVE WS-GOAL-REMAINING TO WS-DED-REQUESTED
014850         END-IF
014860     END-IF
014870     IF WS-DED-REQUESTED = ZERO
014880         MOVE ZERO TO WS-DD-NEW-ARREARS (WS-DED-TAKE-IX)
014890         GO TO 2266-COMPUTE-ONE-DEDUCTION-EXIT
014900     END-IF
014910     COMPUTE WS-DED-AVAILABLE =
014920         WS-WORK-NET - WS-NET-FLOOR
014930     IF WS-DED-AVAILABLE < ZERO
014940         MOVE ZERO TO WS-DED-AVAILABLE
014950     END-IF
014960     IF WS-DED-REQUESTED > WS-DED-AVAILABLE
014970         MOVE WS-DED-AVAILABLE
014980             TO WS-DD-TAKEN-NOW (WS-DED-TAKE-IX)
014990         SUBTRACT WS-DED-AVAILABLE FROM WS-DED-REQUESTED
015000             GIVING WS-DD-NEW-ARREARS (WS-DED-TAKE-IX)
015010     ELSE
015020         MOVE WS-DED-REQUESTED
015030             TO WS-DD-TAKEN-NOW (WS-DED-TAKE-IX)
015040         MOVE ZERO TO WS-DD-NEW-ARREARS (WS-DED-TAKE-IX)
015050     END-IF
015060     SUBTRACT WS-DD-TAKEN-NOW (WS-DED-TAKE-IX)
015070         FROM WS-WORK-NET
015080     ADD WS-DD-TAKEN-NOW (WS-DED-TAKE-IX)
015090         TO WS-VOL-DEDUCTIONS
015100     ADD WS-DD-NEW-ARREARS (WS-DED-TAKE-IX)
015110         TO WS-UNCOLLECTED.
015120 2266-COMPUTE-ONE-DEDUCTION-EXIT.
015130     EXIT.
015140*
015150*------------------------------------------------------------*
015160*    2270-ACCUM-DEPT-GROSS - FOLD THIS EMPLOYEE'S GROSS INTO *
015170*    ITS DeptCode SLOT FOR THE GL LABOR-EXPENSE DEBITS.      *
015180*    GROSS PAST THE TABLE LIMIT POOLS UNDER **** SO THE      *
015190*    POSTING FILE STILL BALANCES.                            *
015200*------------------------------------------------------------*
015210 2270-ACCUM-DEPT-GROSS.
015220     IF WS-GROSS-PAY = ZERO
015230         GO TO 2270-ACCUM-DEPT-GROSS-EXIT
015240     END-IF
015250     MOVE "N" TO WS-DEPT-FOUND-SW
015260     IF WS-DEPT-COUNT > ZERO
015270         PERFORM 2272-FIND-DEPT-SLOT
015280             THRU 2272-FIND-DEPT-SLOT-EXIT
015290             VARYING WS-DEPT-IX FROM 1 BY 1
015300             UNTIL DEPT-SLOT-FOUND
015310                 OR WS-DEPT-IX > WS-DEPT-COUNT
015320     END-IF
015330     IF NOT DEPT-SLOT-FOUND
015340         IF WS-DEPT-COUNT < WS-DEPT-MAX
015350             ADD 1 TO WS-DEPT-COUNT
015360             MOVE DeptCode TO WS-DP-CODE (WS-DEPT-COUNT)
015370             MOVE WS-GROSS-PAY
015380                 TO WS-DP-GROSS (WS-DEPT-COUNT)
015390         ELSE
015400             ADD WS-GROSS-PAY TO WS-DEPT-DROPPED-GROSS
015410         END-IF
015420     END-IF.
015430 2270-ACCUM-DEPT-GROSS-EXIT.
015440     EXIT.
015450*
015460 2272-FIND-DEPT-SLOT.
015470     IF WS-DP-CODE (WS-DEPT-IX) = DeptCode
015480         ADD WS-GROSS-PAY TO WS-DP-GROSS (WS-DEPT-IX)
015490         SET DEPT-SLOT-FOUND TO TRUE
015500     END-IF.
015510 2272-FIND-DEPT-SLOT-EXIT.
015520     EXIT.
015530*
015540*------------------------------------------------------------*
015550*    2280-COMPUTE-FICA - EMPLOYEE SOCIAL SECURITY ON THE      *
015560*    GROSS UP TO WHAT IS LEFT OF THE WAGE BASE, MEDICARE ON   *
015570*    ALL OF IT, THE EMPLOYER'S MATCH OF BOTH, AND FUTA AND    *
015580*    SUTA CAPPED AT THEIR OWN BASES - AS IN THE PAY RUN.      *
015590*------------------------------------------------------------*
015600 2280-COMPUTE-FICA.
015610     PERFORM 2282-LOAD-PRIOR-WAGES
015620         THRU 2282-LOAD-PRIOR-WAGES-EXIT
015630     COMPUTE WS-WAGE-ROOM =
015640         WS-SS-WAGE-BASE - WS-PRIOR-SS-WAGES
015650     IF WS-WAGE-ROOM < ZERO
015660         MOVE ZERO TO WS-WAGE-ROOM
015670     END-IF
015680     IF WS-GROSS-PAY > WS-WAGE-ROOM
015690         MOVE WS-WAGE-ROOM TO WS-SS-WAGES
015700     ELSE
015710         MOVE WS-GROSS-PAY TO WS-SS-WAGES
015720     END-IF
015730     COMPUTE WS-SS-TAX ROUNDED = WS-SS-WAGES * WS-SS-RATE
015740     COMPUTE WS-MED-TAX ROUNDED =
015750         WS-GROSS-PAY * WS-MEDICARE-RATE
015760     ADD WS-SS-TAX WS-MED-TAX GIVING WS-FICA-TAX
015770     MOVE WS-SS-TAX TO WS-ER-SS-TAX
015780     MOVE WS-MED-TAX TO WS-ER-MED-TAX
015790     COMPUTE WS-WAGE-ROOM =
015800         WS-FUTA-WAGE-BASE - WS-PRIOR-FUTA-WAGES
015810     IF WS-WAGE-ROOM < ZERO
015820         MOVE ZERO TO WS-WAGE-ROOM
015830     END-IF
015840     IF WS-GROSS-PAY > WS-WAGE-ROOM
015850         MOVE WS-WAGE-ROOM TO WS-FUTA-WAGES
015860     ELSE
015870         MOVE WS-GROSS-PAY TO WS-FUTA-WAGES
015880     END-IF
015890     COMPUTE WS-FUTA-TAX ROUNDED =
015900         WS-FUTA-WAGES * WS-FUTA-RATE
015910     COMPUTE WS-WAGE-ROOM =
015920         WS-SUTA-WAGE-BASE - WS-PRIOR-SUTA-WAGES
015930     IF WS-WAGE-ROOM < ZERO
015940         MOVE ZERO TO WS-WAGE-ROOM
015950     END-IF
015960     IF WS-GROSS-PAY > WS-WAGE-ROOM
015970         MOVE WS-WAGE-ROOM TO WS-SUTA-WAGES
015980     ELSE
015990         MOVE WS-GROSS-PAY TO WS-SUTA-WAGES
016000     END-IF
016010     COMPUTE WS-SUTA-TAX ROUNDED =
016020         WS-SUTA-WAGES * WS-SUTA-RATE.
016030 2280-COMPUTE-FICA-EXIT.
016040     EXIT.
016050*
016060*------------------------------------------------------------*
016070*    2282-LOAD-PRIOR-WAGES - THE SS/FUTA/SUTA WAGES ALREADY   *
016080*    TAXED THIS YEAR, FROM YTDMAST (READ ONLY - 2350 POSTS).  *
016090*    NO RECORD, OR A PRIOR-YEAR ONE, MEANS NOTHING TAXED YET. *
016100*------------------------------------------------------------*
016110 2282-LOAD-PRIOR-WAGES.
016120     MOVE ZERO TO WS-PRIOR-SS-WAGES
016130     MOVE ZERO TO WS-PRIOR-FUTA-WAGES
016140     MOVE ZERO TO WS-PRIOR-SUTA-WAGES
016150     MOVE Ident TO YT-IDENT
016160     READ YTD-MASTER-FILE
016170         KEY IS YT-IDENT
016180         INVALID KEY
016190             GO TO 2282-LOAD-PRIOR-WAGES-EXIT
016200     END-READ
016210     IF YT-YEAR NOT = WS-RUN-YEAR
016220         GO TO 2282-LOAD-PRIOR-WAGES-EXIT
016230     END-IF
016240     IF YT-SS-WAGES NOT NUMERIC
016250         PERFORM 2285-CONVERT-YTD-BUCKETS
016260             THRU 2285-CONVERT-YTD-BUCKETS-EXIT
016270     END-IF
016280     MOVE YT-SS-WAGES TO WS-PRIOR-SS-WAGES
016290     MOVE YT-FUTA-WAGES TO WS-PRIOR-FUTA-WAGES
016300     MOVE YT-SUTA-WAGES TO WS-PRIOR-SUTA-WAGES.
016310 2282-LOAD-PRIOR-WAGES-EXIT.
016320     EXIT.
016330*
016340*------------------------------------------------------------*
016350*    2285-CONVERT-YTD-BUCKETS - A YTD RECORD WRITTEN BEFORE   *
016360*    THE SS/EMPLOYER BUCKETS EXISTED, CONVERTED THE WAY THE   *
016370*    PAY RUN CONVERTS IT.                                     *
016380*------------------------------------------------------------*
016390 2285-CONVERT-YTD-BUCKETS.
016400     PERFORM 2351-RESET-TAX-YTD
016410         THRU 2351-RESET-TAX-YTD-EXIT
016420     PERFORM 2352-RESET-TAX-QTD
016430         THRU 2352-RESET-TAX-QTD-EXIT
016440     IF YT-GROSS > WS-SS-WAGE-BASE
016450         MOVE WS-SS-WAGE-BASE TO YT-SS-WAGES
016460     ELSE
016470         MOVE YT-GROSS TO YT-SS-WAGES
016480     END-IF
016490     IF YT-GROSS > WS-FUTA-WAGE-BASE
016500         MOVE WS-FUTA-WAGE-BASE TO YT-FUTA-WAGES
016510     ELSE
016520         MOVE YT-GROSS TO YT-FUTA-WAGES
016530     END-IF
016540     IF YT-GROSS > WS-SUTA-WAGE-BASE
016550         MOVE WS-SUTA-WAGE-BASE TO YT-SUTA-WAGES
016560     ELSE
016570         MOVE YT-GROSS TO YT-SUTA-WAGES
016580     END-IF
016590     IF YT-QTR-GROSS > YT-SS-WAGES
016600         MOVE YT-SS-WAGES TO YT-QTR-SS-WAGES
016610     ELSE
016620         MOVE YT-QTR-GROSS TO YT-QTR-SS-WAGES
016630     END-IF
016640     IF YT-QTR-GROSS > YT-FUTA-WAGES
016650         MOVE YT-FUTA-WAGES TO YT-QTR-FUTA-WAGES
016660     ELSE
016670         MOVE YT-QTR-GROSS TO YT-QTR-FUTA-WAGES
016680     END-IF
016690     IF YT-QTR-GROSS > YT-SUTA-WAGES
016700         MOVE YT-SUTA-WAGES TO YT-QTR-SUTA-WAGES
016710     ELSE
016720         MOVE YT-QTR-GROSS TO YT-QTR-SUTA-WAGES
016730     END-IF.
016740 2285-CONVERT-YTD-BUCKETS-EXIT.
016750     EXIT.
016760*
016770*------------------------------------------------------------*
016780*    2300-UPDATE-MASTER - FINAL-ONLY: PayCheck TO THE FINAL   *
016790*    NET (CAPPED AS THE PAY RUN CAPS IT) AND FinalPayDate TO  *
016800*    THE RUN DATE, SO NO LATER RUN PAYS THE EMPLOYEE OUT      *
016810*    AGAIN.  BOTH CHANGES ARE AUDITED.                        *
016820*------------------------------------------------------------*
016830 2300-UPDATE-MASTER.
016840     MOVE PayCheck TO WS-OLD-PAYCHECK
016850     IF WS-NET-PAY > WS-MAX-PAYCHECK
016860         MOVE SPACES TO FINAL-REGISTER-LINE
016870         MOVE WS-NET-PAY TO WS-AMT-EDIT
016880         MOVE WS-MAX-PAYCHECK TO WS-AUDIT-PAYCHECK-EDIT
016890         STRING "*** EXCEPTION - IDENT " Ident
016900                 " NET PAY " WS-AMT-EDIT
016910                 " EXCEEDS PAYCHECK CAPACITY "
016920                 WS-AUDIT-PAYCHECK-EDIT
016930                 " - PAYCHECK CAPPED ***"
016940             DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
016950         WRITE FINAL-REGISTER-LINE
016960         MOVE WS-MAX-PAYCHECK TO PayCheck
016970     ELSE
016980         MOVE WS-NET-PAY TO PayCheck
016990     END-IF
017000     IF WS-OLD-PAYCHECK NOT = PayCheck
017010         MOVE Ident TO WS-AUDIT-IDENT
017020         MOVE "PAYCHECK" TO WS-AUDIT-FIELD
017030         MOVE WS-OLD-PAYCHECK TO WS-AUDIT-PAYCHECK-EDIT
017040         MOVE WS-AUDIT-PAYCHECK-EDIT TO WS-AUDIT-OLD
017050         MOVE PayCheck TO WS-AUDIT-PAYCHECK-EDIT
017060         MOVE WS-AUDIT-PAYCHECK-EDIT TO WS-AUDIT-NEW
017070         PERFORM 7000-WRITE-AUDIT
017080             THRU 7000-WRITE-AUDIT-EXIT
017090     END-IF
017100     MOVE Ident TO WS-AUDIT-IDENT
017110     MOVE "FINALPAYDATE" TO WS-AUDIT-FIELD
017120     IF FinalPayDate NUMERIC
017130         MOVE FinalPayDate TO WS-AUDIT-OLD
017140     ELSE
017150         MOVE SPACES TO WS-AUDIT-OLD
017160     END-IF
017170     MOVE WS-RUN-DATE TO FinalPayDate
017180     MOVE FinalPayDate TO WS-AUDIT-NEW
017190     PERFORM 7000-WRITE-AUDIT
017200         THRU 7000-WRITE-AUDIT-EXIT
017210     REWRITE CUSTOMER-MASTER-RECORD.
017220 2300-UPDATE-MASTER-EXIT.
017230     EXIT.
017240*
017250*------------------------------------------------------------*
017260*    2340-STOP-DEDUCTIONS - FINAL-ONLY: POST WHAT WAS TAKEN   *
017270*    TO EACH DEDMAST RECORD AND STOP IT - AMOUNT, PERCENT     *
017280*    AND ARREARS TO ZERO, SO A REHIRE STARTS CLEAN AND NO     *
017290*    PAY RUN TAKES ANYTHING MORE.  THE RECORD STAYS ON FILE   *
017300*    FOR ITS TAKEN-TO-DATE.  EACH AMOUNT TAKEN IS EXTRACTED   *
017310*    FOR THE REMITTANCE RUN AS IN THE PAY RUN.                *
017320*------------------------------------------------------------*
017330 2340-STOP-DEDUCTIONS.
017340     IF WS-DED-COUNT = ZERO
017350         GO TO 2340-STOP-DEDUCTIONS-EXIT
017360     END-IF
017370     PERFORM 2342-STOP-ONE-DEDUCTION
017380         THRU 2342-STOP-ONE-DEDUCTION-EXIT
017390         VARYING WS-DED-IX FROM 1 BY 1
017400         UNTIL WS-DED-IX > WS-DED-COUNT
017410     PERFORM 2344-EXTRACT-ONE-DEDUCTION
017420         THRU 2344-EXTRACT-ONE-DEDUCTION-EXIT
017430         VARYING WS-DED-IX FROM 1 BY 1
017440         UNTIL WS-DED-IX > WS-DED-COUNT.
017450 2340-STOP-DEDUCTIONS-EXIT.
017460     EXIT.
017470*
017480 2342-STOP-ONE-DEDUCTION.
017490     MOVE Ident TO DE-IDENT
017500     MOVE WS-DD-CODE (WS-DED-IX) TO DE-CODE
017510     READ DEDUCT-MASTER-FILE
017520         KEY IS DE-KEY
017530         INVALID KEY
017540             GO TO 2342-STOP-ONE-DEDUCTION-EXIT
017550     END-READ
017560     ADD WS-DD-TAKEN-NOW (WS-DED-IX) TO DE-TAKEN-TO-DATE
017570     IF DE-AMOUNT NOT = ZERO
017580             OR DE-PERCENT NOT = ZERO
017590         MOVE Ident TO WS-AUDIT-IDENT
017600         MOVE SPACES TO WS-AUDIT-FIELD
017610         STRING "DED STOP " DE-CODE
017620             DELIMITED BY SIZE INTO WS-AUDIT-FIELD
017630         MOVE SPACES TO WS-AUDIT-OLD
017640         IF DE-PCT-OF-GROSS
017650             MOVE DE-PERCENT TO WS-AUDIT-PERCENT-EDIT
017660             STRING "PERCENT " WS-AUDIT-PERCENT-EDIT
017670                 DELIMITED BY SIZE INTO WS-AUDIT-OLD
017680         ELSE
017690             MOVE DE-AMOUNT TO WS-AUDIT-AMOUNT-EDIT
017700             STRING "AMOUNT " WS-AUDIT-AMOUNT-EDIT
017710                 DELIMITED BY SIZE INTO WS-AUDIT-OLD
017720         END-IF
017730         MOVE "STOPPED" TO WS-AUDIT-NEW
017740         PERFORM 7000-WRITE-AUDIT
017750             THRU 7000-WRITE-AUDIT-EXIT
017760     END-IF
017770*    WHAT THE FLOOR LEFT UNCOLLECTED IS WRITTEN OFF, NOT
017780*    CARRIED - THERE IS NO NEXT PERIOD TO COLLECT IT FROM.
017790     IF WS-DD-NEW-ARREARS (WS-DED-IX) > ZERO
017800         MOVE Ident TO WS-AUDIT-IDENT
017810         MOVE SPACES TO WS-AUDIT-FIELD
017820         STRING "DED ARREARS " DE-CODE
017830             DELIMITED BY SIZE INTO WS-AUDIT-FIELD
017840         MOVE WS-DD-NEW-ARREARS (WS-DED-IX)
017850             TO WS-AUDIT-AMOUNT-EDIT
017860         MOVE WS-AUDIT-AMOUNT-EDIT TO WS-AUDIT-OLD
017870         MOVE "0.00" TO WS-AUDIT-NEW
017880         PERFORM 7000-WRITE-AUDIT
017890             THRU 7000-WRITE-AUDIT-EXIT
017900     END-IF
017910     MOVE ZERO TO DE-AMOUNT DE-PERCENT DE-ARREARS
017920     REWRITE DEDUCT-MASTER-RECORD.
017930 2342-STOP-ONE-DEDUCTION-EXIT.
017940     EXIT.
017950*
017960*------------------------------------------------------------*
017970*    2344-EXTRACT-ONE-DEDUCTION - ONE REMITTANCE EXTRACT      *
017980*    RECORD PER DEDUCTION TAKEN, SO THE EXTRACT ALWAYS        *
017990*    TOTALS TO THE DEDUCTIONS-PAYABLE CREDIT ON GLPOST.       *
018000*------------------------------------------------------------*
018010 2344-EXTRACT-ONE-DEDUCTION.
018020     IF WS-DD-TAKEN-NOW (WS-DED-IX) = ZERO
018030         GO TO 2344-EXTRACT-ONE-DEDUCTION-EXIT
018040     END-IF
018050     MOVE SPACES TO DEDUCTION-EXTRACT-RECORD
018060     MOVE WS-DD-CODE (WS-DED-IX) TO DX-DED-CODE
018070     MOVE WS-DD-CASE-NO (WS-DED-IX) TO DX-CASE-NO
018080     MOVE Ident TO DX-IDENT
018090     MOVE CustName TO DX-NAME
018100     MOVE WS-DD-CLASS (WS-DED-IX) TO DX-CLASS
018110     MOVE WS-DD-TAKEN-NOW (WS-DED-IX) TO DX-AMOUNT
018120     MOVE WS-RUN-DATE TO DX-PAY-DATE
018130     MOVE WS-RUN-NUMBER TO DX-RUN-NUMBER
018140*    OFF-CYCLE - NO PAY GROUP, AS ON THE RUN'S GLPOST RECORDS,
018150*    SO REMIT FINDS THE MATCHING DEDUCTIONS-PAYABLE CREDIT.
018160     MOVE SPACE TO DX-PAY-GROUP
018170     WRITE DEDUCTION-EXTRACT-RECORD.
018180 2344-EXTRACT-ONE-DEDUCTION-EXIT.
018190     EXIT.
018200*
018210*------------------------------------------------------------*
018220*    2350-UPDATE-YTD - ROLL THE FINAL PAY INTO THE YTD        *
018230*    MASTER EXACTLY AS THE PAY RUN DOES.  A NEW YEAR RESETS   *
018240*    THE WHOLE RECORD, A NEW QUARTER THE QUARTER-TO-DATE.     *
018250*------------------------------------------------------------*
018260 2350-UPDATE-YTD.
018270     MOVE "N" TO WS-YTD-NEW-SW
018280     MOVE Ident TO YT-IDENT
018290     READ YTD-MASTER-FILE
018300         KEY IS YT-IDENT
018310         INVALID KEY
018320             SET YTD-NEW-RECORD TO TRUE
018330             MOVE Ident TO YT-IDENT
018340             MOVE WS-RUN-YEAR TO YT-YEAR
018350             MOVE WS-RUN-QUARTER TO YT-QUARTER
018360             MOVE ZERO TO YT-GROSS YT-FED-TAX
018370                 YT-FICA YT-NET YT-STATE-TAX
018380             MOVE ZERO TO YT-QTR-GROSS YT-QTR-FED-TAX
018390                 YT-QTR-FICA YT-QTR-NET YT-QTR-STATE-TAX
018400             PERFORM 2351-RESET-TAX-YTD
018410                 THRU 2351-RESET-TAX-YTD-EXIT
018420             PERFORM 2352-RESET-TAX-QTD
018430                 THRU 2352-RESET-TAX-QTD-EXIT
018440     END-READ
018450     IF YT-SS-WAGES NOT NUMERIC
018460         PERFORM 2285-CONVERT-YTD-BUCKETS
018470             THRU 2285-CONVERT-YTD-BUCKETS-EXIT
018480     END-IF
018490     IF YT-YEAR NOT = WS-RUN-YEAR
018500         MOVE WS-RUN-YEAR TO YT-YEAR
018510         MOVE WS-RUN-QUARTER TO YT-QUARTER
018520         MOVE ZERO TO YT-GROSS YT-FED-TAX
018530             YT-FICA YT-NET YT-STATE-TAX
018540         MOVE ZERO TO YT-QTR-GROSS YT-QTR-FED-TAX
018550             YT-QTR-FICA YT-QTR-NET YT-QTR-STATE-TAX
018560         PERFORM 2351-RESET-TAX-YTD
018570             THRU 2351-RESET-TAX-YTD-EXIT
018580         PERFORM 2352-RESET-TAX-QTD
018590             THRU 2352-RESET-TAX-QTD-EXIT
018600     ELSE
018610         IF YT-QUARTER NOT = WS-RUN-QUARTER
018620             MOVE WS-RUN-QUARTER TO YT-QUARTER
018630             MOVE ZERO TO YT-QTR-GROSS YT-QTR-FED-TAX
018640                 YT-QTR-FICA YT-QTR-NET YT-QTR-STATE-TAX
018650             PERFORM 2352-RESET-TAX-QTD
018660                 THRU 2352-RESET-TAX-QTD-EXIT
018670         END-IF
018680     END-IF
018690     ADD WS-GROSS-PAY TO YT-GROSS
018700     ADD WS-FED-TAX TO YT-FED-TAX
018710     ADD WS-FICA-TAX TO YT-FICA
018720     ADD WS-STATE-TAX TO YT-STATE-TAX
018730     ADD WS-NET-PAY TO YT-NET
018740     ADD WS-GROSS-PAY TO YT-QTR-GROSS
018750     ADD WS-FED-TAX TO YT-QTR-FED-TAX
018760     ADD WS-FICA-TAX TO YT-QTR-FICA
018770     ADD WS-STATE-TAX TO YT-QTR-STATE-TAX
018780     MOVE WorkState TO YT-WORK-STATE
018790     ADD WS-NET-PAY TO YT-QTR-NET
018800     ADD WS-SS-WAGES TO YT-SS-WAGES
018810     ADD WS-SS-TAX TO YT-SS-TAX
018820     ADD WS-MED-TAX TO YT-MED-TAX
018830     ADD WS-SS-WAGES TO YT-QTR-SS-WAGES
018840     ADD WS-SS-TAX TO YT-QTR-SS-TAX
018850     ADD WS-MED-TAX TO YT-QTR-MED-TAX
018860     ADD WS-ER-SS-TAX TO YT-ER-SS-TAX
018870     ADD WS-ER-MED-TAX TO YT-ER-MED-TAX
018880     ADD WS-FUTA-WAGES TO YT-FUTA-WAGES
018890     ADD WS-FUTA-TAX TO YT-FUTA-TAX
018900     ADD WS-SUTA-WAGES TO YT-SUTA-WAGES
018910     ADD WS-SUTA-TAX TO YT-SUTA-TAX
018920     ADD WS-ER-SS-TAX TO YT-QTR-ER-SS-TAX
018930     ADD WS-ER-MED-TAX TO YT-QTR-ER-MED-TAX
018940     ADD WS-FUTA-WAGES TO YT-QTR-FUTA-WAGES
018950     ADD WS-FUTA-TAX TO YT-QTR-FUTA-TAX
018960     ADD WS-SUTA-WAGES TO YT-QTR-SUTA-WAGES
018970     ADD WS-SUTA-TAX TO YT-QTR-SUTA-TAX
018980     IF YTD-NEW-RECORD
018990         WRITE YTD-MASTER-RECORD
019000             INVALID KEY
019010                 CONTINUE
019020         END-WRITE
019030     ELSE
019040         REWRITE YTD-MASTER-RECORD
019050     END-IF.
019060 2350-UPDATE-YTD-EXIT.
019070     EXIT.
019080*
019090*------------------------------------------------------------*
019100*    2351/2352 - ZERO THE SS/MEDICARE SPLIT AND EMPLOYER TAX  *
019110*    BUCKETS, YEAR-TO-DATE AND QUARTER-TO-DATE RESPECTIVELY.  *
019120*------------------------------------------------------------*
019130 2351-RESET-TAX-YTD.
019140     MOVE ZERO TO YT-SS-WAGES YT-SS-TAX YT-MED-TAX
019150     MOVE ZERO TO YT-ER-SS-TAX YT-ER-MED-TAX
019160         YT-FUTA-WAGES YT-FUTA-TAX
019170         YT-SUTA-WAGES YT-SUTA-TAX.
019180 2351-RESET-TAX-YTD-EXIT.
019190     EXIT.
019200*
019210 2352-RESET-TAX-QTD.
019220     MOVE ZERO TO YT-QTR-SS-WAGES YT-QTR-SS-TAX
019230         YT-QTR-MED-TAX
019240     MOVE ZERO TO YT-QTR-ER-SS-TAX YT-QTR-ER-MED-TAX
019250         YT-QTR-FUTA-WAGES YT-QTR-FUTA-TAX
019260         YT-QTR-SUTA-WAGES YT-QTR-SUTA-TAX.
019270 2352-RESET-TAX-QTD-EXIT.
019280     EXIT.
019290*
019300*------------------------------------------------------------*
019310*    2355-ISSUE-PAYMENT - AN ACH EMPLOYEE WHOSE ACCOUNT HAS   *
019320*    BEEN PRENOTED GETS A LIVE DEPOSIT; EVERYONE ELSE (CHECK  *
019330*    EMPLOYEES, UNUSABLE BANK FIELDS, AN ACCOUNT NEVER        *
019340*    PRENOTED) GETS A MANUAL CHECK.  NO PRENOTE IS SENT -     *
019350*    THERE IS NO LATER PAY FOR IT TO CLEAR THE WAY FOR.       *
019360*------------------------------------------------------------*
019370 2355-ISSUE-PAYMENT.
019380     MOVE "N" TO WS-PAY-VEHICLE-SW
019390     IF WS-NET-PAY = ZERO
019400         GO TO 2355-ISSUE-PAYMENT-EXIT
019410     END-IF
019420     IF PayByACH
019430             AND BankRouting NUMERIC
019440             AND BankRouting NOT = ZERO
019450             AND BankAccount NOT = SPACES
019460             AND PrenoteDate NOT = ZERO
019470         PERFORM 2370-WRITE-DEPOSIT
019480             THRU 2370-WRITE-DEPOSIT-EXIT
019490     ELSE
019500         PERFORM 2360-WRITE-MANUAL-CHECK
019510             THRU 2360-WRITE-MANUAL-CHECK-EXIT
019520     END-IF.
019530 2355-ISSUE-PAYMENT-EXIT.
019540     EXIT.
019550*
019560*------------------------------------------------------------*
019570*    2360-WRITE-MANUAL-CHECK - NEXT NUMBER OFF THE CHKNBR     *
019580*    CONTROL, ONE I RECORD INTO CHKISSUE, EXACTLY AS A        *
019590*    REGULAR ISSUE.                                           *
019600*------------------------------------------------------------*
019610 2360-WRITE-MANUAL-CHECK.
019620     MOVE "C" TO WS-PAY-VEHICLE-SW
019630     ADD 1 TO WS-CHECK-NO
019640     MOVE SPACES TO CHECK-ISSUE-RECORD
019650     MOVE WS-CHECK-NO TO CH-CHECK-NO
019660     MOVE Ident TO CH-IDENT
019670     MOVE CustName TO CH-CUST-NAME
019680     MOVE WS-NET-PAY TO CH-NET-AMOUNT
019690     MOVE WS-RUN-DATE TO CH-PAY-DATE
019700     MOVE "I" TO CH-STATUS
019710     WRITE CHECK-ISSUE-RECORD
019720     ADD 1 TO WS-CHECKS-ISSUED
019730     ADD WS-NET-PAY TO WS-CHECKS-NET-TOTAL
019740     MOVE SPACES TO FINAL-REGISTER-LINE
019750     MOVE WS-NET-PAY TO WS-AMT-EDIT
019760     STRING "    PAID BY MANUAL CHECK " WS-CHECK-NO
019770             " NET " WS-AMT-EDIT
019780         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
019790     WRITE FINAL-REGISTER-LINE.
019800 2360-WRITE-MANUAL-CHECK-EXIT.
019810     EXIT.
019820*
019830*------------------------------------------------------------*
019840*    2370-WRITE-DEPOSIT - ONE LIVE DEPOSIT RECORD FOR THE     *
019850*    NET INTO THIS RUN'S ACHDEP GENERATION.                   *
019860*------------------------------------------------------------*
019870 2370-WRITE-DEPOSIT.
019880     MOVE "D" TO WS-PAY-VEHICLE-SW
019890     MOVE SPACES TO DEPOSIT-RECORD
019900     MOVE "D" TO DP-RECORD-TYPE
019910     MOVE Ident TO DP-IDENT
019920     MOVE CustName TO DP-NAME
019930     MOVE BankRouting TO DP-ROUTING
019940     MOVE BankAccount TO DP-ACCOUNT
019950     MOVE WS-NET-PAY TO DP-AMOUNT
019960     MOVE WS-RUN-DATE TO DP-PAY-DATE
019970     MOVE "D" TO DP-ENTRY-TYPE
019980     WRITE DEPOSIT-RECORD
019990     ADD 1 TO WS-ACH-DEPOSITS
020000     ADD WS-NET-PAY TO WS-ACH-NET-TOTAL
020010     MOVE SPACES TO FINAL-REGISTER-LINE
020020     MOVE WS-NET-PAY TO WS-AMT-EDIT
020030     STRING "    PAID BY DIRECT DEPOSIT ROUTING " BankRouting
020040             " NET " WS-AMT-EDIT
020050         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
020060     WRITE FINAL-REGISTER-LINE.
020070 2370-WRITE-DEPOSIT-EXIT.
020080     EXIT.
020090*
020100*------------------------------------------------------------*
020110*    2390-PAY-OUT-LEAVE - FINAL-ONLY: THE VACATION BALANCE    *
020120*    HAS BEEN PAID OUT AND THE SICK BALANCE IS FORFEITED, SO  *
020130*    BOTH GO TO ZERO ON THE LEAVE MASTER, AUDITED.  NO        *
020140*    ACCRUAL IS EARNED ON THE FINAL PAY.                      *
020150*------------------------------------------------------------*
020160 2390-PAY-OUT-LEAVE.
020170     IF NOT LEAVE-ON-FILE
020180         GO TO 2390-PAY-OUT-LEAVE-EXIT
020190     END-IF
020200     MOVE Ident TO LV-IDENT
020210     READ LEAVE-MASTER-FILE
020220         KEY IS LV-IDENT
020230         INVALID KEY
020240             GO TO 2390-PAY-OUT-LEAVE-EXIT
020250     END-READ
020260     IF LV-VAC-BALANCE NOT = ZERO
020270         MOVE Ident TO WS-AUDIT-IDENT
020280         MOVE "VACBALANCE" TO WS-AUDIT-FIELD
020290         MOVE LV-VAC-BALANCE TO WS-AUDIT-HOURS-EDIT
020300         MOVE WS-AUDIT-HOURS-EDIT TO WS-AUDIT-OLD
020310         MOVE "0.00" TO WS-AUDIT-NEW
020320         PERFORM 7000-WRITE-AUDIT
020330             THRU 7000-WRITE-AUDIT-EXIT
020340     END-IF
020350     IF LV-SICK-BALANCE NOT = ZERO
020360         MOVE Ident TO WS-AUDIT-IDENT
020370         MOVE "SICKBALANCE" TO WS-AUDIT-FIELD
020380         MOVE LV-SICK-BALANCE TO WS-AUDIT-HOURS-EDIT
020390         MOVE WS-AUDIT-HOURS-EDIT TO WS-AUDIT-OLD
020400         MOVE "0.00" TO WS-AUDIT-NEW
020410         PERFORM 7000-WRITE-AUDIT
020420             THRU 7000-WRITE-AUDIT-EXIT
020430     END-IF
020440     MOVE ZERO TO LV-VAC-BALANCE LV-SICK-BALANCE
020450     REWRITE LEAVE-MASTER-RECORD.
020460 2390-PAY-OUT-LEAVE-EXIT.
020470     EXIT.
020480*
020490*------------------------------------------------------------*
020500*    2395-WRITE-PAY-HISTORY - ONE P RECORD FOR THE HOURS PAY  *
020510*    OF THE TERMINATION PERIOD, AT THE RATE IT WAS PRICED AT, *
020520*    SO RETROPAY CAN REPRICE IT LIKE ANY OTHER PERIOD.  THE   *
020530*    LEAVE PAYOUT IS NOT HOURS WORKED AND IS NOT RECORDED.    *
020540*------------------------------------------------------------*
020550 2395-WRITE-PAY-HISTORY.
020560     IF WS-HOURS-GROSS = ZERO
020570         GO TO 2395-WRITE-PAY-HISTORY-EXIT
020580     END-IF
020590     MOVE SPACES TO PAY-HISTORY-RECORD
020600     MOVE Ident TO PH-IDENT
020610     MOVE WS-TERM-PERIOD TO PH-PERIOD-END-DATE
020620     SET PH-PAY-RUN TO TRUE
020630     MOVE WS-PERIOD-RATE TO PH-HOURLY-RATE
020640     MOVE WS-REG-HOURS TO PH-REG-HOURS
020650     MOVE WS-OT-HOURS TO PH-OT-HOURS
020660     MOVE WS-LEAVE-HOURS TO PH-LEAVE-HOURS
020670     MOVE WS-HOURS-GROSS TO PH-GROSS
020680     MOVE WS-RUN-DATE TO PH-PAY-DATE
020690     MOVE WS-RUN-NUMBER TO PH-RUN-NUMBER
020700     MOVE DeptCode TO PH-DEPT-CODE
020710     WRITE PAY-HISTORY-RECORD.
020720 2395-WRITE-PAY-HISTORY-EXIT.
020730     EXIT.
020740*
020750*------------------------------------------------------------*
020760*    2400-PRINT-DETAIL-LINE - ONE REGISTER LINE PER EMPLOYEE  *
020770*    PAID, THEN THE HOURS REMARK AND THE DEDUCTION ARREARS    *
020780*    WRITTEN OFF WHEN THERE ARE ANY.                          *
020790*------------------------------------------------------------*
020800 2400-PRINT-DETAIL-LINE.
020810     MOVE Ident TO WS-RD-IDENT
020820     MOVE CustName TO WS-RD-NAME
020830     MOVE StatusDate TO WS-RD-TERM-DATE
020840     MOVE WS-HOURS-GROSS TO WS-RD-HOURS-GROSS
020850     MOVE WS-PAYOUT-GROSS TO WS-RD-PAYOUT
020860     MOVE WS-GROSS-PAY TO WS-RD-GROSS
020870     COMPUTE WS-RD-TAXES =
020880         WS-FED-TAX + WS-FICA-TAX + WS-STATE-TAX
020890     MOVE WS-VOL-DEDUCTIONS TO WS-RD-DEDUCTIONS
020900     MOVE WS-NET-PAY TO WS-RD-NET
020910     WRITE FINAL-REGISTER-LINE FROM WS-RPT-DETAIL
020920     IF WS-HOURS-REMARK NOT = SPACES
020930         MOVE SPACES TO FINAL-REGISTER-LINE
020940         STRING "    " WS-HOURS-REMARK
020950             DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
020960         WRITE FINAL-REGISTER-LINE
020970     END-IF
020980     IF WS-UNCOLLECTED > ZERO
020990         MOVE WS-UNCOLLECTED TO WS-AMT-EDIT
021000         MOVE SPACES TO FINAL-REGISTER-LINE
021010         STRING "    UNCOLLECTED DEDUCTION ARREARS " WS-AMT-EDIT
021020                 " WRITTEN OFF"
021030             DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
021040         WRITE FINAL-REGISTER-LINE
021050     END-IF.
021060 2400-PRINT-DETAIL-LINE-EXIT.
021070     EXIT.
021080*
021090*------------------------------------------------------------*
021100*    2500-WRITE-STATEMENT - THE FINAL-PAY STATEMENT THAT GOES *
021110*    TO THE EMPLOYEE WITH THE CHECK OR DEPOSIT ADVICE: THE    *
021120*    LAST PERIOD'S HOURS AND RATE, THE VACATION PAYOUT, EACH  *
021130*    WITHHOLDING, EACH DEDUCTION AND ITS STOP, THE NET AND    *
021140*    HOW IT WAS PAID, AND WHAT BECAME OF THE LEAVE BALANCES.  *
021150*    A TRIAL RUN PRINTS THE SAME STATEMENT MARKED AS A TRIAL. *
021160*------------------------------------------------------------*
021170 2500-WRITE-STATEMENT.
021180     WRITE FINAL-STMT-LINE FROM WS-STMT-SEPARATOR
021190     MOVE SPACES TO FINAL-STMT-LINE
021200     IF TRIAL-RUN
021210         STRING "FINAL PAY STATEMENT   *** TRIAL - NOT ISSUED ***"
021220             DELIMITED BY SIZE INTO FINAL-STMT-LINE
021230     ELSE
021240         MOVE "FINAL PAY STATEMENT" TO FINAL-STMT-LINE
021250     END-IF
021260     WRITE FINAL-STMT-LINE
021270     MOVE SPACES TO FINAL-STMT-LINE
021280     STRING "EMPLOYEE " Ident "  " CustName
021290             "  DEPT " DeptCode
021300         DELIMITED BY SIZE INTO FINAL-STMT-LINE
021310     WRITE FINAL-STMT-LINE
021320     MOVE SPACES TO FINAL-STMT-LINE
021330     STRING "TERMINATED " StatusDate
021340             "  PAY DATE " WS-RUN-DATE
021350             "  RUN " WS-RUN-NUMBER
021360         DELIMITED BY SIZE INTO FINAL-STMT-LINE
021370     WRITE FINAL-STMT-LINE
021380     MOVE WS-PERIOD-RATE TO WS-RATE-EDIT
021390     MOVE SPACES TO FINAL-STMT-LINE
021400     STRING "LAST PERIOD ENDING " WS-TERM-PERIOD
021410             "  AT RATE " WS-RATE-EDIT
021420         DELIMITED BY SIZE INTO FINAL-STMT-LINE
021430     WRITE FINAL-STMT-LINE
021440     MOVE WS-REG-HOURS TO WS-HRS-EDIT
021450     MOVE WS-OT-HOURS TO WS-HRS-EDIT-2
021460     MOVE WS-VAC-HOURS TO WS-HRS-EDIT-3
021470     MOVE WS-SICK-HOURS TO WS-HRS-EDIT-4
021480     MOVE WS-HOURS-GROSS TO WS-AMT-EDIT
021490     MOVE SPACES TO FINAL-STMT-LINE
021500     STRING "  REG " WS-HRS-EDIT
021510             "  OT " WS-HRS-EDIT-2
021520             "  VAC " WS-HRS-EDIT-3
021530             "  SICK " WS-HRS-EDIT-4
021540             "  EARNINGS " WS-AMT-EDIT
021550         DELIMITED BY SIZE INTO FINAL-STMT-LINE
021560     WRITE FINAL-STMT-LINE
021570     IF WS-HOURS-REMARK NOT = SPACES
021580         MOVE SPACES TO FINAL-STMT-LINE
021590         STRING "  " WS-HOURS-REMARK
021600             DELIMITED BY SIZE INTO FINAL-STMT-LINE
021610         WRITE FINAL-STMT-LINE
021620     END-IF
021630     MOVE WS-PAYOUT-HOURS TO WS-BAL-EDIT
021640     MOVE WS-CURRENT-RATE TO WS-RATE-EDIT
021650     MOVE WS-PAYOUT-GROSS TO WS-AMT-EDIT
021660     MOVE SPACES TO FINAL-STMT-LINE
021670     STRING "VACATION PAYOUT " WS-BAL-EDIT
021680             " HOURS AT " WS-RATE-EDIT
021690             " = " WS-AMT-EDIT
021700         DELIMITED BY SIZE INTO FINAL-STMT-LINE
021710     WRITE FINAL-STMT-LINE
021720     MOVE WS-GROSS-PAY TO WS-AMT-EDIT
021730     MOVE SPACES TO FINAL-STMT-LINE
021740     STRING "GROSS PAY " WS-AMT-EDIT
021750         DELIMITED BY SIZE INTO FINAL-STMT-LINE
021760     WRITE FINAL-STMT-LINE
021770     MOVE WS-REG-FED-TAX TO WS-AMT-EDIT
021780     MOVE WS-SUPP-FED-TAX TO WS-AMT-EDIT-2
021790     MOVE WS-STATE-TAX TO WS-AMT-EDIT-3
021800     MOVE SPACES TO FINAL-STMT-LINE
021810     STRING "  FED REGULAR " WS-AMT-EDIT
021820             "  SUPPLEMENTAL " WS-AMT-EDIT-2
021830             "  STATE " WS-AMT-EDIT-3
021840         DELIMITED BY SIZE INTO FINAL-STMT-LINE
021850     WRITE FINAL-STMT-LINE
021860     MOVE WS-SS-TAX TO WS-AMT-EDIT
021870     MOVE WS-MED-TAX TO WS-AMT-EDIT-2
021880     MOVE SPACES TO FINAL-STMT-LINE
021890     STRING "  SOCIAL SECURITY " WS-AMT-EDIT
021900             "  MEDICARE " WS-AMT-EDIT-2
021910         DELIMITED BY SIZE INTO FINAL-STMT-LINE
021920     WRITE FINAL-STMT-LINE
021930     IF WS-DED-COUNT > ZERO
021940         PERFORM 2510-STMT-ONE-DEDUCTION
021950             THRU 2510-STMT-ONE-DEDUCTION-EXIT
021960             VARYING WS-DED-IX FROM 1 BY 1
021970             UNTIL WS-DED-IX > WS-DED-COUNT
021980     END-IF
021990     MOVE WS-NET-PAY TO WS-AMT-EDIT
022000     MOVE SPACES TO FINAL-STMT-LINE
022010     EVALUATE TRUE
022020         WHEN PAID-BY-CHECK
022030             STRING "NET PAY " WS-AMT-EDIT
022040                     "  CHECK NO " WS-CHECK-NO
022050                 DELIMITED BY SIZE INTO FINAL-STMT-LINE
022060         WHEN PAID-BY-DEPOSIT
022070             STRING "NET PAY " WS-AMT-EDIT
022080                     "  BY DIRECT DEPOSIT"
022090                 DELIMITED BY SIZE INTO FINAL-STMT-LINE
022100         WHEN TRIAL-RUN
022110             STRING "NET PAY " WS-AMT-EDIT
022120                     "  NOT ISSUED - TRIAL RUN"
022130                 DELIMITED BY SIZE INTO FINAL-STMT-LINE
022140         WHEN OTHER
022150             STRING "NET PAY " WS-AMT-EDIT
022160                     "  NOTHING PAYABLE"
022170                 DELIMITED BY SIZE INTO FINAL-STMT-LINE
022180     END-EVALUATE
022190     WRITE FINAL-STMT-LINE
022200     MOVE SPACES TO FINAL-STMT-LINE
022210     IF LEAVE-ON-FILE
022220         MOVE WS-OLD-VAC-BALANCE TO WS-BAL-EDIT
022230         MOVE WS-OLD-SICK-BALANCE TO WS-BAL-EDIT-2
022240         STRING "VACATION BALANCE " WS-BAL-EDIT
022250                 " PAID OUT  SICK BALANCE " WS-BAL-EDIT-2
022260                 " FORFEITED"
022270             DELIMITED BY SIZE INTO FINAL-STMT-LINE
022280     ELSE
022290         MOVE "NOT ON THE LEAVE PLAN - NO BALANCES"
022300             TO FINAL-STMT-LINE
022310     END-IF
022320     WRITE FINAL-STMT-LINE
022330*    ONLY A FINAL RUN HAS ROLLED THE PAY INTO YTDMAST.
022340     IF FINAL-RUN
022350         MOVE YT-GROSS TO WS-TOT-EDIT
022360         MOVE YT-FED-TAX TO WS-AMT-EDIT
022370         MOVE YT-FICA TO WS-AMT-EDIT-2
022380         MOVE YT-STATE-TAX TO WS-AMT-EDIT-3
022390         MOVE YT-NET TO WS-TOT-EDIT-2
022400         MOVE SPACES TO FINAL-STMT-LINE
022410         STRING "YTD GROSS " WS-TOT-EDIT
022420                 " FED " WS-AMT-EDIT
022430                 " FICA " WS-AMT-EDIT-2
022440                 " STATE " WS-AMT-EDIT-3
022450                 " NET " WS-TOT-EDIT-2
022460             DELIMITED BY SIZE INTO FINAL-STMT-LINE
022470         WRITE FINAL-STMT-LINE
022480     END-IF.
022490 2500-WRITE-STATEMENT-EXIT.
022500     EXIT.
022510*
022520 2510-STMT-ONE-DEDUCTION.
022530     MOVE WS-DD-TAKEN-NOW (WS-DED-IX) TO WS-AMT-EDIT
022540     MOVE WS-DD-NEW-ARREARS (WS-DED-IX) TO WS-AMT-EDIT-2
022550     MOVE SPACES TO FINAL-STMT-LINE
022560     STRING "  DEDUCTION " WS-DD-CODE (WS-DED-IX)
022570             "  TAKEN " WS-AMT-EDIT
022580             "  UNCOLLECTED " WS-AMT-EDIT-2
022590             "  STOPPED"
022600         DELIMITED BY SIZE INTO FINAL-STMT-LINE
022610     WRITE FINAL-STMT-LINE.
022620 2510-STMT-ONE-DEDUCTION-EXIT.
022630     EXIT.
022640*
022650*------------------------------------------------------------*
022660*    2600-REPORT-HELD - ONE REGISTER LINE PER TERMINATION     *
022670*    THAT CANNOT BE PAID YET, WITH THE REASON.  NOTHING IS    *
022680*    POSTED, SO IT IS PICKED UP AGAIN ON THE NEXT RUN.        *
022690*------------------------------------------------------------*
022700 2600-REPORT-HELD.
022710     MOVE SPACES TO FINAL-REGISTER-LINE
022720     STRING "*** " Ident " " CustName " TERM " StatusDate
022730             " NOT PAID - " WS-HOLD-REASON
022740         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
022750     WRITE FINAL-REGISTER-LINE
022760     ADD 1 TO WS-HELD-COUNT.
022770 2600-REPORT-HELD-EXIT.
022780     EXIT.
022790*
022800 2900-READ-NEXT-EMPLOYEE.
022810     READ EMPLOYEE-MASTER-FILE NEXT RECORD
022820         AT END
022830             SET EMP-EOF TO TRUE
022840     END-READ.
022850 2900-READ-NEXT-EMPLOYEE-EXIT.
022860     EXIT.
022870*
022880*------------------------------------------------------------*
022890*    6100-WRITE-RUN-LOG - ONE STANDARD RUN-LOG RECORD (S AT   *
022900*    START OF RUN, E WITH THE FINAL COUNTS AT END).           *
022910*------------------------------------------------------------*
022920 6100-WRITE-RUN-LOG.
022930     MOVE SPACES TO RUN-LOG-RECORD
022940     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
022950     ACCEPT WS-TS-TIME FROM TIME
022960     MOVE "FINALPAY" TO RL-PROGRAM-ID
022970     MOVE WS-JOB-ID TO RL-JOB-ID
022980     MOVE WS-RL-ENTRY-TYPE TO RL-ENTRY-TYPE
022990     MOVE WS-TS-DATE TO RL-DATE
023000     MOVE WS-TS-TIME TO RL-TIME
023010     MOVE WS-EMP-READ-COUNT TO RL-RECORDS-READ
023020     MOVE WS-PAID-COUNT TO RL-RECORDS-WRITTEN
023030     ADD WS-HELD-COUNT WS-HOURS-EXC-COUNT
023040         GIVING RL-EXCEPTION-COUNT
023050     MOVE WS-RL-STATUS TO RL-FINAL-STATUS
023060     WRITE RUN-LOG-RECORD.
023070 6100-WRITE-RUN-LOG-EXIT.
023080     EXIT.
023090*
023100*------------------------------------------------------------*
023110*    7000-WRITE-AUDIT - APPEND A BEFORE/AFTER AUDIT RECORD    *
023120*------------------------------------------------------------*
023130 7000-WRITE-AUDIT.
023140     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
023150     ACCEPT WS-TS-TIME FROM TIME
023160     MOVE WS-AUDIT-IDENT TO AU-IDENT
023170     MOVE WS-AUDIT-FIELD TO AU-FIELD-NAME
023180     MOVE WS-AUDIT-OLD TO AU-OLD-VALUE
023190     MOVE WS-AUDIT-NEW TO AU-NEW-VALUE
023200     MOVE WS-TS-DATE TO AU-DATE
023210     MOVE WS-TS-TIME TO AU-TIME
023220     MOVE WS-JOB-ID TO AU-JOB-ID
023230     WRITE AUDIT-RECORD.
023240 7000-WRITE-AUDIT-EXIT.
023250     EXIT.
023260*
023270*------------------------------------------------------------*
023280*    8000-FINALIZE - ACH TRAILER, RUN TOTALS, CONTROL COUNTS  *
023290*    THAT TIE TO THE TERMINATIONS SELECTED, CHECK NET +       *
023300*    DEPOSIT NET PROVED TO THE FINAL NET, THE GL POSTINGS,    *
023310*    THE 941 LIABILITY TO ADD TO THE NEXT DEPOSIT, CLOSE.     *
023320*------------------------------------------------------------*
023330 8000-FINALIZE.
023340     MOVE SPACES TO DEPOSIT-RECORD
023350     MOVE "T" TO DP-RECORD-TYPE
023360     MOVE WS-ACH-DEPOSITS TO DP-DEPOSIT-COUNT
023370     MOVE ZERO TO DP-PRENOTE-COUNT
023380     MOVE WS-ACH-NET-TOTAL TO DP-AMOUNT-TOTAL
023390     WRITE DEPOSIT-RECORD
023400     MOVE WS-GRAND-HOURS-GROSS TO WS-TOT-EDIT
023410     MOVE WS-GRAND-PAYOUT TO WS-TOT-EDIT-2
023420     MOVE WS-GRAND-GROSS TO WS-TOT-EDIT-3
023430     MOVE SPACES TO FINAL-REGISTER-LINE
023440     STRING "TOTAL PERIOD PAY " WS-TOT-EDIT
023450             "  VACATION PAYOUT " WS-TOT-EDIT-2
023460             "  GROSS " WS-TOT-EDIT-3
023470         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
023480     WRITE FINAL-REGISTER-LINE
023490         AFTER ADVANCING 2 LINES
023500     MOVE WS-GRAND-FED TO WS-TOT-EDIT
023510     MOVE WS-GRAND-SUPP-FED TO WS-AMT-EDIT
023520     MOVE WS-GRAND-FICA TO WS-TOT-EDIT-2
023530     MOVE WS-GRAND-STATE TO WS-TOT-EDIT-3
023540     MOVE WS-GRAND-OTH TO WS-TOT-EDIT-4
023550     MOVE SPACES TO FINAL-REGISTER-LINE
023560     STRING "FED " WS-TOT-EDIT
023570             " (SUPPLEMENTAL " WS-AMT-EDIT ")"
023580             "  FICA " WS-TOT-EDIT-2
023590             "  STATE " WS-TOT-EDIT-3
023600             "  DEDUCTIONS " WS-TOT-EDIT-4
023610         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
023620     WRITE FINAL-REGISTER-LINE
023630     MOVE WS-GRAND-NET TO WS-TOT-EDIT
023640     MOVE WS-GRAND-UNCOLLECTED TO WS-TOT-EDIT-2
023650     MOVE SPACES TO FINAL-REGISTER-LINE
023660     STRING "NET " WS-TOT-EDIT
023670             "  DEDUCTION ARREARS WRITTEN OFF " WS-TOT-EDIT-2
023680         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
023690     WRITE FINAL-REGISTER-LINE
023700     ADD WS-GRAND-ER-SS WS-GRAND-ER-MED
023710         GIVING WS-GRAND-ER-FICA
023720     MOVE WS-GRAND-ER-FICA TO WS-TOT-EDIT
023730     MOVE WS-GRAND-FUTA TO WS-TOT-EDIT-2
023740     MOVE WS-GRAND-SUTA TO WS-TOT-EDIT-3
023750     MOVE SPACES TO FINAL-REGISTER-LINE
023760     STRING "EMPLOYER FICA " WS-TOT-EDIT
023770             "  FUTA " WS-TOT-EDIT-2
023780             "  SUTA " WS-TOT-EDIT-3
023790         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
023800     WRITE FINAL-REGISTER-LINE
023810     MOVE SPACES TO FINAL-REGISTER-LINE
023820     STRING "MASTERS READ: " WS-EMP-READ-COUNT
023830             "  SELECTED: " WS-SELECTED-COUNT
023840             "  PAID: " WS-PAID-COUNT
023850             "  HELD: " WS-HELD-COUNT
023860             "  ALREADY PAID: " WS-ALREADY-PAID-COUNT
023870         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
023880     WRITE FINAL-REGISTER-LINE
023890         AFTER ADVANCING 2 LINES
023900     ADD WS-PAID-COUNT WS-HELD-COUNT WS-ALREADY-PAID-COUNT
023910         GIVING WS-TIE-COUNT
023920     MOVE SPACES TO FINAL-REGISTER-LINE
023930     IF WS-TIE-COUNT = WS-SELECTED-COUNT
023940         MOVE "CONTROL COUNTS TIE" TO FINAL-REGISTER-LINE
023950     ELSE
023960         MOVE "*** CONTROL COUNTS DO NOT TIE ***"
023970             TO FINAL-REGISTER-LINE
023980     END-IF
023990     WRITE FINAL-REGISTER-LINE
024000     MOVE WS-CHECKS-NET-TOTAL TO WS-TOT-EDIT
024010     MOVE WS-ACH-NET-TOTAL TO WS-TOT-EDIT-2
024020     MOVE SPACES TO FINAL-REGISTER-LINE
024030     STRING "MANUAL CHECKS: " WS-CHECKS-ISSUED
024040             "  NET " WS-TOT-EDIT
024050             "  DEPOSITS: " WS-ACH-DEPOSITS
024060             "  NET " WS-TOT-EDIT-2
024070         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
024080     WRITE FINAL-REGISTER-LINE
024090*    A TRIAL RUN ISSUES AND POSTS NOTHING, SO THE PAYMENT TIE
024100*    AND THE GL ONLY MEAN ANYTHING FINAL.
024110     IF FINAL-RUN
024120         ADD WS-CHECKS-NET-TOTAL WS-ACH-NET-TOTAL
024130             GIVING WS-BAL-TIE-TOTAL
024140         MOVE SPACES TO FINAL-REGISTER-LINE
024150         IF WS-BAL-TIE-TOTAL = WS-GRAND-NET
024160             MOVE "CHECKS + DEPOSITS TIE TO FINAL NET"
024170                 TO FINAL-REGISTER-LINE
024180         ELSE
024190             MOVE "*** CHECKS + DEPOSITS DO NOT TIE TO FINAL NET"
024200                 TO FINAL-REGISTER-LINE
024210         END-IF
024220         WRITE FINAL-REGISTER-LINE
024230         MOVE WS-CHECK-NO TO CN-LAST-CHECK-NO
024240         REWRITE CHECK-NUMBER-RECORD
024250         PERFORM 8300-WRITE-GL-POSTINGS
024260             THRU 8300-WRITE-GL-POSTINGS-EXIT
024270     END-IF
024280*    THE FINAL PAY FALLS OUTSIDE THE PAY RUN'S TAX DEPOSIT
024290*    SCHEDULE - THE 941 LIABILITY IS PRINTED HERE FOR PAYROLL
024300*    TAX TO ADD TO THE DEPOSIT DUE FOR THIS PAY DATE.
024310     ADD WS-GRAND-FED WS-GRAND-FICA WS-GRAND-ER-FICA
024320         GIVING WS-941-LIABILITY
024330     MOVE WS-941-LIABILITY TO WS-TOT-EDIT
024340     MOVE SPACES TO FINAL-REGISTER-LINE
024350     STRING "FORM 941 LIABILITY " WS-TOT-EDIT
024360             " - ADD TO THE DEPOSIT DUE FOR PAY DATE "
024370             WS-RUN-DATE
024380         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
024390     WRITE FINAL-REGISTER-LINE
024400         AFTER ADVANCING 2 LINES
024410     MOVE WS-GRAND-FUTA TO WS-TOT-EDIT
024420     MOVE WS-GRAND-SUTA TO WS-TOT-EDIT-2
024430     MOVE SPACES TO FINAL-REGISTER-LINE
024440     STRING "FUTA ACCRUED " WS-TOT-EDIT
024450             "  SUTA ACCRUED " WS-TOT-EDIT-2
024460         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
024470     WRITE FINAL-REGISTER-LINE
024480*    RC 4 - SOMEONE WAS HELD OR NEEDS A PAYADJ; RC 8 (GL OUT
024490*    OF BALANCE) IS THE STRONGER CONDITION AND IS KEPT.
024500     IF RETURN-CODE NOT = 8
024510             AND (WS-HELD-COUNT > ZERO
024520                 OR WS-HOURS-EXC-COUNT > ZERO)
024530         MOVE 4 TO RETURN-CODE
024540     END-IF
024550*    A TRIAL ENDS ONE HIGHER (1, 5 OR 9) - THE JOB SENDS THE
024560*    ACH GENERATION TO THE BANK ONLY ON RC 0 OR 4.
024570     IF TRIAL-RUN
024580         ADD 1 TO RETURN-CODE
024590     END-IF
024600     MOVE "E" TO WS-RL-ENTRY-TYPE
024610     MOVE "OK" TO WS-RL-STATUS
024620     PERFORM 6100-WRITE-RUN-LOG
024630         THRU 6100-WRITE-RUN-LOG-EXIT
024640     CLOSE EMPLOYEE-MASTER-FILE
024650           YTD-MASTER-FILE
024660           DEDUCT-MASTER-FILE
024670           LEAVE-MASTER-FILE
024680           PERIOD-CALENDAR-FILE
024690           RATE-HISTORY-FILE
024700           CHECK-ISSUE-FILE
024710           CHECK-NUMBER-FILE
024720           ACH-DEPOSIT-FILE
024730           GL-POSTING-FILE
024740           DEDUCTION-EXTRACT-FILE
024750           PAY-HISTORY-FILE
024760           HISTORY-IN-FILE
024770           FINAL-REGISTER-FILE
024780           FINAL-STMT-FILE
024790           RUN-LOG-FILE
024800           AUDIT-LOG-FILE.
024810 8000-FINALIZE-EXIT.
024820     EXIT.
024830*
024840*------------------------------------------------------------*
024850*    8300-WRITE-GL-POSTINGS - FINAL-ONLY: DEBIT LABOR EXPENSE *
024860*    BY DEPARTMENT, CREDIT THE WITHHOLDING LIABILITIES AND    *
024870*    NET-PAY CASH, POST THE EMPLOYER TAXES, PROVE DEBITS =    *
024880*    CREDITS, AND LIST THE POSTINGS ON THE REGISTER.          *
024890*------------------------------------------------------------*
024900 8300-WRITE-GL-POSTINGS.
024910     IF WS-DEPT-COUNT > ZERO
024920         PERFORM 8310-POST-ONE-DEPT
024930             THRU 8310-POST-ONE-DEPT-EXIT
024940             VARYING WS-DEPT-IX FROM 1 BY 1
024950             UNTIL WS-DEPT-IX > WS-DEPT-COUNT
024960     END-IF
024970     IF WS-DEPT-DROPPED-GROSS > ZERO
024980         MOVE WS-ACCT-LABOR TO WS-GL-SET-ACCOUNT
024990         MOVE "****" TO WS-GL-SET-DEPT
025000         MOVE "D" TO WS-GL-SET-DRCR
025010         MOVE WS-DEPT-DROPPED-GROSS TO WS-GL-SET-AMOUNT
025020         MOVE "LABOR - DEPT POOLED" TO WS-GL-SET-DESC
025030         PERFORM 8320-WRITE-ONE-POSTING
025040             THRU 8320-WRITE-ONE-POSTING-EXIT
025050     END-IF
025060     IF WS-GRAND-FED > ZERO
025070         MOVE WS-ACCT-FED-LIAB TO WS-GL-SET-ACCOUNT
025080         MOVE SPACES TO WS-GL-SET-DEPT
025090         MOVE "C" TO WS-GL-SET-DRCR
025100         MOVE WS-GRAND-FED TO WS-GL-SET-AMOUNT
025110         MOVE "FED TAX WITHHELD" TO WS-GL-SET-DESC
025120         PERFORM 8320-WRITE-ONE-POSTING
025130             THRU 8320-WRITE-ONE-POSTING-EXIT
025140     END-IF
025150     IF WS-GRAND-FICA > ZERO
025160         MOVE WS-ACCT-FICA-LIAB TO WS-GL-SET-ACCOUNT
025170         MOVE SPACES TO WS-GL-SET-DEPT
025180         MOVE "C" TO WS-GL-SET-DRCR
025190         MOVE WS-GRAND-FICA TO WS-GL-SET-AMOUNT
025200         MOVE "FICA WITHHELD" TO WS-GL-SET-DESC
025210         PERFORM 8320-WRITE-ONE-POSTING
025220             THRU 8320-WRITE-ONE-POSTING-EXIT
025230     END-IF
025240     IF WS-GRAND-STATE > ZERO
025250         MOVE WS-ACCT-STATE-LIAB TO WS-GL-SET-ACCOUNT
025260         MOVE SPACES TO WS-GL-SET-DEPT
025270         MOVE "C" TO WS-GL-SET-DRCR
025280         MOVE WS-GRAND-STATE TO WS-GL-SET-AMOUNT
025290         MOVE "STATE TAX WITHHELD" TO WS-GL-SET-DESC
025300         PERFORM 8320-WRITE-ONE-POSTING
025310             THRU 8320-WRITE-ONE-POSTING-EXIT
025320     END-IF
025330     IF WS-GRAND-OTH > ZERO
025340         MOVE WS-ACCT-DED-LIAB TO WS-GL-SET-ACCOUNT
025350         MOVE SPACES TO WS-GL-SET-DEPT
025360         MOVE "C" TO WS-GL-SET-DRCR
025370         MOVE WS-GRAND-OTH TO WS-GL-SET-AMOUNT
025380         MOVE "DEDUCTIONS PAYABLE" TO WS-GL-SET-DESC
025390         PERFORM 8320-WRITE-ONE-POSTING
025400             THRU 8320-WRITE-ONE-POSTING-EXIT
025410     END-IF
025420     IF WS-GRAND-NET > ZERO
025430         MOVE WS-ACCT-CASH TO WS-GL-SET-ACCOUNT
025440         MOVE SPACES TO WS-GL-SET-DEPT
025450         MOVE "C" TO WS-GL-SET-DRCR
025460         MOVE WS-GRAND-NET TO WS-GL-SET-AMOUNT
025470         MOVE "NET PAY CASH" TO WS-GL-SET-DESC
025480         PERFORM 8320-WRITE-ONE-POSTING
025490             THRU 8320-WRITE-ONE-POSTING-EXIT
025500     END-IF
025510     PERFORM 8330-POST-EMPLOYER-TAXES
025520         THRU 8330-POST-EMPLOYER-TAXES-EXIT
025530     MOVE SPACES TO FINAL-REGISTER-LINE
025540     STRING "POSTINGS: " WS-GL-POSTING-COUNT
025550         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
025560     WRITE FINAL-REGISTER-LINE
025570         AFTER ADVANCING 2 LINES
025580     MOVE WS-GL-DEBIT-TOTAL TO WS-GS-AMOUNT
025590     MOVE SPACES TO FINAL-REGISTER-LINE
025600     STRING "DEBITS:  " WS-GS-AMOUNT
025610         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
025620     WRITE FINAL-REGISTER-LINE
025630     MOVE WS-GL-CREDIT-TOTAL TO WS-GS-AMOUNT
025640     MOVE SPACES TO FINAL-REGISTER-LINE
025650     STRING "CREDITS: " WS-GS-AMOUNT
025660         DELIMITED BY SIZE INTO FINAL-REGISTER-LINE
025670     WRITE FINAL-REGISTER-LINE
025680     MOVE SPACES TO FINAL-REGISTER-LINE
025690     IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
025700         MOVE "GL POSTINGS IN BALANCE" TO FINAL-REGISTER-LINE
025710     ELSE
025720*        AN OUT-OF-BALANCE FILE MUST NOT REACH THE LEDGER -
025730*        RC 8 HOLDS THE ACCOUNTING LOAD STEP.
025740         MOVE "*** GL POSTINGS OUT OF BALANCE ***"
025750             TO FINAL-REGISTER-LINE
025760         MOVE 8 TO RETURN-CODE
025770     END-IF
025780     WRITE FINAL-REGISTER-LINE.
025790 8300-WRITE-GL-POSTINGS-EXIT.
025800     EXIT.
025810*
025820 8310-POST-ONE-DEPT.
025830     IF WS-DP-GROSS (WS-DEPT-IX) = ZERO
025840         GO TO 8310-POST-ONE-DEPT-EXIT
025850     END-IF
025860     MOVE WS-ACCT-LABOR TO WS-GL-SET-ACCOUNT
025870     MOVE WS-DP-CODE (WS-DEPT-IX) TO WS-GL-SET-DEPT
025880     MOVE "D" TO WS-GL-SET-DRCR
025890     MOVE WS-DP-GROSS (WS-DEPT-IX) TO WS-GL-SET-AMOUNT
025900     MOVE "GROSS LABOR EXPENSE" TO WS-GL-SET-DESC
025910     PERFORM 8320-WRITE-ONE-POSTING
025920         THRU 8320-WRITE-ONE-POSTING-EXIT.
025930 8310-POST-ONE-DEPT-EXIT.
025940     EXIT.
025950*
025960 8320-WRITE-ONE-POSTING.
025970     MOVE SPACES TO GL-POSTING-RECORD
025980     MOVE WS-GL-SET-ACCOUNT TO GL-ACCOUNT
025990     MOVE WS-GL-SET-DEPT TO GL-DEPT
026000     MOVE WS-GL-SET-DRCR TO GL-DEBIT-CREDIT
026010     MOVE WS-GL-SET-AMOUNT TO GL-AMOUNT
026020     MOVE WS-GL-SET-DESC TO GL-DESC
026030     MOVE WS-RUN-DATE TO GL-PAY-DATE
026040     MOVE WS-RUN-NUMBER TO GL-RUN-NUMBER
026050     WRITE GL-POSTING-RECORD
026060     ADD 1 TO WS-GL-POSTING-COUNT
026070     IF WS-GL-SET-DRCR = "D"
026080         ADD WS-GL-SET-AMOUNT TO WS-GL-DEBIT-TOTAL
026090     ELSE
026100         ADD WS-GL-SET-AMOUNT TO WS-GL-CREDIT-TOTAL
026110     END-IF
026120     MOVE WS-GL-SET-ACCOUNT TO WS-GS-ACCOUNT
026130     MOVE WS-GL-SET-DEPT TO WS-GS-DEPT
026140     IF WS-GL-SET-DRCR = "D"
026150         MOVE "DR" TO WS-GS-DRCR
026160     ELSE
026170         MOVE "CR" TO WS-GS-DRCR
026180     END-IF
026190     MOVE WS-GL-SET-AMOUNT TO WS-GS-AMOUNT
026200     MOVE WS-GL-SET-DESC TO WS-GS-DESC
026210     WRITE FINAL-REGISTER-LINE FROM WS-GLSUM-DETAIL.
026220 8320-WRITE-ONE-POSTING-EXIT.
026230     EXIT.
026240*
026250*------------------------------------------------------------*
026260*    8330-POST-EMPLOYER-TAXES - THE EMPLOYER'S OWN TAXES ARE  *
026270*    AN EXPENSE ON TOP OF GROSS: DEBIT EACH EXPENSE, CREDIT   *
026280*    ITS LIABILITY (EMPLOYER FICA GOES TO THE SAME FICA       *
026290*    LIABILITY AS THE WITHHELD SHARE - ONE 941 DEPOSIT).      *
026300*------------------------------------------------------------*
026310 8330-POST-EMPLOYER-TAXES.
026320     ADD WS-GRAND-ER-SS WS-GRAND-ER-MED
026330         GIVING WS-GRAND-ER-FICA
026340     IF WS-GRAND-ER-FICA > ZERO
026350         MOVE WS-ACCT-ER-FICA-EXP TO WS-GL-SET-ACCOUNT
026360         MOVE SPACES TO WS-GL-SET-DEPT
026370         MOVE "D" TO WS-GL-SET-DRCR
026380         MOVE WS-GRAND-ER-FICA TO WS-GL-SET-AMOUNT
026390         MOVE "EMPLOYER FICA EXP" TO WS-GL-SET-DESC
026400         PERFORM 8320-WRITE-ONE-POSTING
026410             THRU 8320-WRITE-ONE-POSTING-EXIT
026420         MOVE WS-ACCT-FICA-LIAB TO WS-GL-SET-ACCOUNT
026430         MOVE "C" TO WS-GL-SET-DRCR
026440         MOVE "EMPLOYER FICA" TO WS-GL-SET-DESC
026450         PERFORM 8320-WRITE-ONE-POSTING
026460             THRU 8320-WRITE-ONE-POSTING-EXIT
026470     END-IF
026480     IF WS-GRAND-FUTA > ZERO
026490         MOVE WS-ACCT-FUTA-EXP TO WS-GL-SET-ACCOUNT
026500         MOVE SPACES TO WS-GL-SET-DEPT
026510         MOVE "D" TO WS-GL-SET-DRCR
026520         MOVE WS-GRAND-FUTA TO WS-GL-SET-AMOUNT
026530         MOVE "EMPLOYER FUTA EXP" TO WS-GL-SET-DESC
026540         PERFORM 8320-WRITE-ONE-POSTING
026550             THRU 8320-WRITE-ONE-POSTING-EXIT
026560         MOVE WS-ACCT-FUTA-LIAB TO WS-GL-SET-ACCOUNT
026570         MOVE "C" TO WS-GL-SET-DRCR
026580         MOVE "FUTA PAYABLE" TO WS-GL-SET-DESC
026590         PERFORM 8320-WRITE-ONE-POSTING
026600             THRU 8320-WRITE-ONE-POSTING-EXIT
026610     END-IF
026620     IF WS-GRAND-SUTA > ZERO
026630         MOVE WS-ACCT-SUTA-EXP TO WS-GL-SET-ACCOUNT
026640         MOVE SPACES TO WS-GL-SET-DEPT
026650         MOVE "D" TO WS-GL-SET-DRCR
026660         MOVE WS-GRAND-SUTA TO WS-GL-SET-AMOUNT
026670         MOVE "EMPLOYER SUTA EXP" TO WS-GL-SET-DESC
026680         PERFORM 8320-WRITE-ONE-POSTING
026690             THRU 8320-WRITE-ONE-POSTING-EXIT
026700         MOVE WS-ACCT-SUTA-LIAB TO WS-GL-SET-ACCOUNT
026710         MOVE "C" TO WS-GL-SET-DRCR
026720         MOVE "SUTA PAYABLE" TO WS-GL-SET-DESC
026730         PERFORM 8320-WRITE-ONE-POSTING
026740             THRU 8320-WRITE-ONE-POSTING-EXIT
026750     END-IF.
026760 8330-POST-EMPLOYER-TAXES-EXIT.
026770     EXIT.
