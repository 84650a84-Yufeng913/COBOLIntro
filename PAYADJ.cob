000720*                     REJECTED CARD NO LONGER BURNS THE TABLE
000730*                     ENTRY FOR A CORRECTED CARD LATER IN THE
000740*                     SAME DECK.
000750*   2026-10-15  YFY   A STALE YT-QUARTER ROLLED FORWARD HERE NOW
000760*                     ALSO ZEROES THE NEW SS/MEDICARE AND
000770*                     EMPLOYER-TAX QTD BUCKETS, AS THE PAY RUN
000780*                     DOES, SO THE NEXT PAY RUN DOES NOT CARRY
000790*                     LAST QUARTER'S EMPLOYER TAXES INTO THIS ONE.
000800*   2026-10-15  YFY   PAY GROUPS: THE TAX BRACKETS ARE NOW ANNUAL,
000810*                     SO THE ADJUSTMENT GROSS IS ANNUALIZED BY
000820*                     THE PERIODS PER YEAR OF THE EMPLOYEE'S PAY
000830*                     GROUP, LOADED FROM THE PERIOD CALENDAR
000840*                     (PERCAL) AT START OF RUN.  A GROUP NOT ON
000850*                     THE CALENDAR IS TAKEN AS WEEKLY.
000860*   2026-10-15  YFY   THE FLAT FICA IS REPLACED BY THE PAY RUN'S
000870*                     SPLIT - SOCIAL SECURITY UP TO WHAT IS LEFT
000880*                     OF THE WAGE BASE, MEDICARE ON ALL OF IT -
000890*                     WITH THE EMPLOYER'S MATCH, FUTA AND SUTA.
000900*                     AN ADJUSTMENT POSTS, AND A BACK-OUT
000910*                     REVERSES, EVERY SS/MEDICARE AND EMPLOYER-
000920*                     TAX YTD AND QTD BUCKET, SO THE W-2 FICA
000930*                     SPLIT AND THE 940/941 FIGURES STAY TIED.
000940*                     A BACK-OUT TAKES OFF ONLY THE CAPPED WAGES
000950*                     THAT THE REMAINING GROSS NO LONGER FILLS.
000960*
000970******************************************************************
000980 ENVIRONMENT DIVISION.
000990 CONFIGURATION SECTION.
001000 SOURCE-COMPUTER. IBM-370.
001010 OBJECT-COMPUTER. IBM-370.
001020*
001030 INPUT-OUTPUT SECTION.
001040 FILE-CONTROL.
001050     SELECT EMPLOYEE-MASTER-FILE
001060         ASSIGN TO CUSTMAST
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS Ident
001100         FILE STATUS IS WS-EMP-FILE-STATUS.
001110*
001120     SELECT YTD-MASTER-FILE
001130         ASSIGN TO YTDMAST
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS YT-IDENT
001170         FILE STATUS IS WS-YTD-FILE-STATUS.
001180*
001190     SELECT ADJUST-TRANS-FILE
001200         ASSIGN TO ADJTRAN
001210         ORGANIZATION IS LINE SEQUENTIAL.
001220*
001230     SELECT TAX-TABLE-FILE
001240         ASSIGN TO TAXTBL
001250         ORGANIZATION IS LINE SEQUENTIAL.
001260*
001270     SELECT STATE-TAX-TABLE-FILE
001280         ASSIGN TO STAXTBL
001290         ORGANIZATION IS LINE SEQUENTIAL.
001300*
001310     SELECT CHECK-ISSUE-FILE
001320         ASSIGN TO CHKISSUE
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-CHK-FILE-STATUS.
001350*
001360     SELECT CHECK-NUMBER-FILE
001370         ASSIGN TO CHKNBR
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS WS-CHKNBR-FILE-STATUS.
001400*
001410     SELECT ADJUST-REPORT-FILE
001420         ASSIGN TO ADJRPT
001430         ORGANIZATION IS LINE SEQUENTIAL.
001440*
001450     SELECT PERIOD-CALENDAR-FILE
001460         ASSIGN TO PERCAL
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS DYNAMIC
001490         RECORD KEY IS PD-KEY
001500         FILE STATUS IS WS-CAL-FILE-STATUS.
001510*
001520     SELECT RUN-LOG-FILE
001530         ASSIGN TO RUNLOG
001540         ORGANIZATION IS LINE SEQUENTIAL.
001550*
001560     SELECT AUDIT-LOG-FILE
001570         ASSIGN TO AUDITLOG
001580         ORGANIZATION IS LINE SEQUENTIAL.
001590*
001600 DATA DIVISION.
001610 FILE SECTION.
001620*
001630 FD  EMPLOYEE-MASTER-FILE
001640     LABEL RECORDS ARE STANDARD.
001650     COPY CUSTREC.
001660*
001670 FD  YTD-MASTER-FILE
001680     LABEL RECORDS ARE STANDARD.
001690     COPY YTDREC.
001700*
001710 FD  ADJUST-TRANS-FILE
001720     LABEL RECORDS ARE STANDARD.
001730     COPY ADJTRAN.
001740*
001750 FD  TAX-TABLE-FILE
001760     LABEL RECORDS ARE STANDARD.
001770     COPY TAXRATE.
001780*
001790 FD  STATE-TAX-TABLE-FILE
001800     LABEL RECORDS ARE STANDARD.
001810     COPY STAXRATE.
001820*
001830 FD  CHECK-ISSUE-FILE
001840     LABEL RECORDS ARE STANDARD.
001850     COPY CHECKREC.
001860*
001870 FD  CHECK-NUMBER-FILE
001880     LABEL RECORDS ARE STANDARD.
001890     COPY CHKCTL.
001900*
001910 FD  ADJUST-REPORT-FILE
001920     LABEL RECORDS ARE STANDARD.
001930 01  ADJUST-REPORT-LINE          PIC X(100).
001940*
001950 FD  PERIOD-CALENDAR-FILE
001960     LABEL RECORDS ARE STANDARD.
001970     COPY PERCAL.
001980*
001990 FD  RUN-LOG-FILE
002000     LABEL RECORDS ARE STANDARD.
002010     COPY RUNLOG.
002020*
002030 FD  AUDIT-LOG-FILE
002040     LABEL RECORDS ARE STANDARD.
002050     COPY AUDITREC.
002060*
002070 WORKING-STORAGE SECTION.
002080*
002090*----------------------------------------------------------------*
002100*    SWITCHES                                                    *
002110*----------------------------------------------------------------*
002120 01  WS-SWITCHES.
002130     05  WS-ADJ-EOF-SW           PIC X(01) VALUE "N".
002140         88  ADJ-EOF                        VALUE "Y".
002150     05  WS-TAX-EOF-SW           PIC X(01) VALUE "N".
002160         88  TAX-EOF                        VALUE "Y".
002170     05  WS-TAX-FOUND-SW         PIC X(01) VALUE "N".
002180         88  TAX-BRACKET-FOUND              VALUE "Y".
002190     05  WS-STX-EOF-SW           PIC X(01) VALUE "N".
002200         88  STX-EOF                        VALUE "Y".
002210     05  WS-STX-FOUND-SW         PIC X(01) VALUE "N".
002220         88  STX-BRACKET-FOUND              VALUE "Y".
002230     05  WS-CHK-EOF-SW           PIC X(01) VALUE "N".
002240         88  CHK-EOF                        VALUE "Y".
002250     05  WS-APPLY-STATUS-SW      PIC X(01) VALUE "Y".
002260         88  TRANS-APPLIED                  VALUE "Y".
002270         88  TRANS-REJECTED                 VALUE "N".
002280     05  WS-VOID-FOUND-SW        PIC X(01) VALUE "N".
002290         88  VOID-CHECK-FOUND               VALUE "Y".
002300     05  WS-QTD-APPLY-SW         PIC X(01) VALUE "N".
002310         88  QTD-APPLIES                    VALUE "Y".
002320     05  WS-CAL-EOF-SW           PIC X(01) VALUE "N".
002330         88  CAL-EOF                        VALUE "Y".
002340     05  WS-GF-FOUND-SW          PIC X(01) VALUE "N".
002350         88  GROUP-FREQ-FOUND               VALUE "Y".
002360*
002370*----------------------------------------------------------------*
002380*    FILE STATUS AND RUN IDENTIFICATION                          *
002390*----------------------------------------------------------------*
002400 77  WS-EMP-FILE-STATUS          PIC X(02) VALUE "00".
002410 77  WS-YTD-FILE-STATUS          PIC X(02) VALUE "00".
002420 77  WS-CHK-FILE-STATUS          PIC X(02) VALUE "00".
002430 77  WS-CHKNBR-FILE-STATUS       PIC X(02) VALUE "00".
002440 77  WS-CAL-FILE-STATUS          PIC X(02) VALUE "00".
002450 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
002460 01  WS-TIMESTAMP.
002470     05  WS-TS-DATE              PIC 9(08).
002480     05  WS-TS-TIME              PIC 9(08).
002490 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002500 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002510     05  WS-RUN-YEAR             PIC 9(04).
002520     05  WS-RUN-MONTH            PIC 9(02).
002530     05  WS-RUN-DAY              PIC 9(02).
002540 77  WS-RL-ENTRY-TYPE            PIC X(01) VALUE "S".
002550 77  WS-RL-STATUS                PIC X(04) VALUE SPACES.
002560 77  WS-RUN-QUARTER-WORK         PIC 9(01) VALUE ZERO.
002570 77  WS-QTR-REM                  PIC 9(03) VALUE ZERO.
002580 77  WS-PAY-QUARTER              PIC 9(01) VALUE ZERO.
002590 01  WS-PAY-DATE-WORK            PIC 9(08) VALUE ZERO.
002600 01  WS-PAY-DATE-WORK-R REDEFINES WS-PAY-DATE-WORK.
002610     05  WS-PD-YEAR              PIC 9(04).
002620     05  WS-PD-MONTH             PIC 9(02).
002630     05  WS-PD-DAY               PIC 9(02).
002640*
002650*----------------------------------------------------------------*
002660*    ADJUSTMENT CALCULATION WORK AREAS - SAME RATES AND          *
002670*    FALLBACK AS THE PAYROLL RUN                                 *
002680*----------------------------------------------------------------*
002690 77  WS-FED-TAX-RATE             PIC V9(4) VALUE 0.2000.
002700 77  WS-APPLIED-TAX-RATE         PIC V9(4) VALUE ZERO.
002710 77  WS-APPLIED-STATE-RATE       PIC V9(4) VALUE ZERO.
002720 77  WS-WORK-FILING              PIC X(01) VALUE "S".
002730 77  WS-GROSS-PAY                PIC 9(06)V99 VALUE ZERO.
002740 77  WS-FED-TAX                  PIC 9(06)V99 VALUE ZERO.
002750 77  WS-FICA-TAX                 PIC 9(06)V99 VALUE ZERO.
002760 77  WS-STATE-TAX                PIC 9(06)V99 VALUE ZERO.
002770 77  WS-NET-PAY                  PIC 9(06)V99 VALUE ZERO.
002780 77  WS-NET-BACKOUT              PIC 9(06)V99 VALUE ZERO.
002790 77  WS-DED-PORTION              PIC 9(06)V99 VALUE ZERO.
002800 77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
002810*    THE BRACKETS ARE ANNUAL - THE GROSS IS ANNUALIZED BY THE
002820*    EMPLOYEE'S PAY GROUP PERIODS PER YEAR TO FIND ONE.
002830 77  WS-PERIODS-PER-YEAR         PIC 9(02) VALUE 52.
002840 77  WS-ANNUAL-GROSS             PIC 9(08)V99 VALUE ZERO.
002850*
002860*----------------------------------------------------------------*
002870*    FICA AND EMPLOYER-TAX PARAMETERS - THE SAME RATES AND WAGE  *
002880*    BASES AS THE PAYROLL RUN, CHANGED WITH IT EVERY JANUARY.    *
002890*----------------------------------------------------------------*
002900 77  WS-SS-RATE                  PIC V9(4) VALUE 0.0620.
002910 77  WS-MEDICARE-RATE            PIC V9(4) VALUE 0.0145.
002920 77  WS-SS-WAGE-BASE             PIC 9(08)V99 VALUE 184500.00.
002930 77  WS-FUTA-RATE                PIC V9(4) VALUE 0.0060.
002940 77  WS-FUTA-WAGE-BASE           PIC 9(08)V99 VALUE 7000.00.
002950 77  WS-SUTA-RATE                PIC V9(4) VALUE 0.0270.
002960 77  WS-SUTA-WAGE-BASE           PIC 9(08)V99 VALUE 9000.00.
002970 77  WS-SS-WAGES                 PIC 9(06)V99 VALUE ZERO.
002980 77  WS-SS-TAX                   PIC 9(06)V99 VALUE ZERO.
002990 77  WS-MED-TAX                  PIC 9(06)V99 VALUE ZERO.
003000 77  WS-ER-SS-TAX                PIC 9(06)V99 VALUE ZERO.
003010 77  WS-ER-MED-TAX               PIC 9(06)V99 VALUE ZERO.
003020 77  WS-FUTA-WAGES               PIC 9(06)V99 VALUE ZERO.
003030 77  WS-FUTA-TAX                 PIC 9(06)V99 VALUE ZERO.
003040 77  WS-SUTA-WAGES               PIC 9(06)V99 VALUE ZERO.
003050 77  WS-SUTA-TAX                 PIC 9(06)V99 VALUE ZERO.
003060 77  WS-PRIOR-GROSS              PIC 9(08)V99 VALUE ZERO.
003070 77  WS-PRIOR-SS-WAGES           PIC 9(08)V99 VALUE ZERO.
003080 77  WS-PRIOR-FUTA-WAGES         PIC 9(08)V99 VALUE ZERO.
003090 77  WS-PRIOR-SUTA-WAGES         PIC 9(08)V99 VALUE ZERO.
003100 77  WS-WAGE-ROOM                PIC S9(08)V99 VALUE ZERO.
003110*
003120*----------------------------------------------------------------*
003130*    FEDERAL AND STATE TAX TABLES - LOADED AT START OF RUN,      *
003140*    SAME SHAPES AS IN THE PAYROLL RUN                           *
003150*----------------------------------------------------------------*
003160 77  WS-TAX-MAX-ENTRIES          PIC 9(02) VALUE 20.
003170 77  WS-TAX-ENTRY-COUNT          PIC 9(02) VALUE ZERO.
003180 77  WS-TAX-IX                   PIC S9(04) COMP VALUE ZERO.
003190 01  WS-TAX-TABLE-AREA.
003200     05  WS-TAX-ENTRY OCCURS 20 TIMES.
003210         10  WS-TAX-STATUS       PIC X(01).
003220         10  WS-TAX-FLOOR        PIC 9(06)V99.
003230         10  WS-TAX-CEILING      PIC 9(06)V99.
003240         10  WS-TAX-RATE         PIC V9(04).
003250 77  WS-STX-MAX-ENTRIES          PIC 9(02) VALUE 40.
003260 77  WS-STX-ENTRY-COUNT          PIC 9(02) VALUE ZERO.
003270 77  WS-STX-IX                   PIC S9(04) COMP VALUE ZERO.
003280 01  WS-STX-TABLE-AREA.
003290     05  WS-STX-ENTRY OCCURS 40 TIMES.
003300         10  WS-STX-STATE        PIC X(02).
003310         10  WS-STX-STATUS       PIC X(01).
003320         10  WS-STX-FLOOR        PIC 9(06)V99.
003330         10  WS-STX-CEILING      PIC 9(06)V99.
003340         10  WS-STX-RATE         PIC V9(04).
003350*
003360*----------------------------------------------------------------*
003370*    PAY GROUP FREQUENCY TABLE - PERIODS PER YEAR BY PAY GROUP,  *
003380*    TAKEN FROM EACH GROUP'S FIRST RECORD ON THE CALENDAR.       *
003390*----------------------------------------------------------------*
003400 77  WS-GF-MAX                   PIC 9(02) VALUE 20.
003410 77  WS-GF-COUNT                 PIC 9(02) VALUE ZERO.
003420 77  WS-GF-IX                    PIC S9(04) COMP VALUE ZERO.
003430 01  WS-GROUP-FREQ-AREA.
003440     05  WS-GF-ENTRY OCCURS 20 TIMES.
003450         10  WS-GF-GROUP         PIC X(01).
003460         10  WS-GF-PERIODS       PIC 9(02).
003470*
003480*----------------------------------------------------------------*
003490*    VOIDED-CHECK TABLE - LOADED FROM A FRONT PASS OF THE        *
003500*    CHECK-ISSUE FILE SO A V TRANSACTION CAN BE PROVED AGAINST   *
003510*    THE CHECK IT REVERSES.                                      *
003520*----------------------------------------------------------------*
003530 77  WS-VOID-MAX                 PIC 9(03) VALUE 100.
003540 77  WS-VOID-COUNT               PIC 9(03) VALUE ZERO.
003550 77  WS-VOID-IX                  PIC S9(04) COMP VALUE ZERO.
003560 77  WS-VOID-DROPPED             PIC 9(03) VALUE ZERO.
003570 01  WS-VOID-TABLE-AREA.
003580     05  WS-VOID-ENTRY OCCURS 100 TIMES.
003590         10  WS-VD-CHECK-NO      PIC 9(08).
003600         10  WS-VD-IDENT         PIC 9(03).
003610         10  WS-VD-NET           PIC 9(06)V99.
003620         10  WS-VD-PAY-DATE      PIC 9(08).
003630         10  WS-VD-USED          PIC X(01).
003640*
003650*----------------------------------------------------------------*
003660*    RUN CONTROLS AND ACCUMULATORS                               *
003670*----------------------------------------------------------------*
003680 77  WS-TRANS-READ-COUNT         PIC 9(07) VALUE ZERO.
003690 77  WS-APPLIED-COUNT            PIC 9(07) VALUE ZERO.
003700 77  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
003710 77  WS-TIE-COUNT                PIC 9(07) VALUE ZERO.
003720 77  WS-CHECKS-ISSUED            PIC 9(05) VALUE ZERO.
003730 77  WS-CHECKS-NET-TOTAL         PIC 9(08)V99 VALUE ZERO.
003740 77  WS-CHECK-NO                 PIC 9(08) VALUE ZERO.
003750 77  WS-REVERSALS-DONE           PIC 9(03) VALUE ZERO.
003760 77  WS-MARKED-COUNT             PIC 9(03) VALUE ZERO.
003770*
003780*----------------------------------------------------------------*
003790*    NUMERIC-EDITED WORK FIELDS - AMOUNTS STRINGED DIRECTLY      *
003800*    WOULD DROP THEIR DECIMAL POINTS AND SIGNS                   *
003810*----------------------------------------------------------------*
003820 77  WS-AMT-EDIT                 PIC ZZZ,ZZ9.99.
003830 77  WS-AMT-EDIT-2               PIC ZZZ,ZZ9.99.
003840 77  WS-YTD-EDIT                 PIC ZZZ,ZZZ,ZZ9.99.
003850*
003860*----------------------------------------------------------------*
003870*    GENERIC AUDIT PARAMETERS - SET BEFORE PERFORM 7000          *
003880*----------------------------------------------------------------*
003890 01  WS-AUDIT-IDENT              PIC 9(03) VALUE ZERO.
003900 01  WS-AUDIT-FIELD              PIC X(15) VALUE SPACES.
003910 01  WS-AUDIT-OLD                PIC X(20) VALUE SPACES.
003920 01  WS-AUDIT-NEW                PIC X(20) VALUE SPACES.
003930*
003940*----------------------------------------------------------------*
003950*    REPORT LINES                                                *
003960*----------------------------------------------------------------*
003970 01  WS-RPT-HEADING-1.
003980     05  FILLER                  PIC X(30)
003990         VALUE "PAYROLL ADJUSTMENT REGISTER".
004000     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
004010     05  WS-H1-DATE              PIC 9(08).
004020*
004030******************************************************************
004040*
004050*   PROCEDURE DIVISION.
004060*
004070******************************************************************
004080 PROCEDURE DIVISION.
004090*
004100 0000-MAINLINE.
004110     PERFORM 1000-INITIALIZE
004120         THRU 1000-INITIALIZE-EXIT
004130     PERFORM 2000-PROCESS-ADJUSTMENT
004140         THRU 2000-PROCESS-ADJUSTMENT-EXIT
004150         UNTIL ADJ-EOF
004160     PERFORM 8000-FINALIZE
004170         THRU 8000-FINALIZE-EXIT
004180     STOP RUN.
004190*
004200*------------------------------------------------------------*
004210*    1000-INITIALIZE - LOAD THE BRACKET TABLES AND THE VOIDED *
004220*    CHECKS, OPEN THE MASTERS AND THE CHECK FILES.            *
004230*------------------------------------------------------------*
004240 1000-INITIALIZE.
004250     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
004260     IF WS-JOB-ID = SPACES
004270         MOVE "PAYADJ" TO WS-JOB-ID
004280     END-IF
004290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004300     OPEN EXTEND RUN-LOG-FILE
004310     MOVE "S" TO WS-RL-ENTRY-TYPE
004320     MOVE SPACES TO WS-RL-STATUS
004330     PERFORM 6100-WRITE-RUN-LOG
004340         THRU 6100-WRITE-RUN-LOG-EXIT
004350     OPEN OUTPUT ADJUST-REPORT-FILE
004360     MOVE WS-RUN-DATE TO WS-H1-DATE
004370     WRITE ADJUST-REPORT-LINE FROM WS-RPT-HEADING-1
004380     OPEN INPUT TAX-TABLE-FILE
004390     PERFORM 1100-LOAD-TAX-TABLE
004400         THRU 1100-LOAD-TAX-TABLE-EXIT
004410     CLOSE TAX-TABLE-FILE
004420     OPEN INPUT STATE-TAX-TABLE-FILE
004430     PERFORM 1150-LOAD-STATE-TABLE
004440         THRU 1150-LOAD-STATE-TABLE-EXIT
004450     CLOSE STATE-TAX-TABLE-FILE
004460     PERFORM 1200-LOAD-VOIDED-CHECKS
004470         THRU 1200-LOAD-VOIDED-CHECKS-EXIT
004480     PERFORM 1400-LOAD-GROUP-FREQ
004490         THRU 1400-LOAD-GROUP-FREQ-EXIT
004500     OPEN INPUT EMPLOYEE-MASTER-FILE
004510     IF WS-EMP-FILE-STATUS = "35"
004520         DISPLAY "PAYADJ ABEND - CUSTOMER MASTER NOT FOUND"
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004550     END-IF
004560     OPEN I-O YTD-MASTER-FILE
004570*    AN ADJUSTMENT PRESUPPOSES A PAY HISTORY - AN EMPTY OR
004580*    MISSING YTD MASTER MEANS THE WRONG CATALOG, NOT A FIRST
004590*    RUN.
004600     IF WS-YTD-FILE-STATUS = "35"
004610         DISPLAY "PAYADJ ABEND - YTD MASTER NOT FOUND"
004620         MOVE 16 TO RETURN-CODE
004630         STOP RUN
004640     END-IF
004650     PERFORM 1300-OPEN-CHECK-FILES
004660         THRU 1300-OPEN-CHECK-FILES-EXIT
004670     OPEN EXTEND AUDIT-LOG-FILE
004680     OPEN INPUT ADJUST-TRANS-FILE
004690     PERFORM 2100-READ-ADJUSTMENT
004700         THRU 2100-READ-ADJUSTMENT-EXIT.
004710 1000-INITIALIZE-EXIT.
004720     EXIT.
004730*
004740 1100-LOAD-TAX-TABLE.
004750     PERFORM 1110-READ-TAX-RECORD
004760         THRU 1110-READ-TAX-RECORD-EXIT
004770     PERFORM 1120-STORE-TAX-RECORD
004780         THRU 1120-STORE-TAX-RECORD-EXIT
004790         UNTIL TAX-EOF.
004800 1100-LOAD-TAX-TABLE-EXIT.
004810     EXIT.
004820*
004830 1110-READ-TAX-RECORD.
004840     READ TAX-TABLE-FILE
004850         AT END
004860             SET TAX-EOF TO TRUE
004870     END-READ.
004880 1110-READ-TAX-RECORD-EXIT.
004890     EXIT.
004900*
004910 1120-STORE-TAX-RECORD.
004920     IF WS-TAX-ENTRY-COUNT < WS-TAX-MAX-ENTRIES
004930         ADD 1 TO WS-TAX-ENTRY-COUNT
004940         MOVE TX-FILING-STATUS
004950             TO WS-TAX-STATUS (WS-TAX-ENTRY-COUNT)
004960         MOVE TX-BRACKET-FLOOR
004970             TO WS-TAX-FLOOR (WS-TAX-ENTRY-COUNT)
004980         MOVE TX-BRACKET-CEILING
004990             TO WS-TAX-CEILING (WS-TAX-ENTRY-COUNT)
005000         MOVE TX-RATE
005010             TO WS-TAX-RATE (WS-TAX-ENTRY-COUNT)
005020     END-IF
005030     PERFORM 1110-READ-TAX-RECORD
005040         THRU 1110-READ-TAX-RECORD-EXIT.
005050 1120-STORE-TAX-RECORD-EXIT.
005060     EXIT.
005070*
005080 1150-LOAD-STATE-TABLE.
005090     PERFORM 1160-READ-STATE-RECORD
005100         THRU 1160-READ-STATE-RECORD-EXIT
005110     PERFORM 1170-STORE-STATE-RECORD
005120         THRU 1170-STORE-STATE-RECORD-EXIT
005130         UNTIL STX-EOF.
005140 1150-LOAD-STATE-TABLE-EXIT.
005150     EXIT.
005160*
005170 1160-READ-STATE-RECORD.
005180     READ STATE-TAX-TABLE-FILE
005190         AT END
005200             SET STX-EOF TO TRUE
005210     END-READ.
005220 1160-READ-STATE-RECORD-EXIT.
005230     EXIT.
005240*
005250 1170-STORE-STATE-RECORD.
005260     IF WS-STX-ENTRY-COUNT < WS-STX-MAX-ENTRIES
005270         ADD 1 TO WS-STX-ENTRY-COUNT
005280         MOVE SX-STATE-CODE
005290             TO WS-STX-STATE (WS-STX-ENTRY-COUNT)
005300         MOVE SX-FILING-STATUS
005310             TO WS-STX-STATUS (WS-STX-ENTRY-COUNT)
005320         MOVE SX-BRACKET-FLOOR
005330             TO WS-STX-FLOOR (WS-STX-ENTRY-COUNT)
005340         MOVE SX-BRACKET-CEILING
005350             TO WS-STX-CEILING (WS-STX-ENTRY-COUNT)
005360         MOVE SX-RATE
005370             TO WS-STX-RATE (WS-STX-ENTRY-COUNT)
005380     END-IF
005390     PERFORM 1160-READ-STATE-RECORD
005400         THRU 1160-READ-STATE-RECORD-EXIT.
005410 1170-STORE-STATE-RECORD-EXIT.
005420     EXIT.
005430*
005440*------------------------------------------------------------*
005450*    1200-LOAD-VOIDED-CHECKS - FRONT PASS OF THE CHECK-ISSUE  *
005460*    FILE COLLECTING THE VOIDED CHECKS, SO A V TRANSACTION    *
005470*    CAN BE PROVED AGAINST THE CHECK IT REVERSES.  A CHECK    *
005480*    ALREADY MARKED CH-REVERSED LOADS FLAGGED R SO A REPEAT   *
005490*    CARD REJECTS WITH A CLEAR MESSAGE.  THE FILE IS          *
005500*    REOPENED EXTEND LATER FOR THE MANUAL CHECKS.             *
005510*------------------------------------------------------------*
005520 1200-LOAD-VOIDED-CHECKS.
005530     OPEN INPUT CHECK-ISSUE-FILE
005540     IF WS-CHK-FILE-STATUS = "35"
005550         GO TO 1200-LOAD-VOIDED-CHECKS-EXIT
005560     END-IF
005570     PERFORM 1210-READ-CHECK
005580         THRU 1210-READ-CHECK-EXIT
005590     PERFORM 1220-STORE-VOIDED-CHECK
005600         THRU 1220-STORE-VOIDED-CHECK-EXIT
005610         UNTIL CHK-EOF
005620     CLOSE CHECK-ISSUE-FILE.
005630 1200-LOAD-VOIDED-CHECKS-EXIT.
005640     EXIT.
005650*
005660 1210-READ-CHECK.
005670     READ CHECK-ISSUE-FILE
005680         AT END
005690             SET CHK-EOF TO TRUE
005700     END-READ.
005710 1210-READ-CHECK-EXIT.
005720     EXIT.
005730*
005740 1220-STORE-VOIDED-CHECK.
005750     IF CH-VOIDED
005760         IF WS-VOID-COUNT < WS-VOID-MAX
005770             ADD 1 TO WS-VOID-COUNT
005780             MOVE CH-CHECK-NO
005790                 TO WS-VD-CHECK-NO (WS-VOID-COUNT)
005800             MOVE CH-IDENT TO WS-VD-IDENT (WS-VOID-COUNT)
005810             MOVE CH-NET-AMOUNT
005820                 TO WS-VD-NET (WS-VOID-COUNT)
005830             MOVE CH-PAY-DATE
005840                 TO WS-VD-PAY-DATE (WS-VOID-COUNT)
005850             IF CH-REVERSED
005860                 MOVE "R" TO WS-VD-USED (WS-VOID-COUNT)
005870             ELSE
005880                 MOVE "N" TO WS-VD-USED (WS-VOID-COUNT)
005890             END-IF
005900         ELSE
005910             ADD 1 TO WS-VOID-DROPPED
005920         END-IF
005930     END-IF
005940     PERFORM 1210-READ-CHECK
005950         THRU 1210-READ-CHECK-EXIT.
005960 1220-STORE-VOIDED-CHECK-EXIT.
005970     EXIT.
005980*
005990*------------------------------------------------------------*
006000*    1300-OPEN-CHECK-FILES - PICK UP THE LAST CHECK NUMBER    *
006010*    (SEEDING THE CONTROL THE WAY PAYROLL AND CHKMAINT DO)    *
006020*    AND OPEN THE ISSUE FILE FOR APPEND.                      *
006030*------------------------------------------------------------*
006040 1300-OPEN-CHECK-FILES.
006050     OPEN I-O CHECK-NUMBER-FILE
006060     IF WS-CHKNBR-FILE-STATUS = "35"
006070         CLOSE CHECK-NUMBER-FILE
006080         OPEN OUTPUT CHECK-NUMBER-FILE
006090         MOVE SPACES TO CHECK-NUMBER-RECORD
006100         MOVE ZERO TO CN-LAST-CHECK-NO
006110         WRITE CHECK-NUMBER-RECORD
006120         CLOSE CHECK-NUMBER-FILE
006130         OPEN I-O CHECK-NUMBER-FILE
006140     END-IF
006150     READ CHECK-NUMBER-FILE
006160         AT END
006170             CLOSE CHECK-NUMBER-FILE
006180             OPEN OUTPUT CHECK-NUMBER-FILE
006190             MOVE SPACES TO CHECK-NUMBER-RECORD
006200             MOVE ZERO TO CN-LAST-CHECK-NO
006210             WRITE CHECK-NUMBER-RECORD
006220             CLOSE CHECK-NUMBER-FILE
006230             OPEN I-O CHECK-NUMBER-FILE
006240             READ CHECK-NUMBER-FILE
006250             END-READ
006260     END-READ
006270     MOVE CN-LAST-CHECK-NO TO WS-CHECK-NO
006280     OPEN EXTEND CHECK-ISSUE-FILE.
006290 1300-OPEN-CHECK-FILES-EXIT.
006300     EXIT.
006310*
006320*------------------------------------------------------------*
006330*    1400-LOAD-GROUP-FREQ - ONE PASS OF THE PERIOD CALENDAR   *
006340*    (GROUP + DATE SEQUENCE) KEEPING EACH PAY GROUP'S PERIODS *
006350*    PER YEAR.  NO CALENDAR MEANS EVERY GROUP IS WEEKLY.      *
006360*------------------------------------------------------------*
006370 1400-LOAD-GROUP-FREQ.
006380     OPEN INPUT PERIOD-CALENDAR-FILE
006390     IF WS-CAL-FILE-STATUS = "35"
006400         GO TO 1400-LOAD-GROUP-FREQ-EXIT
006410     END-IF
006420     PERFORM 1410-READ-CALENDAR
006430         THRU 1410-READ-CALENDAR-EXIT
006440     PERFORM 1420-STORE-GROUP-FREQ
006450         THRU 1420-STORE-GROUP-FREQ-EXIT
006460         UNTIL CAL-EOF
006470     CLOSE PERIOD-CALENDAR-FILE.
006480 1400-LOAD-GROUP-FREQ-EXIT.
006490     EXIT.
006500*
006510 1410-READ-CALENDAR.
006520     READ PERIOD-CALENDAR-FILE NEXT RECORD
006530         AT END
006540             SET CAL-EOF TO TRUE
006550     END-READ.
006560 1410-READ-CALENDAR-EXIT.
006570     EXIT.
006580*
006590 1420-STORE-GROUP-FREQ.
006600     IF (WS-GF-COUNT = ZERO
006610             OR PD-PAY-GROUP NOT = WS-GF-GROUP (WS-GF-COUNT))
006620             AND WS-GF-COUNT < WS-GF-MAX
006630         ADD 1 TO WS-GF-COUNT
006640         MOVE PD-PAY-GROUP TO WS-GF-GROUP (WS-GF-COUNT)
006650         IF PD-PERIODS-PER-YEAR IS NUMERIC
006660                 AND PD-PERIODS-PER-YEAR > ZERO
006670             MOVE PD-PERIODS-PER-YEAR
006680                 TO WS-GF-PERIODS (WS-GF-COUNT)
006690         ELSE
006700             MOVE 52 TO WS-GF-PERIODS (WS-GF-COUNT)
006710         END-IF
006720     END-IF
006730     PERFORM 1410-READ-CALENDAR
006740         THRU 1410-READ-CALENDAR-EXIT.
006750 1420-STORE-GROUP-FREQ-EXIT.
006760     EXIT.
006770*
006780*------------------------------------------------------------*
006790*    2000-PROCESS-ADJUSTMENT - ONE TRANSACTION PER ITERATION  *
006800*------------------------------------------------------------*
006810 2000-PROCESS-ADJUSTMENT.
006820     ADD 1 TO WS-TRANS-READ-COUNT
006830     SET TRANS-APPLIED TO TRUE
006840     MOVE SPACES TO WS-REJECT-REASON
006850     EVALUATE TRUE
006860         WHEN AJ-IDENT NOT NUMERIC
006870             MOVE "IDENT NOT NUMERIC" TO WS-REJECT-REASON
006880             SET TRANS-REJECTED TO TRUE
006890         WHEN AJ-GROSS NOT NUMERIC
006900             MOVE "GROSS NOT NUMERIC" TO WS-REJECT-REASON
006910             SET TRANS-REJECTED TO TRUE
006920         WHEN AJ-GROSS = ZERO
006930             MOVE "GROSS IS ZERO" TO WS-REJECT-REASON
006940             SET TRANS-REJECTED TO TRUE
006950         WHEN AJ-ADJUSTMENT
006960             PERFORM 3000-APPLY-ADJUSTMENT
006970                 THRU 3000-APPLY-ADJUSTMENT-EXIT
006980         WHEN AJ-VOID-REVERSAL
006990             PERFORM 4000-APPLY-VOID-REVERSAL
007000                 THRU 4000-APPLY-VOID-REVERSAL-EXIT
007010         WHEN OTHER
007020             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
007030             SET TRANS-REJECTED TO TRUE
007040     END-EVALUATE
007050     IF TRANS-APPLIED
007060         ADD 1 TO WS-APPLIED-COUNT
007070     ELSE
007080         ADD 1 TO WS-REJECTED-COUNT
007090         PERFORM 6200-REPORT-REJECTED
007100             THRU 6200-REPORT-REJECTED-EXIT
007110     END-IF
007120     PERFORM 2100-READ-ADJUSTMENT
007130         THRU 2100-READ-ADJUSTMENT-EXIT.
007140 2000-PROCESS-ADJUSTMENT-EXIT.
007150     EXIT.
007160*
007170 2100-READ-ADJUSTMENT.
007180     READ ADJUST-TRANS-FILE
007190         AT END
007200             SET ADJ-EOF TO TRUE
007210     END-READ.
007220 2100-READ-ADJUSTMENT-EXIT.
007230     EXIT.
007240*
007250*------------------------------------------------------------*
007260*    2200-COMPUTE-WITHHOLDING - THE SAME BRACKET LOGIC AND    *
007270*    FICA THE PAYROLL RUN APPLIES, ON WS-GROSS-PAY FOR THE    *
007280*    MASTER RECORD CURRENTLY IN THE RECORD AREA.  THE         *
007290*    GROSS IS ANNUALIZED BY THE EMPLOYEE'S PAY GROUP PERIODS  *
007300*    PER YEAR FOR THE (ANNUAL) BRACKETS.                      *
007310*------------------------------------------------------------*
007320 2200-COMPUTE-WITHHOLDING.
007330     MOVE 52 TO WS-PERIODS-PER-YEAR
007340     MOVE "N" TO WS-GF-FOUND-SW
007350     IF WS-GF-COUNT > ZERO
007360         PERFORM 2230-TEST-GROUP-FREQ
007370             THRU 2230-TEST-GROUP-FREQ-EXIT
007380             VARYING WS-GF-IX FROM 1 BY 1
007390             UNTIL GROUP-FREQ-FOUND
007400                 OR WS-GF-IX > WS-GF-COUNT
007410     END-IF
007420     COMPUTE WS-ANNUAL-GROSS =
007430         WS-GROSS-PAY * WS-PERIODS-PER-YEAR
007440     IF FilingStatus = "M"
007450         MOVE "M" TO WS-WORK-FILING
007460     ELSE
007470         MOVE "S" TO WS-WORK-FILING
007480     END-IF
007490     MOVE "N" TO WS-TAX-FOUND-SW
007500     MOVE WS-FED-TAX-RATE TO WS-APPLIED-TAX-RATE
007510     IF WS-TAX-ENTRY-COUNT > ZERO
007520         PERFORM 2210-TEST-TAX-BRACKET
007530             THRU 2210-TEST-TAX-BRACKET-EXIT
007540             VARYING WS-TAX-IX FROM 1 BY 1
007550             UNTIL TAX-BRACKET-FOUND
007560                 OR WS-TAX-IX > WS-TAX-ENTRY-COUNT
007570     END-IF
007580     COMPUTE WS-FED-TAX ROUNDED =
007590         WS-GROSS-PAY * WS-APPLIED-TAX-RATE
007600     PERFORM 2240-COMPUTE-FICA
007610         THRU 2240-COMPUTE-FICA-EXIT
007620     MOVE "N" TO WS-STX-FOUND-SW
007630     MOVE ZERO TO WS-APPLIED-STATE-RATE
007640     IF WorkState NOT = SPACES
007650             AND WS-STX-ENTRY-COUNT > ZERO
007660         PERFORM 2220-TEST-STATE-BRACKET
007670             THRU 2220-TEST-STATE-BRACKET-EXIT
007680             VARYING WS-STX-IX FROM 1 BY 1
007690             UNTIL STX-BRACKET-FOUND
007700                 OR WS-STX-IX > WS-STX-ENTRY-COUNT
007710     END-IF
007720     COMPUTE WS-STATE-TAX ROUNDED =
007730         WS-GROSS-PAY * WS-APPLIED-STATE-RATE
007740     COMPUTE WS-NET-PAY =
007750         WS-GROSS-PAY - WS-FED-TAX - WS-FICA-TAX
007760             - WS-STATE-TAX.
007770 2200-COMPUTE-WITHHOLDING-EXIT.
007780     EXIT.
007790*
007800 2210-TEST-TAX-BRACKET.
007810     IF WS-TAX-STATUS (WS-TAX-IX) = WS-WORK-FILING
007820             AND WS-ANNUAL-GROSS NOT < WS-TAX-FLOOR (WS-TAX-IX)
007830             AND (WS-TAX-CEILING (WS-TAX-IX) = ZERO
007840                 OR WS-ANNUAL-GROSS
007850                     NOT > WS-TAX-CEILING (WS-TAX-IX))
007860         MOVE WS-TAX-RATE (WS-TAX-IX) TO WS-APPLIED-TAX-RATE
007870         SET TAX-BRACKET-FOUND TO TRUE
007880     END-IF.
007890 2210-TEST-TAX-BRACKET-EXIT.
007900     EXIT.
007910*
007920 2220-TEST-STATE-BRACKET.
007930     IF WS-STX-STATE (WS-STX-IX) = WorkState
007940             AND WS-STX-STATUS (WS-STX-IX) = WS-WORK-FILING
007950             AND WS-ANNUAL-GROSS
007960                 NOT < WS-STX-FLOOR (WS-STX-IX)
007970             AND (WS-STX-CEILING (WS-STX-IX) = ZERO
007980                 OR WS-ANNUAL-GROSS
007990                     NOT > WS-STX-CEILING (WS-STX-IX))
008000         MOVE WS-STX-RATE (WS-STX-IX)
008010             TO WS-APPLIED-STATE-RATE
008020         SET STX-BRACKET-FOUND TO TRUE
008030     END-IF.
008040 2220-TEST-STATE-BRACKET-EXIT.
008050     EXIT.
008060*
008070 2230-TEST-GROUP-FREQ.
008080     IF WS-GF-GROUP (WS-GF-IX) = PayGroup
008090         MOVE WS-GF-PERIODS (WS-GF-IX) TO WS-PERIODS-PER-YEAR
008100         SET GROUP-FREQ-FOUND TO TRUE
008110     END-IF.
008120 2230-TEST-GROUP-FREQ-EXIT.
008130     EXIT.
008140*
008150*------------------------------------------------------------*
008160*    2240-COMPUTE-FICA - EMPLOYEE SOCIAL SECURITY AND         *
008170*    MEDICARE, THE EMPLOYER'S MATCH OF BOTH, AND FUTA AND     *
008180*    SUTA, AS IN THE PAY RUN.  WHAT IS TAXED DEPENDS ON THE   *
008190*    DIRECTION: AN ADJUSTMENT FILLS WHAT IS LEFT OF EACH WAGE *
008200*    BASE; A BACK-OUT (NEGATIVE ADJUSTMENT OR VOID REVERSAL)  *
008210*    TAKES OFF THE CAPPED WAGES THE REMAINING GROSS NO LONGER *
008220*    FILLS, SO THE BUCKETS END WHERE THEY WOULD HAVE BEEN HAD *
008230*    THE GROSS NEVER BEEN PAID.                               *
008240*------------------------------------------------------------*
008250 2240-COMPUTE-FICA.
008260     PERFORM 2242-LOAD-PRIOR-WAGES
008270         THRU 2242-LOAD-PRIOR-WAGES-EXIT
008280     IF AJ-VOID-REVERSAL
008290             OR AJ-NEGATIVE
008300         PERFORM 2246-COMPUTE-BACKOUT-WAGES
008310             THRU 2246-COMPUTE-BACKOUT-WAGES-EXIT
008320     ELSE
008330         PERFORM 2244-COMPUTE-TAXED-WAGES
008340             THRU 2244-COMPUTE-TAXED-WAGES-EXIT
008350     END-IF
008360     COMPUTE WS-SS-TAX ROUNDED = WS-SS-WAGES * WS-SS-RATE
008370     COMPUTE WS-MED-TAX ROUNDED =
008380         WS-GROSS-PAY * WS-MEDICARE-RATE
008390     ADD WS-SS-TAX WS-MED-TAX GIVING WS-FICA-TAX
008400     MOVE WS-SS-TAX TO WS-ER-SS-TAX
008410     MOVE WS-MED-TAX TO WS-ER-MED-TAX
008420     COMPUTE WS-FUTA-TAX ROUNDED =
008430         WS-FUTA-WAGES * WS-FUTA-RATE
008440     COMPUTE WS-SUTA-TAX ROUNDED =
008450         WS-SUTA-WAGES * WS-SUTA-RATE.
008460 2240-COMPUTE-FICA-EXIT.
008470     EXIT.
008480*
008490*------------------------------------------------------------*
008500*    2242-LOAD-PRIOR-WAGES - THE GROSS AND THE SS/FUTA/SUTA   *
008510*    WAGES ALREADY ON YTDMAST (READ ONLY - 5000/5100 POST).   *
008520*    NO RECORD, OR A PRIOR-YEAR ONE, MEANS NOTHING TAXED YET  *
008530*    (5500 REJECTS THE TRANSACTION IN EITHER CASE).           *
008540*------------------------------------------------------------*
008550 2242-LOAD-PRIOR-WAGES.
008560     MOVE ZERO TO WS-PRIOR-GROSS
008570     MOVE ZERO TO WS-PRIOR-SS-WAGES
008580     MOVE ZERO TO WS-PRIOR-FUTA-WAGES
008590     MOVE ZERO TO WS-PRIOR-SUTA-WAGES
008600     MOVE AJ-IDENT TO YT-IDENT
008610     READ YTD-MASTER-FILE
008620         KEY IS YT-IDENT
008630         INVALID KEY
008640             GO TO 2242-LOAD-PRIOR-WAGES-EXIT
008650     END-READ
008660     IF YT-YEAR NOT = WS-RUN-YEAR
008670         GO TO 2242-LOAD-PRIOR-WAGES-EXIT
008680     END-IF
008690     IF YT-SS-WAGES NOT NUMERIC
008700         PERFORM 2248-CONVERT-YTD-BUCKETS
008710             THRU 2248-CONVERT-YTD-BUCKETS-EXIT
008720     END-IF
008730     MOVE YT-GROSS TO WS-PRIOR-GROSS
008740     MOVE YT-SS-WAGES TO WS-PRIOR-SS-WAGES
008750     MOVE YT-FUTA-WAGES TO WS-PRIOR-FUTA-WAGES
008760     MOVE YT-SUTA-WAGES TO WS-PRIOR-SUTA-WAGES.
008770 2242-LOAD-PRIOR-WAGES-EXIT.
008780     EXIT.
008790*
008800*------------------------------------------------------------*
008810*    2244-COMPUTE-TAXED-WAGES - AN ADJUSTMENT IS TAXED UP TO  *
008820*    WHAT IS LEFT OF EACH WAGE BASE, AS A PAY RUN GROSS IS.   *
008830*------------------------------------------------------------*
008840 2244-COMPUTE-TAXED-WAGES.
008850     COMPUTE WS-WAGE-ROOM =
008860         WS-SS-WAGE-BASE - WS-PRIOR-SS-WAGES
008870     IF WS-WAGE-ROOM < ZERO
008880         MOVE ZERO TO WS-WAGE-ROOM
008890     END-IF
008900     IF WS-GROSS-PAY > WS-WAGE-ROOM
008910         MOVE WS-WAGE-ROOM TO WS-SS-WAGES
008920     ELSE
008930         MOVE WS-GROSS-PAY TO WS-SS-WAGES
008940     END-IF
008950     COMPUTE WS-WAGE-ROOM =
008960         WS-FUTA-WAGE-BASE - WS-PRIOR-FUTA-WAGES
008970     IF WS-WAGE-ROOM < ZERO
008980         MOVE ZERO TO WS-WAGE-ROOM
008990     END-IF
009000     IF WS-GROSS-PAY > WS-WAGE-ROOM
009010         MOVE WS-WAGE-ROOM TO WS-FUTA-WAGES
009020     ELSE
009030         MOVE WS-GROSS-PAY TO WS-FUTA-WAGES
009040     END-IF
009050     COMPUTE WS-WAGE-ROOM =
009060         WS-SUTA-WAGE-BASE - WS-PRIOR-SUTA-WAGES
009070     IF WS-WAGE-ROOM < ZERO
009080         MOVE ZERO TO WS-WAGE-ROOM
009090     END-IF
009100     IF WS-GROSS-PAY > WS-WAGE-ROOM
009110         MOVE WS-WAGE-ROOM TO WS-SUTA-WAGES
009120     ELSE
009130         MOVE WS-GROSS-PAY TO WS-SUTA-WAGES
009140     END-IF.
009150 2244-COMPUTE-TAXED-WAGES-EXIT.
009160     EXIT.
009170*
009180*------------------------------------------------------------*
009190*    2246-COMPUTE-BACKOUT-WAGES - WS-WAGE-ROOM HERE IS THE    *
009200*    YTD GROSS THAT REMAINS AFTER THE BACK-OUT.  ANY TAXED    *
009210*    WAGES ABOVE IT COME OFF; WAGES IT STILL FILLS STAY (A    *
009220*    CHECK PAID AFTER THE BASE WAS REACHED TOOK NO SS, FUTA   *
009230*    OR SUTA, AND NONE IS GIVEN BACK).                        *
009240*------------------------------------------------------------*
009250 2246-COMPUTE-BACKOUT-WAGES.
009260     MOVE ZERO TO WS-SS-WAGES
009270     MOVE ZERO TO WS-FUTA-WAGES
009280     MOVE ZERO TO WS-SUTA-WAGES
009290     COMPUTE WS-WAGE-ROOM =
009300         WS-PRIOR-GROSS - WS-GROSS-PAY
009310     IF WS-WAGE-ROOM < ZERO
009320         MOVE ZERO TO WS-WAGE-ROOM
009330     END-IF
009340     IF WS-PRIOR-SS-WAGES > WS-WAGE-ROOM
009350         COMPUTE WS-SS-WAGES =
009360             WS-PRIOR-SS-WAGES - WS-WAGE-ROOM
009370     END-IF
009380     IF WS-PRIOR-FUTA-WAGES > WS-WAGE-ROOM
009390         COMPUTE WS-FUTA-WAGES =
009400             WS-PRIOR-FUTA-WAGES - WS-WAGE-ROOM
009410     END-IF
009420     IF WS-PRIOR-SUTA-WAGES > WS-WAGE-ROOM
009430         COMPUTE WS-SUTA-WAGES =
009440             WS-PRIOR-SUTA-WAGES - WS-WAGE-ROOM
009450     END-IF.
009460 2246-COMPUTE-BACKOUT-WAGES-EXIT.
009470     EXIT.
009480*
009490*------------------------------------------------------------*
009500*    2248-CONVERT-YTD-BUCKETS - A YTD RECORD WRITTEN BEFORE   *
009510*    THE SS/EMPLOYER BUCKETS EXISTED, CONVERTED THE WAY THE   *
009520*    PAY RUN CONVERTS IT.                                     *
009530*------------------------------------------------------------*
009540 2248-CONVERT-YTD-BUCKETS.
009550     PERFORM 5510-RESET-TAX-YTD
009560         THRU 5510-RESET-TAX-YTD-EXIT
009570     PERFORM 5520-RESET-TAX-QTD
009580         THRU 5520-RESET-TAX-QTD-EXIT
009590     IF YT-GROSS > WS-SS-WAGE-BASE
009600         MOVE WS-SS-WAGE-BASE TO YT-SS-WAGES
009610     ELSE
009620         MOVE YT-GROSS TO YT-SS-WAGES
009630     END-IF
009640     IF YT-GROSS > WS-FUTA-WAGE-BASE
009650         MOVE WS-FUTA-WAGE-BASE TO YT-FUTA-WAGES
009660     ELSE
009670         MOVE YT-GROSS TO YT-FUTA-WAGES
009680     END-IF
009690     IF YT-GROSS > WS-SUTA-WAGE-BASE
009700         MOVE WS-SUTA-WAGE-BASE TO YT-SUTA-WAGES
009710     ELSE
009720         MOVE YT-GROSS TO YT-SUTA-WAGES
009730     END-IF
009740     IF YT-QTR-GROSS > YT-SS-WAGES
009750         MOVE YT-SS-WAGES TO YT-QTR-SS-WAGES
009760     ELSE
009770         MOVE YT-QTR-GROSS TO YT-QTR-SS-WAGES
009780     END-IF
009790     IF YT-QTR-GROSS > YT-FUTA-WAGES
009800         MOVE YT-FUTA-WAGES TO YT-QTR-FUTA-WAGES
009810     ELSE
009820         MOVE YT-QTR-GROSS TO YT-QTR-FUTA-WAGES
009830     END-IF
009840     IF YT-QTR-GROSS > YT-SUTA-WAGES
009850         MOVE YT-SUTA-WAGES TO YT-QTR-SUTA-WAGES
009860     ELSE
009870         MOVE YT-QTR-GROSS TO YT-QTR-SUTA-WAGES
009880     END-IF.
009890 2248-CONVERT-YTD-BUCKETS-EXIT.
009900     EXIT.
009910*
009920*------------------------------------------------------------*
009930*    3000-APPLY-ADJUSTMENT - SIGNED GROSS ADJUSTMENT: COMPUTE *
009940*    THE WITHHOLDING, POST SIGNED AMOUNTS TO THE YTD MASTER,  *
009950*    AND CUT A MANUAL CHECK FOR A POSITIVE NET.  A NEGATIVE   *
009960*    ADJUSTMENT POSTS ONLY - RECOVERY OF THE CASH IS BETWEEN  *
009970*    PAYROLL AND THE EMPLOYEE, NOT A NEGATIVE CHECK.          *
009980*------------------------------------------------------------*
009990 3000-APPLY-ADJUSTMENT.
010000     MOVE AJ-IDENT TO Ident
010010     READ EMPLOYEE-MASTER-FILE
010020         KEY IS Ident
010030         INVALID KEY
010040             MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
010050             SET TRANS-REJECTED TO TRUE
010060     END-READ
010070     IF TRANS-REJECTED
010080         GO TO 3000-APPLY-ADJUSTMENT-EXIT
010090     END-IF
010100     MOVE AJ-GROSS TO WS-GROSS-PAY
010110     PERFORM 2200-COMPUTE-WITHHOLDING
010120         THRU 2200-COMPUTE-WITHHOLDING-EXIT
010130     IF AJ-NEGATIVE
010140         MOVE WS-NET-PAY TO WS-NET-BACKOUT
010150         PERFORM 5000-POST-YTD-NEGATIVE
010160             THRU 5000-POST-YTD-NEGATIVE-EXIT
010170         PERFORM 6300-REPORT-ADJUSTMENT
010180             THRU 6300-REPORT-ADJUSTMENT-EXIT
010190     ELSE
010200         PERFORM 5100-POST-YTD-POSITIVE
010210             THRU 5100-POST-YTD-POSITIVE-EXIT
010220         IF WS-NET-PAY > ZERO
010230             PERFORM 5200-WRITE-MANUAL-CHECK
010240                 THRU 5200-WRITE-MANUAL-CHECK-EXIT
010250         END-IF
010260         PERFORM 6300-REPORT-ADJUSTMENT
010270             THRU 6300-REPORT-ADJUSTMENT-EXIT
010280     END-IF.
010290 3000-APPLY-ADJUSTMENT-EXIT.
010300     EXIT.
010310*
010320*------------------------------------------------------------*
010330*    4000-APPLY-VOID-REVERSAL - BACK A VOIDED CHECK OUT OF    *
010340*    THE YTD MASTER.  THE PUNCHED GROSS RUNS BACK THROUGH THE *
010350*    BRACKETS AND THE COMPUTED NET MUST PROVE TO THE VOIDED   *
010360*    CHECK'S NET - A MISMATCH MEANS THE WRONG GROSS (OR THE   *
010370*    WRONG CHECK) WAS PUNCHED, AND NOTHING POSTS.             *
010380*------------------------------------------------------------*
010390 4000-APPLY-VOID-REVERSAL.
010400     MOVE "N" TO WS-VOID-FOUND-SW
010410     IF WS-VOID-COUNT > ZERO
010420         PERFORM 4100-FIND-VOIDED-CHECK
010430             THRU 4100-FIND-VOIDED-CHECK-EXIT
010440             VARYING WS-VOID-IX FROM 1 BY 1
010450             UNTIL VOID-CHECK-FOUND
010460                 OR WS-VOID-IX > WS-VOID-COUNT
010470     END-IF
010480     IF NOT VOID-CHECK-FOUND
010490         MOVE "CHECK NOT VOIDED OR NOT ON FILE"
010500             TO WS-REJECT-REASON
010510         SET TRANS-REJECTED TO TRUE
010520         GO TO 4000-APPLY-VOID-REVERSAL-EXIT
010530     END-IF
010540     SUBTRACT 1 FROM WS-VOID-IX
010550*    R CAME IN OFF THE FILE (A PRIOR RUN'S REVERSAL), Y WAS
010560*    SET EARLIER IN THIS RUN - EITHER WAY THE EARNINGS ARE
010570*    ALREADY OUT OF THE YTD MASTER AND MUST NOT COME OUT
010580*    TWICE.
010590     IF WS-VD-USED (WS-VOID-IX) NOT = "N"
010600         MOVE "CHECK ALREADY REVERSED" TO WS-REJECT-REASON
010610         SET TRANS-REJECTED TO TRUE
010620         GO TO 4000-APPLY-VOID-REVERSAL-EXIT
010630     END-IF
010640     IF WS-VD-IDENT (WS-VOID-IX) NOT = AJ-IDENT
010650         MOVE "CHECK BELONGS TO ANOTHER IDENT"
010660             TO WS-REJECT-REASON
010670         SET TRANS-REJECTED TO TRUE
010680         GO TO 4000-APPLY-VOID-REVERSAL-EXIT
010690     END-IF
010700     MOVE AJ-IDENT TO Ident
010710     READ EMPLOYEE-MASTER-FILE
010720         KEY IS Ident
010730         INVALID KEY
010740             MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
010750             SET TRANS-REJECTED TO TRUE
010760     END-READ
010770     IF TRANS-REJECTED
010780         GO TO 4000-APPLY-VOID-REVERSAL-EXIT
010790     END-IF
010800     MOVE AJ-GROSS TO WS-GROSS-PAY
010810     PERFORM 2200-COMPUTE-WITHHOLDING
010820         THRU 2200-COMPUTE-WITHHOLDING-EXIT
010830*    THE COMPUTED NET IS GROSS LESS TAXES ONLY; THE CHECK'S
010840*    NET ALSO HAD THE EMPLOYEE'S VOLUNTARY DEDUCTIONS TAKEN
010850*    OUT, SO IT MAY BE SMALLER - THE DIFFERENCE IS THE
010860*    DEDUCTIONS ON THE ORIGINAL CHECK.  A COMPUTED NET BELOW
010870*    THE CHECK'S NET MEANS THE WRONG GROSS OR THE WRONG CHECK.
010880     IF WS-NET-PAY < WS-VD-NET (WS-VOID-IX)
010890         MOVE WS-NET-PAY TO WS-AMT-EDIT
010900         MOVE WS-VD-NET (WS-VOID-IX) TO WS-AMT-EDIT-2
010910         MOVE SPACES TO WS-REJECT-REASON
010920         STRING "COMPUTED NET " WS-AMT-EDIT
010930                 " BELOW CHECK NET " WS-AMT-EDIT-2
010940             DELIMITED BY SIZE INTO WS-REJECT-REASON
010950         SET TRANS-REJECTED TO TRUE
010960         GO TO 4000-APPLY-VOID-REVERSAL-EXIT
010970     END-IF
010980     SUBTRACT WS-VD-NET (WS-VOID-IX) FROM WS-NET-PAY
010990         GIVING WS-DED-PORTION
011000*    YT-NET CARRIES THE NET THE CHECK WAS ACTUALLY CUT FOR -
011010*    THAT IS WHAT COMES BACK OUT (DEDUCTIONS NEVER ENTERED
011020*    THE YTD BUCKETS, SO NOTHING ELSE MOVES FOR THEM).
011030     MOVE WS-VD-NET (WS-VOID-IX) TO WS-NET-BACKOUT
011040     PERFORM 5000-POST-YTD-NEGATIVE
011050         THRU 5000-POST-YTD-NEGATIVE-EXIT
011060*    THE ENTRY IS ONLY BURNED ONCE THE POSTING STOOD UP - A
011070*    REJECTED CARD LEAVES IT FREE FOR THE CORRECTED CARD
011080*    LATER IN THE SAME DECK.
011090     IF TRANS-REJECTED
011100         GO TO 4000-APPLY-VOID-REVERSAL-EXIT
011110     END-IF
011120     MOVE "Y" TO WS-VD-USED (WS-VOID-IX)
011130     ADD 1 TO WS-REVERSALS-DONE
011140     MOVE WS-NET-BACKOUT TO WS-NET-PAY
011150     PERFORM 6300-REPORT-ADJUSTMENT
011160         THRU 6300-REPORT-ADJUSTMENT-EXIT.
011170 4000-APPLY-VOID-REVERSAL-EXIT.
011180     EXIT.
011190*
011200 4100-FIND-VOIDED-CHECK.
011210     IF WS-VD-CHECK-NO (WS-VOID-IX) = AJ-CHECK-NO
011220         SET VOID-CHECK-FOUND TO TRUE
011230     END-IF.
011240 4100-FIND-VOIDED-CHECK-EXIT.
011250     EXIT.
011260*
011270*------------------------------------------------------------*
011280*    5000-POST-YTD-NEGATIVE - BACK THE COMPUTED AMOUNTS OUT   *
011290*    OF THE YTD MASTER.  THE BUCKETS ARE UNSIGNED, SO A       *
011300*    BACK-OUT THAT WOULD DRIVE ANY BUCKET NEGATIVE REJECTS    *
011310*    RATHER THAN WRAP - THAT MEANS THE WRONG EMPLOYEE, THE    *
011320*    WRONG GROSS, OR BRACKETS THAT HAVE CHANGED SINCE THE     *
011330*    ORIGINAL CHECK.  QTD IS ONLY TOUCHED WHEN THE ITEM       *
011340*    BELONGS IN THE QUARTER THE QTD BUCKETS REPRESENT: THE    *
011350*    VOIDED CHECK'S PAY DATE FOR A REVERSAL, THE CURRENT      *
011360*    QUARTER FOR A SIGNED ADJUSTMENT.                         *
011370*------------------------------------------------------------*
011380 5000-POST-YTD-NEGATIVE.
011390     PERFORM 5500-READ-YTD
011400         THRU 5500-READ-YTD-EXIT
011410     IF TRANS-REJECTED
011420         GO TO 5000-POST-YTD-NEGATIVE-EXIT
011430     END-IF
011440     PERFORM 5050-SET-QTD-APPLIES
011450         THRU 5050-SET-QTD-APPLIES-EXIT
011460     IF WS-GROSS-PAY > YT-GROSS
011470             OR WS-FED-TAX > YT-FED-TAX
011480             OR WS-FICA-TAX > YT-FICA
011490             OR WS-STATE-TAX > YT-STATE-TAX
011500             OR WS-NET-BACKOUT > YT-NET
011510             OR WS-SS-WAGES > YT-SS-WAGES
011520             OR WS-SS-TAX > YT-SS-TAX
011530             OR WS-MED-TAX > YT-MED-TAX
011540             OR WS-ER-SS-TAX > YT-ER-SS-TAX
011550             OR WS-ER-MED-TAX > YT-ER-MED-TAX
011560             OR WS-FUTA-WAGES > YT-FUTA-WAGES
011570             OR WS-FUTA-TAX > YT-FUTA-TAX
011580             OR WS-SUTA-WAGES > YT-SUTA-WAGES
011590             OR WS-SUTA-TAX > YT-SUTA-TAX
011600         MOVE "BACK-OUT EXCEEDS A YTD BUCKET"
011610             TO WS-REJECT-REASON
011620         SET TRANS-REJECTED TO TRUE
011630         GO TO 5000-POST-YTD-NEGATIVE-EXIT
011640     END-IF
011650     IF QTD-APPLIES
011660             AND (WS-GROSS-PAY > YT-QTR-GROSS
011670                 OR WS-FED-TAX > YT-QTR-FED-TAX
011680                 OR WS-FICA-TAX > YT-QTR-FICA
011690                 OR WS-STATE-TAX > YT-QTR-STATE-TAX
011700                 OR WS-NET-BACKOUT > YT-QTR-NET
011710                 OR WS-SS-WAGES > YT-QTR-SS-WAGES
011720                 OR WS-SS-TAX > YT-QTR-SS-TAX
011730                 OR WS-MED-TAX > YT-QTR-MED-TAX
011740                 OR WS-ER-SS-TAX > YT-QTR-ER-SS-TAX
011750                 OR WS-ER-MED-TAX > YT-QTR-ER-MED-TAX
011760                 OR WS-FUTA-WAGES > YT-QTR-FUTA-WAGES
011770                 OR WS-FUTA-TAX > YT-QTR-FUTA-TAX
011780                 OR WS-SUTA-WAGES > YT-QTR-SUTA-WAGES
011790                 OR WS-SUTA-TAX > YT-QTR-SUTA-TAX)
011800         MOVE "BACK-OUT EXCEEDS A QTD BUCKET"
011810             TO WS-REJECT-REASON
011820         SET TRANS-REJECTED TO TRUE
011830         GO TO 5000-POST-YTD-NEGATIVE-EXIT
011840     END-IF
011850     MOVE YT-GROSS TO WS-YTD-EDIT
011860     MOVE WS-YTD-EDIT TO WS-AUDIT-OLD
011870     SUBTRACT WS-GROSS-PAY FROM YT-GROSS
011880     SUBTRACT WS-FED-TAX FROM YT-FED-TAX
011890     SUBTRACT WS-FICA-TAX FROM YT-FICA
011900     SUBTRACT WS-STATE-TAX FROM YT-STATE-TAX
011910     SUBTRACT WS-NET-BACKOUT FROM YT-NET
011920     SUBTRACT WS-SS-WAGES FROM YT-SS-WAGES
011930     SUBTRACT WS-SS-TAX FROM YT-SS-TAX
011940     SUBTRACT WS-MED-TAX FROM YT-MED-TAX
011950     SUBTRACT WS-ER-SS-TAX FROM YT-ER-SS-TAX
011960     SUBTRACT WS-ER-MED-TAX FROM YT-ER-MED-TAX
011970     SUBTRACT WS-FUTA-WAGES FROM YT-FUTA-WAGES
011980     SUBTRACT WS-FUTA-TAX FROM YT-FUTA-TAX
011990     SUBTRACT WS-SUTA-WAGES FROM YT-SUTA-WAGES
012000     SUBTRACT WS-SUTA-TAX FROM YT-SUTA-TAX
012010     IF QTD-APPLIES
012020         SUBTRACT WS-GROSS-PAY FROM YT-QTR-GROSS
012030         SUBTRACT WS-FED-TAX FROM YT-QTR-FED-TAX
012040         SUBTRACT WS-FICA-TAX FROM YT-QTR-FICA
012050         SUBTRACT WS-STATE-TAX FROM YT-QTR-STATE-TAX
012060         SUBTRACT WS-NET-BACKOUT FROM YT-QTR-NET
012070         SUBTRACT WS-SS-WAGES FROM YT-QTR-SS-WAGES
012080         SUBTRACT WS-SS-TAX FROM YT-QTR-SS-TAX
012090         SUBTRACT WS-MED-TAX FROM YT-QTR-MED-TAX
012100         SUBTRACT WS-ER-SS-TAX FROM YT-QTR-ER-SS-TAX
012110         SUBTRACT WS-ER-MED-TAX FROM YT-QTR-ER-MED-TAX
012120         SUBTRACT WS-FUTA-WAGES FROM YT-QTR-FUTA-WAGES
012130         SUBTRACT WS-FUTA-TAX FROM YT-QTR-FUTA-TAX
012140         SUBTRACT WS-SUTA-WAGES FROM YT-QTR-SUTA-WAGES
012150         SUBTRACT WS-SUTA-TAX FROM YT-QTR-SUTA-TAX
012160     END-IF
012170     REWRITE YTD-MASTER-RECORD
012180     PERFORM 5600-AUDIT-YTD-POSTING
012190         THRU 5600-AUDIT-YTD-POSTING-EXIT.
012200 5000-POST-YTD-NEGATIVE-EXIT.
012210     EXIT.
012220*
012230*------------------------------------------------------------*
012240*    5050-SET-QTD-APPLIES - DOES THIS BACK-OUT BELONG IN THE  *
012250*    QUARTER THE QTD BUCKETS REPRESENT?  FOR A VOID REVERSAL  *
012260*    THAT IS THE QUARTER THE CHECK WAS PAID IN (WS-VOID-IX    *
012270*    STILL ADDRESSES THE MATCHED TABLE ENTRY); FOR A SIGNED   *
012280*    ADJUSTMENT IT IS THE CURRENT QUARTER, AS BEFORE.         *
012290*------------------------------------------------------------*
012300 5050-SET-QTD-APPLIES.
012310     MOVE "N" TO WS-QTD-APPLY-SW
012320     IF AJ-VOID-REVERSAL
012330         MOVE WS-VD-PAY-DATE (WS-VOID-IX)
012340             TO WS-PAY-DATE-WORK
012350         DIVIDE WS-PD-MONTH BY 3 GIVING WS-PAY-QUARTER
012360             REMAINDER WS-QTR-REM
012370         IF WS-QTR-REM NOT = ZERO
012380             ADD 1 TO WS-PAY-QUARTER
012390         END-IF
012400         IF WS-PD-YEAR = YT-YEAR
012410                 AND WS-PAY-QUARTER = YT-QUARTER
012420             SET QTD-APPLIES TO TRUE
012430         END-IF
012440     ELSE
012450*        A SIGNED ADJUSTMENT IS CURRENT-PERIOD BY DEFINITION,
012460*        AND 5500 HAS ALREADY ROLLED THE RECORD'S QUARTER
012470*        FORWARD, SO QTD ALWAYS APPLIES.
012480         SET QTD-APPLIES TO TRUE
012490     END-IF.
012500 5050-SET-QTD-APPLIES-EXIT.
012510     EXIT.
012520*
012530*------------------------------------------------------------*
012540*    5100-POST-YTD-POSITIVE - ROLL THE COMPUTED AMOUNTS INTO  *
012550*    THE YTD MASTER.  5500 HAS ALREADY ROLLED THE RECORD TO   *
012560*    THE CURRENT QUARTER, SO QTD ALWAYS TAKES THE POSTING.    *
012570*------------------------------------------------------------*
012580 5100-POST-YTD-POSITIVE.
012590     PERFORM 5500-READ-YTD
012600         THRU 5500-READ-YTD-EXIT
012610     IF TRANS-REJECTED
012620         GO TO 5100-POST-YTD-POSITIVE-EXIT
012630     END-IF
012640     MOVE YT-GROSS TO WS-YTD-EDIT
012650     MOVE WS-YTD-EDIT TO WS-AUDIT-OLD
012660     ADD WS-GROSS-PAY TO YT-GROSS
012670     ADD WS-FED-TAX TO YT-FED-TAX
012680     ADD WS-FICA-TAX TO YT-FICA
012690     ADD WS-STATE-TAX TO YT-STATE-TAX
012700     ADD WS-NET-PAY TO YT-NET
012710     ADD WS-GROSS-PAY TO YT-QTR-GROSS
012720     ADD WS-FED-TAX TO YT-QTR-FED-TAX
012730     ADD WS-FICA-TAX TO YT-QTR-FICA
012740     ADD WS-STATE-TAX TO YT-QTR-STATE-TAX
012750     ADD WS-NET-PAY TO YT-QTR-NET
012760     ADD WS-SS-WAGES TO YT-SS-WAGES YT-QTR-SS-WAGES
012770     ADD WS-SS-TAX TO YT-SS-TAX YT-QTR-SS-TAX
012780     ADD WS-MED-TAX TO YT-MED-TAX YT-QTR-MED-TAX
012790     ADD WS-ER-SS-TAX TO YT-ER-SS-TAX YT-QTR-ER-SS-TAX
012800     ADD WS-ER-MED-TAX TO YT-ER-MED-TAX YT-QTR-ER-MED-TAX
012810     ADD WS-FUTA-WAGES TO YT-FUTA-WAGES YT-QTR-FUTA-WAGES
012820     ADD WS-FUTA-TAX TO YT-FUTA-TAX YT-QTR-FUTA-TAX
012830     ADD WS-SUTA-WAGES TO YT-SUTA-WAGES YT-QTR-SUTA-WAGES
012840     ADD WS-SUTA-TAX TO YT-SUTA-TAX YT-QTR-SUTA-TAX
012850     REWRITE YTD-MASTER-RECORD
012860     PERFORM 5600-AUDIT-YTD-POSTING
012870         THRU 5600-AUDIT-YTD-POSTING-EXIT.
012880 5100-POST-YTD-POSITIVE-EXIT.
012890     EXIT.
012900*
012910*------------------------------------------------------------*
012920*    5200-WRITE-MANUAL-CHECK - NEXT NUMBER OFF THE CHKNBR     *
012930*    CONTROL, ONE I RECORD INTO CHKISSUE, EXACTLY AS A        *
012940*    REGULAR ISSUE.                                           *
012950*------------------------------------------------------------*
012960 5200-WRITE-MANUAL-CHECK.
012970     ADD 1 TO WS-CHECK-NO
012980     MOVE SPACES TO CHECK-ISSUE-RECORD
012990     MOVE WS-CHECK-NO TO CH-CHECK-NO
013000     MOVE Ident TO CH-IDENT
013010     MOVE CustName TO CH-CUST-NAME
013020     MOVE WS-NET-PAY TO CH-NET-AMOUNT
013030     MOVE WS-RUN-DATE TO CH-PAY-DATE
013040     MOVE "I" TO CH-STATUS
013050     WRITE CHECK-ISSUE-RECORD
013060     ADD 1 TO WS-CHECKS-ISSUED
013070     ADD WS-NET-PAY TO WS-CHECKS-NET-TOTAL
013080     MOVE SPACES TO ADJUST-REPORT-LINE
013090     MOVE WS-NET-PAY TO WS-AMT-EDIT
013100     STRING "MANUAL CHECK " WS-CHECK-NO
013110             " IDENT " AJ-IDENT
013120             " NET " WS-AMT-EDIT
013130         DELIMITED BY SIZE INTO ADJUST-REPORT-LINE
013140     WRITE ADJUST-REPORT-LINE.
013150 5200-WRITE-MANUAL-CHECK-EXIT.
013160     EXIT.
013170*
013180*------------------------------------------------------------*
013190*    5500-READ-YTD - POSITION THE YTD RECORD FOR THE IDENT,   *
013200*    WORK OUT THE CURRENT QUARTER, AND ROLL A STALE           *
013210*    YT-QUARTER FORWARD (ZEROING THE QTD BUCKETS) THE SAME    *
013220*    WAY THE PAY RUN'S 2350-UPDATE-YTD DOES - OTHERWISE AN    *
013230*    ADJUSTMENT POSTED BEFORE THE QUARTER'S FIRST FINAL RUN   *
013240*    WOULD BE WIPED FROM QTD BY THAT RUN'S RESET.  A MISSING  *
013250*    RECORD OR A PRIOR-YEAR RECORD REJECTS - PRIOR-YEAR       *
013260*    CORRECTIONS BELONG TO AMENDED RETURNS, NOT THE LIVE YTD  *
013270*    MASTER.                                                  *
013280*------------------------------------------------------------*
013290 5500-READ-YTD.
013300     MOVE AJ-IDENT TO YT-IDENT
013310     READ YTD-MASTER-FILE
013320         KEY IS YT-IDENT
013330         INVALID KEY
013340             MOVE "NO YTD RECORD FOR IDENT" TO WS-REJECT-REASON
013350             SET TRANS-REJECTED TO TRUE
013360     END-READ
013370     IF TRANS-REJECTED
013380         GO TO 5500-READ-YTD-EXIT
013390     END-IF
013400     IF YT-YEAR NOT = WS-RUN-YEAR
013410         MOVE "YTD RECORD IS PRIOR YEAR" TO WS-REJECT-REASON
013420         SET TRANS-REJECTED TO TRUE
013430         GO TO 5500-READ-YTD-EXIT
013440     END-IF
013450     IF YT-SS-WAGES NOT NUMERIC
013460         PERFORM 2248-CONVERT-YTD-BUCKETS
013470             THRU 2248-CONVERT-YTD-BUCKETS-EXIT
013480     END-IF
013490     DIVIDE WS-RUN-MONTH BY 3 GIVING WS-RUN-QUARTER-WORK
013500         REMAINDER WS-QTR-REM
013510     IF WS-QTR-REM NOT = ZERO
013520         ADD 1 TO WS-RUN-QUARTER-WORK
013530     END-IF
013540     IF YT-QUARTER NOT = WS-RUN-QUARTER-WORK
013550         MOVE WS-RUN-QUARTER-WORK TO YT-QUARTER
013560         MOVE ZERO TO YT-QTR-GROSS YT-QTR-FED-TAX
013570             YT-QTR-FICA YT-QTR-NET YT-QTR-STATE-TAX
013580         PERFORM 5520-RESET-TAX-QTD
013590             THRU 5520-RESET-TAX-QTD-EXIT
013600     END-IF.
013610 5500-READ-YTD-EXIT.
013620     EXIT.
013630*
013640*------------------------------------------------------------*
013650*    5510/5520 - ZERO THE SS/MEDICARE SPLIT AND EMPLOYER TAX  *
013660*    BUCKETS, YEAR-TO-DATE AND QUARTER-TO-DATE RESPECTIVELY.  *
013670*------------------------------------------------------------*
013680 5510-RESET-TAX-YTD.
013690     MOVE ZERO TO YT-SS-WAGES YT-SS-TAX YT-MED-TAX
013700     MOVE ZERO TO YT-ER-SS-TAX YT-ER-MED-TAX
013710         YT-FUTA-WAGES YT-FUTA-TAX
013720         YT-SUTA-WAGES YT-SUTA-TAX.
013730 5510-RESET-TAX-YTD-EXIT.
013740     EXIT.
013750*
013760 5520-RESET-TAX-QTD.
013770     MOVE ZERO TO YT-QTR-SS-WAGES YT-QTR-SS-TAX
013780         YT-QTR-MED-TAX
013790     MOVE ZERO TO YT-QTR-ER-SS-TAX YT-QTR-ER-MED-TAX
013800         YT-QTR-FUTA-WAGES YT-QTR-FUTA-TAX
013810         YT-QTR-SUTA-WAGES YT-QTR-SUTA-TAX.
013820 5520-RESET-TAX-QTD-EXIT.
013830     EXIT.
013840*
013850*------------------------------------------------------------*
013860*    5600-AUDIT-YTD-POSTING - BEFORE/AFTER AUDIT OF THE YTD   *
013870*    GROSS THE ADJUSTMENT MOVED (THE REPORT LINE CARRIES THE  *
013880*    FULL BREAKDOWN).                                         *
013890*------------------------------------------------------------*
013900 5600-AUDIT-YTD-POSTING.
013910     MOVE AJ-IDENT TO WS-AUDIT-IDENT
013920     MOVE "YTD-GROSS" TO WS-AUDIT-FIELD
013930     MOVE YT-GROSS TO WS-YTD-EDIT
013940     MOVE WS-YTD-EDIT TO WS-AUDIT-NEW
013950     PERFORM 7000-WRITE-AUDIT
013960         THRU 7000-WRITE-AUDIT-EXIT.
013970 5600-AUDIT-YTD-POSTING-EXIT.
013980     EXIT.
013990*
014000*------------------------------------------------------------*
014010*    6100-WRITE-RUN-LOG - ONE STANDARD RUN-LOG RECORD (S AT   *
014020*    START OF RUN, E WITH THE FINAL COUNTS AT END).           *
014030*------------------------------------------------------------*
014040 6100-WRITE-RUN-LOG.
014050     MOVE SPACES TO RUN-LOG-RECORD
014060     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
014070     ACCEPT WS-TS-TIME FROM TIME
014080     MOVE "PAYADJ" TO RL-PROGRAM-ID
014090     MOVE WS-JOB-ID TO RL-JOB-ID
014100     MOVE WS-RL-ENTRY-TYPE TO RL-ENTRY-TYPE
014110     MOVE WS-TS-DATE TO RL-DATE
014120     MOVE WS-TS-TIME TO RL-TIME
014130     MOVE WS-TRANS-READ-COUNT TO RL-RECORDS-READ
014140     MOVE WS-CHECKS-ISSUED TO RL-RECORDS-WRITTEN
014150     MOVE WS-REJECTED-COUNT TO RL-EXCEPTION-COUNT
014160     MOVE WS-RL-STATUS TO RL-FINAL-STATUS
014170     WRITE RUN-LOG-RECORD.
014180 6100-WRITE-RUN-LOG-EXIT.
014190     EXIT.
014200*
014210 6200-REPORT-REJECTED.
014220     MOVE SPACES TO ADJUST-REPORT-LINE
014230     STRING "*** ACTION " AJ-ACTION
014240             " IDENT " AJ-IDENT
014250             " REJECTED - " WS-REJECT-REASON
014260         DELIMITED BY SIZE INTO ADJUST-REPORT-LINE
014270     WRITE ADJUST-REPORT-LINE.
014280 6200-REPORT-REJECTED-EXIT.
014290     EXIT.
014300*
014310*------------------------------------------------------------*
014320*    6300-REPORT-ADJUSTMENT - ONE LINE PER APPLIED ITEM WITH  *
014330*    THE FULL GROSS-TO-NET BREAKDOWN AND THE REASON.          *
014340*------------------------------------------------------------*
014350 6300-REPORT-ADJUSTMENT.
014360     MOVE SPACES TO ADJUST-REPORT-LINE
014370     MOVE WS-GROSS-PAY TO WS-AMT-EDIT
014380     MOVE WS-NET-PAY TO WS-AMT-EDIT-2
014390     STRING "ACTION " AJ-ACTION
014400             " IDENT " AJ-IDENT
014410             " SIGN " AJ-SIGN
014420             " GROSS " WS-AMT-EDIT
014430             " NET " WS-AMT-EDIT-2
014440             " " AJ-REASON
014450         DELIMITED BY SIZE INTO ADJUST-REPORT-LINE
014460     WRITE ADJUST-REPORT-LINE.
014470 6300-REPORT-ADJUSTMENT-EXIT.
014480     EXIT.
014490*
014500*------------------------------------------------------------*
014510*    7000-WRITE-AUDIT - APPEND A BEFORE/AFTER AUDIT RECORD    *
014520*------------------------------------------------------------*
014530 7000-WRITE-AUDIT.
014540     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
014550     ACCEPT WS-TS-TIME FROM TIME
014560     MOVE WS-AUDIT-IDENT TO AU-IDENT
014570     MOVE WS-AUDIT-FIELD TO AU-FIELD-NAME
014580     MOVE WS-AUDIT-OLD TO AU-OLD-VALUE
014590     MOVE WS-AUDIT-NEW TO AU-NEW-VALUE
014600     MOVE WS-TS-DATE TO AU-DATE
014610     MOVE WS-TS-TIME TO AU-TIME
014620     MOVE WS-JOB-ID TO AU-JOB-ID
014630     WRITE AUDIT-RECORD.
014640 7000-WRITE-AUDIT-EXIT.
014650     EXIT.
014660*
014670*------------------------------------------------------------*
014680*    8000-FINALIZE - CONTROL COUNTS THAT TIE TO THE INPUT,    *
014690*    PERSIST THE LAST CHECK NUMBER, CLOSE FILES.              *
014700*------------------------------------------------------------*
014710 8000-FINALIZE.
014720     PERFORM 8100-MARK-REVERSED-CHECKS
014730         THRU 8100-MARK-REVERSED-CHECKS-EXIT
014740     IF WS-VOID-DROPPED > ZERO
014750         MOVE SPACES TO ADJUST-REPORT-LINE
014760         STRING "*** " WS-VOID-DROPPED
014770                 " VOIDED CHECKS NOT LOADED - TABLE FULL ***"
014780             DELIMITED BY SIZE INTO ADJUST-REPORT-LINE
014790         WRITE ADJUST-REPORT-LINE
014800     END-IF
014810     MOVE SPACES TO ADJUST-REPORT-LINE
014820     STRING "TRANSACTIONS READ: " WS-TRANS-READ-COUNT
014830             "  APPLIED: " WS-APPLIED-COUNT
014840             "  REJECTED: " WS-REJECTED-COUNT
014850         DELIMITED BY SIZE INTO ADJUST-REPORT-LINE
014860     WRITE ADJUST-REPORT-LINE
014870         AFTER ADVANCING 2 LINES
014880     ADD WS-APPLIED-COUNT WS-REJECTED-COUNT
014890         GIVING WS-TIE-COUNT
014900     MOVE SPACES TO ADJUST-REPORT-LINE
014910     IF WS-TIE-COUNT = WS-TRANS-READ-COUNT
014920         MOVE "CONTROL COUNTS TIE" TO ADJUST-REPORT-LINE
014930     ELSE
014940         MOVE "*** CONTROL COUNTS DO NOT TIE ***"
014950             TO ADJUST-REPORT-LINE
014960     END-IF
014970     WRITE ADJUST-REPORT-LINE
014980     MOVE WS-CHECKS-NET-TOTAL TO WS-YTD-EDIT
014990     MOVE SPACES TO ADJUST-REPORT-LINE
015000     STRING "MANUAL CHECKS: " WS-CHECKS-ISSUED
015010             "  NET ISSUED: " WS-YTD-EDIT
015020         DELIMITED BY SIZE INTO ADJUST-REPORT-LINE
015030     WRITE ADJUST-REPORT-LINE
015040     MOVE SPACES TO ADJUST-REPORT-LINE
015050     STRING "REVERSALS POSTED: " WS-REVERSALS-DONE
015060             "  CHECKS MARKED REVERSED: " WS-MARKED-COUNT
015070         DELIMITED BY SIZE INTO ADJUST-REPORT-LINE
015080     WRITE ADJUST-REPORT-LINE
015090     MOVE WS-CHECK-NO TO CN-LAST-CHECK-NO
015100     REWRITE CHECK-NUMBER-RECORD
015110     MOVE "E" TO WS-RL-ENTRY-TYPE
015120     MOVE "OK" TO WS-RL-STATUS
015130     PERFORM 6100-WRITE-RUN-LOG
015140         THRU 6100-WRITE-RUN-LOG-EXIT
015150     CLOSE EMPLOYEE-MASTER-FILE
015160           YTD-MASTER-FILE
015170           ADJUST-TRANS-FILE
015180           CHECK-ISSUE-FILE
015190           CHECK-NUMBER-FILE
015200           ADJUST-REPORT-FILE
015210           RUN-LOG-FILE
015220           AUDIT-LOG-FILE.
015230 8000-FINALIZE-EXIT.
015240     EXIT.
015250*
015260*------------------------------------------------------------*
015270*    8100-MARK-REVERSED-CHECKS - DURABLY MARK EACH CHECK      *
015280*    WHOSE REVERSAL POSTED THIS RUN.  THE ISSUE FILE WAS OPEN *
015290*    EXTEND FOR THE MANUAL CHECKS AND A SEQUENTIAL FILE       *
015300*    CANNOT BE REWRITTEN IN THAT MODE, SO IT IS REOPENED I-O  *
015310*    FOR THE MARK PASS (THE CHKMAINT CLOSE-AND-REOPEN         *
015320*    PATTERN, AND THE SAME REWRITE DISCIPLINE AS CHKRECON'S   *
015330*    2240-MARK-CLEARED).                                      *
015340*------------------------------------------------------------*
015350 8100-MARK-REVERSED-CHECKS.
015360     IF WS-REVERSALS-DONE = ZERO
015370         GO TO 8100-MARK-REVERSED-CHECKS-EXIT
015380     END-IF
015390     CLOSE CHECK-ISSUE-FILE
015400     MOVE "N" TO WS-CHK-EOF-SW
015410     OPEN I-O CHECK-ISSUE-FILE
015420     PERFORM 1210-READ-CHECK
015430         THRU 1210-READ-CHECK-EXIT
015440     PERFORM 8110-MARK-ONE-CHECK
015450         THRU 8110-MARK-ONE-CHECK-EXIT
015460         UNTIL CHK-EOF
015470     CLOSE CHECK-ISSUE-FILE
015480     OPEN EXTEND CHECK-ISSUE-FILE.
015490 8100-MARK-REVERSED-CHECKS-EXIT.
015500     EXIT.
015510*
015520 8110-MARK-ONE-CHECK.
015530     IF CH-VOIDED
015540             AND NOT CH-REVERSED
015550         MOVE "N" TO WS-VOID-FOUND-SW
015560         PERFORM 8120-MATCH-REVERSED-ENTRY
015570             THRU 8120-MATCH-REVERSED-ENTRY-EXIT
015580             VARYING WS-VOID-IX FROM 1 BY 1
015590             UNTIL VOID-CHECK-FOUND
015600                 OR WS-VOID-IX > WS-VOID-COUNT
015610         IF VOID-CHECK-FOUND
015620             MOVE "R" TO CH-REVERSED-FLAG
015630             REWRITE CHECK-ISSUE-RECORD
015640             ADD 1 TO WS-MARKED-COUNT
015650         END-IF
015660     END-IF
015670     PERFORM 1210-READ-CHECK
015680         THRU 1210-READ-CHECK-EXIT.
015690 8110-MARK-ONE-CHECK-EXIT.
015700     EXIT.
015710*
015720 8120-MATCH-REVERSED-ENTRY.
015730     IF WS-VD-CHECK-NO (WS-VOID-IX) = CH-CHECK-NO
015740             AND WS-VD-USED (WS-VOID-IX) = "Y"
015750         SET VOID-CHECK-FOUND TO TRUE
015760     END-IF.
015770 8120-MATCH-REVERSED-ENTRY-EXIT.
015780     EXIT.
