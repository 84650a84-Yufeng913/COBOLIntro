000010******************************************************************
000020*
000030*   IDENTIFICATION DIVISION.
000040*
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.    BUDVAR.
000080 AUTHOR.        YuFeng Yao.
000090 INSTALLATION.  DATA PROCESSING.
000100 DATE-WRITTEN.  October 15th, 2026.
000110 DATE-COMPILED.
000120*
000130*   MODIFICATION HISTORY
000140*   --------------------------------------------------------------
000150*   DATE        INIT  DESCRIPTION
000160*   2026-10-15  YFY   ORIGINAL - DEPARTMENT LABOR BUDGET VS
000170*                     ACTUAL.  FOR THE PERIOD ON THE BUDCTL CARD,
000180*                     ITS MONTH-TO-DATE AND ITS YEAR-TO-DATE,
000190*                     COMPARES EACH DEPARTMENT'S BUDGETED GROSS
000200*                     AND HOURS (DEPTBUD, SEE BUDREC) TO THE
000210*                     LABOR EXPENSE PAYROLL CHARGED IT ON THE
000220*                     GLPOST GENERATIONS (ACCOUNT 51000000 BY
000230*                     GL-DEPT) AND THE TIMECARD HOURS OF ITS
000240*                     EMPLOYEES, WITH DOLLAR AND PERCENT
000250*                     VARIANCE.  A DEPARTMENT OVER BUDGET BY MORE
000260*                     THAN THE TOLERANCE IS FLAGGED, AND LABOR
000270*                     CHARGED TO A DeptCode WITH NO BUDGET IS
000280*                     LISTED FOR FINANCE TO RECODE - EITHER IS
000290*                     RC 4.
000291*   2026-10-15  YFY   A TIMECARD THE TIMECARD RUN WOULD REJECT -
000292*                     BAD DATE, HOURS NOT NUMERIC, ZERO OR OVER
000293*                     A DAY, OR A LEAVE TYPE OTHER THAN R, V OR
000294*                     S - NO LONGER COUNTS TOWARD ACTUAL HOURS.
000295*                     THE CARDS SKIPPED ARE COUNTED ON THE REPORT.
000300*
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360*
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT BUDGET-CONTROL-FILE
000400         ASSIGN TO BUDCTL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CTL-FILE-STATUS.
000430*
000440     SELECT DEPT-BUDGET-FILE
000450         ASSIGN TO DEPTBUD
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-BUD-FILE-STATUS.
000480*
000490     SELECT GL-POSTING-FILE
000500         ASSIGN TO GLPOST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-GL-FILE-STATUS.
000530*
000540     SELECT TIMECARD-FILE
000550         ASSIGN TO TIMEIN
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TC-FILE-STATUS.
000580*
000590     SELECT EMPLOYEE-MASTER-FILE
000600         ASSIGN TO CUSTMAST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS Ident
000640         FILE STATUS IS WS-EMP-FILE-STATUS.
000650*
000660     SELECT BUDGET-REPORT-FILE
000670         ASSIGN TO BUDRPT
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690*
000700     SELECT RUN-LOG-FILE
000710         ASSIGN TO RUNLOG
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760*
000770 FD  BUDGET-CONTROL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY BUDCTL.
000800*
000810 FD  DEPT-BUDGET-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY BUDREC.
000840*
000850 FD  GL-POSTING-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY GLREC.
000880*
000890 FD  TIMECARD-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY TIMEREC.
000920*
000930 FD  EMPLOYEE-MASTER-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY CUSTREC.
000960*
000970 FD  BUDGET-REPORT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  BUDGET-REPORT-LINE          PIC X(120).
001000*
001010 FD  RUN-LOG-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY RUNLOG.
001040*
001050 WORKING-STORAGE SECTION.
001060*
001070*----------------------------------------------------------------*
001080*    SWITCHES                                                    *
001090*----------------------------------------------------------------*
001100 01  WS-SWITCHES.
001110     05  WS-BUD-EOF-SW           PIC X(01) VALUE "N".
001120         88  BUD-EOF                        VALUE "Y".
001130     05  WS-GL-EOF-SW            PIC X(01) VALUE "N".
001140         88  GL-EOF                         VALUE "Y".
001150     05  WS-TC-EOF-SW            PIC X(01) VALUE "N".
001160         88  TC-EOF                         VALUE "Y".
001170     05  WS-NO-TIMECARDS-SW      PIC X(01) VALUE "N".
001180         88  NO-TIMECARDS                   VALUE "Y".
001190     05  WS-DEPT-FOUND-SW        PIC X(01) VALUE "N".
001200         88  DEPT-SLOT-FOUND                VALUE "Y".
001210     05  WS-OVER-SW              PIC X(01) VALUE "N".
001220         88  OVER-TOLERANCE                 VALUE "Y".
001230     05  WS-IN-PERIOD-SW         PIC X(01) VALUE "N".
001240         88  IN-PERIOD                      VALUE "Y".
001250     05  WS-IN-MTD-SW            PIC X(01) VALUE "N".
001260         88  IN-MTD                         VALUE "Y".
001270     05  WS-IN-YTD-SW            PIC X(01) VALUE "N".
001280         88  IN-YTD                         VALUE "Y".
001290*
001300*----------------------------------------------------------------*
001310*    FILE STATUS AND RUN IDENTIFICATION                          *
001320*----------------------------------------------------------------*
001330 77  WS-CTL-FILE-STATUS          PIC X(02) VALUE "00".
001340 77  WS-BUD-FILE-STATUS          PIC X(02) VALUE "00".
001350 77  WS-GL-FILE-STATUS           PIC X(02) VALUE "00".
001360 77  WS-TC-FILE-STATUS           PIC X(02) VALUE "00".
001370 77  WS-EMP-FILE-STATUS          PIC X(02) VALUE "00".
001380 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
001390 01  WS-TIMESTAMP.
001400     05  WS-TS-DATE              PIC 9(08).
001410     05  WS-TS-TIME              PIC 9(08).
001420 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001430 77  WS-RL-ENTRY-TYPE            PIC X(01) VALUE "S".
001440 77  WS-RL-STATUS                PIC X(04) VALUE SPACES.
001450*
001460*----------------------------------------------------------------*
001470*    REPORTING WINDOWS - THE CARD'S PERIOD, AND MONTH- AND       *
001480*    YEAR-TO-DATE THROUGH ITS THRU DATE.  NOTHING BEFORE THE     *
001490*    EARLIER OF THE PERIOD AND YEAR STARTS IS LOOKED AT.         *
001500*----------------------------------------------------------------*
001510 77  WS-PERIOD-FROM              PIC 9(08) VALUE ZERO.
001520 01  WS-PERIOD-THRU              PIC 9(08) VALUE ZERO.
001530 01  WS-PERIOD-THRU-R REDEFINES WS-PERIOD-THRU.
001540     05  WS-THRU-YEAR            PIC 9(04).
001550     05  WS-THRU-MONTH           PIC 9(02).
001560     05  WS-THRU-DAY             PIC 9(02).
001570 01  WS-MTD-FROM                 PIC 9(08) VALUE ZERO.
001580 01  WS-MTD-FROM-R REDEFINES WS-MTD-FROM.
001590     05  WS-MTD-YEAR             PIC 9(04).
001600     05  WS-MTD-MONTH            PIC 9(02).
001610     05  WS-MTD-DAY              PIC 9(02).
001620 01  WS-YTD-FROM                 PIC 9(08) VALUE ZERO.
001630 01  WS-YTD-FROM-R REDEFINES WS-YTD-FROM.
001640     05  WS-YTD-YEAR             PIC 9(04).
001650     05  WS-YTD-MMDD             PIC 9(04).
001660 77  WS-WINDOW-FROM              PIC 9(08) VALUE ZERO.
001670 77  WS-TEST-DATE                PIC 9(08) VALUE ZERO.
001680 77  WS-TOLERANCE                PIC 9(02)V9 VALUE 5.0.
001690*
001700*----------------------------------------------------------------*
001710*    DEPARTMENT TABLE - ONE SLOT PER DeptCode ON THE BUDGET OR   *
001720*    CHARGED WITH LABOR.  COLUMN 1 = PERIOD, 2 = MONTH-TO-DATE,  *
001730*    3 = YEAR-TO-DATE.                                           *
001740*----------------------------------------------------------------*
001750 77  WS-DEPT-MAX                 PIC 9(02) VALUE 60.
001760 77  WS-DEPT-COUNT               PIC 9(02) VALUE ZERO.
001770 77  WS-DEPT-IX                  PIC S9(04) COMP VALUE ZERO.
001780 77  WS-DEPT-HIT                 PIC S9(04) COMP VALUE ZERO.
001790 77  WS-COL-IX                   PIC S9(04) COMP VALUE ZERO.
001800 77  WS-FIND-DEPT                PIC X(04) VALUE SPACES.
001810 77  WS-DEPTS-DROPPED            PIC 9(07) VALUE ZERO.
001820 01  WS-DEPT-TABLE-AREA.
001830     05  WS-DEPT-ENTRY OCCURS 60 TIMES.
001840         10  WS-DT-CODE          PIC X(04).
001850         10  WS-DT-BUDGET-SW     PIC X(01).
001860             88  WS-DT-BUDGETED             VALUE "Y".
001870         10  WS-DT-COLUMN OCCURS 3 TIMES.
001880             15  WS-DT-BUD-GROSS PIC 9(09)V99.
001890             15  WS-DT-BUD-HOURS PIC 9(07)V99.
001900             15  WS-DT-ACT-GROSS PIC S9(09)V99.
001910             15  WS-DT-ACT-HOURS PIC 9(07)V99.
001920 01  WS-GRAND-TOTAL-AREA.
001930     05  WS-GT-COLUMN OCCURS 3 TIMES.
001940         10  WS-GT-BUD-GROSS     PIC 9(09)V99.
001950         10  WS-GT-BUD-HOURS     PIC 9(07)V99.
001960         10  WS-GT-ACT-GROSS     PIC S9(09)V99.
001970         10  WS-GT-ACT-HOURS     PIC 9(07)V99.
001980 01  WS-COLUMN-NAME-VALUES       PIC X(18)
001990         VALUE "PERIODMTD   YTD   ".
002000 01  WS-COLUMN-NAME-TABLE REDEFINES WS-COLUMN-NAME-VALUES.
002010     05  WS-COLUMN-NAME          PIC X(06) OCCURS 3 TIMES.
002020*
002030*----------------------------------------------------------------*
002040*    TIMECARD DEPARTMENT - THE HOURS GO WHERE PAYROLL CHARGES    *
002050*    THE DOLLARS, THE EMPLOYEE'S HOME DeptCode.  THE CARDS ARE   *
002060*    IN IDENT ORDER, SO THE LAST LOOKUP IS KEPT.                 *
002070*----------------------------------------------------------------*
002080 77  WS-LAST-IDENT               PIC 9(03) VALUE ZERO.
002090 77  WS-LAST-DEPT                PIC X(04) VALUE SPACES.
002100 77  WS-LAST-LOOKUP-SW           PIC X(01) VALUE "N".
002110*
002120*----------------------------------------------------------------*
002130*    COUNTERS AND COVERAGE                                       *
002140*----------------------------------------------------------------*
002150 77  WS-BUD-READ-COUNT           PIC 9(07) VALUE ZERO.
002160 77  WS-GL-READ-COUNT            PIC 9(07) VALUE ZERO.
002170 77  WS-GL-LABOR-COUNT           PIC 9(07) VALUE ZERO.
002180 77  WS-TC-READ-COUNT            PIC 9(07) VALUE ZERO.
002190 77  WS-TC-USED-COUNT            PIC 9(07) VALUE ZERO.
002200 77  WS-TC-NO-EMP-COUNT          PIC 9(07) VALUE ZERO.
002203 77  WS-TC-REJECT-COUNT          PIC 9(07) VALUE ZERO.
002206 77  WS-MAX-DAY-HOURS            PIC 9(02)V99 VALUE 24.00.
002210 77  WS-GL-FIRST-DATE            PIC 9(08) VALUE ZERO.
002220 77  WS-GL-LAST-DATE             PIC 9(08) VALUE ZERO.
002230 77  WS-TC-FIRST-DATE            PIC 9(08) VALUE ZERO.
002240 77  WS-TC-LAST-DATE             PIC 9(08) VALUE ZERO.
002250 77  WS-OVER-COUNT               PIC 9(05) VALUE ZERO.
002260 77  WS-UNBUDGETED-COUNT         PIC 9(05) VALUE ZERO.
002270 77  WS-LINE-COUNT               PIC 9(07) VALUE ZERO.
002280*
002290*----------------------------------------------------------------*
002300*    ONE VARIANCE - SET BUDGET AND ACTUAL, THEN PERFORM          *
002310*    6200-COMPUTE-VARIANCE; THE PERCENT IS OF BUDGET, POSITIVE   *
002320*    = OVER.  NO BUDGET AND SOME ACTUAL IS OVER, WITH NO PERCENT.*
002330*----------------------------------------------------------------*
002340 77  WS-VAR-BUDGET               PIC S9(09)V99 VALUE ZERO.
002350 77  WS-VAR-ACTUAL               PIC S9(09)V99 VALUE ZERO.
002360 77  WS-VAR-AMOUNT               PIC S9(09)V99 VALUE ZERO.
002370 77  WS-VAR-PCT                  PIC S9(04)V9 VALUE ZERO.
002380 77  WS-VAR-PCT-TEXT             PIC X(07) VALUE SPACES.
002390 77  WS-PCT-EDIT                 PIC ----9.9.
002400 77  WS-FLAG-GROSS-SW            PIC X(01) VALUE "N".
002410 77  WS-FLAG-HOURS-SW            PIC X(01) VALUE "N".
002420*
002430*----------------------------------------------------------------*
002440*    REPORT LINES                                                *
002450*----------------------------------------------------------------*
002460 01  WS-RPT-HEADING-1.
002470     05  FILLER                  PIC X(36)
002480         VALUE "DEPARTMENT LABOR BUDGET VS ACTUAL".
002490     05  FILLER                  PIC X(07) VALUE "PERIOD ".
002500     05  WS-H1-FROM              PIC 9(08).
002510     05  FILLER                  PIC X(03) VALUE " - ".
002520     05  WS-H1-THRU              PIC 9(08).
002530     05  FILLER                  PIC X(13) VALUE "  TOLERANCE ".
002540     05  WS-H1-TOLERANCE         PIC Z9.9.
002550     05  FILLER                  PIC X(13) VALUE "%  RUN DATE ".
002560     05  WS-H1-RUN-DATE          PIC 9(08).
002570 01  WS-RPT-HEADING-2.
002580     05  FILLER                  PIC X(06) VALUE "DEPT".
002590     05  FILLER                  PIC X(07) VALUE "COLUMN".
002600     05  FILLER                  PIC X(14) VALUE "     BUDGET $".
002610     05  FILLER                  PIC X(14) VALUE "     ACTUAL $".
002620     05  FILLER                  PIC X(14) VALUE "   VARIANCE $".
002630     05  FILLER                  PIC X(09) VALUE "  VAR %".
002640     05  FILLER                  PIC X(11) VALUE "  BUDGET HR".
002650     05  FILLER                  PIC X(11) VALUE "  ACTUAL HR".
002660     05  FILLER                  PIC X(11) VALUE "     VAR HR".
002670     05  FILLER                  PIC X(09) VALUE "  VAR %".
002680     05  FILLER                  PIC X(04) VALUE "FLAG".
002690 01  WS-RPT-DETAIL.
002700     05  WS-RD-DEPT              PIC X(04).
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  WS-RD-COLUMN            PIC X(06).
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  WS-RD-BUD-GROSS         PIC ZZ,ZZZ,ZZ9.99.
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  WS-RD-ACT-GROSS         PIC --,---,--9.99.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  WS-RD-VAR-GROSS         PIC --,---,--9.99.
002790     05  FILLER                  PIC X(01) VALUE SPACE.
002800     05  WS-RD-PCT-GROSS         PIC X(07).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  WS-RD-BUD-HOURS         PIC ZZZ,ZZ9.99.
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  WS-RD-ACT-HOURS         PIC ZZZ,ZZ9.99.
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  WS-RD-VAR-HOURS         PIC ---,--9.99.
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  WS-RD-PCT-HOURS         PIC X(07).
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  WS-RD-FLAG              PIC X(09).
002910 01  WS-UNBUD-DETAIL.
002920     05  FILLER                  PIC X(05) VALUE "DEPT ".
002930     05  WS-UD-DEPT              PIC X(04).
002940     05  FILLER                  PIC X(16)
002950         VALUE "   YTD GROSS ".
002960     05  WS-UD-GROSS             PIC --,---,--9.99.
002970     05  FILLER                  PIC X(13) VALUE "   YTD HOURS ".
002980     05  WS-UD-HOURS             PIC ZZZ,ZZ9.99.
002990     05  FILLER                  PIC X(03) VALUE SPACES.
003000     05  WS-UD-NOTE              PIC X(40).
003010*
003020******************************************************************
003030*
003040*   PROCEDURE DIVISION.
003050*
003060******************************************************************
003070 PROCEDURE DIVISION.
003080*
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE
003110         THRU 1000-INITIALIZE-EXIT
003120     PERFORM 2000-LOAD-BUDGET
003130         THRU 2000-LOAD-BUDGET-EXIT
003140     PERFORM 3000-SUM-GL-LABOR
003150         THRU 3000-SUM-GL-LABOR-EXIT
003160     PERFORM 3500-SUM-TIMECARD-HOURS
003170         THRU 3500-SUM-TIMECARD-HOURS-EXIT
003180     PERFORM 4000-PRINT-REPORT
003190         THRU 4000-PRINT-REPORT-EXIT
003200     PERFORM 8000-FINALIZE
003210         THRU 8000-FINALIZE-EXIT
003220     STOP RUN.
003230*
003240*------------------------------------------------------------*
003250*    1000-INITIALIZE - RUN LOG AND THE BUDCTL CARD.  A        *
003260*    MISSING CARD OR BAD DATES END THE RUN - RC 16.           *
003270*------------------------------------------------------------*
003280 1000-INITIALIZE.
003290     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
003300     IF WS-JOB-ID = SPACES
003310         MOVE "BUDVAR" TO WS-JOB-ID
003320     END-IF
003330     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003340     OPEN EXTEND RUN-LOG-FILE
003350     MOVE "S" TO WS-RL-ENTRY-TYPE
003360     MOVE SPACES TO WS-RL-STATUS
003370     PERFORM 6100-WRITE-RUN-LOG
003380         THRU 6100-WRITE-RUN-LOG-EXIT
003390     OPEN INPUT BUDGET-CONTROL-FILE
003400     IF WS-CTL-FILE-STATUS = "35"
003410         DISPLAY "BUDVAR ABEND - CONTROL CARD (BUDCTL) NOT FOUND"
003420         MOVE 16 TO RETURN-CODE
003430         STOP RUN
003440     END-IF
003450     READ BUDGET-CONTROL-FILE
003460         AT END
003470             DISPLAY "BUDVAR ABEND - CONTROL CARD (BUDCTL) EMPTY"
003480             MOVE 16 TO RETURN-CODE
003490             STOP RUN
003500     END-READ
003510     CLOSE BUDGET-CONTROL-FILE
003520     IF BC-PERIOD-FROM NOT NUMERIC
003530             OR BC-PERIOD-THRU NOT NUMERIC
003540         DISPLAY "BUDVAR ABEND - PERIOD DATES NOT NUMERIC: "
003550                 BUDGET-CONTROL-CARD
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF
003590     MOVE BC-PERIOD-FROM TO WS-PERIOD-FROM
003600     MOVE BC-PERIOD-THRU TO WS-PERIOD-THRU
003610     IF WS-PERIOD-FROM > WS-PERIOD-THRU
003620             OR WS-THRU-MONTH < 1
003630             OR WS-THRU-MONTH > 12
003640         DISPLAY "BUDVAR ABEND - PERIOD DATES NOT VALID: "
003650                 BUDGET-CONTROL-CARD
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF
003690     IF BC-TOLERANCE NOT = SPACES
003700         IF BC-TOLERANCE-N NUMERIC
003710             MOVE BC-TOLERANCE-N TO WS-TOLERANCE
003720         ELSE
003730             DISPLAY "BUDVAR ABEND - TOLERANCE NOT NUMERIC: "
003740                     BUDGET-CONTROL-CARD
003750             MOVE 16 TO RETURN-CODE
003760             STOP RUN
003770         END-IF
003780     END-IF
003790     MOVE WS-PERIOD-THRU TO WS-MTD-FROM
003800     MOVE 1 TO WS-MTD-DAY
003810     MOVE WS-THRU-YEAR TO WS-YTD-YEAR
003820     MOVE 0101 TO WS-YTD-MMDD
003830     MOVE WS-YTD-FROM TO WS-WINDOW-FROM
003840     IF WS-PERIOD-FROM < WS-WINDOW-FROM
003850         MOVE WS-PERIOD-FROM TO WS-WINDOW-FROM
003860     END-IF
003870     MOVE SPACES TO WS-DEPT-TABLE-AREA
003880     MOVE ZERO TO WS-GT-BUD-GROSS (1) WS-GT-BUD-HOURS (1)
003890                  WS-GT-ACT-GROSS (1) WS-GT-ACT-HOURS (1)
003900                  WS-GT-BUD-GROSS (2) WS-GT-BUD-HOURS (2)
003910                  WS-GT-ACT-GROSS (2) WS-GT-ACT-HOURS (2)
003920                  WS-GT-BUD-GROSS (3) WS-GT-BUD-HOURS (3)
003930                  WS-GT-ACT-GROSS (3) WS-GT-ACT-HOURS (3)
003940     OPEN OUTPUT BUDGET-REPORT-FILE.
003950 1000-INITIALIZE-EXIT.
003960     EXIT.
003970*
003980*------------------------------------------------------------*
003990*    2000-LOAD-BUDGET - EVERY BUDGET LINE OF THE THRU DATE'S  *
004000*    YEAR MARKS ITS DEPARTMENT AS BUDGETED; A LINE DATED IN A *
004010*    REPORTING WINDOW ALSO COUNTS IN THAT COLUMN.             *
004020*------------------------------------------------------------*
004030 2000-LOAD-BUDGET.
004040     OPEN INPUT DEPT-BUDGET-FILE
004050     IF WS-BUD-FILE-STATUS = "35"
004060         DISPLAY "BUDVAR ABEND - DEPARTMENT BUDGET (DEPTBUD)"
004070                 " NOT FOUND"
004080         MOVE 16 TO RETURN-CODE
004090         STOP RUN
004100     END-IF
004110     PERFORM 2100-READ-BUDGET
004120         THRU 2100-READ-BUDGET-EXIT
004130         UNTIL BUD-EOF
004140     CLOSE DEPT-BUDGET-FILE.
004150 2000-LOAD-BUDGET-EXIT.
004160     EXIT.
004170*
004180 2100-READ-BUDGET.
004190     READ DEPT-BUDGET-FILE
004200         AT END
004210             SET BUD-EOF TO TRUE
004220             GO TO 2100-READ-BUDGET-EXIT
004230     END-READ
004240     ADD 1 TO WS-BUD-READ-COUNT
004250     IF BG-PERIOD-END NOT NUMERIC
004260             OR BG-GROSS NOT NUMERIC
004270             OR BG-HOURS NOT NUMERIC
004280         DISPLAY "BUDVAR - BUDGET LINE NOT NUMERIC, SKIPPED: "
004290                 DEPT-BUDGET-RECORD
004300         GO TO 2100-READ-BUDGET-EXIT
004310     END-IF
004320     IF BG-END-YEAR NOT = WS-THRU-YEAR
004330             AND (BG-PERIOD-END < WS-WINDOW-FROM
004340                 OR BG-PERIOD-END > WS-PERIOD-THRU)
004350         GO TO 2100-READ-BUDGET-EXIT
004360     END-IF
004370     MOVE BG-DEPT-CODE TO WS-FIND-DEPT
004380     PERFORM 6000-FIND-DEPT
004390         THRU 6000-FIND-DEPT-EXIT
004400     IF WS-DEPT-HIT = ZERO
004410         GO TO 2100-READ-BUDGET-EXIT
004420     END-IF
004430     MOVE "Y" TO WS-DT-BUDGET-SW (WS-DEPT-HIT)
004440     MOVE BG-PERIOD-END TO WS-TEST-DATE
004450     PERFORM 6050-SET-WINDOWS
004460         THRU 6050-SET-WINDOWS-EXIT
004470     PERFORM 2110-ADD-BUDGET
004480         THRU 2110-ADD-BUDGET-EXIT
004490         VARYING WS-COL-IX FROM 1 BY 1
004500         UNTIL WS-COL-IX > 3.
004510 2100-READ-BUDGET-EXIT.
004520     EXIT.
004530*
004540 2110-ADD-BUDGET.
004550     IF (WS-COL-IX = 1 AND IN-PERIOD)
004560             OR (WS-COL-IX = 2 AND IN-MTD)
004570             OR (WS-COL-IX = 3 AND IN-YTD)
004580         ADD BG-GROSS TO WS-DT-BUD-GROSS (WS-DEPT-HIT, WS-COL-IX)
004590         ADD BG-HOURS TO WS-DT-BUD-HOURS (WS-DEPT-HIT, WS-COL-IX)
004600     END-IF.
004610 2110-ADD-BUDGET-EXIT.
004620     EXIT.
004630*
004640*------------------------------------------------------------*
004650*    3000-SUM-GL-LABOR - THE LABOR EXPENSE ACCOUNT ON EVERY   *
004660*    GLPOST GENERATION, BY GL-DEPT AND PAY DATE.  A CREDIT TO *
004670*    LABOR REDUCES IT.  "****" IS PAYROLL'S POOLED CHARGE     *
004680*    WHEN ITS OWN DEPARTMENT TABLE FILLED - NEVER BUDGETED.   *
004690*------------------------------------------------------------*
004700 3000-SUM-GL-LABOR.
004710     OPEN INPUT GL-POSTING-FILE
004720     IF WS-GL-FILE-STATUS = "35"
004730         DISPLAY "BUDVAR ABEND - GL POSTINGS (GLPOST) NOT FOUND"
004740         MOVE 16 TO RETURN-CODE
004750         STOP RUN
004760     END-IF
004770     PERFORM 3100-READ-GL
004780         THRU 3100-READ-GL-EXIT
004790         UNTIL GL-EOF
004800     CLOSE GL-POSTING-FILE.
004810 3000-SUM-GL-LABOR-EXIT.
004820     EXIT.
004830*
004840 3100-READ-GL.
004850     READ GL-POSTING-FILE
004860         AT END
004870             SET GL-EOF TO TRUE
004880             GO TO 3100-READ-GL-EXIT
004890     END-READ
004900     ADD 1 TO WS-GL-READ-COUNT
004910     IF GL-ACCOUNT NOT = "51000000"
004920             OR GL-PAY-DATE < WS-WINDOW-FROM
004930             OR GL-PAY-DATE > WS-PERIOD-THRU
004940         GO TO 3100-READ-GL-EXIT
004950     END-IF
004960     ADD 1 TO WS-GL-LABOR-COUNT
004970     IF WS-GL-FIRST-DATE = ZERO
004980             OR GL-PAY-DATE < WS-GL-FIRST-DATE
004990         MOVE GL-PAY-DATE TO WS-GL-FIRST-DATE
005000     END-IF
005010     IF GL-PAY-DATE > WS-GL-LAST-DATE
005020         MOVE GL-PAY-DATE TO WS-GL-LAST-DATE
005030     END-IF
005040     MOVE GL-DEPT TO WS-FIND-DEPT
005050     PERFORM 6000-FIND-DEPT
005060         THRU 6000-FIND-DEPT-EXIT
005070     IF WS-DEPT-HIT = ZERO
005080         GO TO 3100-READ-GL-EXIT
005090     END-IF
005100     MOVE GL-PAY-DATE TO WS-TEST-DATE
005110     PERFORM 6050-SET-WINDOWS
005120         THRU 6050-SET-WINDOWS-EXIT
005130     PERFORM 3110-ADD-GL-AMOUNT
005140         THRU 3110-ADD-GL-AMOUNT-EXIT
005150         VARYING WS-COL-IX FROM 1 BY 1
005160         UNTIL WS-COL-IX > 3.
005170 3100-READ-GL-EXIT.
005180     EXIT.
005190*
005200 3110-ADD-GL-AMOUNT.
005210     IF (WS-COL-IX = 1 AND IN-PERIOD)
005220             OR (WS-COL-IX = 2 AND IN-MTD)
005230             OR (WS-COL-IX = 3 AND IN-YTD)
005240         IF GL-CREDIT
005250             SUBTRACT GL-AMOUNT
005260                 FROM WS-DT-ACT-GROSS (WS-DEPT-HIT, WS-COL-IX)
005270         ELSE
005280             ADD GL-AMOUNT
005290                 TO WS-DT-ACT-GROSS (WS-DEPT-HIT, WS-COL-IX)
005300         END-IF
005310     END-IF.
005320 3110-ADD-GL-AMOUNT-EXIT.
005330     EXIT.
005340*
005350*------------------------------------------------------------*
005360*    3500-SUM-TIMECARD-HOURS - THE TIMECARD DAYS (ONE PER     *
005370*    EMPLOYEE AND WORK DATE, DUPLICATES DROPPED BY THE SORT   *
005380*    AHEAD OF THIS STEP) BY THE EMPLOYEE'S HOME DeptCode.     *
005390*    LEAVE DAYS COUNT - THEY ARE PAID HOURS IN THE GROSS.     *
005400*    AN EMPLOYEE NO LONGER ON THE MASTER FALLS BACK TO THE    *
005406*    CARD'S OWN DEPARTMENT.  A CARD THAT FAILS THE TIMECARD   *
005412*    RUN'S CARD EDITS WAS NEVER PAID AND IS SKIPPED.          *
005420*------------------------------------------------------------*
005430 3500-SUM-TIMECARD-HOURS.
005440     OPEN INPUT TIMECARD-FILE
005450     IF WS-TC-FILE-STATUS = "35"
005460         SET NO-TIMECARDS TO TRUE
005470         GO TO 3500-SUM-TIMECARD-HOURS-EXIT
005480     END-IF
005490     OPEN INPUT EMPLOYEE-MASTER-FILE
005500     IF WS-EMP-FILE-STATUS = "35"
005510         DISPLAY "BUDVAR ABEND - EMPLOYEE MASTER NOT FOUND"
005520         MOVE 16 TO RETURN-CODE
005530         STOP RUN
005540     END-IF
005550     PERFORM 3600-READ-TIMECARD
005560         THRU 3600-READ-TIMECARD-EXIT
005570         UNTIL TC-EOF
005580     CLOSE TIMECARD-FILE
005590           EMPLOYEE-MASTER-FILE.
005600 3500-SUM-TIMECARD-HOURS-EXIT.
005610     EXIT.
005620*
005630 3600-READ-TIMECARD.
005640     READ TIMECARD-FILE
005650         AT END
005660             SET TC-EOF TO TRUE
005670             GO TO 3600-READ-TIMECARD-EXIT
005680     END-READ
005690     ADD 1 TO WS-TC-READ-COUNT
005700     IF TC-WORK-DATE NOT NUMERIC
005702             OR TC-WORK-MONTH < 1
005704             OR TC-WORK-MONTH > 12
005706             OR TC-WORK-DAY < 1
005708             OR TC-WORK-DAY > 31
005710             OR TC-HOURS NOT NUMERIC
005711             OR TC-HOURS = ZERO
005712             OR TC-HOURS > WS-MAX-DAY-HOURS
005713             OR NOT (TC-REGULAR-DAY OR TC-VACATION-DAY
005714                     OR TC-SICK-DAY)
005715         ADD 1 TO WS-TC-REJECT-COUNT
005720         GO TO 3600-READ-TIMECARD-EXIT
005730     END-IF
005740     MOVE TC-WORK-DATE TO WS-TEST-DATE
005750     IF WS-TEST-DATE < WS-WINDOW-FROM
005760             OR WS-TEST-DATE > WS-PERIOD-THRU
005770         GO TO 3600-READ-TIMECARD-EXIT
005780     END-IF
005790     ADD 1 TO WS-TC-USED-COUNT
005800     IF WS-TC-FIRST-DATE = ZERO
005810             OR WS-TEST-DATE < WS-TC-FIRST-DATE
005820         MOVE WS-TEST-DATE TO WS-TC-FIRST-DATE
005830     END-IF
005840     IF WS-TEST-DATE > WS-TC-LAST-DATE
005850         MOVE WS-TEST-DATE TO WS-TC-LAST-DATE
005860     END-IF
005870     IF TC-IDENT NOT = WS-LAST-IDENT
005880             OR WS-LAST-LOOKUP-SW = "N"
005890         PERFORM 3610-GET-HOME-DEPT
005900             THRU 3610-GET-HOME-DEPT-EXIT
005910     END-IF
005920     MOVE WS-LAST-DEPT TO WS-FIND-DEPT
005930     PERFORM 6000-FIND-DEPT
005940         THRU 6000-FIND-DEPT-EXIT
005950     IF WS-DEPT-HIT = ZERO
005960         GO TO 3600-READ-TIMECARD-EXIT
005970     END-IF
005980     PERFORM 6050-SET-WINDOWS
005990         THRU 6050-SET-WINDOWS-EXIT
006000     PERFORM 3620-ADD-HOURS
006010         THRU 3620-ADD-HOURS-EXIT
006020         VARYING WS-COL-IX FROM 1 BY 1
006030         UNTIL WS-COL-IX > 3.
006040 3600-READ-TIMECARD-EXIT.
006050     EXIT.
006060*
006070 3610-GET-HOME-DEPT.
006080     MOVE TC-IDENT TO WS-LAST-IDENT
006090     MOVE "Y" TO WS-LAST-LOOKUP-SW
006100     MOVE TC-IDENT TO Ident
006110     READ EMPLOYEE-MASTER-FILE
006120         INVALID KEY
006130             ADD 1 TO WS-TC-NO-EMP-COUNT
006140             MOVE TC-DEPT-CODE TO WS-LAST-DEPT
006150             GO TO 3610-GET-HOME-DEPT-EXIT
006160     END-READ
006170     MOVE DeptCode TO WS-LAST-DEPT.
006180 3610-GET-HOME-DEPT-EXIT.
006190     EXIT.
006200*
006210 3620-ADD-HOURS.
006220     IF (WS-COL-IX = 1 AND IN-PERIOD)
006230             OR (WS-COL-IX = 2 AND IN-MTD)
006240             OR (WS-COL-IX = 3 AND IN-YTD)
006250         ADD TC-HOURS
006260             TO WS-DT-ACT-HOURS (WS-DEPT-HIT, WS-COL-IX)
006270     END-IF.
006280 3620-ADD-HOURS-EXIT.
006290     EXIT.
006300*
006310*------------------------------------------------------------*
006320*    4000-PRINT-REPORT - THREE LINES (PERIOD, MTD, YTD) PER   *
006330*    BUDGETED DEPARTMENT, THE ALL-DEPARTMENT TOTALS, THEN THE *
006340*    LABOR CHARGED TO DEPARTMENTS WITH NO BUDGET AND THE DATA *
006350*    COVERAGE (A YTD IS ONLY AS GOOD AS THE GENERATIONS KEPT).*
006360*------------------------------------------------------------*
006370 4000-PRINT-REPORT.
006380     MOVE WS-PERIOD-FROM TO WS-H1-FROM
006390     MOVE WS-PERIOD-THRU TO WS-H1-THRU
006400     MOVE WS-TOLERANCE TO WS-H1-TOLERANCE
006410     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
006420     WRITE BUDGET-REPORT-LINE FROM WS-RPT-HEADING-1
006430     WRITE BUDGET-REPORT-LINE FROM WS-RPT-HEADING-2
006440         AFTER ADVANCING 2 LINES
006450     IF WS-DEPT-COUNT > ZERO
006460         PERFORM 4100-PRINT-DEPT
006470             THRU 4100-PRINT-DEPT-EXIT
006480             VARYING WS-DEPT-IX FROM 1 BY 1
006490             UNTIL WS-DEPT-IX > WS-DEPT-COUNT
006500     END-IF
006510     MOVE SPACES TO BUDGET-REPORT-LINE
006520     WRITE BUDGET-REPORT-LINE
006530     MOVE "ALL" TO WS-RD-DEPT
006540     PERFORM 4300-PRINT-TOTAL-COLUMN
006550         THRU 4300-PRINT-TOTAL-COLUMN-EXIT
006560         VARYING WS-COL-IX FROM 1 BY 1
006570         UNTIL WS-COL-IX > 3
006580     MOVE SPACES TO BUDGET-REPORT-LINE
006590     MOVE "LABOR CHARGED TO DEPARTMENTS WITH NO BUDGET LINE"
006600         TO BUDGET-REPORT-LINE
006610     WRITE BUDGET-REPORT-LINE
006620         AFTER ADVANCING 2 LINES
006630     IF WS-DEPT-COUNT > ZERO
006640         PERFORM 4200-PRINT-UNBUDGETED
006650             THRU 4200-PRINT-UNBUDGETED-EXIT
006660             VARYING WS-DEPT-IX FROM 1 BY 1
006670             UNTIL WS-DEPT-IX > WS-DEPT-COUNT
006680     END-IF
006690     IF WS-UNBUDGETED-COUNT = ZERO
006700         MOVE SPACES TO BUDGET-REPORT-LINE
006710         MOVE "    NONE" TO BUDGET-REPORT-LINE
006720         WRITE BUDGET-REPORT-LINE
006730     END-IF
006740     PERFORM 4400-PRINT-COVERAGE
006750         THRU 4400-PRINT-COVERAGE-EXIT.
006760 4000-PRINT-REPORT-EXIT.
006770     EXIT.
006780*
006790 4100-PRINT-DEPT.
006800     IF NOT WS-DT-BUDGETED (WS-DEPT-IX)
006810         GO TO 4100-PRINT-DEPT-EXIT
006820     END-IF
006830     PERFORM 4110-PRINT-DEPT-COLUMN
006840         THRU 4110-PRINT-DEPT-COLUMN-EXIT
006850         VARYING WS-COL-IX FROM 1 BY 1
006860         UNTIL WS-COL-IX > 3.
006870 4100-PRINT-DEPT-EXIT.
006880     EXIT.
006890*
006900 4110-PRINT-DEPT-COLUMN.
006910     MOVE SPACES TO WS-RD-DEPT
006920     IF WS-COL-IX = 1
006930         MOVE WS-DT-CODE (WS-DEPT-IX) TO WS-RD-DEPT
006940     END-IF
006950     MOVE WS-DT-BUD-GROSS (WS-DEPT-IX, WS-COL-IX) TO WS-VAR-BUDGET
006960     MOVE WS-DT-ACT-GROSS (WS-DEPT-IX, WS-COL-IX) TO WS-VAR-ACTUAL
006970     MOVE WS-DT-BUD-HOURS (WS-DEPT-IX, WS-COL-IX)
006980         TO WS-RD-BUD-HOURS
006990     MOVE WS-DT-ACT-HOURS (WS-DEPT-IX, WS-COL-IX)
007000         TO WS-RD-ACT-HOURS
007010     ADD WS-DT-BUD-GROSS (WS-DEPT-IX, WS-COL-IX)
007020         TO WS-GT-BUD-GROSS (WS-COL-IX)
007030     ADD WS-DT-ACT-GROSS (WS-DEPT-IX, WS-COL-IX)
007040         TO WS-GT-ACT-GROSS (WS-COL-IX)
007050     ADD WS-DT-BUD-HOURS (WS-DEPT-IX, WS-COL-IX)
007060         TO WS-GT-BUD-HOURS (WS-COL-IX)
007070     ADD WS-DT-ACT-HOURS (WS-DEPT-IX, WS-COL-IX)
007080         TO WS-GT-ACT-HOURS (WS-COL-IX)
007090     PERFORM 6200-COMPUTE-VARIANCE
007100         THRU 6200-COMPUTE-VARIANCE-EXIT
007110     MOVE WS-VAR-AMOUNT TO WS-RD-VAR-GROSS
007120     MOVE WS-VAR-PCT-TEXT TO WS-RD-PCT-GROSS
007130     MOVE WS-OVER-SW TO WS-FLAG-GROSS-SW
007140     MOVE WS-DT-BUD-HOURS (WS-DEPT-IX, WS-COL-IX) TO WS-VAR-BUDGET
007150     MOVE WS-DT-ACT-HOURS (WS-DEPT-IX, WS-COL-IX) TO WS-VAR-ACTUAL
007160     PERFORM 6200-COMPUTE-VARIANCE
007170         THRU 6200-COMPUTE-VARIANCE-EXIT
007180     MOVE WS-VAR-AMOUNT TO WS-RD-VAR-HOURS
007190     MOVE WS-VAR-PCT-TEXT TO WS-RD-PCT-HOURS
007200     MOVE WS-OVER-SW TO WS-FLAG-HOURS-SW
007210     MOVE WS-DT-BUD-GROSS (WS-DEPT-IX, WS-COL-IX)
007220         TO WS-RD-BUD-GROSS
007230     MOVE WS-DT-ACT-GROSS (WS-DEPT-IX, WS-COL-IX)
007240         TO WS-RD-ACT-GROSS
007250     MOVE WS-COLUMN-NAME (WS-COL-IX) TO WS-RD-COLUMN
007260     EVALUATE TRUE
007270         WHEN WS-FLAG-GROSS-SW = "Y" AND WS-FLAG-HOURS-SW = "Y"
007280             MOVE "*OVER $/H" TO WS-RD-FLAG
007290         WHEN WS-FLAG-GROSS-SW = "Y"
007300             MOVE "*OVER $" TO WS-RD-FLAG
007310         WHEN WS-FLAG-HOURS-SW = "Y"
007320             MOVE "*OVER HRS" TO WS-RD-FLAG
007330         WHEN OTHER
007340             MOVE SPACES TO WS-RD-FLAG
007350     END-EVALUATE
007360     IF WS-RD-FLAG NOT = SPACES
007370         ADD 1 TO WS-OVER-COUNT
007380     END-IF
007390     WRITE BUDGET-REPORT-LINE FROM WS-RPT-DETAIL
007400     ADD 1 TO WS-LINE-COUNT.
007410 4110-PRINT-DEPT-COLUMN-EXIT.
007420     EXIT.
007430*
007440 4200-PRINT-UNBUDGETED.
007450     IF WS-DT-BUDGETED (WS-DEPT-IX)
007460         GO TO 4200-PRINT-UNBUDGETED-EXIT
007470     END-IF
007480     IF WS-DT-ACT-GROSS (WS-DEPT-IX, 3) = ZERO
007490             AND WS-DT-ACT-HOURS (WS-DEPT-IX, 3) = ZERO
007500             AND WS-DT-ACT-GROSS (WS-DEPT-IX, 1) = ZERO
007510             AND WS-DT-ACT-HOURS (WS-DEPT-IX, 1) = ZERO
007520         GO TO 4200-PRINT-UNBUDGETED-EXIT
007530     END-IF
007540     ADD 1 TO WS-UNBUDGETED-COUNT
007550     MOVE WS-DT-CODE (WS-DEPT-IX) TO WS-UD-DEPT
007560     MOVE WS-DT-ACT-GROSS (WS-DEPT-IX, 3) TO WS-UD-GROSS
007570     MOVE WS-DT-ACT-HOURS (WS-DEPT-IX, 3) TO WS-UD-HOURS
007580     EVALUATE WS-DT-CODE (WS-DEPT-IX)
007590         WHEN "****"
007600             MOVE "POOLED - PAYROLL DEPT TABLE FULL"
007610                 TO WS-UD-NOTE
007620         WHEN SPACES
007630             MOVE "NO DeptCode ON THE MASTER" TO WS-UD-NOTE
007640         WHEN OTHER
007650             MOVE "NOT ON THE BUDGET - RECODE OR BUDGET"
007660                 TO WS-UD-NOTE
007670     END-EVALUATE
007680     WRITE BUDGET-REPORT-LINE FROM WS-UNBUD-DETAIL
007690     ADD 1 TO WS-LINE-COUNT.
007700 4200-PRINT-UNBUDGETED-EXIT.
007710     EXIT.
007720*
007730 4300-PRINT-TOTAL-COLUMN.
007740     IF WS-COL-IX > 1
007750         MOVE SPACES TO WS-RD-DEPT
007760     END-IF
007770     MOVE WS-COLUMN-NAME (WS-COL-IX) TO WS-RD-COLUMN
007780     MOVE WS-GT-BUD-GROSS (WS-COL-IX) TO WS-RD-BUD-GROSS
007790     MOVE WS-GT-ACT-GROSS (WS-COL-IX) TO WS-RD-ACT-GROSS
007800     MOVE WS-GT-BUD-HOURS (WS-COL-IX) TO WS-RD-BUD-HOURS
007810     MOVE WS-GT-ACT-HOURS (WS-COL-IX) TO WS-RD-ACT-HOURS
007820     MOVE WS-GT-BUD-GROSS (WS-COL-IX) TO WS-VAR-BUDGET
007830     MOVE WS-GT-ACT-GROSS (WS-COL-IX) TO WS-VAR-ACTUAL
007840     PERFORM 6200-COMPUTE-VARIANCE
007850         THRU 6200-COMPUTE-VARIANCE-EXIT
007860     MOVE WS-VAR-AMOUNT TO WS-RD-VAR-GROSS
007870     MOVE WS-VAR-PCT-TEXT TO WS-RD-PCT-GROSS
007880     MOVE WS-GT-BUD-HOURS (WS-COL-IX) TO WS-VAR-BUDGET
007890     MOVE WS-GT-ACT-HOURS (WS-COL-IX) TO WS-VAR-ACTUAL
007900     PERFORM 6200-COMPUTE-VARIANCE
007910         THRU 6200-COMPUTE-VARIANCE-EXIT
007920     MOVE WS-VAR-AMOUNT TO WS-RD-VAR-HOURS
007930     MOVE WS-VAR-PCT-TEXT TO WS-RD-PCT-HOURS
007940     MOVE SPACES TO WS-RD-FLAG
007950     WRITE BUDGET-REPORT-LINE FROM WS-RPT-DETAIL.
007960 4300-PRINT-TOTAL-COLUMN-EXIT.
007970     EXIT.
007980*
007990 4400-PRINT-COVERAGE.
008000     MOVE SPACES TO BUDGET-REPORT-LINE
008010     STRING "GL LABOR POSTINGS USED " WS-GL-LABOR-COUNT
008020             "  PAY DATES " WS-GL-FIRST-DATE
008030             " - " WS-GL-LAST-DATE
008040         DELIMITED BY SIZE INTO BUDGET-REPORT-LINE
008050     WRITE BUDGET-REPORT-LINE
008060         AFTER ADVANCING 2 LINES
008070     MOVE SPACES TO BUDGET-REPORT-LINE
008080     IF NO-TIMECARDS
008090         MOVE "NO TIMECARD FILE (TIMEIN) - ACTUAL HOURS NOT SHOWN"
008100             TO BUDGET-REPORT-LINE
008110     ELSE
008120         STRING "TIMECARD DAYS USED     " WS-TC-USED-COUNT
008130                 "  WORK DATES " WS-TC-FIRST-DATE
008140                 " - " WS-TC-LAST-DATE
008150                 "  NOT ON MASTER " WS-TC-NO-EMP-COUNT
008155                 "  FAILED CARD EDITS " WS-TC-REJECT-COUNT
008160             DELIMITED BY SIZE INTO BUDGET-REPORT-LINE
008170     END-IF
008180     WRITE BUDGET-REPORT-LINE
008190     IF WS-GL-FIRST-DATE > WS-YTD-FROM
008200         MOVE SPACES TO BUDGET-REPORT-LINE
008210         STRING "*** EARLIEST LABOR POSTING ON FILE IS "
008220                 WS-GL-FIRST-DATE
008230                 " - YTD MAY BE SHORT IF OLDER GENERATIONS"
008240                 " HAVE ROLLED OFF ***"
008250             DELIMITED BY SIZE INTO BUDGET-REPORT-LINE
008260         WRITE BUDGET-REPORT-LINE
008270     END-IF
008280     IF WS-DEPTS-DROPPED > ZERO
008290         MOVE SPACES TO BUDGET-REPORT-LINE
008300         STRING "*** " WS-DEPTS-DROPPED
008310                 " ITEMS NOT REPORTED - DEPARTMENT TABLE FULL ***"
008320             DELIMITED BY SIZE INTO BUDGET-REPORT-LINE
008330         WRITE BUDGET-REPORT-LINE
008340     END-IF.
008350 4400-PRINT-COVERAGE-EXIT.
008360     EXIT.
008370*
008380*------------------------------------------------------------*
008390*    6000-FIND-DEPT - THE SLOT FOR WS-FIND-DEPT IN WS-DEPT-HIT,*
008400*    ADDING ONE IF NEW.  ZERO = THE TABLE IS FULL (COUNTED).  *
008410*------------------------------------------------------------*
008420 6000-FIND-DEPT.
008430     MOVE "N" TO WS-DEPT-FOUND-SW
008440     MOVE ZERO TO WS-DEPT-HIT
008450     IF WS-DEPT-COUNT > ZERO
008460         PERFORM 6010-FIND-DEPT-SLOT
008470             THRU 6010-FIND-DEPT-SLOT-EXIT
008480             VARYING WS-DEPT-IX FROM 1 BY 1
008490             UNTIL DEPT-SLOT-FOUND
008500                 OR WS-DEPT-IX > WS-DEPT-COUNT
008510     END-IF
008520     IF DEPT-SLOT-FOUND
008530         GO TO 6000-FIND-DEPT-EXIT
008540     END-IF
008550     IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
008560         ADD 1 TO WS-DEPTS-DROPPED
008570         GO TO 6000-FIND-DEPT-EXIT
008580     END-IF
008590     ADD 1 TO WS-DEPT-COUNT
008600     MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
008610     MOVE WS-FIND-DEPT TO WS-DT-CODE (WS-DEPT-HIT)
008620     MOVE "N" TO WS-DT-BUDGET-SW (WS-DEPT-HIT)
008630     PERFORM 6020-ZERO-DEPT-COLUMN
008640         THRU 6020-ZERO-DEPT-COLUMN-EXIT
008650         VARYING WS-COL-IX FROM 1 BY 1
008660         UNTIL WS-COL-IX > 3.
008670 6000-FIND-DEPT-EXIT.
008680     EXIT.
008690*
008700 6010-FIND-DEPT-SLOT.
008710     IF WS-DT-CODE (WS-DEPT-IX) = WS-FIND-DEPT
008720         MOVE WS-DEPT-IX TO WS-DEPT-HIT
008730         SET DEPT-SLOT-FOUND TO TRUE
008740     END-IF.
008750 6010-FIND-DEPT-SLOT-EXIT.
008760     EXIT.
008770*
008780 6020-ZERO-DEPT-COLUMN.
008790     MOVE ZERO TO WS-DT-BUD-GROSS (WS-DEPT-HIT, WS-COL-IX)
008800                  WS-DT-BUD-HOURS (WS-DEPT-HIT, WS-COL-IX)
008810                  WS-DT-ACT-GROSS (WS-DEPT-HIT, WS-COL-IX)
008820                  WS-DT-ACT-HOURS (WS-DEPT-HIT, WS-COL-IX).
008830 6020-ZERO-DEPT-COLUMN-EXIT.
008840     EXIT.
008850*
008860*------------------------------------------------------------*
008870*    6050-SET-WINDOWS - WHICH COLUMNS WS-TEST-DATE FALLS IN.  *
008880*------------------------------------------------------------*
008890 6050-SET-WINDOWS.
008900     MOVE "N" TO WS-IN-PERIOD-SW WS-IN-MTD-SW WS-IN-YTD-SW
008910     IF WS-TEST-DATE > WS-PERIOD-THRU
008920         GO TO 6050-SET-WINDOWS-EXIT
008930     END-IF
008940     IF WS-TEST-DATE NOT < WS-PERIOD-FROM
008950         SET IN-PERIOD TO TRUE
008960     END-IF
008970     IF WS-TEST-DATE NOT < WS-MTD-FROM
008980         SET IN-MTD TO TRUE
008990     END-IF
009000     IF WS-TEST-DATE NOT < WS-YTD-FROM
009010         SET IN-YTD TO TRUE
009020     END-IF.
009030 6050-SET-WINDOWS-EXIT.
009040     EXIT.
009050*
009060 6100-WRITE-RUN-LOG.
009070     MOVE SPACES TO RUN-LOG-RECORD
009080     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
009090     ACCEPT WS-TS-TIME FROM TIME
009100     MOVE "BUDVAR" TO RL-PROGRAM-ID
009110     MOVE WS-JOB-ID TO RL-JOB-ID
009120     MOVE WS-RL-ENTRY-TYPE TO RL-ENTRY-TYPE
009130     MOVE WS-TS-DATE TO RL-DATE
009140     MOVE WS-TS-TIME TO RL-TIME
009150     ADD WS-BUD-READ-COUNT WS-GL-READ-COUNT WS-TC-READ-COUNT
009160         GIVING RL-RECORDS-READ
009170     MOVE WS-LINE-COUNT TO RL-RECORDS-WRITTEN
009180     ADD WS-OVER-COUNT WS-UNBUDGETED-COUNT
009190         GIVING RL-EXCEPTION-COUNT
009200     MOVE WS-RL-STATUS TO RL-FINAL-STATUS
009210     MOVE SPACE TO RL-PAY-GROUP
009220     WRITE RUN-LOG-RECORD.
009230 6100-WRITE-RUN-LOG-EXIT.
009240     EXIT.
009250*
009260*------------------------------------------------------------*
009270*    6200-COMPUTE-VARIANCE - ACTUAL LESS BUDGET, AS A PERCENT *
009280*    OF BUDGET.  OVER TOLERANCE SETS WS-OVER-SW.              *
009290*------------------------------------------------------------*
009300 6200-COMPUTE-VARIANCE.
009310     MOVE "N" TO WS-OVER-SW
009320     MOVE SPACES TO WS-VAR-PCT-TEXT
009330     COMPUTE WS-VAR-AMOUNT = WS-VAR-ACTUAL - WS-VAR-BUDGET
009340     IF WS-VAR-BUDGET = ZERO
009350         IF WS-VAR-ACTUAL > ZERO
009360             MOVE "    N/A" TO WS-VAR-PCT-TEXT
009370             SET OVER-TOLERANCE TO TRUE
009380         END-IF
009390         GO TO 6200-COMPUTE-VARIANCE-EXIT
009400     END-IF
009410     COMPUTE WS-VAR-PCT ROUNDED =
009420         WS-VAR-AMOUNT * 100 / WS-VAR-BUDGET
009430         ON SIZE ERROR
009440             MOVE 9999.9 TO WS-VAR-PCT
009450     END-COMPUTE
009460     MOVE WS-VAR-PCT TO WS-PCT-EDIT
009470     MOVE WS-PCT-EDIT TO WS-VAR-PCT-TEXT
009480     IF WS-VAR-PCT > WS-TOLERANCE
009490         SET OVER-TOLERANCE TO TRUE
009500     END-IF.
009510 6200-COMPUTE-VARIANCE-EXIT.
009520     EXIT.
009530*
009540*------------------------------------------------------------*
009550*    8000-FINALIZE - RC 4 WHEN A DEPARTMENT IS OVER OR LABOR  *
009560*    WENT TO AN UNBUDGETED DeptCode.                          *
009570*------------------------------------------------------------*
009580 8000-FINALIZE.
009590     MOVE SPACES TO BUDGET-REPORT-LINE
009600     STRING "LINES OVER TOLERANCE: " WS-OVER-COUNT
009610             "  UNBUDGETED DEPARTMENTS: " WS-UNBUDGETED-COUNT
009620         DELIMITED BY SIZE INTO BUDGET-REPORT-LINE
009630     WRITE BUDGET-REPORT-LINE
009640         AFTER ADVANCING 2 LINES
009650     IF WS-OVER-COUNT > ZERO
009660             OR WS-UNBUDGETED-COUNT > ZERO
009670         MOVE 4 TO RETURN-CODE
009680     END-IF
009690     MOVE "E" TO WS-RL-ENTRY-TYPE
009700     MOVE "OK" TO WS-RL-STATUS
009710     PERFORM 6100-WRITE-RUN-LOG
009720         THRU 6100-WRITE-RUN-LOG-EXIT
009730     CLOSE BUDGET-REPORT-FILE
009740           RUN-LOG-FILE.
009750 8000-FINALIZE-EXIT.
009760     EXIT.
