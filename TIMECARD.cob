000560*                     ONLY INSIDE THE HOURSWORKED-DIFFERS TEST,
000570*                     SO A VAC/SICK-ONLY CHANGE AUDITED UNDER
000580*                     THE PREVIOUS EMPLOYEE'S IDENT.
000590*   2026-10-15  YFY   PAY GROUPS: THE RUN READS THE PAYCTL CARD
000600*                     PAYROLL READS AND EDITS ONLY THE NAMED PAY
000610*                     GROUP.  CARDS FOR AN EMPLOYEE IN ANOTHER
000620*                     GROUP ARE BYPASSED (COUNTED, NOT REJECTED)
000630*                     SO ONE FEED CAN SERVE EVERY GROUP'S RUN, A
000640*                     WORK DATE OUTSIDE THE GROUP'S PERIOD ON THE
000650*                     CALENDAR (PERCAL) IS REJECTED, AND THE
000660*                     STALE-HOURS SWEEP ZEROES ONLY THE GROUP'S
000670*                     EMPLOYEES.  THE GROUP AND PERIOD PRINT ON
000680*                     THE REPORT AND THE GROUP GOES ON THE RUN
000690*                     LOG.
000691*   2026-10-15  YFY   THE STALE-HOURS SWEEP LEAVES ALONE AN
000692*                     EMPLOYEE TERMINATED IN OR BEFORE THE LAST
000693*                     PERIOD AND NOT YET FINAL-PAID - THE
000694*                     FINAL-PAY RUN (FINALPAY) STILL NEEDS THOSE
000695*                     HOURS, AND PAYROLL SKIPS THE EMPLOYEE.
000700*
000710******************************************************************
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER. IBM-370.
000750 OBJECT-COMPUTER. IBM-370.
000760*
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT CUSTOMER-MASTER-FILE
000800         ASSIGN TO CUSTMAST
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS Ident
000840         FILE STATUS IS WS-CUST-FILE-STATUS.
000850*
000860     SELECT TIMECARD-FILE
000870         ASSIGN TO TIMEIN
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890*
000900     SELECT TIMECARD-REPORT-FILE
000910         ASSIGN TO TIMERPT
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930*
000940     SELECT LEAVE-MASTER-FILE
000950         ASSIGN TO LEAVEMST
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS LV-IDENT
000990         FILE STATUS IS WS-LEAVE-FILE-STATUS.
001000*
001010     SELECT PAY-CONTROL-FILE
001020         ASSIGN TO PAYCTL
001030         ORGANIZATION IS LINE SEQUENTIAL.
001040*
001050     SELECT PERIOD-CALENDAR-FILE
001060         ASSIGN TO PERCAL
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS PD-KEY
001100         FILE STATUS IS WS-CAL-FILE-STATUS.
001110*
001120     SELECT AUDIT-LOG-FILE
001130         ASSIGN TO AUDITLOG
001140         ORGANIZATION IS LINE SEQUENTIAL.
001150*
001160     SELECT RUN-LOG-FILE
001170         ASSIGN TO RUNLOG
001180         ORGANIZATION IS LINE SEQUENTIAL.
001190*
001200 DATA DIVISION.
001210 FILE SECTION.
001220*
001230 FD  CUSTOMER-MASTER-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY CUSTREC.
001260*
001270 FD  TIMECARD-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY TIMEREC.
001300*
001310 FD  TIMECARD-REPORT-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  TIMECARD-REPORT-LINE        PIC X(80).
001340*
001350 FD  LEAVE-MASTER-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY LEAVEREC.
001380*
001390 FD  PAY-CONTROL-FILE
001400     LABEL RECORDS ARE STANDARD.
001410     COPY PAYCTL.
001420*
001430 FD  PERIOD-CALENDAR-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY PERCAL.
001460*
001470 FD  AUDIT-LOG-FILE
001480     LABEL RECORDS ARE STANDARD.
001490     COPY AUDITREC.
001500*
001510 FD  RUN-LOG-FILE
001520     LABEL RECORDS ARE STANDARD.
001530     COPY RUNLOG.
001540*
001550 WORKING-STORAGE SECTION.
001560*
001570*----------------------------------------------------------------*
001580*    SWITCHES                                                    *
001590*----------------------------------------------------------------*
001600 01  WS-SWITCHES.
001610     05  WS-TIME-EOF-SW          PIC X(01) VALUE "N".
001620         88  TIME-EOF                       VALUE "Y".
001630     05  WS-CARD-STATUS-SW       PIC X(01) VALUE "Y".
001640         88  CARD-ACCEPTED                  VALUE "Y".
001650         88  CARD-REJECTED                  VALUE "N".
001660     05  WS-GROUP-STATUS-SW      PIC X(01) VALUE "N".
001670         88  GROUP-ON-FILE                  VALUE "Y".
001680         88  GROUP-NOT-ON-FILE              VALUE "N".
001690     05  WS-MAST-EOF-SW          PIC X(01) VALUE "N".
001700         88  MAST-EOF                       VALUE "Y".
001710     05  WS-LEAVE-FILE-SW        PIC X(01) VALUE "N".
001720         88  LEAVE-FILE-MISSING             VALUE "Y".
001730     05  WS-GROUP-LEAVE-SW       PIC X(01) VALUE "N".
001740         88  GROUP-LEAVE-ON-FILE            VALUE "Y".
001750         88  GROUP-LEAVE-NOT-ON-FILE        VALUE "N".
001760     05  WS-CAL-EOF-SW           PIC X(01) VALUE "N".
001770         88  CAL-EOF                        VALUE "Y".
001780*
001790*----------------------------------------------------------------*
001800*    FILE STATUS AND RUN IDENTIFICATION                          *
001810*----------------------------------------------------------------*
001820 77  WS-CUST-FILE-STATUS         PIC X(02) VALUE "00".
001830 77  WS-LEAVE-FILE-STATUS        PIC X(02) VALUE "00".
001840 77  WS-CAL-FILE-STATUS          PIC X(02) VALUE "00".
001850 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
001860 01  WS-TIMESTAMP.
001870     05  WS-TS-DATE              PIC 9(08).
001880     05  WS-TS-TIME              PIC 9(08).
001890*
001900*----------------------------------------------------------------*
001910*    PAY GROUP AND PERIOD BEING EDITED - FROM THE PAYCTL CARD    *
001920*    AND THE GROUP'S CALENDAR.  A WORK DATE MUST FALL AFTER THE  *
001930*    GROUP'S PRIOR PERIOD END AND ON OR BEFORE THIS ONE.         *
001940*----------------------------------------------------------------*
001950 77  WS-PAY-GROUP                PIC X(01) VALUE SPACE.
001960 77  WS-PERIOD-END-DATE          PIC 9(08) VALUE ZERO.
001970 77  WS-PRIOR-PERIOD-END         PIC 9(08) VALUE ZERO.
001980*
001990*----------------------------------------------------------------*
002000*    CONTROL-BREAK WORK AREAS - TIMECARDS ARRIVE SORTED ON       *
002010*    IDENT/WORK-DATE, SO A DUPLICATE DAY IS A REPEAT OF THE      *
002020*    PRIOR DATE WITHIN THE SAME IDENT GROUP.                     *
002030*----------------------------------------------------------------*
002040 77  WS-PREV-IDENT               PIC 9(03) VALUE ZERO.
002050 77  WS-PREV-WORK-DATE           PIC 9(08) VALUE ZERO.
002060 77  WS-GROUP-HOURS              PIC 9(03)V99 VALUE ZERO.
002070 77  WS-GROUP-ACCEPTED           PIC 9(05) VALUE ZERO.
002080 77  WS-GROUP-VAC-HOURS          PIC 9(03)V99 VALUE ZERO.
002090 77  WS-GROUP-SICK-HOURS         PIC 9(03)V99 VALUE ZERO.
002100*
002110*----------------------------------------------------------------*
002120*    RUN CONTROLS AND ACCUMULATORS                               *
002130*----------------------------------------------------------------*
002140 77  WS-MAX-DAY-HOURS            PIC 9(02)V99 VALUE 24.00.
002150 77  WS-CARDS-READ-COUNT         PIC 9(07) VALUE ZERO.
002160 77  WS-ACCEPTED-COUNT           PIC 9(07) VALUE ZERO.
002170 77  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
002180 77  WS-POSTED-COUNT             PIC 9(07) VALUE ZERO.
002190 77  WS-TIE-COUNT                PIC 9(07) VALUE ZERO.
002200 77  WS-ZEROED-COUNT             PIC 9(07) VALUE ZERO.
002210 77  WS-DEPT-DIFF-COUNT          PIC 9(05) VALUE ZERO.
002220 77  WS-BYPASSED-COUNT           PIC 9(07) VALUE ZERO.
002230 77  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
002240 77  WS-RL-ENTRY-TYPE            PIC X(01) VALUE "S".
002250 77  WS-RL-STATUS                PIC X(04) VALUE SPACES.
002260*
002270*----------------------------------------------------------------*
002280*    NUMERIC-EDITED WORK FIELDS - HOURS FIELDS STRINGED DIRECTLY *
002290*    WOULD DROP THEIR DECIMAL POINTS.                            *
002300*----------------------------------------------------------------*
002310 77  WS-HOURS-EDIT               PIC ZZ9.99.
002320*
002330*----------------------------------------------------------------*
002340*    POSTED-EMPLOYEE FLAGS, SUBSCRIPTED BY Ident - DRIVES THE    *
002350*    END-OF-RUN SWEEP THAT ZEROES HoursWorked ON EMPLOYEES WITH  *
002360*    NO ACCEPTED TIMECARDS THIS PERIOD.                          *
002370*----------------------------------------------------------------*
002380 01  WS-POSTED-FLAG-TABLE.
002390     05  WS-POSTED-FLAG          PIC X(01) OCCURS 999 TIMES.
002400*
002410*----------------------------------------------------------------*
002420*    GENERIC AUDIT PARAMETERS - SET BEFORE PERFORM 7000          *
002430*----------------------------------------------------------------*
002440 01  WS-AUDIT-IDENT              PIC 9(03) VALUE ZERO.
002450 01  WS-AUDIT-FIELD              PIC X(15) VALUE SPACES.
002460 01  WS-AUDIT-OLD                PIC X(20) VALUE SPACES.
002470 01  WS-AUDIT-NEW                PIC X(20) VALUE SPACES.
002480*
002490******************************************************************
002500*
002510*   PROCEDURE DIVISION.
002520*
002530******************************************************************
002540 PROCEDURE DIVISION.
002550*
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE
002580         THRU 1000-INITIALIZE-EXIT
002590     PERFORM 2000-PROCESS-TIMECARD
002600         THRU 2000-PROCESS-TIMECARD-EXIT
002610         UNTIL TIME-EOF
002620     PERFORM 3000-POST-GROUP-TOTAL
002630         THRU 3000-POST-GROUP-TOTAL-EXIT
002640     PERFORM 4000-ZERO-STALE-HOURS
002650         THRU 4000-ZERO-STALE-HOURS-EXIT
002660     PERFORM 8000-FINALIZE
002670         THRU 8000-FINALIZE-EXIT
002680     STOP RUN.
002690*
002700*------------------------------------------------------------*
002710*    1000-INITIALIZE                                          *
002720*------------------------------------------------------------*
002730 1000-INITIALIZE.
002740     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
002750     IF WS-JOB-ID = SPACES
002760         MOVE "TIMECARD" TO WS-JOB-ID
002770     END-IF
002780     OPEN EXTEND RUN-LOG-FILE
002790     MOVE "S" TO WS-RL-ENTRY-TYPE
002800     MOVE SPACES TO WS-RL-STATUS
002810     PERFORM 6100-WRITE-RUN-LOG
002820         THRU 6100-WRITE-RUN-LOG-EXIT
002830     MOVE ALL "N" TO WS-POSTED-FLAG-TABLE
002840     PERFORM 1100-READ-RUN-CONTROL
002850         THRU 1100-READ-RUN-CONTROL-EXIT
002860     PERFORM 1200-FIND-PAY-PERIOD
002870         THRU 1200-FIND-PAY-PERIOD-EXIT
002880     OPEN I-O CUSTOMER-MASTER-FILE
002890*    A MISSING MASTER DURING THE PAY RUN IS A CATALOG OR
002900*    DATASET PROBLEM - ABEND HARD RATHER THAN CREATE AN EMPTY
002910*    MASTER AND REJECT EVERY TIMECARD AS NOT ON FILE.
002920     IF WS-CUST-FILE-STATUS = "35"
002930         DISPLAY "TIMECARD ABEND - CUSTOMER MASTER NOT FOUND"
002940         DISPLAY "RESTORE FROM THE CUSTBKP BACKUP AND RERUN"
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF
002980     OPEN INPUT TIMECARD-FILE
002990     OPEN OUTPUT TIMECARD-REPORT-FILE
003000     MOVE SPACES TO TIMECARD-REPORT-LINE
003010     STRING "TIMECARD EDIT - PAY GROUP '" WS-PAY-GROUP
003020             "'  PERIOD AFTER " WS-PRIOR-PERIOD-END
003030             " THRU " WS-PERIOD-END-DATE
003040         DELIMITED BY SIZE INTO TIMECARD-REPORT-LINE
003050     WRITE TIMECARD-REPORT-LINE
003060     OPEN EXTEND AUDIT-LOG-FILE
003070     OPEN INPUT LEAVE-MASTER-FILE
003080*    NO LEAVE MASTER MEANS NO BALANCES TO CHARGE AGAINST -
003090*    LEAVE CARDS REJECT RATHER THAN CHARGE INTO THE DARK.
003100     IF WS-LEAVE-FILE-STATUS = "35"
003110         MOVE "Y" TO WS-LEAVE-FILE-SW
003120     END-IF
003130     PERFORM 2100-READ-TIMECARD
003140         THRU 2100-READ-TIMECARD-EXIT.
003150 1000-INITIALIZE-EXIT.
003160     EXIT.
003170*
003180*------------------------------------------------------------*
003190*    1100-READ-RUN-CONTROL - THE SAME PAYCTL CARD THE PAYROLL *
003200*    STEP READS: THE PAY GROUP (BLANK = THE ORIGINAL WEEKLY   *
003210*    GROUP) AND THE PERIOD-END DATE (ZERO OR BLANK = THE      *
003220*    SYSTEM CLOCK).  THE RUN MODE IS PAYROLL'S BUSINESS.      *
003230*------------------------------------------------------------*
003240 1100-READ-RUN-CONTROL.
003250     ACCEPT WS-PERIOD-END-DATE FROM DATE YYYYMMDD
003260     OPEN INPUT PAY-CONTROL-FILE
003270     READ PAY-CONTROL-FILE
003280         AT END
003290             MOVE SPACES TO PAY-CONTROL-CARD
003300     END-READ
003310     IF PC-PERIOD-END-DATE IS NUMERIC
003320             AND PC-PERIOD-END-DATE NOT = "00000000"
003330         MOVE PC-PERIOD-END-DATE TO WS-PERIOD-END-DATE
003340     END-IF
003350     MOVE PC-PAY-GROUP TO WS-PAY-GROUP
003360     CLOSE PAY-CONTROL-FILE.
003370 1100-READ-RUN-CONTROL-EXIT.
003380     EXIT.
003390*
003400*------------------------------------------------------------*
003410*    1200-FIND-PAY-PERIOD - THE PERIOD END MUST BE ON THE     *
003420*    GROUP'S CALENDAR, AS PAYROLL WILL INSIST.  THE GROUP'S   *
003430*    LATEST EARLIER PERIOD END OPENS THE WINDOW; THE FIRST    *
003440*    PERIOD ON THE CALENDAR HAS NO LOWER LIMIT.               *
003450*------------------------------------------------------------*
003460 1200-FIND-PAY-PERIOD.
003470     OPEN INPUT PERIOD-CALENDAR-FILE
003480     IF WS-CAL-FILE-STATUS = "35"
003490         DISPLAY "TIMECARD ABEND - PERIOD CALENDAR NOT FOUND"
003500         DISPLAY "LOAD PAY.PERCAL.DATA AND RERUN"
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF
003540     MOVE WS-PAY-GROUP TO PD-PAY-GROUP
003550     MOVE WS-PERIOD-END-DATE TO PD-PERIOD-END-DATE
003560     READ PERIOD-CALENDAR-FILE
003570         KEY IS PD-KEY
003580         INVALID KEY
003590             DISPLAY "TIMECARD ABEND - " WS-PERIOD-END-DATE
003600                     " IS NOT A PERIOD-END DATE ON THE CALENDAR"
003610                     " FOR PAY GROUP '" WS-PAY-GROUP "'"
003620             MOVE 16 TO RETURN-CODE
003630             STOP RUN
003640     END-READ
003650     MOVE WS-PAY-GROUP TO PD-PAY-GROUP
003660     MOVE ZERO TO PD-PERIOD-END-DATE
003670     START PERIOD-CALENDAR-FILE
003680         KEY IS NOT LESS THAN PD-KEY
003690         INVALID KEY
003700             SET CAL-EOF TO TRUE
003710     END-START
003720     PERFORM 1210-SCAN-CALENDAR
003730         THRU 1210-SCAN-CALENDAR-EXIT
003740         UNTIL CAL-EOF
003750     CLOSE PERIOD-CALENDAR-FILE.
003760 1200-FIND-PAY-PERIOD-EXIT.
003770     EXIT.
003780*
003790 1210-SCAN-CALENDAR.
003800     READ PERIOD-CALENDAR-FILE NEXT RECORD
003810         AT END
003820             SET CAL-EOF TO TRUE
003830             GO TO 1210-SCAN-CALENDAR-EXIT
003840     END-READ
003850     IF PD-PAY-GROUP NOT = WS-PAY-GROUP
003860             OR PD-PERIOD-END-DATE NOT < WS-PERIOD-END-DATE
003870         SET CAL-EOF TO TRUE
003880     ELSE
003890         MOVE PD-PERIOD-END-DATE TO WS-PRIOR-PERIOD-END
003900     END-IF.
003910 1210-SCAN-CALENDAR-EXIT.
003920     EXIT.
003930*
003940*------------------------------------------------------------*
003950*    2000-PROCESS-TIMECARD - ONE TIMECARD DAY PER ITERATION,  *
003960*    WITH A CONTROL BREAK ON IDENT POSTING THE PRIOR GROUP.   *
003970*------------------------------------------------------------*
003980 2000-PROCESS-TIMECARD.
003990     ADD 1 TO WS-CARDS-READ-COUNT
004000     IF TC-IDENT NOT = WS-PREV-IDENT
004010         PERFORM 3000-POST-GROUP-TOTAL
004020             THRU 3000-POST-GROUP-TOTAL-EXIT
004030         PERFORM 2200-START-NEW-GROUP
004040             THRU 2200-START-NEW-GROUP-EXIT
004050     END-IF
004060*    ANOTHER PAY GROUP'S CARDS ARE LEFT FOR THAT GROUP'S RUN.
004070     IF GROUP-ON-FILE
004080             AND PayGroup NOT = WS-PAY-GROUP
004090         ADD 1 TO WS-BYPASSED-COUNT
004100         GO TO 2000-READ-NEXT
004110     END-IF
004120     PERFORM 2300-EDIT-TIMECARD
004130         THRU 2300-EDIT-TIMECARD-EXIT
004140     IF CARD-ACCEPTED
004150         ADD 1 TO WS-ACCEPTED-COUNT
004160         ADD 1 TO WS-GROUP-ACCEPTED
004170         ADD TC-HOURS TO WS-GROUP-HOURS
004180         MOVE TC-WORK-DATE TO WS-PREV-WORK-DATE
004190         PERFORM 2500-CHECK-DEPT-CODE
004200             THRU 2500-CHECK-DEPT-CODE-EXIT
004210         IF TC-VACATION-DAY
004220             ADD TC-HOURS TO WS-GROUP-VAC-HOURS
004230         END-IF
004240         IF TC-SICK-DAY
004250             ADD TC-HOURS TO WS-GROUP-SICK-HOURS
004260         END-IF
004270     ELSE
004280         ADD 1 TO WS-REJECTED-COUNT
004290         PERFORM 2400-REPORT-REJECT
004300             THRU 2400-REPORT-REJECT-EXIT
004310     END-IF.
004320 2000-READ-NEXT.
004330     PERFORM 2100-READ-TIMECARD
004340         THRU 2100-READ-TIMECARD-EXIT.
004350 2000-PROCESS-TIMECARD-EXIT.
004360     EXIT.
004370*
004380 2100-READ-TIMECARD.
004390     READ TIMECARD-FILE
004400         AT END
004410             SET TIME-EOF TO TRUE
004420     END-READ.
004430 2100-READ-TIMECARD-EXIT.
004440     EXIT.
004450*
004460*
004470*------------------------------------------------------------*
004480*    2500-CHECK-DEPT-CODE - A DAY CHARGED TO A DEPARTMENT     *
004490*    OTHER THAN THE EMPLOYEE'S HOME DeptCode IS CALLED OUT    *
004500*    (NOT REJECTED) SO ACCOUNTING CAN REDISTRIBUTE THE LABOR  *
004510*    CHARGE WHERE IT MATTERS.                                 *
004520*------------------------------------------------------------*
004530 2500-CHECK-DEPT-CODE.
004540     IF TC-DEPT-CODE = SPACES
004550             OR GROUP-NOT-ON-FILE
004560             OR TC-DEPT-CODE = DeptCode
004570         GO TO 2500-CHECK-DEPT-CODE-EXIT
004580     END-IF
004590     ADD 1 TO WS-DEPT-DIFF-COUNT
004600     MOVE SPACES TO TIMECARD-REPORT-LINE
004610     STRING "IDENT " TC-IDENT
004620             " DATE " TC-WORK-DATE
004630             " DEPT " TC-DEPT-CODE
004640             " DIFFERS FROM MASTER " DeptCode
004650         DELIMITED BY SIZE INTO TIMECARD-REPORT-LINE
004660     WRITE TIMECARD-REPORT-LINE.
004670 2500-CHECK-DEPT-CODE-EXIT.
004680     EXIT.
004690*
004700*------------------------------------------------------------*
004710*    2200-START-NEW-GROUP - RESET THE GROUP ACCUMULATORS AND  *
004720*    CHECK THE EMPLOYEE IS ON THE MASTER ONCE PER GROUP.      *
004730*------------------------------------------------------------*
004740 2200-START-NEW-GROUP.
004750     MOVE TC-IDENT TO WS-PREV-IDENT
004760     MOVE ZERO TO WS-PREV-WORK-DATE
004770     MOVE ZERO TO WS-GROUP-HOURS
004780     MOVE ZERO TO WS-GROUP-ACCEPTED
004790     MOVE ZERO TO WS-GROUP-VAC-HOURS
004800     MOVE ZERO TO WS-GROUP-SICK-HOURS
004810     MOVE TC-IDENT TO Ident
004820     READ CUSTOMER-MASTER-FILE
004830         KEY IS Ident
004840         INVALID KEY
004850             SET GROUP-NOT-ON-FILE TO TRUE
004860         NOT INVALID KEY
004870             SET GROUP-ON-FILE TO TRUE
004880     END-READ
004890     SET GROUP-LEAVE-NOT-ON-FILE TO TRUE
004900     IF NOT LEAVE-FILE-MISSING
004910         MOVE TC-IDENT TO LV-IDENT
004920         READ LEAVE-MASTER-FILE
004930             KEY IS LV-IDENT
004940             INVALID KEY
004950                 SET GROUP-LEAVE-NOT-ON-FILE TO TRUE
004960             NOT INVALID KEY
004970                 SET GROUP-LEAVE-ON-FILE TO TRUE
004980         END-READ
004990     END-IF.
005000 2200-START-NEW-GROUP-EXIT.
005010     EXIT.
005020*
005030*------------------------------------------------------------*
005040*    2300-EDIT-TIMECARD - EMPLOYEE ON FILE, HOURS IN A SANE   *
005050*    RANGE, WORK DATE NUMERIC AND IN THE GROUP'S PAY PERIOD,  *
005060*    NO DUPLICATE DAYS.                                       *
005070*------------------------------------------------------------*
005080 2300-EDIT-TIMECARD.
005090     SET CARD-ACCEPTED TO TRUE
005100     MOVE SPACES TO WS-REJECT-REASON
005110     EVALUATE TRUE
005120         WHEN GROUP-NOT-ON-FILE
005130             MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
005140             SET CARD-REJECTED TO TRUE
005150         WHEN TC-WORK-DATE NOT NUMERIC
005160             MOVE "WORK DATE NOT NUMERIC" TO WS-REJECT-REASON
005170             SET CARD-REJECTED TO TRUE
005180         WHEN TC-WORK-MONTH < 1
005190                 OR TC-WORK-MONTH > 12
005200             MOVE "WORK MONTH INVALID" TO WS-REJECT-REASON
005210             SET CARD-REJECTED TO TRUE
005220         WHEN TC-WORK-DAY < 1
005230                 OR TC-WORK-DAY > 31
005240             MOVE "WORK DAY INVALID" TO WS-REJECT-REASON
005250             SET CARD-REJECTED TO TRUE
005260         WHEN TC-WORK-DATE > WS-PERIOD-END-DATE
005270                 OR TC-WORK-DATE NOT > WS-PRIOR-PERIOD-END
005280             MOVE "WORK DATE NOT IN PAY PERIOD"
005290                 TO WS-REJECT-REASON
005300             SET CARD-REJECTED TO TRUE
005310         WHEN TC-HOURS NOT NUMERIC
005320             MOVE "HOURS NOT NUMERIC" TO WS-REJECT-REASON
005330             SET CARD-REJECTED TO TRUE
005340         WHEN TC-HOURS = ZERO
005350             MOVE "HOURS ARE ZERO" TO WS-REJECT-REASON
005360             SET CARD-REJECTED TO TRUE
005370         WHEN TC-HOURS > WS-MAX-DAY-HOURS
005380             MOVE "HOURS EXCEED 24 IN ONE DAY" TO WS-REJECT-REASON
005390             SET CARD-REJECTED TO TRUE
005400         WHEN NOT (TC-REGULAR-DAY OR TC-VACATION-DAY
005410                 OR TC-SICK-DAY)
005420             MOVE "LEAVE TYPE INVALID" TO WS-REJECT-REASON
005430             SET CARD-REJECTED TO TRUE
005440         WHEN (TC-VACATION-DAY OR TC-SICK-DAY)
005450                 AND GROUP-LEAVE-NOT-ON-FILE
005460             MOVE "NO LEAVE BALANCE RECORD" TO WS-REJECT-REASON
005470             SET CARD-REJECTED TO TRUE
005480         WHEN TC-VACATION-DAY
005490                 AND WS-GROUP-VAC-HOURS + TC-HOURS
005500                     > LV-VAC-BALANCE
005510             MOVE "VACATION EXCEEDS BALANCE" TO WS-REJECT-REASON
005520             SET CARD-REJECTED TO TRUE
005530         WHEN TC-SICK-DAY
005540                 AND WS-GROUP-SICK-HOURS + TC-HOURS
005550                     > LV-SICK-BALANCE
005560             MOVE "SICK EXCEEDS BALANCE" TO WS-REJECT-REASON
005570             SET CARD-REJECTED TO TRUE
005580         WHEN TC-WORK-DATE = WS-PREV-WORK-DATE
005590             MOVE "DUPLICATE DAY FOR EMPLOYEE" TO WS-REJECT-REASON
005600             SET CARD-REJECTED TO TRUE
005610         WHEN OTHER
005620             CONTINUE
005630     END-EVALUATE.
005640 2300-EDIT-TIMECARD-EXIT.
005650     EXIT.
005660*
005670 2400-REPORT-REJECT.
005680     MOVE TC-HOURS TO WS-HOURS-EDIT
005690     MOVE SPACES TO TIMECARD-REPORT-LINE
005700     STRING "IDENT " TC-IDENT
005710             " DATE " TC-WORK-DATE
005720             " HOURS " WS-HOURS-EDIT
005730             " REJECTED - " WS-REJECT-REASON
005740         DELIMITED BY SIZE INTO TIMECARD-REPORT-LINE
005750     WRITE TIMECARD-REPORT-LINE.
005760 2400-REPORT-REJECT-EXIT.
005770     EXIT.
005780*
005790*------------------------------------------------------------*
005800*    3000-POST-GROUP-TOTAL - WRITE THE ACCUMULATED PERIOD     *
005810*    HOURS INTO HoursWorked ON THE MASTER, AUDITED.  NOTHING  *
005820*    POSTS WHEN THE GROUP HAD NO ACCEPTED DAYS.               *
005830*------------------------------------------------------------*
005840 3000-POST-GROUP-TOTAL.
005850     IF WS-PREV-IDENT = ZERO
005860             OR WS-GROUP-ACCEPTED = ZERO
005870         GO TO 3000-POST-GROUP-TOTAL-EXIT
005880     END-IF
005890     MOVE WS-PREV-IDENT TO Ident
005900     READ CUSTOMER-MASTER-FILE
005910         KEY IS Ident
005920         INVALID KEY
005930             GO TO 3000-POST-GROUP-TOTAL-EXIT
005940     END-READ
005950*    EVERY AUDIT OUT OF THIS PARAGRAPH - HOURS, VAC, OR SICK -
005960*    BELONGS TO THE GROUP'S EMPLOYEE, SO THE IDENT IS SET ONCE
005970*    UP FRONT, NOT ONLY WHEN THE TOTAL HOURS CHANGED.
005980     MOVE WS-PREV-IDENT TO WS-AUDIT-IDENT
005990     IF HoursWorked NOT = WS-GROUP-HOURS
006000         MOVE "HOURSWORKED" TO WS-AUDIT-FIELD
006010         MOVE HoursWorked TO WS-HOURS-EDIT
006020         MOVE WS-HOURS-EDIT TO WS-AUDIT-OLD
006030         MOVE WS-GROUP-HOURS TO WS-HOURS-EDIT
006040         MOVE WS-HOURS-EDIT TO WS-AUDIT-NEW
006050         PERFORM 7000-WRITE-AUDIT
006060             THRU 7000-WRITE-AUDIT-EXIT
006070     END-IF
006080     MOVE WS-GROUP-HOURS TO HoursWorked
006090     IF VacHours NOT = WS-GROUP-VAC-HOURS
006100         MOVE "VACHOURS" TO WS-AUDIT-FIELD
006110         MOVE VacHours TO WS-HOURS-EDIT
006120         MOVE WS-HOURS-EDIT TO WS-AUDIT-OLD
006130         MOVE WS-GROUP-VAC-HOURS TO WS-HOURS-EDIT
006140         MOVE WS-HOURS-EDIT TO WS-AUDIT-NEW
006150         PERFORM 7000-WRITE-AUDIT
006160             THRU 7000-WRITE-AUDIT-EXIT
006170     END-IF
006180     MOVE WS-GROUP-VAC-HOURS TO VacHours
006190     IF SickHours NOT = WS-GROUP-SICK-HOURS
006200         MOVE "SICKHOURS" TO WS-AUDIT-FIELD
006210         MOVE SickHours TO WS-HOURS-EDIT
006220         MOVE WS-HOURS-EDIT TO WS-AUDIT-OLD
006230         MOVE WS-GROUP-SICK-HOURS TO WS-HOURS-EDIT
006240         MOVE WS-HOURS-EDIT TO WS-AUDIT-NEW
006250         PERFORM 7000-WRITE-AUDIT
006260             THRU 7000-WRITE-AUDIT-EXIT
006270     END-IF
006280     MOVE WS-GROUP-SICK-HOURS TO SickHours
006290     REWRITE CUSTOMER-MASTER-RECORD
006300     ADD 1 TO WS-POSTED-COUNT
006310     MOVE "Y" TO WS-POSTED-FLAG (WS-PREV-IDENT).
006320 3000-POST-GROUP-TOTAL-EXIT.
006330     EXIT.
006340*
006350*------------------------------------------------------------*
006360*    4000-ZERO-STALE-HOURS - FULL-MASTER SWEEP AFTER THE LAST *
006370*    GROUP POSTS.  AN EMPLOYEE IN THE RUN'S PAY GROUP WITH NO *
006380*    ACCEPTED TIMECARDS THIS PERIOD HAS HoursWorked ZEROED    *
006390*    (AUDITED AND LISTED ON THE REPORT) SO PAYROLL CANNOT PAY *
006392*    LAST PERIOD'S HOURS AGAIN.  OTHER GROUPS ARE LEFT ALONE, *
006394*    AS IS A TERMINATION DATED IN OR BEFORE THE LAST PERIOD   *
006396*    AND NOT YET FINAL-PAID (FinalPayDate MISSING OR BEFORE   *
006398*    StatusDate): PAYROLL SKIPS IT AND FINALPAY PAYS THOSE    *
006400*    HOURS.  ONE DATED LATER IS STILL PAID BY PAYROLL AND IS  *
006402*    ZEROED AS USUAL.                                         *
006410*------------------------------------------------------------*
006420 4000-ZERO-STALE-HOURS.
006430     MOVE LOW-VALUES TO Ident
006440     START CUSTOMER-MASTER-FILE
006450         KEY IS NOT LESS THAN Ident
006460         INVALID KEY
006470             SET MAST-EOF TO TRUE
006480     END-START
006490     IF NOT MAST-EOF
006500         PERFORM 4100-READ-NEXT-MASTER
006510             THRU 4100-READ-NEXT-MASTER-EXIT
006520         PERFORM 4200-ZERO-ONE-MASTER
006530             THRU 4200-ZERO-ONE-MASTER-EXIT
006540             UNTIL MAST-EOF
006550     END-IF.
006560 4000-ZERO-STALE-HOURS-EXIT.
006570     EXIT.
006580*
006590 4100-READ-NEXT-MASTER.
006600     READ CUSTOMER-MASTER-FILE NEXT RECORD
006610         AT END
006620             SET MAST-EOF TO TRUE
006630     END-READ.
006640 4100-READ-NEXT-MASTER-EXIT.
006650     EXIT.
006660*
006670 4200-ZERO-ONE-MASTER.
006680     IF Ident > ZERO
006690             AND PayGroup = WS-PAY-GROUP
006700             AND WS-POSTED-FLAG (Ident) NOT = "Y"
006710             AND HoursWorked NUMERIC
006720             AND HoursWorked NOT = ZERO
006721             AND NOT (EmpTerminated
006722                 AND StatusDate NUMERIC
006723                 AND StatusDate NOT > WS-PRIOR-PERIOD-END
006724                 AND (FinalPayDate NOT NUMERIC
006725                     OR FinalPayDate < StatusDate))
006730         MOVE Ident TO WS-AUDIT-IDENT
006740         MOVE "HOURSWORKED" TO WS-AUDIT-FIELD
006750         MOVE HoursWorked TO WS-HOURS-EDIT
006760         MOVE WS-HOURS-EDIT TO WS-AUDIT-OLD
006770         MOVE ZERO TO WS-HOURS-EDIT
006780         MOVE WS-HOURS-EDIT TO WS-AUDIT-NEW
006790         PERFORM 7000-WRITE-AUDIT
006800             THRU 7000-WRITE-AUDIT-EXIT
006810         MOVE ZERO TO HoursWorked
006820         MOVE ZERO TO VacHours
006830         MOVE ZERO TO SickHours
006840         REWRITE CUSTOMER-MASTER-RECORD
006850         ADD 1 TO WS-ZEROED-COUNT
006860         MOVE SPACES TO TIMECARD-REPORT-LINE
006870         STRING "IDENT " Ident
006880                 " HOURS ZEROED - NO ACCEPTED TIMECARDS"
006890             DELIMITED BY SIZE INTO TIMECARD-REPORT-LINE
006900         WRITE TIMECARD-REPORT-LINE
006910     END-IF
006920     PERFORM 4100-READ-NEXT-MASTER
006930         THRU 4100-READ-NEXT-MASTER-EXIT.
006940 4200-ZERO-ONE-MASTER-EXIT.
006950     EXIT.
006960*
006970*------------------------------------------------------------*
006980*    6100-WRITE-RUN-LOG - ONE STANDARD RUN-LOG RECORD (S AT   *
006990*    START OF RUN, E WITH THE FINAL COUNTS AT END).           *
007000*------------------------------------------------------------*
007010 6100-WRITE-RUN-LOG.
007020     MOVE SPACES TO RUN-LOG-RECORD
007030     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
007040     ACCEPT WS-TS-TIME FROM TIME
007050     MOVE "TIMECARD" TO RL-PROGRAM-ID
007060     MOVE WS-JOB-ID TO RL-JOB-ID
007070     MOVE WS-RL-ENTRY-TYPE TO RL-ENTRY-TYPE
007080     MOVE WS-TS-DATE TO RL-DATE
007090     MOVE WS-TS-TIME TO RL-TIME
007100     MOVE WS-CARDS-READ-COUNT TO RL-RECORDS-READ
007110     MOVE WS-POSTED-COUNT TO RL-RECORDS-WRITTEN
007120     MOVE WS-REJECTED-COUNT TO RL-EXCEPTION-COUNT
007130     MOVE WS-RL-STATUS TO RL-FINAL-STATUS
007140     MOVE WS-PAY-GROUP TO RL-PAY-GROUP
007150     WRITE RUN-LOG-RECORD.
007160 6100-WRITE-RUN-LOG-EXIT.
007170     EXIT.
007180*
007190*------------------------------------------------------------*
007200*    7000-WRITE-AUDIT - APPEND A BEFORE/AFTER AUDIT RECORD    *
007210*------------------------------------------------------------*
007220 7000-WRITE-AUDIT.
007230     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
007240     ACCEPT WS-TS-TIME FROM TIME
007250     MOVE WS-AUDIT-IDENT TO AU-IDENT
007260     MOVE WS-AUDIT-FIELD TO AU-FIELD-NAME
007270     MOVE WS-AUDIT-OLD TO AU-OLD-VALUE
007280     MOVE WS-AUDIT-NEW TO AU-NEW-VALUE
007290     MOVE WS-TS-DATE TO AU-DATE
007300     MOVE WS-TS-TIME TO AU-TIME
007310     MOVE WS-JOB-ID TO AU-JOB-ID
007320     WRITE AUDIT-RECORD.
007330 7000-WRITE-AUDIT-EXIT.
007340     EXIT.
007350*
007360*------------------------------------------------------------*
007370*    8000-FINALIZE - CONTROL COUNTS THAT TIE TO THE INPUT     *
007380*------------------------------------------------------------*
007390 8000-FINALIZE.
007400     MOVE SPACES TO TIMECARD-REPORT-LINE
007410     STRING "DAYS WORKED OUTSIDE HOME DEPT: " WS-DEPT-DIFF-COUNT
007420         DELIMITED BY SIZE INTO TIMECARD-REPORT-LINE
007430     WRITE TIMECARD-REPORT-LINE
007440     MOVE SPACES TO TIMECARD-REPORT-LINE
007450     STRING "EMPLOYEES ZEROED (NO TIMECARDS): " WS-ZEROED-COUNT
007460         DELIMITED BY SIZE INTO TIMECARD-REPORT-LINE
007470     WRITE TIMECARD-REPORT-LINE
007480     MOVE SPACES TO TIMECARD-REPORT-LINE
007490     STRING "TIMECARDS READ: " WS-CARDS-READ-COUNT
007500             "  ACCEPTED: " WS-ACCEPTED-COUNT
007510             "  REJECTED: " WS-REJECTED-COUNT
007520             "  POSTED: " WS-POSTED-COUNT
007530         DELIMITED BY SIZE INTO TIMECARD-REPORT-LINE
007540     WRITE TIMECARD-REPORT-LINE
007550     MOVE SPACES TO TIMECARD-REPORT-LINE
007560     STRING "OTHER PAY GROUPS' TIMECARDS BYPASSED: "
007570             WS-BYPASSED-COUNT
007580         DELIMITED BY SIZE INTO TIMECARD-REPORT-LINE
007590     WRITE TIMECARD-REPORT-LINE
007600     ADD WS-ACCEPTED-COUNT WS-REJECTED-COUNT WS-BYPASSED-COUNT
007610         GIVING WS-TIE-COUNT
007620     MOVE SPACES TO TIMECARD-REPORT-LINE
007630     IF WS-TIE-COUNT = WS-CARDS-READ-COUNT
007640         MOVE "CONTROL COUNTS TIE" TO TIMECARD-REPORT-LINE
007650     ELSE
007660         MOVE "*** CONTROL COUNTS DO NOT TIE ***"
007670             TO TIMECARD-REPORT-LINE
007680     END-IF
007690     WRITE TIMECARD-REPORT-LINE
007700     MOVE "E" TO WS-RL-ENTRY-TYPE
007710     MOVE "OK" TO WS-RL-STATUS
007720     PERFORM 6100-WRITE-RUN-LOG
007730         THRU 6100-WRITE-RUN-LOG-EXIT
007740     IF NOT LEAVE-FILE-MISSING
007750         CLOSE LEAVE-MASTER-FILE
007760     END-IF
007770     CLOSE CUSTOMER-MASTER-FILE
007780           TIMECARD-FILE
007790           TIMECARD-REPORT-FILE
007800           RUN-LOG-FILE
007810           AUDIT-LOG-FILE.
007820 8000-FINALIZE-EXIT.
007830     EXIT.
