000310*                     SUMMARY PRINTS AND ANY FATAL FINDING SETS
000320*                     RC 16 SO THE JCL HOLDS THE PAY RUN BEFORE
000330*                     BAD DATA GETS PAID.
000340*   2026-10-15  YFY   CHECKS UNDER IDENT 000 ARE DEDUCTION
000350*                     REMITTANCES TO THIRD-PARTY PAYEES (REMIT),
000360*                     NOT EMPLOYEE PAY - THE CHECK SCAN PASSES
000370*                     THEM WITHOUT A MASTER LOOKUP.
000378*   2026-10-15  YFY   A LETTERED CHECK (STATUS D, DUE-DILIGENCE
000386*                     LETTER SENT) TO AN UNKNOWN IDENT IS STILL
000394*                     OUTSTANDING, SO IT IS NOW FATAL, THE SAME
000402*                     AS AN ISSUED CHECK.
000410*
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470*
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CUSTOMER-MASTER-FILE
000510         ASSIGN TO CUSTMAST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS Ident
000550         FILE STATUS IS WS-CUST-FILE-STATUS.
000560*
000570     SELECT YTD-MASTER-FILE
000580         ASSIGN TO YTDMAST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS YT-IDENT
000620         FILE STATUS IS WS-YTD-FILE-STATUS.
000630*
000640     SELECT CHECK-ISSUE-FILE
000650         ASSIGN TO CHKISSUE
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CHK-FILE-STATUS.
000680*
000690     SELECT SCAN-REPORT-FILE
000700         ASSIGN TO SCNRPT
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720*
000730     SELECT RUN-LOG-FILE
000740         ASSIGN TO RUNLOG
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790*
000800 FD  CUSTOMER-MASTER-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY CUSTREC.
000830*
000840 FD  YTD-MASTER-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY YTDREC.
000870*
000880 FD  CHECK-ISSUE-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CHECKREC.
000910*
000920 FD  SCAN-REPORT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  SCAN-REPORT-LINE            PIC X(100).
000950*
000960 FD  RUN-LOG-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY RUNLOG.
000990*
001000 WORKING-STORAGE SECTION.
001010*
001020*----------------------------------------------------------------*
001030*    SWITCHES                                                    *
001040*----------------------------------------------------------------*
001050 01  WS-SWITCHES.
001060     05  WS-CUST-EOF-SW          PIC X(01) VALUE "N".
001070         88  CUST-EOF                       VALUE "Y".
001080     05  WS-YTD-EOF-SW           PIC X(01) VALUE "N".
001090         88  YTD-EOF                        VALUE "Y".
001100     05  WS-CHK-EOF-SW           PIC X(01) VALUE "N".
001110         88  CHK-EOF                        VALUE "Y".
001120     05  WS-YTD-FILE-SW          PIC X(01) VALUE "N".
001130         88  YTD-FILE-MISSING               VALUE "Y".
001140     05  WS-CHK-FILE-SW          PIC X(01) VALUE "N".
001150         88  CHK-FILE-MISSING               VALUE "Y".
001160     05  WS-IDENT-FOUND-SW       PIC X(01) VALUE "N".
001170         88  IDENT-ON-FILE                  VALUE "Y".
001180*
001190*----------------------------------------------------------------*
001200*    FILE STATUS AND RUN IDENTIFICATION                          *
001210*----------------------------------------------------------------*
001220 77  WS-CUST-FILE-STATUS         PIC X(02) VALUE "00".
001230 77  WS-YTD-FILE-STATUS          PIC X(02) VALUE "00".
001240 77  WS-CHK-FILE-STATUS          PIC X(02) VALUE "00".
001250 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
001260 01  WS-TIMESTAMP.
001270     05  WS-TS-DATE              PIC 9(08).
001280     05  WS-TS-TIME              PIC 9(08).
001290 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001300 77  WS-RL-ENTRY-TYPE            PIC X(01) VALUE "S".
001310 77  WS-RL-STATUS                PIC X(04) VALUE SPACES.
001320*
001330*----------------------------------------------------------------*
001340*    EDIT PARAMETERS AND DATE WORK AREA                          *
001350*----------------------------------------------------------------*
001360 77  WS-MAX-SANE-RATE            PIC 9(03)V99 VALUE 500.00.
001370 01  WS-DATE-WORK                PIC 9(08) VALUE ZERO.
001380 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001390     05  WS-DW-YEAR              PIC 9(04).
001400     05  WS-DW-MONTH             PIC 9(02).
001410     05  WS-DW-DAY               PIC 9(02).
001420*
001430*----------------------------------------------------------------*
001440*    RUN CONTROLS AND ACCUMULATORS                               *
001450*----------------------------------------------------------------*
001460 77  WS-MASTERS-READ             PIC 9(07) VALUE ZERO.
001470 77  WS-YTD-READ                 PIC 9(07) VALUE ZERO.
001480 77  WS-CHECKS-READ              PIC 9(07) VALUE ZERO.
001490 77  WS-FATAL-COUNT              PIC 9(05) VALUE ZERO.
001500 77  WS-WARNING-COUNT            PIC 9(05) VALUE ZERO.
001510*
001520******************************************************************
001530*
001540*   PROCEDURE DIVISION.
001550*
001560******************************************************************
001570 PROCEDURE DIVISION.
001580*
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE
001610         THRU 1000-INITIALIZE-EXIT
001620     PERFORM 2000-SCAN-MASTER
001630         THRU 2000-SCAN-MASTER-EXIT
001640     PERFORM 3000-SCAN-YTD
001650         THRU 3000-SCAN-YTD-EXIT
001660     PERFORM 4000-SCAN-CHECKS
001670         THRU 4000-SCAN-CHECKS-EXIT
001680     PERFORM 8000-FINALIZE
001690         THRU 8000-FINALIZE-EXIT
001700     STOP RUN.
001710*
001720*------------------------------------------------------------*
001730*    1000-INITIALIZE - THE CUSTOMER MASTER MUST BE THERE; A   *
001740*    MISSING YTD OR CHECK FILE IS REPORTED AND ITS PASS       *
001750*    SKIPPED (A FIRST-EVER RUN HAS NEITHER).                  *
001760*------------------------------------------------------------*
001770 1000-INITIALIZE.
001780     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
001790     IF WS-JOB-ID = SPACES
001800         MOVE "PAYSCAN" TO WS-JOB-ID
001810     END-IF
001820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001830     OPEN EXTEND RUN-LOG-FILE
001840     MOVE "S" TO WS-RL-ENTRY-TYPE
001850     MOVE SPACES TO WS-RL-STATUS
001860     PERFORM 6100-WRITE-RUN-LOG
001870         THRU 6100-WRITE-RUN-LOG-EXIT
001880     OPEN OUTPUT SCAN-REPORT-FILE
001890     MOVE SPACES TO SCAN-REPORT-LINE
001900     STRING "PRE-PAYROLL INTEGRITY SCAN  RUN DATE: "
001910             WS-RUN-DATE
001920         DELIMITED BY SIZE INTO SCAN-REPORT-LINE
001930     WRITE SCAN-REPORT-LINE
001940     OPEN INPUT CUSTOMER-MASTER-FILE
001950     IF WS-CUST-FILE-STATUS = "35"
001960         DISPLAY "PAYSCAN ABEND - CUSTOMER MASTER NOT FOUND"
001970         DISPLAY "RESTORE FROM THE CUSTBKP BACKUP AND RERUN"
001980         MOVE 16 TO RETURN-CODE
001990         STOP RUN
002000     END-IF
002010     OPEN INPUT YTD-MASTER-FILE
002020     IF WS-YTD-FILE-STATUS = "35"
002030         MOVE "Y" TO WS-YTD-FILE-SW
002040         MOVE "NO YTD MASTER - YTD PASS SKIPPED"
002050             TO SCAN-REPORT-LINE
002060         WRITE SCAN-REPORT-LINE
002070     END-IF
002080     OPEN INPUT CHECK-ISSUE-FILE
002090     IF WS-CHK-FILE-STATUS = "35"
002100         MOVE "Y" TO WS-CHK-FILE-SW
002110         MOVE "NO CHECK-ISSUE FILE - CHECK PASS SKIPPED"
002120             TO SCAN-REPORT-LINE
002130         WRITE SCAN-REPORT-LINE
002140     END-IF.
002150 1000-INITIALIZE-EXIT.
002160     EXIT.
002170*
002180*------------------------------------------------------------*
002190*    2000-SCAN-MASTER - FULL SWEEP OF THE CUSTOMER MASTER     *
002200*    EDITING THE FIELDS THE PAY COMPUTATION TRUSTS.           *
002210*------------------------------------------------------------*
002220 2000-SCAN-MASTER.
002230     MOVE LOW-VALUES TO Ident
002240     START CUSTOMER-MASTER-FILE
002250         KEY IS NOT LESS THAN Ident
002260         INVALID KEY
002270             SET CUST-EOF TO TRUE
002280     END-START
002290     IF NOT CUST-EOF
002300         PERFORM 2100-READ-NEXT-MASTER
002310             THRU 2100-READ-NEXT-MASTER-EXIT
002320         PERFORM 2200-EDIT-ONE-MASTER
002330             THRU 2200-EDIT-ONE-MASTER-EXIT
002340             UNTIL CUST-EOF
002350     END-IF.
002360 2000-SCAN-MASTER-EXIT.
002370     EXIT.
002380*
002390 2100-READ-NEXT-MASTER.
002400     READ CUSTOMER-MASTER-FILE NEXT RECORD
002410         AT END
002420             SET CUST-EOF TO TRUE
002430     END-READ.
002440 2100-READ-NEXT-MASTER-EXIT.
002450     EXIT.
002460*
002470 2200-EDIT-ONE-MASTER.
002480     ADD 1 TO WS-MASTERS-READ
002490     IF HourlyRate NOT NUMERIC
002500         PERFORM 7100-REPORT-FATAL
002510             THRU 7100-REPORT-FATAL-EXIT
002520         MOVE SPACES TO SCAN-REPORT-LINE
002530         STRING "*** FATAL IDENT " Ident
002540                 " HOURLY RATE NOT NUMERIC ***"
002550             DELIMITED BY SIZE INTO SCAN-REPORT-LINE
002560         WRITE SCAN-REPORT-LINE
002570     ELSE
002580         IF HourlyRate = ZERO
002590                 OR HourlyRate > WS-MAX-SANE-RATE
002600             PERFORM 7100-REPORT-FATAL
002610                 THRU 7100-REPORT-FATAL-EXIT
002620             MOVE SPACES TO SCAN-REPORT-LINE
002630             STRING "*** FATAL IDENT " Ident
002640                     " HOURLY RATE ZERO OR ABSURD ***"
002650                 DELIMITED BY SIZE INTO SCAN-REPORT-LINE
002660             WRITE SCAN-REPORT-LINE
002670         END-IF
002680     END-IF
002690     IF EmpStatus NOT = "A" AND EmpStatus NOT = "L"
002700             AND EmpStatus NOT = "T"
002710             AND EmpStatus NOT = SPACE
002720         PERFORM 7100-REPORT-FATAL
002730             THRU 7100-REPORT-FATAL-EXIT
002740         MOVE SPACES TO SCAN-REPORT-LINE
002750         STRING "*** FATAL IDENT " Ident
002760                 " EMP STATUS '" EmpStatus
002770                 "' NOT A/L/T ***"
002780             DELIMITED BY SIZE INTO SCAN-REPORT-LINE
002790         WRITE SCAN-REPORT-LINE
002800     END-IF
002810     PERFORM 2300-EDIT-STATUS-DATE
002820         THRU 2300-EDIT-STATUS-DATE-EXIT
002830     PERFORM 2100-READ-NEXT-MASTER
002840         THRU 2100-READ-NEXT-MASTER-EXIT.
002850 2200-EDIT-ONE-MASTER-EXIT.
002860     EXIT.
002870*
002880*------------------------------------------------------------*
002890*    2300-EDIT-STATUS-DATE - ZERO IS A LEGITIMATE "NO STATUS  *
002900*    CHANGE YET"; ANYTHING ELSE MUST LOOK LIKE A DATE, SINCE  *
002910*    THE PAY RUN COMPARES IT TO THE RUN DATE TO DECIDE WHO    *
002920*    GETS PAID.                                               *
002930*------------------------------------------------------------*
002940 2300-EDIT-STATUS-DATE.
002950     IF StatusDate NOT NUMERIC
002960         PERFORM 7100-REPORT-FATAL
002970             THRU 7100-REPORT-FATAL-EXIT
002980         MOVE SPACES TO SCAN-REPORT-LINE
002990         STRING "*** FATAL IDENT " Ident
003000                 " STATUS DATE NOT NUMERIC ***"
003010             DELIMITED BY SIZE INTO SCAN-REPORT-LINE
003020         WRITE SCAN-REPORT-LINE
003030         GO TO 2300-EDIT-STATUS-DATE-EXIT
003040     END-IF
003050     IF StatusDate = ZERO
003060         GO TO 2300-EDIT-STATUS-DATE-EXIT
003070     END-IF
003080     MOVE StatusDate TO WS-DATE-WORK
003090     IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
003100             OR WS-DW-DAY < 1 OR WS-DW-DAY > 31
003110             OR WS-DW-YEAR < 1900 OR WS-DW-YEAR > 2099
003120         PERFORM 7100-REPORT-FATAL
003130             THRU 7100-REPORT-FATAL-EXIT
003140         MOVE SPACES TO SCAN-REPORT-LINE
003150         STRING "*** FATAL IDENT " Ident
003160                 " STATUS DATE " StatusDate
003170                 " NOT A VALID DATE ***"
003180             DELIMITED BY SIZE INTO SCAN-REPORT-LINE
003190         WRITE SCAN-REPORT-LINE
003200     END-IF.
003210 2300-EDIT-STATUS-DATE-EXIT.
003220     EXIT.
003230*
003240*------------------------------------------------------------*
003250*    3000-SCAN-YTD - EVERY YTD RECORD MUST HAVE A MASTER.  A  *
003260*    LEFTOVER FROM A TERMINATED-AND-DELETED EMPLOYEE IS A     *
003270*    WARNING - IT OVERSTATES NOTHING CURRENT BUT CLUTTERS     *
003280*    THE QUARTERLY REPORTING.                                 *
003290*------------------------------------------------------------*
003300 3000-SCAN-YTD.
003310     IF YTD-FILE-MISSING
003320         GO TO 3000-SCAN-YTD-EXIT
003330     END-IF
003340     MOVE LOW-VALUES TO YT-IDENT
003350     START YTD-MASTER-FILE
003360         KEY IS NOT LESS THAN YT-IDENT
003370         INVALID KEY
003380             SET YTD-EOF TO TRUE
003390     END-START
003400     IF NOT YTD-EOF
003410         PERFORM 3100-READ-NEXT-YTD
003420             THRU 3100-READ-NEXT-YTD-EXIT
003430         PERFORM 3200-CHECK-ONE-YTD
003440             THRU 3200-CHECK-ONE-YTD-EXIT
003450             UNTIL YTD-EOF
003460     END-IF.
003470 3000-SCAN-YTD-EXIT.
003480     EXIT.
003490*
003500 3100-READ-NEXT-YTD.
003510     READ YTD-MASTER-FILE NEXT RECORD
003520         AT END
003530             SET YTD-EOF TO TRUE
003540     END-READ.
003550 3100-READ-NEXT-YTD-EXIT.
003560     EXIT.
003570*
003580 3200-CHECK-ONE-YTD.
003590     ADD 1 TO WS-YTD-READ
003600     MOVE YT-IDENT TO Ident
003610     PERFORM 7300-READ-MASTER-BY-KEY
003620         THRU 7300-READ-MASTER-BY-KEY-EXIT
003630     IF NOT IDENT-ON-FILE
003640         PERFORM 7200-REPORT-WARNING
003650             THRU 7200-REPORT-WARNING-EXIT
003660         MOVE SPACES TO SCAN-REPORT-LINE
003670         STRING "*   WARN  YTD IDENT " YT-IDENT
003680                 " HAS NO MASTER RECORD"
003690             DELIMITED BY SIZE INTO SCAN-REPORT-LINE
003700         WRITE SCAN-REPORT-LINE
003710     END-IF
003720     PERFORM 3100-READ-NEXT-YTD
003730         THRU 3100-READ-NEXT-YTD-EXIT.
003740 3200-CHECK-ONE-YTD-EXIT.
003750     EXIT.
003760*
003770*------------------------------------------------------------*
003780*    4000-SCAN-CHECKS - EVERY CHECK MUST NAME AN IDENT ON     *
003790*    FILE.  AN OUTSTANDING CHECK TO AN UNKNOWN IDENT IS       *
003800*    FATAL (MONEY STILL OUT THE DOOR); A VOIDED OR CLEARED    *
003810*    ONE IS HISTORY AND WARNS.                                *
003820*    IDENT 000 IS A DEDUCTION REMITTANCE AND IS PASSED.       *
003830*------------------------------------------------------------*
003840 4000-SCAN-CHECKS.
003850     IF CHK-FILE-MISSING
003860         GO TO 4000-SCAN-CHECKS-EXIT
003870     END-IF
003880     PERFORM 4100-READ-NEXT-CHECK
003890         THRU 4100-READ-NEXT-CHECK-EXIT
003900     PERFORM 4200-CHECK-ONE-CHECK
003910         THRU 4200-CHECK-ONE-CHECK-EXIT
003920         UNTIL CHK-EOF.
003930 4000-SCAN-CHECKS-EXIT.
003940     EXIT.
003950*
003960 4100-READ-NEXT-CHECK.
003970     READ CHECK-ISSUE-FILE
003980         AT END
003990             SET CHK-EOF TO TRUE
004000     END-READ.
004010 4100-READ-NEXT-CHECK-EXIT.
004020     EXIT.
004030*
004040 4200-CHECK-ONE-CHECK.
004050     ADD 1 TO WS-CHECKS-READ
004060     IF CH-IDENT = ZERO
004070         GO TO 4200-NEXT-CHECK
004080     END-IF
004090     MOVE CH-IDENT TO Ident
004100     PERFORM 7300-READ-MASTER-BY-KEY
004110         THRU 7300-READ-MASTER-BY-KEY-EXIT
004120     IF NOT IDENT-ON-FILE
004130         IF CH-OUTSTANDING
004140             PERFORM 7100-REPORT-FATAL
004150                 THRU 7100-REPORT-FATAL-EXIT
004160             MOVE SPACES TO SCAN-REPORT-LINE
004170             STRING "*** FATAL CHECK " CH-CHECK-NO
004180                     " OUTSTANDING TO UNKNOWN IDENT "
004190                     CH-IDENT " ***"
004200                 DELIMITED BY SIZE INTO SCAN-REPORT-LINE
004210             WRITE SCAN-REPORT-LINE
004220         ELSE
004230             PERFORM 7200-REPORT-WARNING
004240                 THRU 7200-REPORT-WARNING-EXIT
004250             MOVE SPACES TO SCAN-REPORT-LINE
004260             STRING "*   WARN  CHECK " CH-CHECK-NO
004270                     " (SETTLED) TO UNKNOWN IDENT "
004280                     CH-IDENT
004290                 DELIMITED BY SIZE INTO SCAN-REPORT-LINE
004300             WRITE SCAN-REPORT-LINE
004310         END-IF
004320     END-IF.
004330 4200-NEXT-CHECK.
004340     PERFORM 4100-READ-NEXT-CHECK
004350         THRU 4100-READ-NEXT-CHECK-EXIT.
004360 4200-CHECK-ONE-CHECK-EXIT.
004370     EXIT.
004380*
004390 6100-WRITE-RUN-LOG.
004400     MOVE SPACES TO RUN-LOG-RECORD
004410     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
004420     ACCEPT WS-TS-TIME FROM TIME
004430     MOVE "PAYSCAN" TO RL-PROGRAM-ID
004440     MOVE WS-JOB-ID TO RL-JOB-ID
004450     MOVE WS-RL-ENTRY-TYPE TO RL-ENTRY-TYPE
004460     MOVE WS-TS-DATE TO RL-DATE
004470     MOVE WS-TS-TIME TO RL-TIME
004480     MOVE WS-MASTERS-READ TO RL-RECORDS-READ
004490     MOVE ZERO TO RL-RECORDS-WRITTEN
004500     COMPUTE RL-EXCEPTION-COUNT =
004510         WS-FATAL-COUNT + WS-WARNING-COUNT
004520     MOVE WS-RL-STATUS TO RL-FINAL-STATUS
004530     WRITE RUN-LOG-RECORD.
004540 6100-WRITE-RUN-LOG-EXIT.
004550     EXIT.
004560*
004570 7100-REPORT-FATAL.
004580     ADD 1 TO WS-FATAL-COUNT.
004590 7100-REPORT-FATAL-EXIT.
004600     EXIT.
004610*
004620 7200-REPORT-WARNING.
004630     ADD 1 TO WS-WARNING-COUNT.
004640 7200-REPORT-WARNING-EXIT.
004650     EXIT.
004660*
004670 7300-READ-MASTER-BY-KEY.
004680     MOVE "N" TO WS-IDENT-FOUND-SW
004690     READ CUSTOMER-MASTER-FILE
004700         KEY IS Ident
004710         INVALID KEY
004720             CONTINUE
004730         NOT INVALID KEY
004740             SET IDENT-ON-FILE TO TRUE
004750     END-READ.
004760 7300-READ-MASTER-BY-KEY-EXIT.
004770     EXIT.
004780*
004790*------------------------------------------------------------*
004800*    8000-FINALIZE - SEVERITY SUMMARY.  ANY FATAL FINDING     *
004810*    SETS RC 16 SO THE DOWNSTREAM COND TESTS FLUSH THE PAY    *
004820*    RUN; WARNINGS PRINT BUT DO NOT HOLD IT.                  *
004830*------------------------------------------------------------*
004840 8000-FINALIZE.
004850     MOVE SPACES TO SCAN-REPORT-LINE
004860     STRING "MASTERS READ: " WS-MASTERS-READ
004870             "  YTD READ: " WS-YTD-READ
004880             "  CHECKS READ: " WS-CHECKS-READ
004890         DELIMITED BY SIZE INTO SCAN-REPORT-LINE
004900     WRITE SCAN-REPORT-LINE
004910         AFTER ADVANCING 2 LINES
004920     MOVE SPACES TO SCAN-REPORT-LINE
004930     STRING "FATAL FINDINGS: " WS-FATAL-COUNT
004940             "  WARNINGS: " WS-WARNING-COUNT
004950         DELIMITED BY SIZE INTO SCAN-REPORT-LINE
004960     WRITE SCAN-REPORT-LINE
004970     MOVE SPACES TO SCAN-REPORT-LINE
004980     IF WS-FATAL-COUNT > ZERO
004990         MOVE "*** SCAN FATAL - PAY RUN HELD ***"
005000             TO SCAN-REPORT-LINE
005010     ELSE
005020         MOVE "SCAN CLEAN - PAY RUN MAY PROCEED"
005030             TO SCAN-REPORT-LINE
005040     END-IF
005050     WRITE SCAN-REPORT-LINE
005060     MOVE "E" TO WS-RL-ENTRY-TYPE
005070     IF WS-FATAL-COUNT > ZERO
005080         MOVE "FAIL" TO WS-RL-STATUS
005090     ELSE
005100         MOVE "OK" TO WS-RL-STATUS
005110     END-IF
005120     PERFORM 6100-WRITE-RUN-LOG
005130         THRU 6100-WRITE-RUN-LOG-EXIT
005140     CLOSE CUSTOMER-MASTER-FILE
005150           SCAN-REPORT-FILE
005160           RUN-LOG-FILE
005170     IF NOT YTD-FILE-MISSING
005180         CLOSE YTD-MASTER-FILE
005190     END-IF
005200     IF NOT CHK-FILE-MISSING
005210         CLOSE CHECK-ISSUE-FILE
005220     END-IF
005230     IF WS-FATAL-COUNT > ZERO
005240         MOVE 16 TO RETURN-CODE
005250     END-IF.
005260 8000-FINALIZE-EXIT.
005270     EXIT.
