000280*                     RETURNS CAN BE FILED WITHOUT ADDING-
000290*                     MACHINE TAPES.  THE EARNINGS STATEMENT
000300*                     GAINED THE YTD STATE TAX COLUMN.
000310*   2026-10-15  YFY   THE QUARTERLY SUMMARY NOW ALSO TOTALS SOCIAL
000320*                     SECURITY WAGES AND THE EMPLOYEE AND
000330*                     EMPLOYER SOCIAL SECURITY/MEDICARE TAX, AND
000340*                     EVERY RUN APPENDS THE QUARTER'S TOTALS TO
000350*                     THE 941 HISTORY (Q941HST, SEE Q941REC) THE
000360*                     YEAR-END W-3 RECONCILES AGAINST.
000370*
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430*
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT YTD-MASTER-FILE
000470         ASSIGN TO YTDMAST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS YT-IDENT
000510         FILE STATUS IS WS-YTD-FILE-STATUS.
000520*
000530     SELECT Q941-REPORT-FILE
000540         ASSIGN TO Q941RPT
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560*
000570     SELECT EARNINGS-REPORT-FILE
000580         ASSIGN TO ERNRPT
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600*
000610     SELECT Q941-HISTORY-FILE
000620         ASSIGN TO Q941HST
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670*
000680 FD  YTD-MASTER-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY YTDREC.
000710*
000720 FD  Q941-REPORT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  Q941-REPORT-LINE            PIC X(100).
000750*
000760 FD  EARNINGS-REPORT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  EARNINGS-REPORT-LINE        PIC X(100).
000790*
000800 FD  Q941-HISTORY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY Q941REC.
000830*
000840 WORKING-STORAGE SECTION.
000850*
000860*----------------------------------------------------------------*
000870*    SWITCHES                                                    *
000880*----------------------------------------------------------------*
000890 01  WS-SWITCHES.
000900     05  WS-YTD-EOF-SW           PIC X(01) VALUE "N".
000910         88  YTD-EOF                        VALUE "Y".
000920     05  WS-STATE-FOUND-SW       PIC X(01) VALUE "N".
000930         88  STATE-SLOT-FOUND               VALUE "Y".
000940*
000950*----------------------------------------------------------------*
000960*    FILE STATUS AND RUN IDENTIFICATION                          *
000970*----------------------------------------------------------------*
000980 77  WS-YTD-FILE-STATUS          PIC X(02) VALUE "00".
000990 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001000*
001010*----------------------------------------------------------------*
001020*    SUMMARY ACCUMULATORS - QUARTER-TO-DATE ACROSS EMPLOYEES     *
001030*----------------------------------------------------------------*
001040 77  WS-EMP-COUNT                PIC 9(05) VALUE ZERO.
001050 77  WS-TOT-QTR-GROSS            PIC 9(10)V99 VALUE ZERO.
001060 77  WS-TOT-QTR-FED              PIC 9(10)V99 VALUE ZERO.
001070 77  WS-TOT-QTR-FICA             PIC 9(10)V99 VALUE ZERO.
001080 77  WS-TOT-QTR-NET              PIC 9(10)V99 VALUE ZERO.
001090 77  WS-TOT-QTR-STATE            PIC 9(10)V99 VALUE ZERO.
001100 77  WS-TOT-QTR-SS-WAGES         PIC 9(10)V99 VALUE ZERO.
001110 77  WS-TOT-QTR-SS-TAX           PIC 9(10)V99 VALUE ZERO.
001120 77  WS-TOT-QTR-MED-TAX          PIC 9(10)V99 VALUE ZERO.
001130 77  WS-TOT-QTR-ER-SS-TAX        PIC 9(10)V99 VALUE ZERO.
001140 77  WS-TOT-QTR-ER-MED-TAX       PIC 9(10)V99 VALUE ZERO.
001150*
001160*----------------------------------------------------------------*
001170*    PER-STATE QUARTERLY WITHHOLDING TABLE - ONE SLOT PER WORK   *
001180*    STATE SEEN IN THE CURRENT QUARTER.                          *
001190*----------------------------------------------------------------*
001200 77  WS-STATE-MAX                PIC 9(02) VALUE 10.
001210 77  WS-STATE-COUNT              PIC 9(02) VALUE ZERO.
001220 77  WS-STATE-IX                 PIC S9(04) COMP VALUE ZERO.
001230 77  WS-STATES-DROPPED           PIC 9(05) VALUE ZERO.
001240 01  WS-STATE-TABLE-AREA.
001250     05  WS-STATE-ENTRY OCCURS 10 TIMES.
001260         10  WS-ST-CODE          PIC X(02).
001270         10  WS-ST-QTR-WAGES     PIC 9(10)V99.
001280         10  WS-ST-QTR-TAX       PIC 9(10)V99.
001290 01  WS-STATE-DETAIL.
001300     05  FILLER                  PIC X(06) VALUE "STATE ".
001310     05  WS-SD-STATE             PIC X(02).
001320     05  FILLER                  PIC X(13)
001330         VALUE "  QTR WAGES ".
001340     05  WS-SD-WAGES             PIC Z,ZZZ,ZZZ,ZZ9.99.
001350     05  FILLER                  PIC X(16)
001360         VALUE "  QTR STATE TAX ".
001370     05  WS-SD-TAX               PIC Z,ZZZ,ZZZ,ZZ9.99.
001380 77  WS-RPT-YEAR                 PIC 9(04) VALUE ZERO.
001390 77  WS-RPT-QUARTER              PIC 9(01) VALUE ZERO.
001400*
001410*----------------------------------------------------------------*
001420*    REPORT HEADING AND DETAIL LINES                             *
001430*----------------------------------------------------------------*
001440 01  WS-Q941-HEADING-1.
001450     05  FILLER                  PIC X(26)
001460         VALUE "QUARTERLY TAX SUMMARY (941".
001470     05  FILLER                  PIC X(08) VALUE "-STYLE) ".
001480     05  FILLER                  PIC X(06) VALUE "YEAR ".
001490     05  WS-Q1-YEAR              PIC 9(04).
001500     05  FILLER                  PIC X(05) VALUE "  QTR".
001510     05  WS-Q1-QUARTER           PIC 9(01).
001520     05  FILLER                  PIC X(12) VALUE "  RUN DATE ".
001530     05  WS-Q1-RUN-DATE          PIC 9(08).
001540 01  WS-Q941-DETAIL.
001550     05  FILLER                  PIC X(24).
001560     05  WS-QD-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
001570 01  WS-EARN-HEADING-1.
001580     05  FILLER                  PIC X(31)
001590         VALUE "YEAR-END EARNINGS STATEMENTS - ".
001600     05  FILLER                  PIC X(05) VALUE "YEAR ".
001610     05  WS-E1-YEAR              PIC 9(04).
001620     05  FILLER                  PIC X(12) VALUE "  RUN DATE ".
001630     05  WS-E1-RUN-DATE          PIC 9(08).
001640 01  WS-EARN-HEADING-2.
001650     05  FILLER                  PIC X(06) VALUE "IDENT".
001660     05  FILLER                  PIC X(18) VALUE "YTD GROSS".
001670     05  FILLER                  PIC X(18) VALUE "YTD FED TAX".
001680     05  FILLER                  PIC X(18) VALUE "YTD FICA".
001690     05  FILLER                  PIC X(18) VALUE "YTD STATE".
001700     05  FILLER                  PIC X(18) VALUE "YTD NET".
001710 01  WS-EARN-DETAIL.
001720     05  WS-ED-IDENT             PIC ZZ9.
001730     05  FILLER                  PIC X(03) VALUE SPACES.
001740     05  WS-ED-GROSS             PIC ZZZ,ZZZ,ZZ9.99.
001750     05  FILLER                  PIC X(04) VALUE SPACES.
001760     05  WS-ED-FED               PIC ZZZ,ZZZ,ZZ9.99.
001770     05  FILLER                  PIC X(04) VALUE SPACES.
001780     05  WS-ED-FICA              PIC ZZZ,ZZZ,ZZ9.99.
001790     05  FILLER                  PIC X(04) VALUE SPACES.
001800     05  WS-ED-STATE             PIC ZZZ,ZZZ,ZZ9.99.
001810     05  FILLER                  PIC X(04) VALUE SPACES.
001820     05  WS-ED-NET               PIC ZZZ,ZZZ,ZZ9.99.
001830*
001840******************************************************************
001850*
001860*   PROCEDURE DIVISION.
001870*
001880******************************************************************
001890 PROCEDURE DIVISION.
001900*
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE
001930         THRU 1000-INITIALIZE-EXIT
001940     PERFORM 2000-PROCESS-YTD-RECORD
001950         THRU 2000-PROCESS-YTD-RECORD-EXIT
001960         UNTIL YTD-EOF
001970     PERFORM 3000-PRINT-Q941-SUMMARY
001980         THRU 3000-PRINT-Q941-SUMMARY-EXIT
001990     PERFORM 8000-FINALIZE
002000         THRU 8000-FINALIZE-EXIT
002010     STOP RUN.
002020*
002030*------------------------------------------------------------*
002040*    1000-INITIALIZE - OPEN FILES, POSITION TO THE FIRST YTD  *
002050*    RECORD, PRINT THE EARNINGS-STATEMENT HEADERS.            *
002060*------------------------------------------------------------*
002070 1000-INITIALIZE.
002080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002090     OPEN INPUT YTD-MASTER-FILE
002100     OPEN OUTPUT Q941-REPORT-FILE
002110     OPEN OUTPUT EARNINGS-REPORT-FILE
002120     OPEN EXTEND Q941-HISTORY-FILE
002130     MOVE LOW-VALUES TO YT-IDENT
002140     START YTD-MASTER-FILE
002150         KEY IS NOT LESS THAN YT-IDENT
002160         INVALID KEY
002170             SET YTD-EOF TO TRUE
002180     END-START
002190     IF NOT YTD-EOF
002200         PERFORM 2100-READ-NEXT-YTD
002210             THRU 2100-READ-NEXT-YTD-EXIT
002220     END-IF.
002230 1000-INITIALIZE-EXIT.
002240     EXIT.
002250*
002260*------------------------------------------------------------*
002270*    2000-PROCESS-YTD-RECORD - ONE EMPLOYEE: ACCUMULATE THE   *
002280*    QUARTERLY TOTALS AND PRINT THE EARNINGS-STATEMENT LINE.  *
002290*------------------------------------------------------------*
002300 2000-PROCESS-YTD-RECORD.
002310     IF WS-EMP-COUNT = ZERO
002320         MOVE YT-YEAR TO WS-RPT-YEAR
002330         MOVE YT-QUARTER TO WS-RPT-QUARTER
002340         PERFORM 2200-PRINT-EARNINGS-HEADERS
002350             THRU 2200-PRINT-EARNINGS-HEADERS-EXIT
002360     END-IF
002370     ADD 1 TO WS-EMP-COUNT
002380     PERFORM 2300-ACCUM-QUARTER
002390         THRU 2300-ACCUM-QUARTER-EXIT
002400     MOVE YT-IDENT TO WS-ED-IDENT
002410     MOVE YT-GROSS TO WS-ED-GROSS
002420     MOVE YT-FED-TAX TO WS-ED-FED
002430     MOVE YT-FICA TO WS-ED-FICA
002440     MOVE YT-STATE-TAX TO WS-ED-STATE
002450     MOVE YT-NET TO WS-ED-NET
002460     WRITE EARNINGS-REPORT-LINE FROM WS-EARN-DETAIL
002470     PERFORM 2100-READ-NEXT-YTD
002480         THRU 2100-READ-NEXT-YTD-EXIT.
002490 2000-PROCESS-YTD-RECORD-EXIT.
002500     EXIT.
002510*
002520 2100-READ-NEXT-YTD.
002530     READ YTD-MASTER-FILE NEXT RECORD
002540         AT END
002550             SET YTD-EOF TO TRUE
002560     END-READ.
002570 2100-READ-NEXT-YTD-EXIT.
002580     EXIT.
002590*
002600*------------------------------------------------------------*
002610*    2300-ACCUM-QUARTER - ONLY RECORDS POSTED IN THE NEWEST   *
002620*    YEAR/QUARTER ON FILE BELONG IN THE 941 TOTALS.  AN       *
002630*    EMPLOYEE NOT PAID SINCE AN EARLIER QUARTER STILL PRINTS  *
002640*    AN EARNINGS LINE, BUT ITS STALE QUARTER-TO-DATE AMOUNTS  *
002650*    MUST NOT LEAK INTO THE CURRENT QUARTER'S SUMMARY.        *
002660*------------------------------------------------------------*
002670 2300-ACCUM-QUARTER.
002680     IF YT-YEAR > WS-RPT-YEAR
002690             OR (YT-YEAR = WS-RPT-YEAR
002700                 AND YT-QUARTER > WS-RPT-QUARTER)
002710         MOVE YT-YEAR TO WS-RPT-YEAR
002720         MOVE YT-QUARTER TO WS-RPT-QUARTER
002730         MOVE ZERO TO WS-TOT-QTR-GROSS WS-TOT-QTR-FED
002740             WS-TOT-QTR-FICA WS-TOT-QTR-NET WS-TOT-QTR-STATE
002750         MOVE ZERO TO WS-TOT-QTR-SS-WAGES WS-TOT-QTR-SS-TAX
002760             WS-TOT-QTR-MED-TAX WS-TOT-QTR-ER-SS-TAX
002770             WS-TOT-QTR-ER-MED-TAX
002780         MOVE ZERO TO WS-STATE-COUNT WS-STATES-DROPPED
002790     END-IF
002800     IF YT-YEAR = WS-RPT-YEAR
002810             AND YT-QUARTER = WS-RPT-QUARTER
002820         ADD YT-QTR-GROSS TO WS-TOT-QTR-GROSS
002830         ADD YT-QTR-FED-TAX TO WS-TOT-QTR-FED
002840         ADD YT-QTR-FICA TO WS-TOT-QTR-FICA
002850         ADD YT-QTR-NET TO WS-TOT-QTR-NET
002860         ADD YT-QTR-STATE-TAX TO WS-TOT-QTR-STATE
002870         ADD YT-QTR-SS-WAGES TO WS-TOT-QTR-SS-WAGES
002880         ADD YT-QTR-SS-TAX TO WS-TOT-QTR-SS-TAX
002890         ADD YT-QTR-MED-TAX TO WS-TOT-QTR-MED-TAX
002900         ADD YT-QTR-ER-SS-TAX TO WS-TOT-QTR-ER-SS-TAX
002910         ADD YT-QTR-ER-MED-TAX TO WS-TOT-QTR-ER-MED-TAX
002920         PERFORM 2400-ACCUM-STATE
002930             THRU 2400-ACCUM-STATE-EXIT
002940     END-IF.
002950 2300-ACCUM-QUARTER-EXIT.
002960     EXIT.
002970*
002980*------------------------------------------------------------*
002990*    2400-ACCUM-STATE - FOLD THE EMPLOYEE'S QUARTER AMOUNTS   *
003000*    INTO THE SLOT FOR THE WORK STATE.  NO WORK STATE ON THE  *
003010*    RECORD MEANS NO STATE RETURN TO FILE FOR IT.             *
003020*------------------------------------------------------------*
003030 2400-ACCUM-STATE.
003040     IF YT-WORK-STATE = SPACES
003050         GO TO 2400-ACCUM-STATE-EXIT
003060     END-IF
003070     MOVE "N" TO WS-STATE-FOUND-SW
003080     IF WS-STATE-COUNT > ZERO
003090         PERFORM 2410-FIND-STATE-SLOT
003100             THRU 2410-FIND-STATE-SLOT-EXIT
003110             VARYING WS-STATE-IX FROM 1 BY 1
003120             UNTIL STATE-SLOT-FOUND
003130                 OR WS-STATE-IX > WS-STATE-COUNT
003140     END-IF
003150     IF NOT STATE-SLOT-FOUND
003160         IF WS-STATE-COUNT < WS-STATE-MAX
003170             ADD 1 TO WS-STATE-COUNT
003180             MOVE YT-WORK-STATE
003190                 TO WS-ST-CODE (WS-STATE-COUNT)
003200             MOVE YT-QTR-GROSS
003210                 TO WS-ST-QTR-WAGES (WS-STATE-COUNT)
003220             MOVE YT-QTR-STATE-TAX
003230                 TO WS-ST-QTR-TAX (WS-STATE-COUNT)
003240         ELSE
003250             ADD 1 TO WS-STATES-DROPPED
003260         END-IF
003270     END-IF.
003280 2400-ACCUM-STATE-EXIT.
003290     EXIT.
003300*
003310 2410-FIND-STATE-SLOT.
003320     IF WS-ST-CODE (WS-STATE-IX) = YT-WORK-STATE
003330         ADD YT-QTR-GROSS TO WS-ST-QTR-WAGES (WS-STATE-IX)
003340         ADD YT-QTR-STATE-TAX
003350             TO WS-ST-QTR-TAX (WS-STATE-IX)
003360         SET STATE-SLOT-FOUND TO TRUE
003370     END-IF.
003380 2410-FIND-STATE-SLOT-EXIT.
003390     EXIT.
003400*
003410 2200-PRINT-EARNINGS-HEADERS.
003420     MOVE WS-RPT-YEAR TO WS-E1-YEAR
003430     MOVE WS-RUN-DATE TO WS-E1-RUN-DATE
003440     WRITE EARNINGS-REPORT-LINE FROM WS-EARN-HEADING-1
003450     WRITE EARNINGS-REPORT-LINE FROM WS-EARN-HEADING-2
003460         AFTER ADVANCING 2 LINES.
003470 2200-PRINT-EARNINGS-HEADERS-EXIT.
003480     EXIT.
003490*
003500*------------------------------------------------------------*
003510*    3000-PRINT-Q941-SUMMARY - ONE SUMMARY PAGE OF THE        *
003520*    QUARTER-TO-DATE TOTALS ACROSS ALL EMPLOYEES.             *
003530*------------------------------------------------------------*
003540 3000-PRINT-Q941-SUMMARY.
003550     MOVE WS-RPT-YEAR TO WS-Q1-YEAR
003560     MOVE WS-RPT-QUARTER TO WS-Q1-QUARTER
003570     MOVE WS-RUN-DATE TO WS-Q1-RUN-DATE
003580     WRITE Q941-REPORT-LINE FROM WS-Q941-HEADING-1
003590     MOVE SPACES TO Q941-REPORT-LINE
003600     STRING "EMPLOYEES REPORTED:     " WS-EMP-COUNT
003610         DELIMITED BY SIZE INTO Q941-REPORT-LINE
003620     WRITE Q941-REPORT-LINE
003630         AFTER ADVANCING 2 LINES
003640     MOVE "TOTAL QTR GROSS WAGES:" TO WS-Q941-DETAIL
003650     MOVE WS-TOT-QTR-GROSS TO WS-QD-AMOUNT
003660     WRITE Q941-REPORT-LINE FROM WS-Q941-DETAIL
003670     MOVE "TOTAL QTR FEDERAL TAX:" TO WS-Q941-DETAIL
003680     MOVE WS-TOT-QTR-FED TO WS-QD-AMOUNT
003690     WRITE Q941-REPORT-LINE FROM WS-Q941-DETAIL
003700     MOVE "TOTAL QTR FICA:" TO WS-Q941-DETAIL
003710     MOVE WS-TOT-QTR-FICA TO WS-QD-AMOUNT
003720     WRITE Q941-REPORT-LINE FROM WS-Q941-DETAIL
003730     MOVE "TOTAL QTR NET PAID:" TO WS-Q941-DETAIL
003740     MOVE WS-TOT-QTR-NET TO WS-QD-AMOUNT
003750     WRITE Q941-REPORT-LINE FROM WS-Q941-DETAIL
003760     MOVE "TOTAL QTR STATE TAX:" TO WS-Q941-DETAIL
003770     MOVE WS-TOT-QTR-STATE TO WS-QD-AMOUNT
003780     WRITE Q941-REPORT-LINE FROM WS-Q941-DETAIL
003790     MOVE "TOTAL QTR SS WAGES:" TO WS-Q941-DETAIL
003800     MOVE WS-TOT-QTR-SS-WAGES TO WS-QD-AMOUNT
003810     WRITE Q941-REPORT-LINE FROM WS-Q941-DETAIL
003820     MOVE "QTR SS TAX - EMPLOYEE:" TO WS-Q941-DETAIL
003830     MOVE WS-TOT-QTR-SS-TAX TO WS-QD-AMOUNT
003840     WRITE Q941-REPORT-LINE FROM WS-Q941-DETAIL
003850     MOVE "QTR SS TAX - EMPLOYER:" TO WS-Q941-DETAIL
003860     MOVE WS-TOT-QTR-ER-SS-TAX TO WS-QD-AMOUNT
003870     WRITE Q941-REPORT-LINE FROM WS-Q941-DETAIL
003880     MOVE "QTR MEDICARE WAGES:" TO WS-Q941-DETAIL
003890     MOVE WS-TOT-QTR-GROSS TO WS-QD-AMOUNT
003900     WRITE Q941-REPORT-LINE FROM WS-Q941-DETAIL
003910     MOVE "QTR MEDICARE - EMPLOYEE:" TO WS-Q941-DETAIL
003920     MOVE WS-TOT-QTR-MED-TAX TO WS-QD-AMOUNT
003930     WRITE Q941-REPORT-LINE FROM WS-Q941-DETAIL
003940     MOVE "QTR MEDICARE - EMPLOYER:" TO WS-Q941-DETAIL
003950     MOVE WS-TOT-QTR-ER-MED-TAX TO WS-QD-AMOUNT
003960     WRITE Q941-REPORT-LINE FROM WS-Q941-DETAIL
003970     PERFORM 3500-PRINT-STATE-SUMMARY
003980         THRU 3500-PRINT-STATE-SUMMARY-EXIT
003990     PERFORM 3600-WRITE-Q941-HISTORY
004000         THRU 3600-WRITE-Q941-HISTORY-EXIT.
004010 3000-PRINT-Q941-SUMMARY-EXIT.
004020     EXIT.
004030*
004040*------------------------------------------------------------*
004050*    3500-PRINT-STATE-SUMMARY - ONE LINE PER WORK STATE WITH  *
004060*    ITS QUARTER WAGES AND STATE TAX, FOR THE STATE RETURNS.  *
004070*------------------------------------------------------------*
004080 3500-PRINT-STATE-SUMMARY.
004090     MOVE SPACES TO Q941-REPORT-LINE
004100     MOVE "STATE WITHHOLDING SUMMARY" TO Q941-REPORT-LINE
004110     WRITE Q941-REPORT-LINE
004120         AFTER ADVANCING 2 LINES
004130     IF WS-STATE-COUNT > ZERO
004140         PERFORM 3510-PRINT-ONE-STATE
004150             THRU 3510-PRINT-ONE-STATE-EXIT
004160             VARYING WS-STATE-IX FROM 1 BY 1
004170             UNTIL WS-STATE-IX > WS-STATE-COUNT
004180     ELSE
004190         MOVE "NO STATE WITHHOLDING THIS QUARTER"
004200             TO Q941-REPORT-LINE
004210         WRITE Q941-REPORT-LINE
004220     END-IF
004230     IF WS-STATES-DROPPED > ZERO
004240         MOVE SPACES TO Q941-REPORT-LINE
004250         STRING "*** " WS-STATES-DROPPED
004260                 " EMPLOYEES NOT SUMMARIZED - STATE TABLE"
004270                 " FULL ***"
004280             DELIMITED BY SIZE INTO Q941-REPORT-LINE
004290         WRITE Q941-REPORT-LINE
004300     END-IF.
004310 3500-PRINT-STATE-SUMMARY-EXIT.
004320     EXIT.
004330*
004340 3510-PRINT-ONE-STATE.
004350     MOVE WS-ST-CODE (WS-STATE-IX) TO WS-SD-STATE
004360     MOVE WS-ST-QTR-WAGES (WS-STATE-IX) TO WS-SD-WAGES
004370     MOVE WS-ST-QTR-TAX (WS-STATE-IX) TO WS-SD-TAX
004380     WRITE Q941-REPORT-LINE FROM WS-STATE-DETAIL.
004390 3510-PRINT-ONE-STATE-EXIT.
004400     EXIT.
004410*
004420*------------------------------------------------------------*
004430*    3600-WRITE-Q941-HISTORY - KEEP THE QUARTER'S TOTALS FOR  *
004440*    THE YEAR-END W-3 RECONCILIATION.  AN EMPTY MASTER HAS NO *
004450*    QUARTER TO RECORD.                                       *
004460*------------------------------------------------------------*
004470 3600-WRITE-Q941-HISTORY.
004480     IF WS-EMP-COUNT = ZERO
004490         GO TO 3600-WRITE-Q941-HISTORY-EXIT
004500     END-IF
004510     MOVE SPACES TO Q941-HISTORY-RECORD
004520     MOVE WS-RPT-YEAR TO Q9-YEAR
004530     MOVE WS-RPT-QUARTER TO Q9-QUARTER
004540     MOVE WS-RUN-DATE TO Q9-RUN-DATE
004550     MOVE WS-EMP-COUNT TO Q9-EMP-COUNT
004560     MOVE WS-TOT-QTR-GROSS TO Q9-WAGES
004570     MOVE WS-TOT-QTR-FED TO Q9-FED-TAX
004580     MOVE WS-TOT-QTR-SS-WAGES TO Q9-SS-WAGES
004590     MOVE WS-TOT-QTR-SS-TAX TO Q9-SS-TAX
004600     MOVE WS-TOT-QTR-GROSS TO Q9-MED-WAGES
004610     MOVE WS-TOT-QTR-MED-TAX TO Q9-MED-TAX
004620     MOVE WS-TOT-QTR-ER-SS-TAX TO Q9-ER-SS-TAX
004630     MOVE WS-TOT-QTR-ER-MED-TAX TO Q9-ER-MED-TAX
004640     MOVE WS-TOT-QTR-STATE TO Q9-STATE-TAX
004650     WRITE Q941-HISTORY-RECORD.
004660 3600-WRITE-Q941-HISTORY-EXIT.
004670     EXIT.
004680*
004690*------------------------------------------------------------*
004700*    8000-FINALIZE                                            *
004710*------------------------------------------------------------*
004720 8000-FINALIZE.
004730     CLOSE YTD-MASTER-FILE
004740           Q941-REPORT-FILE
004750           EARNINGS-REPORT-FILE
004760           Q941-HISTORY-FILE.
004770 8000-FINALIZE-EXIT.
004780     EXIT.
