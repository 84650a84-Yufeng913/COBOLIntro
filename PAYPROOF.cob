000010******************************************************************
000020*
000030*   IDENTIFICATION DIVISION.
000040*
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.    PAYPROOF.
000080 AUTHOR.        YuFeng Yao.
000090 INSTALLATION.  DATA PROCESSING.
000100 DATE-WRITTEN.  October 15th, 2026.
000110 DATE-COMPILED.
000120*
000130*   MODIFICATION HISTORY
000140*   --------------------------------------------------------------
000150*   DATE        INIT  DESCRIPTION
000160*   2026-10-15  YFY   ORIGINAL - POST-PAYROLL PROOF.  RUNS AT THE
000170*                     END OF PAYRUN AND TIES A FINAL RUN'S FILES
000180*                     BACK TO ITS OWN CONTROL TOTALS (PAYTOT):
000190*                     THE CHANGE IN PAY.YTDMAST.DATA SINCE THE
000200*                     PRE-PAYROLL SNAPSHOT (YTDSNAP) TO THE
000210*                     REGISTER GROSS, FEDERAL, FICA, STATE AND
000220*                     NET; THE REGISTER NET TO THE CHECKS THE RUN
000230*                     CUT ON CHKISSUE PLUS THE ACHDEP TRAILER;
000240*                     THE GLPOST DEBITS AND CREDITS TO THE SAME
000250*                     GROSS, WITHHOLDING, DEDUCTION AND EMPLOYER
000260*                     TAX FIGURES; AND THE PERIOD ON PERCAL TO A
000270*                     SINGLE POSTING BY THIS RUN.  EVERY BREAK
000280*                     PRINTS ON PRFRPT AND ENDS THE RUN RC 8,
000290*                     WHICH HOLDS THE ACH TRANSMISSION STEP.  A
000300*                     TRIAL RUN POSTS NOTHING - RC 4, ALSO HELD.
000310*
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370*
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PAYROLL-TOTALS-FILE
000410         ASSIGN TO PAYTOT
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-TOT-FILE-STATUS.
000440*
000450     SELECT YTD-SNAPSHOT-FILE
000460         ASSIGN TO YTDSNAP
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SNAP-FILE-STATUS.
000490*
000500     SELECT YTD-MASTER-FILE
000510         ASSIGN TO YTDMAST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS YT-IDENT
000550         FILE STATUS IS WS-YTD-FILE-STATUS.
000560*
000570     SELECT CHECK-ISSUE-FILE
000580         ASSIGN TO CHKISSUE
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CHK-FILE-STATUS.
000610*
000620     SELECT ACH-DEPOSIT-FILE
000630         ASSIGN TO ACHDEP
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ACH-FILE-STATUS.
000660*
000670     SELECT GL-POSTING-FILE
000680         ASSIGN TO GLPOST
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-GL-FILE-STATUS.
000710*
000720     SELECT PERIOD-CALENDAR-FILE
000730         ASSIGN TO PERCAL
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS PD-KEY
000770         FILE STATUS IS WS-CAL-FILE-STATUS.
000780*
000790     SELECT PROOF-REPORT-FILE
000800         ASSIGN TO PRFRPT
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820*
000830     SELECT RUN-LOG-FILE
000840         ASSIGN TO RUNLOG
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890*
000900 FD  PAYROLL-TOTALS-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY PRFTOT.
000930*
000940*    THE SNAPSHOT IS AN UNLOAD OF PAY.YTDMAST.DATA TAKEN JUST
000950*    BEFORE THE PAYROLL STEP - THE YTDREC LAYOUT, READ THROUGH
000960*    ITS OWN NAMES FOR THE FIELDS THE PROOF NEEDS SO YTDREC
000970*    ITSELF IS LEFT TO THE LIVE MASTER BELOW.
000980 FD  YTD-SNAPSHOT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  YTD-SNAPSHOT-RECORD.
001010     05  YS-IDENT                PIC 9(03).
001020     05  YS-YEAR                 PIC 9(04).
001030     05  YS-QUARTER              PIC 9(01).
001040     05  YS-GROSS                PIC 9(08)V99.
001050     05  YS-FED-TAX              PIC 9(08)V99.
001060     05  YS-FICA                 PIC 9(08)V99.
001070     05  YS-NET                  PIC 9(08)V99.
001080     05  FILLER                  PIC X(40).
001090     05  YS-WORK-STATE           PIC X(02).
001100     05  YS-STATE-TAX            PIC 9(08)V99.
001110     05  FILLER                  PIC X(200).
001120*
001130 FD  YTD-MASTER-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY YTDREC.
001160*
001170 FD  CHECK-ISSUE-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY CHECKREC.
001200*
001210 FD  ACH-DEPOSIT-FILE
001220     LABEL RECORDS ARE STANDARD.
001230     COPY DEPREC.
001240*
001250 FD  GL-POSTING-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY GLREC.
001280*
001290 FD  PERIOD-CALENDAR-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY PERCAL.
001320*
001330 FD  PROOF-REPORT-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  PROOF-REPORT-LINE           PIC X(100).
001360*
001370 FD  RUN-LOG-FILE
001380     LABEL RECORDS ARE STANDARD.
001390     COPY RUNLOG.
001400*
001410 WORKING-STORAGE SECTION.
001420*
001430*----------------------------------------------------------------*
001440*    SWITCHES                                                    *
001450*----------------------------------------------------------------*
001460 01  WS-SWITCHES.
001470     05  WS-SNAP-EOF-SW          PIC X(01) VALUE "N".
001480         88  SNAP-EOF                       VALUE "Y".
001490     05  WS-YTD-EOF-SW           PIC X(01) VALUE "N".
001500         88  YTD-EOF                        VALUE "Y".
001510     05  WS-CHK-EOF-SW           PIC X(01) VALUE "N".
001520         88  CHK-EOF                        VALUE "Y".
001530     05  WS-ACH-EOF-SW           PIC X(01) VALUE "N".
001540         88  ACH-EOF                        VALUE "Y".
001550     05  WS-GL-EOF-SW            PIC X(01) VALUE "N".
001560         88  GL-EOF                         VALUE "Y".
001570     05  WS-TRAILER-SW           PIC X(01) VALUE "N".
001580         88  TRAILER-FOUND                  VALUE "Y".
001590*
001600*----------------------------------------------------------------*
001610*    FILE STATUS AND RUN IDENTIFICATION                          *
001620*----------------------------------------------------------------*
001630 77  WS-TOT-FILE-STATUS          PIC X(02) VALUE "00".
001640 77  WS-SNAP-FILE-STATUS         PIC X(02) VALUE "00".
001650 77  WS-YTD-FILE-STATUS          PIC X(02) VALUE "00".
001660 77  WS-CHK-FILE-STATUS          PIC X(02) VALUE "00".
001670 77  WS-ACH-FILE-STATUS          PIC X(02) VALUE "00".
001680 77  WS-GL-FILE-STATUS           PIC X(02) VALUE "00".
001690 77  WS-CAL-FILE-STATUS          PIC X(02) VALUE "00".
001700 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
001710 01  WS-TIMESTAMP.
001720     05  WS-TS-DATE              PIC 9(08).
001730     05  WS-TS-TIME              PIC 9(08).
001740 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001750 01  WS-PAY-DATE                 PIC 9(08) VALUE ZERO.
001760 01  WS-PAY-DATE-R REDEFINES WS-PAY-DATE.
001770     05  WS-PAY-YEAR             PIC 9(04).
001780     05  WS-PAY-MMDD             PIC 9(04).
001790 77  WS-RL-ENTRY-TYPE            PIC X(01) VALUE "S".
001800 77  WS-RL-STATUS                PIC X(04) VALUE SPACES.
001810 77  WS-PAY-GROUP                PIC X(01) VALUE SPACE.
001820*
001830*----------------------------------------------------------------*
001840*    GL ACCOUNTS - THE SAME ACCOUNTS THE PAYROLL RUN POSTS       *
001850*----------------------------------------------------------------*
001860 77  WS-ACCT-LABOR               PIC X(08) VALUE "51000000".
001870 77  WS-ACCT-FED-LIAB            PIC X(08) VALUE "21100000".
001880 77  WS-ACCT-FICA-LIAB           PIC X(08) VALUE "21200000".
001890 77  WS-ACCT-STATE-LIAB          PIC X(08) VALUE "21300000".
001900 77  WS-ACCT-DED-LIAB            PIC X(08) VALUE "21400000".
001910 77  WS-ACCT-CASH                PIC X(08) VALUE "10100000".
001920 77  WS-ACCT-ER-FICA-EXP         PIC X(08) VALUE "51100000".
001930 77  WS-ACCT-FUTA-EXP            PIC X(08) VALUE "51200000".
001940 77  WS-ACCT-SUTA-EXP            PIC X(08) VALUE "51300000".
001950*
001960*----------------------------------------------------------------*
001970*    YTD MASTER TOTALS FOR THE PAY YEAR - BEFORE (SNAPSHOT) AND  *
001980*    AFTER (LIVE MASTER).  A RECORD THE RUN ROLLED INTO A NEW    *
001990*    YEAR DROPS OUT OF THE BEFORE TOTALS; ONE IT DID NOT TOUCH   *
002000*    IS IN BOTH OR NEITHER, SO AFTER - BEFORE IS THE RUN ALONE.  *
002010*----------------------------------------------------------------*
002020 01  WS-YTD-BEFORE.
002030     05  WS-YB-GROSS             PIC S9(09)V99 VALUE ZERO.
002040     05  WS-YB-FED               PIC S9(09)V99 VALUE ZERO.
002050     05  WS-YB-FICA              PIC S9(09)V99 VALUE ZERO.
002060     05  WS-YB-STATE             PIC S9(09)V99 VALUE ZERO.
002070     05  WS-YB-NET               PIC S9(09)V99 VALUE ZERO.
002080 01  WS-YTD-AFTER.
002090     05  WS-YA-GROSS             PIC S9(09)V99 VALUE ZERO.
002100     05  WS-YA-FED               PIC S9(09)V99 VALUE ZERO.
002110     05  WS-YA-FICA              PIC S9(09)V99 VALUE ZERO.
002120     05  WS-YA-STATE             PIC S9(09)V99 VALUE ZERO.
002130     05  WS-YA-NET               PIC S9(09)V99 VALUE ZERO.
002140*
002150*----------------------------------------------------------------*
002160*    CHECK, DEPOSIT AND GL ACCUMULATORS                          *
002170*----------------------------------------------------------------*
002180 77  WS-SNAP-READ-COUNT          PIC 9(07) VALUE ZERO.
002190 77  WS-YTD-READ-COUNT           PIC 9(07) VALUE ZERO.
002200 77  WS-CHK-READ-COUNT           PIC 9(07) VALUE ZERO.
002210 77  WS-CHK-COUNT                PIC 9(05) VALUE ZERO.
002220 77  WS-CHK-TOTAL                PIC 9(08)V99 VALUE ZERO.
002230 77  WS-ACH-READ-COUNT           PIC 9(07) VALUE ZERO.
002240 77  WS-ACH-COUNT                PIC 9(05) VALUE ZERO.
002250 77  WS-ACH-DETAIL-TOTAL         PIC 9(08)V99 VALUE ZERO.
002260 77  WS-ACH-TRAILER-COUNT        PIC 9(05) VALUE ZERO.
002270 77  WS-ACH-TRAILER-TOTAL        PIC 9(08)V99 VALUE ZERO.
002280 77  WS-GL-READ-COUNT            PIC 9(07) VALUE ZERO.
002290 77  WS-GL-OTHER-RUN-COUNT       PIC 9(05) VALUE ZERO.
002300 77  WS-GL-LABOR-DR              PIC 9(08)V99 VALUE ZERO.
002310 77  WS-GL-FED-CR                PIC 9(08)V99 VALUE ZERO.
002320 77  WS-GL-FICA-CR               PIC 9(08)V99 VALUE ZERO.
002330 77  WS-GL-STATE-CR              PIC 9(08)V99 VALUE ZERO.
002340 77  WS-GL-DED-CR                PIC 9(08)V99 VALUE ZERO.
002350 77  WS-GL-CASH-CR               PIC 9(08)V99 VALUE ZERO.
002360 77  WS-GL-ER-TAX-DR             PIC 9(08)V99 VALUE ZERO.
002370 77  WS-GL-DEBIT-TOTAL           PIC 9(08)V99 VALUE ZERO.
002380 77  WS-GL-CREDIT-TOTAL          PIC 9(08)V99 VALUE ZERO.
002390*
002400*----------------------------------------------------------------*
002410*    ONE PROOF LINE - SET THE ITEM, THE REGISTER FIGURE AND THE  *
002420*    FIGURE ON FILE, THEN PERFORM 6200-PRINT-PROOF-LINE          *
002430*----------------------------------------------------------------*
002440 77  WS-PRF-ITEM                 PIC X(34) VALUE SPACES.
002450 77  WS-PRF-EXPECTED             PIC S9(09)V99 VALUE ZERO.
002460 77  WS-PRF-ACTUAL               PIC S9(09)V99 VALUE ZERO.
002470 77  WS-PRF-DIFF                 PIC S9(09)V99 VALUE ZERO.
002480 77  WS-PROOF-COUNT              PIC 9(03) VALUE ZERO.
002490 77  WS-BREAK-COUNT              PIC 9(03) VALUE ZERO.
002500 77  WS-CNT-EDIT                 PIC ZZZZ9.
002510 77  WS-CNT-EDIT-2               PIC ZZZZ9.
002520*
002530*----------------------------------------------------------------*
002540*    PROOF REPORT LINES                                          *
002550*----------------------------------------------------------------*
002560 01  WS-RPT-HEADING-1.
002570     05  FILLER                  PIC X(26)
002580         VALUE "PAYROLL PROOF".
002590     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002600     05  WS-H1-DATE              PIC 9(08).
002610     05  FILLER                  PIC X(11) VALUE "  PAY DATE ".
002620     05  WS-H1-PAY-DATE          PIC 9(08).
002630     05  FILLER                  PIC X(07) VALUE "  RUN ".
002640     05  WS-H1-RUN-NO            PIC X(04).
002650     05  FILLER                  PIC X(09) VALUE "  GROUP ".
002660     05  WS-H1-GROUP             PIC X(01).
002670 01  WS-RPT-HEADING-2.
002680     05  FILLER                  PIC X(36)
002690         VALUE "PROOF ITEM".
002700     05  FILLER                  PIC X(64) VALUE
002710         "    REGISTER        ON FILE     DIFFERENCE  RESULT".
002720 01  WS-RPT-DETAIL.
002730     05  WS-RD-ITEM              PIC X(34).
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  WS-RD-EXPECTED          PIC ---,---,--9.99.
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  WS-RD-ACTUAL            PIC ---,---,--9.99.
002780     05  FILLER                  PIC X(01) VALUE SPACE.
002790     05  WS-RD-DIFF              PIC ---,---,--9.99.
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  WS-RD-RESULT            PIC X(07).
002820*
002830******************************************************************
002840*
002850*   PROCEDURE DIVISION.
002860*
002870******************************************************************
002880 PROCEDURE DIVISION.
002890*
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE
002920         THRU 1000-INITIALIZE-EXIT
002930     IF PT-FINAL
002940         PERFORM 2000-PROVE-YTD
002950             THRU 2000-PROVE-YTD-EXIT
002960         PERFORM 3000-PROVE-NET-PAY
002970             THRU 3000-PROVE-NET-PAY-EXIT
002980         PERFORM 4000-PROVE-GL
002990             THRU 4000-PROVE-GL-EXIT
003000         PERFORM 5000-PROVE-PERIOD
003010             THRU 5000-PROVE-PERIOD-EXIT
003020     END-IF
003030     PERFORM 8000-FINALIZE
003040         THRU 8000-FINALIZE-EXIT
003050     STOP RUN.
003060*
003070*------------------------------------------------------------*
003080*    1000-INITIALIZE - RUN LOG, THE PAYROLL RUN'S CONTROL     *
003090*    TOTALS AND THE REPORT HEADINGS.  NO TOTALS RECORD MEANS  *
003100*    THE PAYROLL STEP NEVER FINISHED - NOTHING CAN BE PROVED. *
003110*------------------------------------------------------------*
003120 1000-INITIALIZE.
003130     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
003140     IF WS-JOB-ID = SPACES
003150         MOVE "PAYPROOF" TO WS-JOB-ID
003160     END-IF
003170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003180     OPEN EXTEND RUN-LOG-FILE
003190     MOVE "S" TO WS-RL-ENTRY-TYPE
003200     MOVE SPACES TO WS-RL-STATUS
003210     PERFORM 6100-WRITE-RUN-LOG
003220         THRU 6100-WRITE-RUN-LOG-EXIT
003230     OPEN INPUT PAYROLL-TOTALS-FILE
003240     IF WS-TOT-FILE-STATUS = "35"
003250         DISPLAY "PAYPROOF ABEND - PAYROLL CONTROL TOTALS"
003260                 " (PAYTOT) NOT FOUND"
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF
003300     READ PAYROLL-TOTALS-FILE
003310         AT END
003320             DISPLAY "PAYPROOF ABEND - PAYROLL CONTROL TOTALS"
003330                     " (PAYTOT) EMPTY - PAYROLL DID NOT FINISH"
003340             MOVE 16 TO RETURN-CODE
003350             STOP RUN
003360     END-READ
003370*    THE TOTALS ARE USED AFTER THE CLOSE, SO THE KEY FIELDS
003380*    ARE TAKEN INTO WORKING STORAGE HERE.
003390     MOVE PT-PAY-DATE TO WS-PAY-DATE
003400     MOVE PT-PAY-GROUP TO WS-PAY-GROUP
003410     OPEN OUTPUT PROOF-REPORT-FILE
003420     MOVE WS-RUN-DATE TO WS-H1-DATE
003430     MOVE WS-PAY-DATE TO WS-H1-PAY-DATE
003440     MOVE PT-RUN-NUMBER TO WS-H1-RUN-NO
003450     MOVE WS-PAY-GROUP TO WS-H1-GROUP
003460     WRITE PROOF-REPORT-LINE FROM WS-RPT-HEADING-1
003470     IF NOT PT-FINAL
003480         MOVE SPACES TO PROOF-REPORT-LINE
003490         STRING "RUN MODE " PT-RUN-MODE
003500                 " - NOTHING WAS POSTED, SO NOTHING IS PROVED."
003510                 "  THE ACH FILE IS NOT TO BE TRANSMITTED."
003520             DELIMITED BY SIZE INTO PROOF-REPORT-LINE
003530         WRITE PROOF-REPORT-LINE
003540             AFTER ADVANCING 2 LINES
003550         GO TO 1000-INITIALIZE-EXIT
003560     END-IF
003570     WRITE PROOF-REPORT-LINE FROM WS-RPT-HEADING-2
003580         AFTER ADVANCING 2 LINES.
003590 1000-INITIALIZE-EXIT.
003600     EXIT.
003610*
003620*------------------------------------------------------------*
003630*    2000-PROVE-YTD - THE YTD MASTER'S CHANGE FOR THE PAY     *
003640*    YEAR (LIVE MASTER LESS THE PRE-PAYROLL SNAPSHOT) MUST    *
003650*    EQUAL THE REGISTER GRAND TOTALS.                         *
003660*------------------------------------------------------------*
003670 2000-PROVE-YTD.
003680     OPEN INPUT YTD-SNAPSHOT-FILE
003690*    THE SNAPSHOT OF A SHOP'S VERY FIRST RUN IS EMPTY, BUT A
003700*    MISSING ONE MEANS THE UNLOAD STEP DID NOT RUN - THE
003710*    CHANGE CANNOT BE MEASURED, WHICH IS ITSELF A BREAK.
003720     IF WS-SNAP-FILE-STATUS = "35"
003730         MOVE SPACES TO PROOF-REPORT-LINE
003740         MOVE "*** YTD SNAPSHOT (YTDSNAP) NOT FOUND"
003750             TO PROOF-REPORT-LINE
003760         WRITE PROOF-REPORT-LINE
003770         ADD 1 TO WS-BREAK-COUNT
003780         GO TO 2000-PROVE-YTD-EXIT
003790     END-IF
003800     PERFORM 2100-SUM-SNAPSHOT
003810         THRU 2100-SUM-SNAPSHOT-EXIT
003820         UNTIL SNAP-EOF
003830     CLOSE YTD-SNAPSHOT-FILE
003840     OPEN INPUT YTD-MASTER-FILE
003850     IF WS-YTD-FILE-STATUS = "35"
003860         DISPLAY "PAYPROOF ABEND - YTD MASTER NOT FOUND"
003870         MOVE 16 TO RETURN-CODE
003880         STOP RUN
003890     END-IF
003900     PERFORM 2200-SUM-YTD-MASTER
003910         THRU 2200-SUM-YTD-MASTER-EXIT
003920         UNTIL YTD-EOF
003930     CLOSE YTD-MASTER-FILE
003940     MOVE "YTD GROSS CHANGE" TO WS-PRF-ITEM
003950     MOVE PT-GROSS TO WS-PRF-EXPECTED
003960     COMPUTE WS-PRF-ACTUAL = WS-YA-GROSS - WS-YB-GROSS
003970     PERFORM 6200-PRINT-PROOF-LINE
003980         THRU 6200-PRINT-PROOF-LINE-EXIT
003990     MOVE "YTD FEDERAL TAX CHANGE" TO WS-PRF-ITEM
004000     MOVE PT-FED-TAX TO WS-PRF-EXPECTED
004010     COMPUTE WS-PRF-ACTUAL = WS-YA-FED - WS-YB-FED
004020     PERFORM 6200-PRINT-PROOF-LINE
004030         THRU 6200-PRINT-PROOF-LINE-EXIT
004040     MOVE "YTD FICA CHANGE" TO WS-PRF-ITEM
004050     MOVE PT-FICA TO WS-PRF-EXPECTED
004060     COMPUTE WS-PRF-ACTUAL = WS-YA-FICA - WS-YB-FICA
004070     PERFORM 6200-PRINT-PROOF-LINE
004080         THRU 6200-PRINT-PROOF-LINE-EXIT
004090     MOVE "YTD STATE TAX CHANGE" TO WS-PRF-ITEM
004100     MOVE PT-STATE-TAX TO WS-PRF-EXPECTED
004110     COMPUTE WS-PRF-ACTUAL = WS-YA-STATE - WS-YB-STATE
004120     PERFORM 6200-PRINT-PROOF-LINE
004130         THRU 6200-PRINT-PROOF-LINE-EXIT
004140     MOVE "YTD NET CHANGE" TO WS-PRF-ITEM
004150     MOVE PT-NET TO WS-PRF-EXPECTED
004160     COMPUTE WS-PRF-ACTUAL = WS-YA-NET - WS-YB-NET
004170     PERFORM 6200-PRINT-PROOF-LINE
004180         THRU 6200-PRINT-PROOF-LINE-EXIT.
004190 2000-PROVE-YTD-EXIT.
004200     EXIT.
004210*
004220 2100-SUM-SNAPSHOT.
004230     READ YTD-SNAPSHOT-FILE
004240         AT END
004250             SET SNAP-EOF TO TRUE
004260             GO TO 2100-SUM-SNAPSHOT-EXIT
004270     END-READ
004280     ADD 1 TO WS-SNAP-READ-COUNT
004290     IF YS-YEAR NOT = WS-PAY-YEAR
004300         GO TO 2100-SUM-SNAPSHOT-EXIT
004310     END-IF
004320     ADD YS-GROSS TO WS-YB-GROSS
004330     ADD YS-FED-TAX TO WS-YB-FED
004340     ADD YS-FICA TO WS-YB-FICA
004350     ADD YS-STATE-TAX TO WS-YB-STATE
004360     ADD YS-NET TO WS-YB-NET.
004370 2100-SUM-SNAPSHOT-EXIT.
004380     EXIT.
004390*
004400 2200-SUM-YTD-MASTER.
004410     READ YTD-MASTER-FILE NEXT RECORD
004420         AT END
004430             SET YTD-EOF TO TRUE
004440             GO TO 2200-SUM-YTD-MASTER-EXIT
004450     END-READ
004460     ADD 1 TO WS-YTD-READ-COUNT
004470     IF YT-YEAR NOT = WS-PAY-YEAR
004480         GO TO 2200-SUM-YTD-MASTER-EXIT
004490     END-IF
004500     ADD YT-GROSS TO WS-YA-GROSS
004510     ADD YT-FED-TAX TO WS-YA-FED
004520     ADD YT-FICA TO WS-YA-FICA
004530     ADD YT-STATE-TAX TO WS-YA-STATE
004540     ADD YT-NET TO WS-YA-NET.
004550 2200-SUM-YTD-MASTER-EXIT.
004560     EXIT.
004570*
004580*------------------------------------------------------------*
004590*    3000-PROVE-NET-PAY - THE CHECKS THIS RUN CUT (ITS CHECK- *
004600*    NUMBER RANGE, FOR THE PAY DATE) PLUS THE ACHDEP TRAILER  *
004610*    MUST EQUAL THE REGISTER NET.  THE TRAILER MUST ALSO      *
004620*    AGREE WITH THE DEPOSIT DETAIL IT CLOSES.                 *
004630*------------------------------------------------------------*
004640 3000-PROVE-NET-PAY.
004650     OPEN INPUT CHECK-ISSUE-FILE
004660     IF WS-CHK-FILE-STATUS = "35"
004670         SET CHK-EOF TO TRUE
004680     END-IF
004690     PERFORM 3100-SUM-CHECKS
004700         THRU 3100-SUM-CHECKS-EXIT
004710         UNTIL CHK-EOF
004720     IF WS-CHK-FILE-STATUS NOT = "35"
004730         CLOSE CHECK-ISSUE-FILE
004740     END-IF
004750     OPEN INPUT ACH-DEPOSIT-FILE
004760     IF WS-ACH-FILE-STATUS = "35"
004770         SET ACH-EOF TO TRUE
004780     END-IF
004790     PERFORM 3200-SUM-DEPOSITS
004800         THRU 3200-SUM-DEPOSITS-EXIT
004810         UNTIL ACH-EOF
004820     IF WS-ACH-FILE-STATUS NOT = "35"
004830         CLOSE ACH-DEPOSIT-FILE
004840     END-IF
004850     MOVE "CHECKS CUT (CHKISSUE)" TO WS-PRF-ITEM
004860     MOVE PT-CHECK-NET TO WS-PRF-EXPECTED
004870     MOVE WS-CHK-TOTAL TO WS-PRF-ACTUAL
004880     PERFORM 6200-PRINT-PROOF-LINE
004890         THRU 6200-PRINT-PROOF-LINE-EXIT
004900     IF NOT TRAILER-FOUND
004910         MOVE SPACES TO PROOF-REPORT-LINE
004920         MOVE "*** ACHDEP HAS NO TRAILER RECORD"
004930             TO PROOF-REPORT-LINE
004940         WRITE PROOF-REPORT-LINE
004950         ADD 1 TO WS-BREAK-COUNT
004960     END-IF
004970     MOVE "ACH TRAILER VS DEPOSIT DETAIL" TO WS-PRF-ITEM
004980     MOVE WS-ACH-TRAILER-TOTAL TO WS-PRF-EXPECTED
004990     MOVE WS-ACH-DETAIL-TOTAL TO WS-PRF-ACTUAL
005000     PERFORM 6200-PRINT-PROOF-LINE
005010         THRU 6200-PRINT-PROOF-LINE-EXIT
005020     MOVE "NET PAY = CHECKS + ACH TRAILER" TO WS-PRF-ITEM
005030     MOVE PT-NET TO WS-PRF-EXPECTED
005040     ADD WS-CHK-TOTAL WS-ACH-TRAILER-TOTAL
005050         GIVING WS-PRF-ACTUAL
005060     PERFORM 6200-PRINT-PROOF-LINE
005070         THRU 6200-PRINT-PROOF-LINE-EXIT
005080     MOVE WS-CHK-COUNT TO WS-CNT-EDIT
005090     MOVE PT-CHECK-COUNT TO WS-CNT-EDIT-2
005100     MOVE SPACES TO PROOF-REPORT-LINE
005110     STRING "    CHECKS ON FILE " WS-CNT-EDIT
005120             " (REGISTER " WS-CNT-EDIT-2 ")"
005130         DELIMITED BY SIZE INTO PROOF-REPORT-LINE
005140     WRITE PROOF-REPORT-LINE
005150     MOVE WS-ACH-COUNT TO WS-CNT-EDIT
005160     MOVE WS-ACH-TRAILER-COUNT TO WS-CNT-EDIT-2
005170     MOVE SPACES TO PROOF-REPORT-LINE
005180     STRING "    DEPOSITS ON FILE " WS-CNT-EDIT
005190             " (TRAILER " WS-CNT-EDIT-2 ")"
005200         DELIMITED BY SIZE INTO PROOF-REPORT-LINE
005210     WRITE PROOF-REPORT-LINE
005220     IF WS-CHK-COUNT NOT = PT-CHECK-COUNT
005230             OR WS-ACH-COUNT NOT = WS-ACH-TRAILER-COUNT
005240             OR WS-ACH-COUNT NOT = PT-ACH-COUNT
005250         MOVE SPACES TO PROOF-REPORT-LINE
005260         MOVE "*** CHECK OR DEPOSIT COUNTS DO NOT AGREE"
005270             TO PROOF-REPORT-LINE
005280         WRITE PROOF-REPORT-LINE
005290         ADD 1 TO WS-BREAK-COUNT
005300     END-IF.
005310 3000-PROVE-NET-PAY-EXIT.
005320     EXIT.
005330*
005340 3100-SUM-CHECKS.
005350     READ CHECK-ISSUE-FILE
005360         AT END
005370             SET CHK-EOF TO TRUE
005380             GO TO 3100-SUM-CHECKS-EXIT
005390     END-READ
005400     ADD 1 TO WS-CHK-READ-COUNT
005410     IF CH-CHECK-NO < PT-FIRST-CHECK-NO
005420             OR CH-CHECK-NO > PT-LAST-CHECK-NO
005430             OR CH-PAY-DATE NOT = WS-PAY-DATE
005440         GO TO 3100-SUM-CHECKS-EXIT
005450     END-IF
005460     ADD 1 TO WS-CHK-COUNT
005470     ADD CH-NET-AMOUNT TO WS-CHK-TOTAL.
005480 3100-SUM-CHECKS-EXIT.
005490     EXIT.
005500*
005510 3200-SUM-DEPOSITS.
005520     READ ACH-DEPOSIT-FILE
005530         AT END
005540             SET ACH-EOF TO TRUE
005550             GO TO 3200-SUM-DEPOSITS-EXIT
005560     END-READ
005570     ADD 1 TO WS-ACH-READ-COUNT
005580     IF DP-TRAILER
005590         SET TRAILER-FOUND TO TRUE
005600         MOVE DP-DEPOSIT-COUNT TO WS-ACH-TRAILER-COUNT
005610         MOVE DP-AMOUNT-TOTAL TO WS-ACH-TRAILER-TOTAL
005620         GO TO 3200-SUM-DEPOSITS-EXIT
005630     END-IF
005640     IF DP-DETAIL
005650             AND DP-DEPOSIT
005660         ADD 1 TO WS-ACH-COUNT
005670         ADD DP-AMOUNT TO WS-ACH-DETAIL-TOTAL
005680     END-IF.
005690 3200-SUM-DEPOSITS-EXIT.
005700     EXIT.
005710*
005720*------------------------------------------------------------*
005730*    4000-PROVE-GL - THE GLPOST GENERATION'S DEBITS AND       *
005740*    CREDITS BY ACCOUNT MUST CARRY THE REGISTER'S GROSS,      *
005750*    WITHHOLDING, DEDUCTIONS, NET AND EMPLOYER TAXES, AND     *
005760*    BALANCE.  A POSTING FOR ANOTHER PAY DATE OR GROUP MEANS  *
005770*    THE WRONG GENERATION WAS PICKED UP.                      *
005780*------------------------------------------------------------*
005790 4000-PROVE-GL.
005800     OPEN INPUT GL-POSTING-FILE
005810     IF WS-GL-FILE-STATUS = "35"
005820         SET GL-EOF TO TRUE
005830     END-IF
005840     PERFORM 4100-SUM-GL
005850         THRU 4100-SUM-GL-EXIT
005860         UNTIL GL-EOF
005870     IF WS-GL-FILE-STATUS NOT = "35"
005880         CLOSE GL-POSTING-FILE
005890     END-IF
005900     MOVE "GROSS = LABOR EXPENSE DEBITS" TO WS-PRF-ITEM
005910     MOVE PT-GROSS TO WS-PRF-EXPECTED
005920     MOVE WS-GL-LABOR-DR TO WS-PRF-ACTUAL
005930     PERFORM 6200-PRINT-PROOF-LINE
005940         THRU 6200-PRINT-PROOF-LINE-EXIT
005950     MOVE "FEDERAL TAX = 21100000 CREDITS" TO WS-PRF-ITEM
005960     MOVE PT-FED-TAX TO WS-PRF-EXPECTED
005970     MOVE WS-GL-FED-CR TO WS-PRF-ACTUAL
005980     PERFORM 6200-PRINT-PROOF-LINE
005990         THRU 6200-PRINT-PROOF-LINE-EXIT
006000*    THE EMPLOYER'S SHARE OF FICA IS CREDITED TO THE SAME
006010*    LIABILITY AS THE WITHHELD SHARE.
006020     MOVE "FICA + ER FICA = 21200000 CREDITS" TO WS-PRF-ITEM
006030     ADD PT-FICA PT-ER-FICA GIVING WS-PRF-EXPECTED
006040     MOVE WS-GL-FICA-CR TO WS-PRF-ACTUAL
006050     PERFORM 6200-PRINT-PROOF-LINE
006060         THRU 6200-PRINT-PROOF-LINE-EXIT
006070     MOVE "STATE TAX = 21300000 CREDITS" TO WS-PRF-ITEM
006080     MOVE PT-STATE-TAX TO WS-PRF-EXPECTED
006090     MOVE WS-GL-STATE-CR TO WS-PRF-ACTUAL
006100     PERFORM 6200-PRINT-PROOF-LINE
006110         THRU 6200-PRINT-PROOF-LINE-EXIT
006120     MOVE "DEDUCTIONS = 21400000 CREDITS" TO WS-PRF-ITEM
006130     MOVE PT-DEDUCTIONS TO WS-PRF-EXPECTED
006140     MOVE WS-GL-DED-CR TO WS-PRF-ACTUAL
006150     PERFORM 6200-PRINT-PROOF-LINE
006160         THRU 6200-PRINT-PROOF-LINE-EXIT
006170     MOVE "NET PAY = CASH CREDITS" TO WS-PRF-ITEM
006180     MOVE PT-NET TO WS-PRF-EXPECTED
006190     MOVE WS-GL-CASH-CR TO WS-PRF-ACTUAL
006200     PERFORM 6200-PRINT-PROOF-LINE
006210         THRU 6200-PRINT-PROOF-LINE-EXIT
006220     MOVE "EMPLOYER TAXES = TAX EXPENSE DR" TO WS-PRF-ITEM
006230     ADD PT-ER-FICA PT-FUTA PT-SUTA GIVING WS-PRF-EXPECTED
006240     MOVE WS-GL-ER-TAX-DR TO WS-PRF-ACTUAL
006250     PERFORM 6200-PRINT-PROOF-LINE
006260         THRU 6200-PRINT-PROOF-LINE-EXIT
006270     MOVE "GL DEBITS = GL CREDITS" TO WS-PRF-ITEM
006280     MOVE WS-GL-DEBIT-TOTAL TO WS-PRF-EXPECTED
006290     MOVE WS-GL-CREDIT-TOTAL TO WS-PRF-ACTUAL
006300     PERFORM 6200-PRINT-PROOF-LINE
006310         THRU 6200-PRINT-PROOF-LINE-EXIT
006320     IF WS-GL-OTHER-RUN-COUNT > ZERO
006330         MOVE WS-GL-OTHER-RUN-COUNT TO WS-CNT-EDIT
006340         MOVE SPACES TO PROOF-REPORT-LINE
006350         STRING "*** GLPOST HOLDS " WS-CNT-EDIT
006360                 " POSTINGS FOR ANOTHER PAY DATE OR GROUP"
006370             DELIMITED BY SIZE INTO PROOF-REPORT-LINE
006380         WRITE PROOF-REPORT-LINE
006390         ADD 1 TO WS-BREAK-COUNT
006400     END-IF.
006410 4000-PROVE-GL-EXIT.
006420     EXIT.
006430*
006440 4100-SUM-GL.
006450     READ GL-POSTING-FILE
006460         AT END
006470             SET GL-EOF TO TRUE
006480             GO TO 4100-SUM-GL-EXIT
006490     END-READ
006500     ADD 1 TO WS-GL-READ-COUNT
006510     IF GL-PAY-DATE NOT = WS-PAY-DATE
006520             OR GL-PAY-GROUP NOT = WS-PAY-GROUP
006530         ADD 1 TO WS-GL-OTHER-RUN-COUNT
006540     END-IF
006550     IF GL-DEBIT
006560         ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
006570         EVALUATE GL-ACCOUNT
006580             WHEN WS-ACCT-LABOR
006590                 ADD GL-AMOUNT TO WS-GL-LABOR-DR
006600             WHEN WS-ACCT-ER-FICA-EXP
006610             WHEN WS-ACCT-FUTA-EXP
006620             WHEN WS-ACCT-SUTA-EXP
006630                 ADD GL-AMOUNT TO WS-GL-ER-TAX-DR
006640             WHEN OTHER
006650                 CONTINUE
006660         END-EVALUATE
006670         GO TO 4100-SUM-GL-EXIT
006680     END-IF
006690     ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
006700     EVALUATE GL-ACCOUNT
006710         WHEN WS-ACCT-FED-LIAB
006720             ADD GL-AMOUNT TO WS-GL-FED-CR
006730         WHEN WS-ACCT-FICA-LIAB
006740             ADD GL-AMOUNT TO WS-GL-FICA-CR
006750         WHEN WS-ACCT-STATE-LIAB
006760             ADD GL-AMOUNT TO WS-GL-STATE-CR
006770         WHEN WS-ACCT-DED-LIAB
006780             ADD GL-AMOUNT TO WS-GL-DED-CR
006790         WHEN WS-ACCT-CASH
006800             ADD GL-AMOUNT TO WS-GL-CASH-CR
006810         WHEN OTHER
006820             CONTINUE
006830     END-EVALUATE.
006840 4100-SUM-GL-EXIT.
006850     EXIT.
006860*
006870*------------------------------------------------------------*
006880*    5000-PROVE-PERIOD - THE GROUP'S PERIOD ON THE CALENDAR   *
006890*    MUST BE MARKED POSTED, BY THIS RUN, AND NOT HAVE BEEN    *
006900*    POSTED ALREADY WHEN THE RUN STARTED (A SUPERVISOR-       *
006910*    OVERRIDE RERUN POSTS THE PERIOD A SECOND TIME).          *
006920*------------------------------------------------------------*
006930 5000-PROVE-PERIOD.
006940     ADD 1 TO WS-PROOF-COUNT
006950     MOVE SPACES TO PROOF-REPORT-LINE
006960     OPEN INPUT PERIOD-CALENDAR-FILE
006970     IF WS-CAL-FILE-STATUS = "35"
006980         MOVE "*** PERIOD CALENDAR (PERCAL) NOT FOUND"
006990             TO PROOF-REPORT-LINE
007000         WRITE PROOF-REPORT-LINE
007010         ADD 1 TO WS-BREAK-COUNT
007020         GO TO 5000-PROVE-PERIOD-EXIT
007030     END-IF
007040     MOVE WS-PAY-GROUP TO PD-PAY-GROUP
007050     MOVE WS-PAY-DATE TO PD-PERIOD-END-DATE
007060     READ PERIOD-CALENDAR-FILE
007070         KEY IS PD-KEY
007080         INVALID KEY
007090             STRING "*** PERIOD " WS-PAY-DATE
007100                     " GROUP '" WS-PAY-GROUP "'"
007110                     " IS NOT ON THE CALENDAR"
007120                 DELIMITED BY SIZE INTO PROOF-REPORT-LINE
007130             WRITE PROOF-REPORT-LINE
007140             ADD 1 TO WS-BREAK-COUNT
007150             CLOSE PERIOD-CALENDAR-FILE
007160             GO TO 5000-PROVE-PERIOD-EXIT
007170     END-READ
007180     CLOSE PERIOD-CALENDAR-FILE
007190     EVALUATE TRUE
007200         WHEN NOT PD-POSTED
007210             STRING "*** PERIOD " WS-PAY-DATE
007220                     " IS NOT MARKED POSTED ON THE CALENDAR"
007230                 DELIMITED BY SIZE INTO PROOF-REPORT-LINE
007240             ADD 1 TO WS-BREAK-COUNT
007250         WHEN PD-POSTED-RUN NOT = PT-RUN-NUMBER
007260             STRING "*** PERIOD " WS-PAY-DATE
007270                     " POSTED BY RUN " PD-POSTED-RUN
007280                     ", NOT BY THIS RUN " PT-RUN-NUMBER
007290                 DELIMITED BY SIZE INTO PROOF-REPORT-LINE
007300             ADD 1 TO WS-BREAK-COUNT
007310         WHEN PT-PRIOR-POST-RUN NOT = SPACES
007320             STRING "*** PERIOD " WS-PAY-DATE
007330                     " POSTED TWICE - ALREADY POSTED BY RUN "
007340                     PT-PRIOR-POST-RUN " ON "
007350                     PT-PRIOR-POST-DATE
007360                     " (OVERRIDE RERUN)"
007370                 DELIMITED BY SIZE INTO PROOF-REPORT-LINE
007380             ADD 1 TO WS-BREAK-COUNT
007390         WHEN OTHER
007400             STRING "PERIOD " WS-PAY-DATE
007410                     " POSTED ONCE, BY THIS RUN, ON "
007420                     PD-POSTED-DATE
007430                 DELIMITED BY SIZE INTO PROOF-REPORT-LINE
007440     END-EVALUATE
007450     WRITE PROOF-REPORT-LINE.
007460 5000-PROVE-PERIOD-EXIT.
007470     EXIT.
007480*
007490*------------------------------------------------------------*
007500*    6100-WRITE-RUN-LOG - ONE STANDARD RUN-LOG RECORD (S AT   *
007510*    START OF RUN, E WITH THE FINAL COUNTS AT END).           *
007520*------------------------------------------------------------*
007530 6100-WRITE-RUN-LOG.
007540     MOVE SPACES TO RUN-LOG-RECORD
007550     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
007560     ACCEPT WS-TS-TIME FROM TIME
007570     MOVE "PAYPROOF" TO RL-PROGRAM-ID
007580     MOVE WS-JOB-ID TO RL-JOB-ID
007590     MOVE WS-RL-ENTRY-TYPE TO RL-ENTRY-TYPE
007600     MOVE WS-TS-DATE TO RL-DATE
007610     MOVE WS-TS-TIME TO RL-TIME
007620     ADD WS-SNAP-READ-COUNT WS-YTD-READ-COUNT
007630         WS-CHK-READ-COUNT WS-ACH-READ-COUNT WS-GL-READ-COUNT
007640         GIVING RL-RECORDS-READ
007650     MOVE WS-PROOF-COUNT TO RL-RECORDS-WRITTEN
007660     MOVE WS-BREAK-COUNT TO RL-EXCEPTION-COUNT
007670     MOVE WS-RL-STATUS TO RL-FINAL-STATUS
007680     MOVE WS-PAY-GROUP TO RL-PAY-GROUP
007690     WRITE RUN-LOG-RECORD.
007700 6100-WRITE-RUN-LOG-EXIT.
007710     EXIT.
007720*
007730*------------------------------------------------------------*
007740*    6200-PRINT-PROOF-LINE - PRINT ONE REGISTER-VS-FILE       *
007750*    FIGURE WITH ITS DIFFERENCE; ANY DIFFERENCE IS A BREAK.   *
007760*------------------------------------------------------------*
007770 6200-PRINT-PROOF-LINE.
007780     ADD 1 TO WS-PROOF-COUNT
007790     COMPUTE WS-PRF-DIFF = WS-PRF-ACTUAL - WS-PRF-EXPECTED
007800     MOVE WS-PRF-ITEM TO WS-RD-ITEM
007810     MOVE WS-PRF-EXPECTED TO WS-RD-EXPECTED
007820     MOVE WS-PRF-ACTUAL TO WS-RD-ACTUAL
007830     MOVE WS-PRF-DIFF TO WS-RD-DIFF
007840     IF WS-PRF-DIFF = ZERO
007850         MOVE "TIES" TO WS-RD-RESULT
007860     ELSE
007870         MOVE "*BREAK*" TO WS-RD-RESULT
007880         ADD 1 TO WS-BREAK-COUNT
007890     END-IF
007900     WRITE PROOF-REPORT-LINE FROM WS-RPT-DETAIL.
007910 6200-PRINT-PROOF-LINE-EXIT.
007920     EXIT.
007930*
007940*------------------------------------------------------------*
007950*    8000-FINALIZE - THE VERDICT.  ANY BREAK IS RC 8, WHICH   *
007960*    HOLDS THE ACH TRANSMISSION; A TRIAL RUN IS RC 4 (NOTHING *
007970*    TO SEND).  ONLY A CLEAN PROOF OF A FINAL RUN IS RC 0.    *
007980*------------------------------------------------------------*
007990 8000-FINALIZE.
008000     CLOSE PAYROLL-TOTALS-FILE
008010     IF NOT PT-FINAL
008020         MOVE 4 TO RETURN-CODE
008030         GO TO 8000-FINALIZE-LOG
008040     END-IF
008050     MOVE WS-BREAK-COUNT TO WS-CNT-EDIT
008060     MOVE SPACES TO PROOF-REPORT-LINE
008070     STRING "PROOF ITEMS: " WS-PROOF-COUNT
008080             "  BREAKS: " WS-BREAK-COUNT
008090         DELIMITED BY SIZE INTO PROOF-REPORT-LINE
008100     WRITE PROOF-REPORT-LINE
008110         AFTER ADVANCING 2 LINES
008120     MOVE SPACES TO PROOF-REPORT-LINE
008130     IF WS-BREAK-COUNT = ZERO
008140         MOVE "PAYROLL PROVES - ACH FILE RELEASED TO THE BANK"
008150             TO PROOF-REPORT-LINE
008160     ELSE
008170         MOVE "*** PAYROLL DOES NOT PROVE - ACH FILE HELD ***"
008180             TO PROOF-REPORT-LINE
008190         MOVE 8 TO RETURN-CODE
008200     END-IF
008210     WRITE PROOF-REPORT-LINE.
008220 8000-FINALIZE-LOG.
008230     MOVE "E" TO WS-RL-ENTRY-TYPE
008240     IF WS-BREAK-COUNT > ZERO
008250         MOVE "FAIL" TO WS-RL-STATUS
008260     ELSE
008270         MOVE "OK" TO WS-RL-STATUS
008280     END-IF
008290     PERFORM 6100-WRITE-RUN-LOG
008300         THRU 6100-WRITE-RUN-LOG-EXIT
008310     CLOSE PROOF-REPORT-FILE
008320           RUN-LOG-FILE.
008330 8000-FINALIZE-EXIT.
008340     EXIT.
