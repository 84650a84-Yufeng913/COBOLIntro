000010******************************************************************
000020*
000030*   IDENTIFICATION DIVISION.
000040*
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.    ESCHEAT.
000080 AUTHOR.        YuFeng Yao.
000090 INSTALLATION.  DATA PROCESSING.
000100 DATE-WRITTEN.  October 15th, 2026.
000110 DATE-COMPILED.
000120*
000130*   MODIFICATION HISTORY
000140*   --------------------------------------------------------------
000150*   DATE        INIT  DESCRIPTION
000160*   2026-10-15  YFY   ORIGINAL - UNCLAIMED-WAGE ESCHEATMENT OF
000170*                     STALE OUTSTANDING CHECKS.  EVERY ISSUED
000180*                     CHECK OUTSTANDING PAST THE STALE DAYS ON THE
000190*                     ESCCTL CARD GETS A DUE-DILIGENCE LETTER
000200*                     (ESCLTR) TO THE EMPLOYEE NAMED ON THE
000210*                     MASTER AND IS MARKED D WITH THE LETTER DATE.
000220*                     ON A REPORT RUN, EVERY D CHECK STILL
000230*                     UNCLAIMED PAST THE HOLD DAYS IS MARKED E
000240*                     (ESCHEATED), WRITTEN TO THE STATE
000250*                     UNCLAIMED-PROPERTY FILE (UPFILE, SEE UPREC)
000260*                     GROUPED BY THE EMPLOYEE'S LAST WORK STATE,
000270*                     AND POSTED TO ESCGL - DEBIT CASH, CREDIT
000280*                     ESCHEAT LIABILITY - PER STATE.  THE RUN
000290*                     PROVES THE FILE AND THE GL TO THE CHECKS
000300*                     ESCHEATED (RC 8 IF THEY DO NOT TIE).
000310*                     REPLACES THE HAND-MAILED LETTERS, THE PAPER
000320*                     REPLY TRACKING AND THE HAND-BUILT STATE
000330*                     REPORT.
000340*   2026-10-15  YFY   CHECKS UNDER IDENT 000 ARE REMIT'S VENDOR
000350*                     CHECKS, NOT WAGES - NEVER LETTERED OR
000360*                     ESCHEATED HERE.  ONES OUTSTANDING PAST THE
000370*                     STALE DAYS ARE LISTED SEPARATELY FOR
000380*                     ACCOUNTS PAYABLE TO FOLLOW UP.  THE LTR
000390*                     DATE ON AN ESCHEATED LINE IS NOW THE LETTER
000400*                     DATE, NOT THE ESCHEAT DATE.
000410*
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470*
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ESCHEAT-CONTROL-FILE
000510         ASSIGN TO ESCCTL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CTL-FILE-STATUS.
000540*
000550     SELECT CHECK-ISSUE-FILE
000560         ASSIGN TO CHKISSUE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CHK-FILE-STATUS.
000590*
000600     SELECT EMPLOYEE-MASTER-FILE
000610         ASSIGN TO CUSTMAST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS Ident
000650         FILE STATUS IS WS-EMP-FILE-STATUS.
000660*
000670     SELECT LETTER-FILE
000680         ASSIGN TO ESCLTR
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700*
000710     SELECT ESCHEAT-REPORT-FILE
000720         ASSIGN TO ESCRPT
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740*
000750     SELECT UNCLAIMED-PROPERTY-FILE
000760         ASSIGN TO UPFILE
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780*
000790     SELECT GL-POSTING-FILE
000800         ASSIGN TO ESCGL
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820*
000830     SELECT RUN-LOG-FILE
000840         ASSIGN TO RUNLOG
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890*
000900 FD  ESCHEAT-CONTROL-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY ESCCTL.
000930*
000940 FD  CHECK-ISSUE-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY CHECKREC.
000970*
000980 FD  EMPLOYEE-MASTER-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY CUSTREC.
001010*
001020 FD  LETTER-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  LETTER-LINE                 PIC X(80).
001050*
001060 FD  ESCHEAT-REPORT-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  ESCHEAT-REPORT-LINE         PIC X(100).
001090*
001100 FD  UNCLAIMED-PROPERTY-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY UPREC.
001130*
001140 FD  GL-POSTING-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY GLREC.
001170*
001180 FD  RUN-LOG-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY RUNLOG.
001210*
001220 WORKING-STORAGE SECTION.
001230*
001240*----------------------------------------------------------------*
001250*    SWITCHES                                                    *
001260*----------------------------------------------------------------*
001270 01  WS-SWITCHES.
001280     05  WS-CHK-EOF-SW           PIC X(01) VALUE "N".
001290         88  CHK-EOF                        VALUE "Y".
001300     05  WS-REPORT-RUN-SW        PIC X(01) VALUE "N".
001310         88  REPORT-RUN                     VALUE "Y".
001320     05  WS-STATE-FOUND-SW       PIC X(01) VALUE "N".
001330         88  STATE-SLOT-FOUND               VALUE "Y".
001340     05  WS-OUT-OF-BALANCE-SW    PIC X(01) VALUE "N".
001350         88  OUT-OF-BALANCE                 VALUE "Y".
001360*
001370*----------------------------------------------------------------*
001380*    FILE STATUS AND RUN IDENTIFICATION                          *
001390*----------------------------------------------------------------*
001400 77  WS-CTL-FILE-STATUS          PIC X(02) VALUE "00".
001410 77  WS-CHK-FILE-STATUS          PIC X(02) VALUE "00".
001420 77  WS-EMP-FILE-STATUS          PIC X(02) VALUE "00".
001430 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
001440 01  WS-TIMESTAMP.
001450     05  WS-TS-DATE              PIC 9(08).
001460     05  WS-TS-TIME              PIC 9(08).
001470 77  WS-RL-ENTRY-TYPE            PIC X(01) VALUE "S".
001480 77  WS-RL-STATUS                PIC X(04) VALUE SPACES.
001490 01  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
001500 01  WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
001510     05  WS-AS-OF-YEAR           PIC 9(04).
001520     05  WS-AS-OF-MONTH          PIC 9(02).
001530     05  WS-AS-OF-DAY            PIC 9(02).
001540*
001550*----------------------------------------------------------------*
001560*    AGING - THE SAME BANKER'S 30/360 DAY COUNT CHKRECON AGES    *
001570*    OUTSTANDING CHECKS BY, SO A CHECK CHKRECON CALLS STALE IS   *
001580*    THE CHECK THIS RUN LETTERS.                                 *
001590*----------------------------------------------------------------*
001600 77  WS-STALE-DAYS               PIC 9(03) VALUE 180.
001610 77  WS-HOLD-DAYS                PIC 9(03) VALUE 090.
001620 77  WS-AGE-DAYS                 PIC S9(05) VALUE ZERO.
001630 01  WS-AGE-DATE                 PIC 9(08) VALUE ZERO.
001640 01  WS-AGE-DATE-R REDEFINES WS-AGE-DATE.
001650     05  WS-AGE-YEAR             PIC 9(04).
001660     05  WS-AGE-MONTH            PIC 9(02).
001670     05  WS-AGE-DAY              PIC 9(02).
001680*
001690*----------------------------------------------------------------*
001700*    GL ACCOUNTS - THE ESCHEATED CHECK COMES OUT OF CASH (WHERE  *
001710*    THE PAY RUN CREDITED IT AS OUTSTANDING) AND INTO ESCHEAT    *
001720*    LIABILITY UNTIL ACCOUNTS PAYABLE REMITS IT TO THE STATE.    *
001730*----------------------------------------------------------------*
001740 77  WS-ACCT-CASH                PIC X(08) VALUE "10100000".
001750 77  WS-ACCT-ESCHEAT-LIAB        PIC X(08) VALUE "21700000".
001760 77  WS-PROPERTY-TYPE            PIC X(04) VALUE "MS01".
001770*
001780*----------------------------------------------------------------*
001790*    THE EMPLOYEE BEHIND THE CHECK - FROM THE MASTER, OR FROM    *
001800*    THE CHECK ITSELF WHEN THE IDENT IS NO LONGER ON FILE.       *
001810*----------------------------------------------------------------*
001820 77  WS-OWNER-NAME               PIC X(20) VALUE SPACES.
001830 77  WS-OWNER-STATE              PIC X(02) VALUE SPACES.
001840 77  WS-OWNER-SSN                PIC 9(09) VALUE ZERO.
001850 77  WS-OWNER-NOTE               PIC X(20) VALUE SPACES.
001860*
001870*----------------------------------------------------------------*
001880*    CHECKS ESCHEATED THIS RUN - HELD SO THE STATE FILE CAN BE   *
001890*    WRITTEN STATE BY STATE AFTER THE CHECK FILE (IN CHECK       *
001900*    NUMBER ORDER) HAS BEEN PASSED.  A CHECK PAST THE LIMIT IS   *
001910*    LEFT D FOR THE NEXT REPORT RUN.                             *
001920*----------------------------------------------------------------*
001930 77  WS-ESC-MAX                  PIC 9(05) VALUE 2000.
001940 77  WS-ESC-COUNT                PIC 9(05) VALUE ZERO.
001950 77  WS-ESC-IX                   PIC S9(04) COMP VALUE ZERO.
001960 01  WS-ESC-TABLE-AREA.
001970     05  WS-ESC-ENTRY OCCURS 2000 TIMES.
001980         10  WS-ET-CHECK-NO      PIC 9(08).
001990         10  WS-ET-IDENT         PIC 9(03).
002000         10  WS-ET-NAME          PIC X(20).
002010         10  WS-ET-SSN           PIC 9(09).
002020         10  WS-ET-AMOUNT        PIC 9(06)V99.
002030         10  WS-ET-PAY-DATE      PIC 9(08).
002040         10  WS-ET-NOTICE-DATE   PIC 9(08).
002050         10  WS-ET-STATE         PIC X(02).
002060*
002070*----------------------------------------------------------------*
002080*    STATE TABLE - SLOT 1 IS ALWAYS THE HOLDER STATE, WHICH ALSO *
002090*    TAKES ANY PROPERTY PAST THE LAST SLOT (CALLED OUT).         *
002100*----------------------------------------------------------------*
002110 77  WS-STATE-MAX                PIC 9(02) VALUE 60.
002120 77  WS-STATE-COUNT              PIC 9(02) VALUE ZERO.
002130 77  WS-STATE-IX                 PIC S9(04) COMP VALUE ZERO.
002140 77  WS-STATE-HIT                PIC S9(04) COMP VALUE ZERO.
002150 01  WS-STATE-TABLE-AREA.
002160     05  WS-STATE-ENTRY OCCURS 60 TIMES.
002170         10  WS-ST-CODE          PIC X(02).
002180         10  WS-ST-COUNT         PIC 9(05).
002190         10  WS-ST-AMOUNT        PIC 9(08)V99.
002200*
002210*----------------------------------------------------------------*
002220*    RUN CONTROLS AND ACCUMULATORS                               *
002230*----------------------------------------------------------------*
002240 77  WS-CHECKS-READ              PIC 9(07) VALUE ZERO.
002250 77  WS-LETTER-COUNT             PIC 9(05) VALUE ZERO.
002260 77  WS-LETTER-AMOUNT            PIC 9(08)V99 VALUE ZERO.
002270 77  WS-HOLD-COUNT               PIC 9(05) VALUE ZERO.
002280 77  WS-HOLD-AMOUNT              PIC 9(08)V99 VALUE ZERO.
002290 77  WS-ESCHEAT-AMOUNT           PIC 9(08)V99 VALUE ZERO.
002300 77  WS-PRIOR-ESC-COUNT          PIC 9(05) VALUE ZERO.
002310 77  WS-HELD-OVER-COUNT          PIC 9(05) VALUE ZERO.
002320 77  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
002330 77  WS-UP-PROPERTY-COUNT        PIC 9(05) VALUE ZERO.
002340 77  WS-UP-PROPERTY-AMOUNT       PIC 9(08)V99 VALUE ZERO.
002350 77  WS-UP-RECORD-COUNT          PIC 9(05) VALUE ZERO.
002360 77  WS-GL-DEBIT-TOTAL           PIC 9(08)V99 VALUE ZERO.
002370 77  WS-GL-CREDIT-TOTAL          PIC 9(08)V99 VALUE ZERO.
002380 77  WS-GL-POSTING-COUNT         PIC 9(05) VALUE ZERO.
002390*
002400*----------------------------------------------------------------*
002410*    STALE VENDOR CHECKS - IDENT 000 IS A CHECK REMIT CUT TO A   *
002420*    DEDUCTION PAYEE.  IT IS UNCLAIMED PROPERTY OF THE PAYEE,    *
002430*    NOT WAGES, SO IT IS HELD HERE AND LISTED AFTER THE WAGE     *
002440*    CHECKS FOR ACCOUNTS PAYABLE.  PAST THE LIMIT IT IS ONLY     *
002450*    COUNTED.                                                    *
002460*----------------------------------------------------------------*
002470 77  WS-VND-MAX                  PIC 9(03) VALUE 200.
002480 77  WS-VND-COUNT                PIC 9(05) VALUE ZERO.
002490 77  WS-VND-AMOUNT               PIC 9(08)V99 VALUE ZERO.
002500 77  WS-VND-LISTED               PIC 9(03) VALUE ZERO.
002510 77  WS-VND-IX                   PIC S9(04) COMP VALUE ZERO.
002520 01  WS-VND-TABLE-AREA.
002530     05  WS-VND-ENTRY OCCURS 200 TIMES.
002540         10  WS-VT-CHECK-NO      PIC 9(08).
002550         10  WS-VT-NAME          PIC X(20).
002560         10  WS-VT-AMOUNT        PIC 9(06)V99.
002570         10  WS-VT-PAY-DATE      PIC 9(08).
002580         10  WS-VT-AGE-DAYS      PIC 9(05).
002590*
002600*----------------------------------------------------------------*
002610*    NUMERIC-EDITED WORK FIELDS                                  *
002620*----------------------------------------------------------------*
002630 77  WS-AMT-EDIT                 PIC ZZZ,ZZ9.99.
002640 77  WS-TOT-EDIT                 PIC ZZ,ZZZ,ZZ9.99.
002650 77  WS-TOT-EDIT-2               PIC ZZ,ZZZ,ZZ9.99.
002660 77  WS-DAYS-EDIT                PIC ZZ9.
002670*
002680*----------------------------------------------------------------*
002690*    REPORT LINES                                                *
002700*----------------------------------------------------------------*
002710 01  WS-RPT-HEADING-1.
002720     05  FILLER                  PIC X(30)
002730         VALUE "UNCLAIMED WAGES - ESCHEATMENT".
002740     05  WS-H1-MODE              PIC X(14).
002750     05  FILLER                  PIC X(07) VALUE "AS OF ".
002760     05  WS-H1-DATE              PIC 9(08).
002770     05  FILLER                  PIC X(08) VALUE "  STALE ".
002780     05  WS-H1-STALE             PIC ZZ9.
002790     05  FILLER                  PIC X(07) VALUE "  HOLD ".
002800     05  WS-H1-HOLD              PIC ZZ9.
002810 01  WS-RPT-HEADING-2.
002820     05  FILLER                  PIC X(10) VALUE "CHECK NO".
002830     05  FILLER                  PIC X(05) VALUE "ID".
002840     05  FILLER                  PIC X(22) VALUE "NAME".
002850     05  FILLER                  PIC X(12) VALUE "    AMOUNT".
002860     05  FILLER                  PIC X(10) VALUE "PAY DATE".
002870     05  FILLER                  PIC X(04) VALUE "ST".
002880     05  FILLER                  PIC X(10) VALUE "LTR DATE".
002890     05  FILLER                  PIC X(06) VALUE "ACTION".
002900 01  WS-RPT-DETAIL.
002910     05  WS-RD-CHECK-NO          PIC 9(08).
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  WS-RD-IDENT             PIC 9(03).
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  WS-RD-NAME              PIC X(20).
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  WS-RD-AMOUNT            PIC ZZZ,ZZ9.99.
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  WS-RD-PAY-DATE          PIC 9(08).
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010     05  WS-RD-STATE             PIC X(02).
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  WS-RD-NOTICE-DATE       PIC X(08).
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  WS-RD-ACTION            PIC X(27).
003060 01  WS-STATE-DETAIL.
003070     05  FILLER                  PIC X(08) VALUE "  STATE ".
003080     05  WS-SD-STATE             PIC X(02).
003090     05  FILLER                  PIC X(10) VALUE "  CHECKS ".
003100     05  WS-SD-COUNT             PIC ZZZZ9.
003110     05  FILLER                  PIC X(10) VALUE "  AMOUNT ".
003120     05  WS-SD-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
003130 01  WS-VENDOR-DETAIL.
003140     05  WS-VD-CHECK-NO          PIC 9(08).
003150     05  FILLER                  PIC X(07) VALUE SPACES.
003160     05  WS-VD-NAME              PIC X(20).
003170     05  FILLER                  PIC X(02) VALUE SPACES.
003180     05  WS-VD-AMOUNT            PIC ZZZ,ZZ9.99.
003190     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  WS-VD-PAY-DATE          PIC 9(08).
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  WS-VD-AGE-DAYS          PIC ZZZZ9.
003230     05  FILLER                  PIC X(27)
003240         VALUE " DAYS - REFER TO A/P".
003250*
003260******************************************************************
003270*
003280*   PROCEDURE DIVISION.
003290*
003300******************************************************************
003310 PROCEDURE DIVISION.
003320*
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE
003350         THRU 1000-INITIALIZE-EXIT
003360     PERFORM 2000-PROCESS-CHECK
003370         THRU 2000-PROCESS-CHECK-EXIT
003380         UNTIL CHK-EOF
003390     IF REPORT-RUN
003400         PERFORM 3000-WRITE-STATE-FILE
003410             THRU 3000-WRITE-STATE-FILE-EXIT
003420         PERFORM 4000-PROVE-ESCHEATMENT
003430             THRU 4000-PROVE-ESCHEATMENT-EXIT
003440     END-IF
003450     PERFORM 5000-LIST-VENDOR-CHECKS
003460         THRU 5000-LIST-VENDOR-CHECKS-EXIT
003470     PERFORM 8000-FINALIZE
003480         THRU 8000-FINALIZE-EXIT
003490     STOP RUN.
003500*
003510*------------------------------------------------------------*
003520*    1000-INITIALIZE - RUN LOG, THE ESCCTL CARD, THEN OPEN    *
003530*    THE ISSUE FILE FOR UPDATE.  A MISSING OR BAD CARD ENDS   *
003540*    THE RUN - RC 16 - BEFORE ANY CHECK IS TOUCHED.           *
003550*------------------------------------------------------------*
003560 1000-INITIALIZE.
003570     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
003580     IF WS-JOB-ID = SPACES
003590         MOVE "ESCHEAT" TO WS-JOB-ID
003600     END-IF
003610     OPEN EXTEND RUN-LOG-FILE
003620     MOVE "S" TO WS-RL-ENTRY-TYPE
003630     MOVE SPACES TO WS-RL-STATUS
003640     PERFORM 6100-WRITE-RUN-LOG
003650         THRU 6100-WRITE-RUN-LOG-EXIT
003660     PERFORM 1100-READ-CONTROL-CARD
003670         THRU 1100-READ-CONTROL-CARD-EXIT
003680     OPEN INPUT EMPLOYEE-MASTER-FILE
003690     IF WS-EMP-FILE-STATUS = "35"
003700         DISPLAY "ESCHEAT ABEND - EMPLOYEE MASTER NOT FOUND"
003710         MOVE 16 TO RETURN-CODE
003720         STOP RUN
003730     END-IF
003740     OPEN I-O CHECK-ISSUE-FILE
003750     IF WS-CHK-FILE-STATUS = "35"
003760         DISPLAY "ESCHEAT ABEND - CHECK-ISSUE FILE NOT FOUND"
003770         MOVE 16 TO RETURN-CODE
003780         STOP RUN
003790     END-IF
003800     OPEN OUTPUT LETTER-FILE
003810                 ESCHEAT-REPORT-FILE
003820     IF REPORT-RUN
003830         OPEN OUTPUT UNCLAIMED-PROPERTY-FILE
003840                     GL-POSTING-FILE
003850         MOVE "REPORT RUN" TO WS-H1-MODE
003860         MOVE 1 TO WS-STATE-COUNT
003870         MOVE EC-HOLDER-STATE TO WS-ST-CODE (1)
003880         MOVE ZERO TO WS-ST-COUNT (1)
003890         MOVE ZERO TO WS-ST-AMOUNT (1)
003900     ELSE
003910         MOVE "LETTERS ONLY" TO WS-H1-MODE
003920     END-IF
003930     MOVE WS-AS-OF-DATE TO WS-H1-DATE
003940     MOVE WS-STALE-DAYS TO WS-H1-STALE
003950     MOVE WS-HOLD-DAYS TO WS-H1-HOLD
003960     WRITE ESCHEAT-REPORT-LINE FROM WS-RPT-HEADING-1
003970     WRITE ESCHEAT-REPORT-LINE FROM WS-RPT-HEADING-2
003980         AFTER ADVANCING 2 LINES
003990     PERFORM 2100-READ-CHECK
004000         THRU 2100-READ-CHECK-EXIT.
004010 1000-INITIALIZE-EXIT.
004020     EXIT.
004030*
004040*------------------------------------------------------------*
004050*    1100-READ-CONTROL-CARD - AS-OF DATE, MODE, STALE AND     *
004060*    HOLD DAYS (BLANK = 180 AND 090) AND THE HOLDER.  THE     *
004070*    HOLDER NAME HEADS THE LETTERS AND THE HOLDER STATE TAKES *
004080*    PROPERTY WITH NO KNOWN WORK STATE, SO BOTH ARE ALWAYS    *
004090*    REQUIRED; THE EIN ONLY ON A REPORT RUN.                  *
004100*------------------------------------------------------------*
004110 1100-READ-CONTROL-CARD.
004120     OPEN INPUT ESCHEAT-CONTROL-FILE
004130     IF WS-CTL-FILE-STATUS = "35"
004140         DISPLAY "ESCHEAT ABEND - CONTROL CARD (ESCCTL) NOT FOUND"
004150         MOVE 16 TO RETURN-CODE
004160         STOP RUN
004170     END-IF
004180     READ ESCHEAT-CONTROL-FILE
004190         AT END
004200             DISPLAY "ESCHEAT ABEND - CONTROL CARD (ESCCTL) EMPTY"
004210             MOVE 16 TO RETURN-CODE
004220             STOP RUN
004230     END-READ
004240     CLOSE ESCHEAT-CONTROL-FILE
004250     IF EC-AS-OF-DATE = SPACES
004260         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
004270     ELSE
004280         IF EC-AS-OF-DATE NOT NUMERIC
004290             DISPLAY "ESCHEAT ABEND - AS-OF DATE NOT NUMERIC: "
004300                     ESCHEAT-CONTROL-CARD
004310             MOVE 16 TO RETURN-CODE
004320             STOP RUN
004330         END-IF
004340         MOVE EC-AS-OF-DATE TO WS-AS-OF-DATE
004350     END-IF
004360     IF NOT EC-LETTERS-ONLY
004370             AND NOT EC-REPORT-RUN
004380         DISPLAY "ESCHEAT ABEND - RUN MODE NOT L OR R: "
004390                 ESCHEAT-CONTROL-CARD
004400         MOVE 16 TO RETURN-CODE
004410         STOP RUN
004420     END-IF
004430     IF EC-REPORT-RUN
004440         SET REPORT-RUN TO TRUE
004450     END-IF
004460     IF EC-STALE-DAYS NOT = SPACES
004470         IF EC-STALE-DAYS-N NUMERIC
004480             MOVE EC-STALE-DAYS-N TO WS-STALE-DAYS
004490         ELSE
004500             DISPLAY "ESCHEAT ABEND - STALE DAYS NOT NUMERIC: "
004510                     ESCHEAT-CONTROL-CARD
004520             MOVE 16 TO RETURN-CODE
004530             STOP RUN
004540         END-IF
004550     END-IF
004560     IF EC-HOLD-DAYS NOT = SPACES
004570         IF EC-HOLD-DAYS-N NUMERIC
004580             MOVE EC-HOLD-DAYS-N TO WS-HOLD-DAYS
004590         ELSE
004600             DISPLAY "ESCHEAT ABEND - HOLD DAYS NOT NUMERIC: "
004610                     ESCHEAT-CONTROL-CARD
004620             MOVE 16 TO RETURN-CODE
004630             STOP RUN
004640         END-IF
004650     END-IF
004660     IF EC-HOLDER-STATE = SPACES
004670             OR EC-HOLDER-NAME = SPACES
004680         DISPLAY "ESCHEAT ABEND - HOLDER NAME AND STATE REQUIRED"
004690                 ": " ESCHEAT-CONTROL-CARD
004700         MOVE 16 TO RETURN-CODE
004710         STOP RUN
004720     END-IF
004730     IF REPORT-RUN
004740             AND EC-HOLDER-EIN NOT NUMERIC
004750         DISPLAY "ESCHEAT ABEND - HOLDER EIN REQUIRED ON A REPORT"
004760                 " RUN: " ESCHEAT-CONTROL-CARD
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800 1100-READ-CONTROL-CARD-EXIT.
004810     EXIT.
004820*
004830*------------------------------------------------------------*
004840*    2000-PROCESS-CHECK - ONE CHECK-ISSUE RECORD.  ONLY AN    *
004850*    ISSUED CHECK CAN BE LETTERED AND ONLY A LETTERED (D)     *
004860*    CHECK CAN BE ESCHEATED; A CHECK THAT CLEARED OR WAS      *
004870*    VOIDED AND REISSUED AFTER ITS LETTER IS NO LONGER D.     *
004880*    A VENDOR CHECK (IDENT 000) IS NOT WAGES AND GOES TO THE  *
004890*    ACCOUNTS PAYABLE LIST INSTEAD.                           *
004900*------------------------------------------------------------*
004910 2000-PROCESS-CHECK.
004920     ADD 1 TO WS-CHECKS-READ
004930     IF CH-IDENT = ZERO
004940         PERFORM 2800-CHECK-VENDOR
004950             THRU 2800-CHECK-VENDOR-EXIT
004960         GO TO 2000-NEXT-CHECK
004970     END-IF
004980     EVALUATE TRUE
004990         WHEN CH-ISSUED
005000             PERFORM 2200-CHECK-STALE
005010                 THRU 2200-CHECK-STALE-EXIT
005020         WHEN CH-NOTICED
005030             PERFORM 2300-CHECK-HOLD
005040                 THRU 2300-CHECK-HOLD-EXIT
005050         WHEN CH-ESCHEATED
005060             ADD 1 TO WS-PRIOR-ESC-COUNT
005070     END-EVALUATE.
005080 2000-NEXT-CHECK.
005090     PERFORM 2100-READ-CHECK
005100         THRU 2100-READ-CHECK-EXIT.
005110 2000-PROCESS-CHECK-EXIT.
005120     EXIT.
005130*
005140 2100-READ-CHECK.
005150     READ CHECK-ISSUE-FILE
005160         AT END
005170             SET CHK-EOF TO TRUE
005180     END-READ.
005190 2100-READ-CHECK-EXIT.
005200     EXIT.
005210*
005220*------------------------------------------------------------*
005230*    2200-CHECK-STALE - AN ISSUED CHECK OUTSTANDING PAST THE  *
005240*    STALE DAYS GETS ITS DUE-DILIGENCE LETTER AND GOES TO D,  *
005250*    STAMPED WITH THE LETTER DATE THE HOLD RUNS FROM.         *
005260*------------------------------------------------------------*
005270 2200-CHECK-STALE.
005280     MOVE CH-PAY-DATE TO WS-AGE-DATE
005290     PERFORM 7100-COMPUTE-AGE-DAYS
005300         THRU 7100-COMPUTE-AGE-DAYS-EXIT
005310     IF WS-AGE-DAYS NOT > WS-STALE-DAYS
005320         GO TO 2200-CHECK-STALE-EXIT
005330     END-IF
005340     PERFORM 2500-GET-OWNER
005350         THRU 2500-GET-OWNER-EXIT
005360     PERFORM 2600-PRINT-LETTER
005370         THRU 2600-PRINT-LETTER-EXIT
005380     MOVE "D" TO CH-STATUS
005390     MOVE WS-AS-OF-DATE TO CH-STATUS-DATE
005400     REWRITE CHECK-ISSUE-RECORD
005410     ADD 1 TO WS-LETTER-COUNT
005420     ADD CH-NET-AMOUNT TO WS-LETTER-AMOUNT
005430     MOVE "LETTER SENT" TO WS-RD-ACTION
005440     PERFORM 2700-PRINT-DETAIL
005450         THRU 2700-PRINT-DETAIL-EXIT.
005460 2200-CHECK-STALE-EXIT.
005470     EXIT.
005480*
005490*------------------------------------------------------------*
005500*    2300-CHECK-HOLD - A LETTERED CHECK.  STILL IN ITS HOLD   *
005510*    PERIOD (OR NOT A REPORT RUN) IT IS ONLY LISTED; PAST IT  *
005520*    ON A REPORT RUN IT IS ESCHEATED: HELD FOR THE STATE FILE *
005530*    AND MARKED E WITH THE ESCHEAT DATE.                      *
005540*------------------------------------------------------------*
005550 2300-CHECK-HOLD.
005560     IF CH-STATUS-DATE NOT NUMERIC
005570         ADD 1 TO WS-EXCEPTION-COUNT
005580         PERFORM 2500-GET-OWNER
005590             THRU 2500-GET-OWNER-EXIT
005600         MOVE "*** NO LETTER DATE - HELD" TO WS-RD-ACTION
005610         PERFORM 2700-PRINT-DETAIL
005620             THRU 2700-PRINT-DETAIL-EXIT
005630         GO TO 2300-CHECK-HOLD-EXIT
005640     END-IF
005650     MOVE CH-STATUS-DATE TO WS-AGE-DATE
005660     PERFORM 7100-COMPUTE-AGE-DAYS
005670         THRU 7100-COMPUTE-AGE-DAYS-EXIT
005680     IF WS-AGE-DAYS NOT > WS-HOLD-DAYS
005690             OR NOT REPORT-RUN
005700         ADD 1 TO WS-HOLD-COUNT
005710         ADD CH-NET-AMOUNT TO WS-HOLD-AMOUNT
005720         PERFORM 2500-GET-OWNER
005730             THRU 2500-GET-OWNER-EXIT
005740         IF WS-AGE-DAYS NOT > WS-HOLD-DAYS
005750             MOVE "IN HOLD" TO WS-RD-ACTION
005760         ELSE
005770             MOVE "HOLD ENDED - AWAIT R RUN" TO WS-RD-ACTION
005780         END-IF
005790         PERFORM 2700-PRINT-DETAIL
005800             THRU 2700-PRINT-DETAIL-EXIT
005810         GO TO 2300-CHECK-HOLD-EXIT
005820     END-IF
005830     PERFORM 2500-GET-OWNER
005840         THRU 2500-GET-OWNER-EXIT
005850     IF WS-ESC-COUNT NOT < WS-ESC-MAX
005860         ADD 1 TO WS-HELD-OVER-COUNT
005870         ADD 1 TO WS-EXCEPTION-COUNT
005880         MOVE "*** TABLE FULL - RERUN" TO WS-RD-ACTION
005890         PERFORM 2700-PRINT-DETAIL
005900             THRU 2700-PRINT-DETAIL-EXIT
005910         GO TO 2300-CHECK-HOLD-EXIT
005920     END-IF
005930     PERFORM 2400-STORE-ESCHEAT
005940         THRU 2400-STORE-ESCHEAT-EXIT
005950     MOVE "E" TO CH-STATUS
005960     MOVE WS-AS-OF-DATE TO CH-STATUS-DATE
005970     REWRITE CHECK-ISSUE-RECORD
005980     MOVE "ESCHEATED" TO WS-RD-ACTION
005990     PERFORM 2700-PRINT-DETAIL
006000         THRU 2700-PRINT-DETAIL-EXIT.
006010 2300-CHECK-HOLD-EXIT.
006020     EXIT.
006030*
006040 2400-STORE-ESCHEAT.
006050     ADD 1 TO WS-ESC-COUNT
006060     MOVE CH-CHECK-NO TO WS-ET-CHECK-NO (WS-ESC-COUNT)
006070     MOVE CH-IDENT TO WS-ET-IDENT (WS-ESC-COUNT)
006080     MOVE WS-OWNER-NAME TO WS-ET-NAME (WS-ESC-COUNT)
006090     MOVE WS-OWNER-SSN TO WS-ET-SSN (WS-ESC-COUNT)
006100     MOVE CH-NET-AMOUNT TO WS-ET-AMOUNT (WS-ESC-COUNT)
006110     MOVE CH-PAY-DATE TO WS-ET-PAY-DATE (WS-ESC-COUNT)
006120     MOVE CH-STATUS-DATE TO WS-ET-NOTICE-DATE (WS-ESC-COUNT)
006130     ADD CH-NET-AMOUNT TO WS-ESCHEAT-AMOUNT
006140     PERFORM 6000-FIND-STATE
006150         THRU 6000-FIND-STATE-EXIT
006160     MOVE WS-ST-CODE (WS-STATE-HIT) TO WS-ET-STATE (WS-ESC-COUNT)
006170     ADD 1 TO WS-ST-COUNT (WS-STATE-HIT)
006180     ADD CH-NET-AMOUNT TO WS-ST-AMOUNT (WS-STATE-HIT).
006190 2400-STORE-ESCHEAT-EXIT.
006200     EXIT.
006210*
006220*------------------------------------------------------------*
006230*    2500-GET-OWNER - NAME, SSN AND LAST WORK STATE FROM THE  *
006240*    MASTER.  AN IDENT NO LONGER ON FILE KEEPS THE NAME ON    *
006250*    THE CHECK; NO WORK STATE GOES TO THE HOLDER STATE.       *
006260*    BOTH ARE NOTED ON THE REPORT LINE.                       *
006270*------------------------------------------------------------*
006280 2500-GET-OWNER.
006290     MOVE SPACES TO WS-OWNER-NOTE
006300     MOVE CH-IDENT TO Ident
006310     READ EMPLOYEE-MASTER-FILE
006320         INVALID KEY
006330             MOVE CH-CUST-NAME TO WS-OWNER-NAME
006340             MOVE EC-HOLDER-STATE TO WS-OWNER-STATE
006350             MOVE ZERO TO WS-OWNER-SSN
006360             MOVE "IDENT NOT ON MASTER" TO WS-OWNER-NOTE
006370             ADD 1 TO WS-EXCEPTION-COUNT
006380             GO TO 2500-GET-OWNER-EXIT
006390     END-READ
006400     MOVE CustName TO WS-OWNER-NAME
006410     MOVE WorkState TO WS-OWNER-STATE
006420     IF SSNumber NUMERIC
006430         MOVE SSNumber TO WS-OWNER-SSN
006440     ELSE
006450         MOVE ZERO TO WS-OWNER-SSN
006460     END-IF
006470     IF WS-OWNER-STATE = SPACES
006480         MOVE EC-HOLDER-STATE TO WS-OWNER-STATE
006490         MOVE "NO WORK STATE" TO WS-OWNER-NOTE
006500     END-IF.
006510 2500-GET-OWNER-EXIT.
006520     EXIT.
006530*
006540*------------------------------------------------------------*
006550*    2600-PRINT-LETTER - ONE DUE-DILIGENCE LETTER PER PAGE.   *
006560*    THE MASTER CARRIES NO MAILING ADDRESS; PAYROLL ADDRESSES *
006570*    THE ENVELOPES FROM THE PERSONNEL FILE BY EMPLOYEE NO.    *
006580*------------------------------------------------------------*
006590 2600-PRINT-LETTER.
006600     MOVE EC-HOLDER-NAME TO LETTER-LINE
006610     WRITE LETTER-LINE
006620         AFTER ADVANCING PAGE
006630     MOVE SPACES TO LETTER-LINE
006640     STRING "DATE: " WS-AS-OF-DATE
006650         DELIMITED BY SIZE INTO LETTER-LINE
006660     WRITE LETTER-LINE
006670         AFTER ADVANCING 2 LINES
006680     MOVE WS-OWNER-NAME TO LETTER-LINE
006690     WRITE LETTER-LINE
006700         AFTER ADVANCING 2 LINES
006710     MOVE SPACES TO LETTER-LINE
006720     STRING "EMPLOYEE NO. " CH-IDENT
006730         DELIMITED BY SIZE INTO LETTER-LINE
006740     WRITE LETTER-LINE
006750     MOVE SPACES TO LETTER-LINE
006760     STRING "RE: UNCASHED PAYROLL CHECK NO. " CH-CHECK-NO
006770         DELIMITED BY SIZE INTO LETTER-LINE
006780     WRITE LETTER-LINE
006790         AFTER ADVANCING 2 LINES
006800     MOVE CH-NET-AMOUNT TO WS-AMT-EDIT
006810     MOVE SPACES TO LETTER-LINE
006820     STRING "OUR RECORDS SHOW THAT PAYROLL CHECK NO. " CH-CHECK-NO
006830             " DATED " CH-PAY-DATE
006840         DELIMITED BY SIZE INTO LETTER-LINE
006850     WRITE LETTER-LINE
006860         AFTER ADVANCING 2 LINES
006870     MOVE SPACES TO LETTER-LINE
006880     STRING "IN THE AMOUNT OF $" WS-AMT-EDIT
006890             " ISSUED TO YOU HAS NOT BEEN CASHED."
006900         DELIMITED BY SIZE INTO LETTER-LINE
006910     WRITE LETTER-LINE
006920     MOVE WS-HOLD-DAYS TO WS-DAYS-EDIT
006930     MOVE SPACES TO LETTER-LINE
006940     STRING "UNLESS YOU CONTACT THE PAYROLL DEPARTMENT WITHIN "
006950             WS-DAYS-EDIT " DAYS"
006960         DELIMITED BY SIZE INTO LETTER-LINE
006970     WRITE LETTER-LINE
006980     MOVE "OF THE DATE OF THIS LETTER, THE LAW REQUIRES US TO"
006990         TO LETTER-LINE
007000     WRITE LETTER-LINE
007010     MOVE SPACES TO LETTER-LINE
007020     STRING "REPORT AND REMIT THESE WAGES TO THE STATE OF "
007030             WS-OWNER-STATE " AS UNCLAIMED PROPERTY."
007040         DELIMITED BY SIZE INTO LETTER-LINE
007050     WRITE LETTER-LINE
007060     MOVE "IF THE CHECK HAS BEEN LOST OR DESTROYED, A REPLACEMENT"
007070         TO LETTER-LINE
007080     WRITE LETTER-LINE
007090         AFTER ADVANCING 2 LINES
007100     MOVE "CAN BE ISSUED.  IF YOU HAVE ALREADY CASHED IT, NO"
007110         TO LETTER-LINE
007120     WRITE LETTER-LINE
007130     MOVE "ACTION IS NEEDED." TO LETTER-LINE
007140     WRITE LETTER-LINE
007150     MOVE "PAYROLL DEPARTMENT" TO LETTER-LINE
007160     WRITE LETTER-LINE
007170         AFTER ADVANCING 3 LINES.
007180 2600-PRINT-LETTER-EXIT.
007190     EXIT.
007200*
007210 2700-PRINT-DETAIL.
007220     MOVE CH-CHECK-NO TO WS-RD-CHECK-NO
007230     MOVE CH-IDENT TO WS-RD-IDENT
007240     MOVE WS-OWNER-NAME TO WS-RD-NAME
007250     MOVE CH-NET-AMOUNT TO WS-RD-AMOUNT
007260     MOVE CH-PAY-DATE TO WS-RD-PAY-DATE
007270     MOVE WS-OWNER-STATE TO WS-RD-STATE
007280     IF CH-ESCHEATED
007290         MOVE WS-ET-NOTICE-DATE (WS-ESC-COUNT)
007300             TO WS-RD-NOTICE-DATE
007310     ELSE
007320         MOVE CH-CLEAR-DATE TO WS-RD-NOTICE-DATE
007330     END-IF
007340     WRITE ESCHEAT-REPORT-LINE FROM WS-RPT-DETAIL
007350     IF WS-OWNER-NOTE NOT = SPACES
007360         MOVE SPACES TO ESCHEAT-REPORT-LINE
007370         STRING "          *** " WS-OWNER-NOTE " ***"
007380             DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
007390         WRITE ESCHEAT-REPORT-LINE
007400     END-IF.
007410 2700-PRINT-DETAIL-EXIT.
007420     EXIT.
007430*
007440*------------------------------------------------------------*
007450*    2800-CHECK-VENDOR - A VENDOR CHECK STILL OUTSTANDING     *
007460*    PAST THE STALE DAYS IS HELD FOR THE ACCOUNTS PAYABLE     *
007470*    LIST.  ITS STATUS IS LEFT ALONE.                         *
007480*------------------------------------------------------------*
007490 2800-CHECK-VENDOR.
007500     IF NOT CH-OUTSTANDING
007510         GO TO 2800-CHECK-VENDOR-EXIT
007520     END-IF
007530     MOVE CH-PAY-DATE TO WS-AGE-DATE
007540     PERFORM 7100-COMPUTE-AGE-DAYS
007550         THRU 7100-COMPUTE-AGE-DAYS-EXIT
007560     IF WS-AGE-DAYS NOT > WS-STALE-DAYS
007570         GO TO 2800-CHECK-VENDOR-EXIT
007580     END-IF
007590     ADD 1 TO WS-VND-COUNT
007600     ADD CH-NET-AMOUNT TO WS-VND-AMOUNT
007610     IF WS-VND-LISTED NOT < WS-VND-MAX
007620         GO TO 2800-CHECK-VENDOR-EXIT
007630     END-IF
007640     ADD 1 TO WS-VND-LISTED
007650     MOVE CH-CHECK-NO TO WS-VT-CHECK-NO (WS-VND-LISTED)
007660     MOVE CH-CUST-NAME TO WS-VT-NAME (WS-VND-LISTED)
007670     MOVE CH-NET-AMOUNT TO WS-VT-AMOUNT (WS-VND-LISTED)
007680     MOVE CH-PAY-DATE TO WS-VT-PAY-DATE (WS-VND-LISTED)
007690     MOVE WS-AGE-DAYS TO WS-VT-AGE-DAYS (WS-VND-LISTED).
007700 2800-CHECK-VENDOR-EXIT.
007710     EXIT.
007720*
007730*------------------------------------------------------------*
007740*    3000-WRITE-STATE-FILE - PER STATE WITH PROPERTY: THE H   *
007750*    HOLDER RECORD, A P RECORD PER CHECK, THE T TOTAL, AND    *
007760*    THE GL PAIR FOR THE STATE'S TOTAL.                       *
007770*------------------------------------------------------------*
007780 3000-WRITE-STATE-FILE.
007790     MOVE SPACES TO ESCHEAT-REPORT-LINE
007800     MOVE "ESCHEATED BY STATE" TO ESCHEAT-REPORT-LINE
007810     WRITE ESCHEAT-REPORT-LINE
007820         AFTER ADVANCING 2 LINES
007830     PERFORM 3100-WRITE-ONE-STATE
007840         THRU 3100-WRITE-ONE-STATE-EXIT
007850         VARYING WS-STATE-IX FROM 1 BY 1
007860         UNTIL WS-STATE-IX > WS-STATE-COUNT
007870     CLOSE UNCLAIMED-PROPERTY-FILE
007880           GL-POSTING-FILE.
007890 3000-WRITE-STATE-FILE-EXIT.
007900     EXIT.
007910*
007920 3100-WRITE-ONE-STATE.
007930     IF WS-ST-COUNT (WS-STATE-IX) = ZERO
007940         GO TO 3100-WRITE-ONE-STATE-EXIT
007950     END-IF
007960     MOVE SPACES TO UNCLAIMED-PROPERTY-RECORD
007970     MOVE "H" TO UP-RECORD-TYPE
007980     MOVE WS-ST-CODE (WS-STATE-IX) TO UP-STATE
007990     MOVE EC-HOLDER-EIN TO UP-HOLDER-EIN
008000     MOVE EC-HOLDER-NAME TO UP-HOLDER-NAME
008010     MOVE WS-AS-OF-DATE TO UP-REPORT-DATE
008020     WRITE UNCLAIMED-PROPERTY-RECORD
008030     ADD 1 TO WS-UP-RECORD-COUNT
008040     PERFORM 3200-WRITE-PROPERTY
008050         THRU 3200-WRITE-PROPERTY-EXIT
008060         VARYING WS-ESC-IX FROM 1 BY 1
008070         UNTIL WS-ESC-IX > WS-ESC-COUNT
008080     MOVE SPACES TO UNCLAIMED-PROPERTY-RECORD
008090     MOVE "T" TO UP-RECORD-TYPE
008100     MOVE WS-ST-CODE (WS-STATE-IX) TO UP-STATE
008110     MOVE WS-ST-COUNT (WS-STATE-IX) TO UP-TOTAL-COUNT
008120     MOVE WS-ST-AMOUNT (WS-STATE-IX) TO UP-TOTAL-AMOUNT
008130     WRITE UNCLAIMED-PROPERTY-RECORD
008140     ADD 1 TO WS-UP-RECORD-COUNT
008150     PERFORM 3300-WRITE-GL-PAIR
008160         THRU 3300-WRITE-GL-PAIR-EXIT
008170     MOVE WS-ST-CODE (WS-STATE-IX) TO WS-SD-STATE
008180     MOVE WS-ST-COUNT (WS-STATE-IX) TO WS-SD-COUNT
008190     MOVE WS-ST-AMOUNT (WS-STATE-IX) TO WS-SD-AMOUNT
008200     WRITE ESCHEAT-REPORT-LINE FROM WS-STATE-DETAIL.
008210 3100-WRITE-ONE-STATE-EXIT.
008220     EXIT.
008230*
008240 3200-WRITE-PROPERTY.
008250     IF WS-ET-STATE (WS-ESC-IX) NOT = WS-ST-CODE (WS-STATE-IX)
008260         GO TO 3200-WRITE-PROPERTY-EXIT
008270     END-IF
008280     MOVE SPACES TO UNCLAIMED-PROPERTY-RECORD
008290     MOVE "P" TO UP-RECORD-TYPE
008300     MOVE WS-ET-STATE (WS-ESC-IX) TO UP-STATE
008310     MOVE WS-ET-SSN (WS-ESC-IX) TO UP-OWNER-SSN
008320     MOVE WS-ET-NAME (WS-ESC-IX) TO UP-OWNER-NAME
008330     MOVE WS-ET-IDENT (WS-ESC-IX) TO UP-OWNER-IDENT
008340     MOVE WS-PROPERTY-TYPE TO UP-PROPERTY-TYPE
008350     MOVE WS-ET-CHECK-NO (WS-ESC-IX) TO UP-CHECK-NO
008360     MOVE WS-ET-PAY-DATE (WS-ESC-IX) TO UP-LAST-ACTIVITY
008370     MOVE WS-ET-NOTICE-DATE (WS-ESC-IX) TO UP-NOTICE-DATE
008380     MOVE WS-ET-AMOUNT (WS-ESC-IX) TO UP-AMOUNT
008390     WRITE UNCLAIMED-PROPERTY-RECORD
008400     ADD 1 TO WS-UP-RECORD-COUNT
008410     ADD 1 TO WS-UP-PROPERTY-COUNT
008420     ADD WS-ET-AMOUNT (WS-ESC-IX) TO WS-UP-PROPERTY-AMOUNT.
008430 3200-WRITE-PROPERTY-EXIT.
008440     EXIT.
008450*
008460*------------------------------------------------------------*
008470*    3300-WRITE-GL-PAIR - DEBIT CASH AND CREDIT ESCHEAT       *
008480*    LIABILITY FOR ONE STATE'S TOTAL.                         *
008490*------------------------------------------------------------*
008500 3300-WRITE-GL-PAIR.
008510     MOVE SPACES TO GL-POSTING-RECORD
008520     MOVE WS-ACCT-CASH TO GL-ACCOUNT
008530     MOVE "D" TO GL-DEBIT-CREDIT
008540     MOVE WS-ST-AMOUNT (WS-STATE-IX) TO GL-AMOUNT
008550     STRING "ESCHEAT WAGES " WS-ST-CODE (WS-STATE-IX)
008560         DELIMITED BY SIZE INTO GL-DESC
008570     MOVE WS-AS-OF-DATE TO GL-PAY-DATE
008580     WRITE GL-POSTING-RECORD
008590     ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
008600     MOVE WS-ACCT-ESCHEAT-LIAB TO GL-ACCOUNT
008610     MOVE "C" TO GL-DEBIT-CREDIT
008620     WRITE GL-POSTING-RECORD
008630     ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
008640     ADD 2 TO WS-GL-POSTING-COUNT.
008650 3300-WRITE-GL-PAIR-EXIT.
008660     EXIT.
008670*
008680*------------------------------------------------------------*
008690*    4000-PROVE-ESCHEATMENT - THE CHECKS MARKED E THIS RUN    *
008700*    MUST TIE TO THE STATE FILE'S PROPERTY RECORDS AND TO     *
008710*    BOTH SIDES OF THE GL.  A BREAK IS RC 8 - HOLD THE FILE   *
008720*    AND THE GL LOAD.                                         *
008730*------------------------------------------------------------*
008740 4000-PROVE-ESCHEATMENT.
008750     MOVE SPACES TO ESCHEAT-REPORT-LINE
008760     MOVE "ESCHEATMENT PROOF" TO ESCHEAT-REPORT-LINE
008770     WRITE ESCHEAT-REPORT-LINE
008780         AFTER ADVANCING 2 LINES
008790     MOVE WS-ESCHEAT-AMOUNT TO WS-TOT-EDIT
008800     MOVE WS-UP-PROPERTY-AMOUNT TO WS-TOT-EDIT-2
008810     MOVE SPACES TO ESCHEAT-REPORT-LINE
008820     STRING "  CHECKS ESCHEATED  " WS-ESC-COUNT " " WS-TOT-EDIT
008830             "   STATE FILE " WS-UP-PROPERTY-COUNT " "
008840             WS-TOT-EDIT-2
008850         DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
008860     WRITE ESCHEAT-REPORT-LINE
008870     MOVE WS-GL-DEBIT-TOTAL TO WS-TOT-EDIT
008880     MOVE WS-GL-CREDIT-TOTAL TO WS-TOT-EDIT-2
008890     MOVE SPACES TO ESCHEAT-REPORT-LINE
008900     STRING "  GL DEBIT CASH     " WS-TOT-EDIT
008910             "   CREDIT ESCHEAT LIABILITY " WS-TOT-EDIT-2
008920         DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
008930     WRITE ESCHEAT-REPORT-LINE
008940     IF WS-UP-PROPERTY-COUNT NOT = WS-ESC-COUNT
008950             OR WS-UP-PROPERTY-AMOUNT NOT = WS-ESCHEAT-AMOUNT
008960             OR WS-GL-DEBIT-TOTAL NOT = WS-ESCHEAT-AMOUNT
008970             OR WS-GL-CREDIT-TOTAL NOT = WS-ESCHEAT-AMOUNT
008980         SET OUT-OF-BALANCE TO TRUE
008990         MOVE "*** OUT OF BALANCE - HOLD THE FILE AND THE GL ***"
009000             TO ESCHEAT-REPORT-LINE
009010     ELSE
009020         MOVE "  TIES" TO ESCHEAT-REPORT-LINE
009030     END-IF
009040     WRITE ESCHEAT-REPORT-LINE.
009050 4000-PROVE-ESCHEATMENT-EXIT.
009060     EXIT.
009070*
009080*------------------------------------------------------------*
009090*    5000-LIST-VENDOR-CHECKS - THE STALE VENDOR CHECKS FOR    *
009100*    ACCOUNTS PAYABLE, WHO OWN THE PAYEE'S UNCLAIMED-PROPERTY *
009110*    DUE DILIGENCE.  INFORMATION ONLY - NOT AN EXCEPTION.     *
009120*------------------------------------------------------------*
009130 5000-LIST-VENDOR-CHECKS.
009140     IF WS-VND-COUNT = ZERO
009150         GO TO 5000-LIST-VENDOR-CHECKS-EXIT
009160     END-IF
009170     MOVE SPACES TO ESCHEAT-REPORT-LINE
009180     STRING "STALE VENDOR CHECKS (IDENT 000) - NOT WAGES, "
009190             "REFER TO ACCOUNTS PAYABLE"
009200         DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
009210     WRITE ESCHEAT-REPORT-LINE
009220         AFTER ADVANCING 2 LINES
009230     PERFORM 5100-PRINT-VENDOR-CHECK
009240         THRU 5100-PRINT-VENDOR-CHECK-EXIT
009250         VARYING WS-VND-IX FROM 1 BY 1
009260         UNTIL WS-VND-IX > WS-VND-LISTED
009270     IF WS-VND-COUNT > WS-VND-LISTED
009280         MOVE SPACES TO ESCHEAT-REPORT-LINE
009290         STRING "  *** LIST FULL - " WS-VND-COUNT
009300                 " STALE VENDOR CHECKS IN ALL, ONLY "
009310                 WS-VND-LISTED " LISTED ***"
009320             DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
009330         WRITE ESCHEAT-REPORT-LINE
009340     END-IF
009350     MOVE WS-VND-AMOUNT TO WS-TOT-EDIT
009360     MOVE SPACES TO ESCHEAT-REPORT-LINE
009370     STRING "  STALE VENDOR CHECKS " WS-VND-COUNT " " WS-TOT-EDIT
009380         DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
009390     WRITE ESCHEAT-REPORT-LINE.
009400 5000-LIST-VENDOR-CHECKS-EXIT.
009410     EXIT.
009420*
009430 5100-PRINT-VENDOR-CHECK.
009440     MOVE WS-VT-CHECK-NO (WS-VND-IX) TO WS-VD-CHECK-NO
009450     MOVE WS-VT-NAME (WS-VND-IX) TO WS-VD-NAME
009460     MOVE WS-VT-AMOUNT (WS-VND-IX) TO WS-VD-AMOUNT
009470     MOVE WS-VT-PAY-DATE (WS-VND-IX) TO WS-VD-PAY-DATE
009480     MOVE WS-VT-AGE-DAYS (WS-VND-IX) TO WS-VD-AGE-DAYS
009490     WRITE ESCHEAT-REPORT-LINE FROM WS-VENDOR-DETAIL.
009500 5100-PRINT-VENDOR-CHECK-EXIT.
009510     EXIT.
009520*
009530*------------------------------------------------------------*
009540*    6000-FIND-STATE - THE SLOT FOR WS-OWNER-STATE IN         *
009550*    WS-STATE-HIT, ADDING ONE IF NEW.  A FULL TABLE FALLS     *
009560*    BACK TO THE HOLDER STATE IN SLOT 1 (CALLED OUT).         *
009570*------------------------------------------------------------*
009580 6000-FIND-STATE.
009590     MOVE "N" TO WS-STATE-FOUND-SW
009600     MOVE 1 TO WS-STATE-HIT
009610     PERFORM 6010-FIND-STATE-SLOT
009620         THRU 6010-FIND-STATE-SLOT-EXIT
009630         VARYING WS-STATE-IX FROM 1 BY 1
009640         UNTIL STATE-SLOT-FOUND
009650             OR WS-STATE-IX > WS-STATE-COUNT
009660     IF STATE-SLOT-FOUND
009670         GO TO 6000-FIND-STATE-EXIT
009680     END-IF
009690     IF WS-STATE-COUNT NOT < WS-STATE-MAX
009700         ADD 1 TO WS-EXCEPTION-COUNT
009710         MOVE SPACES TO ESCHEAT-REPORT-LINE
009720         STRING "*** CHECK " CH-CHECK-NO " STATE "
009730                 WS-OWNER-STATE " - STATE TABLE FULL, REPORTED"
009740                 " TO THE HOLDER STATE ***"
009750             DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
009760         WRITE ESCHEAT-REPORT-LINE
009770         MOVE EC-HOLDER-STATE TO WS-OWNER-STATE
009780         GO TO 6000-FIND-STATE-EXIT
009790     END-IF
009800     ADD 1 TO WS-STATE-COUNT
009810     MOVE WS-STATE-COUNT TO WS-STATE-HIT
009820     MOVE WS-OWNER-STATE TO WS-ST-CODE (WS-STATE-HIT)
009830     MOVE ZERO TO WS-ST-COUNT (WS-STATE-HIT)
009840     MOVE ZERO TO WS-ST-AMOUNT (WS-STATE-HIT).
009850 6000-FIND-STATE-EXIT.
009860     EXIT.
009870*
009880 6010-FIND-STATE-SLOT.
009890     IF WS-ST-CODE (WS-STATE-IX) = WS-OWNER-STATE
009900         MOVE WS-STATE-IX TO WS-STATE-HIT
009910         SET STATE-SLOT-FOUND TO TRUE
009920     END-IF.
009930 6010-FIND-STATE-SLOT-EXIT.
009940     EXIT.
009950*
009960 6100-WRITE-RUN-LOG.
009970     MOVE SPACES TO RUN-LOG-RECORD
009980     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
009990     ACCEPT WS-TS-TIME FROM TIME
010000     MOVE "ESCHEAT" TO RL-PROGRAM-ID
010010     MOVE WS-JOB-ID TO RL-JOB-ID
010020     MOVE WS-RL-ENTRY-TYPE TO RL-ENTRY-TYPE
010030     MOVE WS-TS-DATE TO RL-DATE
010040     MOVE WS-TS-TIME TO RL-TIME
010050     MOVE WS-CHECKS-READ TO RL-RECORDS-READ
010060     MOVE WS-UP-RECORD-COUNT TO RL-RECORDS-WRITTEN
010070     MOVE WS-EXCEPTION-COUNT TO RL-EXCEPTION-COUNT
010080     MOVE WS-RL-STATUS TO RL-FINAL-STATUS
010090     MOVE SPACE TO RL-PAY-GROUP
010100     WRITE RUN-LOG-RECORD.
010110 6100-WRITE-RUN-LOG-EXIT.
010120     EXIT.
010130*
010140*------------------------------------------------------------*
010150*    7100-COMPUTE-AGE-DAYS - DAYS FROM WS-AGE-DATE TO THE     *
010160*    AS-OF DATE ON THE BANKER'S 30/360 CONVENTION.            *
010170*------------------------------------------------------------*
010180 7100-COMPUTE-AGE-DAYS.
010190     COMPUTE WS-AGE-DAYS =
010200         ((WS-AS-OF-YEAR - WS-AGE-YEAR) * 360)
010210         + ((WS-AS-OF-MONTH - WS-AGE-MONTH) * 30)
010220         + (WS-AS-OF-DAY - WS-AGE-DAY)
010230     IF WS-AGE-DAYS < ZERO
010240         MOVE ZERO TO WS-AGE-DAYS
010250     END-IF.
010260 7100-COMPUTE-AGE-DAYS-EXIT.
010270     EXIT.
010280*
010290*------------------------------------------------------------*
010300*    8000-FINALIZE - CONTROL COUNTS, RETURN CODE, CLOSE.      *
010310*    RC 8 = OUT OF BALANCE; RC 4 = EXCEPTIONS TO LOOK AT.     *
010320*------------------------------------------------------------*
010330 8000-FINALIZE.
010340     MOVE WS-LETTER-AMOUNT TO WS-TOT-EDIT
010350     MOVE SPACES TO ESCHEAT-REPORT-LINE
010360     STRING "CHECKS READ: " WS-CHECKS-READ
010370             "  LETTERS SENT: " WS-LETTER-COUNT " " WS-TOT-EDIT
010380         DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
010390     WRITE ESCHEAT-REPORT-LINE
010400         AFTER ADVANCING 2 LINES
010410     MOVE WS-HOLD-AMOUNT TO WS-TOT-EDIT
010420     MOVE WS-ESCHEAT-AMOUNT TO WS-TOT-EDIT-2
010430     MOVE SPACES TO ESCHEAT-REPORT-LINE
010440     STRING "IN HOLD: " WS-HOLD-COUNT " " WS-TOT-EDIT
010450             "  ESCHEATED: " WS-ESC-COUNT " " WS-TOT-EDIT-2
010460             "  ESCHEATED BEFORE: " WS-PRIOR-ESC-COUNT
010470         DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
010480     WRITE ESCHEAT-REPORT-LINE
010490     MOVE SPACES TO ESCHEAT-REPORT-LINE
010500     STRING "EXCEPTIONS: " WS-EXCEPTION-COUNT
010510             "  LEFT FOR THE NEXT RUN (TABLE FULL): "
010520             WS-HELD-OVER-COUNT
010530         DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
010540     WRITE ESCHEAT-REPORT-LINE
010550     EVALUATE TRUE
010560         WHEN OUT-OF-BALANCE
010570             MOVE 8 TO RETURN-CODE
010580         WHEN WS-EXCEPTION-COUNT > ZERO
010590             MOVE 4 TO RETURN-CODE
010600     END-EVALUATE
010610     MOVE "E" TO WS-RL-ENTRY-TYPE
010620     MOVE "OK" TO WS-RL-STATUS
010630     PERFORM 6100-WRITE-RUN-LOG
010640         THRU 6100-WRITE-RUN-LOG-EXIT
010650     CLOSE CHECK-ISSUE-FILE
010660           EMPLOYEE-MASTER-FILE
010670           LETTER-FILE
010680           ESCHEAT-REPORT-FILE
010690           RUN-LOG-FILE.
010700 8000-FINALIZE-EXIT.
010710     EXIT.
