000010******************************************************************
000020*
000030*   IDENTIFICATION DIVISION.
000040*
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.    W2RPT.
000080 AUTHOR.        YuFeng Yao.
000090 INSTALLATION.  DATA PROCESSING.
000100 DATE-WRITTEN.  October 15th, 2026.
000110 DATE-COMPILED.
000120*
000130*   MODIFICATION HISTORY
000140*   --------------------------------------------------------------
000150*   DATE        INIT  DESCRIPTION
000160*   2026-10-15  YFY   ORIGINAL - YEAR-END W-2 PRODUCTION.  FOR THE
000170*                     TAX YEAR ON THE W2CTL YR CARD, READS EVERY
000180*                     YTD MASTER RECORD OF THAT YEAR, TAKES THE
000190*                     NAME AND SSN FROM THE EMPLOYEE MASTER, AND
000200*                     PRINTS ONE W-2 PER EMPLOYEE (W2PRT, BOXES
000210*                     1-6 AND 15-17) AND WRITES THE SSA EFW2 WAGE
000220*                     FILE (SSAFILE: RA, RE, RW PER EMPLOYEE, RT,
000230*                     RF).  THE W-3 PAGE (W3RPT) TOTALS THE W-2S
000240*                     AND RECONCILES THEM TO THE FOUR QUARTERS ON
000250*                     THE 941 HISTORY YTDRPT KEEPS; A DIFFERENCE
000260*                     OR A MISSING QUARTER IS A BREAK, RC 8.
000270*                     EMPLOYEES THAT NEED ATTENTION BEFORE THE
000280*                     FILE GOES TO THE SSA (NO SSN, NO MASTER,
000290*                     INCOMPLETE NAME, FICA NOT SPLIT, NO STATE
000300*                     ID) LIST ON W2EXC, RC 4.
000310*
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370*
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT W2-CONTROL-FILE
000410         ASSIGN TO W2CTL
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CTL-FILE-STATUS.
000440*
000450     SELECT YTD-MASTER-FILE
000460         ASSIGN TO YTDMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS YT-IDENT
000500         FILE STATUS IS WS-YTD-FILE-STATUS.
000510*
000520     SELECT EMPLOYEE-MASTER-FILE
000530         ASSIGN TO CUSTMAST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS Ident
000570         FILE STATUS IS WS-EMP-FILE-STATUS.
000580*
000590     SELECT Q941-HISTORY-FILE
000600         ASSIGN TO Q941HST
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-Q9-FILE-STATUS.
000630*
000640     SELECT W2-FORM-FILE
000650         ASSIGN TO W2PRT
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670*
000680     SELECT W3-REPORT-FILE
000690         ASSIGN TO W3RPT
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710*
000720     SELECT W2-EXCEPTION-FILE
000730         ASSIGN TO W2EXC
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750*
000760     SELECT SSA-WAGE-FILE
000770         ASSIGN TO SSAFILE
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790*
000800     SELECT RUN-LOG-FILE
000810         ASSIGN TO RUNLOG
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860*
000870 FD  W2-CONTROL-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY W2CTL.
000900*
000910 FD  YTD-MASTER-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY YTDREC.
000940*
000950 FD  EMPLOYEE-MASTER-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY CUSTREC.
000980*
000990 FD  Q941-HISTORY-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY Q941REC.
001020*
001030 FD  W2-FORM-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  W2-FORM-LINE                PIC X(80).
001060*
001070 FD  W3-REPORT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  W3-REPORT-LINE              PIC X(100).
001100*
001110 FD  W2-EXCEPTION-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  W2-EXCEPTION-LINE           PIC X(100).
001140*
001150 FD  SSA-WAGE-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY EFW2REC.
001180*
001190 FD  RUN-LOG-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY RUNLOG.
001220*
001230 WORKING-STORAGE SECTION.
001240*
001250*----------------------------------------------------------------*
001260*    SWITCHES                                                    *
001270*----------------------------------------------------------------*
001280 01  WS-SWITCHES.
001290     05  WS-CTL-EOF-SW           PIC X(01) VALUE "N".
001300         88  CTL-EOF                        VALUE "Y".
001310     05  WS-YTD-EOF-SW           PIC X(01) VALUE "N".
001320         88  YTD-EOF                        VALUE "Y".
001330     05  WS-Q9-EOF-SW            PIC X(01) VALUE "N".
001340         88  Q9-EOF                         VALUE "Y".
001350     05  WS-YEAR-CARD-SW         PIC X(01) VALUE "N".
001360         88  YEAR-CARD-READ                 VALUE "Y".
001370     05  WS-CARD-ERROR-SW        PIC X(01) VALUE "N".
001380         88  CARD-ERROR                     VALUE "Y".
001390     05  WS-EMP-FOUND-SW         PIC X(01) VALUE "N".
001400         88  EMP-FOUND                      VALUE "Y".
001410     05  WS-STATE-FOUND-SW       PIC X(01) VALUE "N".
001420         88  STATE-SLOT-FOUND               VALUE "Y".
001430*
001440*----------------------------------------------------------------*
001450*    FILE STATUS AND RUN IDENTIFICATION                          *
001460*----------------------------------------------------------------*
001470 77  WS-CTL-FILE-STATUS          PIC X(02) VALUE "00".
001480 77  WS-YTD-FILE-STATUS          PIC X(02) VALUE "00".
001490 77  WS-EMP-FILE-STATUS          PIC X(02) VALUE "00".
001500 77  WS-Q9-FILE-STATUS           PIC X(02) VALUE "00".
001510 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
001520 01  WS-TIMESTAMP.
001530     05  WS-TS-DATE              PIC 9(08).
001540     05  WS-TS-TIME              PIC 9(08).
001550 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001560 77  WS-RL-ENTRY-TYPE            PIC X(01) VALUE "S".
001570 77  WS-RL-STATUS                PIC X(04) VALUE SPACES.
001580 77  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
001590 77  WS-CARD-MESSAGE             PIC X(50) VALUE SPACES.
001600*
001610*----------------------------------------------------------------*
001620*    EMPLOYER (ALSO THE SUBMITTER) FROM THE CONTROL CARDS        *
001630*----------------------------------------------------------------*
001640 01  WS-EMPLOYER.
001650     05  WS-ER-EIN               PIC X(09) VALUE SPACES.
001660     05  WS-ER-EIN-R REDEFINES WS-ER-EIN.
001670         10  WS-ER-EIN-PREFIX    PIC X(02).
001680         10  WS-ER-EIN-SERIAL    PIC X(07).
001690     05  WS-ER-USER-ID           PIC X(08) VALUE SPACES.
001700     05  WS-ER-KIND              PIC X(01) VALUE "N".
001710     05  WS-ER-RESUB-IND         PIC X(01) VALUE "0".
001720     05  WS-ER-RESUB-WFID        PIC X(06) VALUE SPACES.
001730     05  WS-ER-NAME              PIC X(57) VALUE SPACES.
001740     05  WS-ER-LOC-ADDR          PIC X(22) VALUE SPACES.
001750     05  WS-ER-DEL-ADDR          PIC X(22) VALUE SPACES.
001760     05  WS-ER-CITY              PIC X(22) VALUE SPACES.
001770     05  WS-ER-STATE             PIC X(02) VALUE SPACES.
001780     05  WS-ER-ZIP               PIC X(05) VALUE SPACES.
001790     05  WS-ER-ZIP-EXT           PIC X(04) VALUE SPACES.
001800     05  WS-ER-CONTACT-NAME      PIC X(27) VALUE SPACES.
001810     05  WS-ER-CONTACT-PHONE     PIC X(15) VALUE SPACES.
001820     05  WS-ER-CONTACT-EXT       PIC X(05) VALUE SPACES.
001830     05  WS-ER-CONTACT-EMAIL     PIC X(40) VALUE SPACES.
001840*
001850*----------------------------------------------------------------*
001860*    WORK-STATE TABLE - PRELOADED FROM THE ST CARDS WITH THE     *
001870*    EMPLOYER'S STATE ID; A STATE SEEN ON THE YTD MASTER WITH    *
001880*    NO CARD STILL GETS A SLOT (BLANK ID) FOR THE W-3 TOTALS.    *
001890*----------------------------------------------------------------*
001900 77  WS-STATE-MAX                PIC 9(02) VALUE 20.
001910 77  WS-STATE-COUNT              PIC 9(02) VALUE ZERO.
001920 77  WS-STATE-IX                 PIC S9(04) COMP VALUE ZERO.
001930 77  WS-STATE-HIT                PIC S9(04) COMP VALUE ZERO.
001940 77  WS-STATES-DROPPED           PIC 9(05) VALUE ZERO.
001950 01  WS-STATE-TABLE-AREA.
001960     05  WS-STATE-ENTRY OCCURS 20 TIMES.
001970         10  WS-ST-CODE          PIC X(02).
001980         10  WS-ST-EMPLOYER-ID   PIC X(20).
001990         10  WS-ST-W2-COUNT      PIC 9(05).
002000         10  WS-ST-WAGES         PIC 9(10)V99.
002010         10  WS-ST-TAX           PIC 9(10)V99.
002020*
002030*----------------------------------------------------------------*
002040*    941 HISTORY FOR THE TAX YEAR - ONE SLOT PER QUARTER.  THE   *
002050*    FILE IS IN RUN ORDER, SO THE LAST RECORD FOR A QUARTER      *
002060*    (THE ONE FILED) OVERLAYS ANY EARLIER RUN.                   *
002070*----------------------------------------------------------------*
002080 77  WS-QTR-IX                   PIC S9(04) COMP VALUE ZERO.
002090 01  WS-QUARTER-TABLE-AREA.
002100     05  WS-QUARTER-ENTRY OCCURS 4 TIMES.
002110         10  WS-QT-FOUND-SW      PIC X(01).
002120             88  WS-QT-FOUND                VALUE "Y".
002130         10  WS-QT-RUN-DATE      PIC 9(08).
002140         10  WS-QT-WAGES         PIC 9(10)V99.
002150         10  WS-QT-FED-TAX       PIC 9(10)V99.
002160         10  WS-QT-SS-WAGES      PIC 9(10)V99.
002170         10  WS-QT-SS-TAX        PIC 9(10)V99.
002180         10  WS-QT-MED-WAGES     PIC 9(10)V99.
002190         10  WS-QT-MED-TAX       PIC 9(10)V99.
002200         10  WS-QT-STATE-TAX     PIC 9(10)V99.
002210 01  WS-941-TOTALS.
002220     05  WS-941-WAGES            PIC 9(10)V99 VALUE ZERO.
002230     05  WS-941-FED-TAX          PIC 9(10)V99 VALUE ZERO.
002240     05  WS-941-SS-WAGES         PIC 9(10)V99 VALUE ZERO.
002250     05  WS-941-SS-TAX           PIC 9(10)V99 VALUE ZERO.
002260     05  WS-941-MED-WAGES        PIC 9(10)V99 VALUE ZERO.
002270     05  WS-941-MED-TAX          PIC 9(10)V99 VALUE ZERO.
002280     05  WS-941-STATE-TAX        PIC 9(10)V99 VALUE ZERO.
002290*
002300*----------------------------------------------------------------*
002310*    W-2 TOTALS (THE W-3)                                        *
002320*----------------------------------------------------------------*
002330 01  WS-W2-TOTALS.
002340     05  WS-W2-COUNT             PIC 9(07) VALUE ZERO.
002350     05  WS-W2-WAGES             PIC 9(10)V99 VALUE ZERO.
002360     05  WS-W2-FED-TAX           PIC 9(10)V99 VALUE ZERO.
002370     05  WS-W2-SS-WAGES          PIC 9(10)V99 VALUE ZERO.
002380     05  WS-W2-SS-TAX            PIC 9(10)V99 VALUE ZERO.
002390     05  WS-W2-MED-WAGES         PIC 9(10)V99 VALUE ZERO.
002400     05  WS-W2-MED-TAX           PIC 9(10)V99 VALUE ZERO.
002410     05  WS-W2-STATE-TAX         PIC 9(10)V99 VALUE ZERO.
002420*
002430*----------------------------------------------------------------*
002440*    COUNTERS                                                    *
002450*----------------------------------------------------------------*
002460 77  WS-CTL-READ-COUNT           PIC 9(07) VALUE ZERO.
002470 77  WS-YTD-READ-COUNT           PIC 9(07) VALUE ZERO.
002480 77  WS-Q9-READ-COUNT            PIC 9(07) VALUE ZERO.
002490 77  WS-SSA-WRITE-COUNT          PIC 9(07) VALUE ZERO.
002500 77  WS-ROLLED-COUNT             PIC 9(05) VALUE ZERO.
002510 77  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
002520 77  WS-BREAK-COUNT              PIC 9(03) VALUE ZERO.
002530 77  WS-RECON-COUNT              PIC 9(03) VALUE ZERO.
002540 77  WS-CNT-EDIT                 PIC ZZZZZZ9.
002550*
002560*----------------------------------------------------------------*
002570*    ONE EMPLOYEE'S W-2                                          *
002580*----------------------------------------------------------------*
002590 01  WS-EMP-SSN                  PIC 9(09) VALUE ZERO.
002600 01  WS-EMP-SSN-R REDEFINES WS-EMP-SSN.
002610     05  WS-SSN-AREA             PIC 9(03).
002620     05  WS-SSN-GROUP            PIC 9(02).
002630     05  WS-SSN-SERIAL           PIC 9(04).
002640 77  WS-EMP-NAME                 PIC X(20) VALUE SPACES.
002650 77  WS-EMP-SS-WAGES             PIC 9(08)V99 VALUE ZERO.
002660 77  WS-EMP-SS-TAX               PIC 9(08)V99 VALUE ZERO.
002670 77  WS-EMP-MED-TAX              PIC 9(08)V99 VALUE ZERO.
002680 77  WS-EMP-FICA-SPLIT           PIC 9(09)V99 VALUE ZERO.
002690 77  WS-EMP-STATE-ID             PIC X(20) VALUE SPACES.
002700 77  WS-EXC-MESSAGE              PIC X(60) VALUE SPACES.
002710*
002720*----------------------------------------------------------------*
002730*    NAME SPLIT - THE MASTER CARRIES ONE NAME FIELD, FIRST NAME  *
002740*    FIRST; THE SSA WANTS FIRST, MIDDLE, LAST AND SUFFIX APART.  *
002750*----------------------------------------------------------------*
002760 77  WS-NAME-PART-COUNT          PIC S9(04) COMP VALUE ZERO.
002770 77  WS-NAME-WORK                PIC X(20) VALUE SPACES.
002780 01  WS-NAME-PARTS.
002790     05  WS-NP-1                 PIC X(20).
002800     05  WS-NP-2                 PIC X(20).
002810     05  WS-NP-3                 PIC X(20).
002820     05  WS-NP-4                 PIC X(20).
002830 01  WS-NAME-PARTS-R REDEFINES WS-NAME-PARTS.
002840     05  WS-NAME-PART            PIC X(20) OCCURS 4 TIMES.
002850 01  WS-NAME-SPLIT.
002860     05  WS-NM-FIRST             PIC X(15).
002870     05  WS-NM-MIDDLE            PIC X(15).
002880     05  WS-NM-LAST              PIC X(20).
002890     05  WS-NM-SUFFIX            PIC X(04).
002900         88  WS-NM-IS-SUFFIX                VALUE "JR" "SR"
002910                                            "II" "III" "IV".
002920*
002930*----------------------------------------------------------------*
002940*    EFW2 "OTHER" AMOUNT SLOTS - ZEROS, EXCEPT SLOTS 7 AND 12    *
002950*    WHICH THE SSA PUBLICATION LEAVES BLANK.                     *
002960*----------------------------------------------------------------*
002970 01  WS-RW-OTHER-INIT.
002980     05  FILLER                  PIC X(66) VALUE ALL "0".
002990     05  FILLER                  PIC X(11) VALUE SPACES.
003000     05  FILLER                  PIC X(44) VALUE ALL "0".
003010     05  FILLER                  PIC X(11) VALUE SPACES.
003020     05  FILLER                  PIC X(77) VALUE ALL "0".
003030 01  WS-RT-OTHER-INIT.
003040     05  FILLER                  PIC X(90) VALUE ALL "0".
003050     05  FILLER                  PIC X(15) VALUE SPACES.
003060     05  FILLER                  PIC X(60) VALUE ALL "0".
003070     05  FILLER                  PIC X(15) VALUE SPACES.
003080     05  FILLER                  PIC X(105) VALUE ALL "0".
003090*
003100*----------------------------------------------------------------*
003110*    ONE RECONCILIATION LINE - SET THE ITEM, THE W-2 TOTAL AND   *
003120*    THE 941 TOTAL, THEN PERFORM 6200-PRINT-RECON-LINE           *
003130*----------------------------------------------------------------*
003140 77  WS-RCN-ITEM                 PIC X(30) VALUE SPACES.
003150 77  WS-RCN-W2                   PIC S9(10)V99 VALUE ZERO.
003160 77  WS-RCN-941                  PIC S9(10)V99 VALUE ZERO.
003170 77  WS-RCN-DIFF                 PIC S9(10)V99 VALUE ZERO.
003180*
003190*----------------------------------------------------------------*
003200*    W-2 FORM LINES                                              *
003210*----------------------------------------------------------------*
003220 01  WS-W2-HEADING.
003230     05  FILLER                  PIC X(32)
003240         VALUE "FORM W-2  WAGE AND TAX STATEMENT".
003250     05  FILLER                  PIC X(03) VALUE SPACES.
003260     05  WS-WH-YEAR              PIC 9(04).
003270     05  FILLER                  PIC X(25) VALUE SPACES.
003280     05  FILLER                  PIC X(06) VALUE "IDENT ".
003290     05  WS-WH-IDENT             PIC 9(03).
003300 01  WS-W2-ID-LINE.
003310     05  WS-WI-BOX               PIC X(03).
003320     05  WS-WI-LABEL             PIC X(24).
003330     05  WS-WI-TEXT              PIC X(53).
003340 01  WS-W2-BOX-LINE.
003350     05  WS-WB-BOX               PIC X(03).
003360     05  WS-WB-LABEL             PIC X(36).
003370     05  WS-WB-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
003380 01  WS-SSN-PRINT.
003390     05  WS-SP-AREA              PIC 9(03).
003400     05  FILLER                  PIC X(01) VALUE "-".
003410     05  WS-SP-GROUP             PIC 9(02).
003420     05  FILLER                  PIC X(01) VALUE "-".
003430     05  WS-SP-SERIAL            PIC 9(04).
003440*
003450*----------------------------------------------------------------*
003460*    W-3 AND RECONCILIATION LINES                                *
003470*----------------------------------------------------------------*
003480 01  WS-W3-HEADING-1.
003490     05  FILLER                  PIC X(37)
003500         VALUE "FORM W-3  TRANSMITTAL OF W-2 TOTALS".
003510     05  FILLER                  PIC X(09) VALUE "TAX YEAR ".
003520     05  WS-W3-YEAR              PIC 9(04).
003530     05  FILLER                  PIC X(12) VALUE "  RUN DATE ".
003540     05  WS-W3-RUN-DATE          PIC 9(08).
003550 01  WS-W3-TOTAL-LINE.
003560     05  WS-WT-LABEL             PIC X(40).
003570     05  WS-WT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
003580 01  WS-W3-STATE-LINE.
003590     05  FILLER                  PIC X(06) VALUE "STATE ".
003600     05  WS-WS-STATE             PIC X(02).
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  WS-WS-EMPLOYER-ID       PIC X(20).
003630     05  WS-WS-COUNT             PIC ZZZZ9.
003640     05  FILLER                  PIC X(03) VALUE " W2".
003650     05  FILLER                  PIC X(08) VALUE "  WAGES ".
003660     05  WS-WS-WAGES             PIC Z,ZZZ,ZZZ,ZZ9.99.
003670     05  FILLER                  PIC X(06) VALUE "  TAX ".
003680     05  WS-WS-TAX               PIC Z,ZZZ,ZZZ,ZZ9.99.
003690 01  WS-QTR-HEADING.
003700     05  FILLER                  PIC X(40) VALUE
003710         "QTR  RUN DATE          WAGES     FED TAX".
003720     05  FILLER                  PIC X(53) VALUE
003730         "      SS WAGES       SS TAX     MEDICARE    STATE TAX".
003740 01  WS-QTR-LINE.
003750     05  FILLER                  PIC X(01) VALUE SPACE.
003760     05  WS-QL-QUARTER           PIC 9(01).
003770     05  FILLER                  PIC X(03) VALUE SPACES.
003780     05  WS-QL-RUN-DATE          PIC 9(08).
003790     05  WS-QL-WAGES             PIC ZZZ,ZZZ,ZZ9.99.
003800     05  WS-QL-FED-TAX           PIC ZZ,ZZZ,ZZ9.99.
003810     05  WS-QL-SS-WAGES          PIC ZZZ,ZZZ,ZZ9.99.
003820     05  WS-QL-SS-TAX            PIC ZZ,ZZZ,ZZ9.99.
003830     05  WS-QL-MED-TAX           PIC ZZ,ZZZ,ZZ9.99.
003840     05  WS-QL-STATE-TAX         PIC ZZ,ZZZ,ZZ9.99.
003850 01  WS-RECON-HEADING.
003860     05  FILLER                  PIC X(32)
003870         VALUE "W-3 TO 941 RECONCILIATION".
003880     05  FILLER                  PIC X(64) VALUE
003890         "    W-2 TOTAL      941 TOTAL     DIFFERENCE  RESULT".
003900 01  WS-RECON-DETAIL.
003910     05  WS-RC-ITEM              PIC X(30).
003920     05  FILLER                  PIC X(02) VALUE SPACES.
003930     05  WS-RC-W2                PIC ---,---,--9.99.
003940     05  FILLER                  PIC X(01) VALUE SPACE.
003950     05  WS-RC-941               PIC ---,---,--9.99.
003960     05  FILLER                  PIC X(01) VALUE SPACE.
003970     05  WS-RC-DIFF              PIC ---,---,--9.99.
003980     05  FILLER                  PIC X(02) VALUE SPACES.
003990     05  WS-RC-RESULT            PIC X(07).
004000*
004010*----------------------------------------------------------------*
004020*    EXCEPTION LIST LINES                                        *
004030*----------------------------------------------------------------*
004040 01  WS-EXC-HEADING.
004050     05  FILLER                  PIC X(32)
004060         VALUE "W-2 EXCEPTIONS   TAX YEAR ".
004070     05  WS-XH-YEAR              PIC 9(04).
004080     05  FILLER                  PIC X(12) VALUE "  RUN DATE ".
004090     05  WS-XH-RUN-DATE          PIC 9(08).
004100 01  WS-EXC-DETAIL.
004110     05  WS-XD-IDENT             PIC 9(03).
004120     05  FILLER                  PIC X(02) VALUE SPACES.
004130     05  WS-XD-NAME              PIC X(20).
004140     05  FILLER                  PIC X(02) VALUE SPACES.
004150     05  WS-XD-MESSAGE           PIC X(60).
004160*
004170******************************************************************
004180*
004190*   PROCEDURE DIVISION.
004200*
004210******************************************************************
004220 PROCEDURE DIVISION.
004230*
004240 0000-MAINLINE.
004250     PERFORM 1000-INITIALIZE
004260         THRU 1000-INITIALIZE-EXIT
004270     PERFORM 2000-PROCESS-YTD-RECORD
004280         THRU 2000-PROCESS-YTD-RECORD-EXIT
004290         UNTIL YTD-EOF
004300     PERFORM 8000-FINALIZE
004310         THRU 8000-FINALIZE-EXIT
004320     STOP RUN.
004330*
004340*------------------------------------------------------------*
004350*    1000-INITIALIZE - RUN LOG, CONTROL CARDS, THE TAX YEAR'S *
004360*    941 HISTORY, THE SSA SUBMITTER AND EMPLOYER RECORDS,     *
004370*    AND THE FIRST YTD MASTER RECORD.  BAD OR MISSING CARDS   *
004380*    END THE RUN BEFORE ANYTHING IS WRITTEN - RC 16.          *
004390*------------------------------------------------------------*
004400 1000-INITIALIZE.
004410     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
004420     IF WS-JOB-ID = SPACES
004430         MOVE "W2RPT" TO WS-JOB-ID
004440     END-IF
004450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004460     OPEN EXTEND RUN-LOG-FILE
004470     MOVE "S" TO WS-RL-ENTRY-TYPE
004480     MOVE SPACES TO WS-RL-STATUS
004490     PERFORM 6100-WRITE-RUN-LOG
004500         THRU 6100-WRITE-RUN-LOG-EXIT
004510     MOVE SPACES TO WS-STATE-TABLE-AREA
004520     MOVE SPACES TO WS-QUARTER-TABLE-AREA
004530     PERFORM 1100-READ-CONTROL-CARDS
004540         THRU 1100-READ-CONTROL-CARDS-EXIT
004550     PERFORM 1200-LOAD-941-HISTORY
004560         THRU 1200-LOAD-941-HISTORY-EXIT
004570     OPEN INPUT YTD-MASTER-FILE
004580     IF WS-YTD-FILE-STATUS = "35"
004590         DISPLAY "W2RPT ABEND - YTD MASTER NOT FOUND"
004600         MOVE 16 TO RETURN-CODE
004610         STOP RUN
004620     END-IF
004630     OPEN INPUT EMPLOYEE-MASTER-FILE
004640     IF WS-EMP-FILE-STATUS = "35"
004650         DISPLAY "W2RPT ABEND - EMPLOYEE MASTER NOT FOUND"
004660         MOVE 16 TO RETURN-CODE
004670         STOP RUN
004680     END-IF
004690     OPEN OUTPUT W2-FORM-FILE
004700     OPEN OUTPUT W3-REPORT-FILE
004710     OPEN OUTPUT W2-EXCEPTION-FILE
004720     OPEN OUTPUT SSA-WAGE-FILE
004730     MOVE WS-TAX-YEAR TO WS-XH-YEAR
004740     MOVE WS-RUN-DATE TO WS-XH-RUN-DATE
004750     WRITE W2-EXCEPTION-LINE FROM WS-EXC-HEADING
004760     MOVE SPACES TO W2-EXCEPTION-LINE
004770     WRITE W2-EXCEPTION-LINE
004780     PERFORM 5100-WRITE-SSA-RA
004790         THRU 5100-WRITE-SSA-RA-EXIT
004800     PERFORM 5200-WRITE-SSA-RE
004810         THRU 5200-WRITE-SSA-RE-EXIT
004820     MOVE LOW-VALUES TO YT-IDENT
004830     START YTD-MASTER-FILE
004840         KEY IS NOT LESS THAN YT-IDENT
004850         INVALID KEY
004860             SET YTD-EOF TO TRUE
004870     END-START
004880     IF NOT YTD-EOF
004890         PERFORM 2100-READ-NEXT-YTD
004900             THRU 2100-READ-NEXT-YTD-EXIT
004910     END-IF.
004920 1000-INITIALIZE-EXIT.
004930     EXIT.
004940*
004950*------------------------------------------------------------*
004960*    1100-READ-CONTROL-CARDS - THE YR AND NM CARDS ARE        *
004970*    REQUIRED; AN UNKNOWN CARD OR A BAD YEAR, EIN OR          *
004980*    RESUBMISSION IS REJECTED RATHER THAN GUESSED AT - A      *
004990*    WAGE FILE UNDER THE WRONG EIN OR YEAR IS WORSE THAN NONE.*
005000*------------------------------------------------------------*
005010 1100-READ-CONTROL-CARDS.
005020     OPEN INPUT W2-CONTROL-FILE
005030     IF WS-CTL-FILE-STATUS = "35"
005040         DISPLAY "W2RPT ABEND - CONTROL CARDS (W2CTL) NOT FOUND"
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF
005080     PERFORM 1110-READ-ONE-CARD
005090         THRU 1110-READ-ONE-CARD-EXIT
005100         UNTIL CTL-EOF
005110     CLOSE W2-CONTROL-FILE
005120     IF NOT YEAR-CARD-READ
005130         DISPLAY "W2RPT ABEND - NO YR CONTROL CARD"
005140         SET CARD-ERROR TO TRUE
005150     END-IF
005160     IF WS-ER-NAME = SPACES
005170         DISPLAY "W2RPT ABEND - NO NM (EMPLOYER NAME) CARD"
005180         SET CARD-ERROR TO TRUE
005190     END-IF
005200     IF CARD-ERROR
005210         MOVE 16 TO RETURN-CODE
005220         STOP RUN
005230     END-IF.
005240 1100-READ-CONTROL-CARDS-EXIT.
005250     EXIT.
005260*
005270 1110-READ-ONE-CARD.
005280     READ W2-CONTROL-FILE
005290         AT END
005300             SET CTL-EOF TO TRUE
005310             GO TO 1110-READ-ONE-CARD-EXIT
005320     END-READ
005330     ADD 1 TO WS-CTL-READ-COUNT
005340     IF W2-CONTROL-CARD = SPACES
005350         GO TO 1110-READ-ONE-CARD-EXIT
005360     END-IF
005370     MOVE SPACES TO WS-CARD-MESSAGE
005380     EVALUATE TRUE
005390         WHEN WC-YEAR-CARD
005400             PERFORM 1120-EDIT-YEAR-CARD
005410                 THRU 1120-EDIT-YEAR-CARD-EXIT
005420         WHEN WC-NAME-CARD
005430             MOVE WC-EMPLOYER-NAME TO WS-ER-NAME
005440         WHEN WC-ADDRESS-CARD
005450             MOVE WC-LOCATION-ADDR TO WS-ER-LOC-ADDR
005460             MOVE WC-DELIVERY-ADDR TO WS-ER-DEL-ADDR
005470         WHEN WC-CITY-CARD
005480             MOVE WC-CITY TO WS-ER-CITY
005490             MOVE WC-STATE TO WS-ER-STATE
005500             MOVE WC-ZIP TO WS-ER-ZIP
005510             MOVE WC-ZIP-EXT TO WS-ER-ZIP-EXT
005520         WHEN WC-CONTACT-CARD
005530             MOVE WC-CONTACT-NAME TO WS-ER-CONTACT-NAME
005540             MOVE WC-CONTACT-PHONE TO WS-ER-CONTACT-PHONE
005550             MOVE WC-CONTACT-EXT TO WS-ER-CONTACT-EXT
005560         WHEN WC-EMAIL-CARD
005570             MOVE WC-CONTACT-EMAIL TO WS-ER-CONTACT-EMAIL
005580         WHEN WC-STATE-ID-CARD
005590             PERFORM 1130-LOAD-STATE-ID
005600                 THRU 1130-LOAD-STATE-ID-EXIT
005610         WHEN OTHER
005620             MOVE "UNKNOWN CARD TYPE" TO WS-CARD-MESSAGE
005630     END-EVALUATE
005640     IF WS-CARD-MESSAGE NOT = SPACES
005650         DISPLAY "W2RPT CONTROL CARD REJECTED - "
005660                 WS-CARD-MESSAGE
005670         DISPLAY "    " W2-CONTROL-CARD
005680         SET CARD-ERROR TO TRUE
005690     END-IF.
005700 1110-READ-ONE-CARD-EXIT.
005710     EXIT.
005720*
005730 1120-EDIT-YEAR-CARD.
005740     IF WC-TAX-YEAR NOT NUMERIC
005750         MOVE "TAX YEAR NOT NUMERIC" TO WS-CARD-MESSAGE
005760         GO TO 1120-EDIT-YEAR-CARD-EXIT
005770     END-IF
005780     IF WC-EIN NOT NUMERIC
005790             OR WC-EIN = "000000000"
005800         MOVE "EIN NOT NINE DIGITS" TO WS-CARD-MESSAGE
005810         GO TO 1120-EDIT-YEAR-CARD-EXIT
005820     END-IF
005830     IF WC-RESUB-IND = "1"
005840             AND WC-RESUB-WFID = SPACES
005850         MOVE "RESUBMISSION WITHOUT A WFID" TO WS-CARD-MESSAGE
005860         GO TO 1120-EDIT-YEAR-CARD-EXIT
005870     END-IF
005880     IF WC-RESUB-IND NOT = "1"
005890             AND WC-RESUB-IND NOT = "0"
005900             AND WC-RESUB-IND NOT = SPACE
005910         MOVE "RESUBMISSION INDICATOR NOT 0 OR 1"
005920             TO WS-CARD-MESSAGE
005930         GO TO 1120-EDIT-YEAR-CARD-EXIT
005940     END-IF
005950     MOVE WC-TAX-YEAR TO WS-TAX-YEAR
005960     MOVE WC-EIN TO WS-ER-EIN
005970     MOVE WC-BSO-USER-ID TO WS-ER-USER-ID
005980     IF WC-KIND-OF-EMPLOYER NOT = SPACE
005990         MOVE WC-KIND-OF-EMPLOYER TO WS-ER-KIND
006000     END-IF
006010     IF WC-RESUB-IND = "1"
006020         MOVE "1" TO WS-ER-RESUB-IND
006030         MOVE WC-RESUB-WFID TO WS-ER-RESUB-WFID
006040     END-IF
006050     SET YEAR-CARD-READ TO TRUE.
006060 1120-EDIT-YEAR-CARD-EXIT.
006070     EXIT.
006080*
006090 1130-LOAD-STATE-ID.
006100     IF WC-ST-CODE = SPACES
006110         MOVE "ST CARD WITHOUT A STATE CODE" TO WS-CARD-MESSAGE
006120         GO TO 1130-LOAD-STATE-ID-EXIT
006130     END-IF
006140     IF WS-STATE-COUNT NOT < WS-STATE-MAX
006150         MOVE "MORE ST CARDS THAN THE STATE TABLE HOLDS"
006160             TO WS-CARD-MESSAGE
006170         GO TO 1130-LOAD-STATE-ID-EXIT
006180     END-IF
006190     ADD 1 TO WS-STATE-COUNT
006200     MOVE WC-ST-CODE TO WS-ST-CODE (WS-STATE-COUNT)
006210     MOVE WC-ST-EMPLOYER-ID
006220         TO WS-ST-EMPLOYER-ID (WS-STATE-COUNT)
006230     MOVE ZERO TO WS-ST-W2-COUNT (WS-STATE-COUNT)
006240                  WS-ST-WAGES (WS-STATE-COUNT)
006250                  WS-ST-TAX (WS-STATE-COUNT).
006260 1130-LOAD-STATE-ID-EXIT.
006270     EXIT.
006280*
006290*------------------------------------------------------------*
006300*    1200-LOAD-941-HISTORY - THE TAX YEAR'S QUARTERS FROM     *
006310*    PAY.Q941.HISTORY.  NO FILE LEAVES ALL FOUR MISSING,      *
006320*    WHICH THE W-3 RECONCILIATION REPORTS AS BREAKS.          *
006330*------------------------------------------------------------*
006340 1200-LOAD-941-HISTORY.
006350     OPEN INPUT Q941-HISTORY-FILE
006360     IF WS-Q9-FILE-STATUS = "35"
006370         GO TO 1200-LOAD-941-HISTORY-EXIT
006380     END-IF
006390     PERFORM 1210-READ-941-HISTORY
006400         THRU 1210-READ-941-HISTORY-EXIT
006410         UNTIL Q9-EOF
006420     CLOSE Q941-HISTORY-FILE.
006430 1200-LOAD-941-HISTORY-EXIT.
006440     EXIT.
006450*
006460 1210-READ-941-HISTORY.
006470     READ Q941-HISTORY-FILE
006480         AT END
006490             SET Q9-EOF TO TRUE
006500             GO TO 1210-READ-941-HISTORY-EXIT
006510     END-READ
006520     ADD 1 TO WS-Q9-READ-COUNT
006530     IF Q9-YEAR NOT = WS-TAX-YEAR
006540             OR Q9-QUARTER < 1
006550             OR Q9-QUARTER > 4
006560         GO TO 1210-READ-941-HISTORY-EXIT
006570     END-IF
006580     MOVE Q9-QUARTER TO WS-QTR-IX
006590     MOVE "Y" TO WS-QT-FOUND-SW (WS-QTR-IX)
006600     MOVE Q9-RUN-DATE TO WS-QT-RUN-DATE (WS-QTR-IX)
006610     MOVE Q9-WAGES TO WS-QT-WAGES (WS-QTR-IX)
006620     MOVE Q9-FED-TAX TO WS-QT-FED-TAX (WS-QTR-IX)
006630     MOVE Q9-SS-WAGES TO WS-QT-SS-WAGES (WS-QTR-IX)
006640     MOVE Q9-SS-TAX TO WS-QT-SS-TAX (WS-QTR-IX)
006650     MOVE Q9-MED-WAGES TO WS-QT-MED-WAGES (WS-QTR-IX)
006660     MOVE Q9-MED-TAX TO WS-QT-MED-TAX (WS-QTR-IX)
006670     MOVE Q9-STATE-TAX TO WS-QT-STATE-TAX (WS-QTR-IX).
006680 1210-READ-941-HISTORY-EXIT.
006690     EXIT.
006700*
006710*------------------------------------------------------------*
006720*    2000-PROCESS-YTD-RECORD - ONE W-2 PER YTD RECORD OF THE  *
006730*    TAX YEAR.  AN OLDER YEAR WAS NOT PAID IN THE TAX YEAR;   *
006740*    A NEWER ONE WAS ROLLED FORWARD BY A NEW-YEAR PAYROLL AND *
006750*    ITS TAX-YEAR FIGURES ARE GONE - REPORTED, NOT GUESSED.   *
006760*------------------------------------------------------------*
006770 2000-PROCESS-YTD-RECORD.
006780     IF YT-YEAR < WS-TAX-YEAR
006790         GO TO 2000-PROCESS-YTD-NEXT
006800     END-IF
006810     MOVE SPACES TO WS-EMP-NAME
006820     IF YT-YEAR > WS-TAX-YEAR
006830         ADD 1 TO WS-ROLLED-COUNT
006840         MOVE "YTD ROLLED PAST THE TAX YEAR - NO W-2 PRODUCED"
006850             TO WS-EXC-MESSAGE
006860         PERFORM 6300-WRITE-EXCEPTION
006870             THRU 6300-WRITE-EXCEPTION-EXIT
006880         GO TO 2000-PROCESS-YTD-NEXT
006890     END-IF
006900     PERFORM 2200-GET-EMPLOYEE
006910         THRU 2200-GET-EMPLOYEE-EXIT
006920     PERFORM 2300-EDIT-AMOUNTS
006930         THRU 2300-EDIT-AMOUNTS-EXIT
006940     PERFORM 2400-ACCUM-STATE
006950         THRU 2400-ACCUM-STATE-EXIT
006960     ADD 1 TO WS-W2-COUNT
006970     ADD YT-GROSS TO WS-W2-WAGES
006980     ADD YT-FED-TAX TO WS-W2-FED-TAX
006990     ADD WS-EMP-SS-WAGES TO WS-W2-SS-WAGES
007000     ADD WS-EMP-SS-TAX TO WS-W2-SS-TAX
007010     ADD YT-GROSS TO WS-W2-MED-WAGES
007020     ADD WS-EMP-MED-TAX TO WS-W2-MED-TAX
007030     ADD YT-STATE-TAX TO WS-W2-STATE-TAX
007040     PERFORM 3000-PRINT-W2
007050         THRU 3000-PRINT-W2-EXIT
007060     PERFORM 5300-WRITE-SSA-RW
007070         THRU 5300-WRITE-SSA-RW-EXIT.
007080 2000-PROCESS-YTD-NEXT.
007090     PERFORM 2100-READ-NEXT-YTD
007100         THRU 2100-READ-NEXT-YTD-EXIT.
007110 2000-PROCESS-YTD-RECORD-EXIT.
007120     EXIT.
007130*
007140 2100-READ-NEXT-YTD.
007150     READ YTD-MASTER-FILE NEXT RECORD
007160         AT END
007170             SET YTD-EOF TO TRUE
007180             GO TO 2100-READ-NEXT-YTD-EXIT
007190     END-READ
007200     ADD 1 TO WS-YTD-READ-COUNT.
007210 2100-READ-NEXT-YTD-EXIT.
007220     EXIT.
007230*
007240*------------------------------------------------------------*
007250*    2200-GET-EMPLOYEE - NAME AND SSN FROM THE EMPLOYEE       *
007260*    MASTER.  THE W-2 IS STILL PRODUCED WITHOUT THEM (THE     *
007270*    SSA TAKES ZEROS FOR AN SSN NOT YET ON FILE), BUT EVERY   *
007280*    GAP IS AN EXCEPTION TO CLEAR BEFORE THE FILE IS SENT.    *
007290*------------------------------------------------------------*
007300 2200-GET-EMPLOYEE.
007310     MOVE ZERO TO WS-EMP-SSN
007320     MOVE SPACES TO WS-NAME-SPLIT
007330     MOVE YT-IDENT TO Ident
007340     MOVE "Y" TO WS-EMP-FOUND-SW
007350     READ EMPLOYEE-MASTER-FILE
007360         INVALID KEY
007370             MOVE "N" TO WS-EMP-FOUND-SW
007380     END-READ
007390     IF NOT EMP-FOUND
007400         MOVE "NOT ON THE EMPLOYEE MASTER - NO NAME OR SSN"
007410             TO WS-EXC-MESSAGE
007420         PERFORM 6300-WRITE-EXCEPTION
007430             THRU 6300-WRITE-EXCEPTION-EXIT
007440         GO TO 2200-GET-EMPLOYEE-EXIT
007450     END-IF
007460     MOVE CustName TO WS-EMP-NAME
007470     PERFORM 2210-EDIT-SSN
007480         THRU 2210-EDIT-SSN-EXIT
007490     PERFORM 2220-SPLIT-NAME
007500         THRU 2220-SPLIT-NAME-EXIT.
007510 2200-GET-EMPLOYEE-EXIT.
007520     EXIT.
007530*
007540*    SAME RULES AS THE MASTER MAINTENANCE EDIT; A RECORD
007550*    LOADED BEFORE THAT EDIT MAY STILL CARRY ZEROS.
007560 2210-EDIT-SSN.
007570     MOVE SPACES TO WS-EXC-MESSAGE
007580     IF SSNumber NOT NUMERIC
007590         MOVE "SSN NOT NUMERIC ON THE MASTER - ZEROS REPORTED"
007600             TO WS-EXC-MESSAGE
007610     ELSE
007620         MOVE SSNumber TO WS-EMP-SSN
007630         EVALUATE TRUE
007640             WHEN WS-EMP-SSN = ZERO
007650                 MOVE "NO SSN ON THE MASTER - ZEROS REPORTED"
007660                     TO WS-EXC-MESSAGE
007670             WHEN WS-SSN-AREA = ZERO
007680                     OR WS-SSN-AREA = 666
007690                     OR WS-SSN-AREA >= 900
007700                     OR WS-SSN-GROUP = ZERO
007710                     OR WS-SSN-SERIAL = ZERO
007720                 MOVE "SSN NOT VALID - ZEROS REPORTED"
007730                     TO WS-EXC-MESSAGE
007740             WHEN OTHER
007750                 CONTINUE
007760         END-EVALUATE
007770     END-IF
007780     IF WS-EXC-MESSAGE NOT = SPACES
007790         MOVE ZERO TO WS-EMP-SSN
007800         PERFORM 6300-WRITE-EXCEPTION
007810             THRU 6300-WRITE-EXCEPTION-EXIT
007820     END-IF.
007830 2210-EDIT-SSN-EXIT.
007840     EXIT.
007850*
007860*------------------------------------------------------------*
007870*    2220-SPLIT-NAME - CUSTNAME IS "FIRST [MIDDLE] LAST       *
007880*    [SUFFIX]".  PERIODS AND COMMAS ARE DROPPED, THE NAME IS  *
007890*    UPPER-CASED, AND THE WORDS ARE TAKEN APART: THE FIRST IS *
007900*    THE FIRST NAME, THE LAST (AFTER A JR/SR/II/III/IV        *
007910*    SUFFIX) IS THE LAST NAME, AND A THIRD WORD IS THE MIDDLE.*
007920*------------------------------------------------------------*
007930 2220-SPLIT-NAME.
007940     MOVE CustName TO WS-NAME-WORK
007950     INSPECT WS-NAME-WORK REPLACING ALL "." BY SPACE
007960                                    ALL "," BY SPACE
007970     INSPECT WS-NAME-WORK CONVERTING
007980         "abcdefghijklmnopqrstuvwxyz"
007990         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008000     MOVE SPACES TO WS-NAME-PARTS
008010     UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
008020         INTO WS-NP-1 WS-NP-2 WS-NP-3 WS-NP-4
008030     END-UNSTRING
008040     EVALUATE TRUE
008050         WHEN WS-NP-4 NOT = SPACES
008060             MOVE 4 TO WS-NAME-PART-COUNT
008070         WHEN WS-NP-3 NOT = SPACES
008080             MOVE 3 TO WS-NAME-PART-COUNT
008090         WHEN WS-NP-2 NOT = SPACES
008100             MOVE 2 TO WS-NAME-PART-COUNT
008110         WHEN WS-NP-1 NOT = SPACES
008120             MOVE 1 TO WS-NAME-PART-COUNT
008130         WHEN OTHER
008140             MOVE ZERO TO WS-NAME-PART-COUNT
008150     END-EVALUATE
008160     IF WS-NAME-PART-COUNT = ZERO
008170         MOVE "NO NAME ON THE MASTER" TO WS-EXC-MESSAGE
008180         PERFORM 6300-WRITE-EXCEPTION
008190             THRU 6300-WRITE-EXCEPTION-EXIT
008200         GO TO 2220-SPLIT-NAME-EXIT
008210     END-IF
008220     IF WS-NAME-PART-COUNT > 2
008230         MOVE WS-NAME-PART (WS-NAME-PART-COUNT) TO WS-NM-SUFFIX
008240         IF WS-NM-IS-SUFFIX
008250             SUBTRACT 1 FROM WS-NAME-PART-COUNT
008260         ELSE
008270             MOVE SPACES TO WS-NM-SUFFIX
008280         END-IF
008290     END-IF
008300     MOVE WS-NAME-PART (WS-NAME-PART-COUNT) TO WS-NM-LAST
008310     IF WS-NAME-PART-COUNT = 1
008320         MOVE "ONE-WORD NAME - NO FIRST NAME REPORTED"
008330             TO WS-EXC-MESSAGE
008340         PERFORM 6300-WRITE-EXCEPTION
008350             THRU 6300-WRITE-EXCEPTION-EXIT
008360         GO TO 2220-SPLIT-NAME-EXIT
008370     END-IF
008380     MOVE WS-NP-1 TO WS-NM-FIRST
008390     IF WS-NAME-PART-COUNT > 2
008400         MOVE WS-NP-2 TO WS-NM-MIDDLE
008410     END-IF.
008420 2220-SPLIT-NAME-EXIT.
008430     EXIT.
008440*
008450*------------------------------------------------------------*
008460*    2300-EDIT-AMOUNTS - THE SOCIAL SECURITY AND MEDICARE     *
008470*    BUCKETS MUST CARRY ALL OF THE YEAR'S FICA.  A RECORD     *
008480*    WRITTEN BEFORE THE BUCKETS EXISTED HAS NO FIGURES THERE  *
008490*    (TAKEN AS ZERO); EITHER WAY BOXES 4 AND 6 WOULD BE SHORT.*
008500*------------------------------------------------------------*
008510 2300-EDIT-AMOUNTS.
008520     MOVE ZERO TO WS-EMP-SS-WAGES WS-EMP-SS-TAX WS-EMP-MED-TAX
008530     IF YT-SS-WAGES NUMERIC
008540         MOVE YT-SS-WAGES TO WS-EMP-SS-WAGES
008550     END-IF
008560     IF YT-SS-TAX NUMERIC
008570         MOVE YT-SS-TAX TO WS-EMP-SS-TAX
008580     END-IF
008590     IF YT-MED-TAX NUMERIC
008600         MOVE YT-MED-TAX TO WS-EMP-MED-TAX
008610     END-IF
008620     ADD WS-EMP-SS-TAX WS-EMP-MED-TAX GIVING WS-EMP-FICA-SPLIT
008630     IF WS-EMP-FICA-SPLIT NOT = YT-FICA
008640         MOVE "SS + MEDICARE TAX DO NOT EQUAL THE YTD FICA"
008650             TO WS-EXC-MESSAGE
008660         PERFORM 6300-WRITE-EXCEPTION
008670             THRU 6300-WRITE-EXCEPTION-EXIT
008680     END-IF.
008690 2300-EDIT-AMOUNTS-EXIT.
008700     EXIT.
008710*
008720*------------------------------------------------------------*
008730*    2400-ACCUM-STATE - FOLD THE EMPLOYEE INTO THE WORK-STATE *
008740*    SLOT AND PICK UP THE EMPLOYER'S STATE ID FOR BOX 15.     *
008750*------------------------------------------------------------*
008760 2400-ACCUM-STATE.
008770     MOVE SPACES TO WS-EMP-STATE-ID
008780     IF YT-WORK-STATE = SPACES
008790         IF YT-STATE-TAX > ZERO
008800             MOVE "STATE TAX WITHHELD BUT NO WORK STATE"
008810                 TO WS-EXC-MESSAGE
008820             PERFORM 6300-WRITE-EXCEPTION
008830                 THRU 6300-WRITE-EXCEPTION-EXIT
008840         END-IF
008850         GO TO 2400-ACCUM-STATE-EXIT
008860     END-IF
008870     MOVE "N" TO WS-STATE-FOUND-SW
008880     MOVE ZERO TO WS-STATE-HIT
008890     IF WS-STATE-COUNT > ZERO
008900         PERFORM 2410-FIND-STATE-SLOT
008910             THRU 2410-FIND-STATE-SLOT-EXIT
008920             VARYING WS-STATE-IX FROM 1 BY 1
008930             UNTIL STATE-SLOT-FOUND
008940                 OR WS-STATE-IX > WS-STATE-COUNT
008950     END-IF
008960     IF NOT STATE-SLOT-FOUND
008970         IF WS-STATE-COUNT < WS-STATE-MAX
008980             ADD 1 TO WS-STATE-COUNT
008990             MOVE WS-STATE-COUNT TO WS-STATE-HIT
009000             MOVE YT-WORK-STATE TO WS-ST-CODE (WS-STATE-HIT)
009010             MOVE ZERO TO WS-ST-W2-COUNT (WS-STATE-HIT)
009020                          WS-ST-WAGES (WS-STATE-HIT)
009030                          WS-ST-TAX (WS-STATE-HIT)
009040         ELSE
009050             ADD 1 TO WS-STATES-DROPPED
009060             GO TO 2400-ACCUM-STATE-EXIT
009070         END-IF
009080     END-IF
009090     ADD 1 TO WS-ST-W2-COUNT (WS-STATE-HIT)
009100     ADD YT-GROSS TO WS-ST-WAGES (WS-STATE-HIT)
009110     ADD YT-STATE-TAX TO WS-ST-TAX (WS-STATE-HIT)
009120     MOVE WS-ST-EMPLOYER-ID (WS-STATE-HIT) TO WS-EMP-STATE-ID
009130     IF WS-EMP-STATE-ID = SPACES
009140         MOVE SPACES TO WS-EXC-MESSAGE
009150         STRING "NO ST CARD (EMPLOYER STATE ID) FOR "
009160                 YT-WORK-STATE
009170             DELIMITED BY SIZE INTO WS-EXC-MESSAGE
009180         PERFORM 6300-WRITE-EXCEPTION
009190             THRU 6300-WRITE-EXCEPTION-EXIT
009200     END-IF.
009210 2400-ACCUM-STATE-EXIT.
009220     EXIT.
009230*
009240 2410-FIND-STATE-SLOT.
009250     IF WS-ST-CODE (WS-STATE-IX) = YT-WORK-STATE
009260         MOVE WS-STATE-IX TO WS-STATE-HIT
009270         SET STATE-SLOT-FOUND TO TRUE
009280     END-IF.
009290 2410-FIND-STATE-SLOT-EXIT.
009300     EXIT.
009310*
009320*------------------------------------------------------------*
009330*    3000-PRINT-W2 - ONE FORM PER PAGE.  THE EMPLOYEE'S COPY  *
009340*    CARRIES THE FULL SSN.                                    *
009350*------------------------------------------------------------*
009360 3000-PRINT-W2.
009370     MOVE WS-TAX-YEAR TO WS-WH-YEAR
009380     MOVE YT-IDENT TO WS-WH-IDENT
009390     WRITE W2-FORM-LINE FROM WS-W2-HEADING
009400         AFTER ADVANCING PAGE
009410     MOVE SPACES TO WS-W2-ID-LINE
009420     MOVE " A" TO WS-WI-BOX
009430     MOVE "EMPLOYEE SSN" TO WS-WI-LABEL
009440     MOVE WS-SSN-AREA TO WS-SP-AREA
009450     MOVE WS-SSN-GROUP TO WS-SP-GROUP
009460     MOVE WS-SSN-SERIAL TO WS-SP-SERIAL
009470     MOVE WS-SSN-PRINT TO WS-WI-TEXT
009480     WRITE W2-FORM-LINE FROM WS-W2-ID-LINE
009490         AFTER ADVANCING 2 LINES
009500     MOVE SPACES TO WS-W2-ID-LINE
009510     MOVE " B" TO WS-WI-BOX
009520     MOVE "EMPLOYER EIN" TO WS-WI-LABEL
009530     STRING WS-ER-EIN-PREFIX "-" WS-ER-EIN-SERIAL
009540         DELIMITED BY SIZE INTO WS-WI-TEXT
009550     WRITE W2-FORM-LINE FROM WS-W2-ID-LINE
009560     MOVE SPACES TO WS-W2-ID-LINE
009570     MOVE " C" TO WS-WI-BOX
009580     MOVE "EMPLOYER" TO WS-WI-LABEL
009590     MOVE WS-ER-NAME TO WS-WI-TEXT
009600     WRITE W2-FORM-LINE FROM WS-W2-ID-LINE
009610     MOVE SPACES TO WS-W2-ID-LINE
009620     MOVE WS-ER-LOC-ADDR TO WS-WI-TEXT
009630     IF WS-WI-TEXT NOT = SPACES
009640         WRITE W2-FORM-LINE FROM WS-W2-ID-LINE
009650     END-IF
009660     MOVE WS-ER-DEL-ADDR TO WS-WI-TEXT
009670     WRITE W2-FORM-LINE FROM WS-W2-ID-LINE
009680     MOVE SPACES TO WS-WI-TEXT
009690     STRING WS-ER-CITY " " WS-ER-STATE " " WS-ER-ZIP
009700         DELIMITED BY SIZE INTO WS-WI-TEXT
009710     WRITE W2-FORM-LINE FROM WS-W2-ID-LINE
009720     MOVE SPACES TO WS-W2-ID-LINE
009730     MOVE " E" TO WS-WI-BOX
009740     MOVE "EMPLOYEE" TO WS-WI-LABEL
009750     STRING WS-NM-FIRST " " WS-NM-MIDDLE " " WS-NM-LAST
009760             " " WS-NM-SUFFIX
009770         DELIMITED BY SIZE INTO WS-WI-TEXT
009780     WRITE W2-FORM-LINE FROM WS-W2-ID-LINE
009790     MOVE " 1" TO WS-WB-BOX
009800     MOVE "WAGES, TIPS, OTHER COMPENSATION" TO WS-WB-LABEL
009810     MOVE YT-GROSS TO WS-WB-AMOUNT
009820     WRITE W2-FORM-LINE FROM WS-W2-BOX-LINE
009830         AFTER ADVANCING 2 LINES
009840     MOVE " 2" TO WS-WB-BOX
009850     MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-WB-LABEL
009860     MOVE YT-FED-TAX TO WS-WB-AMOUNT
009870     WRITE W2-FORM-LINE FROM WS-W2-BOX-LINE
009880     MOVE " 3" TO WS-WB-BOX
009890     MOVE "SOCIAL SECURITY WAGES" TO WS-WB-LABEL
009900     MOVE WS-EMP-SS-WAGES TO WS-WB-AMOUNT
009910     WRITE W2-FORM-LINE FROM WS-W2-BOX-LINE
009920     MOVE " 4" TO WS-WB-BOX
009930     MOVE "SOCIAL SECURITY TAX WITHHELD" TO WS-WB-LABEL
009940     MOVE WS-EMP-SS-TAX TO WS-WB-AMOUNT
009950     WRITE W2-FORM-LINE FROM WS-W2-BOX-LINE
009960     MOVE " 5" TO WS-WB-BOX
009970     MOVE "MEDICARE WAGES AND TIPS" TO WS-WB-LABEL
009980     MOVE YT-GROSS TO WS-WB-AMOUNT
009990     WRITE W2-FORM-LINE FROM WS-W2-BOX-LINE
010000     MOVE " 6" TO WS-WB-BOX
010010     MOVE "MEDICARE TAX WITHHELD" TO WS-WB-LABEL
010020     MOVE WS-EMP-MED-TAX TO WS-WB-AMOUNT
010030     WRITE W2-FORM-LINE FROM WS-W2-BOX-LINE
010040     IF YT-WORK-STATE = SPACES
010050         GO TO 3000-PRINT-W2-EXIT
010060     END-IF
010070     MOVE SPACES TO WS-W2-ID-LINE
010080     MOVE "15" TO WS-WI-BOX
010090     MOVE "STATE / EMPLOYER ID" TO WS-WI-LABEL
010100     STRING YT-WORK-STATE "  " WS-EMP-STATE-ID
010110         DELIMITED BY SIZE INTO WS-WI-TEXT
010120     WRITE W2-FORM-LINE FROM WS-W2-ID-LINE
010130         AFTER ADVANCING 2 LINES
010140     MOVE "16" TO WS-WB-BOX
010150     MOVE "STATE WAGES, TIPS, ETC." TO WS-WB-LABEL
010160     MOVE YT-GROSS TO WS-WB-AMOUNT
010170     WRITE W2-FORM-LINE FROM WS-W2-BOX-LINE
010180     MOVE "17" TO WS-WB-BOX
010190     MOVE "STATE INCOME TAX" TO WS-WB-LABEL
010200     MOVE YT-STATE-TAX TO WS-WB-AMOUNT
010210     WRITE W2-FORM-LINE FROM WS-W2-BOX-LINE.
010220 3000-PRINT-W2-EXIT.
010230     EXIT.
010240*
010250*------------------------------------------------------------*
010260*    4000-PRINT-W3 - THE W-3 TOTALS, THE STATE TOTALS, THE    *
010270*    TAX YEAR'S 941 QUARTERS, AND THE RECONCILIATION OF THE   *
010280*    ONE TO THE OTHER.                                        *
010290*------------------------------------------------------------*
010300 4000-PRINT-W3.
010310     MOVE WS-TAX-YEAR TO WS-W3-YEAR
010320     MOVE WS-RUN-DATE TO WS-W3-RUN-DATE
010330     WRITE W3-REPORT-LINE FROM WS-W3-HEADING-1
010340     MOVE SPACES TO W3-REPORT-LINE
010350     STRING "EMPLOYER " WS-ER-EIN-PREFIX "-" WS-ER-EIN-SERIAL
010360             "  " WS-ER-NAME
010370         DELIMITED BY SIZE INTO W3-REPORT-LINE
010380     WRITE W3-REPORT-LINE
010390         AFTER ADVANCING 2 LINES
010400     MOVE SPACES TO W3-REPORT-LINE
010410     STRING "KIND OF EMPLOYER " WS-ER-KIND
010420             "   KIND OF PAYER 941"
010430         DELIMITED BY SIZE INTO W3-REPORT-LINE
010440     WRITE W3-REPORT-LINE
010450     MOVE WS-W2-COUNT TO WS-CNT-EDIT
010460     MOVE SPACES TO W3-REPORT-LINE
010470     STRING "C  TOTAL NUMBER OF FORMS W-2      " WS-CNT-EDIT
010480         DELIMITED BY SIZE INTO W3-REPORT-LINE
010490     WRITE W3-REPORT-LINE
010500     MOVE " 1  WAGES, TIPS, OTHER COMPENSATION" TO WS-WT-LABEL
010510     MOVE WS-W2-WAGES TO WS-WT-AMOUNT
010520     WRITE W3-REPORT-LINE FROM WS-W3-TOTAL-LINE
010530         AFTER ADVANCING 2 LINES
010540     MOVE " 2  FEDERAL INCOME TAX WITHHELD" TO WS-WT-LABEL
010550     MOVE WS-W2-FED-TAX TO WS-WT-AMOUNT
010560     WRITE W3-REPORT-LINE FROM WS-W3-TOTAL-LINE
010570     MOVE " 3  SOCIAL SECURITY WAGES" TO WS-WT-LABEL
010580     MOVE WS-W2-SS-WAGES TO WS-WT-AMOUNT
010590     WRITE W3-REPORT-LINE FROM WS-W3-TOTAL-LINE
010600     MOVE " 4  SOCIAL SECURITY TAX WITHHELD" TO WS-WT-LABEL
010610     MOVE WS-W2-SS-TAX TO WS-WT-AMOUNT
010620     WRITE W3-REPORT-LINE FROM WS-W3-TOTAL-LINE
010630     MOVE " 5  MEDICARE WAGES AND TIPS" TO WS-WT-LABEL
010640     MOVE WS-W2-MED-WAGES TO WS-WT-AMOUNT
010650     WRITE W3-REPORT-LINE FROM WS-W3-TOTAL-LINE
010660     MOVE " 6  MEDICARE TAX WITHHELD" TO WS-WT-LABEL
010670     MOVE WS-W2-MED-TAX TO WS-WT-AMOUNT
010680     WRITE W3-REPORT-LINE FROM WS-W3-TOTAL-LINE
010690     MOVE "17  STATE INCOME TAX" TO WS-WT-LABEL
010700     MOVE WS-W2-STATE-TAX TO WS-WT-AMOUNT
010710     WRITE W3-REPORT-LINE FROM WS-W3-TOTAL-LINE
010720     MOVE SPACES TO W3-REPORT-LINE
010730     MOVE "STATE TOTALS (BOXES 15-17)" TO W3-REPORT-LINE
010740     WRITE W3-REPORT-LINE
010750         AFTER ADVANCING 2 LINES
010760     IF WS-STATE-COUNT > ZERO
010770         PERFORM 4100-PRINT-ONE-STATE
010780             THRU 4100-PRINT-ONE-STATE-EXIT
010790             VARYING WS-STATE-IX FROM 1 BY 1
010800             UNTIL WS-STATE-IX > WS-STATE-COUNT
010810     END-IF
010820     IF WS-STATES-DROPPED > ZERO
010830         MOVE SPACES TO W3-REPORT-LINE
010840         STRING "*** " WS-STATES-DROPPED
010850                 " W-2S NOT IN THE STATE TOTALS - STATE TABLE"
010860                 " FULL ***"
010870             DELIMITED BY SIZE INTO W3-REPORT-LINE
010880         WRITE W3-REPORT-LINE
010890     END-IF
010900     MOVE SPACES TO W3-REPORT-LINE
010910     MOVE "941 HISTORY FOR THE TAX YEAR (Q941HST)"
010920         TO W3-REPORT-LINE
010930     WRITE W3-REPORT-LINE
010940         AFTER ADVANCING 2 LINES
010950     WRITE W3-REPORT-LINE FROM WS-QTR-HEADING
010960     PERFORM 4200-PRINT-ONE-QUARTER
010970         THRU 4200-PRINT-ONE-QUARTER-EXIT
010980         VARYING WS-QTR-IX FROM 1 BY 1
010990         UNTIL WS-QTR-IX > 4
011000     PERFORM 4300-RECONCILE
011010         THRU 4300-RECONCILE-EXIT.
011020 4000-PRINT-W3-EXIT.
011030     EXIT.
011040*
011050 4100-PRINT-ONE-STATE.
011060     MOVE WS-ST-CODE (WS-STATE-IX) TO WS-WS-STATE
011070     MOVE WS-ST-EMPLOYER-ID (WS-STATE-IX) TO WS-WS-EMPLOYER-ID
011080     MOVE WS-ST-W2-COUNT (WS-STATE-IX) TO WS-WS-COUNT
011090     MOVE WS-ST-WAGES (WS-STATE-IX) TO WS-WS-WAGES
011100     MOVE WS-ST-TAX (WS-STATE-IX) TO WS-WS-TAX
011110     WRITE W3-REPORT-LINE FROM WS-W3-STATE-LINE.
011120 4100-PRINT-ONE-STATE-EXIT.
011130     EXIT.
011140*
011150*    A QUARTER YTDRPT NEVER RECORDED CANNOT BE RECONCILED -
011160*    THAT ALONE IS A BREAK, WHATEVER THE TOTALS SAY.
011170 4200-PRINT-ONE-QUARTER.
011180     IF NOT WS-QT-FOUND (WS-QTR-IX)
011190         MOVE WS-QTR-IX TO WS-QL-QUARTER
011200         MOVE SPACES TO W3-REPORT-LINE
011210         STRING " " WS-QL-QUARTER
011220                 "   *** NOT ON THE 941 HISTORY -"
011230                 " RUN YTDRPT FOR THE QUARTER ***"
011240             DELIMITED BY SIZE INTO W3-REPORT-LINE
011250         WRITE W3-REPORT-LINE
011260         ADD 1 TO WS-BREAK-COUNT
011270         GO TO 4200-PRINT-ONE-QUARTER-EXIT
011280     END-IF
011290     MOVE WS-QTR-IX TO WS-QL-QUARTER
011300     MOVE WS-QT-RUN-DATE (WS-QTR-IX) TO WS-QL-RUN-DATE
011310     MOVE WS-QT-WAGES (WS-QTR-IX) TO WS-QL-WAGES
011320     MOVE WS-QT-FED-TAX (WS-QTR-IX) TO WS-QL-FED-TAX
011330     MOVE WS-QT-SS-WAGES (WS-QTR-IX) TO WS-QL-SS-WAGES
011340     MOVE WS-QT-SS-TAX (WS-QTR-IX) TO WS-QL-SS-TAX
011350     MOVE WS-QT-MED-TAX (WS-QTR-IX) TO WS-QL-MED-TAX
011360     MOVE WS-QT-STATE-TAX (WS-QTR-IX) TO WS-QL-STATE-TAX
011370     WRITE W3-REPORT-LINE FROM WS-QTR-LINE
011380     ADD WS-QT-WAGES (WS-QTR-IX) TO WS-941-WAGES
011390     ADD WS-QT-FED-TAX (WS-QTR-IX) TO WS-941-FED-TAX
011400     ADD WS-QT-SS-WAGES (WS-QTR-IX) TO WS-941-SS-WAGES
011410     ADD WS-QT-SS-TAX (WS-QTR-IX) TO WS-941-SS-TAX
011420     ADD WS-QT-MED-WAGES (WS-QTR-IX) TO WS-941-MED-WAGES
011430     ADD WS-QT-MED-TAX (WS-QTR-IX) TO WS-941-MED-TAX
011440     ADD WS-QT-STATE-TAX (WS-QTR-IX) TO WS-941-STATE-TAX.
011450 4200-PRINT-ONE-QUARTER-EXIT.
011460     EXIT.
011470*
011480 4300-RECONCILE.
011490     WRITE W3-REPORT-LINE FROM WS-RECON-HEADING
011500         AFTER ADVANCING 2 LINES
011510     MOVE "WAGES (BOX 1)" TO WS-RCN-ITEM
011520     MOVE WS-W2-WAGES TO WS-RCN-W2
011530     MOVE WS-941-WAGES TO WS-RCN-941
011540     PERFORM 6200-PRINT-RECON-LINE
011550         THRU 6200-PRINT-RECON-LINE-EXIT
011560     MOVE "FEDERAL TAX (BOX 2)" TO WS-RCN-ITEM
011570     MOVE WS-W2-FED-TAX TO WS-RCN-W2
011580     MOVE WS-941-FED-TAX TO WS-RCN-941
011590     PERFORM 6200-PRINT-RECON-LINE
011600         THRU 6200-PRINT-RECON-LINE-EXIT
011610     MOVE "SS WAGES (BOX 3)" TO WS-RCN-ITEM
011620     MOVE WS-W2-SS-WAGES TO WS-RCN-W2
011630     MOVE WS-941-SS-WAGES TO WS-RCN-941
011640     PERFORM 6200-PRINT-RECON-LINE
011650         THRU 6200-PRINT-RECON-LINE-EXIT
011660     MOVE "SS TAX (BOX 4)" TO WS-RCN-ITEM
011670     MOVE WS-W2-SS-TAX TO WS-RCN-W2
011680     MOVE WS-941-SS-TAX TO WS-RCN-941
011690     PERFORM 6200-PRINT-RECON-LINE
011700         THRU 6200-PRINT-RECON-LINE-EXIT
011710     MOVE "MEDICARE WAGES (BOX 5)" TO WS-RCN-ITEM
011720     MOVE WS-W2-MED-WAGES TO WS-RCN-W2
011730     MOVE WS-941-MED-WAGES TO WS-RCN-941
011740     PERFORM 6200-PRINT-RECON-LINE
011750         THRU 6200-PRINT-RECON-LINE-EXIT
011760     MOVE "MEDICARE TAX (BOX 6)" TO WS-RCN-ITEM
011770     MOVE WS-W2-MED-TAX TO WS-RCN-W2
011780     MOVE WS-941-MED-TAX TO WS-RCN-941
011790     PERFORM 6200-PRINT-RECON-LINE
011800         THRU 6200-PRINT-RECON-LINE-EXIT
011810     MOVE "STATE TAX (BOX 17)" TO WS-RCN-ITEM
011820     MOVE WS-W2-STATE-TAX TO WS-RCN-W2
011830     MOVE WS-941-STATE-TAX TO WS-RCN-941
011840     PERFORM 6200-PRINT-RECON-LINE
011850         THRU 6200-PRINT-RECON-LINE-EXIT.
011860 4300-RECONCILE-EXIT.
011870     EXIT.
011880*
011890*------------------------------------------------------------*
011900*    5100-WRITE-SSA-RA - SUBMITTER RECORD.  THE EMPLOYER      *
011910*    FILES FOR ITSELF: SOFTWARE CODE 98 (IN-HOUSE), PREPARER  *
011920*    CODE L (SELF-PREPARED).                                  *
011930*------------------------------------------------------------*
011940 5100-WRITE-SSA-RA.
011950     MOVE SPACES TO EFW2-RECORD
011960     SET EF-SUBMITTER TO TRUE
011970     MOVE WS-ER-EIN TO EF-RA-EIN
011980     MOVE WS-ER-USER-ID TO EF-RA-USER-ID
011990     MOVE WS-ER-RESUB-IND TO EF-RA-RESUB-IND
012000     MOVE WS-ER-RESUB-WFID TO EF-RA-RESUB-WFID
012010     MOVE "98" TO EF-RA-SOFTWARE-CODE
012020     MOVE WS-ER-NAME TO EF-RA-CO-NAME
012030     MOVE WS-ER-LOC-ADDR TO EF-RA-CO-LOC-ADDR
012040     MOVE WS-ER-DEL-ADDR TO EF-RA-CO-DEL-ADDR
012050     MOVE WS-ER-CITY TO EF-RA-CO-CITY
012060     MOVE WS-ER-STATE TO EF-RA-CO-STATE
012070     MOVE WS-ER-ZIP TO EF-RA-CO-ZIP
012080     MOVE WS-ER-ZIP-EXT TO EF-RA-CO-ZIP-EXT
012090     MOVE WS-ER-NAME TO EF-RA-SUB-NAME
012100     MOVE WS-ER-LOC-ADDR TO EF-RA-SUB-LOC-ADDR
012110     MOVE WS-ER-DEL-ADDR TO EF-RA-SUB-DEL-ADDR
012120     MOVE WS-ER-CITY TO EF-RA-SUB-CITY
012130     MOVE WS-ER-STATE TO EF-RA-SUB-STATE
012140     MOVE WS-ER-ZIP TO EF-RA-SUB-ZIP
012150     MOVE WS-ER-ZIP-EXT TO EF-RA-SUB-ZIP-EXT
012160     MOVE WS-ER-CONTACT-NAME TO EF-RA-CONTACT-NAME
012170     MOVE WS-ER-CONTACT-PHONE TO EF-RA-CONTACT-PHONE
012180     MOVE WS-ER-CONTACT-EXT TO EF-RA-CONTACT-EXT
012190     MOVE WS-ER-CONTACT-EMAIL TO EF-RA-CONTACT-EMAIL
012200     MOVE "L" TO EF-RA-PREPARER-CODE
012210     WRITE EFW2-RECORD
012220     ADD 1 TO WS-SSA-WRITE-COUNT.
012230 5100-WRITE-SSA-RA-EXIT.
012240     EXIT.
012250*
012260*------------------------------------------------------------*
012270*    5200-WRITE-SSA-RE - EMPLOYER RECORD.  EMPLOYMENT CODE R  *
012280*    (REGULAR, FILES 941).                                    *
012290*------------------------------------------------------------*
012300 5200-WRITE-SSA-RE.
012310     MOVE SPACES TO EFW2-RECORD
012320     SET EF-EMPLOYER TO TRUE
012330     MOVE WS-TAX-YEAR TO EF-RE-TAX-YEAR
012340     MOVE WS-ER-EIN TO EF-RE-EIN
012350     MOVE "0" TO EF-RE-TERM-BUS-IND
012360     MOVE WS-ER-NAME TO EF-RE-EMPLOYER-NAME
012370     MOVE WS-ER-LOC-ADDR TO EF-RE-LOC-ADDR
012380     MOVE WS-ER-DEL-ADDR TO EF-RE-DEL-ADDR
012390     MOVE WS-ER-CITY TO EF-RE-CITY
012400     MOVE WS-ER-STATE TO EF-RE-STATE
012410     MOVE WS-ER-ZIP TO EF-RE-ZIP
012420     MOVE WS-ER-ZIP-EXT TO EF-RE-ZIP-EXT
012430     MOVE WS-ER-KIND TO EF-RE-KIND-OF-EMPLR
012440     MOVE "R" TO EF-RE-EMPLOYMENT-CD
012450     MOVE "0" TO EF-RE-3RD-PARTY-SICK
012460     MOVE WS-ER-CONTACT-NAME TO EF-RE-CONTACT-NAME
012470     MOVE WS-ER-CONTACT-PHONE TO EF-RE-CONTACT-PHONE
012480     MOVE WS-ER-CONTACT-EXT TO EF-RE-CONTACT-EXT
012490     MOVE WS-ER-CONTACT-EMAIL TO EF-RE-CONTACT-EMAIL
012500     WRITE EFW2-RECORD
012510     ADD 1 TO WS-SSA-WRITE-COUNT.
012520 5200-WRITE-SSA-RE-EXIT.
012530     EXIT.
012540*
012550*------------------------------------------------------------*
012560*    5300-WRITE-SSA-RW - ONE EMPLOYEE WAGE RECORD.  AMOUNTS   *
012570*    GO OUT IN CENTS.  THE EMPLOYEE ADDRESS IS NOT KEPT ON    *
012580*    THE MASTER AND IS LEFT BLANK.                            *
012590*------------------------------------------------------------*
012600 5300-WRITE-SSA-RW.
012610     MOVE SPACES TO EFW2-RECORD
012620     SET EF-EMPLOYEE TO TRUE
012630     MOVE WS-EMP-SSN TO EF-RW-SSN
012640     MOVE WS-NM-FIRST TO EF-RW-FIRST-NAME
012650     MOVE WS-NM-MIDDLE TO EF-RW-MIDDLE-NAME
012660     MOVE WS-NM-LAST TO EF-RW-LAST-NAME
012670     MOVE WS-NM-SUFFIX TO EF-RW-SUFFIX
012680     COMPUTE EF-RW-WAGES = YT-GROSS * 100
012690     COMPUTE EF-RW-FED-TAX = YT-FED-TAX * 100
012700     COMPUTE EF-RW-SS-WAGES = WS-EMP-SS-WAGES * 100
012710     COMPUTE EF-RW-SS-TAX = WS-EMP-SS-TAX * 100
012720     COMPUTE EF-RW-MED-WAGES = YT-GROSS * 100
012730     COMPUTE EF-RW-MED-TAX = WS-EMP-MED-TAX * 100
012740     MOVE ZERO TO EF-RW-SS-TIPS
012750     MOVE WS-RW-OTHER-INIT TO EF-RW-OTHER-AREA
012760     MOVE "0" TO EF-RW-STATUTORY-IND
012770     MOVE "0" TO EF-RW-RETIRE-IND
012780     MOVE "0" TO EF-RW-3RD-PARTY-IND
012790     WRITE EFW2-RECORD
012800     ADD 1 TO WS-SSA-WRITE-COUNT.
012810 5300-WRITE-SSA-RW-EXIT.
012820     EXIT.
012830*
012840*------------------------------------------------------------*
012850*    5400-WRITE-SSA-RT-RF - TOTAL AND FINAL RECORDS.          *
012860*------------------------------------------------------------*
012870 5400-WRITE-SSA-RT-RF.
012880     MOVE SPACES TO EFW2-RECORD
012890     SET EF-TOTAL TO TRUE
012900     MOVE WS-W2-COUNT TO EF-RT-RW-COUNT
012910     COMPUTE EF-RT-WAGES = WS-W2-WAGES * 100
012920     COMPUTE EF-RT-FED-TAX = WS-W2-FED-TAX * 100
012930     COMPUTE EF-RT-SS-WAGES = WS-W2-SS-WAGES * 100
012940     COMPUTE EF-RT-SS-TAX = WS-W2-SS-TAX * 100
012950     COMPUTE EF-RT-MED-WAGES = WS-W2-MED-WAGES * 100
012960     COMPUTE EF-RT-MED-TAX = WS-W2-MED-TAX * 100
012970     MOVE ZERO TO EF-RT-SS-TIPS
012980     MOVE WS-RT-OTHER-INIT TO EF-RT-OTHER-AREA
012990     WRITE EFW2-RECORD
013000     ADD 1 TO WS-SSA-WRITE-COUNT
013010     MOVE SPACES TO EFW2-RECORD
013020     SET EF-FINAL TO TRUE
013030     MOVE WS-W2-COUNT TO EF-RF-RW-COUNT
013040     WRITE EFW2-RECORD
013050     ADD 1 TO WS-SSA-WRITE-COUNT.
013060 5400-WRITE-SSA-RT-RF-EXIT.
013070     EXIT.
013080*
013090 6100-WRITE-RUN-LOG.
013100     MOVE SPACES TO RUN-LOG-RECORD
013110     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
013120     ACCEPT WS-TS-TIME FROM TIME
013130     MOVE "W2RPT" TO RL-PROGRAM-ID
013140     MOVE WS-JOB-ID TO RL-JOB-ID
013150     MOVE WS-RL-ENTRY-TYPE TO RL-ENTRY-TYPE
013160     MOVE WS-TS-DATE TO RL-DATE
013170     MOVE WS-TS-TIME TO RL-TIME
013180     ADD WS-CTL-READ-COUNT WS-YTD-READ-COUNT WS-Q9-READ-COUNT
013190         GIVING RL-RECORDS-READ
013200     MOVE WS-SSA-WRITE-COUNT TO RL-RECORDS-WRITTEN
013210     MOVE WS-EXCEPTION-COUNT TO RL-EXCEPTION-COUNT
013220     MOVE WS-RL-STATUS TO RL-FINAL-STATUS
013230     MOVE SPACE TO RL-PAY-GROUP
013240     WRITE RUN-LOG-RECORD.
013250 6100-WRITE-RUN-LOG-EXIT.
013260     EXIT.
013270*
013280*------------------------------------------------------------*
013290*    6200-PRINT-RECON-LINE - ONE W-2 TOTAL AGAINST THE SUM OF *
013300*    THE FOUR 941 QUARTERS; ANY DIFFERENCE IS A BREAK.        *
013310*------------------------------------------------------------*
013320 6200-PRINT-RECON-LINE.
013330     ADD 1 TO WS-RECON-COUNT
013340     COMPUTE WS-RCN-DIFF = WS-RCN-W2 - WS-RCN-941
013350     MOVE WS-RCN-ITEM TO WS-RC-ITEM
013360     MOVE WS-RCN-W2 TO WS-RC-W2
013370     MOVE WS-RCN-941 TO WS-RC-941
013380     MOVE WS-RCN-DIFF TO WS-RC-DIFF
013390     IF WS-RCN-DIFF = ZERO
013400         MOVE "TIES" TO WS-RC-RESULT
013410     ELSE
013420         MOVE "*BREAK*" TO WS-RC-RESULT
013430         ADD 1 TO WS-BREAK-COUNT
013440     END-IF
013450     WRITE W3-REPORT-LINE FROM WS-RECON-DETAIL.
013460 6200-PRINT-RECON-LINE-EXIT.
013470     EXIT.
013480*
013490*------------------------------------------------------------*
013500*    6300-WRITE-EXCEPTION - ONE LINE ON W2EXC FOR THE CURRENT *
013510*    YTD RECORD, WITH THE MESSAGE IN WS-EXC-MESSAGE.          *
013520*------------------------------------------------------------*
013530 6300-WRITE-EXCEPTION.
013540     ADD 1 TO WS-EXCEPTION-COUNT
013550     MOVE YT-IDENT TO WS-XD-IDENT
013560     MOVE WS-EMP-NAME TO WS-XD-NAME
013570     MOVE WS-EXC-MESSAGE TO WS-XD-MESSAGE
013580     WRITE W2-EXCEPTION-LINE FROM WS-EXC-DETAIL
013590     MOVE SPACES TO WS-EXC-MESSAGE.
013600 6300-WRITE-EXCEPTION-EXIT.
013610     EXIT.
013620*
013630*------------------------------------------------------------*
013640*    8000-FINALIZE - CLOSE THE SSA FILE, PRINT THE W-3 AND    *
013650*    SET THE RETURN CODE: A RECONCILIATION BREAK IS RC 8      *
013660*    (THE FILE IS NOT TO BE SENT), EXCEPTIONS ALONE RC 4.     *
013670*------------------------------------------------------------*
013680 8000-FINALIZE.
013690     PERFORM 5400-WRITE-SSA-RT-RF
013700         THRU 5400-WRITE-SSA-RT-RF-EXIT
013710     PERFORM 4000-PRINT-W3
013720         THRU 4000-PRINT-W3-EXIT
013730     MOVE WS-EXCEPTION-COUNT TO WS-CNT-EDIT
013740     MOVE SPACES TO W2-EXCEPTION-LINE
013750     STRING "EXCEPTIONS: " WS-CNT-EDIT
013760         DELIMITED BY SIZE INTO W2-EXCEPTION-LINE
013770     WRITE W2-EXCEPTION-LINE
013780         AFTER ADVANCING 2 LINES
013790     MOVE SPACES TO W3-REPORT-LINE
013800     STRING "RECONCILIATION ITEMS: " WS-RECON-COUNT
013810             "  BREAKS: " WS-BREAK-COUNT
013820         DELIMITED BY SIZE INTO W3-REPORT-LINE
013830     WRITE W3-REPORT-LINE
013840         AFTER ADVANCING 2 LINES
013850     MOVE SPACES TO W3-REPORT-LINE
013860     EVALUATE TRUE
013870         WHEN WS-BREAK-COUNT > ZERO
013880             MOVE "*** W-3 DOES NOT RECONCILE TO THE 941S -"
013890                 TO W3-REPORT-LINE
013900             MOVE " SSA FILE HELD ***" TO W3-REPORT-LINE (41:)
013910             MOVE 8 TO RETURN-CODE
013920         WHEN WS-EXCEPTION-COUNT > ZERO
013930             MOVE "W-3 RECONCILES - CLEAR THE W2EXC EXCEPTIONS"
013940                 TO W3-REPORT-LINE
013950             MOVE " BEFORE THE SSA FILE IS SENT"
013960                 TO W3-REPORT-LINE (44:)
013970             MOVE 4 TO RETURN-CODE
013980         WHEN OTHER
013990             MOVE "W-3 RECONCILES - SSA FILE READY TO SEND"
014000                 TO W3-REPORT-LINE
014010     END-EVALUATE
014020     WRITE W3-REPORT-LINE
014030     MOVE "E" TO WS-RL-ENTRY-TYPE
014040     MOVE "OK" TO WS-RL-STATUS
014050     PERFORM 6100-WRITE-RUN-LOG
014060         THRU 6100-WRITE-RUN-LOG-EXIT
014070     CLOSE YTD-MASTER-FILE
014080           EMPLOYEE-MASTER-FILE
014090           W2-FORM-FILE
014100           W3-REPORT-FILE
014110           W2-EXCEPTION-FILE
014120           SSA-WAGE-FILE
014130           RUN-LOG-FILE.
014140 8000-FINALIZE-EXIT.
014150     EXIT.
