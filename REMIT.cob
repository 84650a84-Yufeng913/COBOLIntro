000010******************************************************************
000020*
000030*   IDENTIFICATION DIVISION.
000040*
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.    REMIT.
000080 AUTHOR.        YuFeng Yao.
000090 INSTALLATION.  DATA PROCESSING.
000100 DATE-WRITTEN.  October 15th, 2026.
000110 DATE-COMPILED.
000120*
000130*   MODIFICATION HISTORY
000140*   --------------------------------------------------------------
000150*   DATE        INIT  DESCRIPTION
000160*   2026-10-15  YFY   ORIGINAL - DEDUCTION REMITTANCE RUN.  READS
000170*                     THE DEDUCTION EXTRACT OF A FINAL PAYROLL
000180*                     RUN (DEDEXT, SORTED PAYEE KEY/IDENT) AND
000190*                     PAYS EACH PAYEE ON THE PAYEE MASTER
000200*                     (PAYEEMST) ITS TOTAL - A MANUAL CHECK
000210*                     UNDER IDENT 000 OFF THE SAME CHKNBR/
000220*                     CHKISSUE FILES AS PAYROLL, OR AN ACH
000230*                     ENTRY INTO REMACH.  A GARNISHMENT CASE WITH
000240*                     NO PAYEE OF ITS OWN FALLS BACK TO THE
000250*                     CODE'S BLANK-CASE PAYEE.  EVERY PAYMENT
000260*                     PRINTS A REMITTANCE STATEMENT LISTING EACH
000270*                     EMPLOYEE'S AMOUNT AND POSTS DEBIT
000280*                     DEDUCTIONS PAYABLE / CREDIT CASH TO REMGL.
000290*                     AN AMOUNT WITH NO PAYEE IS HELD (LEFT IN
000300*                     DEDUCTIONS PAYABLE, RC 4); A PAYROLL RUN
000310*                     (PAY DATE, RUN NUMBER AND PAY GROUP) THE
000320*                     PAYEE IS ALREADY STAMPED WITH IS NOT
000330*                     PAID AGAIN.  THE EXTRACT TOTAL MUST PROVE
000340*                     TO THE DEDUCTIONS-PAYABLE CREDIT ON THE
000350*                     SAME RUN'S GLPOST OR THE RUN ENDS RC 8.
000351*   2026-10-15  YFY   GLPOST IS NOW EVERY PAY.GL.POSTING
000352*                     GENERATION, AND ONLY THE DEDUCTIONS-PAYABLE
000353*                     CREDITS CARRYING THE EXTRACT'S PAY DATE,
000354*                     RUN NUMBER AND PAY GROUP ARE SUMMED - A
000355*                     LATER RETROPAY OR FINALPAY GL GENERATION NO
000356*                     LONGER BREAKS THE PROOF.
000357*   2026-10-15  YFY   THE EXTRACT IS PROVED TO THE GL BEFORE ANY
000358*                     PAYEE IS PAID: A FIRST PASS TOTALS IT, AND
000359*                     A BREAK ENDS THE RUN RC 8 WITH NO CHECK, ACH
000360*                     ENTRY, POSTING OR PAYEE STAMP WRITTEN, SO
000361*                     THE CORRECTED RUN PAYS EVERY PAYEE.
000360*
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420*
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PAYEE-MASTER-FILE
000460         ASSIGN TO PAYEEMST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS PY-KEY
000500         FILE STATUS IS WS-PY-FILE-STATUS.
000510*
000520     SELECT DEDUCTION-EXTRACT-FILE
000530         ASSIGN TO REMITIN
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550*
000560     SELECT GL-IN-FILE
000570         ASSIGN TO GLPOST
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590*
000600     SELECT GL-POSTING-FILE
000610         ASSIGN TO REMGL
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630*
000640     SELECT CHECK-ISSUE-FILE
000650         ASSIGN TO CHKISSUE
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CHK-FILE-STATUS.
000680*
000690     SELECT CHECK-NUMBER-FILE
000700         ASSIGN TO CHKNBR
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CHKNBR-FILE-STATUS.
000730*
000740     SELECT ACH-DEPOSIT-FILE
000750         ASSIGN TO REMACH
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770*
000780     SELECT REMIT-STATEMENT-FILE
000790         ASSIGN TO REMSTMT
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810*
000820     SELECT REMIT-REPORT-FILE
000830         ASSIGN TO REMRPT
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850*
000860     SELECT RUN-LOG-FILE
000870         ASSIGN TO RUNLOG
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890*
000900 DATA DIVISION.
000910 FILE SECTION.
000920*
000930 FD  PAYEE-MASTER-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY PAYEEREC.
000960*
000970 FD  DEDUCTION-EXTRACT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY DEDXREC.
001000*
001010*    THE PAYROLL RUNS' GL POSTINGS ARE ONLY SUMMED FOR THE
001020*    DEDUCTIONS-PAYABLE CREDIT, SO THEY ARE READ THROUGH THEIR
001030*    OWN FIELD NAMES AND THE GLREC LAYOUT IS LEFT TO THE
001040*    REMITTANCE POSTINGS WRITTEN BELOW.
001050 FD  GL-IN-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  GL-IN-RECORD.
001080     05  GI-ACCOUNT              PIC X(08).
001090     05  GI-DEPT                 PIC X(04).
001100     05  GI-DEBIT-CREDIT         PIC X(01).
001110     05  GI-AMOUNT               PIC 9(08)V99.
001120     05  GI-DESC                 PIC X(20).
001130     05  GI-PAY-DATE             PIC 9(08).
001135     05  GI-PAY-GROUP            PIC X(01).
001140     05  GI-RUN-NUMBER           PIC X(04).
001145     05  FILLER                  PIC X(05).
001150*
001160 FD  GL-POSTING-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY GLREC.
001190*
001200 FD  CHECK-ISSUE-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY CHECKREC.
001230*
001240 FD  CHECK-NUMBER-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY CHKCTL.
001270*
001280 FD  ACH-DEPOSIT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY DEPREC.
001310*
001320 FD  REMIT-STATEMENT-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 01  REMIT-STATEMENT-LINE        PIC X(100).
001350*
001360 FD  REMIT-REPORT-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  REMIT-REPORT-LINE           PIC X(100).
001390*
001400 FD  RUN-LOG-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY RUNLOG.
001430*
001440 WORKING-STORAGE SECTION.
001450*
001460*----------------------------------------------------------------*
001470*    SWITCHES                                                    *
001480*----------------------------------------------------------------*
001490 01  WS-SWITCHES.
001500     05  WS-EXT-EOF-SW           PIC X(01) VALUE "N".
001510         88  EXT-EOF                        VALUE "Y".
001520     05  WS-GL-EOF-SW            PIC X(01) VALUE "N".
001530         88  GL-EOF                         VALUE "Y".
001540     05  WS-PAYEE-FOUND-SW       PIC X(01) VALUE "N".
001550         88  PAYEE-FOUND                    VALUE "Y".
001560     05  WS-STAMPED-SW           PIC X(01) VALUE "N".
001570         88  STAMPED-THIS-RUN               VALUE "Y".
001580     05  WS-REMIT-ACTION-SW      PIC X(01) VALUE SPACE.
001590         88  REMIT-PAY                      VALUE "P".
001600         88  REMIT-HELD                     VALUE "H".
001610         88  REMIT-ALREADY-PAID             VALUE "D".
001620*
001630*----------------------------------------------------------------*
001640*    FILE STATUS AND RUN IDENTIFICATION                          *
001650*----------------------------------------------------------------*
001660 77  WS-PY-FILE-STATUS           PIC X(02) VALUE "00".
001670 77  WS-CHK-FILE-STATUS          PIC X(02) VALUE "00".
001680 77  WS-CHKNBR-FILE-STATUS       PIC X(02) VALUE "00".
001690 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
001700 01  WS-TIMESTAMP.
001710     05  WS-TS-DATE              PIC 9(08).
001720     05  WS-TS-TIME              PIC 9(08).
001730 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001740 77  WS-RL-ENTRY-TYPE            PIC X(01) VALUE "S".
001750 77  WS-RL-STATUS                PIC X(04) VALUE SPACES.
001760*
001770*----------------------------------------------------------------*
001780*    GL ACCOUNTS - THE SAME DEDUCTIONS-PAYABLE AND CASH          *
001790*    ACCOUNTS THE PAYROLL RUN POSTS                              *
001800*----------------------------------------------------------------*
001810 77  WS-ACCT-DED-LIAB            PIC X(08) VALUE "21400000".
001820 77  WS-ACCT-CASH                PIC X(08) VALUE "10100000".
001830*
001840*----------------------------------------------------------------*
001850*    CONTROL-BREAK KEY AND PER-PAYEE WORK AREAS                  *
001860*----------------------------------------------------------------*
001870 01  WS-CUR-KEY.
001880     05  WS-CUR-DED-CODE         PIC X(03).
001890     05  WS-CUR-CASE-NO          PIC X(08).
001900 77  WS-CUR-PAY-DATE             PIC 9(08) VALUE ZERO.
001910 77  WS-CUR-RUN-NUMBER           PIC X(04) VALUE SPACES.
001920 77  WS-CUR-PAY-GROUP            PIC X(01) VALUE SPACE.
001921*
001922*    THE PAYROLL RUN THE EXTRACT CAME FROM, TAKEN FROM ITS FIRST
001923*    RECORD - THE GLPOST CREDITS CARRYING THE SAME THREE FIELDS
001924*    ARE THE ONES IT MUST PROVE TO.
001925 01  WS-EXT-RUN-KEY.
001926     05  WS-EXT-PAY-DATE         PIC 9(08) VALUE ZERO.
001927     05  WS-EXT-RUN-NUMBER       PIC X(04) VALUE SPACES.
001928     05  WS-EXT-PAY-GROUP        PIC X(01) VALUE SPACE.
001930 77  WS-PAYEE-TOTAL              PIC 9(07)V99 VALUE ZERO.
001940 77  WS-PAYEE-ITEMS              PIC 9(05) VALUE ZERO.
001950 77  WS-PAYMENT-REF              PIC X(20) VALUE SPACES.
001960 77  WS-REMARK                   PIC X(24) VALUE SPACES.
001970*
001980*----------------------------------------------------------------*
001990*    PAYEES STAMPED BY THIS RUN.  SEVERAL GARNISHMENT CASES MAY  *
002000*    SHARE ONE BLANK-CASE PAYEE; ONCE THE FIRST IS PAID THE      *
002010*    PAYEE CARRIES THIS PAYROLL RUN'S STAMP, AND ONLY THIS       *
002020*    TABLE TELLS THE NEXT CASE FROM A RERUN OF THE EXTRACT.      *
002030*----------------------------------------------------------------*
002040 77  WS-STAMP-MAX                PIC 9(03) VALUE 200.
002050 77  WS-STAMP-COUNT              PIC 9(03) VALUE ZERO.
002060 77  WS-STAMP-IX                 PIC S9(04) COMP VALUE ZERO.
002070 01  WS-STAMP-TABLE-AREA.
002080     05  WS-STAMP-ENTRY OCCURS 200 TIMES.
002090         10  WS-ST-KEY           PIC X(11).
002100*
002110*----------------------------------------------------------------*
002120*    RUN CONTROLS AND ACCUMULATORS                               *
002130*----------------------------------------------------------------*
002140 77  WS-EXT-READ-COUNT           PIC 9(07) VALUE ZERO.
002150 77  WS-EXT-TOTAL                PIC 9(08)V99 VALUE ZERO.
002155 77  WS-EXT-PROOF-TOTAL          PIC 9(08)V99 VALUE ZERO.
002160 77  WS-GL-READ-COUNT            PIC 9(07) VALUE ZERO.
002170 77  WS-GL-DED-CREDIT            PIC 9(08)V99 VALUE ZERO.
002180 77  WS-PAYEES-PAID              PIC 9(05) VALUE ZERO.
002190 77  WS-PAID-TOTAL               PIC 9(08)V99 VALUE ZERO.
002200 77  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
002210 77  WS-HELD-TOTAL               PIC 9(08)V99 VALUE ZERO.
002220 77  WS-DUP-COUNT                PIC 9(05) VALUE ZERO.
002230 77  WS-DUP-TOTAL                PIC 9(08)V99 VALUE ZERO.
002240 77  WS-CHECKS-ISSUED            PIC 9(05) VALUE ZERO.
002250 77  WS-CHECKS-NET-TOTAL         PIC 9(08)V99 VALUE ZERO.
002260 77  WS-CHECK-NO                 PIC 9(08) VALUE ZERO.
002270 77  WS-ACH-DEPOSITS             PIC 9(05) VALUE ZERO.
002280 77  WS-ACH-NET-TOTAL            PIC 9(08)V99 VALUE ZERO.
002290 77  WS-GL-POSTING-COUNT         PIC 9(05) VALUE ZERO.
002300 77  WS-BAL-TIE-TOTAL            PIC 9(08)V99 VALUE ZERO.
002310*
002320*----------------------------------------------------------------*
002330*    NUMERIC-EDITED WORK FIELDS - AMOUNTS STRINGED DIRECTLY      *
002340*    WOULD DROP THEIR DECIMAL POINTS                             *
002350*----------------------------------------------------------------*
002360 77  WS-AMT-EDIT                 PIC ZZZ,ZZ9.99.
002370 77  WS-YTD-EDIT                 PIC ZZZ,ZZZ,ZZ9.99.
002380 77  WS-YTD-EDIT-2               PIC ZZZ,ZZZ,ZZ9.99.
002390 77  WS-YTD-EDIT-3               PIC ZZZ,ZZZ,ZZ9.99.
002400*
002410*----------------------------------------------------------------*
002420*    REMITTANCE REGISTER LINES                                   *
002430*----------------------------------------------------------------*
002440 01  WS-RPT-HEADING-1.
002450     05  FILLER                  PIC X(30)
002460         VALUE "DEDUCTION REMITTANCE REGISTER".
002470     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002480     05  WS-H1-DATE              PIC 9(08).
002490 01  WS-RPT-HEADING-2.
002500     05  FILLER                  PIC X(37)
002510         VALUE "COD CASE NO  PAYEE".
002520     05  FILLER                  PIC X(63)
002530         VALUE "ITEMS      AMOUNT  PAID BY               REMARK".
002540 01  WS-RPT-DETAIL.
002550     05  WS-RD-CODE              PIC X(03).
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  WS-RD-CASE-NO           PIC X(08).
002580     05  FILLER                  PIC X(01) VALUE SPACE.
002590     05  WS-RD-PAYEE             PIC X(24).
002600     05  WS-RD-ITEMS             PIC ZZZZ9.
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  WS-RD-AMOUNT            PIC Z,ZZZ,ZZ9.99.
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  WS-RD-PAID-BY           PIC X(20).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  WS-RD-REMARK            PIC X(24).
002670*
002680*----------------------------------------------------------------*
002690*    REMITTANCE STATEMENT LINES - ONE PAGE PER PAYMENT           *
002700*----------------------------------------------------------------*
002710 01  WS-STMT-HEADING-1.
002720     05  FILLER                  PIC X(30)
002730         VALUE "PAYROLL DEDUCTION REMITTANCE".
002740     05  FILLER                  PIC X(10) VALUE "REMITTED: ".
002750     05  WS-SH1-DATE             PIC 9(08).
002760 01  WS-STMT-HEADING-2.
002770     05  FILLER                  PIC X(10) VALUE "PAY DATE: ".
002780     05  WS-SH2-PAY-DATE         PIC 9(08).
002790     05  FILLER                  PIC X(08) VALUE "  RUN: ".
002800     05  WS-SH2-RUN-NO           PIC X(04).
002810     05  FILLER                  PIC X(09) VALUE "  CODE: ".
002820     05  WS-SH2-CODE             PIC X(03).
002830     05  FILLER                  PIC X(09) VALUE "  CASE: ".
002840     05  WS-SH2-CASE-NO          PIC X(08).
002850     05  FILLER                  PIC X(10) VALUE "  GROUP: ".
002860     05  WS-SH2-PAY-GROUP        PIC X(01).
002870 01  WS-STMT-HEADING-3.
002880     05  FILLER                  PIC X(38)
002890         VALUE "IDT EMPLOYEE              CLASS".
002900     05  FILLER                  PIC X(10) VALUE "    AMOUNT".
002910 01  WS-STMT-DETAIL.
002920     05  WS-SD-IDENT             PIC 9(03).
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  WS-SD-NAME              PIC X(20).
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  WS-SD-CLASS             PIC X(04).
002970     05  FILLER                  PIC X(06) VALUE SPACES.
002980     05  WS-SD-AMOUNT            PIC ZZZ,ZZ9.99.
002990*
003000******************************************************************
003010*
003020*   PROCEDURE DIVISION.
003030*
003040******************************************************************
003050 PROCEDURE DIVISION.
003060*
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE
003090         THRU 1000-INITIALIZE-EXIT
003100     PERFORM 2000-PROCESS-PAYEE
003110         THRU 2000-PROCESS-PAYEE-EXIT
003120         UNTIL EXT-EOF
003130     PERFORM 8000-FINALIZE
003140         THRU 8000-FINALIZE-EXIT
003150     STOP RUN.
003160*
003170*------------------------------------------------------------*
003178*    1000-INITIALIZE - OPEN THE PAYEE MASTER, PRIME THE       *
003186*    SORTED EXTRACT, SUM ITS PAYROLL RUN'S DEDUCTIONS-PAYABLE *
003194*    CREDIT, PROVE THE WHOLE EXTRACT TO IT, THEN REOPEN THE   *
003196*    EXTRACT AND OPEN THE PAYMENT FILES.  AN EMPTY EXTRACT    *
003202*    HAS NO RUN TO FIND AND NOTHING TO PROVE.                 *
003210*------------------------------------------------------------*
003220 1000-INITIALIZE.
003230     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
003240     IF WS-JOB-ID = SPACES
003250         MOVE "REMIT" TO WS-JOB-ID
003260     END-IF
003270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003280     OPEN EXTEND RUN-LOG-FILE
003290     MOVE "S" TO WS-RL-ENTRY-TYPE
003300     MOVE SPACES TO WS-RL-STATUS
003310     PERFORM 6100-WRITE-RUN-LOG
003320         THRU 6100-WRITE-RUN-LOG-EXIT
003330     OPEN I-O PAYEE-MASTER-FILE
003340*    WITHOUT A PAYEE MASTER NOTHING CAN BE PAID - A MISSING
003350*    FILE IS A CATALOG PROBLEM, NOT A FIRST RUN.
003360     IF WS-PY-FILE-STATUS = "35"
003370         DISPLAY "REMIT ABEND - PAYEE MASTER NOT FOUND"
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF
003410     OPEN OUTPUT REMIT-REPORT-FILE
003420     MOVE WS-RUN-DATE TO WS-H1-DATE
003430     WRITE REMIT-REPORT-LINE FROM WS-RPT-HEADING-1
003440     WRITE REMIT-REPORT-LINE FROM WS-RPT-HEADING-2
003450         AFTER ADVANCING 2 LINES
003454     OPEN INPUT DEDUCTION-EXTRACT-FILE
003458     PERFORM 2900-READ-EXTRACT
003462         THRU 2900-READ-EXTRACT-EXIT
003466     IF NOT EXT-EOF
003470         MOVE DX-PAY-DATE TO WS-EXT-PAY-DATE
003474         MOVE DX-RUN-NUMBER TO WS-EXT-RUN-NUMBER
003478         MOVE DX-PAY-GROUP TO WS-EXT-PAY-GROUP
003482         OPEN INPUT GL-IN-FILE
003486         PERFORM 1100-SUM-GL-CREDIT
003490             THRU 1100-SUM-GL-CREDIT-EXIT
003494             UNTIL GL-EOF
003498         CLOSE GL-IN-FILE
003499         PERFORM 1200-ADD-EXTRACT-ITEM
003500             THRU 1200-ADD-EXTRACT-ITEM-EXIT
003501             UNTIL EXT-EOF
003502         CLOSE DEDUCTION-EXTRACT-FILE
003503         IF WS-EXT-PROOF-TOTAL NOT = WS-GL-DED-CREDIT
003504             PERFORM 1400-STOP-UNPROVEN
003505                 THRU 1400-STOP-UNPROVEN-EXIT
003506         END-IF
003507         OPEN INPUT DEDUCTION-EXTRACT-FILE
003508         MOVE "N" TO WS-EXT-EOF-SW
003509         MOVE ZERO TO WS-EXT-READ-COUNT
003510         PERFORM 2900-READ-EXTRACT
003511             THRU 2900-READ-EXTRACT-EXIT
003512     END-IF
003510     PERFORM 1300-OPEN-CHECK-FILES
003520         THRU 1300-OPEN-CHECK-FILES-EXIT
003530     OPEN OUTPUT ACH-DEPOSIT-FILE
003540     OPEN OUTPUT GL-POSTING-FILE
003550     OPEN OUTPUT REMIT-STATEMENT-FILE
003575     MOVE WS-RUN-DATE TO WS-SH1-DATE.
003600 1000-INITIALIZE-EXIT.
003610     EXIT.
003620*
003630*------------------------------------------------------------*
003640*    1100-SUM-GL-CREDIT - ADD UP THE DEDUCTIONS-PAYABLE       *
003647*    CREDIT THE EXTRACT'S PAYROLL RUN POSTED; THE EXTRACT     *
003654*    MUST PROVE TO IT AT END OF RUN.  GLPOST IS EVERY         *
003661*    GENERATION, SO ANY OTHER RUN'S POSTINGS ARE PASSED OVER. *
003670*------------------------------------------------------------*
003680 1100-SUM-GL-CREDIT.
003690     READ GL-IN-FILE
003700         AT END
003710             SET GL-EOF TO TRUE
003720             GO TO 1100-SUM-GL-CREDIT-EXIT
003730     END-READ
003740     ADD 1 TO WS-GL-READ-COUNT
003750     IF GI-ACCOUNT = WS-ACCT-DED-LIAB
003760             AND GI-DEBIT-CREDIT = "C"
003762             AND GI-PAY-DATE = WS-EXT-PAY-DATE
003764             AND GI-RUN-NUMBER = WS-EXT-RUN-NUMBER
003766             AND GI-PAY-GROUP = WS-EXT-PAY-GROUP
003770         ADD GI-AMOUNT TO WS-GL-DED-CREDIT
003780     END-IF.
003790 1100-SUM-GL-CREDIT-EXIT.
003800     EXIT.
003801*
003802 1200-ADD-EXTRACT-ITEM.
003803     ADD DX-AMOUNT TO WS-EXT-PROOF-TOTAL
003804     PERFORM 2900-READ-EXTRACT
003805         THRU 2900-READ-EXTRACT-EXIT.
003806 1200-ADD-EXTRACT-ITEM-EXIT.
003807     EXIT.
003808*
003809*------------------------------------------------------------*
003810*    1400-STOP-UNPROVEN - THE EXTRACT AND THE GL CAME FROM    *
003811*    DIFFERENT RUNS, OR ONE IS INCOMPLETE.  NOTHING HAS BEEN  *
003812*    PAID: REPORT THE BREAK AND END RC 8 BEFORE THE CHECK     *
003813*    FILES ARE OPENED.  REMACH AND REMGL ARE OPENED AND       *
003814*    CLOSED EMPTY SO THEIR NEW GENERATIONS HOLD NO ENTRIES.   *
003815*------------------------------------------------------------*
003816 1400-STOP-UNPROVEN.
003817     MOVE WS-EXT-PROOF-TOTAL TO WS-YTD-EDIT
003818     MOVE WS-GL-DED-CREDIT TO WS-YTD-EDIT-2
003819     MOVE SPACES TO REMIT-REPORT-LINE
003820     STRING "EXTRACT TOTAL " WS-YTD-EDIT
003821             " VS GLPOST DEDUCTIONS PAYABLE " WS-YTD-EDIT-2
003822         DELIMITED BY SIZE INTO REMIT-REPORT-LINE
003823     WRITE REMIT-REPORT-LINE
003824         AFTER ADVANCING 2 LINES
003825     MOVE SPACES TO REMIT-REPORT-LINE
003826     STRING "PAYROLL RUN: PAY DATE " WS-EXT-PAY-DATE
003827             "  RUN " WS-EXT-RUN-NUMBER
003828             "  GROUP " WS-EXT-PAY-GROUP
003829         DELIMITED BY SIZE INTO REMIT-REPORT-LINE
003830     WRITE REMIT-REPORT-LINE
003831     MOVE SPACES TO REMIT-REPORT-LINE
003832     STRING "*** EXTRACT DOES NOT TIE TO DEDUCTIONS PAYABLE - "
003833             "NOTHING REMITTED ***"
003834         DELIMITED BY SIZE INTO REMIT-REPORT-LINE
003835     WRITE REMIT-REPORT-LINE
003836     OPEN OUTPUT ACH-DEPOSIT-FILE
003837     OPEN OUTPUT GL-POSTING-FILE
003838     CLOSE ACH-DEPOSIT-FILE
003839           GL-POSTING-FILE
003840     MOVE 8 TO RETURN-CODE
003841     MOVE "E" TO WS-RL-ENTRY-TYPE
003842     MOVE "FAIL" TO WS-RL-STATUS
003843     PERFORM 6100-WRITE-RUN-LOG
003844         THRU 6100-WRITE-RUN-LOG-EXIT
003845     CLOSE PAYEE-MASTER-FILE
003846           REMIT-REPORT-FILE
003847           RUN-LOG-FILE
003848     STOP RUN.
003849 1400-STOP-UNPROVEN-EXIT.
003850     EXIT.
003810*
003820*------------------------------------------------------------*
003830*    1300-OPEN-CHECK-FILES - PICK UP THE LAST CHECK NUMBER    *
003840*    (SEEDING THE CONTROL THE WAY PAYROLL AND PAYADJ DO) AND  *
003850*    OPEN THE ISSUE FILE FOR APPEND.                          *
003860*------------------------------------------------------------*
003870 1300-OPEN-CHECK-FILES.
003880     OPEN I-O CHECK-NUMBER-FILE
003890     IF WS-CHKNBR-FILE-STATUS = "35"
003900         CLOSE CHECK-NUMBER-FILE
003910         OPEN OUTPUT CHECK-NUMBER-FILE
003920         MOVE SPACES TO CHECK-NUMBER-RECORD
003930         MOVE ZERO TO CN-LAST-CHECK-NO
003940         WRITE CHECK-NUMBER-RECORD
003950         CLOSE CHECK-NUMBER-FILE
003960         OPEN I-O CHECK-NUMBER-FILE
003970     END-IF
003980     READ CHECK-NUMBER-FILE
003990         AT END
004000             CLOSE CHECK-NUMBER-FILE
004010             OPEN OUTPUT CHECK-NUMBER-FILE
004020             MOVE SPACES TO CHECK-NUMBER-RECORD
004030             MOVE ZERO TO CN-LAST-CHECK-NO
004040             WRITE CHECK-NUMBER-RECORD
004050             CLOSE CHECK-NUMBER-FILE
004060             OPEN I-O CHECK-NUMBER-FILE
004070             READ CHECK-NUMBER-FILE
004080             END-READ
004090     END-READ
004100     MOVE CN-LAST-CHECK-NO TO WS-CHECK-NO
004110     OPEN EXTEND CHECK-ISSUE-FILE.
004120 1300-OPEN-CHECK-FILES-EXIT.
004130     EXIT.
004140*
004150*------------------------------------------------------------*
004160*    2000-PROCESS-PAYEE - ONE PAYEE KEY (CODE + CASE) PER     *
004170*    ITERATION: DECIDE WHETHER IT IS PAID, HELD OR ALREADY    *
004180*    REMITTED, TOTAL ITS EMPLOYEES, THEN PAY AT THE BREAK.    *
004190*------------------------------------------------------------*
004200 2000-PROCESS-PAYEE.
004210     MOVE DX-PAYEE-KEY TO WS-CUR-KEY
004220     MOVE DX-PAY-DATE TO WS-CUR-PAY-DATE
004230     MOVE DX-RUN-NUMBER TO WS-CUR-RUN-NUMBER
004240     MOVE DX-PAY-GROUP TO WS-CUR-PAY-GROUP
004250     MOVE ZERO TO WS-PAYEE-TOTAL
004260     MOVE ZERO TO WS-PAYEE-ITEMS
004270     MOVE SPACES TO WS-PAYMENT-REF
004280     MOVE SPACES TO WS-REMARK
004290     PERFORM 2100-FIND-PAYEE
004300         THRU 2100-FIND-PAYEE-EXIT
004310     EVALUATE TRUE
004320         WHEN NOT PAYEE-FOUND
004330             SET REMIT-HELD TO TRUE
004340             MOVE "NO PAYEE - HELD" TO WS-REMARK
004350         WHEN PY-LAST-PAY-DATE = WS-CUR-PAY-DATE
004360                 AND PY-LAST-RUN-NO = WS-CUR-RUN-NUMBER
004370                 AND PY-LAST-PAY-GROUP = WS-CUR-PAY-GROUP
004380                 AND NOT STAMPED-THIS-RUN
004390             SET REMIT-ALREADY-PAID TO TRUE
004400             MOVE "ALREADY REMITTED" TO WS-REMARK
004410         WHEN OTHER
004420             SET REMIT-PAY TO TRUE
004430             PERFORM 2200-PRINT-STMT-HEADING
004440                 THRU 2200-PRINT-STMT-HEADING-EXIT
004450     END-EVALUATE
004460     PERFORM 2300-ACCUM-ITEM
004470         THRU 2300-ACCUM-ITEM-EXIT
004480         UNTIL EXT-EOF
004490            OR DX-PAYEE-KEY NOT = WS-CUR-KEY
004500     EVALUATE TRUE
004510         WHEN REMIT-PAY
004520             PERFORM 3000-REMIT-PAYEE
004530                 THRU 3000-REMIT-PAYEE-EXIT
004540         WHEN REMIT-HELD
004550             ADD 1 TO WS-HELD-COUNT
004560             ADD WS-PAYEE-TOTAL TO WS-HELD-TOTAL
004570         WHEN REMIT-ALREADY-PAID
004580             ADD 1 TO WS-DUP-COUNT
004590             ADD WS-PAYEE-TOTAL TO WS-DUP-TOTAL
004600     END-EVALUATE
004610     PERFORM 6300-REPORT-PAYEE
004620         THRU 6300-REPORT-PAYEE-EXIT.
004630 2000-PROCESS-PAYEE-EXIT.
004640     EXIT.
004650*
004660*------------------------------------------------------------*
004670*    2100-FIND-PAYEE - THE CASE'S OWN PAYEE FIRST, THEN THE   *
004680*    CODE'S BLANK-CASE PAYEE.  A PAYEE ALREADY PAID BY THIS   *
004690*    RUN IS MARKED SO ITS STAMP IS NOT TAKEN FOR A RERUN.     *
004700*------------------------------------------------------------*
004710 2100-FIND-PAYEE.
004720     MOVE "N" TO WS-PAYEE-FOUND-SW
004730     MOVE "N" TO WS-STAMPED-SW
004740     MOVE WS-CUR-KEY TO PY-KEY
004750     READ PAYEE-MASTER-FILE
004760         KEY IS PY-KEY
004770         INVALID KEY
004780             CONTINUE
004790         NOT INVALID KEY
004800             SET PAYEE-FOUND TO TRUE
004810     END-READ
004820     IF NOT PAYEE-FOUND
004830             AND WS-CUR-CASE-NO NOT = SPACES
004840         MOVE WS-CUR-DED-CODE TO PY-DED-CODE
004850         MOVE SPACES TO PY-CASE-NO
004860         READ PAYEE-MASTER-FILE
004870             KEY IS PY-KEY
004880             INVALID KEY
004890                 CONTINUE
004900             NOT INVALID KEY
004910                 SET PAYEE-FOUND TO TRUE
004920         END-READ
004930     END-IF
004940     IF NOT PAYEE-FOUND
004950         GO TO 2100-FIND-PAYEE-EXIT
004960     END-IF
004970     PERFORM 2150-TEST-STAMP
004980         THRU 2150-TEST-STAMP-EXIT
004990         VARYING WS-STAMP-IX FROM 1 BY 1
005000         UNTIL WS-STAMP-IX > WS-STAMP-COUNT
005010            OR STAMPED-THIS-RUN.
005020 2100-FIND-PAYEE-EXIT.
005030     EXIT.
005040*
005050 2150-TEST-STAMP.
005060     IF WS-ST-KEY (WS-STAMP-IX) = PY-KEY
005070         SET STAMPED-THIS-RUN TO TRUE
005080     END-IF.
005090 2150-TEST-STAMP-EXIT.
005100     EXIT.
005110*
005120 2200-PRINT-STMT-HEADING.
005130     WRITE REMIT-STATEMENT-LINE FROM WS-STMT-HEADING-1
005140         AFTER ADVANCING PAGE
005150     MOVE SPACES TO REMIT-STATEMENT-LINE
005160     MOVE PY-NAME TO REMIT-STATEMENT-LINE
005170     WRITE REMIT-STATEMENT-LINE
005180         AFTER ADVANCING 2 LINES
005190     MOVE SPACES TO REMIT-STATEMENT-LINE
005200     MOVE PY-ADDRESS TO REMIT-STATEMENT-LINE
005210     WRITE REMIT-STATEMENT-LINE
005220     MOVE SPACES TO REMIT-STATEMENT-LINE
005230     MOVE PY-CITY-STATE-ZIP TO REMIT-STATEMENT-LINE
005240     WRITE REMIT-STATEMENT-LINE
005250     MOVE WS-CUR-PAY-DATE TO WS-SH2-PAY-DATE
005260     MOVE WS-CUR-RUN-NUMBER TO WS-SH2-RUN-NO
005270     MOVE WS-CUR-DED-CODE TO WS-SH2-CODE
005280     MOVE WS-CUR-CASE-NO TO WS-SH2-CASE-NO
005290     MOVE WS-CUR-PAY-GROUP TO WS-SH2-PAY-GROUP
005300     WRITE REMIT-STATEMENT-LINE FROM WS-STMT-HEADING-2
005310         AFTER ADVANCING 2 LINES
005320     WRITE REMIT-STATEMENT-LINE FROM WS-STMT-HEADING-3
005330         AFTER ADVANCING 2 LINES.
005340 2200-PRINT-STMT-HEADING-EXIT.
005350     EXIT.
005360*
005370*------------------------------------------------------------*
005380*    2300-ACCUM-ITEM - ONE EMPLOYEE'S DEDUCTION INTO THE      *
005390*    PAYEE TOTAL, LISTED ON THE STATEMENT IF IT IS BEING PAID.*
005400*------------------------------------------------------------*
005410 2300-ACCUM-ITEM.
005420     ADD 1 TO WS-PAYEE-ITEMS
005430     ADD DX-AMOUNT TO WS-PAYEE-TOTAL
005440     ADD DX-AMOUNT TO WS-EXT-TOTAL
005450     IF REMIT-PAY
005460         MOVE DX-IDENT TO WS-SD-IDENT
005470         MOVE DX-NAME TO WS-SD-NAME
005480         IF DX-CLASS = "G"
005490             MOVE "GARN" TO WS-SD-CLASS
005500         ELSE
005510             MOVE "VOL" TO WS-SD-CLASS
005520         END-IF
005530         MOVE DX-AMOUNT TO WS-SD-AMOUNT
005540         WRITE REMIT-STATEMENT-LINE FROM WS-STMT-DETAIL
005550     END-IF
005560     PERFORM 2900-READ-EXTRACT
005570         THRU 2900-READ-EXTRACT-EXIT.
005580 2300-ACCUM-ITEM-EXIT.
005590     EXIT.
005600*
005610 2900-READ-EXTRACT.
005620     READ DEDUCTION-EXTRACT-FILE
005630         AT END
005640             SET EXT-EOF TO TRUE
005650             GO TO 2900-READ-EXTRACT-EXIT
005660     END-READ
005670     ADD 1 TO WS-EXT-READ-COUNT.
005680 2900-READ-EXTRACT-EXIT.
005690     EXIT.
005700*
005710*------------------------------------------------------------*
005720*    3000-REMIT-PAYEE - PAY THE TOTAL BY ACH WHERE THE PAYEE  *
005730*    HAS USABLE BANK FIELDS, OTHERWISE BY CHECK; POST IT,     *
005740*    CLOSE THE STATEMENT AND STAMP THE PAYEE WITH THE RUN.    *
005750*------------------------------------------------------------*
005760 3000-REMIT-PAYEE.
005770     IF WS-PAYEE-TOTAL = ZERO
005780         GO TO 3000-REMIT-PAYEE-EXIT
005790     END-IF
005800     IF PY-PAY-BY-ACH
005810             AND PY-ROUTING NUMERIC
005820             AND PY-ROUTING NOT = ZERO
005830             AND PY-ACCOUNT NOT = SPACES
005840         PERFORM 3200-WRITE-DEPOSIT
005850             THRU 3200-WRITE-DEPOSIT-EXIT
005860     ELSE
005870         PERFORM 3100-WRITE-CHECK
005880             THRU 3100-WRITE-CHECK-EXIT
005890     END-IF
005900     PERFORM 3300-WRITE-GL-PAIR
005910         THRU 3300-WRITE-GL-PAIR-EXIT
005920     ADD 1 TO WS-PAYEES-PAID
005930     ADD WS-PAYEE-TOTAL TO WS-PAID-TOTAL
005940     MOVE WS-PAYEE-TOTAL TO WS-AMT-EDIT
005950     MOVE SPACES TO REMIT-STATEMENT-LINE
005960     STRING "TOTAL REMITTED" "                    "
005970             WS-AMT-EDIT
005980         DELIMITED BY SIZE INTO REMIT-STATEMENT-LINE
005990     WRITE REMIT-STATEMENT-LINE
006000         AFTER ADVANCING 2 LINES
006010     MOVE SPACES TO REMIT-STATEMENT-LINE
006020     STRING "PAID BY " WS-PAYMENT-REF
006030         DELIMITED BY SIZE INTO REMIT-STATEMENT-LINE
006040     WRITE REMIT-STATEMENT-LINE
006050     MOVE WS-CUR-PAY-DATE TO PY-LAST-PAY-DATE
006060     MOVE WS-CUR-RUN-NUMBER TO PY-LAST-RUN-NO
006070     MOVE WS-CUR-PAY-GROUP TO PY-LAST-PAY-GROUP
006080     REWRITE PAYEE-MASTER-RECORD
006090     IF NOT STAMPED-THIS-RUN
006100             AND WS-STAMP-COUNT < WS-STAMP-MAX
006110         ADD 1 TO WS-STAMP-COUNT
006120         MOVE PY-KEY TO WS-ST-KEY (WS-STAMP-COUNT)
006130     END-IF.
006140 3000-REMIT-PAYEE-EXIT.
006150     EXIT.
006160*
006170*------------------------------------------------------------*
006180*    3100-WRITE-CHECK - NEXT NUMBER OFF THE CHKNBR CONTROL,   *
006190*    ONE I RECORD INTO CHKISSUE UNDER IDENT 000 (NO EMPLOYEE) *
006200*    SO RECONCILIATION CLEARS IT LIKE ANY OTHER CHECK.        *
006210*------------------------------------------------------------*
006220 3100-WRITE-CHECK.
006230     ADD 1 TO WS-CHECK-NO
006240     MOVE SPACES TO CHECK-ISSUE-RECORD
006250     MOVE WS-CHECK-NO TO CH-CHECK-NO
006260     MOVE ZERO TO CH-IDENT
006270     MOVE PY-NAME TO CH-CUST-NAME
006280     MOVE WS-PAYEE-TOTAL TO CH-NET-AMOUNT
006290     MOVE WS-RUN-DATE TO CH-PAY-DATE
006300     MOVE "I" TO CH-STATUS
006310     WRITE CHECK-ISSUE-RECORD
006320     ADD 1 TO WS-CHECKS-ISSUED
006330     ADD WS-PAYEE-TOTAL TO WS-CHECKS-NET-TOTAL
006340     MOVE SPACES TO WS-PAYMENT-REF
006350     STRING "CHECK " WS-CHECK-NO
006360         DELIMITED BY SIZE INTO WS-PAYMENT-REF.
006370 3100-WRITE-CHECK-EXIT.
006380     EXIT.
006390*
006400*------------------------------------------------------------*
006410*    3200-WRITE-DEPOSIT - ONE LIVE ENTRY FOR THE PAYEE TOTAL  *
006420*    INTO THIS RUN'S REMACH GENERATION, IDENT 000.            *
006430*------------------------------------------------------------*
006440 3200-WRITE-DEPOSIT.
006450     MOVE SPACES TO DEPOSIT-RECORD
006460     MOVE "D" TO DP-RECORD-TYPE
006470     MOVE ZERO TO DP-IDENT
006480     MOVE PY-NAME TO DP-NAME
006490     MOVE PY-ROUTING TO DP-ROUTING
006500     MOVE PY-ACCOUNT TO DP-ACCOUNT
006510     MOVE WS-PAYEE-TOTAL TO DP-AMOUNT
006520     MOVE WS-RUN-DATE TO DP-PAY-DATE
006530     MOVE "D" TO DP-ENTRY-TYPE
006540     WRITE DEPOSIT-RECORD
006550     ADD 1 TO WS-ACH-DEPOSITS
006560     ADD WS-PAYEE-TOTAL TO WS-ACH-NET-TOTAL
006570     MOVE SPACES TO WS-PAYMENT-REF
006580     STRING "ACH " PY-ROUTING
006590         DELIMITED BY SIZE INTO WS-PAYMENT-REF.
006600 3200-WRITE-DEPOSIT-EXIT.
006610     EXIT.
006620*
006630*------------------------------------------------------------*
006640*    3300-WRITE-GL-PAIR - DEBIT DEDUCTIONS PAYABLE AND CREDIT *
006650*    CASH FOR THE AMOUNT REMITTED, CLEARING THE LIABILITY THE *
006660*    PAYROLL RUN CREDITED.                                    *
006670*------------------------------------------------------------*
006680 3300-WRITE-GL-PAIR.
006690     MOVE SPACES TO GL-POSTING-RECORD
006700     MOVE WS-ACCT-DED-LIAB TO GL-ACCOUNT
006710     MOVE "D" TO GL-DEBIT-CREDIT
006720     MOVE WS-PAYEE-TOTAL TO GL-AMOUNT
006730     STRING "REMIT " WS-CUR-DED-CODE " " WS-CUR-CASE-NO
006740         DELIMITED BY SIZE INTO GL-DESC
006750     MOVE WS-RUN-DATE TO GL-PAY-DATE
006760     WRITE GL-POSTING-RECORD
006770     MOVE WS-ACCT-CASH TO GL-ACCOUNT
006780     MOVE "C" TO GL-DEBIT-CREDIT
006790     WRITE GL-POSTING-RECORD
006800     ADD 2 TO WS-GL-POSTING-COUNT.
006810 3300-WRITE-GL-PAIR-EXIT.
006820     EXIT.
006830*
006840*------------------------------------------------------------*
006850*    6100-WRITE-RUN-LOG - ONE STANDARD RUN-LOG RECORD (S AT   *
006860*    START OF RUN, E WITH THE FINAL COUNTS AT END).           *
006870*------------------------------------------------------------*
006880 6100-WRITE-RUN-LOG.
006890     MOVE SPACES TO RUN-LOG-RECORD
006900     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
006910     ACCEPT WS-TS-TIME FROM TIME
006920     MOVE "REMIT" TO RL-PROGRAM-ID
006930     MOVE WS-JOB-ID TO RL-JOB-ID
006940     MOVE WS-RL-ENTRY-TYPE TO RL-ENTRY-TYPE
006950     MOVE WS-TS-DATE TO RL-DATE
006960     MOVE WS-TS-TIME TO RL-TIME
006970     MOVE WS-EXT-READ-COUNT TO RL-RECORDS-READ
006980     MOVE WS-PAYEES-PAID TO RL-RECORDS-WRITTEN
006990     ADD WS-HELD-COUNT WS-DUP-COUNT
007000         GIVING RL-EXCEPTION-COUNT
007010     MOVE WS-RL-STATUS TO RL-FINAL-STATUS
007020     WRITE RUN-LOG-RECORD.
007030 6100-WRITE-RUN-LOG-EXIT.
007040     EXIT.
007050*
007060 6300-REPORT-PAYEE.
007070     MOVE WS-CUR-DED-CODE TO WS-RD-CODE
007080     MOVE WS-CUR-CASE-NO TO WS-RD-CASE-NO
007090     IF PAYEE-FOUND
007100         MOVE PY-NAME TO WS-RD-PAYEE
007110     ELSE
007120         MOVE SPACES TO WS-RD-PAYEE
007130     END-IF
007140     MOVE WS-PAYEE-ITEMS TO WS-RD-ITEMS
007150     MOVE WS-PAYEE-TOTAL TO WS-RD-AMOUNT
007160     MOVE WS-PAYMENT-REF TO WS-RD-PAID-BY
007170     MOVE WS-REMARK TO WS-RD-REMARK
007180     WRITE REMIT-REPORT-LINE FROM WS-RPT-DETAIL.
007190 6300-REPORT-PAYEE-EXIT.
007200     EXIT.
007210*
007220*------------------------------------------------------------*
007230*    8000-FINALIZE - CLOSE THE ACH BATCH, PROVE PAID + HELD + *
007240*    ALREADY REMITTED TO THE EXTRACT AND THE EXTRACT TO THE   *
007250*    PAYROLL RUN'S DEDUCTIONS-PAYABLE CREDIT, PERSIST THE     *
007260*    LAST CHECK NUMBER, CLOSE.                                *
007270*------------------------------------------------------------*
007280 8000-FINALIZE.
007290     MOVE SPACES TO DEPOSIT-RECORD
007300     MOVE "T" TO DP-RECORD-TYPE
007310     MOVE WS-ACH-DEPOSITS TO DP-DEPOSIT-COUNT
007320     MOVE ZERO TO DP-PRENOTE-COUNT
007330     MOVE WS-ACH-NET-TOTAL TO DP-AMOUNT-TOTAL
007340     WRITE DEPOSIT-RECORD
007350     MOVE WS-CHECKS-NET-TOTAL TO WS-YTD-EDIT
007360     MOVE WS-ACH-NET-TOTAL TO WS-YTD-EDIT-2
007370     MOVE SPACES TO REMIT-REPORT-LINE
007380     STRING "CHECKS: " WS-CHECKS-ISSUED
007390             "  AMOUNT " WS-YTD-EDIT
007400             "  ACH ENTRIES: " WS-ACH-DEPOSITS
007410             "  AMOUNT " WS-YTD-EDIT-2
007420         DELIMITED BY SIZE INTO REMIT-REPORT-LINE
007430     WRITE REMIT-REPORT-LINE
007440         AFTER ADVANCING 2 LINES
007450     MOVE WS-PAID-TOTAL TO WS-YTD-EDIT
007460     MOVE WS-HELD-TOTAL TO WS-YTD-EDIT-2
007470     MOVE WS-DUP-TOTAL TO WS-YTD-EDIT-3
007480     MOVE SPACES TO REMIT-REPORT-LINE
007490     STRING "REMITTED: " WS-YTD-EDIT
007500             "  HELD: " WS-YTD-EDIT-2
007510             "  ALREADY REMITTED: " WS-YTD-EDIT-3
007520         DELIMITED BY SIZE INTO REMIT-REPORT-LINE
007530     WRITE REMIT-REPORT-LINE
007540     ADD WS-CHECKS-NET-TOTAL WS-ACH-NET-TOTAL
007550         GIVING WS-BAL-TIE-TOTAL
007560     MOVE SPACES TO REMIT-REPORT-LINE
007570     IF WS-BAL-TIE-TOTAL = WS-PAID-TOTAL
007580         MOVE "CHECKS + ACH TIE TO AMOUNT REMITTED"
007590             TO REMIT-REPORT-LINE
007600     ELSE
007610         MOVE "*** CHECKS + ACH DO NOT TIE TO AMOUNT REMITTED ***"
007620             TO REMIT-REPORT-LINE
007630     END-IF
007640     WRITE REMIT-REPORT-LINE
007650     ADD WS-PAID-TOTAL WS-HELD-TOTAL WS-DUP-TOTAL
007660         GIVING WS-BAL-TIE-TOTAL
007670     MOVE SPACES TO REMIT-REPORT-LINE
007680     IF WS-BAL-TIE-TOTAL = WS-EXT-TOTAL
007690         MOVE "REMITTANCE CONTROLS TIE" TO REMIT-REPORT-LINE
007700     ELSE
007710         MOVE "*** REMITTANCE CONTROLS DO NOT TIE ***"
007720             TO REMIT-REPORT-LINE
007730     END-IF
007740     WRITE REMIT-REPORT-LINE
007750     MOVE WS-EXT-TOTAL TO WS-YTD-EDIT
007760     MOVE WS-GL-DED-CREDIT TO WS-YTD-EDIT-2
007770     MOVE SPACES TO REMIT-REPORT-LINE
007780     STRING "EXTRACT TOTAL " WS-YTD-EDIT
007790             " VS GLPOST DEDUCTIONS PAYABLE " WS-YTD-EDIT-2
007800         DELIMITED BY SIZE INTO REMIT-REPORT-LINE
007810     WRITE REMIT-REPORT-LINE
007820     MOVE SPACES TO REMIT-REPORT-LINE
007821     STRING "PAYROLL RUN: PAY DATE " WS-EXT-PAY-DATE
007822             "  RUN " WS-EXT-RUN-NUMBER
007823             "  GROUP " WS-EXT-PAY-GROUP
007824         DELIMITED BY SIZE INTO REMIT-REPORT-LINE
007825     WRITE REMIT-REPORT-LINE
007826     MOVE SPACES TO REMIT-REPORT-LINE
007827*    A BREAK HERE ENDED THE RUN IN 1400 BEFORE ANY PAYMENT;
007828*    THE LINE IS THE PROOF OF RECORD ON A RUN THAT PAID.
007830     IF WS-EXT-TOTAL = WS-GL-DED-CREDIT
007840         MOVE "EXTRACT TIES TO DEDUCTIONS PAYABLE"
007850             TO REMIT-REPORT-LINE
007860     ELSE
007900         MOVE "*** EXTRACT DOES NOT TIE TO DEDUCTIONS PAYABLE ***"
007910             TO REMIT-REPORT-LINE
007930     END-IF
007940     WRITE REMIT-REPORT-LINE
007950     IF WS-HELD-COUNT > ZERO
007960             AND RETURN-CODE < 4
007970         MOVE 4 TO RETURN-CODE
007980     END-IF
007990     MOVE WS-CHECK-NO TO CN-LAST-CHECK-NO
008000     REWRITE CHECK-NUMBER-RECORD
008010     MOVE "E" TO WS-RL-ENTRY-TYPE
008020     MOVE "OK" TO WS-RL-STATUS
008030     PERFORM 6100-WRITE-RUN-LOG
008040         THRU 6100-WRITE-RUN-LOG-EXIT
008050     CLOSE PAYEE-MASTER-FILE
008060           DEDUCTION-EXTRACT-FILE
008070           GL-POSTING-FILE
008080           CHECK-ISSUE-FILE
008090           CHECK-NUMBER-FILE
008100           ACH-DEPOSIT-FILE
008110           REMIT-STATEMENT-FILE
008120           REMIT-REPORT-FILE
008130           RUN-LOG-FILE.
008140 8000-FINALIZE-EXIT.
008150     EXIT.
