000010******************************************************************
000020*
000030*   IDENTIFICATION DIVISION.
000040*
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.    ACHRTN.
000080 AUTHOR.        YuFeng Yao.
000090 INSTALLATION.  DATA PROCESSING.
000100 DATE-WRITTEN.  October 15th, 2026.
000110 DATE-COMPILED.
000120*
000130*   MODIFICATION HISTORY
000140*   --------------------------------------------------------------
000150*   DATE        INIT  DESCRIPTION
000160*   2026-10-15  YFY   ORIGINAL - ACH RETURN AND NOTIFICATION-OF-
000170*                     CHANGE PROCESSING.  READS THE BANK'S RETURN
000180*                     FILE (ACHRTN) AND MATCHES EACH ITEM TO THE
000190*                     DEPOSIT OR PRENOTE IT CAME BACK AGAINST IN
000200*                     THE ACHDEP GENERATIONS BY IDENT, AMOUNT AND
000210*                     PAY DATE.  A RETURNED DEPOSIT IS REPLACED BY
000220*                     A MANUAL CHECK UNDER THE NEXT CHKNBR NUMBER
000230*                     INTO CHKISSUE, AND THE EMPLOYEE GOES BACK TO
000240*                     PAYMENT BY CHECK (PayMethod C, PrenoteDate
000250*                     ZERO) UNTIL CUSTMNT KEYS A GOOD ACCOUNT.  A
000260*                     NOC APPLIES THE CORRECTED BankRouting/
000270*                     BankAccount AND RESETS PrenoteDate.  EVERY
000280*                     CHANGE IS AUDITED, EVERY ITEM ACTED ON IS
000290*                     KEPT ON THE RETURN HISTORY (ACHRHIST) SO A
000300*                     RESENT ITEM NEVER REISSUES TWICE, AND THE
000310*                     RETURNS REGISTER SHOWS WHAT WAS REISSUED
000320*                     AND WHICH EMPLOYEES STILL NEED A CALL.
000330*
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390*
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EMPLOYEE-MASTER-FILE
000430         ASSIGN TO CUSTMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS Ident
000470         FILE STATUS IS WS-EMP-FILE-STATUS.
000480*
000490     SELECT RETURN-HISTORY-FILE
000500         ASSIGN TO ACHRHIST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS AH-KEY
000540         FILE STATUS IS WS-AH-FILE-STATUS.
000550*
000560     SELECT ACH-RETURN-FILE
000570         ASSIGN TO ACHRTN
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590*
000600     SELECT ACH-DEPOSIT-FILE
000610         ASSIGN TO ACHDEP
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
000740     SELECT RETURN-REPORT-FILE
000750         ASSIGN TO RTNREG
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770*
000780     SELECT RUN-LOG-FILE
000790         ASSIGN TO RUNLOG
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810*
000820     SELECT AUDIT-LOG-FILE
000830         ASSIGN TO AUDITLOG
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850*
000860 DATA DIVISION.
000870 FILE SECTION.
000880*
000890 FD  EMPLOYEE-MASTER-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CUSTREC.
000920*
000930 FD  RETURN-HISTORY-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY ACHRHIST.
000960*
000970 FD  ACH-RETURN-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY RTNREC.
001000*
001010 FD  ACH-DEPOSIT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY DEPREC.
001040*
001050 FD  CHECK-ISSUE-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY CHECKREC.
001080*
001090 FD  CHECK-NUMBER-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY CHKCTL.
001120*
001130 FD  RETURN-REPORT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  RETURN-REPORT-LINE          PIC X(100).
001160*
001170 FD  RUN-LOG-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY RUNLOG.
001200*
001210 FD  AUDIT-LOG-FILE
001220     LABEL RECORDS ARE STANDARD.
001230     COPY AUDITREC.
001240*
001250 WORKING-STORAGE SECTION.
001260*
001270*----------------------------------------------------------------*
001280*    SWITCHES                                                    *
001290*----------------------------------------------------------------*
001300 01  WS-SWITCHES.
001310     05  WS-RTN-EOF-SW           PIC X(01) VALUE "N".
001320         88  RTN-EOF                        VALUE "Y".
001330     05  WS-DEP-EOF-SW           PIC X(01) VALUE "N".
001340         88  DEP-EOF                        VALUE "Y".
001350     05  WS-MATCH-SW             PIC X(01) VALUE "N".
001360         88  ITEM-MATCHED                   VALUE "Y".
001370     05  WS-EMP-FOUND-SW         PIC X(01) VALUE "N".
001380         88  EMP-ON-FILE                    VALUE "Y".
001390     05  WS-HIST-FOUND-SW        PIC X(01) VALUE "N".
001400         88  ALREADY-PROCESSED              VALUE "Y".
001410     05  WS-BANK-CHANGED-SW      PIC X(01) VALUE "N".
001420         88  BANK-FIELDS-CHANGED            VALUE "Y".
001430*
001440*----------------------------------------------------------------*
001450*    FILE STATUS AND RUN IDENTIFICATION                          *
001460*----------------------------------------------------------------*
001470 77  WS-EMP-FILE-STATUS          PIC X(02) VALUE "00".
001480 77  WS-AH-FILE-STATUS           PIC X(02) VALUE "00".
001490 77  WS-CHK-FILE-STATUS          PIC X(02) VALUE "00".
001500 77  WS-CHKNBR-FILE-STATUS       PIC X(02) VALUE "00".
001510 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
001520 01  WS-TIMESTAMP.
001530     05  WS-TS-DATE              PIC 9(08).
001540     05  WS-TS-TIME              PIC 9(08).
001550 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001560 77  WS-RL-ENTRY-TYPE            PIC X(01) VALUE "S".
001570 77  WS-RL-STATUS                PIC X(04) VALUE SPACES.
001580*
001590*----------------------------------------------------------------*
001600*    IN-STORAGE RETURN TABLE - THE BANK'S ITEMS, LOADED UP FRONT *
001610*    AND MATCHED AS THE DEPOSIT GENERATIONS ARE PASSED.  THE     *
001620*    MATCHED DEPOSIT'S ACCOUNT IS KEPT WITH THE ITEM SO THE      *
001630*    APPLY PASS CAN TELL WHETHER THE MASTER STILL CARRIES IT.    *
001640*----------------------------------------------------------------*
001650 77  WS-RTN-MAX                  PIC 9(03) VALUE 100.
001660 77  WS-RTN-COUNT                PIC 9(03) VALUE ZERO.
001670 77  WS-RTN-IX                   PIC S9(04) COMP VALUE ZERO.
001680 01  WS-RTN-TABLE-AREA.
001690     05  WS-RTN-ENTRY OCCURS 100 TIMES.
001700         10  WS-RT-TYPE          PIC X(01).
001710         10  WS-RT-REASON        PIC X(03).
001720         10  WS-RT-IDENT         PIC 9(03).
001730         10  WS-RT-AMOUNT        PIC 9(06)V99.
001740         10  WS-RT-PAY-DATE      PIC 9(08).
001750         10  WS-RT-NEW-ROUTING   PIC X(09).
001760         10  WS-RT-NEW-ACCOUNT   PIC X(17).
001770         10  WS-RT-MATCHED       PIC X(01).
001780         10  WS-RT-NAME          PIC X(20).
001790         10  WS-RT-DP-ROUTING    PIC 9(09).
001800         10  WS-RT-DP-ACCOUNT    PIC X(17).
001810         10  WS-RT-DP-ENTRY      PIC X(01).
001820         10  WS-RT-ACTION        PIC X(30).
001830         10  WS-RT-CALL          PIC X(01).
001840         10  WS-RT-CALL-REASON   PIC X(50).
001850*
001860*----------------------------------------------------------------*
001870*    RUN CONTROLS AND ACCUMULATORS - EVERY ITEM LOADED ENDS IN   *
001880*    EXACTLY ONE OF THE OUTCOME COUNTS, WHICH THE FINAL CONTROL  *
001890*    LINE PROVES BACK TO THE ITEMS READ.                         *
001900*----------------------------------------------------------------*
001910 77  WS-ITEMS-READ               PIC 9(05) VALUE ZERO.
001920 77  WS-DEPOSITS-READ            PIC 9(07) VALUE ZERO.
001930 77  WS-RETURN-ITEMS             PIC 9(05) VALUE ZERO.
001940 77  WS-NOC-ITEMS                PIC 9(05) VALUE ZERO.
001950 77  WS-INVALID-COUNT            PIC 9(05) VALUE ZERO.
001960 77  WS-DROPPED-COUNT            PIC 9(05) VALUE ZERO.
001970 77  WS-REISSUED-COUNT           PIC 9(05) VALUE ZERO.
001980 77  WS-REISSUED-TOTAL           PIC 9(08)V99 VALUE ZERO.
001990 77  WS-PRENOTE-RTN-COUNT        PIC 9(05) VALUE ZERO.
002000 77  WS-NOC-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
002010 77  WS-NOC-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.
002020 77  WS-UNMATCHED-COUNT          PIC 9(05) VALUE ZERO.
002030 77  WS-DUPLICATE-COUNT          PIC 9(05) VALUE ZERO.
002040 77  WS-NOT-ON-FILE-COUNT        PIC 9(05) VALUE ZERO.
002050 77  WS-CALL-COUNT               PIC 9(05) VALUE ZERO.
002060 77  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
002070 77  WS-TIE-COUNT                PIC 9(05) VALUE ZERO.
002080 77  WS-CHECK-NO                 PIC 9(08) VALUE ZERO.
002090 77  WS-REJECT-REASON            PIC X(45) VALUE SPACES.
002100*
002110*----------------------------------------------------------------*
002120*    NUMERIC-EDITED WORK FIELDS                                  *
002130*----------------------------------------------------------------*
002140 77  WS-AMT-EDIT                 PIC ZZZ,ZZ9.99.
002150 77  WS-YTD-EDIT                 PIC ZZZ,ZZZ,ZZ9.99.
002160*
002170*----------------------------------------------------------------*
002180*    GENERIC AUDIT PARAMETERS - SET BEFORE PERFORM 7000          *
002190*----------------------------------------------------------------*
002200 01  WS-AUDIT-IDENT              PIC 9(03) VALUE ZERO.
002210 01  WS-AUDIT-FIELD              PIC X(15) VALUE SPACES.
002220 01  WS-AUDIT-OLD                PIC X(20) VALUE SPACES.
002230 01  WS-AUDIT-NEW                PIC X(20) VALUE SPACES.
002240*
002250*----------------------------------------------------------------*
002260*    REPORT LINES                                                *
002270*----------------------------------------------------------------*
002280 01  WS-RPT-HEADING-1.
002290     05  FILLER                  PIC X(30)
002300         VALUE "ACH RETURNS REGISTER".
002310     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002320     05  WS-H1-DATE              PIC 9(08).
002330 01  WS-RPT-HEADING-2.
002340     05  FILLER                  PIC X(25)
002350         VALUE "IDT NAME".
002360     05  FILLER                  PIC X(32)
002370         VALUE "TYPE   RSN PAY DATE     AMOUNT".
002380     05  FILLER                  PIC X(30)
002390         VALUE "  ACTION".
002400 01  WS-RPT-DETAIL.
002410     05  WS-RD-IDENT             PIC 9(03).
002420     05  FILLER                  PIC X(01) VALUE SPACE.
002430     05  WS-RD-NAME              PIC X(20).
002440     05  FILLER                  PIC X(01) VALUE SPACE.
002450     05  WS-RD-TYPE              PIC X(06).
002460     05  FILLER                  PIC X(01) VALUE SPACE.
002470     05  WS-RD-REASON            PIC X(03).
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  WS-RD-PAY-DATE          PIC 9(08).
002500     05  FILLER                  PIC X(01) VALUE SPACE.
002510     05  WS-RD-AMOUNT            PIC ZZZ,ZZ9.99.
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  WS-RD-ACTION            PIC X(30).
002540 01  WS-CALL-HEADING.
002550     05  FILLER                  PIC X(40)
002560         VALUE "EMPLOYEES TO CALL".
002570 01  WS-CALL-DETAIL.
002580     05  WS-CD-IDENT             PIC 9(03).
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  WS-CD-NAME              PIC X(20).
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  WS-CD-REASON            PIC X(50).
002630*
002640******************************************************************
002650*
002660*   PROCEDURE DIVISION.
002670*
002680******************************************************************
002690 PROCEDURE DIVISION.
002700*
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE
002730         THRU 1000-INITIALIZE-EXIT
002740     PERFORM 2000-PROCESS-DEPOSIT
002750         THRU 2000-PROCESS-DEPOSIT-EXIT
002760         UNTIL DEP-EOF
002770     PERFORM 3000-APPLY-ITEM
002780         THRU 3000-APPLY-ITEM-EXIT
002790         VARYING WS-RTN-IX FROM 1 BY 1
002800         UNTIL WS-RTN-IX > WS-RTN-COUNT
002810     PERFORM 8000-FINALIZE
002820         THRU 8000-FINALIZE-EXIT
002830     STOP RUN.
002840*
002850*------------------------------------------------------------*
002860*    1000-INITIALIZE - START THE REGISTER, LOAD THE BANK'S    *
002870*    ITEMS, OPEN THE MASTERS, THE CHECK FILES AND THE AUDIT   *
002880*    LOG, AND PRIME THE DEPOSIT GENERATIONS.                  *
002890*------------------------------------------------------------*
002900 1000-INITIALIZE.
002910     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
002920     IF WS-JOB-ID = SPACES
002930         MOVE "ACHRTN" TO WS-JOB-ID
002940     END-IF
002950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002960     OPEN EXTEND RUN-LOG-FILE
002970     MOVE "S" TO WS-RL-ENTRY-TYPE
002980     MOVE SPACES TO WS-RL-STATUS
002990     PERFORM 6100-WRITE-RUN-LOG
003000         THRU 6100-WRITE-RUN-LOG-EXIT
003010     OPEN OUTPUT RETURN-REPORT-FILE
003020     MOVE WS-RUN-DATE TO WS-H1-DATE
003030     WRITE RETURN-REPORT-LINE FROM WS-RPT-HEADING-1
003040     WRITE RETURN-REPORT-LINE FROM WS-RPT-HEADING-2
003050         AFTER ADVANCING 2 LINES
003060     OPEN INPUT ACH-RETURN-FILE
003070     PERFORM 1100-LOAD-RETURNS
003080         THRU 1100-LOAD-RETURNS-EXIT
003090     CLOSE ACH-RETURN-FILE
003100     OPEN I-O EMPLOYEE-MASTER-FILE
003110     IF WS-EMP-FILE-STATUS = "35"
003120         DISPLAY "ACHRTN ABEND - CUSTOMER MASTER NOT FOUND"
003130         MOVE 16 TO RETURN-CODE
003140         STOP RUN
003150     END-IF
003160*    THE RETURN HISTORY STARTS EMPTY - THE FIRST RUN BUILDS IT.
003170     OPEN I-O RETURN-HISTORY-FILE
003180     IF WS-AH-FILE-STATUS = "35"
003190         OPEN OUTPUT RETURN-HISTORY-FILE
003200         CLOSE RETURN-HISTORY-FILE
003210         OPEN I-O RETURN-HISTORY-FILE
003220     END-IF
003230     PERFORM 1300-OPEN-CHECK-FILES
003240         THRU 1300-OPEN-CHECK-FILES-EXIT
003250     OPEN EXTEND AUDIT-LOG-FILE
003260     OPEN INPUT ACH-DEPOSIT-FILE
003270     PERFORM 2100-READ-DEPOSIT
003280         THRU 2100-READ-DEPOSIT-EXIT.
003290 1000-INITIALIZE-EXIT.
003300     EXIT.
003310*
003320 1100-LOAD-RETURNS.
003330     PERFORM 1110-READ-RETURN
003340         THRU 1110-READ-RETURN-EXIT
003350     PERFORM 1120-STORE-RETURN
003360         THRU 1120-STORE-RETURN-EXIT
003370         UNTIL RTN-EOF.
003380 1100-LOAD-RETURNS-EXIT.
003390     EXIT.
003400*
003410 1110-READ-RETURN.
003420     READ ACH-RETURN-FILE
003430         AT END
003440             SET RTN-EOF TO TRUE
003450     END-READ.
003460 1110-READ-RETURN-EXIT.
003470     EXIT.
003480*
003490*------------------------------------------------------------*
003500*    1120-STORE-RETURN - ONLY A WELL-FORMED R OR N ITEM GOES  *
003510*    INTO THE TABLE; ANYTHING ELSE IS CALLED OUT ON THE       *
003520*    REGISTER FOR DATA CONTROL TO TAKE UP WITH THE BANK.      *
003530*------------------------------------------------------------*
003540 1120-STORE-RETURN.
003550     ADD 1 TO WS-ITEMS-READ
003560     MOVE SPACES TO WS-REJECT-REASON
003570     EVALUATE TRUE
003580         WHEN NOT (RN-RETURN OR RN-NOC)
003590             MOVE "ENTRY TYPE NOT R OR N" TO WS-REJECT-REASON
003600         WHEN RN-IDENT NOT NUMERIC
003610                 OR RN-AMOUNT NOT NUMERIC
003620                 OR RN-PAY-DATE NOT NUMERIC
003630             MOVE "IDENT, AMOUNT OR PAY DATE NOT NUMERIC"
003640                 TO WS-REJECT-REASON
003650         WHEN RN-NOC
003660                 AND (RN-NEW-ROUTING NOT NUMERIC
003670                     OR RN-NEW-ROUTING = "000000000")
003680                 AND RN-NEW-ACCOUNT = SPACES
003690             MOVE "NOC CARRIES NO CORRECTED ROUTING/ACCOUNT"
003700                 TO WS-REJECT-REASON
003710     END-EVALUATE
003720     IF WS-REJECT-REASON NOT = SPACES
003730         ADD 1 TO WS-INVALID-COUNT
003740         MOVE SPACES TO RETURN-REPORT-LINE
003750         STRING "*** ITEM " RN-ENTRY-TYPE " " RN-REASON-CODE
003760                 " IDENT " RN-IDENT
003770                 " REJECTED - " WS-REJECT-REASON " ***"
003780             DELIMITED BY SIZE INTO RETURN-REPORT-LINE
003790         WRITE RETURN-REPORT-LINE
003800         GO TO 1120-STORE-NEXT
003810     END-IF
003820     IF WS-RTN-COUNT NOT < WS-RTN-MAX
003830         ADD 1 TO WS-DROPPED-COUNT
003840         GO TO 1120-STORE-NEXT
003850     END-IF
003860     ADD 1 TO WS-RTN-COUNT
003870     MOVE RN-ENTRY-TYPE TO WS-RT-TYPE (WS-RTN-COUNT)
003880     MOVE RN-REASON-CODE TO WS-RT-REASON (WS-RTN-COUNT)
003890     MOVE RN-IDENT TO WS-RT-IDENT (WS-RTN-COUNT)
003900     MOVE RN-AMOUNT TO WS-RT-AMOUNT (WS-RTN-COUNT)
003910     MOVE RN-PAY-DATE TO WS-RT-PAY-DATE (WS-RTN-COUNT)
003920     MOVE RN-NEW-ROUTING TO WS-RT-NEW-ROUTING (WS-RTN-COUNT)
003930     MOVE RN-NEW-ACCOUNT TO WS-RT-NEW-ACCOUNT (WS-RTN-COUNT)
003940     MOVE "N" TO WS-RT-MATCHED (WS-RTN-COUNT)
003950     MOVE SPACES TO WS-RT-NAME (WS-RTN-COUNT)
003960     MOVE ZERO TO WS-RT-DP-ROUTING (WS-RTN-COUNT)
003970     MOVE SPACES TO WS-RT-DP-ACCOUNT (WS-RTN-COUNT)
003980     MOVE SPACES TO WS-RT-DP-ENTRY (WS-RTN-COUNT)
003990     MOVE SPACES TO WS-RT-ACTION (WS-RTN-COUNT)
004000     MOVE "N" TO WS-RT-CALL (WS-RTN-COUNT)
004010     MOVE SPACES TO WS-RT-CALL-REASON (WS-RTN-COUNT)
004020     IF RN-RETURN
004030         ADD 1 TO WS-RETURN-ITEMS
004040     ELSE
004050         ADD 1 TO WS-NOC-ITEMS
004060     END-IF.
004070 1120-STORE-NEXT.
004080     PERFORM 1110-READ-RETURN
004090         THRU 1110-READ-RETURN-EXIT.
004100 1120-STORE-RETURN-EXIT.
004110     EXIT.
004120*
004130*------------------------------------------------------------*
004140*    1300-OPEN-CHECK-FILES - PICK UP THE LAST CHECK NUMBER    *
004150*    (SEEDING THE CONTROL THE WAY PAYROLL AND CHKMAINT DO)    *
004160*    AND OPEN THE ISSUE FILE FOR APPEND.                      *
004170*------------------------------------------------------------*
004180 1300-OPEN-CHECK-FILES.
004190     OPEN I-O CHECK-NUMBER-FILE
004200     IF WS-CHKNBR-FILE-STATUS = "35"
004210         CLOSE CHECK-NUMBER-FILE
004220         OPEN OUTPUT CHECK-NUMBER-FILE
004230         MOVE SPACES TO CHECK-NUMBER-RECORD
004240         MOVE ZERO TO CN-LAST-CHECK-NO
004250         WRITE CHECK-NUMBER-RECORD
004260         CLOSE CHECK-NUMBER-FILE
004270         OPEN I-O CHECK-NUMBER-FILE
004280     END-IF
004290     READ CHECK-NUMBER-FILE
004300         AT END
004310             CLOSE CHECK-NUMBER-FILE
004320             OPEN OUTPUT CHECK-NUMBER-FILE
004330             MOVE SPACES TO CHECK-NUMBER-RECORD
004340             MOVE ZERO TO CN-LAST-CHECK-NO
004350             WRITE CHECK-NUMBER-RECORD
004360             CLOSE CHECK-NUMBER-FILE
004370             OPEN I-O CHECK-NUMBER-FILE
004380             READ CHECK-NUMBER-FILE
004390             END-READ
004400     END-READ
004410     MOVE CN-LAST-CHECK-NO TO WS-CHECK-NO
004420     OPEN EXTEND CHECK-ISSUE-FILE.
004430 1300-OPEN-CHECK-FILES-EXIT.
004440     EXIT.
004450*
004460*------------------------------------------------------------*
004470*    2000-PROCESS-DEPOSIT - ONE ACHDEP RECORD.  A DETAIL      *
004480*    (DEPOSIT OR PRENOTE) IS TRIED AGAINST THE ITEMS NOT YET  *
004490*    MATCHED; TRAILERS BETWEEN GENERATIONS ARE SKIPPED.       *
004500*------------------------------------------------------------*
004510 2000-PROCESS-DEPOSIT.
004520     IF DP-DETAIL
004530         ADD 1 TO WS-DEPOSITS-READ
004540         MOVE "N" TO WS-MATCH-SW
004550         IF WS-RTN-COUNT > ZERO
004560             PERFORM 2200-MATCH-ITEM
004570                 THRU 2200-MATCH-ITEM-EXIT
004580                 VARYING WS-RTN-IX FROM 1 BY 1
004590                 UNTIL ITEM-MATCHED
004600                     OR WS-RTN-IX > WS-RTN-COUNT
004610         END-IF
004620     END-IF
004630     PERFORM 2100-READ-DEPOSIT
004640         THRU 2100-READ-DEPOSIT-EXIT.
004650 2000-PROCESS-DEPOSIT-EXIT.
004660     EXIT.
004670*
004680 2100-READ-DEPOSIT.
004690     READ ACH-DEPOSIT-FILE
004700         AT END
004710             SET DEP-EOF TO TRUE
004720     END-READ.
004730 2100-READ-DEPOSIT-EXIT.
004740     EXIT.
004750*
004760*------------------------------------------------------------*
004770*    2200-MATCH-ITEM - THE FIRST UNMATCHED ITEM WITH THE      *
004780*    DEPOSIT'S IDENT, AMOUNT AND PAY DATE TAKES IT, ALONG     *
004790*    WITH THE ACCOUNT IT WAS SENT TO.                         *
004800*------------------------------------------------------------*
004810 2200-MATCH-ITEM.
004820     IF WS-RT-MATCHED (WS-RTN-IX) = "N"
004830             AND WS-RT-IDENT (WS-RTN-IX) = DP-IDENT
004840             AND WS-RT-AMOUNT (WS-RTN-IX) = DP-AMOUNT
004850             AND WS-RT-PAY-DATE (WS-RTN-IX) = DP-PAY-DATE
004860         SET ITEM-MATCHED TO TRUE
004870         MOVE "Y" TO WS-RT-MATCHED (WS-RTN-IX)
004880         MOVE DP-NAME TO WS-RT-NAME (WS-RTN-IX)
004890         MOVE DP-ROUTING TO WS-RT-DP-ROUTING (WS-RTN-IX)
004900         MOVE DP-ACCOUNT TO WS-RT-DP-ACCOUNT (WS-RTN-IX)
004910         MOVE DP-ENTRY-TYPE TO WS-RT-DP-ENTRY (WS-RTN-IX)
004920     END-IF.
004930 2200-MATCH-ITEM-EXIT.
004940     EXIT.
004950*
004960*------------------------------------------------------------*
004970*    3000-APPLY-ITEM - ONE ITEM FROM THE TABLE.  AN ITEM NO   *
004980*    DEPOSIT MATCHED, ONE ALREADY ON THE RETURN HISTORY, OR   *
004990*    ONE FOR AN IDENT NO LONGER ON THE MASTER CHANGES         *
005000*    NOTHING; THE REST ARE APPLIED, THE MASTER REWRITTEN AND  *
005010*    THE ITEM ADDED TO THE HISTORY.                           *
005020*------------------------------------------------------------*
005030 3000-APPLY-ITEM.
005040     IF WS-RT-MATCHED (WS-RTN-IX) = "N"
005050         ADD 1 TO WS-UNMATCHED-COUNT
005060         MOVE "NOT MATCHED TO A DEPOSIT"
005070             TO WS-RT-ACTION (WS-RTN-IX)
005080         MOVE "Y" TO WS-RT-CALL (WS-RTN-IX)
005090         MOVE "NO DEPOSIT FOR IDENT/AMOUNT/PAY DATE - ASK BANK"
005100             TO WS-RT-CALL-REASON (WS-RTN-IX)
005110         GO TO 3000-APPLY-PRINT
005120     END-IF
005130     PERFORM 3100-CHECK-HISTORY
005140         THRU 3100-CHECK-HISTORY-EXIT
005150     IF ALREADY-PROCESSED
005160         ADD 1 TO WS-DUPLICATE-COUNT
005170         MOVE SPACES TO WS-RT-ACTION (WS-RTN-IX)
005180         STRING "ALREADY PROCESSED " AH-PROCESSED-DATE
005190             DELIMITED BY SIZE INTO WS-RT-ACTION (WS-RTN-IX)
005200         GO TO 3000-APPLY-PRINT
005210     END-IF
005220     MOVE WS-RT-IDENT (WS-RTN-IX) TO Ident
005230     MOVE "Y" TO WS-EMP-FOUND-SW
005240     READ EMPLOYEE-MASTER-FILE
005250         KEY IS Ident
005260         INVALID KEY
005270             MOVE "N" TO WS-EMP-FOUND-SW
005280     END-READ
005290     IF NOT EMP-ON-FILE
005300         ADD 1 TO WS-NOT-ON-FILE-COUNT
005310         MOVE "IDENT NOT ON MASTER"
005320             TO WS-RT-ACTION (WS-RTN-IX)
005330         MOVE "Y" TO WS-RT-CALL (WS-RTN-IX)
005340         MOVE "EMPLOYEE NOT ON MASTER - NOTHING CHANGED"
005350             TO WS-RT-CALL-REASON (WS-RTN-IX)
005360         GO TO 3000-APPLY-PRINT
005370     END-IF
005380     MOVE CustName TO WS-RT-NAME (WS-RTN-IX)
005390     MOVE Ident TO WS-AUDIT-IDENT
005400     MOVE ZERO TO AH-CHECK-NO
005410     IF WS-RT-TYPE (WS-RTN-IX) = "R"
005420         PERFORM 3200-APPLY-RETURN
005430             THRU 3200-APPLY-RETURN-EXIT
005440     ELSE
005450         PERFORM 3300-APPLY-NOC
005460             THRU 3300-APPLY-NOC-EXIT
005470     END-IF
005480     REWRITE CUSTOMER-MASTER-RECORD
005490     ADD 1 TO WS-APPLIED-COUNT
005500     PERFORM 3500-WRITE-HISTORY
005510         THRU 3500-WRITE-HISTORY-EXIT.
005520 3000-APPLY-PRINT.
005530     PERFORM 6300-PRINT-ITEM
005540         THRU 6300-PRINT-ITEM-EXIT.
005550 3000-APPLY-ITEM-EXIT.
005560     EXIT.
005570*
005580*------------------------------------------------------------*
005590*    3100-CHECK-HISTORY - HAS THIS ITEM AGAINST THIS DEPOSIT  *
005600*    BEEN ACTED ON BY AN EARLIER RUN?                         *
005610*------------------------------------------------------------*
005620 3100-CHECK-HISTORY.
005630     MOVE WS-RT-IDENT (WS-RTN-IX) TO AH-IDENT
005640     MOVE WS-RT-PAY-DATE (WS-RTN-IX) TO AH-PAY-DATE
005650     MOVE WS-RT-AMOUNT (WS-RTN-IX) TO AH-AMOUNT
005660     MOVE WS-RT-TYPE (WS-RTN-IX) TO AH-ENTRY-TYPE
005670     MOVE "Y" TO WS-HIST-FOUND-SW
005680     READ RETURN-HISTORY-FILE
005690         KEY IS AH-KEY
005700         INVALID KEY
005710             MOVE "N" TO WS-HIST-FOUND-SW
005720     END-READ.
005730 3100-CHECK-HISTORY-EXIT.
005740     EXIT.
005750*
005760*------------------------------------------------------------*
005770*    3200-APPLY-RETURN - A RETURNED DEPOSIT IS REPLACED BY A  *
005780*    MANUAL CHECK FOR THE SAME AMOUNT (A RETURNED PRENOTE     *
005790*    MOVED NO MONEY, SO THERE IS NOTHING TO REPLACE).  IF     *
005800*    THE MASTER STILL CARRIES THE ACCOUNT THE BANK REJECTED,  *
005810*    THE EMPLOYEE GOES BACK TO CHECKS AND THE PRENOTE IS      *
005820*    CLEARED SO NO LIVE DEPOSIT FOLLOWS UNTIL A GOOD ACCOUNT  *
005830*    IS KEYED; IF THE ACCOUNT HAS ALREADY BEEN CHANGED SINCE  *
005840*    THE DEPOSIT, THE NEW ONE IS LEFT ALONE.  EITHER WAY THE  *
005850*    EMPLOYEE NEEDS A CALL.                                   *
005860*------------------------------------------------------------*
005870 3200-APPLY-RETURN.
005880     MOVE "Y" TO WS-RT-CALL (WS-RTN-IX)
005890     IF WS-RT-DP-ENTRY (WS-RTN-IX) = "D"
005900             AND WS-RT-AMOUNT (WS-RTN-IX) > ZERO
005910         PERFORM 3250-WRITE-REPLACEMENT
005920             THRU 3250-WRITE-REPLACEMENT-EXIT
005930     ELSE
005940         ADD 1 TO WS-PRENOTE-RTN-COUNT
005950         MOVE "PRENOTE RETURNED - NO CHECK"
005960             TO WS-RT-ACTION (WS-RTN-IX)
005970     END-IF
005980     IF BankRouting NOT = WS-RT-DP-ROUTING (WS-RTN-IX)
005990             OR BankAccount NOT = WS-RT-DP-ACCOUNT (WS-RTN-IX)
006000         MOVE SPACES TO WS-RT-CALL-REASON (WS-RTN-IX)
006010         STRING "RETURN " WS-RT-REASON (WS-RTN-IX)
006020                 " - ACCOUNT SINCE CHANGED, CONFIRM IT"
006030             DELIMITED BY SIZE
006040             INTO WS-RT-CALL-REASON (WS-RTN-IX)
006050         GO TO 3200-APPLY-RETURN-EXIT
006060     END-IF
006070     MOVE SPACES TO WS-RT-CALL-REASON (WS-RTN-IX)
006080     STRING "RETURN " WS-RT-REASON (WS-RTN-IX)
006090             " - ON CHECKS UNTIL NEW ACCOUNT KEYED"
006100         DELIMITED BY SIZE
006110         INTO WS-RT-CALL-REASON (WS-RTN-IX)
006120     IF NOT PayByCheck
006130         MOVE "PAYMETHOD" TO WS-AUDIT-FIELD
006140         MOVE PayMethod TO WS-AUDIT-OLD
006150         MOVE "C" TO WS-AUDIT-NEW
006160         PERFORM 7000-WRITE-AUDIT
006170             THRU 7000-WRITE-AUDIT-EXIT
006180         MOVE "C" TO PayMethod
006190     END-IF
006200     PERFORM 4200-RESET-PRENOTE
006210         THRU 4200-RESET-PRENOTE-EXIT.
006220 3200-APPLY-RETURN-EXIT.
006230     EXIT.
006240*
006250*------------------------------------------------------------*
006260*    3250-WRITE-REPLACEMENT - NEXT NUMBER OFF THE CHKNBR      *
006270*    CONTROL, ONE I RECORD INTO CHKISSUE DATED TODAY, AND AN  *
006280*    AUDIT RECORD TYING THE CHECK TO THE RETURNED DEPOSIT.    *
006290*------------------------------------------------------------*
006300 3250-WRITE-REPLACEMENT.
006310     ADD 1 TO WS-CHECK-NO
006320     MOVE SPACES TO CHECK-ISSUE-RECORD
006330     MOVE WS-CHECK-NO TO CH-CHECK-NO
006340     MOVE Ident TO CH-IDENT
006350     MOVE CustName TO CH-CUST-NAME
006360     MOVE WS-RT-AMOUNT (WS-RTN-IX) TO CH-NET-AMOUNT
006370     MOVE WS-RUN-DATE TO CH-PAY-DATE
006380     MOVE "I" TO CH-STATUS
006390     WRITE CHECK-ISSUE-RECORD
006400     MOVE WS-CHECK-NO TO AH-CHECK-NO
006410     ADD 1 TO WS-REISSUED-COUNT
006420     ADD WS-RT-AMOUNT (WS-RTN-IX) TO WS-REISSUED-TOTAL
006430     MOVE SPACES TO WS-RT-ACTION (WS-RTN-IX)
006440     STRING "REISSUED AS CHECK " WS-CHECK-NO
006450         DELIMITED BY SIZE INTO WS-RT-ACTION (WS-RTN-IX)
006460     MOVE "ACH RETURN CHK" TO WS-AUDIT-FIELD
006470     MOVE SPACES TO WS-AUDIT-OLD
006480     STRING "ACH " WS-RT-REASON (WS-RTN-IX)
006490             " " WS-RT-PAY-DATE (WS-RTN-IX)
006500         DELIMITED BY SIZE INTO WS-AUDIT-OLD
006510     MOVE SPACES TO WS-AUDIT-NEW
006520     STRING "CHECK " WS-CHECK-NO
006530         DELIMITED BY SIZE INTO WS-AUDIT-NEW
006540     PERFORM 7000-WRITE-AUDIT
006550         THRU 7000-WRITE-AUDIT-EXIT.
006560 3250-WRITE-REPLACEMENT-EXIT.
006570     EXIT.
006580*
006590*------------------------------------------------------------*
006600*    3300-APPLY-NOC - THE BANK'S CORRECTED ROUTING AND/OR     *
006610*    ACCOUNT REPLACE THE ONES THE DEPOSIT WENT TO, AND THE    *
006620*    PRENOTE DATE IS RESET SO THE CORRECTED ACCOUNT IS        *
006630*    PRENOTED BY THE NEXT FINAL PAYROLL RUN.  A NOC AGAINST   *
006640*    AN ACCOUNT THE MASTER NO LONGER CARRIES IS NOT APPLIED   *
006650*    OVER WHATEVER HAS BEEN KEYED SINCE.                      *
006660*------------------------------------------------------------*
006670 3300-APPLY-NOC.
006680     IF BankRouting NOT = WS-RT-DP-ROUTING (WS-RTN-IX)
006690             OR BankAccount NOT = WS-RT-DP-ACCOUNT (WS-RTN-IX)
006700         ADD 1 TO WS-NOC-SKIPPED-COUNT
006710         MOVE "NOC NOT APPLIED"
006720             TO WS-RT-ACTION (WS-RTN-IX)
006730         MOVE "Y" TO WS-RT-CALL (WS-RTN-IX)
006740         MOVE SPACES TO WS-RT-CALL-REASON (WS-RTN-IX)
006750         STRING "NOC " WS-RT-REASON (WS-RTN-IX)
006760                 " - ACCOUNT SINCE CHANGED, CONFIRM IT"
006770             DELIMITED BY SIZE
006780             INTO WS-RT-CALL-REASON (WS-RTN-IX)
006790         GO TO 3300-APPLY-NOC-EXIT
006800     END-IF
006810     MOVE "N" TO WS-BANK-CHANGED-SW
006820     IF WS-RT-NEW-ROUTING (WS-RTN-IX) IS NUMERIC
006830             AND WS-RT-NEW-ROUTING (WS-RTN-IX) NOT = "000000000"
006840             AND WS-RT-NEW-ROUTING (WS-RTN-IX) NOT = BankRouting
006850         MOVE "BANKROUTING" TO WS-AUDIT-FIELD
006860         MOVE BankRouting TO WS-AUDIT-OLD
006870         MOVE WS-RT-NEW-ROUTING (WS-RTN-IX) TO WS-AUDIT-NEW
006880         PERFORM 7000-WRITE-AUDIT
006890             THRU 7000-WRITE-AUDIT-EXIT
006900         MOVE WS-RT-NEW-ROUTING (WS-RTN-IX) TO BankRouting
006910         SET BANK-FIELDS-CHANGED TO TRUE
006920     END-IF
006930     IF WS-RT-NEW-ACCOUNT (WS-RTN-IX) NOT = SPACES
006940             AND WS-RT-NEW-ACCOUNT (WS-RTN-IX) NOT = BankAccount
006950         MOVE "BANKACCOUNT" TO WS-AUDIT-FIELD
006960         MOVE BankAccount TO WS-AUDIT-OLD
006970         MOVE WS-RT-NEW-ACCOUNT (WS-RTN-IX) TO WS-AUDIT-NEW
006980         PERFORM 7000-WRITE-AUDIT
006990             THRU 7000-WRITE-AUDIT-EXIT
007000         MOVE WS-RT-NEW-ACCOUNT (WS-RTN-IX) TO BankAccount
007010         SET BANK-FIELDS-CHANGED TO TRUE
007020     END-IF
007030     IF BANK-FIELDS-CHANGED
007040         ADD 1 TO WS-NOC-APPLIED-COUNT
007050         MOVE "CORRECTION APPLIED"
007060             TO WS-RT-ACTION (WS-RTN-IX)
007070         PERFORM 4200-RESET-PRENOTE
007080             THRU 4200-RESET-PRENOTE-EXIT
007090     ELSE
007100         ADD 1 TO WS-NOC-SKIPPED-COUNT
007110         MOVE "NOC MATCHES MASTER - NO CHANGE"
007120             TO WS-RT-ACTION (WS-RTN-IX)
007130     END-IF.
007140 3300-APPLY-NOC-EXIT.
007150     EXIT.
007160*
007170*------------------------------------------------------------*
007180*    3500-WRITE-HISTORY - RECORD THE ITEM AGAINST ITS         *
007190*    DEPOSIT SO A RESENT COPY IS RECOGNISED NEXT TIME.        *
007200*    AH-CHECK-NO WAS SET BY THE APPLY.                        *
007210*------------------------------------------------------------*
007220 3500-WRITE-HISTORY.
007230     MOVE WS-RT-IDENT (WS-RTN-IX) TO AH-IDENT
007240     MOVE WS-RT-PAY-DATE (WS-RTN-IX) TO AH-PAY-DATE
007250     MOVE WS-RT-AMOUNT (WS-RTN-IX) TO AH-AMOUNT
007260     MOVE WS-RT-TYPE (WS-RTN-IX) TO AH-ENTRY-TYPE
007270     MOVE WS-RT-REASON (WS-RTN-IX) TO AH-REASON-CODE
007280     MOVE WS-RUN-DATE TO AH-PROCESSED-DATE
007290     MOVE WS-JOB-ID TO AH-JOB-ID
007300     WRITE ACH-RETURN-HISTORY-RECORD
007310         INVALID KEY
007320             MOVE SPACES TO RETURN-REPORT-LINE
007330             STRING "*** IDENT " WS-RT-IDENT (WS-RTN-IX)
007340                     " RETURN HISTORY NOT WRITTEN - STATUS "
007350                     WS-AH-FILE-STATUS " ***"
007360                 DELIMITED BY SIZE INTO RETURN-REPORT-LINE
007370             WRITE RETURN-REPORT-LINE
007380     END-WRITE.
007390 3500-WRITE-HISTORY-EXIT.
007400     EXIT.
007410*
007420*------------------------------------------------------------*
007430*    4200-RESET-PRENOTE - AS IN CUSTMNT: THE PRENOTE DATE     *
007440*    GOES BACK TO ZERO (AUDITED) SO NO LIVE DEPOSIT GOES TO   *
007450*    THE ACCOUNT UNTIL THE NEXT FINAL PAYROLL RUN HAS SENT    *
007460*    ITS PRENOTE.                                             *
007470*------------------------------------------------------------*
007480 4200-RESET-PRENOTE.
007490     IF PrenoteDate NOT = ZERO
007500         MOVE "PRENOTEDATE" TO WS-AUDIT-FIELD
007510         MOVE PrenoteDate TO WS-AUDIT-OLD
007520         MOVE "00000000" TO WS-AUDIT-NEW
007530         MOVE ZERO TO PrenoteDate
007540         PERFORM 7000-WRITE-AUDIT
007550             THRU 7000-WRITE-AUDIT-EXIT
007560     END-IF.
007570 4200-RESET-PRENOTE-EXIT.
007580     EXIT.
007590*
007600*------------------------------------------------------------*
007610*    6100-WRITE-RUN-LOG - ONE STANDARD RUN-LOG RECORD (S AT   *
007620*    START OF RUN, E WITH THE FINAL COUNTS AT END).           *
007630*------------------------------------------------------------*
007640 6100-WRITE-RUN-LOG.
007650     MOVE SPACES TO RUN-LOG-RECORD
007660     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
007670     ACCEPT WS-TS-TIME FROM TIME
007680     MOVE "ACHRTN" TO RL-PROGRAM-ID
007690     MOVE WS-JOB-ID TO RL-JOB-ID
007700     MOVE WS-RL-ENTRY-TYPE TO RL-ENTRY-TYPE
007710     MOVE WS-TS-DATE TO RL-DATE
007720     MOVE WS-TS-TIME TO RL-TIME
007730     MOVE WS-ITEMS-READ TO RL-RECORDS-READ
007740     MOVE WS-APPLIED-COUNT TO RL-RECORDS-WRITTEN
007750     ADD WS-CALL-COUNT WS-INVALID-COUNT WS-DROPPED-COUNT
007760         GIVING RL-EXCEPTION-COUNT
007770     MOVE WS-RL-STATUS TO RL-FINAL-STATUS
007780     WRITE RUN-LOG-RECORD.
007790 6100-WRITE-RUN-LOG-EXIT.
007800     EXIT.
007810*
007820*------------------------------------------------------------*
007830*    6300-PRINT-ITEM - ONE REGISTER LINE PER ITEM: WHAT CAME  *
007840*    BACK AND WHAT WAS DONE ABOUT IT.                         *
007850*------------------------------------------------------------*
007860 6300-PRINT-ITEM.
007870     MOVE WS-RT-IDENT (WS-RTN-IX) TO WS-RD-IDENT
007880     MOVE WS-RT-NAME (WS-RTN-IX) TO WS-RD-NAME
007890     IF WS-RT-TYPE (WS-RTN-IX) = "R"
007900         MOVE "RETURN" TO WS-RD-TYPE
007910     ELSE
007920         MOVE "NOC" TO WS-RD-TYPE
007930     END-IF
007940     MOVE WS-RT-REASON (WS-RTN-IX) TO WS-RD-REASON
007950     MOVE WS-RT-PAY-DATE (WS-RTN-IX) TO WS-RD-PAY-DATE
007960     MOVE WS-RT-AMOUNT (WS-RTN-IX) TO WS-RD-AMOUNT
007970     MOVE WS-RT-ACTION (WS-RTN-IX) TO WS-RD-ACTION
007980     WRITE RETURN-REPORT-LINE FROM WS-RPT-DETAIL.
007990 6300-PRINT-ITEM-EXIT.
008000     EXIT.
008010*
008020*------------------------------------------------------------*
008030*    7000-WRITE-AUDIT - APPEND A BEFORE/AFTER AUDIT RECORD    *
008040*------------------------------------------------------------*
008050 7000-WRITE-AUDIT.
008060     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
008070     ACCEPT WS-TS-TIME FROM TIME
008080     MOVE WS-AUDIT-IDENT TO AU-IDENT
008090     MOVE WS-AUDIT-FIELD TO AU-FIELD-NAME
008100     MOVE WS-AUDIT-OLD TO AU-OLD-VALUE
008110     MOVE WS-AUDIT-NEW TO AU-NEW-VALUE
008120     MOVE WS-TS-DATE TO AU-DATE
008130     MOVE WS-TS-TIME TO AU-TIME
008140     MOVE WS-JOB-ID TO AU-JOB-ID
008150     WRITE AUDIT-RECORD.
008160 7000-WRITE-AUDIT-EXIT.
008170     EXIT.
008180*
008190*------------------------------------------------------------*
008200*    8000-FINALIZE - THE CALL LIST, OUTCOME COUNTS PROVED     *
008210*    BACK TO THE ITEMS READ, PERSIST THE LAST CHECK NUMBER,   *
008220*    CLOSE.                                                   *
008230*------------------------------------------------------------*
008240 8000-FINALIZE.
008250     IF WS-DROPPED-COUNT > ZERO
008260         MOVE SPACES TO RETURN-REPORT-LINE
008270         STRING "*** " WS-DROPPED-COUNT
008280                 " ITEMS DROPPED - TABLE FULL - RERUN ***"
008290             DELIMITED BY SIZE INTO RETURN-REPORT-LINE
008300         WRITE RETURN-REPORT-LINE
008310     END-IF
008320     WRITE RETURN-REPORT-LINE FROM WS-CALL-HEADING
008330         AFTER ADVANCING 2 LINES
008340     IF WS-RTN-COUNT > ZERO
008350         PERFORM 8100-LIST-CALL
008360             THRU 8100-LIST-CALL-EXIT
008370             VARYING WS-RTN-IX FROM 1 BY 1
008380             UNTIL WS-RTN-IX > WS-RTN-COUNT
008390     END-IF
008400     IF WS-CALL-COUNT = ZERO
008410         MOVE "NONE" TO RETURN-REPORT-LINE
008420         WRITE RETURN-REPORT-LINE
008430     END-IF
008440     MOVE SPACES TO RETURN-REPORT-LINE
008450     STRING "ITEMS READ: " WS-ITEMS-READ
008460             "  RETURNS: " WS-RETURN-ITEMS
008470             "  NOCS: " WS-NOC-ITEMS
008480             "  INVALID: " WS-INVALID-COUNT
008490             "  DEPOSITS PASSED: " WS-DEPOSITS-READ
008500         DELIMITED BY SIZE INTO RETURN-REPORT-LINE
008510     WRITE RETURN-REPORT-LINE
008520         AFTER ADVANCING 2 LINES
008530     MOVE WS-REISSUED-TOTAL TO WS-YTD-EDIT
008540     MOVE SPACES TO RETURN-REPORT-LINE
008550     STRING "CHECKS REISSUED: " WS-REISSUED-COUNT
008560             "  AMOUNT: " WS-YTD-EDIT
008570             "  PRENOTES RETURNED: " WS-PRENOTE-RTN-COUNT
008580         DELIMITED BY SIZE INTO RETURN-REPORT-LINE
008590     WRITE RETURN-REPORT-LINE
008600     MOVE SPACES TO RETURN-REPORT-LINE
008610     STRING "NOCS APPLIED: " WS-NOC-APPLIED-COUNT
008620             "  NOT APPLIED: " WS-NOC-SKIPPED-COUNT
008630             "  UNMATCHED: " WS-UNMATCHED-COUNT
008640             "  ALREADY DONE: " WS-DUPLICATE-COUNT
008650             "  NOT ON MASTER: " WS-NOT-ON-FILE-COUNT
008660         DELIMITED BY SIZE INTO RETURN-REPORT-LINE
008670     WRITE RETURN-REPORT-LINE
008680     ADD WS-REISSUED-COUNT WS-PRENOTE-RTN-COUNT
008690         WS-NOC-APPLIED-COUNT WS-NOC-SKIPPED-COUNT
008700         WS-UNMATCHED-COUNT WS-DUPLICATE-COUNT
008710         WS-NOT-ON-FILE-COUNT WS-INVALID-COUNT
008720         WS-DROPPED-COUNT
008730         GIVING WS-TIE-COUNT
008740     MOVE SPACES TO RETURN-REPORT-LINE
008750     IF WS-TIE-COUNT = WS-ITEMS-READ
008760         MOVE "CONTROL COUNTS TIE" TO RETURN-REPORT-LINE
008770     ELSE
008780         MOVE "*** CONTROL COUNTS DO NOT TIE ***"
008790             TO RETURN-REPORT-LINE
008800     END-IF
008810     WRITE RETURN-REPORT-LINE
008820     MOVE WS-CHECK-NO TO CN-LAST-CHECK-NO
008830     REWRITE CHECK-NUMBER-RECORD
008840     MOVE "E" TO WS-RL-ENTRY-TYPE
008850     MOVE "OK" TO WS-RL-STATUS
008860     PERFORM 6100-WRITE-RUN-LOG
008870         THRU 6100-WRITE-RUN-LOG-EXIT
008880     CLOSE EMPLOYEE-MASTER-FILE
008890           RETURN-HISTORY-FILE
008900           ACH-DEPOSIT-FILE
008910           CHECK-ISSUE-FILE
008920           CHECK-NUMBER-FILE
008930           RETURN-REPORT-FILE
008940           RUN-LOG-FILE
008950           AUDIT-LOG-FILE.
008960 8000-FINALIZE-EXIT.
008970     EXIT.
008980*
008990*------------------------------------------------------------*
009000*    8100-LIST-CALL - EVERY EMPLOYEE WHOSE PAY OR ACCOUNT     *
009010*    STILL NEEDS SOMEONE TO PICK UP THE PHONE.                *
009020*------------------------------------------------------------*
009030 8100-LIST-CALL.
009040     IF WS-RT-CALL (WS-RTN-IX) = "Y"
009050         ADD 1 TO WS-CALL-COUNT
009060         MOVE WS-RT-IDENT (WS-RTN-IX) TO WS-CD-IDENT
009070         MOVE WS-RT-NAME (WS-RTN-IX) TO WS-CD-NAME
009080         MOVE WS-RT-CALL-REASON (WS-RTN-IX) TO WS-CD-REASON
009090         WRITE RETURN-REPORT-LINE FROM WS-CALL-DETAIL
009100     END-IF.
009110 8100-LIST-CALL-EXIT.
009120     EXIT.
