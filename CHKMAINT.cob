000350*                     CHECK REGARDLESS OF THE ACTION CODE.  THE
000360*                     REGISTER REPORT NOW OPENS AHEAD OF THE LOAD
000370*                     SO THOSE REJECTS HAVE SOMEWHERE TO PRINT.
000380*   2026-10-15  YFY   A CHECK IN ITS ESCHEAT HOLD (D - DUE-
000390*                     DILIGENCE LETTER SENT, SEE ESCHEAT) IS STILL
000400*                     OUTSTANDING AND CAN BE VOIDED OR REISSUED
000410*                     WHEN THE EMPLOYEE ANSWERS THE LETTER.  AN
000420*                     ESCHEATED CHECK (E) CANNOT - THE CLAIM GOES
000430*                     TO THE STATE.  THE REGISTER NOW SHOWS THE
000440*                     CLEARED, LETTERED AND ESCHEATED STATUSES.
000450*
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510*
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CHECK-ISSUE-FILE
000550         ASSIGN TO CHKISSUE
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CHK-FILE-STATUS.
000580*
000590     SELECT CHECK-TRANS-FILE
000600         ASSIGN TO CHKTRAN
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620*
000630     SELECT CHECK-NUMBER-FILE
000640         ASSIGN TO CHKNBR
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CHKNBR-FILE-STATUS.
000670*
000680     SELECT CHECK-REPORT-FILE
000690         ASSIGN TO CHKRPT
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740*
000750 FD  CHECK-ISSUE-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CHECKREC.
000780*
000790 FD  CHECK-TRANS-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY CHKTRAN.
000820*
000830 FD  CHECK-NUMBER-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CHKCTL.
000860*
000870 FD  CHECK-REPORT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  CHECK-REPORT-LINE           PIC X(100).
000900*
000910 WORKING-STORAGE SECTION.
000920*
000930*----------------------------------------------------------------*
000940*    SWITCHES                                                    *
000950*----------------------------------------------------------------*
000960 01  WS-SWITCHES.
000970     05  WS-CHK-EOF-SW           PIC X(01) VALUE "N".
000980         88  CHK-EOF                        VALUE "Y".
000990     05  WS-TRAN-EOF-SW          PIC X(01) VALUE "N".
001000         88  TRAN-EOF                       VALUE "Y".
001010     05  WS-MATCH-SW             PIC X(01) VALUE "N".
001020         88  TRANS-MATCHED                  VALUE "Y".
001030*
001040*----------------------------------------------------------------*
001050*    FILE STATUS AND RUN IDENTIFICATION                          *
001060*----------------------------------------------------------------*
001070 77  WS-CHK-FILE-STATUS          PIC X(02) VALUE "00".
001080 77  WS-CHKNBR-FILE-STATUS       PIC X(02) VALUE "00".
001090 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001100*
001110*----------------------------------------------------------------*
001120*    IN-STORAGE TRANSACTION TABLE - THE DAY'S VOID/REISSUE       *
001130*    REQUESTS, LOADED UP FRONT AND MATCHED AS THE CHECK-ISSUE    *
001140*    FILE IS PASSED.                                             *
001150*----------------------------------------------------------------*
001160 77  WS-TRAN-MAX                 PIC 9(03) VALUE 50.
001170 77  WS-TRAN-COUNT               PIC 9(03) VALUE ZERO.
001180 77  WS-TRAN-IX                  PIC S9(04) COMP VALUE ZERO.
001190 01  WS-TRAN-TABLE-AREA.
001200     05  WS-TRAN-ENTRY OCCURS 50 TIMES.
001210         10  WS-TT-ACTION        PIC X(01).
001220         10  WS-TT-CHECK-NO      PIC 9(08).
001230         10  WS-TT-USED          PIC X(01).
001240*
001250*----------------------------------------------------------------*
001260*    PENDING REISSUES - PAYEE/AMOUNT CAPTURED ON THE FIRST PASS, *
001270*    WRITTEN AS REPLACEMENT CHECKS AFTER IT.                     *
001280*----------------------------------------------------------------*
001290 77  WS-REISSUE-COUNT            PIC 9(03) VALUE ZERO.
001300 77  WS-REISSUE-IX               PIC S9(04) COMP VALUE ZERO.
001310 01  WS-REISSUE-TABLE-AREA.
001320     05  WS-REISSUE-ENTRY OCCURS 50 TIMES.
001330         10  WS-RI-IDENT         PIC 9(03).
001340         10  WS-RI-NAME          PIC X(20).
001350         10  WS-RI-AMOUNT        PIC 9(06)V99.
001360*
001370*----------------------------------------------------------------*
001380*    RUN CONTROLS AND ACCUMULATORS                               *
001390*----------------------------------------------------------------*
001400 77  WS-CHECKS-READ              PIC 9(05) VALUE ZERO.
001410 77  WS-TRAN-DROPPED             PIC 9(03) VALUE ZERO.
001420 77  WS-REISSUE-DROPPED          PIC 9(03) VALUE ZERO.
001430 77  WS-INVALID-ACTION-COUNT     PIC 9(03) VALUE ZERO.
001440 77  WS-VOIDED-COUNT             PIC 9(03) VALUE ZERO.
001450 77  WS-REISSUED-COUNT           PIC 9(03) VALUE ZERO.
001460 77  WS-LAST-CHECK-NO            PIC 9(08) VALUE ZERO.
001470*
001480*----------------------------------------------------------------*
001490*    REPORT LINES                                                *
001500*----------------------------------------------------------------*
001510 01  WS-RPT-HEADING-1.
001520     05  FILLER                  PIC X(25)
001530         VALUE "CHECK REGISTER - STATUS".
001540     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001550     05  WS-H1-DATE              PIC 9(08).
001560 01  WS-RPT-HEADING-2.
001570     05  FILLER                  PIC X(10) VALUE "CHECK NO".
001580     05  FILLER                  PIC X(07) VALUE "IDENT".
001590     05  FILLER                  PIC X(22) VALUE "PAYEE".
001600     05  FILLER                  PIC X(14) VALUE "NET".
001610     05  FILLER                  PIC X(08) VALUE "STATUS".
001620 01  WS-RPT-DETAIL.
001630     05  WS-RD-CHECK-NO          PIC 9(08).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  WS-RD-IDENT             PIC ZZ9.
001660     05  FILLER                  PIC X(04) VALUE SPACES.
001670     05  WS-RD-NAME              PIC X(20).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  WS-RD-NET               PIC ZZZ,ZZ9.99.
001700     05  FILLER                  PIC X(04) VALUE SPACES.
001710     05  WS-RD-STATUS            PIC X(10).
001720*
001730******************************************************************
001740*
001750*   PROCEDURE DIVISION.
001760*
001770******************************************************************
001780 PROCEDURE DIVISION.
001790*
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE
001820         THRU 1000-INITIALIZE-EXIT
001830     PERFORM 2000-PROCESS-CHECK
001840         THRU 2000-PROCESS-CHECK-EXIT
001850         UNTIL CHK-EOF
001860     PERFORM 3000-WRITE-REISSUES
001870         THRU 3000-WRITE-REISSUES-EXIT
001880     PERFORM 8000-FINALIZE
001890         THRU 8000-FINALIZE-EXIT
001900     STOP RUN.
001910*
001920*------------------------------------------------------------*
001930*    1000-INITIALIZE - LOAD THE VOID/REISSUE TRANSACTIONS,    *
001940*    PICK UP THE LAST CHECK NUMBER, OPEN THE ISSUE FILE FOR   *
001950*    UPDATE, START THE REGISTER REPORT.                       *
001960*------------------------------------------------------------*
001970 1000-INITIALIZE.
001980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001990     OPEN OUTPUT CHECK-REPORT-FILE
002000     MOVE WS-RUN-DATE TO WS-H1-DATE
002010     WRITE CHECK-REPORT-LINE FROM WS-RPT-HEADING-1
002020     WRITE CHECK-REPORT-LINE FROM WS-RPT-HEADING-2
002030         AFTER ADVANCING 2 LINES
002040     OPEN INPUT CHECK-TRANS-FILE
002050     PERFORM 1100-LOAD-TRANSACTIONS
002060         THRU 1100-LOAD-TRANSACTIONS-EXIT
002070     CLOSE CHECK-TRANS-FILE
002080     OPEN I-O CHECK-NUMBER-FILE
002090     IF WS-CHKNBR-FILE-STATUS = "35"
002100         CLOSE CHECK-NUMBER-FILE
002110         OPEN OUTPUT CHECK-NUMBER-FILE
002120         MOVE SPACES TO CHECK-NUMBER-RECORD
002130         MOVE ZERO TO CN-LAST-CHECK-NO
002140         WRITE CHECK-NUMBER-RECORD
002150         CLOSE CHECK-NUMBER-FILE
002160         OPEN I-O CHECK-NUMBER-FILE
002170     END-IF
002180*    AN EMPTY (FRESHLY ALLOCATED) CONTROL FILE IS SEEDED WITH A
002190*    ZERO RECORD SO THE END-OF-RUN REWRITE HAS A RECORD TO HIT.
002200     READ CHECK-NUMBER-FILE
002210         AT END
002220             CLOSE CHECK-NUMBER-FILE
002230             OPEN OUTPUT CHECK-NUMBER-FILE
002240             MOVE SPACES TO CHECK-NUMBER-RECORD
002250             MOVE ZERO TO CN-LAST-CHECK-NO
002260             WRITE CHECK-NUMBER-RECORD
002270             CLOSE CHECK-NUMBER-FILE
002280             OPEN I-O CHECK-NUMBER-FILE
002290             READ CHECK-NUMBER-FILE
002300             END-READ
002310     END-READ
002320     MOVE CN-LAST-CHECK-NO TO WS-LAST-CHECK-NO
002330     OPEN I-O CHECK-ISSUE-FILE
002340     PERFORM 2100-READ-CHECK
002350         THRU 2100-READ-CHECK-EXIT.
002360 1000-INITIALIZE-EXIT.
002370     EXIT.
002380*
002390 1100-LOAD-TRANSACTIONS.
002400     PERFORM 1110-READ-TRANSACTION
002410         THRU 1110-READ-TRANSACTION-EXIT
002420     PERFORM 1120-STORE-TRANSACTION
002430         THRU 1120-STORE-TRANSACTION-EXIT
002440         UNTIL TRAN-EOF.
002450 1100-LOAD-TRANSACTIONS-EXIT.
002460     EXIT.
002470*
002480 1110-READ-TRANSACTION.
002490     READ CHECK-TRANS-FILE
002500         AT END
002510             SET TRAN-EOF TO TRUE
002520     END-READ.
002530 1110-READ-TRANSACTION-EXIT.
002540     EXIT.
002550*
002560 1120-STORE-TRANSACTION.
002570*    ONLY V AND R ARE ACTIONS - ANYTHING ELSE MUST NOT BE LET
002580*    NEAR THE MATCH PASS, WHERE IT WOULD VOID A LIVE CHECK.
002590     IF NOT (CT-VOID OR CT-REISSUE)
002600         ADD 1 TO WS-INVALID-ACTION-COUNT
002610         MOVE SPACES TO CHECK-REPORT-LINE
002620         STRING "*** ACTION " CT-ACTION
002630                 " CHECK " CT-CHECK-NO
002640                 " REJECTED - NOT V OR R ***"
002650             DELIMITED BY SIZE INTO CHECK-REPORT-LINE
002660         WRITE CHECK-REPORT-LINE
002670         GO TO 1120-STORE-NEXT
002680     END-IF
002690     IF WS-TRAN-COUNT < WS-TRAN-MAX
002700         ADD 1 TO WS-TRAN-COUNT
002710         MOVE CT-ACTION TO WS-TT-ACTION (WS-TRAN-COUNT)
002720         MOVE CT-CHECK-NO TO WS-TT-CHECK-NO (WS-TRAN-COUNT)
002730         MOVE "N" TO WS-TT-USED (WS-TRAN-COUNT)
002740     ELSE
002750         ADD 1 TO WS-TRAN-DROPPED
002760     END-IF.
002770 1120-STORE-NEXT.
002780     PERFORM 1110-READ-TRANSACTION
002790         THRU 1110-READ-TRANSACTION-EXIT.
002800 1120-STORE-TRANSACTION-EXIT.
002810     EXIT.
002820*
002830*------------------------------------------------------------*
002840*    2000-PROCESS-CHECK - ONE CHECK-ISSUE RECORD: APPLY ANY   *
002850*    MATCHING VOID/REISSUE TRANSACTION, PRINT THE REGISTER    *
002860*    LINE WITH THE RESULTING STATUS.                          *
002870*------------------------------------------------------------*
002880 2000-PROCESS-CHECK.
002890     ADD 1 TO WS-CHECKS-READ
002900     MOVE "N" TO WS-MATCH-SW
002910     IF WS-TRAN-COUNT > ZERO
002920         PERFORM 2200-MATCH-TRANSACTION
002930             THRU 2200-MATCH-TRANSACTION-EXIT
002940             VARYING WS-TRAN-IX FROM 1 BY 1
002950             UNTIL TRANS-MATCHED
002960                 OR WS-TRAN-IX > WS-TRAN-COUNT
002970     END-IF
002980     PERFORM 2400-PRINT-CHECK-LINE
002990         THRU 2400-PRINT-CHECK-LINE-EXIT
003000     PERFORM 2100-READ-CHECK
003010         THRU 2100-READ-CHECK-EXIT.
003020 2000-PROCESS-CHECK-EXIT.
003030     EXIT.
003040*
003050 2100-READ-CHECK.
003060     READ CHECK-ISSUE-FILE
003070         AT END
003080             SET CHK-EOF TO TRUE
003090     END-READ.
003100 2100-READ-CHECK-EXIT.
003110     EXIT.
003120*
003130*------------------------------------------------------------*
003140*    2200-MATCH-TRANSACTION - VOID THE CHECK WHEN A V OR R    *
003150*    TRANSACTION NAMES IT (ONLY AN OUTSTANDING CHECK - ISSUED *
003160*    OR LETTERED - CAN BE VOIDED); AN R ALSO QUEUES THE       *
003170*    REPLACEMENT.                                             *
003180*------------------------------------------------------------*
003190 2200-MATCH-TRANSACTION.
003200     IF WS-TT-USED (WS-TRAN-IX) = "N"
003210             AND WS-TT-CHECK-NO (WS-TRAN-IX) = CH-CHECK-NO
003220             AND CH-OUTSTANDING
003230         SET TRANS-MATCHED TO TRUE
003240         MOVE "Y" TO WS-TT-USED (WS-TRAN-IX)
003250         MOVE "V" TO CH-STATUS
003260         REWRITE CHECK-ISSUE-RECORD
003270         ADD 1 TO WS-VOIDED-COUNT
003280         IF WS-TT-ACTION (WS-TRAN-IX) = "R"
003290             PERFORM 2300-QUEUE-REISSUE
003300                 THRU 2300-QUEUE-REISSUE-EXIT
003310         END-IF
003320     END-IF.
003330 2200-MATCH-TRANSACTION-EXIT.
003340     EXIT.
003350*
003360 2300-QUEUE-REISSUE.
003370     IF WS-REISSUE-COUNT < WS-TRAN-MAX
003380         ADD 1 TO WS-REISSUE-COUNT
003390         MOVE CH-IDENT TO WS-RI-IDENT (WS-REISSUE-COUNT)
003400         MOVE CH-CUST-NAME TO WS-RI-NAME (WS-REISSUE-COUNT)
003410         MOVE CH-NET-AMOUNT TO WS-RI-AMOUNT (WS-REISSUE-COUNT)
003420     ELSE
003430         ADD 1 TO WS-REISSUE-DROPPED
003440         MOVE SPACES TO CHECK-REPORT-LINE
003450         STRING "*** CHECK " CH-CHECK-NO
003460                 " VOIDED BUT REISSUE DROPPED - RERUN ***"
003470             DELIMITED BY SIZE INTO CHECK-REPORT-LINE
003480         WRITE CHECK-REPORT-LINE
003490     END-IF.
003500 2300-QUEUE-REISSUE-EXIT.
003510     EXIT.
003520*
003530 2400-PRINT-CHECK-LINE.
003540     MOVE CH-CHECK-NO TO WS-RD-CHECK-NO
003550     MOVE CH-IDENT TO WS-RD-IDENT
003560     MOVE CH-CUST-NAME TO WS-RD-NAME
003570     MOVE CH-NET-AMOUNT TO WS-RD-NET
003580     EVALUATE TRUE
003590         WHEN CH-VOIDED
003600             MOVE "VOIDED" TO WS-RD-STATUS
003610         WHEN CH-CLEARED
003620             MOVE "CLEARED" TO WS-RD-STATUS
003630         WHEN CH-NOTICED
003640             MOVE "LETTERED" TO WS-RD-STATUS
003650         WHEN CH-ESCHEATED
003660             MOVE "ESCHEATED" TO WS-RD-STATUS
003670         WHEN OTHER
003680             MOVE "ISSUED" TO WS-RD-STATUS
003690     END-EVALUATE
003700     WRITE CHECK-REPORT-LINE FROM WS-RPT-DETAIL.
003710 2400-PRINT-CHECK-LINE-EXIT.
003720     EXIT.
003730*
003740*------------------------------------------------------------*
003750*    3000-WRITE-REISSUES - CUT THE QUEUED REPLACEMENT CHECKS  *
003760*    UNDER THE NEXT CHECK NUMBERS.  THE ISSUE FILE IS CLOSED  *
003770*    AND REOPENED EXTEND BECAUSE A SEQUENTIAL FILE OPEN I-O   *
003780*    CANNOT TAKE NEW RECORDS.                                 *
003790*------------------------------------------------------------*
003800 3000-WRITE-REISSUES.
003810     CLOSE CHECK-ISSUE-FILE
003820     IF WS-REISSUE-COUNT = ZERO
003830         GO TO 3000-WRITE-REISSUES-EXIT
003840     END-IF
003850     OPEN EXTEND CHECK-ISSUE-FILE
003860     PERFORM 3100-WRITE-ONE-REISSUE
003870         THRU 3100-WRITE-ONE-REISSUE-EXIT
003880         VARYING WS-REISSUE-IX FROM 1 BY 1
003890         UNTIL WS-REISSUE-IX > WS-REISSUE-COUNT
003900     CLOSE CHECK-ISSUE-FILE.
003910 3000-WRITE-REISSUES-EXIT.
003920     EXIT.
003930*
003940 3100-WRITE-ONE-REISSUE.
003950     MOVE SPACES TO CHECK-ISSUE-RECORD
003960     ADD 1 TO WS-LAST-CHECK-NO
003970     MOVE WS-LAST-CHECK-NO TO CH-CHECK-NO
003980     MOVE WS-RI-IDENT (WS-REISSUE-IX) TO CH-IDENT
003990     MOVE WS-RI-NAME (WS-REISSUE-IX) TO CH-CUST-NAME
004000     MOVE WS-RI-AMOUNT (WS-REISSUE-IX) TO CH-NET-AMOUNT
004010     MOVE WS-RUN-DATE TO CH-PAY-DATE
004020     MOVE "I" TO CH-STATUS
004030     WRITE CHECK-ISSUE-RECORD
004040     ADD 1 TO WS-REISSUED-COUNT
004050     MOVE CH-CHECK-NO TO WS-RD-CHECK-NO
004060     MOVE CH-IDENT TO WS-RD-IDENT
004070     MOVE CH-CUST-NAME TO WS-RD-NAME
004080     MOVE CH-NET-AMOUNT TO WS-RD-NET
004090     MOVE "REISSUED" TO WS-RD-STATUS
004100     WRITE CHECK-REPORT-LINE FROM WS-RPT-DETAIL.
004110 3100-WRITE-ONE-REISSUE-EXIT.
004120     EXIT.
004130*
004140*------------------------------------------------------------*
004150*    8000-FINALIZE - ACTION SUMMARY, PERSIST THE LAST CHECK   *
004160*    NUMBER, CLOSE FILES.                                     *
004170*------------------------------------------------------------*
004180 8000-FINALIZE.
004190     IF WS-TRAN-DROPPED > ZERO
004200         MOVE SPACES TO CHECK-REPORT-LINE
004210         STRING "*** " WS-TRAN-DROPPED
004220                 " TRANSACTIONS DROPPED - TABLE FULL - RERUN ***"
004230             DELIMITED BY SIZE INTO CHECK-REPORT-LINE
004240         WRITE CHECK-REPORT-LINE
004250     END-IF
004260     IF WS-REISSUE-DROPPED > ZERO
004270         MOVE SPACES TO CHECK-REPORT-LINE
004280         STRING "*** " WS-REISSUE-DROPPED
004290                 " REISSUES DROPPED - TABLE FULL - RERUN ***"
004300             DELIMITED BY SIZE INTO CHECK-REPORT-LINE
004310         WRITE CHECK-REPORT-LINE
004320     END-IF
004330     IF WS-TRAN-COUNT > ZERO
004340         PERFORM 8100-REPORT-UNMATCHED
004350             THRU 8100-REPORT-UNMATCHED-EXIT
004360             VARYING WS-TRAN-IX FROM 1 BY 1
004370             UNTIL WS-TRAN-IX > WS-TRAN-COUNT
004380     END-IF
004390     MOVE SPACES TO CHECK-REPORT-LINE
004400     STRING "CHECKS READ: " WS-CHECKS-READ
004410             "  VOIDED: " WS-VOIDED-COUNT
004420             "  REISSUED: " WS-REISSUED-COUNT
004430             "  INVALID: " WS-INVALID-ACTION-COUNT
004440         DELIMITED BY SIZE INTO CHECK-REPORT-LINE
004450     WRITE CHECK-REPORT-LINE
004460         AFTER ADVANCING 2 LINES
004470     MOVE WS-LAST-CHECK-NO TO CN-LAST-CHECK-NO
004480     REWRITE CHECK-NUMBER-RECORD
004490     CLOSE CHECK-NUMBER-FILE
004500           CHECK-REPORT-FILE.
004510 8000-FINALIZE-EXIT.
004520     EXIT.
004530*
004540*------------------------------------------------------------*
004550*    8100-REPORT-UNMATCHED - A TRANSACTION THAT NEVER FOUND   *
004560*    AN OUTSTANDING CHECK (BAD NUMBER, ALREADY VOIDED, OR     *
004570*    ESCHEATED) MUST NOT DISAPPEAR SILENTLY - DATA CONTROL    *
004580*    RE-KEYS FROM THIS LINE.                                  *
004590*------------------------------------------------------------*
004600 8100-REPORT-UNMATCHED.
004610     IF WS-TT-USED (WS-TRAN-IX) = "N"
004620         MOVE SPACES TO CHECK-REPORT-LINE
004630         STRING "*** ACTION " WS-TT-ACTION (WS-TRAN-IX)
004640                 " CHECK " WS-TT-CHECK-NO (WS-TRAN-IX)
004650                 " NOT MATCHED TO AN OUTSTANDING CHECK ***"
004660             DELIMITED BY SIZE INTO CHECK-REPORT-LINE
004670         WRITE CHECK-REPORT-LINE
004680     END-IF.
004690 8100-REPORT-UNMATCHED-EXIT.
004700     EXIT.
