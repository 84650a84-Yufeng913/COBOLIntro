000380*                     THE OVERFLOW MESSAGE NOW TELLS THE
000390*                     OPERATOR TO SPLIT THE STATEMENT FILE AND
000400*                     RUN THE REMAINDER SEPARATELY.
000410*   2026-10-15  YFY   ESCHEATMENT STATUSES (SEE ESCHEAT).  A D
000420*                     CHECK (DUE-DILIGENCE LETTER SENT) IS STILL
000430*                     OUTSTANDING - IT CLEARS AND AGES AS BEFORE,
000440*                     AND THE STALE LINE SHOWS ITS LETTER DATE.
000450*                     AN E CHECK (ESCHEATED TO THE STATE) IS NO
000460*                     LONGER AGED, AND A BANK ITEM AGAINST ONE IS
000470*                     AN EXCEPTION - THE FUNDS ARE WITH THE STATE.
000480*
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540*
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CHECK-ISSUE-FILE
000580         ASSIGN TO CHKISSUE
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CHK-FILE-STATUS.
000610*
000620     SELECT BANK-CLEARED-FILE
000630         ASSIGN TO BNKCLR
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650*
000660     SELECT RECON-REPORT-FILE
000670         ASSIGN TO RCNRPT
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720*
000730 FD  CHECK-ISSUE-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY CHECKREC.
000760*
000770 FD  BANK-CLEARED-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY BNKCLR.
000800*
000810 FD  RECON-REPORT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  RECON-REPORT-LINE           PIC X(100).
000840*
000850 WORKING-STORAGE SECTION.
000860*
000870*----------------------------------------------------------------*
000880*    SWITCHES                                                    *
000890*----------------------------------------------------------------*
000900 01  WS-SWITCHES.
000910     05  WS-CHK-EOF-SW           PIC X(01) VALUE "N".
000920         88  CHK-EOF                        VALUE "Y".
000930     05  WS-BANK-EOF-SW          PIC X(01) VALUE "N".
000940         88  BANK-EOF                       VALUE "Y".
000950     05  WS-MATCH-SW             PIC X(01) VALUE "N".
000960         88  ITEM-MATCHED                   VALUE "Y".
000970*
000980*----------------------------------------------------------------*
000990*    FILE STATUS AND RUN IDENTIFICATION                          *
001000*----------------------------------------------------------------*
001010 77  WS-CHK-FILE-STATUS          PIC X(02) VALUE "00".
001020 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001030 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001040     05  WS-RUN-YEAR             PIC 9(04).
001050     05  WS-RUN-MONTH            PIC 9(02).
001060     05  WS-RUN-DAY              PIC 9(02).
001070*
001080*----------------------------------------------------------------*
001090*    IN-STORAGE BANK-ITEM TABLE - THE MONTH'S CLEARED CHECKS,    *
001100*    LOADED UP FRONT AND MATCHED AS THE CHECK-ISSUE FILE IS      *
001110*    PASSED.  SIZED FOR THE REALISTIC MAXIMUM (EVERY IDENT PAID  *
001120*    EVERY WEEK OF THE MONTH AND THEN SOME); ITEMS PAST THE      *
001130*    LIMIT ARE STILL COUNTED AND CALLED OUT.                     *
001140*----------------------------------------------------------------*
001150 77  WS-BANK-MAX                 PIC 9(05) VALUE 5000.
001160 77  WS-BANK-COUNT               PIC 9(05) VALUE ZERO.
001170 77  WS-BANK-IX                  PIC S9(04) COMP VALUE ZERO.
001180 01  WS-BANK-TABLE-AREA.
001190     05  WS-BANK-ENTRY OCCURS 5000 TIMES.
001200         10  WS-BT-CHECK-NO      PIC 9(08).
001210         10  WS-BT-AMOUNT        PIC 9(06)V99.
001220         10  WS-BT-CLEAR-DATE    PIC 9(08).
001230         10  WS-BT-USED          PIC X(01).
001240*
001250*----------------------------------------------------------------*
001260*    AGING WORK AREAS - BANKER'S 30/360 DAY COUNT IS CLOSE       *
001270*    ENOUGH FOR 30/60/90 AGING WITHOUT A CALENDAR TABLE.         *
001280*----------------------------------------------------------------*
001290 77  WS-STALE-DAYS               PIC 9(03) VALUE 180.
001300 77  WS-AGE-DAYS                 PIC S9(05) VALUE ZERO.
001310 01  WS-AGE-DATE                 PIC 9(08) VALUE ZERO.
001320 01  WS-AGE-DATE-R REDEFINES WS-AGE-DATE.
001330     05  WS-AGE-YEAR             PIC 9(04).
001340     05  WS-AGE-MONTH            PIC 9(02).
001350     05  WS-AGE-DAY              PIC 9(02).
001360*
001370*----------------------------------------------------------------*
001380*    AGING BUCKETS - COUNT AND AMOUNT PER BUCKET                 *
001390*----------------------------------------------------------------*
001400 77  WS-AGE-030-COUNT            PIC 9(05) VALUE ZERO.
001410 77  WS-AGE-030-AMOUNT           PIC 9(08)V99 VALUE ZERO.
001420 77  WS-AGE-060-COUNT            PIC 9(05) VALUE ZERO.
001430 77  WS-AGE-060-AMOUNT           PIC 9(08)V99 VALUE ZERO.
001440 77  WS-AGE-090-COUNT            PIC 9(05) VALUE ZERO.
001450 77  WS-AGE-090-AMOUNT           PIC 9(08)V99 VALUE ZERO.
001460 77  WS-AGE-OVER-COUNT           PIC 9(05) VALUE ZERO.
001470 77  WS-AGE-OVER-AMOUNT          PIC 9(08)V99 VALUE ZERO.
001480 77  WS-STALE-COUNT              PIC 9(05) VALUE ZERO.
001490*
001500*----------------------------------------------------------------*
001510*    RUN CONTROLS AND ACCUMULATORS                               *
001520*----------------------------------------------------------------*
001530 77  WS-CHECKS-READ              PIC 9(05) VALUE ZERO.
001540 77  WS-BANK-DROPPED             PIC 9(05) VALUE ZERO.
001550 77  WS-CLEARED-COUNT            PIC 9(05) VALUE ZERO.
001560 77  WS-CLEARED-AMOUNT           PIC 9(08)V99 VALUE ZERO.
001570 77  WS-AMT-DIFF-COUNT           PIC 9(05) VALUE ZERO.
001580 77  WS-VOID-CLEARED-COUNT       PIC 9(05) VALUE ZERO.
001590 77  WS-DUP-CLEARED-COUNT        PIC 9(05) VALUE ZERO.
001600 77  WS-ESC-CLEARED-COUNT        PIC 9(05) VALUE ZERO.
001610 77  WS-NO-ISSUE-COUNT           PIC 9(05) VALUE ZERO.
001620 77  WS-OUTSTANDING-COUNT        PIC 9(05) VALUE ZERO.
001630 77  WS-OUTSTANDING-AMOUNT       PIC 9(08)V99 VALUE ZERO.
001640*
001650*----------------------------------------------------------------*
001660*    NUMERIC-EDITED WORK FIELDS - AMOUNTS STRINGED DIRECTLY      *
001670*    WOULD DROP THEIR DECIMAL POINTS.                            *
001680*----------------------------------------------------------------*
001690 77  WS-AMT-EDIT                 PIC ZZZ,ZZ9.99.
001700 77  WS-AMT-EDIT-2               PIC ZZZ,ZZ9.99.
001710*
001720*----------------------------------------------------------------*
001730*    REPORT LINES                                                *
001740*----------------------------------------------------------------*
001750 01  WS-RPT-HEADING-1.
001760     05  FILLER                  PIC X(30)
001770         VALUE "BANK RECONCILIATION REPORT".
001780     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001790     05  WS-H1-DATE              PIC 9(08).
001800 01  WS-AGING-DETAIL.
001810     05  WS-AG-LABEL             PIC X(24).
001820     05  WS-AG-COUNT             PIC ZZZZ9.
001830     05  FILLER                  PIC X(03) VALUE SPACES.
001840     05  WS-AG-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
001850*
001860******************************************************************
001870*
001880*   PROCEDURE DIVISION.
001890*
001900******************************************************************
001910 PROCEDURE DIVISION.
001920*
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE
001950         THRU 1000-INITIALIZE-EXIT
001960     PERFORM 2000-PROCESS-CHECK
001970         THRU 2000-PROCESS-CHECK-EXIT
001980         UNTIL CHK-EOF
001990     PERFORM 3000-REPORT-NO-ISSUE-ITEMS
002000         THRU 3000-REPORT-NO-ISSUE-ITEMS-EXIT
002010     PERFORM 4000-PRINT-AGING-SUMMARY
002020         THRU 4000-PRINT-AGING-SUMMARY-EXIT
002030     PERFORM 8000-FINALIZE
002040         THRU 8000-FINALIZE-EXIT
002050     STOP RUN.
002060*
002070*------------------------------------------------------------*
002080*    1000-INITIALIZE - LOAD THE BANK'S CLEARED ITEMS, OPEN    *
002090*    THE ISSUE FILE FOR UPDATE, START THE REPORT.             *
002100*------------------------------------------------------------*
002110 1000-INITIALIZE.
002120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002130     OPEN OUTPUT RECON-REPORT-FILE
002140     MOVE WS-RUN-DATE TO WS-H1-DATE
002150     WRITE RECON-REPORT-LINE FROM WS-RPT-HEADING-1
002160     OPEN INPUT BANK-CLEARED-FILE
002170     PERFORM 1100-LOAD-BANK-ITEMS
002180         THRU 1100-LOAD-BANK-ITEMS-EXIT
002190     CLOSE BANK-CLEARED-FILE
002200     OPEN I-O CHECK-ISSUE-FILE
002210     PERFORM 2100-READ-CHECK
002220         THRU 2100-READ-CHECK-EXIT.
002230 1000-INITIALIZE-EXIT.
002240     EXIT.
002250*
002260 1100-LOAD-BANK-ITEMS.
002270     PERFORM 1110-READ-BANK-ITEM
002280         THRU 1110-READ-BANK-ITEM-EXIT
002290     PERFORM 1120-STORE-BANK-ITEM
002300         THRU 1120-STORE-BANK-ITEM-EXIT
002310         UNTIL BANK-EOF.
002320 1100-LOAD-BANK-ITEMS-EXIT.
002330     EXIT.
002340*
002350 1110-READ-BANK-ITEM.
002360     READ BANK-CLEARED-FILE
002370         AT END
002380             SET BANK-EOF TO TRUE
002390     END-READ.
002400 1110-READ-BANK-ITEM-EXIT.
002410     EXIT.
002420*
002430 1120-STORE-BANK-ITEM.
002440     IF WS-BANK-COUNT < WS-BANK-MAX
002450         ADD 1 TO WS-BANK-COUNT
002460         MOVE BC-CHECK-NO TO WS-BT-CHECK-NO (WS-BANK-COUNT)
002470         MOVE BC-AMOUNT TO WS-BT-AMOUNT (WS-BANK-COUNT)
002480         MOVE BC-CLEAR-DATE
002490             TO WS-BT-CLEAR-DATE (WS-BANK-COUNT)
002500         MOVE "N" TO WS-BT-USED (WS-BANK-COUNT)
002510     ELSE
002520         ADD 1 TO WS-BANK-DROPPED
002530     END-IF
002540     PERFORM 1110-READ-BANK-ITEM
002550         THRU 1110-READ-BANK-ITEM-EXIT.
002560 1120-STORE-BANK-ITEM-EXIT.
002570     EXIT.
002580*
002590*------------------------------------------------------------*
002600*    2000-PROCESS-CHECK - ONE CHECK-ISSUE RECORD: MATCH IT    *
002610*    AGAINST THE BANK ITEMS, OR AGE IT IF IT IS STILL         *
002620*    OUTSTANDING.                                             *
002630*------------------------------------------------------------*
002640 2000-PROCESS-CHECK.
002650     ADD 1 TO WS-CHECKS-READ
002660     MOVE "N" TO WS-MATCH-SW
002670     IF WS-BANK-COUNT > ZERO
002680         PERFORM 2200-MATCH-BANK-ITEM
002690             THRU 2200-MATCH-BANK-ITEM-EXIT
002700             VARYING WS-BANK-IX FROM 1 BY 1
002710             UNTIL ITEM-MATCHED
002720                 OR WS-BANK-IX > WS-BANK-COUNT
002730     END-IF
002740     IF NOT ITEM-MATCHED
002750             AND CH-OUTSTANDING
002760         PERFORM 2500-AGE-OUTSTANDING
002770             THRU 2500-AGE-OUTSTANDING-EXIT
002780     END-IF
002790     PERFORM 2100-READ-CHECK
002800         THRU 2100-READ-CHECK-EXIT.
002810 2000-PROCESS-CHECK-EXIT.
002820     EXIT.
002830*
002840 2100-READ-CHECK.
002850     READ CHECK-ISSUE-FILE
002860         AT END
002870             SET CHK-EOF TO TRUE
002880     END-READ.
002890 2100-READ-CHECK-EXIT.
002900     EXIT.
002910*
002920*------------------------------------------------------------*
002930*    2200-MATCH-BANK-ITEM - A BANK ITEM NAMING THIS CHECK     *
002940*    NUMBER.  A CLEAN MATCH ON AN ISSUED CHECK MARKS IT       *
002950*    CLEARED; EVERYTHING ELSE IS AN EXCEPTION LINE.           *
002960*------------------------------------------------------------*
002970 2200-MATCH-BANK-ITEM.
002980     IF WS-BT-USED (WS-BANK-IX) = "N"
002990             AND WS-BT-CHECK-NO (WS-BANK-IX) = CH-CHECK-NO
003000         SET ITEM-MATCHED TO TRUE
003010         MOVE "Y" TO WS-BT-USED (WS-BANK-IX)
003020         EVALUATE TRUE
003030             WHEN CH-VOIDED
003040                 PERFORM 2210-REPORT-VOID-CLEARED
003050                     THRU 2210-REPORT-VOID-CLEARED-EXIT
003060             WHEN CH-CLEARED
003070                 PERFORM 2220-REPORT-DUP-CLEARED
003080                     THRU 2220-REPORT-DUP-CLEARED-EXIT
003090             WHEN CH-ESCHEATED
003100                 PERFORM 2250-REPORT-ESCHEAT-CLEARED
003110                     THRU 2250-REPORT-ESCHEAT-CLEARED-EXIT
003120             WHEN WS-BT-AMOUNT (WS-BANK-IX)
003130                     NOT = CH-NET-AMOUNT
003140                 PERFORM 2230-REPORT-AMOUNT-DIFF
003150                     THRU 2230-REPORT-AMOUNT-DIFF-EXIT
003160             WHEN OTHER
003170                 PERFORM 2240-MARK-CLEARED
003180                     THRU 2240-MARK-CLEARED-EXIT
003190         END-EVALUATE
003200     END-IF.
003210 2200-MATCH-BANK-ITEM-EXIT.
003220     EXIT.
003230*
003240*------------------------------------------------------------*
003250*    2210-REPORT-VOID-CLEARED - THE BANK PAID A CHECK WE      *
003260*    VOIDED.  THAT IS A POSITIVE-PAY BREAK - TREATED WITH THE *
003270*    SAME URGENCY AS AN ITEM WITH NO ISSUE RECORD.            *
003280*------------------------------------------------------------*
003290 2210-REPORT-VOID-CLEARED.
003300     ADD 1 TO WS-VOID-CLEARED-COUNT
003310     MOVE WS-BT-AMOUNT (WS-BANK-IX) TO WS-AMT-EDIT
003320     MOVE SPACES TO RECON-REPORT-LINE
003330     STRING "*** CHECK " CH-CHECK-NO
003340             " VOIDED BUT PAID BY BANK FOR " WS-AMT-EDIT
003350             " - POSSIBLE FRAUD ***"
003360         DELIMITED BY SIZE INTO RECON-REPORT-LINE
003370     WRITE RECON-REPORT-LINE.
003380 2210-REPORT-VOID-CLEARED-EXIT.
003390     EXIT.
003400*
003410 2220-REPORT-DUP-CLEARED.
003420     ADD 1 TO WS-DUP-CLEARED-COUNT
003430     MOVE SPACES TO RECON-REPORT-LINE
003440     STRING "*** CHECK " CH-CHECK-NO
003450             " ALREADY CLEARED - DUPLICATE BANK ITEM ***"
003460         DELIMITED BY SIZE INTO RECON-REPORT-LINE
003470     WRITE RECON-REPORT-LINE.
003480 2220-REPORT-DUP-CLEARED-EXIT.
003490     EXIT.
003500*
003510*------------------------------------------------------------*
003520*    2230-REPORT-AMOUNT-DIFF - CLEARED FOR A DIFFERENT        *
003530*    AMOUNT.  THE CHECK STAYS ISSUED SO NEXT MONTH'S RUN      *
003540*    STILL SHOWS IT UNTIL SOMEONE RESOLVES IT WITH THE BANK.  *
003550*------------------------------------------------------------*
003560 2230-REPORT-AMOUNT-DIFF.
003570     ADD 1 TO WS-AMT-DIFF-COUNT
003580     MOVE CH-NET-AMOUNT TO WS-AMT-EDIT
003590     MOVE WS-BT-AMOUNT (WS-BANK-IX) TO WS-AMT-EDIT-2
003600     MOVE SPACES TO RECON-REPORT-LINE
003610     STRING "*** CHECK " CH-CHECK-NO
003620             " ISSUED " WS-AMT-EDIT
003630             " CLEARED " WS-AMT-EDIT-2
003640             " - AMOUNT DIFFERS ***"
003650         DELIMITED BY SIZE INTO RECON-REPORT-LINE
003660     WRITE RECON-REPORT-LINE.
003670 2230-REPORT-AMOUNT-DIFF-EXIT.
003680     EXIT.
003690*
003700 2240-MARK-CLEARED.
003710     MOVE "C" TO CH-STATUS
003720     MOVE WS-BT-CLEAR-DATE (WS-BANK-IX) TO CH-CLEAR-DATE
003730     REWRITE CHECK-ISSUE-RECORD
003740     ADD 1 TO WS-CLEARED-COUNT
003750     ADD CH-NET-AMOUNT TO WS-CLEARED-AMOUNT.
003760 2240-MARK-CLEARED-EXIT.
003770     EXIT.
003780*
003790*------------------------------------------------------------*
003800*    2250-REPORT-ESCHEAT-CLEARED - THE BANK PAID A CHECK WE   *
003810*    HAVE ALREADY ESCHEATED.  THE WAGES WERE REMITTED TO THE  *
003820*    STATE, SO THEY HAVE NOW BEEN PAID TWICE - RECOVER FROM   *
003830*    THE STATE OR STOP THE ITEM WITH THE BANK.  THE CHECK     *
003840*    STAYS E.                                                 *
003850*------------------------------------------------------------*
003860 2250-REPORT-ESCHEAT-CLEARED.
003870     ADD 1 TO WS-ESC-CLEARED-COUNT
003880     MOVE WS-BT-AMOUNT (WS-BANK-IX) TO WS-AMT-EDIT
003890     MOVE SPACES TO RECON-REPORT-LINE
003900     STRING "*** CHECK " CH-CHECK-NO
003910             " ESCHEATED " CH-CLEAR-DATE
003920             " BUT PAID BY BANK FOR " WS-AMT-EDIT
003930             " - PAID TWICE ***"
003940         DELIMITED BY SIZE INTO RECON-REPORT-LINE
003950     WRITE RECON-REPORT-LINE.
003960 2250-REPORT-ESCHEAT-CLEARED-EXIT.
003970     EXIT.
003980*
003990*------------------------------------------------------------*
004000*    2500-AGE-OUTSTANDING - AN ISSUED CHECK THE BANK HAS NOT  *
004010*    PAID.  AGE IT FROM ITS PAY DATE INTO THE 30/60/90+       *
004020*    BUCKETS; OVER 180 DAYS IS STALE-DATED AND FLAGGED FOR    *
004030*    ESCHEATMENT FOLLOW-UP.                                   *
004040*------------------------------------------------------------*
004050 2500-AGE-OUTSTANDING.
004060     ADD 1 TO WS-OUTSTANDING-COUNT
004070     ADD CH-NET-AMOUNT TO WS-OUTSTANDING-AMOUNT
004080     MOVE CH-PAY-DATE TO WS-AGE-DATE
004090     PERFORM 7100-COMPUTE-AGE-DAYS
004100         THRU 7100-COMPUTE-AGE-DAYS-EXIT
004110     EVALUATE TRUE
004120         WHEN WS-AGE-DAYS NOT > 30
004130             ADD 1 TO WS-AGE-030-COUNT
004140             ADD CH-NET-AMOUNT TO WS-AGE-030-AMOUNT
004150         WHEN WS-AGE-DAYS NOT > 60
004160             ADD 1 TO WS-AGE-060-COUNT
004170             ADD CH-NET-AMOUNT TO WS-AGE-060-AMOUNT
004180         WHEN WS-AGE-DAYS NOT > 90
004190             ADD 1 TO WS-AGE-090-COUNT
004200             ADD CH-NET-AMOUNT TO WS-AGE-090-AMOUNT
004210         WHEN OTHER
004220             ADD 1 TO WS-AGE-OVER-COUNT
004230             ADD CH-NET-AMOUNT TO WS-AGE-OVER-AMOUNT
004240     END-EVALUATE
004250     IF WS-AGE-DAYS > WS-STALE-DAYS
004260         ADD 1 TO WS-STALE-COUNT
004270         MOVE CH-NET-AMOUNT TO WS-AMT-EDIT
004280         MOVE SPACES TO RECON-REPORT-LINE
004290         IF CH-NOTICED
004300             STRING "*** CHECK " CH-CHECK-NO
004310                     " PAYEE " CH-CUST-NAME
004320                     " " WS-AMT-EDIT
004330                     " LETTER SENT " CH-CLEAR-DATE
004340                     " - ESCHEAT HOLD ***"
004350                 DELIMITED BY SIZE INTO RECON-REPORT-LINE
004360         ELSE
004370             STRING "*** CHECK " CH-CHECK-NO
004380                     " PAYEE " CH-CUST-NAME
004390                     " " WS-AMT-EDIT
004400                     " STALE-DATED - ESCHEATMENT FOLLOW-UP ***"
004410                 DELIMITED BY SIZE INTO RECON-REPORT-LINE
004420         END-IF
004430         WRITE RECON-REPORT-LINE
004440     END-IF.
004450 2500-AGE-OUTSTANDING-EXIT.
004460     EXIT.
004470*
004480*------------------------------------------------------------*
004490*    3000-REPORT-NO-ISSUE-ITEMS - BANK ITEMS THAT NEVER       *
004500*    MATCHED A CHECK WE ISSUED.  A CHECK NUMBER WE NEVER CUT  *
004510*    IS THE CLASSIC COUNTERFEIT PATTERN - EVERY ONE PRINTS.   *
004520*------------------------------------------------------------*
004530 3000-REPORT-NO-ISSUE-ITEMS.
004540     IF WS-BANK-COUNT > ZERO
004550         PERFORM 3100-REPORT-ONE-NO-ISSUE
004560             THRU 3100-REPORT-ONE-NO-ISSUE-EXIT
004570             VARYING WS-BANK-IX FROM 1 BY 1
004580             UNTIL WS-BANK-IX > WS-BANK-COUNT
004590     END-IF
004600     IF WS-BANK-DROPPED > ZERO
004610         MOVE SPACES TO RECON-REPORT-LINE
004620         STRING "*** " WS-BANK-DROPPED
004630                 " BANK ITEMS NOT LOADED - TABLE FULL -"
004640                 " SPLIT THE STATEMENT FILE AND RUN THE"
004650                 " REMAINDER SEPARATELY ***"
004660             DELIMITED BY SIZE INTO RECON-REPORT-LINE
004670         WRITE RECON-REPORT-LINE
004680     END-IF.
004690 3000-REPORT-NO-ISSUE-ITEMS-EXIT.
004700     EXIT.
004710*
004720 3100-REPORT-ONE-NO-ISSUE.
004730     IF WS-BT-USED (WS-BANK-IX) = "N"
004740         ADD 1 TO WS-NO-ISSUE-COUNT
004750         MOVE WS-BT-AMOUNT (WS-BANK-IX) TO WS-AMT-EDIT
004760         MOVE SPACES TO RECON-REPORT-LINE
004770         STRING "*** BANK ITEM " WS-BT-CHECK-NO (WS-BANK-IX)
004780                 " FOR " WS-AMT-EDIT
004790                 " HAS NO ISSUE RECORD - POSSIBLE FRAUD ***"
004800             DELIMITED BY SIZE INTO RECON-REPORT-LINE
004810         WRITE RECON-REPORT-LINE
004820     END-IF.
004830 3100-REPORT-ONE-NO-ISSUE-EXIT.
004840     EXIT.
004850*
004860*------------------------------------------------------------*
004870*    4000-PRINT-AGING-SUMMARY - OUTSTANDING CHECKS BY AGE     *
004880*    BUCKET, COUNT AND AMOUNT.                                *
004890*------------------------------------------------------------*
004900 4000-PRINT-AGING-SUMMARY.
004910     MOVE SPACES TO RECON-REPORT-LINE
004920     MOVE "OUTSTANDING CHECK AGING" TO RECON-REPORT-LINE
004930     WRITE RECON-REPORT-LINE
004940         AFTER ADVANCING 2 LINES
004950     MOVE "  1 -  30 DAYS:" TO WS-AG-LABEL
004960     MOVE WS-AGE-030-COUNT TO WS-AG-COUNT
004970     MOVE WS-AGE-030-AMOUNT TO WS-AG-AMOUNT
004980     WRITE RECON-REPORT-LINE FROM WS-AGING-DETAIL
004990     MOVE " 31 -  60 DAYS:" TO WS-AG-LABEL
005000     MOVE WS-AGE-060-COUNT TO WS-AG-COUNT
005010     MOVE WS-AGE-060-AMOUNT TO WS-AG-AMOUNT
005020     WRITE RECON-REPORT-LINE FROM WS-AGING-DETAIL
005030     MOVE " 61 -  90 DAYS:" TO WS-AG-LABEL
005040     MOVE WS-AGE-090-COUNT TO WS-AG-COUNT
005050     MOVE WS-AGE-090-AMOUNT TO WS-AG-AMOUNT
005060     WRITE RECON-REPORT-LINE FROM WS-AGING-DETAIL
005070     MOVE "OVER  90 DAYS:" TO WS-AG-LABEL
005080     MOVE WS-AGE-OVER-COUNT TO WS-AG-COUNT
005090     MOVE WS-AGE-OVER-AMOUNT TO WS-AG-AMOUNT
005100     WRITE RECON-REPORT-LINE FROM WS-AGING-DETAIL
005110     MOVE "TOTAL OUTSTANDING:" TO WS-AG-LABEL
005120     MOVE WS-OUTSTANDING-COUNT TO WS-AG-COUNT
005130     MOVE WS-OUTSTANDING-AMOUNT TO WS-AG-AMOUNT
005140     WRITE RECON-REPORT-LINE FROM WS-AGING-DETAIL
005150     MOVE SPACES TO RECON-REPORT-LINE
005160     STRING "STALE-DATED (OVER " WS-STALE-DAYS
005170             " DAYS): " WS-STALE-COUNT
005180         DELIMITED BY SIZE INTO RECON-REPORT-LINE
005190     WRITE RECON-REPORT-LINE.
005200 4000-PRINT-AGING-SUMMARY-EXIT.
005210     EXIT.
005220*
005230*------------------------------------------------------------*
005240*    7100-COMPUTE-AGE-DAYS - DAYS FROM WS-AGE-DATE TO THE RUN *
005250*    DATE ON THE BANKER'S 30/360 CONVENTION.                  *
005260*------------------------------------------------------------*
005270 7100-COMPUTE-AGE-DAYS.
005280     COMPUTE WS-AGE-DAYS =
005290         ((WS-RUN-YEAR - WS-AGE-YEAR) * 360)
005300         + ((WS-RUN-MONTH - WS-AGE-MONTH) * 30)
005310         + (WS-RUN-DAY - WS-AGE-DAY)
005320     IF WS-AGE-DAYS < ZERO
005330         MOVE ZERO TO WS-AGE-DAYS
005340     END-IF.
005350 7100-COMPUTE-AGE-DAYS-EXIT.
005360     EXIT.
005370*
005380*------------------------------------------------------------*
005390*    8000-FINALIZE - CONTROL COUNTS THAT TIE TO THE INPUT     *
005400*------------------------------------------------------------*
005410 8000-FINALIZE.
005420     MOVE SPACES TO RECON-REPORT-LINE
005430     STRING "CHECKS READ: " WS-CHECKS-READ
005440             "  CLEARED: " WS-CLEARED-COUNT
005450             "  AMOUNT DIFFERS: " WS-AMT-DIFF-COUNT
005460             "  OUTSTANDING: " WS-OUTSTANDING-COUNT
005470         DELIMITED BY SIZE INTO RECON-REPORT-LINE
005480     WRITE RECON-REPORT-LINE
005490         AFTER ADVANCING 2 LINES
005500     MOVE SPACES TO RECON-REPORT-LINE
005510     STRING "BANK ITEMS: " WS-BANK-COUNT
005520             "  NO ISSUE RECORD: " WS-NO-ISSUE-COUNT
005530             "  VOIDED BUT PAID: " WS-VOID-CLEARED-COUNT
005540             "  DUPLICATES: " WS-DUP-CLEARED-COUNT
005550         DELIMITED BY SIZE INTO RECON-REPORT-LINE
005560     WRITE RECON-REPORT-LINE
005570     MOVE SPACES TO RECON-REPORT-LINE
005580     STRING "PAID AFTER ESCHEATMENT: " WS-ESC-CLEARED-COUNT
005590         DELIMITED BY SIZE INTO RECON-REPORT-LINE
005600     WRITE RECON-REPORT-LINE
005610     MOVE WS-CLEARED-AMOUNT TO WS-AG-AMOUNT
005620     MOVE SPACES TO RECON-REPORT-LINE
005630     STRING "AMOUNT CLEARED THIS RUN: " WS-AG-AMOUNT
005640         DELIMITED BY SIZE INTO RECON-REPORT-LINE
005650     WRITE RECON-REPORT-LINE
005660     CLOSE CHECK-ISSUE-FILE
005670           RECON-REPORT-FILE.
005680 8000-FINALIZE-EXIT.
005690     EXIT.
