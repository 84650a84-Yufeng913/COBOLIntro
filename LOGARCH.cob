000300*                     ARCHIVED PLUS RETAINED FOR EVERY FILE OR
000310*                     THE RUN ABENDS RC 16 BEFORE THE REPLACE
000320*                     STEPS TOUCH ANYTHING.
000330*   2026-10-15  YFY   AN ESCHEATED CHECK (E, SEE ESCHEAT) IS
000340*                     SETTLED TOO - THE FUNDS ARE WITH THE STATE -
000350*                     AND ARCHIVES LIKE A VOIDED OR CLEARED ONE.
000360*                     A LETTERED CHECK (D) IS STILL OUTSTANDING
000370*                     AND STAYS LIVE.
000380*
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440*
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ARCHIVE-CONTROL-FILE
000480         ASSIGN TO ARCCTL
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500*
000510     SELECT AUDIT-LOG-FILE
000520         ASSIGN TO AUDITLOG
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUD-FILE-STATUS.
000550*
000560     SELECT AUDIT-ARCHIVE-FILE
000570         ASSIGN TO AUDARC
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590*
000600     SELECT AUDIT-RETAIN-FILE
000610         ASSIGN TO AUDNEW
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630*
000640     SELECT RUN-LOG-FILE
000650         ASSIGN TO RUNLOG
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RUN-FILE-STATUS.
000680*
000690     SELECT RUN-ARCHIVE-FILE
000700         ASSIGN TO RUNARC
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720*
000730     SELECT RUN-RETAIN-FILE
000740         ASSIGN TO RUNNEW
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760*
000770     SELECT CHECK-ISSUE-FILE
000780         ASSIGN TO CHKISSUE
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-CHK-FILE-STATUS.
000810*
000820     SELECT CHECK-ARCHIVE-FILE
000830         ASSIGN TO CHKARC
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850*
000860     SELECT CHECK-RETAIN-FILE
000870         ASSIGN TO CHKNEW
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890*
000900     SELECT ARCHIVE-REPORT-FILE
000910         ASSIGN TO ARCRPT
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930*
000940 DATA DIVISION.
000950 FILE SECTION.
000960*
000970 FD  ARCHIVE-CONTROL-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY ARCCTL.
001000*
001010 FD  AUDIT-LOG-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY AUDITREC.
001040*
001050 FD  AUDIT-ARCHIVE-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  AUDIT-ARCHIVE-LINE          PIC X(83).
001080*
001090 FD  AUDIT-RETAIN-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  AUDIT-RETAIN-RECORD         PIC X(82).
001120*
001130 FD  RUN-LOG-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY RUNLOG.
001160*
001170 FD  RUN-ARCHIVE-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  RUN-ARCHIVE-LINE            PIC X(83).
001200*
001210 FD  RUN-RETAIN-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  RUN-RETAIN-RECORD           PIC X(68).
001240*
001250 FD  CHECK-ISSUE-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY CHECKREC.
001280*
001290 FD  CHECK-ARCHIVE-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  CHECK-ARCHIVE-LINE          PIC X(83).
001320*
001330 FD  CHECK-RETAIN-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  CHECK-RETAIN-RECORD         PIC X(58).
001360*
001370 FD  ARCHIVE-REPORT-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  ARCHIVE-REPORT-LINE         PIC X(100).
001400*
001410 WORKING-STORAGE SECTION.
001420*
001430*----------------------------------------------------------------*
001440*    SWITCHES                                                    *
001450*----------------------------------------------------------------*
001460 01  WS-SWITCHES.
001470     05  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
001480         88  AUD-EOF                        VALUE "Y".
001490     05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
001500         88  RUN-EOF                        VALUE "Y".
001510     05  WS-CHK-EOF-SW           PIC X(01) VALUE "N".
001520         88  CHK-EOF                        VALUE "Y".
001530     05  WS-CONTROLS-SW          PIC X(01) VALUE "Y".
001540         88  CONTROLS-TIE                   VALUE "Y".
001550         88  CONTROLS-BROKEN                VALUE "N".
001560*
001570*----------------------------------------------------------------*
001580*    FILE STATUS AND RUN IDENTIFICATION                          *
001590*----------------------------------------------------------------*
001600 77  WS-AUD-FILE-STATUS          PIC X(02) VALUE "00".
001610 77  WS-RUN-FILE-STATUS          PIC X(02) VALUE "00".
001620 77  WS-CHK-FILE-STATUS          PIC X(02) VALUE "00".
001630 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001640 77  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001650*
001660*----------------------------------------------------------------*
001670*    THE ARCHIVE RECORD IS BUILT HERE AND WRITTEN FROM IT -      *
001680*    THREE ARCHIVE FILES SHARE THE ONE LAYOUT.                   *
001690*----------------------------------------------------------------*
001700     COPY ARCREC.
001710*
001720*----------------------------------------------------------------*
001730*    PER-PASS CONTROL TOTALS - RESET AT THE TOP OF EACH PASS     *
001740*----------------------------------------------------------------*
001750 77  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001760 77  WS-ARCHIVED-COUNT           PIC 9(07) VALUE ZERO.
001770 77  WS-RETAINED-COUNT           PIC 9(07) VALUE ZERO.
001780 77  WS-DATE-HASH                PIC 9(15) VALUE ZERO.
001790 77  WS-TIE-COUNT                PIC 9(07) VALUE ZERO.
001800 01  WS-PASS-NAME                PIC X(08) VALUE SPACES.
001810*
001820******************************************************************
001830*
001840*   PROCEDURE DIVISION.
001850*
001860******************************************************************
001870 PROCEDURE DIVISION.
001880*
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE
001910         THRU 1000-INITIALIZE-EXIT
001920     PERFORM 2000-ARCHIVE-AUDIT-LOG
001930         THRU 2000-ARCHIVE-AUDIT-LOG-EXIT
001940     PERFORM 3000-ARCHIVE-RUN-LOG
001950         THRU 3000-ARCHIVE-RUN-LOG-EXIT
001960     PERFORM 4000-ARCHIVE-CHECKS
001970         THRU 4000-ARCHIVE-CHECKS-EXIT
001980     PERFORM 8000-FINALIZE
001990         THRU 8000-FINALIZE-EXIT
002000     STOP RUN.
002010*
002020*------------------------------------------------------------*
002030*    1000-INITIALIZE - READ AND VALIDATE THE CUTOFF CARD.  A  *
002040*    BAD CARD ABENDS BEFORE ANY FILE IS TOUCHED.              *
002050*------------------------------------------------------------*
002060 1000-INITIALIZE.
002070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002080     OPEN INPUT ARCHIVE-CONTROL-FILE
002090     READ ARCHIVE-CONTROL-FILE
002100         AT END
002110             MOVE SPACES TO ARCHIVE-CONTROL-CARD
002120     END-READ
002130     IF AC-CUTOFF-DATE NOT NUMERIC
002140             OR AC-CUTOFF-DATE = "00000000"
002150         DISPLAY "LOGARCH ABEND - CUTOFF DATE '" AC-CUTOFF-DATE
002160                 "' NOT A DATE"
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN
002190     END-IF
002200     MOVE AC-CUTOFF-DATE TO WS-CUTOFF-DATE
002210     CLOSE ARCHIVE-CONTROL-FILE
002220     IF WS-CUTOFF-DATE NOT < WS-RUN-DATE
002230*        A CUTOFF AT OR PAST TODAY WOULD EMPTY THE LIVE FILES.
002240         DISPLAY "LOGARCH ABEND - CUTOFF " WS-CUTOFF-DATE
002250                 " NOT BEFORE TODAY"
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF
002290     OPEN OUTPUT ARCHIVE-REPORT-FILE
002300     MOVE SPACES TO ARCHIVE-REPORT-LINE
002310     STRING "LOG ARCHIVE CYCLE  RUN DATE: " WS-RUN-DATE
002320             "  CUTOFF: " WS-CUTOFF-DATE
002330         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
002340     WRITE ARCHIVE-REPORT-LINE.
002350 1000-INITIALIZE-EXIT.
002360     EXIT.
002370*
002380*------------------------------------------------------------*
002390*    2000-ARCHIVE-AUDIT-LOG - SPLIT THE AUDIT LOG ON AU-DATE  *
002400*------------------------------------------------------------*
002410 2000-ARCHIVE-AUDIT-LOG.
002420     MOVE "AUDITLOG" TO WS-PASS-NAME
002430     PERFORM 7100-RESET-PASS-TOTALS
002440         THRU 7100-RESET-PASS-TOTALS-EXIT
002450     OPEN INPUT AUDIT-LOG-FILE
002460     IF WS-AUD-FILE-STATUS = "35"
002470         MOVE "NO AUDIT LOG - PASS SKIPPED"
002480             TO ARCHIVE-REPORT-LINE
002490         WRITE ARCHIVE-REPORT-LINE
002500         GO TO 2000-ARCHIVE-AUDIT-LOG-EXIT
002510     END-IF
002520     OPEN OUTPUT AUDIT-ARCHIVE-FILE
002530     OPEN OUTPUT AUDIT-RETAIN-FILE
002540     PERFORM 2100-READ-AUDIT
002550         THRU 2100-READ-AUDIT-EXIT
002560     PERFORM 2200-SPLIT-ONE-AUDIT
002570         THRU 2200-SPLIT-ONE-AUDIT-EXIT
002580         UNTIL AUD-EOF
002590     PERFORM 7200-WRITE-AUDIT-TRAILER
002600         THRU 7200-WRITE-AUDIT-TRAILER-EXIT
002610     CLOSE AUDIT-LOG-FILE
002620           AUDIT-ARCHIVE-FILE
002630           AUDIT-RETAIN-FILE
002640     PERFORM 7300-PROVE-PASS-TOTALS
002650         THRU 7300-PROVE-PASS-TOTALS-EXIT.
002660 2000-ARCHIVE-AUDIT-LOG-EXIT.
002670     EXIT.
002680*
002690 2100-READ-AUDIT.
002700     READ AUDIT-LOG-FILE
002710         AT END
002720             SET AUD-EOF TO TRUE
002730     END-READ.
002740 2100-READ-AUDIT-EXIT.
002750     EXIT.
002760*
002770 2200-SPLIT-ONE-AUDIT.
002780     ADD 1 TO WS-READ-COUNT
002790     IF AU-DATE < WS-CUTOFF-DATE
002800         MOVE SPACES TO ARCHIVE-RECORD
002810         MOVE "D" TO AR-RECORD-TYPE
002820         MOVE AUDIT-RECORD TO AR-DATA
002830         WRITE AUDIT-ARCHIVE-LINE FROM ARCHIVE-RECORD
002840         ADD 1 TO WS-ARCHIVED-COUNT
002850         ADD AU-DATE TO WS-DATE-HASH
002860     ELSE
002870         WRITE AUDIT-RETAIN-RECORD FROM AUDIT-RECORD
002880         ADD 1 TO WS-RETAINED-COUNT
002890     END-IF
002900     PERFORM 2100-READ-AUDIT
002910         THRU 2100-READ-AUDIT-EXIT.
002920 2200-SPLIT-ONE-AUDIT-EXIT.
002930     EXIT.
002940*
002950*------------------------------------------------------------*
002960*    3000-ARCHIVE-RUN-LOG - SPLIT THE RUN LOG ON RL-DATE      *
002970*------------------------------------------------------------*
002980 3000-ARCHIVE-RUN-LOG.
002990     MOVE "RUNLOG" TO WS-PASS-NAME
003000     PERFORM 7100-RESET-PASS-TOTALS
003010         THRU 7100-RESET-PASS-TOTALS-EXIT
003020     OPEN INPUT RUN-LOG-FILE
003030     IF WS-RUN-FILE-STATUS = "35"
003040         MOVE "NO RUN LOG - PASS SKIPPED"
003050             TO ARCHIVE-REPORT-LINE
003060         WRITE ARCHIVE-REPORT-LINE
003070         GO TO 3000-ARCHIVE-RUN-LOG-EXIT
003080     END-IF
003090     OPEN OUTPUT RUN-ARCHIVE-FILE
003100     OPEN OUTPUT RUN-RETAIN-FILE
003110     PERFORM 3100-READ-RUN-LOG
003120         THRU 3100-READ-RUN-LOG-EXIT
003130     PERFORM 3200-SPLIT-ONE-RUN-LOG
003140         THRU 3200-SPLIT-ONE-RUN-LOG-EXIT
003150         UNTIL RUN-EOF
003160     PERFORM 7400-WRITE-RUN-TRAILER
003170         THRU 7400-WRITE-RUN-TRAILER-EXIT
003180     CLOSE RUN-LOG-FILE
003190           RUN-ARCHIVE-FILE
003200           RUN-RETAIN-FILE
003210     PERFORM 7300-PROVE-PASS-TOTALS
003220         THRU 7300-PROVE-PASS-TOTALS-EXIT.
003230 3000-ARCHIVE-RUN-LOG-EXIT.
003240     EXIT.
003250*
003260 3100-READ-RUN-LOG.
003270     READ RUN-LOG-FILE
003280         AT END
003290             SET RUN-EOF TO TRUE
003300     END-READ.
003310 3100-READ-RUN-LOG-EXIT.
003320     EXIT.
003330*
003340 3200-SPLIT-ONE-RUN-LOG.
003350     ADD 1 TO WS-READ-COUNT
003360     IF RL-DATE < WS-CUTOFF-DATE
003370         MOVE SPACES TO ARCHIVE-RECORD
003380         MOVE "D" TO AR-RECORD-TYPE
003390         MOVE RUN-LOG-RECORD TO AR-DATA
003400         WRITE RUN-ARCHIVE-LINE FROM ARCHIVE-RECORD
003410         ADD 1 TO WS-ARCHIVED-COUNT
003420         ADD RL-DATE TO WS-DATE-HASH
003430     ELSE
003440         WRITE RUN-RETAIN-RECORD FROM RUN-LOG-RECORD
003450         ADD 1 TO WS-RETAINED-COUNT
003460     END-IF
003470     PERFORM 3100-READ-RUN-LOG
003480         THRU 3100-READ-RUN-LOG-EXIT.
003490 3200-SPLIT-ONE-RUN-LOG-EXIT.
003500     EXIT.
003510*
003520*------------------------------------------------------------*
003530*    4000-ARCHIVE-CHECKS - SPLIT THE CHECK-ISSUE FILE ON      *
003540*    CH-PAY-DATE.  ONLY A SETTLED CHECK (VOIDED, CLEARED OR   *
003550*    ESCHEATED) MAY LEAVE THE LIVE FILE - AN OUTSTANDING      *
003560*    CHECK (ISSUED OR LETTERED) IS STILL MONEY ON THE STREET  *
003570*    AND THE MONTHLY RECONCILIATION NEEDS IT, HOWEVER OLD IT  *
003580*    IS.                                                      *
003590*------------------------------------------------------------*
003600 4000-ARCHIVE-CHECKS.
003610     MOVE "CHKISSUE" TO WS-PASS-NAME
003620     PERFORM 7100-RESET-PASS-TOTALS
003630         THRU 7100-RESET-PASS-TOTALS-EXIT
003640     OPEN INPUT CHECK-ISSUE-FILE
003650     IF WS-CHK-FILE-STATUS = "35"
003660         MOVE "NO CHECK-ISSUE FILE - PASS SKIPPED"
003670             TO ARCHIVE-REPORT-LINE
003680         WRITE ARCHIVE-REPORT-LINE
003690         GO TO 4000-ARCHIVE-CHECKS-EXIT
003700     END-IF
003710     OPEN OUTPUT CHECK-ARCHIVE-FILE
003720     OPEN OUTPUT CHECK-RETAIN-FILE
003730     PERFORM 4100-READ-CHECK
003740         THRU 4100-READ-CHECK-EXIT
003750     PERFORM 4200-SPLIT-ONE-CHECK
003760         THRU 4200-SPLIT-ONE-CHECK-EXIT
003770         UNTIL CHK-EOF
003780     PERFORM 7500-WRITE-CHECK-TRAILER
003790         THRU 7500-WRITE-CHECK-TRAILER-EXIT
003800     CLOSE CHECK-ISSUE-FILE
003810           CHECK-ARCHIVE-FILE
003820           CHECK-RETAIN-FILE
003830     PERFORM 7300-PROVE-PASS-TOTALS
003840         THRU 7300-PROVE-PASS-TOTALS-EXIT.
003850 4000-ARCHIVE-CHECKS-EXIT.
003860     EXIT.
003870*
003880 4100-READ-CHECK.
003890     READ CHECK-ISSUE-FILE
003900         AT END
003910             SET CHK-EOF TO TRUE
003920     END-READ.
003930 4100-READ-CHECK-EXIT.
003940     EXIT.
003950*
003960 4200-SPLIT-ONE-CHECK.
003970     ADD 1 TO WS-READ-COUNT
003980     IF CH-PAY-DATE < WS-CUTOFF-DATE
003990             AND (CH-VOIDED OR CH-CLEARED OR CH-ESCHEATED)
004000         MOVE SPACES TO ARCHIVE-RECORD
004010         MOVE "D" TO AR-RECORD-TYPE
004020         MOVE CHECK-ISSUE-RECORD TO AR-DATA
004030         WRITE CHECK-ARCHIVE-LINE FROM ARCHIVE-RECORD
004040         ADD 1 TO WS-ARCHIVED-COUNT
004050         ADD CH-PAY-DATE TO WS-DATE-HASH
004060     ELSE
004070         WRITE CHECK-RETAIN-RECORD FROM CHECK-ISSUE-RECORD
004080         ADD 1 TO WS-RETAINED-COUNT
004090     END-IF
004100     PERFORM 4100-READ-CHECK
004110         THRU 4100-READ-CHECK-EXIT.
004120 4200-SPLIT-ONE-CHECK-EXIT.
004130     EXIT.
004140*
004150 7100-RESET-PASS-TOTALS.
004160     MOVE ZERO TO WS-READ-COUNT
004170     MOVE ZERO TO WS-ARCHIVED-COUNT
004180     MOVE ZERO TO WS-RETAINED-COUNT
004190     MOVE ZERO TO WS-DATE-HASH.
004200 7100-RESET-PASS-TOTALS-EXIT.
004210     EXIT.
004220*
004230*------------------------------------------------------------*
004240*    7200/7400/7500 - ONE T TRAILER ONTO EACH ARCHIVE WITH    *
004250*    THE COUNT AND DATE-HASH THE OTHER SIDE PROVES.           *
004260*------------------------------------------------------------*
004270 7200-WRITE-AUDIT-TRAILER.
004280     PERFORM 7600-BUILD-TRAILER
004290         THRU 7600-BUILD-TRAILER-EXIT
004300     WRITE AUDIT-ARCHIVE-LINE FROM ARCHIVE-RECORD.
004310 7200-WRITE-AUDIT-TRAILER-EXIT.
004320     EXIT.
004330*
004340 7400-WRITE-RUN-TRAILER.
004350     PERFORM 7600-BUILD-TRAILER
004360         THRU 7600-BUILD-TRAILER-EXIT
004370     WRITE RUN-ARCHIVE-LINE FROM ARCHIVE-RECORD.
004380 7400-WRITE-RUN-TRAILER-EXIT.
004390     EXIT.
004400*
004410 7500-WRITE-CHECK-TRAILER.
004420     PERFORM 7600-BUILD-TRAILER
004430         THRU 7600-BUILD-TRAILER-EXIT
004440     WRITE CHECK-ARCHIVE-LINE FROM ARCHIVE-RECORD.
004450 7500-WRITE-CHECK-TRAILER-EXIT.
004460     EXIT.
004470*
004480 7600-BUILD-TRAILER.
004490     MOVE SPACES TO ARCHIVE-RECORD
004500     MOVE "T" TO AR-RECORD-TYPE
004510     MOVE WS-ARCHIVED-COUNT TO AR-RECORD-COUNT
004520     MOVE WS-DATE-HASH TO AR-DATE-HASH.
004530 7600-BUILD-TRAILER-EXIT.
004540     EXIT.
004550*
004560*------------------------------------------------------------*
004570*    7300-PROVE-PASS-TOTALS - READ MUST EQUAL ARCHIVED PLUS   *
004580*    RETAINED, PROVED AND PRINTED FOR EVERY PASS.             *
004590*------------------------------------------------------------*
004600 7300-PROVE-PASS-TOTALS.
004610     MOVE SPACES TO ARCHIVE-REPORT-LINE
004620     STRING WS-PASS-NAME
004630             " READ: " WS-READ-COUNT
004640             "  ARCHIVED: " WS-ARCHIVED-COUNT
004650             "  RETAINED: " WS-RETAINED-COUNT
004660             "  DATE HASH: " WS-DATE-HASH
004670         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
004680     WRITE ARCHIVE-REPORT-LINE
004690     ADD WS-ARCHIVED-COUNT WS-RETAINED-COUNT
004700         GIVING WS-TIE-COUNT
004710     IF WS-TIE-COUNT NOT = WS-READ-COUNT
004720         SET CONTROLS-BROKEN TO TRUE
004730         MOVE SPACES TO ARCHIVE-REPORT-LINE
004740         STRING "*** " WS-PASS-NAME
004750                 " CONTROLS DO NOT TIE ***"
004760             DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
004770         WRITE ARCHIVE-REPORT-LINE
004780     END-IF.
004790 7300-PROVE-PASS-TOTALS-EXIT.
004800     EXIT.
004810*
004820*------------------------------------------------------------*
004830*    8000-FINALIZE - ANY BROKEN PASS ABENDS RC 16 SO THE      *
004840*    REPLACE STEPS NEVER COPY A BAD RETAINED FILE OVER THE    *
004850*    LIVE DATASET.                                            *
004860*------------------------------------------------------------*
004870 8000-FINALIZE.
004880     MOVE SPACES TO ARCHIVE-REPORT-LINE
004890     IF CONTROLS-TIE
004900         MOVE "ARCHIVE CONTROLS TIE" TO ARCHIVE-REPORT-LINE
004910     ELSE
004920         MOVE "*** ARCHIVE CONTROLS DO NOT TIE ***"
004930             TO ARCHIVE-REPORT-LINE
004940     END-IF
004950     WRITE ARCHIVE-REPORT-LINE
004960         AFTER ADVANCING 2 LINES
004970     CLOSE ARCHIVE-REPORT-FILE
004980     IF CONTROLS-BROKEN
004990         DISPLAY "LOGARCH ABEND - ARCHIVE CONTROLS DO NOT TIE"
005000         MOVE 16 TO RETURN-CODE
005010     END-IF.
005020 8000-FINALIZE-EXIT.
005030     EXIT.
