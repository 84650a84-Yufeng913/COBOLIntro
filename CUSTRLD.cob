000260*                     CUSTREC (SEE BKPREC).  A BACKUP GENERATION
000270*                     UNLOADED BEFORE THE CHANGE NO LONGER
000280*                     RELOADS WITHOUT REFORMATTING.
000290*   2026-10-15  YFY   MASTER-IMAGE WORK AREA WIDENED 118 TO 136
000300*                     FOR SSNumber.  A GENERATION UNLOADED AT
000310*                     THE OLD LENGTH RELOADS WITH SSNumber NOT
000320*                     NUMERIC (NOT ON FILE) UNTIL MAINTENANCE
000330*                     SETS IT.
000340*
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400*
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CUSTOMER-MASTER-FILE
000440         ASSIGN TO CUSTMAST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS Ident
000480         FILE STATUS IS WS-CUST-FILE-STATUS.
000490*
000500     SELECT BACKUP-FILE
000510         ASSIGN TO CUSTBKUP
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530*
000540     SELECT RELOAD-REPORT-FILE
000550         ASSIGN TO RLDRPT
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*
000610 FD  CUSTOMER-MASTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY CUSTREC.
000640*
000650 FD  BACKUP-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY BKPREC.
000680*
000690 FD  RELOAD-REPORT-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  RELOAD-REPORT-LINE          PIC X(80).
000720*
000730 WORKING-STORAGE SECTION.
000740*
000750*----------------------------------------------------------------*
000760*    SWITCHES                                                    *
000770*----------------------------------------------------------------*
000780 01  WS-SWITCHES.
000790     05  WS-BKP-EOF-SW           PIC X(01) VALUE "N".
000800         88  BKP-EOF                        VALUE "Y".
000810     05  WS-TRAILER-SW           PIC X(01) VALUE "N".
000820         88  TRAILER-SEEN                   VALUE "Y".
000830     05  WS-CONTROLS-SW          PIC X(01) VALUE "Y".
000840         88  CONTROLS-TIE                   VALUE "Y".
000850         88  CONTROLS-BROKEN                VALUE "N".
000860*
000870*----------------------------------------------------------------*
000880*    FILE STATUS AND CONTROL TOTALS                              *
000890*----------------------------------------------------------------*
000900 77  WS-CUST-FILE-STATUS         PIC X(02) VALUE "00".
000910 77  WS-RECORD-COUNT             PIC 9(07) VALUE ZERO.
000920 77  WS-IDENT-HASH               PIC 9(09) VALUE ZERO.
000930 77  WS-PAYCHECK-HASH            PIC 9(10)V99 VALUE ZERO.
000940 77  WS-HASH-EDIT                PIC Z,ZZZ,ZZZ,ZZ9.99.
000950*
000960*----------------------------------------------------------------*
000970*    MASTER-RECORD IMAGE WORK AREA - THE D RECORD IS AN EXACT    *
000980*    CUSTREC IMAGE CARRIED IN BK-DATA.                           *
000990*----------------------------------------------------------------*
001000 01  WS-MASTER-IMAGE             PIC X(136).
001010*
001020******************************************************************
001030*
001040*   PROCEDURE DIVISION.
001050*
001060******************************************************************
001070 PROCEDURE DIVISION.
001080*
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE
001110         THRU 1000-INITIALIZE-EXIT
001120     PERFORM 2000-PROCESS-BACKUP-RECORD
001130         THRU 2000-PROCESS-BACKUP-RECORD-EXIT
001140         UNTIL BKP-EOF
001150     PERFORM 8000-FINALIZE
001160         THRU 8000-FINALIZE-EXIT
001170     STOP RUN.
001180*
001190*------------------------------------------------------------*
001200*    1000-INITIALIZE - THE MASTER IS REBUILT FROM SCRATCH     *
001210*    (OPEN OUTPUT), SO A PARTIAL FILE NEVER SURVIVES.         *
001220*------------------------------------------------------------*
001230 1000-INITIALIZE.
001240     OPEN INPUT BACKUP-FILE
001250     OPEN OUTPUT CUSTOMER-MASTER-FILE
001260     OPEN OUTPUT RELOAD-REPORT-FILE
001270     PERFORM 2100-READ-BACKUP-RECORD
001280         THRU 2100-READ-BACKUP-RECORD-EXIT.
001290 1000-INITIALIZE-EXIT.
001300     EXIT.
001310*
001320*------------------------------------------------------------*
001330*    2000-PROCESS-BACKUP-RECORD - LOAD A D RECORD, PROVE THE  *
001340*    T TRAILER.                                               *
001350*------------------------------------------------------------*
001360 2000-PROCESS-BACKUP-RECORD.
001370     EVALUATE TRUE
001380         WHEN BK-DETAIL
001390             PERFORM 2200-LOAD-ONE-RECORD
001400                 THRU 2200-LOAD-ONE-RECORD-EXIT
001410         WHEN BK-TRAILER
001420             SET TRAILER-SEEN TO TRUE
001430             PERFORM 2300-PROVE-CONTROLS
001440                 THRU 2300-PROVE-CONTROLS-EXIT
001450         WHEN OTHER
001460             SET CONTROLS-BROKEN TO TRUE
001470             MOVE SPACES TO RELOAD-REPORT-LINE
001480             STRING "*** UNKNOWN RECORD TYPE " BK-RECORD-TYPE
001490                     " ON BACKUP ***"
001500                 DELIMITED BY SIZE INTO RELOAD-REPORT-LINE
001510             WRITE RELOAD-REPORT-LINE
001520     END-EVALUATE
001530     PERFORM 2100-READ-BACKUP-RECORD
001540         THRU 2100-READ-BACKUP-RECORD-EXIT.
001550 2000-PROCESS-BACKUP-RECORD-EXIT.
001560     EXIT.
001570*
001580 2100-READ-BACKUP-RECORD.
001590     READ BACKUP-FILE
001600         AT END
001610             SET BKP-EOF TO TRUE
001620     END-READ.
001630 2100-READ-BACKUP-RECORD-EXIT.
001640     EXIT.
001650*
001660 2200-LOAD-ONE-RECORD.
001670     MOVE BK-DATA TO WS-MASTER-IMAGE
001680     MOVE WS-MASTER-IMAGE TO CUSTOMER-MASTER-RECORD
001690     WRITE CUSTOMER-MASTER-RECORD
001700         INVALID KEY
001710             PERFORM 2210-REPORT-DUPLICATE
001720                 THRU 2210-REPORT-DUPLICATE-EXIT
001730         NOT INVALID KEY
001740             ADD 1 TO WS-RECORD-COUNT
001750             ADD Ident TO WS-IDENT-HASH
001760             ADD PayCheck TO WS-PAYCHECK-HASH
001770     END-WRITE.
001780 2200-LOAD-ONE-RECORD-EXIT.
001790     EXIT.
001800*
001810 2210-REPORT-DUPLICATE.
001820     SET CONTROLS-BROKEN TO TRUE
001830     MOVE SPACES TO RELOAD-REPORT-LINE
001840     STRING "*** DUPLICATE IDENT " Ident
001850             " ON BACKUP ***"
001860         DELIMITED BY SIZE INTO RELOAD-REPORT-LINE
001870     WRITE RELOAD-REPORT-LINE.
001880 2210-REPORT-DUPLICATE-EXIT.
001890     EXIT.
001900*
001910*------------------------------------------------------------*
001920*    2300-PROVE-CONTROLS - THE LOADED COUNT AND HASH TOTALS   *
001930*    MUST MATCH THE TRAILER EXACTLY.                          *
001940*------------------------------------------------------------*
001950 2300-PROVE-CONTROLS.
001960     IF BK-RECORD-COUNT = WS-RECORD-COUNT
001970             AND BK-IDENT-HASH = WS-IDENT-HASH
001980             AND BK-PAYCHECK-HASH = WS-PAYCHECK-HASH
001990         MOVE "RELOAD CONTROLS TIE" TO RELOAD-REPORT-LINE
002000         WRITE RELOAD-REPORT-LINE
002010     ELSE
002020         SET CONTROLS-BROKEN TO TRUE
002030         MOVE SPACES TO RELOAD-REPORT-LINE
002040         STRING "*** CONTROLS DO NOT TIE - TRAILER COUNT "
002050                 BK-RECORD-COUNT
002060                 " LOADED " WS-RECORD-COUNT " ***"
002070             DELIMITED BY SIZE INTO RELOAD-REPORT-LINE
002080         WRITE RELOAD-REPORT-LINE
002090     END-IF.
002100 2300-PROVE-CONTROLS-EXIT.
002110     EXIT.
002120*
002130*------------------------------------------------------------*
002140*    8000-FINALIZE - REPORT THE LOAD, ABEND IF THE CONTROLS   *
002150*    ARE BROKEN OR THE BACKUP HAD NO TRAILER.                 *
002160*------------------------------------------------------------*
002170 8000-FINALIZE.
002180     MOVE SPACES TO RELOAD-REPORT-LINE
002190     STRING "RECORDS LOADED: " WS-RECORD-COUNT
002200             "  IDENT HASH: " WS-IDENT-HASH
002210         DELIMITED BY SIZE INTO RELOAD-REPORT-LINE
002220     WRITE RELOAD-REPORT-LINE
002230     MOVE WS-PAYCHECK-HASH TO WS-HASH-EDIT
002240     MOVE SPACES TO RELOAD-REPORT-LINE
002250     STRING "PAYCHECK HASH: " WS-HASH-EDIT
002260         DELIMITED BY SIZE INTO RELOAD-REPORT-LINE
002270     WRITE RELOAD-REPORT-LINE
002280     IF NOT TRAILER-SEEN
002290         SET CONTROLS-BROKEN TO TRUE
002300         MOVE "*** BACKUP HAS NO TRAILER - INCOMPLETE ***"
002310             TO RELOAD-REPORT-LINE
002320         WRITE RELOAD-REPORT-LINE
002330     END-IF
002340     CLOSE CUSTOMER-MASTER-FILE
002350           BACKUP-FILE
002360           RELOAD-REPORT-FILE
002370     IF CONTROLS-BROKEN
002380         DISPLAY "CUSTRLD ABEND - RELOAD CONTROLS DO NOT TIE"
002390         MOVE 16 TO RETURN-CODE
002400     END-IF.
002410 8000-FINALIZE-EXIT.
002420     EXIT.
