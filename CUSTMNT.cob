000560*                     PRIOR RECORD'S LEAVE SPLIT ON A NEW
000570*                     EMPLOYEE, FEEDING PAYROLL A PHANTOM
000580*                     LEAVE CHARGE ON THE FIRST FINAL RUN.
000590*   2026-10-15  YFY   EVERY HOURLYRATE ADD/CHANGE IS NOW ALSO
000600*                     WRITTEN TO THE RATE HISTORY (RATEHIST)
000610*                     UNDER ITS EFFECTIVE DATE - THE NEW
000620*                     MT-RATE-EFF-DATE, OR TODAY WHEN BLANK -
000630*                     AND AUDITED.  A FUTURE-DATED RATE GOES
000640*                     ON THE HISTORY ONLY; PAYROLL MOVES IT
000650*                     INTO HourlyRate IN THE PERIOD IT TAKES
000660*                     EFFECT.  A PAST-DATED RATE IS APPLIED
000670*                     NOW AND RETROPAY MAKES UP THE PERIODS
000680*                     ALREADY POSTED SINCE THAT DATE.
000690*   2026-10-15  YFY   DUAL CONTROL ON BankRouting, BankAccount,
000700*                     PayMethod AND HourlyRate.  A CHANGE TO ONE
000710*                     OF THEM IS NO LONGER APPLIED; IT IS HELD
000720*                     ON THE PENDING-CHANGE FILE (PENDCHG) WITH
000730*                     THE KEYING OPERATOR (MT-OPERATOR-ID) AND
000740*                     APPLIED ONLY BY A V (APPROVE) TRANSACTION
000750*                     FROM A DIFFERENT OPERATOR.  AN R
000760*                     TRANSACTION REJECTS IT, AND AN ITEM NOT
000770*                     APPROVED WITHIN WS-PEND-EXPIRE-DAYS IS
000780*                     EXPIRED AT THE START OF THE NEXT RUN.  THE
000790*                     REPORT LISTS ITEMS HELD, APPROVED,
000800*                     REJECTED AND EXPIRED AND EVERYTHING STILL
000810*                     WAITING; THE AUDIT LOG CARRIES PENDING
000820*                     SUBMIT/APPROVE/REJECT/EXPIRE RECORDS, THE
000830*                     APPROVE RECORD NAMING BOTH OPERATORS.
000840*   2026-10-15  YFY   ADDS AND CHANGES SET PayGroup FROM THE NEW
000850*                     MT-PAY-GROUP (AUDITED AS PAYGROUP).  SPACE
000860*                     IS THE WEEKLY GROUP ON AN ADD; ON A
000870*                     CHANGE IT LEAVES THE GROUP AS IS.
000880*   2026-10-15  YFY   ADDS AND CHANGES SET SSNumber FROM THE NEW
000890*                     MT-SSN, EDITED AGAINST THE SAME INVALID
000900*                     RANGES AS THE TRANSACTION SSN EDIT (A BAD
000910*                     SSN REJECTS THE WHOLE TRANSACTION).  THE
000920*                     AUDIT RECORD (SSN) CARRIES ONLY THE LAST
000930*                     FOUR DIGITS OF THE OLD AND NEW NUMBERS.
000940*   2026-10-15  YFY   AN ADD NO LONGER WRITES HourlyRate OR THE
000950*                     ACH FIELDS (PayMethod A, BankRouting,
000960*                     BankAccount) STRAIGHT TO THE MASTER - THE
000970*                     RECORD GOES ON AS A CHECK EMPLOYEE AT A
000980*                     ZERO RATE AND THOSE FIELDS ARE HELD FOR A
000990*                     SECOND OPERATOR LIKE A CHANGE, SO A DELETE
001000*                     AND RE-ADD CANNOT GET ROUND DUAL CONTROL.
001010*                     A DELETE DROPS THE IDENT'S HELD CHANGES.
001020*                     THE FIRST RATE CHANGE FOR AN IDENT ALSO
001030*                     PUTS THE RATE IT REPLACES ON THE HISTORY
001040*                     AT EFFECTIVE DATE 00000000, SO A PERIOD
001050*                     ENDING BEFORE THE NEW RATE IS STILL PAID
001060*                     AT THE OLD ONE.
001070*
001080******************************************************************
001090 ENVIRONMENT DIVISION.
001100 CONFIGURATION SECTION.
001110 SOURCE-COMPUTER. IBM-370.
001120 OBJECT-COMPUTER. IBM-370.
001130*
001140 INPUT-OUTPUT SECTION.
001150 FILE-CONTROL.
001160     SELECT CUSTOMER-MASTER-FILE
001170         ASSIGN TO CUSTMAST
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS Ident
001210         FILE STATUS IS WS-CUST-FILE-STATUS.
001220*
001230     SELECT MAINT-TRANS-FILE
001240         ASSIGN TO MNTIN
001250         ORGANIZATION IS LINE SEQUENTIAL.
001260*
001270     SELECT MAINT-REPORT-FILE
001280         ASSIGN TO MNTRPT
001290         ORGANIZATION IS LINE SEQUENTIAL.
001300*
001310     SELECT AUDIT-LOG-FILE
001320         ASSIGN TO AUDITLOG
001330         ORGANIZATION IS LINE SEQUENTIAL.
001340*
001350     SELECT RATE-HISTORY-FILE
001360         ASSIGN TO RATEHIST
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS RH-KEY
001400         FILE STATUS IS WS-RH-FILE-STATUS.
001410*
001420     SELECT PENDING-CHANGE-FILE
001430         ASSIGN TO PENDCHG
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS DYNAMIC
001460         RECORD KEY IS PN-KEY
001470         FILE STATUS IS WS-PN-FILE-STATUS.
001480*
001490 DATA DIVISION.
001500 FILE SECTION.
001510*
001520 FD  CUSTOMER-MASTER-FILE
001530     LABEL RECORDS ARE STANDARD.
001540     COPY CUSTREC.
001550*
001560 FD  MAINT-TRANS-FILE
001570     LABEL RECORDS ARE STANDARD.
001580     COPY CUSTTRAN.
001590*
001600 FD  MAINT-REPORT-FILE
001610     LABEL RECORDS ARE STANDARD.
001620 01  MAINT-REPORT-LINE           PIC X(80).
001630*
001640 FD  AUDIT-LOG-FILE
001650     LABEL RECORDS ARE STANDARD.
001660     COPY AUDITREC.
001670*
001680 FD  RATE-HISTORY-FILE
001690     LABEL RECORDS ARE STANDARD.
001700     COPY RATEHIST.
001710*
001720 FD  PENDING-CHANGE-FILE
001730     LABEL RECORDS ARE STANDARD.
001740     COPY PENDREC.
001750*
001760 WORKING-STORAGE SECTION.
001770*
001780*----------------------------------------------------------------*
001790*    SWITCHES                                                    *
001800*----------------------------------------------------------------*
001810 01  WS-SWITCHES.
001820     05  WS-MAINT-EOF-SW         PIC X(01) VALUE "N".
001830         88  MAINT-EOF                      VALUE "Y".
001840     05  WS-APPLY-STATUS-SW      PIC X(01) VALUE "Y".
001850         88  TRANS-APPLIED                  VALUE "Y".
001860         88  TRANS-REJECTED                 VALUE "N".
001870     05  WS-RATE-DATED-SW        PIC X(01) VALUE "N".
001880         88  RATE-EFF-PUNCHED               VALUE "Y".
001890     05  WS-RH-ON-FILE-SW        PIC X(01) VALUE "N".
001900         88  RH-ON-FILE                     VALUE "Y".
001910     05  WS-PEND-EOF-SW          PIC X(01) VALUE "N".
001920         88  PEND-EOF                       VALUE "Y".
001930     05  WS-PEND-FOUND-SW        PIC X(01) VALUE "N".
001940         88  PEND-ON-FILE                   VALUE "Y".
001950     05  WS-PEND-ACTION-SW       PIC X(01) VALUE SPACE.
001960         88  PEND-APPROVING                 VALUE "V".
001970         88  PEND-REJECTING                 VALUE "R".
001980*
001990*----------------------------------------------------------------*
002000*    FILE STATUS AND RUN IDENTIFICATION                          *
002010*----------------------------------------------------------------*
002020 77  WS-CUST-FILE-STATUS         PIC X(02) VALUE "00".
002030 77  WS-RH-FILE-STATUS           PIC X(02) VALUE "00".
002040 77  WS-PN-FILE-STATUS           PIC X(02) VALUE "00".
002050 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
002060 01  WS-TIMESTAMP.
002070     05  WS-TS-DATE              PIC 9(08).
002080     05  WS-TS-TIME              PIC 9(08).
002090 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002100 01  WS-RATE-EFF-DATE            PIC 9(08) VALUE ZERO.
002110*
002120*----------------------------------------------------------------*
002130*    RUN CONTROLS AND ACCUMULATORS                               *
002140*----------------------------------------------------------------*
002150 77  WS-TRANS-READ-COUNT         PIC 9(07) VALUE ZERO.
002160 77  WS-APPLIED-COUNT            PIC 9(07) VALUE ZERO.
002170 77  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
002180 77  WS-TIE-COUNT                PIC 9(07) VALUE ZERO.
002190 77  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
002200*
002210*----------------------------------------------------------------*
002220*    DUAL CONTROL - DAYS A HELD CHANGE WAITS FOR APPROVAL, THE   *
002230*    EXPIRY DATE THAT GIVES TODAY'S SUBMISSIONS, AND THE ITEM    *
002240*    BEING HELD OR ACTED ON                                      *
002250*----------------------------------------------------------------*
002260 77  WS-PEND-EXPIRE-DAYS         PIC 9(03) VALUE 10.
002270 77  WS-PEND-DAY-COUNT           PIC 9(03) VALUE ZERO.
002280 01  WS-PEND-EXPIRE-DATE         PIC 9(08) VALUE ZERO.
002290 01  WS-PEND-EXPIRE-DATE-R REDEFINES WS-PEND-EXPIRE-DATE.
002300     05  WS-PX-YEAR              PIC 9(04).
002310     05  WS-PX-MONTH             PIC 9(02).
002320     05  WS-PX-DAY               PIC 9(02).
002330 77  WS-MONTH-LAST-DAY           PIC 9(02) VALUE ZERO.
002340 77  WS-LEAP-REM                 PIC 9(03) VALUE ZERO.
002350 77  WS-ZL-QUOT                  PIC 9(05) VALUE ZERO.
002360 01  WS-MONTH-DAYS-VALUES        PIC X(24)
002370         VALUE "312831303130313130313031".
002380 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002390     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
002400 77  WS-PEND-FIELD               PIC X(12) VALUE SPACES.
002410 01  WS-PEND-NEW                 PIC X(17) VALUE SPACES.
002420 01  WS-PEND-NEW-RATE-R REDEFINES WS-PEND-NEW.
002430     05  WS-PEND-NEW-RATE        PIC 9(03)V99.
002440     05  FILLER                  PIC X(12).
002450 77  WS-PEND-OLD                 PIC X(20) VALUE SPACES.
002460 77  WS-PEND-SHOW                PIC X(17) VALUE SPACES.
002470 77  WS-PEND-EVENT               PIC X(10) VALUE SPACES.
002480 77  WS-PEND-DETAIL              PIC X(44) VALUE SPACES.
002490 77  WS-PEND-ACTED               PIC 9(03) VALUE ZERO.
002500 77  WS-PEND-SAME-OPER           PIC 9(03) VALUE ZERO.
002510 77  WS-PEND-HELD-COUNT          PIC 9(07) VALUE ZERO.
002520 77  WS-PEND-APPROVED-COUNT      PIC 9(07) VALUE ZERO.
002530 77  WS-PEND-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
002540 77  WS-PEND-EXPIRED-COUNT       PIC 9(07) VALUE ZERO.
002550 77  WS-PEND-OPEN-COUNT          PIC 9(07) VALUE ZERO.
002560 77  WS-PEND-DROPPED-COUNT       PIC 9(07) VALUE ZERO.
002570*
002580*----------------------------------------------------------------*
002590*    NUMERIC-EDITED WORK FIELDS FOR AUDIT VALUES - AN UNSIGNED   *
002600*    9(03)V99 MOVED STRAIGHT INTO AN X FIELD DROPS ITS DECIMAL   *
002610*    POINT, SO RATE/HOURS ARE EDITED HERE FIRST.                 *
002620*----------------------------------------------------------------*
002630 77  WS-RATE-EDIT                PIC ZZ9.99.
002640 77  WS-HOURS-EDIT               PIC ZZ9.99.
002650*
002660*----------------------------------------------------------------*
002670*    SSN EDIT - THE KNOWN-INVALID RANGES THE TRANSACTION EDIT    *
002680*    (COBINTR1) REJECTS.  THE MASK IS WHAT THE AUDIT LOG SHOWS.  *
002690*----------------------------------------------------------------*
002700 01  WS-SSN-EDIT.
002710     05  WS-SSN-AREA             PIC 9(03).
002720     05  WS-SSN-GROUP            PIC 9(02).
002730     05  WS-SSN-SERIAL           PIC 9(04).
002740 01  WS-SSN-EDIT-X REDEFINES WS-SSN-EDIT
002750                                 PIC X(09).
002760 01  WS-SSN-MASK.
002770     05  FILLER                  PIC X(07) VALUE "XXX-XX-".
002780     05  WS-SSN-MASK-LAST4       PIC X(04) VALUE SPACES.
002790*
002800*----------------------------------------------------------------*
002810*    GENERIC AUDIT PARAMETERS - SET BEFORE PERFORM 7000          *
002820*----------------------------------------------------------------*
002830 01  WS-AUDIT-IDENT              PIC 9(03) VALUE ZERO.
002840 01  WS-AUDIT-FIELD              PIC X(15) VALUE SPACES.
002850 01  WS-AUDIT-OLD                PIC X(20) VALUE SPACES.
002860 01  WS-AUDIT-NEW                PIC X(20) VALUE SPACES.
002870*
002880******************************************************************
002890*
002900*   PROCEDURE DIVISION.
002910*
002920******************************************************************
002930 PROCEDURE DIVISION.
002940*
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE
002970         THRU 1000-INITIALIZE-EXIT
002980     PERFORM 2000-PROCESS-MAINT-TRANS
002990         THRU 2000-PROCESS-MAINT-TRANS-EXIT
003000         UNTIL MAINT-EOF
003010     PERFORM 8000-FINALIZE
003020         THRU 8000-FINALIZE-EXIT
003030     STOP RUN.
003040*
003050*------------------------------------------------------------*
003060*    1000-INITIALIZE - OPEN FILES, CREATE THE MASTER ON A     *
003070*    FIRST LOAD THE SAME WAY cobolintro2 DOES.                *
003080*------------------------------------------------------------*
003090 1000-INITIALIZE.
003100     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBNAME"
003110     IF WS-JOB-ID = SPACES
003120         MOVE "CUSTMNT" TO WS-JOB-ID
003130     END-IF
003140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003150     OPEN I-O CUSTOMER-MASTER-FILE
003160     IF WS-CUST-FILE-STATUS = "35"
003170         CLOSE CUSTOMER-MASTER-FILE
003180         OPEN OUTPUT CUSTOMER-MASTER-FILE
003190         CLOSE CUSTOMER-MASTER-FILE
003200         OPEN I-O CUSTOMER-MASTER-FILE
003210     END-IF
003220     OPEN I-O RATE-HISTORY-FILE
003230     IF WS-RH-FILE-STATUS = "35"
003240         CLOSE RATE-HISTORY-FILE
003250         OPEN OUTPUT RATE-HISTORY-FILE
003260         CLOSE RATE-HISTORY-FILE
003270         OPEN I-O RATE-HISTORY-FILE
003280     END-IF
003290     OPEN I-O PENDING-CHANGE-FILE
003300     IF WS-PN-FILE-STATUS = "35"
003310         CLOSE PENDING-CHANGE-FILE
003320         OPEN OUTPUT PENDING-CHANGE-FILE
003330         CLOSE PENDING-CHANGE-FILE
003340         OPEN I-O PENDING-CHANGE-FILE
003350     END-IF
003360     OPEN INPUT MAINT-TRANS-FILE
003370     OPEN OUTPUT MAINT-REPORT-FILE
003380     OPEN EXTEND AUDIT-LOG-FILE
003390     PERFORM 1050-SET-EXPIRE-DATE
003400         THRU 1050-SET-EXPIRE-DATE-EXIT
003410     PERFORM 1100-EXPIRE-PENDING
003420         THRU 1100-EXPIRE-PENDING-EXIT
003430     PERFORM 2100-READ-MAINT-TRANS
003440         THRU 2100-READ-MAINT-TRANS-EXIT.
003450 1000-INITIALIZE-EXIT.
003460     EXIT.
003470*
003480*------------------------------------------------------------*
003490*    1050-SET-EXPIRE-DATE - A CHANGE HELD TODAY MAY BE        *
003500*    APPROVED THROUGH TODAY + WS-PEND-EXPIRE-DAYS.            *
003510*------------------------------------------------------------*
003520 1050-SET-EXPIRE-DATE.
003530     MOVE WS-RUN-DATE TO WS-PEND-EXPIRE-DATE
003540     PERFORM 1060-ADD-ONE-DAY
003550         THRU 1060-ADD-ONE-DAY-EXIT
003560         VARYING WS-PEND-DAY-COUNT FROM 1 BY 1
003570         UNTIL WS-PEND-DAY-COUNT > WS-PEND-EXPIRE-DAYS.
003580 1050-SET-EXPIRE-DATE-EXIT.
003590     EXIT.
003600*
003610 1060-ADD-ONE-DAY.
003620     PERFORM 1070-MONTH-LAST-DAY
003630         THRU 1070-MONTH-LAST-DAY-EXIT
003640     ADD 1 TO WS-PX-DAY
003650     IF WS-PX-DAY > WS-MONTH-LAST-DAY
003660         MOVE 1 TO WS-PX-DAY
003670         ADD 1 TO WS-PX-MONTH
003680         IF WS-PX-MONTH > 12
003690             MOVE 1 TO WS-PX-MONTH
003700             ADD 1 TO WS-PX-YEAR
003710         END-IF
003720     END-IF.
003730 1060-ADD-ONE-DAY-EXIT.
003740     EXIT.
003750*
003760*------------------------------------------------------------*
003770*    1070-MONTH-LAST-DAY - DAYS IN WS-PX-MONTH, WITH THE      *
003780*    FEBRUARY LEAP-YEAR RULE (EVERY 4TH YEAR, EXCEPT          *
003790*    CENTURIES NOT DIVISIBLE BY 400).                         *
003800*------------------------------------------------------------*
003810 1070-MONTH-LAST-DAY.
003820     MOVE WS-MONTH-DAYS (WS-PX-MONTH) TO WS-MONTH-LAST-DAY
003830     IF WS-PX-MONTH NOT = 2
003840         GO TO 1070-MONTH-LAST-DAY-EXIT
003850     END-IF
003860     DIVIDE WS-PX-YEAR BY 4 GIVING WS-ZL-QUOT
003870         REMAINDER WS-LEAP-REM
003880     IF WS-LEAP-REM NOT = ZERO
003890         GO TO 1070-MONTH-LAST-DAY-EXIT
003900     END-IF
003910     DIVIDE WS-PX-YEAR BY 100 GIVING WS-ZL-QUOT
003920         REMAINDER WS-LEAP-REM
003930     IF WS-LEAP-REM NOT = ZERO
003940         MOVE 29 TO WS-MONTH-LAST-DAY
003950         GO TO 1070-MONTH-LAST-DAY-EXIT
003960     END-IF
003970     DIVIDE WS-PX-YEAR BY 400 GIVING WS-ZL-QUOT
003980         REMAINDER WS-LEAP-REM
003990     IF WS-LEAP-REM = ZERO
004000         MOVE 29 TO WS-MONTH-LAST-DAY
004010     END-IF.
004020 1070-MONTH-LAST-DAY-EXIT.
004030     EXIT.
004040*
004050*------------------------------------------------------------*
004060*    1100-EXPIRE-PENDING - BEFORE ANY APPROVAL IS READ, DROP  *
004070*    EVERY HELD CHANGE WHOSE APPROVAL WINDOW HAS CLOSED.      *
004080*------------------------------------------------------------*
004090 1100-EXPIRE-PENDING.
004100     MOVE "N" TO WS-PEND-EOF-SW
004110     MOVE LOW-VALUES TO PN-KEY
004120     START PENDING-CHANGE-FILE
004130         KEY IS NOT LESS THAN PN-KEY
004140         INVALID KEY
004150             SET PEND-EOF TO TRUE
004160     END-START
004170     IF NOT PEND-EOF
004180         PERFORM 1110-READ-NEXT-PENDING
004190             THRU 1110-READ-NEXT-PENDING-EXIT
004200     END-IF
004210     PERFORM 1120-CHECK-EXPIRY
004220         THRU 1120-CHECK-EXPIRY-EXIT
004230         UNTIL PEND-EOF.
004240 1100-EXPIRE-PENDING-EXIT.
004250     EXIT.
004260*
004270 1110-READ-NEXT-PENDING.
004280     READ PENDING-CHANGE-FILE NEXT RECORD
004290         AT END
004300             SET PEND-EOF TO TRUE
004310     END-READ.
004320 1110-READ-NEXT-PENDING-EXIT.
004330     EXIT.
004340*
004350 1120-CHECK-EXPIRY.
004360     IF PN-EXPIRE-DATE < WS-RUN-DATE
004370         MOVE PN-IDENT TO WS-AUDIT-IDENT
004380         MOVE "PENDING EXPIRE" TO WS-AUDIT-FIELD
004390         MOVE PN-FIELD TO WS-AUDIT-OLD
004400         MOVE SPACES TO WS-AUDIT-NEW
004410         STRING "SUBMIT " PN-SUBMIT-OPER
004420             DELIMITED BY SIZE INTO WS-AUDIT-NEW
004430         PERFORM 7000-WRITE-AUDIT
004440             THRU 7000-WRITE-AUDIT-EXIT
004450         MOVE "EXPIRED" TO WS-PEND-EVENT
004460         MOVE SPACES TO WS-PEND-DETAIL
004470         STRING "SUBMITTED " PN-SUBMIT-DATE
004480                 " BY " PN-SUBMIT-OPER
004490             DELIMITED BY SIZE INTO WS-PEND-DETAIL
004500         PERFORM 6300-REPORT-PENDING
004510             THRU 6300-REPORT-PENDING-EXIT
004520         ADD 1 TO WS-PEND-EXPIRED-COUNT
004530         DELETE PENDING-CHANGE-FILE
004540     END-IF
004550     PERFORM 1110-READ-NEXT-PENDING
004560         THRU 1110-READ-NEXT-PENDING-EXIT.
004570 1120-CHECK-EXPIRY-EXIT.
004580     EXIT.
004590*
004600*------------------------------------------------------------*
004610*    2000-PROCESS-MAINT-TRANS - ONE MAINTENANCE TRANSACTION   *
004620*------------------------------------------------------------*
004630 2000-PROCESS-MAINT-TRANS.
004640     ADD 1 TO WS-TRANS-READ-COUNT
004650     SET TRANS-APPLIED TO TRUE
004660     MOVE SPACES TO WS-REJECT-REASON
004670     EVALUATE TRUE
004680         WHEN MT-IDENT NOT NUMERIC
004690             MOVE "IDENT NOT NUMERIC" TO WS-REJECT-REASON
004700             SET TRANS-REJECTED TO TRUE
004710         WHEN MT-IDENT = ZERO
004720             MOVE "IDENT IS ZERO" TO WS-REJECT-REASON
004730             SET TRANS-REJECTED TO TRUE
004740         WHEN MT-ADD
004750             PERFORM 3000-APPLY-ADD
004760                 THRU 3000-APPLY-ADD-EXIT
004770         WHEN MT-CHANGE
004780             PERFORM 4000-APPLY-CHANGE
004790                 THRU 4000-APPLY-CHANGE-EXIT
004800         WHEN MT-DELETE
004810             PERFORM 5000-APPLY-DELETE
004820                 THRU 5000-APPLY-DELETE-EXIT
004830         WHEN MT-APPROVE
004840             SET PEND-APPROVING TO TRUE
004850             PERFORM 5500-ACT-ON-PENDING
004860                 THRU 5500-ACT-ON-PENDING-EXIT
004870         WHEN MT-REJECT
004880             SET PEND-REJECTING TO TRUE
004890             PERFORM 5500-ACT-ON-PENDING
004900                 THRU 5500-ACT-ON-PENDING-EXIT
004910         WHEN OTHER
004920             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
004930             SET TRANS-REJECTED TO TRUE
004940     END-EVALUATE
004950     IF TRANS-APPLIED
004960         ADD 1 TO WS-APPLIED-COUNT
004970         PERFORM 6100-REPORT-APPLIED
004980             THRU 6100-REPORT-APPLIED-EXIT
004990     ELSE
005000         ADD 1 TO WS-REJECTED-COUNT
005010         PERFORM 6200-REPORT-REJECTED
005020             THRU 6200-REPORT-REJECTED-EXIT
005030     END-IF
005040     PERFORM 2100-READ-MAINT-TRANS
005050         THRU 2100-READ-MAINT-TRANS-EXIT.
005060 2000-PROCESS-MAINT-TRANS-EXIT.
005070     EXIT.
005080*
005090 2100-READ-MAINT-TRANS.
005100     READ MAINT-TRANS-FILE
005110         AT END
005120             SET MAINT-EOF TO TRUE
005130     END-READ.
005140 2100-READ-MAINT-TRANS-EXIT.
005150     EXIT.
005160*
005170*------------------------------------------------------------*
005180*    3000-APPLY-ADD - WRITE A NEW CUSTOMER-MASTER RECORD.     *
005190*    A DUPLICATE KEY REJECTS THE TRANSACTION.  THE DUAL-      *
005200*    CONTROL FIELDS ARE NOT WRITTEN: THE RECORD GOES ON AT A  *
005210*    ZERO RATE, PAID BY CHECK, AND 3100 HOLDS THE KEYED RATE  *
005220*    AND ACH FIELDS FOR APPROVAL, SO IT NEEDS THE KEYING      *
005230*    OPERATOR'S ID ON THE TRANSACTION.                        *
005240*------------------------------------------------------------*
005250 3000-APPLY-ADD.
005260     IF MT-HOURLY-RATE NOT NUMERIC
005270             OR MT-HOURS-WORKED NOT NUMERIC
005280             OR MT-DATE-OF-BIRTH NOT NUMERIC
005290         MOVE "NON-NUMERIC FIELD ON ADD" TO WS-REJECT-REASON
005300         SET TRANS-REJECTED TO TRUE
005310         GO TO 3000-APPLY-ADD-EXIT
005320     END-IF
005330*    AN ACH EMPLOYEE WITHOUT USABLE BANK FIELDS WOULD STALL IN
005340*    PAYROLL'S FALLBACK-TO-CHECK GUARD FOREVER - REJECT THE ADD
005350*    SO HR FIXES THE CARD INSTEAD.
005360     IF MT-PAY-METHOD = "A"
005370             AND (MT-BANK-ROUTING NOT NUMERIC
005380                 OR MT-BANK-ROUTING = "000000000"
005390                 OR MT-BANK-ACCOUNT = SPACES)
005400         MOVE "ACH ADD WITHOUT BANK FIELDS" TO WS-REJECT-REASON
005410         SET TRANS-REJECTED TO TRUE
005420         GO TO 3000-APPLY-ADD-EXIT
005430     END-IF
005440     IF MT-OPERATOR-ID = SPACES
005450             AND (MT-HOURLY-RATE NOT = ZERO
005460                 OR MT-PAY-METHOD = "A")
005470         MOVE "NO OPERATOR ID ON HELD FIELD" TO WS-REJECT-REASON
005480         SET TRANS-REJECTED TO TRUE
005490         GO TO 3000-APPLY-ADD-EXIT
005500     END-IF
005510     IF MT-SSN NOT = SPACES
005520         PERFORM 4190-EDIT-SSN
005530             THRU 4190-EDIT-SSN-EXIT
005540         IF TRANS-REJECTED
005550             GO TO 3000-APPLY-ADD-EXIT
005560         END-IF
005570     END-IF
005580     MOVE MT-IDENT TO Ident
005590     MOVE MT-CUST-NAME TO CustName
005600     MOVE MT-MOB TO MOB
005610     MOVE MT-DOB TO DOB
005620     MOVE MT-YOB TO YOB
005630     MOVE ZERO TO HourlyRate
005640     MOVE MT-HOURS-WORKED TO HoursWorked
005650     MOVE ZERO TO PayCheck
005660     IF MT-FILING-STATUS = "S" OR "M"
005670         MOVE MT-FILING-STATUS TO FilingStatus
005680     ELSE
005690         MOVE "S" TO FilingStatus
005700     END-IF
005710     IF MT-EMP-STATUS = "A" OR "L" OR "T"
005720         MOVE MT-EMP-STATUS TO EmpStatus
005730     ELSE
005740         MOVE "A" TO EmpStatus
005750     END-IF
005760     IF MT-STATUS-DATE IS NUMERIC
005770         MOVE MT-STATUS-DATE TO StatusDate
005780     ELSE
005790         MOVE ZERO TO StatusDate
005800     END-IF
005810     MOVE "C" TO PayMethod
005820     MOVE ZERO TO BankRouting
005830     MOVE SPACES TO BankAccount
005840     MOVE ZERO TO PrenoteDate
005850*    THE LEAVE-SPLIT FIELDS ARE POSTED ONLY BY THE TIMECARD
005860*    EDIT - A NEW RECORD MUST NOT INHERIT WHATEVER THE SHARED
005870*    RECORD AREA HELD FROM A PRECEDING TRANSACTION.
005880     MOVE ZERO TO VacHours
005890     MOVE ZERO TO SickHours
005900     IF MT-DEPT-CODE NOT = SPACES
005910         MOVE MT-DEPT-CODE TO DeptCode
005920     ELSE
005930         MOVE SPACES TO DeptCode
005940     END-IF
005950     IF MT-WORK-STATE NOT = SPACES
005960         MOVE MT-WORK-STATE TO WorkState
005970     ELSE
005980         MOVE SPACES TO WorkState
005990     END-IF
006000     MOVE MT-PAY-GROUP TO PayGroup
006010     IF MT-SSN NOT = SPACES
006020         MOVE MT-SSN TO SSNumber
006030     ELSE
006040         MOVE ZERO TO SSNumber
006050     END-IF
006060     WRITE CUSTOMER-MASTER-RECORD
006070         INVALID KEY
006080             MOVE "ALREADY ON FILE" TO WS-REJECT-REASON
006090             SET TRANS-REJECTED TO TRUE
006100         NOT INVALID KEY
006110             MOVE MT-IDENT TO WS-AUDIT-IDENT
006120             MOVE "RECORD" TO WS-AUDIT-FIELD
006130             MOVE SPACES TO WS-AUDIT-OLD
006140             MOVE "ADDED" TO WS-AUDIT-NEW
006150             PERFORM 7000-WRITE-AUDIT
006160                 THRU 7000-WRITE-AUDIT-EXIT
006170             PERFORM 3100-HOLD-ADD-FIELDS
006180                 THRU 3100-HOLD-ADD-FIELDS-EXIT
006190     END-WRITE.
006200 3000-APPLY-ADD-EXIT.
006210     EXIT.
006220*
006230*------------------------------------------------------------*
006240*    3100-HOLD-ADD-FIELDS - THE NEW EMPLOYEE'S RATE AND, FOR  *
006250*    AN ACH EMPLOYEE, THE BANK FIELDS AND PAY METHOD GO ON    *
006260*    THE PENDING-CHANGE FILE.  APPROVAL APPLIES THEM THROUGH  *
006270*    4150-4180 (THE RATE ALSO GOING ON THE RATE HISTORY).     *
006280*------------------------------------------------------------*
006290 3100-HOLD-ADD-FIELDS.
006300     MOVE SPACES TO WS-PEND-OLD
006310     IF MT-HOURLY-RATE NOT = ZERO
006320         MOVE "HOURLYRATE" TO WS-PEND-FIELD
006330         MOVE SPACES TO WS-PEND-NEW
006340         MOVE MT-HOURLY-RATE TO WS-PEND-NEW-RATE
006350         PERFORM 4400-HOLD-PENDING
006360             THRU 4400-HOLD-PENDING-EXIT
006370     END-IF
006380     IF MT-PAY-METHOD NOT = "A"
006390         GO TO 3100-HOLD-ADD-FIELDS-EXIT
006400     END-IF
006410     MOVE "BANKROUTING" TO WS-PEND-FIELD
006420     MOVE MT-BANK-ROUTING TO WS-PEND-NEW
006430     PERFORM 4400-HOLD-PENDING
006440         THRU 4400-HOLD-PENDING-EXIT
006450     MOVE "BANKACCOUNT" TO WS-PEND-FIELD
006460     MOVE MT-BANK-ACCOUNT TO WS-PEND-NEW
006470     PERFORM 4400-HOLD-PENDING
006480         THRU 4400-HOLD-PENDING-EXIT
006490     MOVE "PAYMETHOD" TO WS-PEND-FIELD
006500     MOVE MT-PAY-METHOD TO WS-PEND-NEW
006510     PERFORM 4400-HOLD-PENDING
006520         THRU 4400-HOLD-PENDING-EXIT.
006530 3100-HOLD-ADD-FIELDS-EXIT.
006540     EXIT.
006550*
006560*------------------------------------------------------------*
006570*    4000-APPLY-CHANGE - READ THE MASTER, APPLY EACH SUPPLIED *
006580*    FIELD (SPACE/ZERO MEANS LEAVE AS IS), AUDIT EVERY FIELD  *
006590*    THAT ACTUALLY CHANGED, AND REWRITE.  A DUAL-CONTROL      *
006600*    FIELD IS HELD FOR APPROVAL INSTEAD, SO IT NEEDS THE      *
006610*    KEYING OPERATOR'S ID ON THE TRANSACTION.                 *
006620*------------------------------------------------------------*
006630 4000-APPLY-CHANGE.
006640     IF MT-OPERATOR-ID = SPACES
006650             AND ((MT-HOURLY-RATE NUMERIC
006660                     AND MT-HOURLY-RATE NOT = ZERO)
006670                 OR (MT-PAY-METHOD = "C" OR "A")
006680                 OR (MT-BANK-ROUTING IS NUMERIC
006690                     AND MT-BANK-ROUTING NOT = "000000000")
006700                 OR MT-BANK-ACCOUNT NOT = SPACES)
006710         MOVE "NO OPERATOR ID ON HELD FIELD" TO WS-REJECT-REASON
006720         SET TRANS-REJECTED TO TRUE
006730         GO TO 4000-APPLY-CHANGE-EXIT
006740     END-IF
006750     IF MT-SSN NOT = SPACES
006760         PERFORM 4190-EDIT-SSN
006770             THRU 4190-EDIT-SSN-EXIT
006780         IF TRANS-REJECTED
006790             GO TO 4000-APPLY-CHANGE-EXIT
006800         END-IF
006810     END-IF
006820     MOVE MT-IDENT TO Ident
006830     READ CUSTOMER-MASTER-FILE
006840         KEY IS Ident
006850         INVALID KEY
006860             MOVE "NOT ON FILE" TO WS-REJECT-REASON
006870             SET TRANS-REJECTED TO TRUE
006880         NOT INVALID KEY
006890             PERFORM 4100-APPLY-FIELD-CHANGES
006900                 THRU 4100-APPLY-FIELD-CHANGES-EXIT
006910             REWRITE CUSTOMER-MASTER-RECORD
006920     END-READ.
006930 4000-APPLY-CHANGE-EXIT.
006940     EXIT.
006950*
006960 4100-APPLY-FIELD-CHANGES.
006970     MOVE MT-IDENT TO WS-AUDIT-IDENT
006980     IF MT-CUST-NAME NOT = SPACES
006990             AND MT-CUST-NAME NOT = CustName
007000         MOVE "CUSTNAME" TO WS-AUDIT-FIELD
007010         MOVE CustName TO WS-AUDIT-OLD
007020         MOVE MT-CUST-NAME TO WS-AUDIT-NEW
007030         PERFORM 7000-WRITE-AUDIT
007040             THRU 7000-WRITE-AUDIT-EXIT
007050         MOVE MT-CUST-NAME TO CustName
007060     END-IF
007070     IF MT-DATE-OF-BIRTH IS NUMERIC
007080             AND MT-DATE-OF-BIRTH NOT = "00000000"
007090             AND MT-DATE-OF-BIRTH NOT = DateofBirth
007100         MOVE "BIRTHDATE" TO WS-AUDIT-FIELD
007110         MOVE DateofBirth TO WS-AUDIT-OLD
007120         MOVE MT-DATE-OF-BIRTH TO WS-AUDIT-NEW
007130         PERFORM 7000-WRITE-AUDIT
007140             THRU 7000-WRITE-AUDIT-EXIT
007150         MOVE MT-MOB TO MOB
007160         MOVE MT-DOB TO DOB
007170         MOVE MT-YOB TO YOB
007180     END-IF
007190*    A RATE CHANGE (OR A RATE PUNCHED WITH AN EFFECTIVE DATE)
007200*    IS HELD FOR A SECOND OPERATOR; 4150 APPLIES IT ON APPROVAL.
007210     IF MT-HOURLY-RATE NUMERIC
007220             AND MT-HOURLY-RATE NOT = ZERO
007230         PERFORM 4250-SET-RATE-EFF-DATE
007240             THRU 4250-SET-RATE-EFF-DATE-EXIT
007250         IF MT-HOURLY-RATE NOT = HourlyRate
007260                 OR RATE-EFF-PUNCHED
007270             MOVE "HOURLYRATE" TO WS-PEND-FIELD
007280             MOVE SPACES TO WS-PEND-NEW
007290             MOVE MT-HOURLY-RATE TO WS-PEND-NEW-RATE
007300             MOVE HourlyRate TO WS-RATE-EDIT
007310             MOVE WS-RATE-EDIT TO WS-PEND-OLD
007320             PERFORM 4400-HOLD-PENDING
007330                 THRU 4400-HOLD-PENDING-EXIT
007340         END-IF
007350     END-IF
007360     IF MT-HOURS-WORKED NUMERIC
007370             AND MT-HOURS-WORKED NOT = ZERO
007380             AND MT-HOURS-WORKED NOT = HoursWorked
007390         MOVE "HOURSWORKED" TO WS-AUDIT-FIELD
007400         MOVE HoursWorked TO WS-HOURS-EDIT
007410         MOVE WS-HOURS-EDIT TO WS-AUDIT-OLD
007420         MOVE MT-HOURS-WORKED TO WS-HOURS-EDIT
007430         MOVE WS-HOURS-EDIT TO WS-AUDIT-NEW
007440         PERFORM 7000-WRITE-AUDIT
007450             THRU 7000-WRITE-AUDIT-EXIT
007460         MOVE MT-HOURS-WORKED TO HoursWorked
007470     END-IF
007480     IF (MT-EMP-STATUS = "A" OR "L" OR "T")
007490             AND MT-EMP-STATUS NOT = EmpStatus
007500         MOVE "EMPSTATUS" TO WS-AUDIT-FIELD
007510         MOVE EmpStatus TO WS-AUDIT-OLD
007520         MOVE MT-EMP-STATUS TO WS-AUDIT-NEW
007530         PERFORM 7000-WRITE-AUDIT
007540             THRU 7000-WRITE-AUDIT-EXIT
007550         MOVE MT-EMP-STATUS TO EmpStatus
007560     END-IF
007570     IF MT-STATUS-DATE IS NUMERIC
007580             AND MT-STATUS-DATE NOT = "00000000"
007590             AND MT-STATUS-DATE NOT = StatusDate
007600         MOVE "STATUSDATE" TO WS-AUDIT-FIELD
007610         MOVE StatusDate TO WS-AUDIT-OLD
007620         MOVE MT-STATUS-DATE TO WS-AUDIT-NEW
007630         PERFORM 7000-WRITE-AUDIT
007640             THRU 7000-WRITE-AUDIT-EXIT
007650         MOVE MT-STATUS-DATE TO StatusDate
007660     END-IF
007670     IF (MT-FILING-STATUS = "S" OR "M")
007680             AND MT-FILING-STATUS NOT = FilingStatus
007690         MOVE "FILINGSTATUS" TO WS-AUDIT-FIELD
007700         MOVE FilingStatus TO WS-AUDIT-OLD
007710         MOVE MT-FILING-STATUS TO WS-AUDIT-NEW
007720         PERFORM 7000-WRITE-AUDIT
007730             THRU 7000-WRITE-AUDIT-EXIT
007740         MOVE MT-FILING-STATUS TO FilingStatus
007750     END-IF
007760*    PAY METHOD AND BANK FIELDS DECIDE WHERE THE MONEY GOES -
007770*    HELD FOR A SECOND OPERATOR LIKE THE RATE.
007780     IF (MT-PAY-METHOD = "C" OR "A")
007790             AND MT-PAY-METHOD NOT = PayMethod
007800         MOVE "PAYMETHOD" TO WS-PEND-FIELD
007810         MOVE MT-PAY-METHOD TO WS-PEND-NEW
007820         MOVE PayMethod TO WS-PEND-OLD
007830         PERFORM 4400-HOLD-PENDING
007840             THRU 4400-HOLD-PENDING-EXIT
007850     END-IF
007860     IF MT-BANK-ROUTING IS NUMERIC
007870             AND MT-BANK-ROUTING NOT = "000000000"
007880             AND MT-BANK-ROUTING NOT = BankRouting
007890         MOVE "BANKROUTING" TO WS-PEND-FIELD
007900         MOVE MT-BANK-ROUTING TO WS-PEND-NEW
007910         MOVE BankRouting TO WS-PEND-OLD
007920         PERFORM 4400-HOLD-PENDING
007930             THRU 4400-HOLD-PENDING-EXIT
007940     END-IF
007950     IF MT-BANK-ACCOUNT NOT = SPACES
007960             AND MT-BANK-ACCOUNT NOT = BankAccount
007970         MOVE "BANKACCOUNT" TO WS-PEND-FIELD
007980         MOVE MT-BANK-ACCOUNT TO WS-PEND-NEW
007990         MOVE BankAccount TO WS-PEND-OLD
008000         PERFORM 4400-HOLD-PENDING
008010             THRU 4400-HOLD-PENDING-EXIT
008020     END-IF
008030     IF MT-DEPT-CODE NOT = SPACES
008040             AND MT-DEPT-CODE NOT = DeptCode
008050         MOVE "DEPTCODE" TO WS-AUDIT-FIELD
008060         MOVE DeptCode TO WS-AUDIT-OLD
008070         MOVE MT-DEPT-CODE TO WS-AUDIT-NEW
008080         PERFORM 7000-WRITE-AUDIT
008090             THRU 7000-WRITE-AUDIT-EXIT
008100         MOVE MT-DEPT-CODE TO DeptCode
008110     END-IF
008120     IF MT-WORK-STATE NOT = SPACES
008130             AND MT-WORK-STATE NOT = WorkState
008140         MOVE "WORKSTATE" TO WS-AUDIT-FIELD
008150         MOVE WorkState TO WS-AUDIT-OLD
008160         MOVE MT-WORK-STATE TO WS-AUDIT-NEW
008170         PERFORM 7000-WRITE-AUDIT
008180             THRU 7000-WRITE-AUDIT-EXIT
008190         MOVE MT-WORK-STATE TO WorkState
008200     END-IF
008210     IF MT-PAY-GROUP NOT = SPACES
008220             AND MT-PAY-GROUP NOT = PayGroup
008230         MOVE "PAYGROUP" TO WS-AUDIT-FIELD
008240         MOVE PayGroup TO WS-AUDIT-OLD
008250         MOVE MT-PAY-GROUP TO WS-AUDIT-NEW
008260         PERFORM 7000-WRITE-AUDIT
008270             THRU 7000-WRITE-AUDIT-EXIT
008280         MOVE MT-PAY-GROUP TO PayGroup
008290     END-IF
008300     IF MT-SSN NOT = SPACES
008310             AND MT-SSN NOT = SSNumber
008320         MOVE "SSN" TO WS-AUDIT-FIELD
008330         MOVE SPACES TO WS-AUDIT-OLD
008340         IF SSNumber IS NUMERIC
008350                 AND SSNumber NOT = ZERO
008360             MOVE SSNumber TO WS-SSN-EDIT
008370             MOVE WS-SSN-SERIAL TO WS-SSN-MASK-LAST4
008380             MOVE WS-SSN-MASK TO WS-AUDIT-OLD
008390         END-IF
008400         MOVE MT-SSN TO WS-SSN-EDIT-X
008410         MOVE WS-SSN-SERIAL TO WS-SSN-MASK-LAST4
008420         MOVE WS-SSN-MASK TO WS-AUDIT-NEW
008430         PERFORM 7000-WRITE-AUDIT
008440             THRU 7000-WRITE-AUDIT-EXIT
008450         MOVE MT-SSN TO SSNumber
008460     END-IF.
008470 4100-APPLY-FIELD-CHANGES-EXIT.
008480     EXIT.
008490*
008500*------------------------------------------------------------*
008510*    4150-4180 - APPLY ONE APPROVED DUAL-CONTROL FIELD FROM   *
008520*    THE MT- AREA, AUDITED AS ANY OTHER FIELD CHANGE.  EVERY  *
008530*    RATE (OR RATE PUNCHED WITH AN EFFECTIVE DATE) GOES ON    *
008540*    THE RATE HISTORY; A FUTURE-DATED RATE STOPS THERE -      *
008550*    PAYROLL MOVES IT INTO HourlyRate IN THE PERIOD IT TAKES  *
008560*    EFFECT.                                                  *
008570*------------------------------------------------------------*
008580 4150-APPLY-RATE.
008590     PERFORM 4250-SET-RATE-EFF-DATE
008600         THRU 4250-SET-RATE-EFF-DATE-EXIT
008610     IF MT-HOURLY-RATE NOT = HourlyRate
008620             OR RATE-EFF-PUNCHED
008630         PERFORM 4300-POST-RATE-HISTORY
008640             THRU 4300-POST-RATE-HISTORY-EXIT
008650     END-IF
008660     IF MT-HOURLY-RATE NOT = HourlyRate
008670             AND WS-RATE-EFF-DATE NOT > WS-RUN-DATE
008680         MOVE "HOURLYRATE" TO WS-AUDIT-FIELD
008690         MOVE HourlyRate TO WS-RATE-EDIT
008700         MOVE WS-RATE-EDIT TO WS-AUDIT-OLD
008710         MOVE MT-HOURLY-RATE TO WS-RATE-EDIT
008720         MOVE WS-RATE-EDIT TO WS-AUDIT-NEW
008730         PERFORM 7000-WRITE-AUDIT
008740             THRU 7000-WRITE-AUDIT-EXIT
008750         MOVE MT-HOURLY-RATE TO HourlyRate
008760     END-IF.
008770 4150-APPLY-RATE-EXIT.
008780     EXIT.
008790*
008800 4160-APPLY-PAY-METHOD.
008810     IF MT-PAY-METHOD NOT = PayMethod
008820         MOVE "PAYMETHOD" TO WS-AUDIT-FIELD
008830         MOVE PayMethod TO WS-AUDIT-OLD
008840         MOVE MT-PAY-METHOD TO WS-AUDIT-NEW
008850         PERFORM 7000-WRITE-AUDIT
008860             THRU 7000-WRITE-AUDIT-EXIT
008870         MOVE MT-PAY-METHOD TO PayMethod
008880     END-IF.
008890 4160-APPLY-PAY-METHOD-EXIT.
008900     EXIT.
008910*
008920 4170-APPLY-BANK-ROUTING.
008930     IF MT-BANK-ROUTING NOT = BankRouting
008940         MOVE "BANKROUTING" TO WS-AUDIT-FIELD
008950         MOVE BankRouting TO WS-AUDIT-OLD
008960         MOVE MT-BANK-ROUTING TO WS-AUDIT-NEW
008970         PERFORM 7000-WRITE-AUDIT
008980             THRU 7000-WRITE-AUDIT-EXIT
008990         MOVE MT-BANK-ROUTING TO BankRouting
009000         PERFORM 4200-RESET-PRENOTE
009010             THRU 4200-RESET-PRENOTE-EXIT
009020     END-IF.
009030 4170-APPLY-BANK-ROUTING-EXIT.
009040     EXIT.
009050*
009060 4180-APPLY-BANK-ACCOUNT.
009070     IF MT-BANK-ACCOUNT NOT = BankAccount
009080         MOVE "BANKACCOUNT" TO WS-AUDIT-FIELD
009090         MOVE BankAccount TO WS-AUDIT-OLD
009100         MOVE MT-BANK-ACCOUNT TO WS-AUDIT-NEW
009110         PERFORM 7000-WRITE-AUDIT
009120             THRU 7000-WRITE-AUDIT-EXIT
009130         MOVE MT-BANK-ACCOUNT TO BankAccount
009140         PERFORM 4200-RESET-PRENOTE
009150             THRU 4200-RESET-PRENOTE-EXIT
009160     END-IF.
009170 4180-APPLY-BANK-ACCOUNT-EXIT.
009180     EXIT.
009190*
009200*------------------------------------------------------------*
009210*    4190-EDIT-SSN - MT-SSN MUST BE NINE DIGITS OUTSIDE THE   *
009220*    RANGES THE SSA NEVER ISSUES (AREA 000, 666 OR 900-999,   *
009230*    GROUP 00, SERIAL 0000).  A BAD ONE REJECTS THE CARD.     *
009240*------------------------------------------------------------*
009250 4190-EDIT-SSN.
009260     IF MT-SSN NOT NUMERIC
009270         MOVE "SSN NOT NINE DIGITS" TO WS-REJECT-REASON
009280         SET TRANS-REJECTED TO TRUE
009290         GO TO 4190-EDIT-SSN-EXIT
009300     END-IF
009310     MOVE MT-SSN TO WS-SSN-EDIT-X
009320     EVALUATE TRUE
009330         WHEN WS-SSN-AREA = ZERO
009340             MOVE "SSN AREA IS ALL ZEROS" TO WS-REJECT-REASON
009350             SET TRANS-REJECTED TO TRUE
009360         WHEN WS-SSN-AREA = 666
009370             MOVE "SSN AREA IS 666" TO WS-REJECT-REASON
009380             SET TRANS-REJECTED TO TRUE
009390         WHEN WS-SSN-AREA >= 900
009400             MOVE "SSN AREA IN 900-999" TO WS-REJECT-REASON
009410             SET TRANS-REJECTED TO TRUE
009420         WHEN WS-SSN-GROUP = ZERO
009430             MOVE "SSN GROUP IS ALL ZEROS" TO WS-REJECT-REASON
009440             SET TRANS-REJECTED TO TRUE
009450         WHEN WS-SSN-SERIAL = ZERO
009460             MOVE "SSN SERIAL IS ALL ZEROS" TO WS-REJECT-REASON
009470             SET TRANS-REJECTED TO TRUE
009480         WHEN OTHER
009490             CONTINUE
009500     END-EVALUATE.
009510 4190-EDIT-SSN-EXIT.
009520     EXIT.
009530*
009540*------------------------------------------------------------*
009550*    4200-RESET-PRENOTE - A NEW OR CHANGED BANK ACCOUNT MUST  *
009560*    BE PRENOTED BEFORE A LIVE DEPOSIT GOES TO THE BANK, SO   *
009570*    THE PRENOTE DATE GOES BACK TO ZERO (AUDITED) AND THE     *
009580*    NEXT FINAL PAYROLL RUN SENDS THE PRENOTE.                *
009590*------------------------------------------------------------*
009600 4200-RESET-PRENOTE.
009610     IF PrenoteDate NOT = ZERO
009620         MOVE "PRENOTEDATE" TO WS-AUDIT-FIELD
009630         MOVE PrenoteDate TO WS-AUDIT-OLD
009640         MOVE "00000000" TO WS-AUDIT-NEW
009650         MOVE ZERO TO PrenoteDate
009660         PERFORM 7000-WRITE-AUDIT
009670             THRU 7000-WRITE-AUDIT-EXIT
009680     END-IF.
009690 4200-RESET-PRENOTE-EXIT.
009700     EXIT.
009710*
009720*------------------------------------------------------------*
009730*    4250-SET-RATE-EFF-DATE - THE DATE A NEW RATE TAKES       *
009740*    EFFECT: THE PUNCHED MT-RATE-EFF-DATE, OR TODAY.          *
009750*------------------------------------------------------------*
009760 4250-SET-RATE-EFF-DATE.
009770     MOVE "N" TO WS-RATE-DATED-SW
009780     IF MT-RATE-EFF-DATE IS NUMERIC
009790             AND MT-RATE-EFF-DATE NOT = "00000000"
009800         MOVE MT-RATE-EFF-DATE TO WS-RATE-EFF-DATE
009810         SET RATE-EFF-PUNCHED TO TRUE
009820     ELSE
009830         MOVE WS-RUN-DATE TO WS-RATE-EFF-DATE
009840     END-IF.
009850 4250-SET-RATE-EFF-DATE-EXIT.
009860     EXIT.
009870*
009880*------------------------------------------------------------*
009890*    4300-POST-RATE-HISTORY - ADD (OR, FOR THE SAME IDENT     *
009900*    AND EFFECTIVE DATE, CORRECT) THE RATE-HISTORY RECORD     *
009910*    FOR MT-HOURLY-RATE, AUDITED AS RATEHIST WITH THE RATE    *
009920*    AND ITS EFFECTIVE DATE.  4310 FIRST PUTS THE RATE BEING  *
009930*    REPLACED ON THE HISTORY WHEN THE IDENT HAS NONE YET.     *
009940*------------------------------------------------------------*
009950 4300-POST-RATE-HISTORY.
009960     PERFORM 4310-SEED-RATE-HISTORY
009970         THRU 4310-SEED-RATE-HISTORY-EXIT
009980     MOVE "N" TO WS-RH-ON-FILE-SW
009990     MOVE MT-IDENT TO RH-IDENT
010000     MOVE WS-RATE-EFF-DATE TO RH-EFFECTIVE-DATE
010010     READ RATE-HISTORY-FILE
010020         KEY IS RH-KEY
010030         INVALID KEY
010040             CONTINUE
010050         NOT INVALID KEY
010060             SET RH-ON-FILE TO TRUE
010070     END-READ
010080     MOVE MT-IDENT TO WS-AUDIT-IDENT
010090     MOVE "RATEHIST" TO WS-AUDIT-FIELD
010100     MOVE SPACES TO WS-AUDIT-OLD
010110     IF RH-ON-FILE
010120         MOVE RH-HOURLY-RATE TO WS-RATE-EDIT
010130         STRING WS-RATE-EDIT " EFF " RH-EFFECTIVE-DATE
010140             DELIMITED BY SIZE INTO WS-AUDIT-OLD
010150     END-IF
010160     MOVE SPACES TO RATE-HISTORY-RECORD
010170     MOVE MT-IDENT TO RH-IDENT
010180     MOVE WS-RATE-EFF-DATE TO RH-EFFECTIVE-DATE
010190     MOVE MT-HOURLY-RATE TO RH-HOURLY-RATE
010200     MOVE WS-RUN-DATE TO RH-ENTERED-DATE
010210     MOVE WS-JOB-ID TO RH-ENTERED-JOB
010220     IF RH-ON-FILE
010230         REWRITE RATE-HISTORY-RECORD
010240     ELSE
010250         WRITE RATE-HISTORY-RECORD
010260             INVALID KEY
010270                 CONTINUE
010280         END-WRITE
010290     END-IF
010300     MOVE MT-HOURLY-RATE TO WS-RATE-EDIT
010310     MOVE SPACES TO WS-AUDIT-NEW
010320     STRING WS-RATE-EDIT " EFF " WS-RATE-EFF-DATE
010330         DELIMITED BY SIZE INTO WS-AUDIT-NEW
010340     PERFORM 7000-WRITE-AUDIT
010350         THRU 7000-WRITE-AUDIT-EXIT.
010360 4300-POST-RATE-HISTORY-EXIT.
010370     EXIT.
010380*
010390*------------------------------------------------------------*
010400*    4310-SEED-RATE-HISTORY - AN IDENT WITH NO RATE HISTORY   *
010410*    HAS BEEN PAID HourlyRate ALL ALONG.  BEFORE ITS FIRST    *
010420*    CHANGE GOES ON, THAT RATE IS WRITTEN AT EFFECTIVE DATE   *
010430*    00000000 - OTHERWISE A PERIOD ENDING BEFORE THE NEW RATE *
010440*    TAKES EFFECT FINDS NO RATE IN EFFECT AND FALLS BACK TO   *
010450*    HourlyRate, WHICH MAY ALREADY HOLD THE NEW RATE.  A NEW  *
010460*    EMPLOYEE (ZERO RATE) HAS NOTHING TO SEED.                *
010470*------------------------------------------------------------*
010480 4310-SEED-RATE-HISTORY.
010490     IF HourlyRate = ZERO
010500         GO TO 4310-SEED-RATE-HISTORY-EXIT
010510     END-IF
010520     MOVE "N" TO WS-RH-ON-FILE-SW
010530     MOVE MT-IDENT TO RH-IDENT
010540     MOVE ZERO TO RH-EFFECTIVE-DATE
010550     START RATE-HISTORY-FILE
010560         KEY IS NOT LESS THAN RH-KEY
010570         INVALID KEY
010580             CONTINUE
010590         NOT INVALID KEY
010600             READ RATE-HISTORY-FILE NEXT RECORD
010610                 AT END
010620                     CONTINUE
010630                 NOT AT END
010640                     IF RH-IDENT = MT-IDENT
010650                         SET RH-ON-FILE TO TRUE
010660                     END-IF
010670             END-READ
010680     END-START
010690     IF RH-ON-FILE
010700         GO TO 4310-SEED-RATE-HISTORY-EXIT
010710     END-IF
010720     MOVE SPACES TO RATE-HISTORY-RECORD
010730     MOVE MT-IDENT TO RH-IDENT
010740     MOVE ZERO TO RH-EFFECTIVE-DATE
010750     MOVE HourlyRate TO RH-HOURLY-RATE
010760     MOVE WS-RUN-DATE TO RH-ENTERED-DATE
010770     MOVE WS-JOB-ID TO RH-ENTERED-JOB
010780     WRITE RATE-HISTORY-RECORD
010790         INVALID KEY
010800             GO TO 4310-SEED-RATE-HISTORY-EXIT
010810     END-WRITE
010820     MOVE MT-IDENT TO WS-AUDIT-IDENT
010830     MOVE "RATEHIST" TO WS-AUDIT-FIELD
010840     MOVE SPACES TO WS-AUDIT-OLD
010850     MOVE HourlyRate TO WS-RATE-EDIT
010860     MOVE SPACES TO WS-AUDIT-NEW
010870     STRING WS-RATE-EDIT " EFF " RH-EFFECTIVE-DATE
010880         DELIMITED BY SIZE INTO WS-AUDIT-NEW
010890     PERFORM 7000-WRITE-AUDIT
010900         THRU 7000-WRITE-AUDIT-EXIT.
010910 4310-SEED-RATE-HISTORY-EXIT.
010920     EXIT.
010930*
010940*------------------------------------------------------------*
010950*    4400-HOLD-PENDING - PUT WS-PEND-FIELD'S REQUESTED VALUE  *
010960*    ON THE PENDING-CHANGE FILE UNDER THE KEYING OPERATOR.  A *
010970*    CHANGE ALREADY WAITING FOR THE SAME FIELD IS REPLACED -  *
010980*    THE LATEST KEYING IS THE ONE TO APPROVE, AND IT NEEDS AN *
010990*    APPROVER OTHER THAN ITS OWN OPERATOR.                    *
011000*------------------------------------------------------------*
011010 4400-HOLD-PENDING.
011020     MOVE "N" TO WS-PEND-FOUND-SW
011030     MOVE MT-IDENT TO PN-IDENT
011040     MOVE WS-PEND-FIELD TO PN-FIELD
011050     READ PENDING-CHANGE-FILE
011060         KEY IS PN-KEY
011070         INVALID KEY
011080             CONTINUE
011090         NOT INVALID KEY
011100             SET PEND-ON-FILE TO TRUE
011110     END-READ
011120     MOVE SPACES TO PENDING-CHANGE-RECORD
011130     MOVE MT-IDENT TO PN-IDENT
011140     MOVE WS-PEND-FIELD TO PN-FIELD
011150     MOVE WS-PEND-NEW TO PN-NEW-VALUE
011160     IF WS-PEND-FIELD = "HOURLYRATE"
011170         MOVE MT-RATE-EFF-DATE TO PN-RATE-EFF-DATE
011180     END-IF
011190     MOVE WS-PEND-OLD TO PN-OLD-VALUE
011200     MOVE MT-OPERATOR-ID TO PN-SUBMIT-OPER
011210     MOVE WS-RUN-DATE TO PN-SUBMIT-DATE
011220     MOVE WS-JOB-ID TO PN-SUBMIT-JOB
011230     MOVE WS-PEND-EXPIRE-DATE TO PN-EXPIRE-DATE
011240     IF PEND-ON-FILE
011250         REWRITE PENDING-CHANGE-RECORD
011260     ELSE
011270         WRITE PENDING-CHANGE-RECORD
011280             INVALID KEY
011290                 CONTINUE
011300         END-WRITE
011310     END-IF
011320     MOVE MT-IDENT TO WS-AUDIT-IDENT
011330     MOVE "PENDING SUBMIT" TO WS-AUDIT-FIELD
011340     MOVE WS-PEND-FIELD TO WS-AUDIT-OLD
011350     MOVE SPACES TO WS-AUDIT-NEW
011360     STRING "SUBMIT " MT-OPERATOR-ID
011370         DELIMITED BY SIZE INTO WS-AUDIT-NEW
011380     PERFORM 7000-WRITE-AUDIT
011390         THRU 7000-WRITE-AUDIT-EXIT
011400     ADD 1 TO WS-PEND-HELD-COUNT
011410     PERFORM 6310-SET-PEND-SHOW
011420         THRU 6310-SET-PEND-SHOW-EXIT
011430     MOVE "HELD" TO WS-PEND-EVENT
011440     IF PEND-ON-FILE
011450         MOVE "REHELD" TO WS-PEND-EVENT
011460     END-IF
011470     MOVE SPACES TO WS-PEND-DETAIL
011480     STRING WS-PEND-SHOW " BY " PN-SUBMIT-OPER
011490             " EXP " PN-EXPIRE-DATE
011500         DELIMITED BY SIZE INTO WS-PEND-DETAIL
011510     PERFORM 6300-REPORT-PENDING
011520         THRU 6300-REPORT-PENDING-EXIT.
011530 4400-HOLD-PENDING-EXIT.
011540     EXIT.
011550*
011560*------------------------------------------------------------*
011570*    5000-APPLY-DELETE - READ THE MASTER AND DELETE IT, WITH  *
011580*    ANY CHANGES STILL HELD FOR THE IDENT (5100).             *
011590*------------------------------------------------------------*
011600 5000-APPLY-DELETE.
011610     MOVE MT-IDENT TO Ident
011620     READ CUSTOMER-MASTER-FILE
011630         KEY IS Ident
011640         INVALID KEY
011650             MOVE "NOT ON FILE" TO WS-REJECT-REASON
011660             SET TRANS-REJECTED TO TRUE
011670         NOT INVALID KEY
011680             MOVE MT-IDENT TO WS-AUDIT-IDENT
011690             MOVE "RECORD" TO WS-AUDIT-FIELD
011700             MOVE CustName TO WS-AUDIT-OLD
011710             MOVE "DELETED" TO WS-AUDIT-NEW
011720             PERFORM 7000-WRITE-AUDIT
011730                 THRU 7000-WRITE-AUDIT-EXIT
011740             DELETE CUSTOMER-MASTER-FILE
011750             PERFORM 5100-DROP-PENDING
011760                 THRU 5100-DROP-PENDING-EXIT
011770     END-READ.
011780 5000-APPLY-DELETE-EXIT.
011790     EXIT.
011800*
011810*------------------------------------------------------------*
011820*    5100-DROP-PENDING - A HELD CHANGE BELONGS TO THE RECORD  *
011830*    IT WAS KEYED AGAINST.  LEFT ON FILE IT COULD BE APPROVED *
011840*    LATER AGAINST A NEW RECORD UNDER THE SAME IDENT, SO EACH *
011850*    ONE IS REMOVED (AUDITED AND REPORTED AS DROPPED).        *
011860*------------------------------------------------------------*
011870 5100-DROP-PENDING.
011880     MOVE "N" TO WS-PEND-EOF-SW
011890     MOVE MT-IDENT TO PN-IDENT
011900     MOVE LOW-VALUES TO PN-FIELD
011910     START PENDING-CHANGE-FILE
011920         KEY IS NOT LESS THAN PN-KEY
011930         INVALID KEY
011940             SET PEND-EOF TO TRUE
011950     END-START
011960     IF NOT PEND-EOF
011970         PERFORM 5510-READ-IDENT-PENDING
011980             THRU 5510-READ-IDENT-PENDING-EXIT
011990     END-IF
012000     PERFORM 5110-DROP-ONE-PENDING
012010         THRU 5110-DROP-ONE-PENDING-EXIT
012020         UNTIL PEND-EOF.
012030 5100-DROP-PENDING-EXIT.
012040     EXIT.
012050*
012060 5110-DROP-ONE-PENDING.
012070     MOVE MT-IDENT TO WS-AUDIT-IDENT
012080     MOVE "PENDING DROP" TO WS-AUDIT-FIELD
012090     MOVE PN-FIELD TO WS-AUDIT-OLD
012100     MOVE "RECORD DELETED" TO WS-AUDIT-NEW
012110     PERFORM 7000-WRITE-AUDIT
012120         THRU 7000-WRITE-AUDIT-EXIT
012130     MOVE "DROPPED" TO WS-PEND-EVENT
012140     MOVE SPACES TO WS-PEND-DETAIL
012150     STRING "RECORD DELETED - SUBMITTED BY " PN-SUBMIT-OPER
012160         DELIMITED BY SIZE INTO WS-PEND-DETAIL
012170     PERFORM 6300-REPORT-PENDING
012180         THRU 6300-REPORT-PENDING-EXIT
012190     ADD 1 TO WS-PEND-DROPPED-COUNT
012200     DELETE PENDING-CHANGE-FILE
012210     PERFORM 5510-READ-IDENT-PENDING
012220         THRU 5510-READ-IDENT-PENDING-EXIT.
012230 5110-DROP-ONE-PENDING-EXIT.
012240     EXIT.
012250*
012260*------------------------------------------------------------*
012270*    5500-ACT-ON-PENDING - A V (APPROVE) OR R (REJECT)        *
012280*    TRANSACTION AGAINST THE CHANGES HELD FOR MT-IDENT: THE   *
012290*    ONE NAMED IN MT-PEND-FIELD, OR ALL OF THEM WHEN IT IS    *
012300*    BLANK.  AN APPROVAL NEVER APPLIES A CHANGE ITS OWN       *
012310*    OPERATOR KEYED.                                          *
012320*------------------------------------------------------------*
012330 5500-ACT-ON-PENDING.
012340     IF MT-OPERATOR-ID = SPACES
012350         MOVE "NO OPERATOR ID" TO WS-REJECT-REASON
012360         SET TRANS-REJECTED TO TRUE
012370         GO TO 5500-ACT-ON-PENDING-EXIT
012380     END-IF
012390     MOVE MT-IDENT TO Ident
012400     READ CUSTOMER-MASTER-FILE
012410         KEY IS Ident
012420         INVALID KEY
012430             MOVE "NOT ON FILE" TO WS-REJECT-REASON
012440             SET TRANS-REJECTED TO TRUE
012450             GO TO 5500-ACT-ON-PENDING-EXIT
012460     END-READ
012470     MOVE ZERO TO WS-PEND-ACTED
012480     MOVE ZERO TO WS-PEND-SAME-OPER
012490     IF MT-PEND-FIELD NOT = SPACES
012500         MOVE MT-IDENT TO PN-IDENT
012510         MOVE MT-PEND-FIELD TO PN-FIELD
012520         READ PENDING-CHANGE-FILE
012530             KEY IS PN-KEY
012540             INVALID KEY
012550                 CONTINUE
012560             NOT INVALID KEY
012570                 PERFORM 5530-ACT-ON-ONE
012580                     THRU 5530-ACT-ON-ONE-EXIT
012590         END-READ
012600     ELSE
012610         MOVE "N" TO WS-PEND-EOF-SW
012620         MOVE MT-IDENT TO PN-IDENT
012630         MOVE LOW-VALUES TO PN-FIELD
012640         START PENDING-CHANGE-FILE
012650             KEY IS NOT LESS THAN PN-KEY
012660             INVALID KEY
012670                 SET PEND-EOF TO TRUE
012680         END-START
012690         IF NOT PEND-EOF
012700             PERFORM 5510-READ-IDENT-PENDING
012710                 THRU 5510-READ-IDENT-PENDING-EXIT
012720         END-IF
012730         PERFORM 5520-ACT-AND-READ
012740             THRU 5520-ACT-AND-READ-EXIT
012750             UNTIL PEND-EOF
012760     END-IF
012770     IF WS-PEND-ACTED = ZERO
012780         IF WS-PEND-SAME-OPER > ZERO
012790             MOVE "APPROVER IS THE SUBMITTER"
012800                 TO WS-REJECT-REASON
012810         ELSE
012820             MOVE "NO CHANGE PENDING" TO WS-REJECT-REASON
012830         END-IF
012840         SET TRANS-REJECTED TO TRUE
012850         GO TO 5500-ACT-ON-PENDING-EXIT
012860     END-IF
012870     IF PEND-APPROVING
012880         REWRITE CUSTOMER-MASTER-RECORD
012890     END-IF.
012900 5500-ACT-ON-PENDING-EXIT.
012910     EXIT.
012920*
012930 5510-READ-IDENT-PENDING.
012940     READ PENDING-CHANGE-FILE NEXT RECORD
012950         AT END
012960             SET PEND-EOF TO TRUE
012970             GO TO 5510-READ-IDENT-PENDING-EXIT
012980     END-READ
012990     IF PN-IDENT NOT = MT-IDENT
013000         SET PEND-EOF TO TRUE
013010     END-IF.
013020 5510-READ-IDENT-PENDING-EXIT.
013030     EXIT.
013040*
013050 5520-ACT-AND-READ.
013060     PERFORM 5530-ACT-ON-ONE
013070         THRU 5530-ACT-ON-ONE-EXIT
013080     PERFORM 5510-READ-IDENT-PENDING
013090         THRU 5510-READ-IDENT-PENDING-EXIT.
013100 5520-ACT-AND-READ-EXIT.
013110     EXIT.
013120*
013130*------------------------------------------------------------*
013140*    5530-ACT-ON-ONE - APPROVE (APPLY THROUGH 4150-4180 AND   *
013150*    AUDIT BOTH OPERATORS) OR REJECT THE PENDING RECORD JUST  *
013160*    READ, THEN REMOVE IT FROM THE FILE.                      *
013170*------------------------------------------------------------*
013180 5530-ACT-ON-ONE.
013190     MOVE MT-IDENT TO WS-AUDIT-IDENT
013200     IF PEND-APPROVING
013210             AND PN-SUBMIT-OPER = MT-OPERATOR-ID
013220         ADD 1 TO WS-PEND-SAME-OPER
013230         MOVE "NOT APPRVD" TO WS-PEND-EVENT
013240         MOVE SPACES TO WS-PEND-DETAIL
013250         STRING "APPROVER IS THE SUBMITTER " PN-SUBMIT-OPER
013260             DELIMITED BY SIZE INTO WS-PEND-DETAIL
013270         PERFORM 6300-REPORT-PENDING
013280             THRU 6300-REPORT-PENDING-EXIT
013290         GO TO 5530-ACT-ON-ONE-EXIT
013300     END-IF
013310     IF PEND-APPROVING
013320         EVALUATE PN-FIELD
013330             WHEN "HOURLYRATE"
013340                 MOVE PN-NEW-RATE TO MT-HOURLY-RATE
013350                 MOVE PN-RATE-EFF-DATE TO MT-RATE-EFF-DATE
013360                 PERFORM 4150-APPLY-RATE
013370                     THRU 4150-APPLY-RATE-EXIT
013380             WHEN "PAYMETHOD"
013390                 MOVE PN-NEW-VALUE TO MT-PAY-METHOD
013400                 PERFORM 4160-APPLY-PAY-METHOD
013410                     THRU 4160-APPLY-PAY-METHOD-EXIT
013420             WHEN "BANKROUTING"
013430                 MOVE PN-NEW-VALUE TO MT-BANK-ROUTING
013440                 PERFORM 4170-APPLY-BANK-ROUTING
013450                     THRU 4170-APPLY-BANK-ROUTING-EXIT
013460             WHEN "BANKACCOUNT"
013470                 MOVE PN-NEW-VALUE TO MT-BANK-ACCOUNT
013480                 PERFORM 4180-APPLY-BANK-ACCOUNT
013490                     THRU 4180-APPLY-BANK-ACCOUNT-EXIT
013500         END-EVALUATE
013510         MOVE "PENDING APPROVE" TO WS-AUDIT-FIELD
013520         MOVE SPACES TO WS-AUDIT-OLD
013530         STRING "SUBMIT " PN-SUBMIT-OPER
013540             DELIMITED BY SIZE INTO WS-AUDIT-OLD
013550         MOVE SPACES TO WS-AUDIT-NEW
013560         STRING "APPROVE " MT-OPERATOR-ID
013570             DELIMITED BY SIZE INTO WS-AUDIT-NEW
013580         MOVE "APPROVED" TO WS-PEND-EVENT
013590         ADD 1 TO WS-PEND-APPROVED-COUNT
013600     ELSE
013610         MOVE "PENDING REJECT" TO WS-AUDIT-FIELD
013620         MOVE PN-FIELD TO WS-AUDIT-OLD
013630         MOVE SPACES TO WS-AUDIT-NEW
013640         STRING "REJECT " MT-OPERATOR-ID
013650             DELIMITED BY SIZE INTO WS-AUDIT-NEW
013660         MOVE "REJECTED" TO WS-PEND-EVENT
013670         ADD 1 TO WS-PEND-REJECTED-COUNT
013680     END-IF
013690     PERFORM 7000-WRITE-AUDIT
013700         THRU 7000-WRITE-AUDIT-EXIT
013710     MOVE SPACES TO WS-PEND-DETAIL
013720     STRING "BY " MT-OPERATOR-ID
013730             " SUBMITTED BY " PN-SUBMIT-OPER
013740             " " PN-SUBMIT-DATE
013750         DELIMITED BY SIZE INTO WS-PEND-DETAIL
013760     PERFORM 6300-REPORT-PENDING
013770         THRU 6300-REPORT-PENDING-EXIT
013780     ADD 1 TO WS-PEND-ACTED
013790     DELETE PENDING-CHANGE-FILE.
013800 5530-ACT-ON-ONE-EXIT.
013810     EXIT.
013820*
013830*------------------------------------------------------------*
013840*    6100/6200 - ONE REPORT LINE PER TRANSACTION              *
013850*------------------------------------------------------------*
013860 6100-REPORT-APPLIED.
013870     MOVE SPACES TO MAINT-REPORT-LINE
013880     STRING "IDENT " MT-IDENT
013890             " ACTION " MT-ACTION
013900             " APPLIED"
013910         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
013920     WRITE MAINT-REPORT-LINE.
013930 6100-REPORT-APPLIED-EXIT.
013940     EXIT.
013950*
013960 6200-REPORT-REJECTED.
013970     MOVE SPACES TO MAINT-REPORT-LINE
013980     STRING "IDENT " MT-IDENT
013990             " ACTION " MT-ACTION
014000             " REJECTED - " WS-REJECT-REASON
014010         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
014020     WRITE MAINT-REPORT-LINE.
014030 6200-REPORT-REJECTED-EXIT.
014040     EXIT.
014050*
014060*------------------------------------------------------------*
014070*    6300 - ONE REPORT LINE PER DUAL-CONTROL EVENT (HELD,     *
014080*    APPROVED, REJECTED, EXPIRED, STILL PENDING)              *
014090*------------------------------------------------------------*
014100 6300-REPORT-PENDING.
014110     MOVE SPACES TO MAINT-REPORT-LINE
014120     STRING "IDENT " PN-IDENT
014130             " " PN-FIELD
014140             " " WS-PEND-EVENT
014150             " " WS-PEND-DETAIL
014160         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
014170     WRITE MAINT-REPORT-LINE.
014180 6300-REPORT-PENDING-EXIT.
014190     EXIT.
014200*
014210 6310-SET-PEND-SHOW.
014220     IF PN-FIELD = "HOURLYRATE"
014230         MOVE PN-NEW-RATE TO WS-RATE-EDIT
014240         MOVE WS-RATE-EDIT TO WS-PEND-SHOW
014250     ELSE
014260         MOVE PN-NEW-VALUE TO WS-PEND-SHOW
014270     END-IF.
014280 6310-SET-PEND-SHOW-EXIT.
014290     EXIT.
014300*
014310*------------------------------------------------------------*
014320*    7000-WRITE-AUDIT - APPEND A BEFORE/AFTER AUDIT RECORD    *
014330*------------------------------------------------------------*
014340 7000-WRITE-AUDIT.
014350     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
014360     ACCEPT WS-TS-TIME FROM TIME
014370     MOVE WS-AUDIT-IDENT TO AU-IDENT
014380     MOVE WS-AUDIT-FIELD TO AU-FIELD-NAME
014390     MOVE WS-AUDIT-OLD TO AU-OLD-VALUE
014400     MOVE WS-AUDIT-NEW TO AU-NEW-VALUE
014410     MOVE WS-TS-DATE TO AU-DATE
014420     MOVE WS-TS-TIME TO AU-TIME
014430     MOVE WS-JOB-ID TO AU-JOB-ID
014440     WRITE AUDIT-RECORD.
014450 7000-WRITE-AUDIT-EXIT.
014460     EXIT.
014470*
014480*------------------------------------------------------------*
014490*    8000-FINALIZE - CONTROL COUNTS THAT TIE TO THE INPUT     *
014500*------------------------------------------------------------*
014510 8000-FINALIZE.
014520     MOVE SPACES TO MAINT-REPORT-LINE
014530     STRING "TRANSACTIONS READ: " WS-TRANS-READ-COUNT
014540             "  APPLIED: " WS-APPLIED-COUNT
014550             "  REJECTED: " WS-REJECTED-COUNT
014560         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
014570     WRITE MAINT-REPORT-LINE
014580     ADD WS-APPLIED-COUNT WS-REJECTED-COUNT
014590         GIVING WS-TIE-COUNT
014600     MOVE SPACES TO MAINT-REPORT-LINE
014610     IF WS-TIE-COUNT = WS-TRANS-READ-COUNT
014620         MOVE "CONTROL COUNTS TIE" TO MAINT-REPORT-LINE
014630     ELSE
014640         MOVE "*** CONTROL COUNTS DO NOT TIE ***"
014650             TO MAINT-REPORT-LINE
014660     END-IF
014670     WRITE MAINT-REPORT-LINE
014680     MOVE SPACES TO MAINT-REPORT-LINE
014690     MOVE "CHANGES AWAITING APPROVAL:" TO MAINT-REPORT-LINE
014700     WRITE MAINT-REPORT-LINE
014710     MOVE "N" TO WS-PEND-EOF-SW
014720     MOVE LOW-VALUES TO PN-KEY
014730     START PENDING-CHANGE-FILE
014740         KEY IS NOT LESS THAN PN-KEY
014750         INVALID KEY
014760             SET PEND-EOF TO TRUE
014770     END-START
014780     IF NOT PEND-EOF
014790         PERFORM 1110-READ-NEXT-PENDING
014800             THRU 1110-READ-NEXT-PENDING-EXIT
014810     END-IF
014820     PERFORM 8100-LIST-ONE-PENDING
014830         THRU 8100-LIST-ONE-PENDING-EXIT
014840         UNTIL PEND-EOF
014850     MOVE SPACES TO MAINT-REPORT-LINE
014860     STRING "CHANGES HELD: " WS-PEND-HELD-COUNT
014870             "  APPROVED: " WS-PEND-APPROVED-COUNT
014880             "  REJECTED: " WS-PEND-REJECTED-COUNT
014890         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
014900     WRITE MAINT-REPORT-LINE
014910     MOVE SPACES TO MAINT-REPORT-LINE
014920     STRING "CHANGES EXPIRED: " WS-PEND-EXPIRED-COUNT
014930             "  DROPPED: " WS-PEND-DROPPED-COUNT
014940             "  STILL AWAITING APPROVAL: " WS-PEND-OPEN-COUNT
014950         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
014960     WRITE MAINT-REPORT-LINE
014970     CLOSE CUSTOMER-MASTER-FILE
014980           MAINT-TRANS-FILE
014990           MAINT-REPORT-FILE
015000           RATE-HISTORY-FILE
015010           PENDING-CHANGE-FILE
015020           AUDIT-LOG-FILE.
015030 8000-FINALIZE-EXIT.
015040     EXIT.
015050*
015060 8100-LIST-ONE-PENDING.
015070     ADD 1 TO WS-PEND-OPEN-COUNT
015080     PERFORM 6310-SET-PEND-SHOW
015090         THRU 6310-SET-PEND-SHOW-EXIT
015100     MOVE "PENDING" TO WS-PEND-EVENT
015110     MOVE SPACES TO WS-PEND-DETAIL
015120     STRING WS-PEND-SHOW " BY " PN-SUBMIT-OPER
015130             " EXP " PN-EXPIRE-DATE
015140         DELIMITED BY SIZE INTO WS-PEND-DETAIL
015150     PERFORM 6300-REPORT-PENDING
015160         THRU 6300-REPORT-PENDING-EXIT
015170     PERFORM 1110-READ-NEXT-PENDING
015180         THRU 1110-READ-NEXT-PENDING-EXIT.
015190 8100-LIST-ONE-PENDING-EXIT.
015200     EXIT.
