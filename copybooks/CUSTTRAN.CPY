000110*   --------------------------------------------------------
000120*   2026-08-22  YFY  NEW.
000130*   2026-08-22  YFY  CARVED MT-EMP-STATUS/MT-STATUS-DATE OUT OF
000134*                    THE FILLER SO A CHANGE TRANSACTION CAN SET
000138*                    THE EMPLOYEE STATUS (A/L/T) AND ITS
000142*                    EFFECTIVE DATE; SPACE LEAVES THE STATUS
000146*                    AS IS.  RECORD LENGTH IS UNCHANGED.
000150*   2026-08-22  YFY  CARVED MT-FILING-STATUS OUT OF THE LAST
000154*                    FILLER BYTE SO ADDS AND CHANGES CAN SET
000158*                    THE FILING STATUS (S/M) THE TAX-TABLE
000162*                    BRACKETS KEY ON; SPACE LEAVES IT AS IS.
000166*                    RECORD LENGTH IS UNCHANGED.
000170*   2026-09-02  YFY  EXTENDED WITH THE DIRECT-DEPOSIT FIELDS:
000174*                    MT-PAY-METHOD (C/A - SPACE LEAVES IT AS
000178*                    IS), MT-BANK-ROUTING, MT-BANK-ACCOUNT.  A
000182*                    NEW OR CHANGED BANK ACCOUNT RESETS THE
000186*                    MASTER PrenoteDate TO ZERO SO THE NEXT
000190*                    FINAL PAYROLL RUN PRENOTES IT BEFORE ANY
000194*                    LIVE DEPOSIT GOES TO THE BANK.
000198*   2026-09-02  YFY  ADDED MT-DEPT-CODE SO ADDS AND CHANGES CAN
000202*                    SET THE DEPARTMENT THE EMPLOYEE'S LABOR
000206*                    COST IS CHARGED TO; SPACES LEAVES IT AS IS.
000210*   2026-09-02  YFY  ADDED MT-WORK-STATE SO ADDS AND CHANGES CAN
000214*                    SET THE WORK-STATE CODE STATE WITHHOLDING
000218*                    KEYS ON; SPACES LEAVES IT AS IS.
000222*   2026-10-15  YFY  ADDED MT-RATE-EFF-DATE - THE DATE A NEW
000226*                    MT-HOURLY-RATE TAKES EFFECT (YYYYMMDD).
000230*                    SPACES MEANS "AS OF TODAY"; A FUTURE DATE
000234*                    IS HELD ON THE RATE HISTORY (RATEHIST)
000238*                    FOR PAYROLL TO PICK UP IN THAT PERIOD, A
000242*                    PAST DATE LEAVES RETROPAY TO MAKE UP THE
000246*                    POSTED PERIODS SINCE.  RECORD GROWS BY 8.
000250*   2026-10-15  YFY  ADDED MT-OPERATOR-ID (THE OPERATOR KEYING
000254*                    THE TRANSACTION) AND TWO ACTIONS FOR DUAL
000258*                    CONTROL: V APPROVES AND R REJECTS A
000262*                    PENDING CHANGE TO MT-IDENT'S MT-PEND-FIELD
000266*                    (BANKROUTING, BANKACCOUNT, PAYMETHOD OR
000270*                    HOURLYRATE; SPACES MEANS EVERY CHANGE
000274*                    PENDING FOR THE IDENT).  RECORD GROWS BY 20.
000278*   2026-10-15  YFY  ADDED MT-PAY-GROUP - THE PAY GROUP (PAY
000282*                    FREQUENCY) THE EMPLOYEE IS PAID IN.  SPACE
000286*                    IS THE WEEKLY GROUP ON AN ADD AND LEAVES
000290*                    THE GROUP AS IS ON A CHANGE.  RECORD GROWS
000294*                    BY 1.
000298*   2026-10-15  YFY  ADDED MT-SSN - THE EMPLOYEE'S SOCIAL
000300*                    SECURITY NUMBER (NINE DIGITS, NO DASHES).
000302*                    SPACES LEAVES IT AS IS ON A CHANGE AND
000304*                    LEAVES IT NOT ON FILE ON AN ADD.  RECORD
000306*                    GROWS BY 9.
000308*
000315*****************************************************************
000320 01  MAINT-TRANSACTION.
000330     05  MT-ACTION               PIC X(01).
000340         88  MT-ADD                         VALUE "A".
000350         88  MT-CHANGE                      VALUE "C".
000360         88  MT-DELETE                      VALUE "D".
000361         88  MT-APPROVE                     VALUE "V".
000362         88  MT-REJECT                      VALUE "R".
000370     05  MT-IDENT                PIC 9(03).
000380     05  MT-CUST-NAME            PIC X(20).
000390     05  MT-DATE-OF-BIRTH.
000500     05  MT-BANK-ACCOUNT         PIC X(17).
000510     05  MT-DEPT-CODE            PIC X(04).
000520     05  MT-WORK-STATE           PIC X(02).
000530     05  MT-RATE-EFF-DATE        PIC X(08).
000540     05  MT-OPERATOR-ID          PIC X(08).
000550     05  MT-PEND-FIELD           PIC X(12).
000560     05  MT-PAY-GROUP            PIC X(01).
000570     05  MT-SSN                  PIC X(09).
