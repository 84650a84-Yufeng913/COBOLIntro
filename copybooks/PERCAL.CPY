000020*
000030*   PERCAL.CPY
000040*
000050*   PAY-PERIOD CALENDAR RECORD, KEYED ON THE PAY GROUP AND THE
000055*   PERIOD-END DATE, ONE RECORD PER PERIOD IN THE YEAR FOR EACH
000060*   PAY GROUP (LOADED BY DATA CONTROL AT YEAR-END).  EACH
000065*   RECORD CARRIES ITS GROUP'S PAY FREQUENCY AS PERIODS PER
000067*   YEAR (52 WEEKLY, 26 BI-WEEKLY, 24 SEMI-MONTHLY, 12
000068*   MONTHLY).  THE PAYROLL RUN VALIDATES THE PAYCTL
000080*   PERIOD-END DATE AGAINST THIS FILE AND MARKS THE PERIOD
000090*   POSTED WHEN A FINAL RUN COMPLETES, SO A SECOND FINAL RUN
000100*   AGAINST THE SAME PERIOD REFUSES TO START UNLESS THE
000130*   MODIFICATION HISTORY
000140*   --------------------------------------------------------
000150*   2026-09-02  YFY  NEW.
000152*   2026-10-15  YFY  ONE CALENDAR PER PAY GROUP: PD-PAY-GROUP
000153*                    ADDED IN FRONT OF THE PERIOD-END DATE AND
000154*                    THE KEY IS NOW PD-KEY (GROUP + DATE).
000155*                    PD-PERIODS-PER-YEAR CARVED OUT OF THE
000156*                    FILLER; ZERO OR BLANK IS TAKEN AS 52.  THE
000157*                    FILE IS RELOADED WITH THE GROUP IN COLUMN 1
000158*                    (SPACE FOR THE ORIGINAL WEEKLY GROUP).
000159*                    RECORD LENGTH IS UNCHANGED.
000160*
000170*****************************************************************
000180 01  PERIOD-CALENDAR-RECORD.
000185     05  PD-KEY.
000187         10  PD-PAY-GROUP        PIC X(01).
000190         10  PD-PERIOD-END-DATE  PIC 9(08).
000200     05  PD-STATUS               PIC X(01).
000210         88  PD-OPEN                        VALUE "O".
000220         88  PD-POSTED                      VALUE "P".
000230     05  PD-POSTED-DATE          PIC 9(08).
000240     05  PD-POSTED-RUN           PIC X(04).
000245     05  PD-PERIODS-PER-YEAR     PIC 9(02).
000250     05  FILLER                  PIC X(07).
