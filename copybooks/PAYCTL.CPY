000160*   MODIFICATION HISTORY
000170*   --------------------------------------------------------
000180*   2026-08-22  YFY  NEW.
000181*   2026-09-02  YFY  CARVED PC-OVERRIDE OUT OF THE FILLER: A
000182*                    FINAL RUN AGAINST A PERIOD THE CALENDAR
000183*                    (PERCAL) ALREADY SHOWS POSTED REFUSES TO
000184*                    START UNLESS Y IS PUNCHED HERE BY THE
000185*                    SUPERVISOR.  RECORD LENGTH IS UNCHANGED.
000186*   2026-10-15  YFY  CARVED PC-PAY-GROUP OUT OF THE FILLER - THE
000187*                    PAY GROUP THIS RUN PAYS (COLUMN 19).  ONLY
000188*                    THAT GROUP'S EMPLOYEES ARE PAID AND ONLY
000189*                    THAT GROUP'S CALENDAR IS CHECKED AND
000190*                    POSTED.  SPACE IS THE ORIGINAL WEEKLY
000191*                    GROUP.  RECORD LENGTH IS UNCHANGED.
000192*
000200*****************************************************************
000210 01  PAY-CONTROL-CARD.
000220     05  PC-PERIOD-END-DATE      PIC X(08).
000260     05  PC-RUN-NUMBER           PIC X(04).
000270     05  PC-OVERRIDE             PIC X(01).
000280         88  PC-SUPV-OVERRIDE               VALUE "Y".
000285     05  PC-PAY-GROUP            PIC X(01).
000290     05  FILLER                  PIC X(08).
