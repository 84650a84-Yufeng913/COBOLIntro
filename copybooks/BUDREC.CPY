000010*****************************************************************
000020*
000030*   BUDREC.CPY
000040*
000050*   DEPARTMENT LABOR BUDGET (PAY.DEPT.BUDGET), MAINTAINED BY
000060*   FINANCE AND READ BY THE BUDGET-VARIANCE REPORT (BUDVAR).
000070*   ONE RECORD PER DeptCode PER BUDGET PERIOD, IN DeptCode
000080*   SEQUENCE: THE BUDGETED GROSS LABOR AND HOURS FOR THE
000090*   PERIOD ENDING BG-PERIOD-END.  A DEPARTMENT MAY BE BUDGETED
000100*   BY PAY PERIOD (THE PERIOD-END DATE) OR BY MONTH (THE LAST
000110*   DAY OF THE MONTH); THE REPORT COUNTS A LINE IN EVERY
000120*   COLUMN (PERIOD, MONTH-TO-DATE, YEAR-TO-DATE) WHOSE DATE
000130*   RANGE HOLDS ITS END DATE.
000140*
000150*   MODIFICATION HISTORY
000160*   --------------------------------------------------------
000170*   2026-10-15  YFY  NEW.
000180*
000190*****************************************************************
000200 01  DEPT-BUDGET-RECORD.
000210     05  BG-DEPT-CODE            PIC X(04).
000220     05  BG-PERIOD-END           PIC 9(08).
000230     05  BG-PERIOD-END-R REDEFINES BG-PERIOD-END.
000240         10  BG-END-YEAR         PIC 9(04).
000250         10  BG-END-MMDD         PIC 9(04).
000260     05  BG-GROSS                PIC 9(08)V99.
000270     05  BG-HOURS                PIC 9(06)V99.
000280     05  FILLER                  PIC X(10).
