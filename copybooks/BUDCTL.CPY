000010*****************************************************************
000020*
000030*   BUDCTL.CPY
000040*
000050*   BUDGET-VARIANCE RUN-CONTROL CARD (BUDVAR), READ ONCE AT
000060*   START OF RUN.  THE FROM/THRU DATES (YYYYMMDD, INCLUSIVE)
000070*   ARE THE CURRENT PERIOD; MONTH-TO-DATE RUNS FROM THE FIRST
000080*   OF THE THRU DATE'S MONTH AND YEAR-TO-DATE FROM JANUARY 1
000090*   OF ITS YEAR, BOTH THROUGH THE THRU DATE.  THE TOLERANCE IS
000100*   THE PERCENT OVER BUDGET (99.9, ONE DECIMAL, NO POINT) A
000110*   DEPARTMENT MAY RUN BEFORE IT IS FLAGGED; BLANK = 5.0.
000120*
000130*   MODIFICATION HISTORY
000140*   --------------------------------------------------------
000150*   2026-10-15  YFY  NEW.
000160*
000170*****************************************************************
000180 01  BUDGET-CONTROL-CARD.
000190     05  BC-PERIOD-FROM          PIC X(08).
000200     05  BC-PERIOD-THRU          PIC X(08).
000210     05  BC-TOLERANCE            PIC X(03).
000220     05  BC-TOLERANCE-N REDEFINES BC-TOLERANCE
000230                                 PIC 9(02)V9.
000240     05  FILLER                  PIC X(61).
