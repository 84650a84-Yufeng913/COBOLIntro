000010*****************************************************************
000020*
000030*   Q941REC.CPY
000040*
000050*   QUARTERLY 941 HISTORY.  EVERY YTDRPT RUN APPENDS ONE RECORD
000060*   (PAY.Q941.HISTORY) CARRYING THE QUARTER-TO-DATE TOTALS IT
000070*   PRINTED ON THE 941 SUMMARY FOR THE NEWEST YEAR/QUARTER ON
000080*   THE YTD MASTER.  YTDRPT MAY RUN MORE THAN ONCE IN A
000090*   QUARTER - THE LAST RECORD FOR A YEAR/QUARTER IS THE ONE
000100*   FILED.  THE YEAR-END W-2 RUN (W2RPT) RECONCILES THE W-2
000110*   TOTALS TO THE FOUR QUARTERS ON THIS FILE.  Q9-SS-TAX AND
000120*   Q9-MED-TAX ARE THE EMPLOYEE SHARE (W-2 BOXES 4 AND 6); THE
000130*   EMPLOYER SHARE IS CARRIED SEPARATELY.
000140*
000150*   MODIFICATION HISTORY
000160*   --------------------------------------------------------
000170*   2026-10-15  YFY  NEW.
000180*
000190*****************************************************************
000200 01  Q941-HISTORY-RECORD.
000210     05  Q9-YEAR                 PIC 9(04).
000220     05  Q9-QUARTER              PIC 9(01).
000230     05  Q9-RUN-DATE             PIC 9(08).
000240     05  Q9-EMP-COUNT            PIC 9(05).
000250     05  Q9-WAGES                PIC 9(10)V99.
000260     05  Q9-FED-TAX              PIC 9(10)V99.
000270     05  Q9-SS-WAGES             PIC 9(10)V99.
000280     05  Q9-SS-TAX               PIC 9(10)V99.
000290     05  Q9-MED-WAGES            PIC 9(10)V99.
000300     05  Q9-MED-TAX              PIC 9(10)V99.
000310     05  Q9-ER-SS-TAX            PIC 9(10)V99.
000320     05  Q9-ER-MED-TAX           PIC 9(10)V99.
000330     05  Q9-STATE-TAX            PIC 9(10)V99.
000340     05  FILLER                  PIC X(10).
