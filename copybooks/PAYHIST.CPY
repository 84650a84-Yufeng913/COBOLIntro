000010*****************************************************************
000020*
000030*   PAYHIST.CPY
000040*
000050*   PER-PERIOD PAY HISTORY RECORD, APPENDED TO PAY.PAY.HISTORY.
000060*   EVERY FINAL PAYROLL RUN WRITES ONE P RECORD PER PAID
000070*   EMPLOYEE CARRYING THE RATE PAID AND THE HOURS SPLIT FOR
000080*   THE PERIOD - THE FIGURES HoursWorked AND HourlyRate NO
000090*   LONGER HOLD ONCE THE NEXT PERIOD POSTS.  EVERY FINAL
000100*   RETROPAY RUN WRITES ONE R RECORD PER PERIOD IT MAKES UP,
000110*   CARRYING THE RATE THE PERIOD HAS NOW BEEN PAID AT AND THE
000120*   DIFFERENCE PAID (PH-GROSS), SO A LATER RETRO RUN PAYS ONLY
000130*   WHAT IS STILL OWED.  SORTED ON IDENT/PERIOD/TYPE/PAY DATE
000140*   (1,3 / 4,8 / 12,1 / 41,8) THE LAST RECORD OF A PERIOD
000150*   CARRIES ITS CURRENT RATE.  THE FINAL-PAY RUN (FINALPAY)
000151*   ALSO WRITES A P RECORD FOR THE LAST PERIOD'S HOURS IT PAYS
000152*   A TERMINATED EMPLOYEE; THE VACATION PAYOUT IS NOT PERIOD
000153*   PAY AND HAS NO RECORD.
000160*
000170*   MODIFICATION HISTORY
000180*   --------------------------------------------------------
000190*   2026-10-15  YFY  NEW.
000191*   2026-10-15  YFY  FINALPAY WRITES P RECORDS (SEE ABOVE).
000200*
000210*****************************************************************
000220 01  PAY-HISTORY-RECORD.
000230     05  PH-IDENT                PIC 9(03).
000240     05  PH-PERIOD-END-DATE      PIC 9(08).
000250     05  PH-ENTRY-TYPE           PIC X(01).
000260         88  PH-PAY-RUN                     VALUE "P".
000270         88  PH-RETRO                       VALUE "R".
000280     05  PH-HOURLY-RATE          PIC 9(03)V99.
000290     05  PH-REG-HOURS            PIC 9(03)V99.
000300     05  PH-OT-HOURS             PIC 9(03)V99.
000310     05  PH-LEAVE-HOURS          PIC 9(03)V99.
000320     05  PH-GROSS                PIC 9(06)V99.
000330     05  PH-PAY-DATE             PIC 9(08).
000340     05  PH-RUN-NUMBER           PIC X(04).
000350     05  PH-DEPT-CODE            PIC X(04).
000360     05  FILLER                  PIC X(10).
