000010*****************************************************************
000020*
000030*   PRFTOT.CPY
000040*
000050*   PAYROLL RUN CONTROL TOTALS.  EVERY PAYROLL RUN WRITES ONE
000060*   RECORD (NEXT GENERATION OF PAY.PAYROLL.TOTALS) CARRYING THE
000070*   PAY REGISTER GRAND TOTALS, THE CHECK AND DEPOSIT TOTALS,
000080*   THE CHECK-NUMBER RANGE THE RUN CUT, AND WHETHER THE PERIOD
000090*   WAS ALREADY POSTED WHEN THE RUN STARTED.  THE PAYROLL PROOF
000100*   (PAYPROOF) TIES THE RUN'S FILES BACK TO THESE FIGURES.
000110*   PT-PRIOR-POST-RUN IS SPACES UNLESS A FINAL RUN WAS LET
000120*   THROUGH ON A PERIOD ALREADY POSTED (SUPERVISOR OVERRIDE).
000130*   NO CHECKS CUT LEAVES PT-FIRST-CHECK-NO ONE PAST
000140*   PT-LAST-CHECK-NO.
000150*
000160*   MODIFICATION HISTORY
000170*   --------------------------------------------------------
000180*   2026-10-15  YFY  NEW.
000190*
000200*****************************************************************
000210 01  PAYROLL-TOTALS-RECORD.
000220     05  PT-RUN-MODE             PIC X(05).
000230         88  PT-TRIAL                       VALUE "TRIAL".
000240         88  PT-FINAL                       VALUE "FINAL".
000250     05  PT-RUN-NUMBER           PIC X(04).
000260     05  PT-PAY-GROUP            PIC X(01).
000270     05  PT-PAY-DATE             PIC 9(08).
000280     05  PT-PRIOR-POST-RUN       PIC X(04).
000290     05  PT-PRIOR-POST-DATE      PIC 9(08).
000300     05  PT-EMP-PAID             PIC 9(05).
000310     05  PT-GROSS                PIC 9(08)V99.
000320     05  PT-FED-TAX              PIC 9(08)V99.
000330     05  PT-FICA                 PIC 9(08)V99.
000340     05  PT-STATE-TAX            PIC 9(08)V99.
000350     05  PT-DEDUCTIONS           PIC 9(08)V99.
000360     05  PT-NET                  PIC 9(08)V99.
000370     05  PT-ER-FICA              PIC 9(08)V99.
000380     05  PT-FUTA                 PIC 9(08)V99.
000390     05  PT-SUTA                 PIC 9(08)V99.
000400     05  PT-FIRST-CHECK-NO       PIC 9(08).
000410     05  PT-LAST-CHECK-NO        PIC 9(08).
000420     05  PT-CHECK-COUNT          PIC 9(05).
000430     05  PT-CHECK-NET            PIC 9(08)V99.
000440     05  PT-ACH-COUNT            PIC 9(05).
000450     05  PT-ACH-NET              PIC 9(08)V99.
000460     05  FILLER                  PIC X(09).
