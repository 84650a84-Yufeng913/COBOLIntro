000010*****************************************************************
000020*
000030*   UPREC.CPY
000040*
000050*   STATE UNCLAIMED-PROPERTY REPORT RECORD, WRITTEN BY THE
000060*   ESCHEATMENT REPORT RUN (ESCHEAT) TO PAY.UNCLAIMED.REPORT.
000070*   THE FILE IS GROUPED BY THE STATE THE PROPERTY IS REPORTED
000080*   TO (THE OWNER'S LAST WORK STATE): PER STATE ONE H HOLDER
000090*   RECORD, ONE P PROPERTY RECORD PER ESCHEATED CHECK, AND ONE
000100*   T TOTAL RECORD.  THE PROPERTY TYPE IS MS01 (WAGES, PAYROLL,
000110*   SALARY); THE DATE OF LAST ACTIVITY IS THE CHECK'S PAY DATE.
000120*
000130*   MODIFICATION HISTORY
000140*   --------------------------------------------------------
000150*   2026-10-15  YFY  NEW.
000160*
000170*****************************************************************
000180 01  UNCLAIMED-PROPERTY-RECORD.
000190     05  UP-RECORD-TYPE          PIC X(01).
000200         88  UP-HOLDER-REC                  VALUE "H".
000210         88  UP-PROPERTY-REC                VALUE "P".
000220         88  UP-TOTAL-REC                   VALUE "T".
000230     05  UP-STATE                PIC X(02).
000240     05  UP-RECORD-DATA          PIC X(117).
000250     05  UP-HOLDER-DATA REDEFINES UP-RECORD-DATA.
000260         10  UP-HOLDER-EIN       PIC X(09).
000270         10  UP-HOLDER-NAME      PIC X(40).
000280         10  UP-REPORT-DATE      PIC 9(08).
000290         10  FILLER              PIC X(60).
000300     05  UP-PROPERTY-DATA REDEFINES UP-RECORD-DATA.
000310         10  UP-OWNER-SSN        PIC 9(09).
000320         10  UP-OWNER-NAME       PIC X(20).
000330         10  UP-OWNER-IDENT      PIC 9(03).
000340         10  UP-PROPERTY-TYPE    PIC X(04).
000350         10  UP-CHECK-NO         PIC 9(08).
000360         10  UP-LAST-ACTIVITY    PIC 9(08).
000370         10  UP-NOTICE-DATE      PIC 9(08).
000380         10  UP-AMOUNT           PIC 9(08)V99.
000390         10  FILLER              PIC X(47).
000400     05  UP-TOTAL-DATA REDEFINES UP-RECORD-DATA.
000410         10  UP-TOTAL-COUNT      PIC 9(07).
000420         10  UP-TOTAL-AMOUNT     PIC 9(10)V99.
000430         10  FILLER              PIC X(98).
