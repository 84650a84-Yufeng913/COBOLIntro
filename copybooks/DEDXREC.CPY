000010*****************************************************************
000020*
000030*   DEDXREC.CPY
000040*
000050*   DEDUCTION REMITTANCE EXTRACT RECORD.  EVERY FINAL PAYROLL
000060*   RUN WRITES ONE RECORD PER DEDUCTION ACTUALLY TAKEN (NEXT
000070*   GENERATION OF PAY.DED.EXTRACT), CARRYING THE PAYEE KEY -
000080*   DEDUCTION CODE PLUS, ON A GARNISHMENT, THE CASE NUMBER -
000090*   THE EMPLOYEE AND THE AMOUNT.  THE RECORDS TOTAL TO THE
000100*   DEDUCTIONS-PAYABLE CREDIT THE SAME RUN PUTS ON GLPOST.
000105*   THE PAY DATE, RUN NUMBER AND PAY GROUP TOGETHER NAME THE
000107*   PAYROLL RUN THE DEDUCTION WAS TAKEN IN (THE PAY GROUP IS
000108*   SPACE FROM A FINAL PAY RUN), THE SAME THREE FIELDS THAT
000109*   RUN PUTS ON ITS GLPOST RECORDS.
000110*   SORTED ON PAYEE KEY/IDENT (1,11 / 12,3) THEY DRIVE THE
000120*   REMITTANCE RUN (REMIT).
000130*
000140*   MODIFICATION HISTORY
000150*   --------------------------------------------------------
000160*   2026-10-15  YFY  NEW.
000170*
000180*****************************************************************
000190 01  DEDUCTION-EXTRACT-RECORD.
000200     05  DX-PAYEE-KEY.
000210         10  DX-DED-CODE         PIC X(03).
000220         10  DX-CASE-NO          PIC X(08).
000230     05  DX-IDENT                PIC 9(03).
000240     05  DX-NAME                 PIC X(20).
000250     05  DX-CLASS                PIC X(01).
000260     05  DX-AMOUNT               PIC 9(05)V99.
000270     05  DX-PAY-DATE             PIC 9(08).
000280     05  DX-RUN-NUMBER           PIC X(04).
000285     05  DX-PAY-GROUP            PIC X(01).
000290     05  FILLER                  PIC X(09).
