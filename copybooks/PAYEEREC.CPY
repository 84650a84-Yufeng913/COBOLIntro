000010*****************************************************************
000020*
000030*   PAYEEREC.CPY
000040*
000050*   DEDUCTION PAYEE MASTER, KEYED ON DEDUCTION CODE PLUS CASE
000060*   NUMBER.  A VOLUNTARY DEDUCTION'S PAYEE (401K TRUSTEE,
000070*   INSURANCE CARRIER) IS KEYED WITH A BLANK CASE NUMBER; A
000080*   GARNISHMENT'S COURT OR AGENCY IS KEYED ON THE CASE NUMBER
000090*   CARRIED ON THE DEDUCTION MASTER, AND A BLANK-CASE RECORD
000100*   UNDER THE SAME CODE CATCHES EVERY CASE THAT HAS NO PAYEE
000110*   OF ITS OWN (E.G. ONE STATE DISBURSEMENT UNIT).  THE
000120*   REMITTANCE RUN PAYS EACH PAYEE BY CHECK (C) OR ACH (A) TO
000130*   PY-ROUTING/PY-ACCOUNT, AND STAMPS PY-LAST-PAY-DATE/
000140*   PY-LAST-RUN-NO/PY-LAST-PAY-GROUP WITH THE PAYROLL RUN IT
000150*   REMITTED SO THE SAME RUN IS NEVER REMITTED TWICE.  TWO PAY
000155*   GROUPS PAID ON ONE DATE MAY BOTH BE RUN 0001, SO THE GROUP
000157*   IS PART OF THE STAMP.
000160*
000170*   MODIFICATION HISTORY
000180*   --------------------------------------------------------
000190*   2026-10-15  YFY  NEW.
000200*
000210*****************************************************************
000220 01  PAYEE-MASTER-RECORD.
000230     05  PY-KEY.
000240         10  PY-DED-CODE         PIC X(03).
000250         10  PY-CASE-NO          PIC X(08).
000260     05  PY-NAME                 PIC X(30).
000270     05  PY-ADDRESS              PIC X(30).
000280     05  PY-CITY-STATE-ZIP       PIC X(30).
000290     05  PY-PAY-METHOD           PIC X(01).
000300         88  PY-PAY-BY-CHECK                VALUE "C".
000310         88  PY-PAY-BY-ACH                  VALUE "A".
000320     05  PY-ROUTING              PIC 9(09).
000330     05  PY-ACCOUNT              PIC X(17).
000340     05  PY-LAST-PAY-DATE        PIC 9(08).
000350     05  PY-LAST-RUN-NO          PIC X(04).
000355     05  PY-LAST-PAY-GROUP       PIC X(01).
000360     05  FILLER                  PIC X(29).
