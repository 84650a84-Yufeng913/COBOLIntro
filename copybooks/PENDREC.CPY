000010*****************************************************************
000020*
000030*   PENDREC.CPY
000040*
000050*   PENDING MASTER CHANGE, KEYED ON IDENT PLUS FIELD NAME.  A
000060*   CUSTMNT CHANGE TO A DUAL-CONTROL FIELD (BANKROUTING,
000070*   BANKACCOUNT, PAYMETHOD, HOURLYRATE) IS HELD HERE INSTEAD OF
000080*   BEING APPLIED, WITH THE OPERATOR WHO KEYED IT.  IT IS
000090*   APPLIED ONLY WHEN AN APPROVAL TRANSACTION FROM A DIFFERENT
000100*   OPERATOR ARRIVES BEFORE PN-EXPIRE-DATE; A REJECTION, AN
000110*   APPROVAL OR AN EXPIRY REMOVES THE RECORD, SO THE FILE HOLDS
000120*   ONLY WHAT IS STILL WAITING.  THE AUDIT LOG KEEPS THE HISTORY.
000130*   PN-NEW-VALUE IS THE REQUESTED VALUE IN THE TRANSACTION'S
000140*   OWN FORM (ROUTING, ACCOUNT, METHOD CODE OR RATE);
000150*   PN-OLD-VALUE IS THE MASTER VALUE WHEN KEYED, FOR THE REPORT.
000160*
000170*   MODIFICATION HISTORY
000180*   --------------------------------------------------------
000190*   2026-10-15  YFY  NEW.
000200*
000210*****************************************************************
000220 01  PENDING-CHANGE-RECORD.
000230     05  PN-KEY.
000240         10  PN-IDENT            PIC 9(03).
000250         10  PN-FIELD            PIC X(12).
000260     05  PN-NEW-VALUE            PIC X(17).
000270     05  PN-NEW-RATE-R REDEFINES PN-NEW-VALUE.
000280         10  PN-NEW-RATE         PIC 9(03)V99.
000290         10  FILLER              PIC X(12).
000300     05  PN-RATE-EFF-DATE        PIC X(08).
000310     05  PN-OLD-VALUE            PIC X(20).
000320     05  PN-SUBMIT-OPER          PIC X(08).
000330     05  PN-SUBMIT-DATE          PIC 9(08).
000340     05  PN-SUBMIT-JOB           PIC X(08).
000350     05  PN-EXPIRE-DATE          PIC 9(08).
000360     05  FILLER                  PIC X(20).
