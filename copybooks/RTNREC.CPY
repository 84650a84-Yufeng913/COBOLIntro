000010*****************************************************************
000020*
000030*   RTNREC.CPY
000040*
000050*   BANK ACH RETURN / NOTIFICATION-OF-CHANGE RECORD.  ONE
000060*   RECORD PER ITEM THE BANK SENDS BACK AGAINST A DEPOSIT OR
000070*   PRENOTE FROM AN ACHDEP GENERATION, IDENTIFIED THE WAY THE
000080*   DEPOSIT WENT OUT - IDENT, AMOUNT AND PAY DATE.  ENTRY TYPE
000090*   R IS A RETURN (ACCOUNT CLOSED, INVALID ACCOUNT, ETC. - THE
000100*   MONEY CAME BACK); N IS A NOC, WHICH CARRIES THE CORRECTED
000110*   ROUTING AND/OR ACCOUNT NUMBER (BLANK WHERE THE BANK DID
000120*   NOT CORRECT IT).  RN-REASON-CODE IS THE BANK'S RETURN OR
000130*   CHANGE CODE (R01, R03, C01, C02 ...), CARRIED THROUGH TO
000140*   THE RETURNS REGISTER AND THE AUDIT LOG AS SENT.
000150*
000160*   MODIFICATION HISTORY
000170*   --------------------------------------------------------
000180*   2026-10-15  YFY  NEW.
000190*
000200*****************************************************************
000210 01  ACH-RETURN-RECORD.
000220     05  RN-ENTRY-TYPE           PIC X(01).
000230         88  RN-RETURN                      VALUE "R".
000240         88  RN-NOC                         VALUE "N".
000250     05  RN-REASON-CODE          PIC X(03).
000260     05  RN-IDENT                PIC 9(03).
000270     05  RN-AMOUNT               PIC 9(06)V99.
000280     05  RN-PAY-DATE             PIC 9(08).
000290     05  RN-NEW-ROUTING          PIC X(09).
000300     05  RN-NEW-ACCOUNT          PIC X(17).
000310     05  FILLER                  PIC X(10).
