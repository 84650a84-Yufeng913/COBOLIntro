000010*****************************************************************
000020*
000030*   ACHRHIST.CPY
000040*
000050*   ACH RETURN HISTORY MASTER, KEYED ON THE DEPOSIT AN ITEM
000060*   WAS MATCHED TO (IDENT, PAY DATE, AMOUNT) PLUS THE ITEM'S
000070*   ENTRY TYPE.  ACHRTN WRITES ONE RECORD FOR EVERY RETURN OR
000080*   NOC IT ACTS ON, SO A RETURN FILE FED IN TWICE (OR A BANK
000090*   THAT RESENDS AN ITEM) IS REPORTED AS ALREADY PROCESSED
000100*   INSTEAD OF CUTTING A SECOND REPLACEMENT CHECK.
000110*   AH-CHECK-NO IS THE REPLACEMENT CHECK CUT FOR A RETURN
000120*   (ZERO FOR A NOC OR A RETURNED PRENOTE).
000130*
000140*   MODIFICATION HISTORY
000150*   --------------------------------------------------------
000160*   2026-10-15  YFY  NEW.
000170*
000180*****************************************************************
000190 01  ACH-RETURN-HISTORY-RECORD.
000200     05  AH-KEY.
000210         10  AH-IDENT            PIC 9(03).
000220         10  AH-PAY-DATE         PIC 9(08).
000230         10  AH-AMOUNT           PIC 9(06)V99.
000240         10  AH-ENTRY-TYPE       PIC X(01).
000250     05  AH-REASON-CODE          PIC X(03).
000260     05  AH-PROCESSED-DATE       PIC 9(08).
000270     05  AH-CHECK-NO             PIC 9(08).
000280     05  AH-JOB-ID               PIC X(08).
000290     05  FILLER                  PIC X(10).
