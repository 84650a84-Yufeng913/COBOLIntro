000010*****************************************************************
000020*
000030*   RATEHIST.CPY
000040*
000050*   PAY-RATE HISTORY MASTER, KEYED ON IDENT + EFFECTIVE DATE,
000060*   ONE RECORD PER HourlyRate AN EMPLOYEE HAS HAD OR IS GOING
000070*   TO HAVE.  CUSTMNT WRITES A RECORD FOR EVERY RATE CHANGE
000080*   (THE EFFECTIVE DATE PUNCHED ON THE CARD, OR THE DAY IT WAS
000090*   KEYED WHEN NONE IS PUNCHED).  THE PAYROLL RUN PAYS EACH
000100*   PERIOD AT THE LATEST RATE EFFECTIVE ON OR BEFORE THE
000110*   PERIOD-END DATE, SO A FUTURE-DATED RAISE TAKES EFFECT IN
000120*   THE RIGHT PERCAL PERIOD ON ITS OWN; RETROPAY USES THE SAME
000130*   RULE TO FIND THE RATE A POSTED PERIOD SHOULD HAVE BEEN PAID.
000140*
000150*   MODIFICATION HISTORY
000160*   --------------------------------------------------------
000170*   2026-10-15  YFY  NEW.
000180*
000190*****************************************************************
000200 01  RATE-HISTORY-RECORD.
000210     05  RH-KEY.
000220         10  RH-IDENT            PIC 9(03).
000230         10  RH-EFFECTIVE-DATE   PIC 9(08).
000240     05  RH-HOURLY-RATE          PIC 9(03)V99.
000250     05  RH-ENTERED-DATE         PIC 9(08).
000260     05  RH-ENTERED-JOB          PIC X(08).
000270     05  FILLER                  PIC X(10).
