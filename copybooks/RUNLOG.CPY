000120*   MODIFICATION HISTORY
000130*   --------------------------------------------------------
000140*   2026-08-22  YFY  NEW.
000142*   2026-10-15  YFY  CARVED RL-PAY-GROUP OUT OF THE FILLER - THE
000144*                    PAY GROUP A PAYROLL OR TIMECARD RUN ACTED
000146*                    ON; SPACES FROM EVERY OTHER PROGRAM.
000148*                    RECORD LENGTH IS UNCHANGED.
000150*
000160*****************************************************************
000170 01  RUN-LOG-RECORD.
000260     05  RL-RECORDS-WRITTEN      PIC 9(07).
000270     05  RL-EXCEPTION-COUNT      PIC 9(07).
000280     05  RL-FINAL-STATUS         PIC X(04).
000285     05  RL-PAY-GROUP            PIC X(01).
000290     05  FILLER                  PIC X(09).
