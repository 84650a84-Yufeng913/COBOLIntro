000140*   MODIFICATION HISTORY
000150*   --------------------------------------------------------
000160*   2026-09-02  YFY  NEW.
000162*   2026-10-15  YFY  CARVED GL-PAY-GROUP OUT OF THE FILLER - THE
000164*                    PAY GROUP OF THE PAYROLL RUN THAT POSTED
000166*                    THE RECORD, SO TWO GROUPS PAID THE SAME
000167*                    DAY POST SEPARATELY.  SPACES FROM
000168*                    OFF-CYCLE AND REMITTANCE POSTINGS.  RECORD
000169*                    LENGTH IS UNCHANGED.
000171*   2026-10-15  YFY  CARVED GL-RUN-NUMBER OUT OF THE FILLER - THE
000172*                    RUN NUMBER OF THE PAYROLL OR FINAL PAY RUN
000173*                    THAT POSTED THE RECORD, SO REMIT CAN FIND
000174*                    THAT RUN'S DEDUCTIONS-PAYABLE CREDIT AMONG
000175*                    ALL THE GENERATIONS.  SPACES FROM THE OTHER
000176*                    POSTING JOBS.  RECORD LENGTH IS UNCHANGED.
000177*
000180*****************************************************************
000190 01  GL-POSTING-RECORD.
000200     05  GL-ACCOUNT              PIC X(08).
000250     05  GL-AMOUNT               PIC 9(08)V99.
000260     05  GL-DESC                 PIC X(20).
000270     05  GL-PAY-DATE             PIC 9(08).
000275     05  GL-PAY-GROUP            PIC X(01).
000277     05  GL-RUN-NUMBER           PIC X(04).
000280     05  FILLER                  PIC X(05).
