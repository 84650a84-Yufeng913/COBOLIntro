000170*   MODIFICATION HISTORY
000180*   --------------------------------------------------------
000190*   2026-09-02  YFY  NEW.
000192*   2026-10-15  YFY  CARVED DE-CASE-NO OUT OF THE FILLER - THE
000194*                    COURT OR AGENCY CASE NUMBER ON A
000196*                    GARNISHMENT, WHICH PICKS THE PAYEE THE
000197*                    REMITTANCE RUN (REMIT) SENDS THE MONEY TO.
000198*                    SPACES ON A VOLUNTARY DEDUCTION.  RECORD
000199*                    LENGTH IS UNCHANGED.
000200*
000210*****************************************************************
000220 01  DEDUCT-MASTER-RECORD.
000350     05  DE-GOAL-AMOUNT          PIC 9(07)V99.
000360     05  DE-TAKEN-TO-DATE        PIC 9(07)V99.
000370     05  DE-ARREARS              PIC 9(05)V99.
000375     05  DE-CASE-NO              PIC X(08).
000380     05  FILLER                  PIC X(02).
