000140*   MODIFICATION HISTORY
000150*   --------------------------------------------------------
000160*   2026-08-22  YFY  NEW.
000162*   2026-09-02  YFY  CARVED CH-CLEAR-DATE OUT OF THE FILLER AND
000164*                    ADDED STATUS C FOR THE MONTHLY BANK
000166*                    RECONCILIATION.  RECORD LENGTH IS
000168*                    UNCHANGED.
000170*   2026-09-02  YFY  CARVED CH-REVERSED-FLAG OUT OF THE FILLER -
000172*                    PAYADJ SETS IT R WHEN A VOIDED CHECK'S
000174*                    EARNINGS HAVE BEEN BACKED OUT OF THE YTD
000176*                    MASTER, SO RERUNNING THE SAME REVERSAL
000178*                    CARD (OR RESUBMITTING AN OLD DECK) REJECTS
000180*                    INSTEAD OF POSTING THE BACK-OUT TWICE.
000182*                    RECORD LENGTH IS UNCHANGED.
000184*   2026-10-15  YFY  ADDED STATUSES D AND E FOR UNCLAIMED-WAGE
000186*                    ESCHEATMENT (ESCHEAT).  D = STALE-DATED,
000188*                    DUE-DILIGENCE LETTER SENT, HOLD PERIOD
000190*                    RUNNING - STILL OUTSTANDING, SO IT STILL
000192*                    CLEARS, AGES AND CAN BE VOIDED/REISSUED.
000194*                    E = ESCHEATED - REPORTED TO THE STATE AND
000196*                    MOVED TO ESCHEAT LIABILITY; CHKRECON NO
000198*                    LONGER AGES IT AND FLAGS ANY BANK ITEM
000200*                    AGAINST IT.  CH-STATUS-DATE REDEFINES THE
000202*                    CLEAR DATE AS THE DATE OF THE LAST STATUS
000204*                    CHANGE (LETTER DATE FOR D, ESCHEAT DATE
000206*                    FOR E).  RECORD LENGTH IS UNCHANGED.
000210*
000220*****************************************************************
000230 01  CHECK-ISSUE-RECORD.
000300         88  CH-ISSUED                      VALUE "I".
000310         88  CH-VOIDED                      VALUE "V".
000320         88  CH-CLEARED                     VALUE "C".
000322         88  CH-NOTICED                     VALUE "D".
000324         88  CH-ESCHEATED                   VALUE "E".
000326         88  CH-OUTSTANDING                 VALUE "I" "D".
000330     05  CH-CLEAR-DATE           PIC X(08).
000332     05  CH-STATUS-DATE REDEFINES CH-CLEAR-DATE
000334                                 PIC 9(08).
000340     05  CH-REVERSED-FLAG        PIC X(01).
000350         88  CH-REVERSED                    VALUE "R".
000360     05  FILLER                  PIC X(01).
