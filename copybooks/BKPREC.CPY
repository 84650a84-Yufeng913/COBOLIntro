000180*                    STEP (SEE CUSTBKP.jcl); A PRE-CHANGE
000190*                    GENERATION NO LONGER RELOADS WITHOUT
000200*                    REFORMATTING.
000204*   2026-10-15  YFY  BK-DATA WIDENED 118 TO 136 FOR SSNumber.
000208*                    THE BACKUP GDG LRECL MOVES 119 TO 137 IN
000212*                    STEP.
000216*
000220*****************************************************************
000230 01  BACKUP-RECORD.
000240     05  BK-RECORD-TYPE          PIC X(01).
000250         88  BK-DETAIL                      VALUE "D".
000260         88  BK-TRAILER                     VALUE "T".
000270     05  BK-DATA                 PIC X(136).
000280     05  BK-TRAILER-DATA REDEFINES BK-DATA.
000290         10  BK-RECORD-COUNT     PIC 9(07).
000300         10  BK-IDENT-HASH       PIC 9(09).
000310         10  BK-PAYCHECK-HASH    PIC 9(10)V99.
000320         10  FILLER              PIC X(108).
