000140*   MODIFICATION HISTORY
000150*   --------------------------------------------------------
000160*   2026-09-02  YFY  NEW.
000162*   2026-10-15  YFY  FLOOR AND CEILING ARE NOW ANNUAL AMOUNTS,
000164*                    AS IN THE FEDERAL TABLE (TAXRATE).  THE
000166*                    TABLE WAS RELOADED WITH THE WEEKLY AMOUNTS
000168*                    TIMES 52.
000170*
000180*****************************************************************
000190 01  STATE-TAX-TABLE-RECORD.
