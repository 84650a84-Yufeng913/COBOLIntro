000120*   MODIFICATION HISTORY
000130*   --------------------------------------------------------
000140*   2026-08-22  YFY  NEW.
000142*   2026-10-15  YFY  FLOOR AND CEILING ARE NOW ANNUAL AMOUNTS.
000144*                    EACH PROGRAM ANNUALIZES THE PERIOD GROSS BY
000145*                    THE PAY GROUP'S PERIODS PER YEAR (PERCAL)
000146*                    TO FIND THE BRACKET AND APPLIES THE RATE TO
000147*                    THE PERIOD GROSS.  THE TABLE WAS RELOADED
000148*                    WITH THE WEEKLY AMOUNTS TIMES 52.
000150*
000160*****************************************************************
000170 01  TAX-TABLE-RECORD.
