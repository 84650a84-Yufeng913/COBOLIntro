000156*                    PAYROLL RUN, SO YTDRPT CAN PRINT THE
000158*                    PER-STATE QUARTERLY WITHHOLDING SUMMARY.
000159*                    RECORD LENGTH GROWS 98 TO 120.
000160*   2026-10-15  YFY  ADDED THE SOCIAL SECURITY/MEDICARE SPLIT OF
000161*                    THE EMPLOYEE FICA (YT-FICA STAYS THE TOTAL),
000162*                    THE SS, FUTA AND SUTA TAXABLE-WAGE BUCKETS
000163*                    THE WAGE-BASE CAPS ARE TESTED AGAINST, AND
000164*                    THE EMPLOYER SS/MEDICARE/FUTA/SUTA TAX
000165*                    BUCKETS, YTD AND QTD, ALL ROLLED FORWARD BY
000166*                    THE PAYROLL RUN.  MEDICARE WAGES ARE
000167*                    YT-GROSS (NO CAP).  A RECORD WRITTEN BEFORE
000168*                    THESE BUCKETS EXISTED IS CONVERTED ON ITS
000169*                    FIRST POSTING: THE WAGE BUCKETS ARE TAKEN
000170*                    FROM YT-GROSS/YT-QTR-GROSS UP TO EACH BASE
000171*                    AND THE NEW TAX BUCKETS START AT ZERO.
000172*                    RECORD LENGTH GROWS 120 TO 300.
000173*
000174*****************************************************************
000180 01  YTD-MASTER-RECORD.
000190     05  YT-IDENT                PIC 9(03).
000200     05  YT-YEAR                 PIC 9(04).
000300     05  YT-WORK-STATE           PIC X(02).
000310     05  YT-STATE-TAX            PIC 9(08)V99.
000320     05  YT-QTR-STATE-TAX        PIC 9(08)V99.
000322     05  YT-SS-WAGES             PIC 9(08)V99.
000324     05  YT-SS-TAX               PIC 9(08)V99.
000326     05  YT-MED-TAX              PIC 9(08)V99.
000328     05  YT-QTR-SS-WAGES         PIC 9(08)V99.
000330     05  YT-QTR-SS-TAX           PIC 9(08)V99.
000332     05  YT-QTR-MED-TAX          PIC 9(08)V99.
000334     05  YT-ER-SS-TAX            PIC 9(08)V99.
000336     05  YT-ER-MED-TAX           PIC 9(08)V99.
000338     05  YT-FUTA-WAGES           PIC 9(08)V99.
000340     05  YT-FUTA-TAX             PIC 9(08)V99.
000342     05  YT-SUTA-WAGES           PIC 9(08)V99.
000344     05  YT-SUTA-TAX             PIC 9(08)V99.
000346     05  YT-QTR-ER-SS-TAX        PIC 9(08)V99.
000348     05  YT-QTR-ER-MED-TAX       PIC 9(08)V99.
000350     05  YT-QTR-FUTA-WAGES       PIC 9(08)V99.
000352     05  YT-QTR-FUTA-TAX         PIC 9(08)V99.
000354     05  YT-QTR-SUTA-WAGES       PIC 9(08)V99.
000356     05  YT-QTR-SUTA-TAX         PIC 9(08)V99.
000360     05  FILLER                  PIC X(10).
