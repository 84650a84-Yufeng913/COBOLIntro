000010*****************************************************************
000020*
000030*   ESCCTL.CPY
000040*
000050*   UNCLAIMED-WAGE ESCHEATMENT RUN-CONTROL CARD (ESCHEAT), READ
000060*   ONCE AT START OF RUN.  EVERY RUN SENDS A DUE-DILIGENCE
000070*   LETTER FOR EACH ISSUED CHECK OUTSTANDING MORE THAN THE
000080*   STALE DAYS (BLANK = 180, THE CHKRECON STALE-DATED LIMIT)
000090*   AND MARKS IT D.  A REPORT RUN (MODE R) ALSO ESCHEATS EVERY
000100*   D CHECK WHOSE LETTER IS MORE THAN THE HOLD DAYS OLD (BLANK
000110*   = 090) AND WRITES THE STATE FILE AND GL.  THE AS-OF DATE
000120*   (BLANK = TODAY) IS THE DATE THE AGES ARE TAKEN FROM AND
000130*   THE DATE STAMPED ON THE LETTERS, CHECKS, FILE AND GL.  THE
000140*   HOLDER FIELDS IDENTIFY THE EMPLOYER ON THE STATE FILE; THE
000150*   HOLDER STATE TAKES PROPERTY WHOSE OWNER'S WORK STATE IS
000160*   NOT KNOWN.
000170*
000180*   MODIFICATION HISTORY
000190*   --------------------------------------------------------
000200*   2026-10-15  YFY  NEW.
000210*
000220*****************************************************************
000230 01  ESCHEAT-CONTROL-CARD.
000240     05  EC-AS-OF-DATE           PIC X(08).
000250     05  EC-RUN-MODE             PIC X(01).
000260         88  EC-LETTERS-ONLY                VALUE " " "L".
000270         88  EC-REPORT-RUN                  VALUE "R".
000280     05  EC-STALE-DAYS           PIC X(03).
000290     05  EC-STALE-DAYS-N REDEFINES EC-STALE-DAYS
000300                                 PIC 9(03).
000310     05  EC-HOLD-DAYS            PIC X(03).
000320     05  EC-HOLD-DAYS-N REDEFINES EC-HOLD-DAYS
000330                                 PIC 9(03).
000340     05  EC-HOLDER-STATE         PIC X(02).
000350     05  EC-HOLDER-EIN           PIC X(09).
000360     05  EC-HOLDER-NAME          PIC X(40).
000370     05  FILLER                  PIC X(14).
