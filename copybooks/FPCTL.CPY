000010*****************************************************************
000020*
000030*   FPCTL.CPY
000040*
000050*   FINAL-PAY RUN-CONTROL CARD (FINALPAY), READ ONCE AT START
000060*   OF RUN.  EMPLOYEES WHOSE EmpStatus IS T WITH A StatusDate
000070*   IN THE INCLUSIVE TERMINATION RANGE ARE PAID OUT.  A BLANK
000080*   (OR ZERO) FROM DATE MEANS FROM THE BEGINNING; A BLANK
000090*   THRU DATE MEANS THROUGH THE PAY DATE.  THE PAY DATE IS
000100*   THE DATE ON THE CHECKS AND DEPOSITS (BLANK OR ZERO = THE
000110*   SYSTEM CLOCK).  TRIAL COMPUTES AND PRINTS THE REGISTER AND
000120*   THE STATEMENTS FLAGGED AS A TRIAL BUT POSTS NOTHING; FINAL
000130*   POSTS.  A MISSING OR BLANK MODE RUNS FINAL; ANY OTHER
000140*   VALUE ABENDS.  THE RUN NUMBER MUST DIFFER FROM THE PAY
000150*   RUN'S FOR THE SAME PAY DATE - THE REMITTANCE RUN TELLS THE
000160*   TWO EXTRACTS APART BY IT.
000170*
000180*   MODIFICATION HISTORY
000190*   --------------------------------------------------------
000200*   2026-10-15  YFY  NEW.
000210*
000220*****************************************************************
000230 01  FINAL-PAY-CONTROL-CARD.
000240     05  FC-TERM-FROM            PIC X(08).
000250     05  FC-TERM-THRU            PIC X(08).
000260     05  FC-PAY-DATE             PIC X(08).
000270     05  FC-RUN-MODE             PIC X(05).
000280         88  FC-TRIAL                       VALUE "TRIAL".
000290         88  FC-FINAL                       VALUE "FINAL".
000300     05  FC-RUN-NUMBER           PIC X(04).
000310     05  FILLER                  PIC X(07).
