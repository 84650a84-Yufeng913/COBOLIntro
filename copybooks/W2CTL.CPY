000010*****************************************************************
000020*
000030*   W2CTL.CPY
000040*
000050*   YEAR-END W-2 RUN (W2RPT) CONTROL CARDS.  ONE 80-COLUMN CARD
000060*   PER ITEM, COLUMNS 1-2 NAMING WHICH:
000070*     YR  TAX YEAR, EMPLOYER EIN (NINE DIGITS, NO DASH), SSA
000080*         BUSINESS SERVICES ONLINE USER ID, KIND OF EMPLOYER
000090*         (SPACE = N, NONE OF THE SPECIAL KINDS), AND FOR A
000100*         RESUBMISSION A 1 AND THE SSA WAGE FILE ID (WFID).
000110*         REQUIRED.
000120*     NM  EMPLOYER NAME.  REQUIRED.
000130*     AD  EMPLOYER LOCATION AND DELIVERY ADDRESS LINES.
000140*     CT  EMPLOYER CITY, STATE, ZIP AND ZIP EXTENSION.
000150*     CN  CONTACT NAME, PHONE AND EXTENSION FOR THE SSA.
000160*     EM  CONTACT E-MAIL ADDRESS.
000170*     ST  ONE PER WORK STATE: THE STATE CODE AND THE EMPLOYER'S
000180*         STATE ID NUMBER PRINTED IN W-2 BOX 15.
000190*   THE EMPLOYER IS ALSO THE SUBMITTER ON THE SSA FILE.
000200*
000210*   MODIFICATION HISTORY
000220*   --------------------------------------------------------
000230*   2026-10-15  YFY  NEW.
000240*
000250*****************************************************************
000260 01  W2-CONTROL-CARD.
000270     05  WC-CARD-TYPE            PIC X(02).
000280         88  WC-YEAR-CARD                   VALUE "YR".
000290         88  WC-NAME-CARD                   VALUE "NM".
000300         88  WC-ADDRESS-CARD                VALUE "AD".
000310         88  WC-CITY-CARD                   VALUE "CT".
000320         88  WC-CONTACT-CARD                VALUE "CN".
000330         88  WC-EMAIL-CARD                  VALUE "EM".
000340         88  WC-STATE-ID-CARD               VALUE "ST".
000350     05  WC-CARD-DATA            PIC X(78).
000360     05  WC-YEAR-DATA REDEFINES WC-CARD-DATA.
000370         10  WC-TAX-YEAR         PIC X(04).
000380         10  WC-EIN              PIC X(09).
000390         10  WC-BSO-USER-ID      PIC X(08).
000400         10  WC-KIND-OF-EMPLOYER PIC X(01).
000410         10  WC-RESUB-IND        PIC X(01).
000420         10  WC-RESUB-WFID       PIC X(06).
000430         10  FILLER              PIC X(49).
000440     05  WC-NAME-DATA REDEFINES WC-CARD-DATA.
000450         10  WC-EMPLOYER-NAME    PIC X(57).
000460         10  FILLER              PIC X(21).
000470     05  WC-ADDRESS-DATA REDEFINES WC-CARD-DATA.
000480         10  WC-LOCATION-ADDR    PIC X(22).
000490         10  WC-DELIVERY-ADDR    PIC X(22).
000500         10  FILLER              PIC X(34).
000510     05  WC-CITY-DATA REDEFINES WC-CARD-DATA.
000520         10  WC-CITY             PIC X(22).
000530         10  WC-STATE            PIC X(02).
000540         10  WC-ZIP              PIC X(05).
000550         10  WC-ZIP-EXT          PIC X(04).
000560         10  FILLER              PIC X(45).
000570     05  WC-CONTACT-DATA REDEFINES WC-CARD-DATA.
000580         10  WC-CONTACT-NAME     PIC X(27).
000590         10  WC-CONTACT-PHONE    PIC X(15).
000600         10  WC-CONTACT-EXT      PIC X(05).
000610         10  FILLER              PIC X(31).
000620     05  WC-EMAIL-DATA REDEFINES WC-CARD-DATA.
000630         10  WC-CONTACT-EMAIL    PIC X(40).
000640         10  FILLER              PIC X(38).
000650     05  WC-STATE-ID-DATA REDEFINES WC-CARD-DATA.
000660         10  WC-ST-CODE          PIC X(02).
000670         10  WC-ST-EMPLOYER-ID   PIC X(20).
000680         10  FILLER              PIC X(56).
