000010*****************************************************************
000020*
000030*   EFW2REC.CPY
000040*
000050*   SSA ELECTRONIC WAGE FILE (EFW2) RECORD, 512 BYTES, WRITTEN
000060*   BY THE YEAR-END W-2 RUN (W2RPT) IN THE ORDER RA (SUBMITTER),
000070*   RE (EMPLOYER), ONE RW PER EMPLOYEE, RT (TOTAL OF THE RW
000080*   RECORDS) AND RF (FINAL).  MONEY FIELDS ARE DOLLARS AND
000090*   CENTS WITHOUT A DECIMAL POINT, RIGHT-JUSTIFIED AND ZERO
000100*   FILLED; A MONEY FIELD NOT USED HERE IS ZEROS, AND A FIELD
000110*   THE PUBLICATION MARKS BLANK IS SPACES.  ONLY THE BOXES THIS
000120*   PAYROLL PRODUCES ARE NAMED; THE OTHER RW/RT AMOUNTS (CODED
000130*   BOX 12 ITEMS AND THE LIKE) ARE CARRIED AS THE -OTHER TABLES.
000140*
000150*   MODIFICATION HISTORY
000160*   --------------------------------------------------------
000170*   2026-10-15  YFY  NEW.
000180*
000190*****************************************************************
000200 01  EFW2-RECORD.
000210     05  EF-RECORD-ID            PIC X(02).
000220         88  EF-SUBMITTER                   VALUE "RA".
000230         88  EF-EMPLOYER                    VALUE "RE".
000240         88  EF-EMPLOYEE                    VALUE "RW".
000250         88  EF-TOTAL                       VALUE "RT".
000260         88  EF-FINAL                       VALUE "RF".
000270     05  EF-RECORD-DATA          PIC X(510).
000280*
000290*    RA - SUBMITTER (POSITIONS 3-512)
000300     05  EF-RA-DATA REDEFINES EF-RECORD-DATA.
000310         10  EF-RA-EIN           PIC X(09).
000320         10  EF-RA-USER-ID       PIC X(08).
000330         10  EF-RA-VENDOR-CODE   PIC X(04).
000340         10  FILLER              PIC X(05).
000350         10  EF-RA-RESUB-IND     PIC X(01).
000360         10  EF-RA-RESUB-WFID    PIC X(06).
000370         10  EF-RA-SOFTWARE-CODE PIC X(02).
000380         10  EF-RA-CO-NAME       PIC X(57).
000390         10  EF-RA-CO-LOC-ADDR   PIC X(22).
000400         10  EF-RA-CO-DEL-ADDR   PIC X(22).
000410         10  EF-RA-CO-CITY       PIC X(22).
000420         10  EF-RA-CO-STATE      PIC X(02).
000430         10  EF-RA-CO-ZIP        PIC X(05).
000440         10  EF-RA-CO-ZIP-EXT    PIC X(04).
000450         10  FILLER              PIC X(45).
000460         10  EF-RA-SUB-NAME      PIC X(57).
000470         10  EF-RA-SUB-LOC-ADDR  PIC X(22).
000480         10  EF-RA-SUB-DEL-ADDR  PIC X(22).
000490         10  EF-RA-SUB-CITY      PIC X(22).
000500         10  EF-RA-SUB-STATE     PIC X(02).
000510         10  EF-RA-SUB-ZIP       PIC X(05).
000520         10  EF-RA-SUB-ZIP-EXT   PIC X(04).
000530         10  FILLER              PIC X(45).
000540         10  EF-RA-CONTACT-NAME  PIC X(27).
000550         10  EF-RA-CONTACT-PHONE PIC X(15).
000560         10  EF-RA-CONTACT-EXT   PIC X(05).
000570         10  FILLER              PIC X(03).
000580         10  EF-RA-CONTACT-EMAIL PIC X(40).
000590         10  FILLER              PIC X(03).
000600         10  EF-RA-CONTACT-FAX   PIC X(10).
000610         10  FILLER              PIC X(01).
000620         10  EF-RA-PREPARER-CODE PIC X(01).
000630         10  FILLER              PIC X(12).
000640*
000650*    RE - EMPLOYER (POSITIONS 3-512)
000660     05  EF-RE-DATA REDEFINES EF-RECORD-DATA.
000670         10  EF-RE-TAX-YEAR      PIC X(04).
000680         10  EF-RE-AGENT-IND     PIC X(01).
000690         10  EF-RE-EIN           PIC X(09).
000700         10  EF-RE-AGENT-EIN     PIC X(09).
000710         10  EF-RE-TERM-BUS-IND  PIC X(01).
000720         10  EF-RE-ESTAB-NO      PIC X(04).
000730         10  EF-RE-OTHER-EIN     PIC X(09).
000740         10  EF-RE-EMPLOYER-NAME PIC X(57).
000750         10  EF-RE-LOC-ADDR      PIC X(22).
000760         10  EF-RE-DEL-ADDR      PIC X(22).
000770         10  EF-RE-CITY          PIC X(22).
000780         10  EF-RE-STATE         PIC X(02).
000790         10  EF-RE-ZIP           PIC X(05).
000800         10  EF-RE-ZIP-EXT       PIC X(04).
000810         10  EF-RE-KIND-OF-EMPLR PIC X(01).
000820         10  FILLER              PIC X(44).
000830         10  EF-RE-EMPLOYMENT-CD PIC X(01).
000840         10  EF-RE-TAX-JURIS-CD  PIC X(01).
000850         10  EF-RE-3RD-PARTY-SICK
000860                                 PIC X(01).
000870         10  EF-RE-CONTACT-NAME  PIC X(27).
000880         10  EF-RE-CONTACT-PHONE PIC X(15).
000890         10  EF-RE-CONTACT-EXT   PIC X(05).
000900         10  EF-RE-CONTACT-FAX   PIC X(10).
000910         10  EF-RE-CONTACT-EMAIL PIC X(40).
000920         10  FILLER              PIC X(194).
000930*
000940*    RW - EMPLOYEE WAGE (POSITIONS 3-512).  OTHER SLOTS 7 AND 12
000950*    (POSITIONS 342-352 AND 397-407) ARE BLANK IN THE
000960*    PUBLICATION, THE REST ARE MONEY FIELDS.
000970     05  EF-RW-DATA REDEFINES EF-RECORD-DATA.
000980         10  EF-RW-SSN           PIC X(09).
000990         10  EF-RW-FIRST-NAME    PIC X(15).
001000         10  EF-RW-MIDDLE-NAME   PIC X(15).
001010         10  EF-RW-LAST-NAME     PIC X(20).
001020         10  EF-RW-SUFFIX        PIC X(04).
001030         10  EF-RW-LOC-ADDR      PIC X(22).
001040         10  EF-RW-DEL-ADDR      PIC X(22).
001050         10  EF-RW-CITY          PIC X(22).
001060         10  EF-RW-STATE         PIC X(02).
001070         10  EF-RW-ZIP           PIC X(05).
001080         10  EF-RW-ZIP-EXT       PIC X(04).
001090         10  FILLER              PIC X(45).
001100         10  EF-RW-WAGES         PIC 9(11).
001110         10  EF-RW-FED-TAX       PIC 9(11).
001120         10  EF-RW-SS-WAGES      PIC 9(11).
001130         10  EF-RW-SS-TAX        PIC 9(11).
001140         10  EF-RW-MED-WAGES     PIC 9(11).
001150         10  EF-RW-MED-TAX       PIC 9(11).
001160         10  EF-RW-SS-TIPS       PIC 9(11).
001170         10  FILLER              PIC X(11).
001180         10  EF-RW-OTHER-AREA.
001190             15  EF-RW-OTHER     PIC 9(11) OCCURS 19 TIMES.
001200         10  FILLER              PIC X(01).
001210         10  EF-RW-STATUTORY-IND PIC X(01).
001220         10  FILLER              PIC X(01).
001230         10  EF-RW-RETIRE-IND    PIC X(01).
001240         10  EF-RW-3RD-PARTY-IND PIC X(01).
001250         10  FILLER              PIC X(23).
001260*
001270*    RT - TOTAL (POSITIONS 3-512).  OTHER SLOTS 7 AND 12 ARE
001280*    BLANK, AS ON THE RW.
001290     05  EF-RT-DATA REDEFINES EF-RECORD-DATA.
001300         10  EF-RT-RW-COUNT      PIC 9(07).
001310         10  EF-RT-WAGES         PIC 9(15).
001320         10  EF-RT-FED-TAX       PIC 9(15).
001330         10  EF-RT-SS-WAGES      PIC 9(15).
001340         10  EF-RT-SS-TAX        PIC 9(15).
001350         10  EF-RT-MED-WAGES     PIC 9(15).
001360         10  EF-RT-MED-TAX       PIC 9(15).
001370         10  EF-RT-SS-TIPS       PIC 9(15).
001380         10  FILLER              PIC X(15).
001390         10  EF-RT-OTHER-AREA.
001400             15  EF-RT-OTHER     PIC 9(15) OCCURS 19 TIMES.
001410         10  FILLER              PIC X(98).
001420*
001430*    RF - FINAL (POSITIONS 3-512)
001440     05  EF-RF-DATA REDEFINES EF-RECORD-DATA.
001450         10  FILLER              PIC X(05).
001460         10  EF-RF-RW-COUNT      PIC 9(09).
001470         10  FILLER              PIC X(496).
