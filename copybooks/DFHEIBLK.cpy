000160     05  EIBTRNID                PIC X(4).
000170     05  EIBTASKN                PIC S9(7)   COMP-3.
000180     05  EIBTRMID                PIC X(4).
000185     05  EIBCALEN                PIC S9(4)   COMP.
000190     05  EIBAID                  PIC X.
000200     05  EIBOPID                 PIC X(8).
000210     05  EIBRESP                 PIC S9(8)   COMP.
