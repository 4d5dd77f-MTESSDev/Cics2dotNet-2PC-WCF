000368     05  UTSWR1-HIST-LIG4I       PIC X(79).
000369     05  UTSWR1-HIST-CLE-HAUTI   PIC 9(8).
000370     05  UTSWR1-HIST-CLE-BASI    PIC 9(8).
000371*--- AJOUTEE POUR LE DEPARTEMENT / CENTRE DE COUTS (TABLE DE
000372*    REFERENCE UTDEPRF, ENTRETENUE PAR L'ECRAN UTSWR06); EXIGE
000373*    A L'AJOUT ET A LA MODIFICATION
000374     05  UTSWR1-COD-DEPTI        PIC X(4).
