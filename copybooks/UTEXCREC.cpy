000100*----------------------------------------------------------------*
000110*    UTEXCREC -- EXCEPTION DU BALAYAGE DE QUALITE DES DONNEES    *
000120*    (FICHIER CLE UTEXCPT, RECREE CHAQUE NUIT PAR UTSWDQS). LA   *
000130*    CLE COMMENCE PAR LA CATEGORIE POUR QUE LE RAPPORT SOIT      *
000140*    PRODUIT PAR CATEGORIE EN LECTURE SEQUENTIELLE; LE NUMERO    *
000150*    DE SEQUENCE DISTINGUE PLUSIEURS EXCEPTIONS D'UNE MEME       *
000160*    CATEGORIE POUR UN MEME EMPLOYE (EX. DEUX ATTENTES UTPEND).  *
000170*----------------------------------------------------------------*
000180 01  EXC-ENREGISTREMENT.
000190     05  EXC-CLE.
000200         10  EXC-COD-CATEG       PIC X(2).
000210             88  EXC-NIVEAU-ABSENT          VALUE '01'.
000220             88  EXC-HORS-BANDE             VALUE '02'.
000230             88  EXC-DATES-INVERSEES        VALUE '03'.
000240             88  EXC-CONTACT-SANS-NOM       VALUE '04'.
000250             88  EXC-RADIE-AVEC-ATTENTE     VALUE '05'.
000260             88  EXC-RADIE-AVEC-DEMANDE     VALUE '06'.
000270             88  EXC-CONTRAT-ECHU           VALUE '07'.
000280         10  EXC-NUM-EMP         PIC X(9).
000290         10  EXC-NO-SEQ          PIC 9(5).
000300     05  EXC-DATE-BALAYAGE       PIC 9(8).
000310*--- FICHIER OU L'ANOMALIE A ETE TROUVEE (PANRMAS, UTPEND,
000320*    UTAPPRO, UTSAF) ET CLE DE L'ENREGISTREMENT EN CAUSE
000330     05  EXC-FICHIER             PIC X(8).
000340     05  EXC-CLE-SOURCE          PIC X(24).
000350     05  EXC-DESCRIPTION         PIC X(60).
000360     05  FILLER                  PIC X(20).
