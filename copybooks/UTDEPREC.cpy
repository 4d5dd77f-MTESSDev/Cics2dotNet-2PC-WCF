000100*----------------------------------------------------------------*
000110*    UTDEPREC -- TABLE DE REFERENCE DES DEPARTEMENTS / CENTRES   *
000120*    DE COUTS (FICHIER CLE UTDEPRF, CLE = CODE DE DEPARTEMENT).  *
000130*    UN ENREGISTREMENT PAR DEPARTEMENT VALIDE, AVEC SON LIBELLE. *
000140*    ENTRETENU PAR L'ECRAN UTSWR06; CONSULTE PAR LA VALIDATION   *
000150*    UTVALDP (UTSWR02, UTSWB01, UTSWB03, UTSWB05) ET PAR LE      *
000160*    RAPPORT MENSUEL UTSWRPM.                                    *
000170*----------------------------------------------------------------*
000180 01  DEP-ENREGISTREMENT.
000190     05  DEP-CLE.
000200         10  DEP-COD-DEPT        PIC X(4).
000210     05  DEP-LIBELLE             PIC X(30).
000220     05  FILLER                  PIC X(16).
000230
000240*--- CLE DE RECHERCHE SEPAREE : LE READ INTO ECRASE DEP-CLE
000250 01  DEP-CLE-RECH.
000260     05  DEP-RECH-COD-DEPT       PIC X(4).
