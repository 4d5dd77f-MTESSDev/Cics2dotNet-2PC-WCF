000100*----------------------------------------------------------------*
000110*    UTANOREC -- EMPLOYES ANONYMISES A MASQUER AU SERVICE WEB    *
000120*    (FICHIER ANOFEED ECRIT PAR L'ANONYMISATION UTSWANO, LU PAR  *
000130*    LE LOT CICS UTSWB07 SUR LA FILE D'ATTENTE TRANSIENTE        *
000140*    EXTRAPARTITION UTANOQ). UN ENREGISTREMENT PAR EMPLOYE DONT  *
000150*    LE DOSSIER DU MAITRE PANRMAS PORTE LE NOM MASQUE, AVEC LE   *
000160*    NOM ET LE PRENOM MASQUES A REPORTER TELS QUELS AU DOSSIER   *
000170*    DU SERVICE. AUCUN RENSEIGNEMENT PERSONNEL N'Y EST PORTE.    *
000180*----------------------------------------------------------------*
000190 01  UTANO-ENREGISTREMENT.
000200     05  UTANO-NUM-EMP           PIC X(9).
000210     05  UTANO-NOM-MASQUE        PIC X(30).
000220     05  UTANO-PRENOM-MASQUE     PIC X(30).
000230     05  FILLER                  PIC X(11).
