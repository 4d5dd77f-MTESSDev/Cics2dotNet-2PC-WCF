000100*----------------------------------------------------------------*
000110*    UTRJXREC -- SUIVI DES REJETS NON RECYCLES DU CHARGEMENT EN  *
000120*    LOT (FICHIER CLE UTREJIX, CLE = NUMERO D'EMPLOYE). LA FILE  *
000130*    DE RECYCLAGE UTREJQ NE PEUT ETRE LUE SANS ETRE VIDEE : POUR *
000140*    QUE LES REJETS EN SOUFFRANCE PUISSENT ETRE CONSULTES EN     *
000150*    LIGNE (TABLEAU DE BORD UTSWR07), UTSWB01 TIENT ICI UNE      *
000160*    ENTREE PAR EMPLOYE REFUSE ET LA SUPPRIME QUAND L'EMPLOYE    *
000170*    RECYCLE EST ENFIN AJOUTE. AUCUN NOM N'Y EST CONSERVE (LES   *
000180*    DONNEES COMPLETES RESTENT DANS LA FILE UTREJQ).             *
000190*----------------------------------------------------------------*
000200 01  RJX-ENREGISTREMENT.
000210     05  RJX-CLE.
000220         10  RJX-NUM-EMP         PIC X(9).
000230*--- DATE DU LOT DU PREMIER REJET (AGE DU REJET) ET DU DERNIER
000240     05  RJX-DATE-PREM-REJET     PIC 9(8).
000250     05  RJX-DATE-DERN-REJET     PIC 9(8).
000260     05  RJX-NB-REJETS           PIC 9(4).
000270*--- MOTIF ET CORRELATION DU DERNIER REJET (VOIR UTNHREJ)
000280     05  RJX-CODE-RETOUR         PIC X(10).
000290     05  RJX-CORR-ID             PIC X(32).
000300     05  FILLER                  PIC X(20).
