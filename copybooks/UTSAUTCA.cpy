000100*----------------------------------------------------------------*
000110*    UTSAUTCA -- ZONE DE COMMUNICATION DU SAUT D'ECRAN A ECRAN   *
000120*    (EXEC CICS XCTL ... COMMAREA). LE TABLEAU DE BORD UTSWR07   *
000130*    LA GARNIT (DANS SA WORKING-STORAGE) AVANT DE PASSER LA MAIN *
000140*    A UTSWR02 OU UTSWR03, QUI LA RECOIVENT EN LINKAGE SUR       *
000150*    DFHCOMMAREA : QUAND EIBCALEN EN EST LA LONGUEUR ET QUE      *
000160*    L'IDENTIFIANT EST RECONNU, LE NUMERO D'EMPLOYE EST REPORTE  *
000170*    A L'ECRAN CIBLE ET LE DOSSIER (OU LA DEMANDE) EST AFFICHE   *
000180*    COMME SUR UN PF3.                                           *
000190*----------------------------------------------------------------*
000200 01  SAU-ZONE-SAUT.
000210     05  SAU-IDENT               PIC X(8).
000220         88  SAU-IDENT-VALIDE               VALUE 'UTSWSAUT'.
000230*--- PROGRAMME ET OPERATEUR A L'ORIGINE DU SAUT
000240     05  SAU-PROG-ORIGINE        PIC X(8).
000250     05  SAU-OPERID              PIC X(8).
000260     05  SAU-NUM-EMP             PIC X(9).
