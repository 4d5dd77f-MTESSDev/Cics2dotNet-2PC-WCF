000100*----------------------------------------------------------------*
000110*    UTSWR7 -- ZONES DE L'ECRAN TABLEAU DE BORD DU SUPERVISEUR   *
000120*    (TRAVAIL EN SOUFFRANCE ET ETAT DES LOTS DE LA NUIT)         *
000130*                                                                *
000140*    COMME UTSWR1/UTSWR5, CE MEMBRE EST UN MIROIR EN COBOL       *
000150*    ORDINAIRE DU CONTENU QUE LE MODULE DE DICTIONNAIRE IDMS     *
000160*    UTSWR7 DOIT PORTER. LE PROGRAMME EN PRODUCTION RESOUT CES   *
000170*    ZONES PAR 'COPY IDMS MODULE UTSWR7.' (VOIR UTSWR07); CE     *
000180*    MEMBRE SERT DE SPECIFICATION POUR LA MISE A JOUR DU         *
000190*    DICTIONNAIRE.                                               *
000200*                                                                *
000210*    PF3 AFFICHE LE SOMMAIRE : UNE LIGNE PAR FILE DE TRAVAIL     *
000220*    (LIGNES 1 A 4 : NOMBRE D'ENTREES ET AGE DE LA PLUS          *
000230*    ANCIENNE) PUIS L'ETAT DES LOTS DE LA NUIT. PF5 AFFICHE LA   *
000240*    LISTE DES EMPLOYES DE LA FILE DONT LE NUMERO DE LIGNE EST   *
000250*    SAISI DANS SEL-LIG; PF8 AVANCE D'UNE PAGE DANS LA LISTE.    *
000260*    DANS LA LISTE, PF10 PASSE A L'ECRAN UTSWR02 ET PF11 A       *
000270*    L'ECRAN UTSWR03 AVEC L'EMPLOYE DE LA LIGNE SAISIE DANS      *
000280*    SEL-LIG. TIT-LIG PORTE LES ENTETES DE COLONNES DU MODE      *
000290*    COURANT. LES ZONES FILE ET CLE- SONT DES ZONES CACHEES QUI  *
000300*    PORTENT LA FILE LISTEE (ESPACE = SOMMAIRE) ET LA CLE DE LA  *
000310*    DERNIERE ENTREE AFFICHEE D'UN ENVOI D'ECRAN A L'AUTRE.      *
000311*    DISPOSITION DU SOMMAIRE : DET-LIG01 A DET-LIG04 = FILES DE  *
000313*    TRAVAIL, DET-LIG05 = TITRE DE L'ETAT DES LOTS, DET-LIG06 A  *
000315*    DET-LIG14 = ETAT DES LOTS, DEUX LOTS PAR LIGNE (18 AU PLUS).*
000320*----------------------------------------------------------------*
000330 01  UTSWR7-ZONE-ECRAN.
000340     05  UTSWR7-MES-LIG1I        PIC X(79).
000350     05  UTSWR7-SEL-LIGI         PIC 9(2).
000360     05  UTSWR7-TIT-LIGI         PIC X(79).
000370     05  UTSWR7-DET-LIG01I       PIC X(79).
000380     05  UTSWR7-DET-LIG02I       PIC X(79).
000390     05  UTSWR7-DET-LIG03I       PIC X(79).
000400     05  UTSWR7-DET-LIG04I       PIC X(79).
000410     05  UTSWR7-DET-LIG05I       PIC X(79).
000420     05  UTSWR7-DET-LIG06I       PIC X(79).
000430     05  UTSWR7-DET-LIG07I       PIC X(79).
000440     05  UTSWR7-DET-LIG08I       PIC X(79).
000450     05  UTSWR7-DET-LIG09I       PIC X(79).
000460     05  UTSWR7-DET-LIG10I       PIC X(79).
000470     05  UTSWR7-DET-LIG11I       PIC X(79).
000480     05  UTSWR7-DET-LIG12I       PIC X(79).
000490     05  UTSWR7-DET-LIG13I       PIC X(79).
000500     05  UTSWR7-DET-LIG14I       PIC X(79).
000510     05  UTSWR7-FILEI            PIC X.
000520     05  UTSWR7-CLE-BASI         PIC X(24).
