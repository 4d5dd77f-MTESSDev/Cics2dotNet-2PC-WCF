000100*----------------------------------------------------------------*
000110*    UTSWR6 -- ZONES DE L'ECRAN D'ENTRETIEN DE LA TABLE DES      *
000120*    DEPARTEMENTS / CENTRES DE COUTS (FICHIER UTDEPRF)           *
000130*                                                                *
000140*    COMME UTSWR1/UTSWR4, CE MEMBRE EST UN MIROIR EN COBOL       *
000150*    ORDINAIRE DU CONTENU QUE LE MODULE DE DICTIONNAIRE IDMS     *
000160*    UTSWR6 DOIT PORTER. LE PROGRAMME EN PRODUCTION RESOUT CES   *
000170*    ZONES PAR 'COPY IDMS MODULE UTSWR6.' (VOIR UTSWR06); CE     *
000180*    MEMBRE SERT DE SPECIFICATION POUR LA MISE A JOUR DU         *
000190*    DICTIONNAIRE.                                               *
000200*                                                                *
000210*    PF3 AFFICHE LE DEPARTEMENT SAISI; PF1 AJOUTE OU MET A JOUR  *
000220*    LE DEPARTEMENT AVEC LE LIBELLE SAISI; PF2 SUPPRIME LE       *
000230*    DEPARTEMENT.                                                *
000240*----------------------------------------------------------------*
000250 01  UTSWR6-ZONE-ECRAN.
000260     05  UTSWR6-MES-LIG1I        PIC X(79).
000270     05  UTSWR6-COD-DEPTI        PIC X(4).
000280     05  UTSWR6-LIBELLEI         PIC X(30).
