000220*    NIVEAU AVEC LE LIBELLE ET LA BANDE SALARIALE SAISIS; PF2    *
000230*    SUPPRIME LE NIVEAU. LES SALAIRES SONT SAISIS EN PARTIE      *
000240*    ENTIERE SEULEMENT, COMME UTSWR1-SAL-EMPI.                   *
000241*    LE CHANGEMENT DE BANDE D'UN NIVEAU EXISTANT EST D'ABORD     *
000242*    PRESENTE AVEC LE NOMBRE D'EMPLOYES HORS DE LA NOUVELLE      *
000243*    BANDE; UN SECOND PF1 SUR LA MEME BANDE LE CONFIRME.         *
000250*----------------------------------------------------------------*
000260 01  UTSWR4-ZONE-ECRAN.
000270     05  UTSWR4-MES-LIG1I        PIC X(79).
000290     05  UTSWR4-LIBELLEI         PIC X(30).
000300     05  UTSWR4-SAL-MINI         PIC 9(9).
000310     05  UTSWR4-SAL-MAXI         PIC 9(9).
000320*--- AJOUTEES POUR L'APERCU DE L'IMPACT D'UN CHANGEMENT DE
000330*    BANDE : ZONES CACHEES ARMEES DU NIVEAU ET DE LA BANDE
000340*    PRESENTES A L'OPERATEUR; UN SECOND PF1 AVEC LA MEME BANDE
000350*    SAISIE CONFIRME LA MISE A JOUR
000360     05  UTSWR4-NIV-CONFI        PIC 9(4).
000370     05  UTSWR4-SAL-MIN-CONFI    PIC 9(9).
000380     05  UTSWR4-SAL-MAX-CONFI    PIC 9(9).
