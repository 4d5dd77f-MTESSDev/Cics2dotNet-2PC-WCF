000100*----------------------------------------------------------------*
000110*    UTDLTREC -- ALIMENTATION DE PAIE PAR ECARTS (DELTA)         *
000120*    PRODUITE PAR UTSWDLT EN COMPARANT L'EXTRACTION MAITRE DU    *
000130*    JOUR A CELLE DE LA VEILLE. UN ENREGISTREMENT DETAIL PAR     *
000140*    MOUVEMENT DETECTE (UN EMPLOYE PEUT EN PORTER PLUSIEURS :    *
000150*    SALAIRE ET NIVEAU PAR EXEMPLE), SUIVI D'UN SEUL             *
000160*    ENREGISTREMENT DE CONTROLE EN FIN DE FICHIER (COMPTES PAR   *
000170*    TYPE DE MOUVEMENT ET VARIATION NETTE DES SALAIRES),         *
000180*    BALANCE PAR LE GARDIEN UTSWBAL CONTRE EXTCTL :              *
000190*    TOTAL VEILLE + VARIATION NETTE = TOTAL DU JOUR.             *
000200*----------------------------------------------------------------*
000210 01  DLT-ENREGISTREMENT.
000220     05  DLT-TYPE-ENREG          PIC X.
000230         88  DLT-ENREG-DETAIL               VALUE 'D'.
000240         88  DLT-ENREG-CONTROLE             VALUE 'C'.
000250*--- ENREGISTREMENT DETAIL : AVANT = VEILLE, APRES = JOUR
000260     05  DLT-DETAIL.
000270         10  DLT-NUM-EMP         PIC X(9).
000280*--- E=EMBAUCHE, T=TERMINAISON (RADIATION OU RETRAIT DU
000290*    MAITRE), S=CHANGEMENT DE STATUT, R=REMUNERATION (SALAIRE),
000300*    N=NIVEAU, C=DATES DE CONTRAT
000310         10  DLT-COD-MOUVEMENT   PIC X.
000320             88  DLT-MV-EMBAUCHE            VALUE 'E'.
000330             88  DLT-MV-TERMINAISON         VALUE 'T'.
000340             88  DLT-MV-STATUT              VALUE 'S'.
000350             88  DLT-MV-SALAIRE             VALUE 'R'.
000360             88  DLT-MV-NIVEAU              VALUE 'N'.
000370             88  DLT-MV-CONTRAT             VALUE 'C'.
000380*--- 'O' : L'EMPLOYE N'EST PLUS A L'EXTRACTION DU JOUR (SON
000390*    SALAIRE SORT DU TOTAL DE CONTROLE)
000400         10  DLT-SW-RETIRE       PIC X.
000410             88  DLT-RETIRE-DU-MAITRE       VALUE 'O'.
000420         10  DLT-PREN-EMP        PIC X(30).
000430         10  DLT-NOM-EMP         PIC X(30).
000440         10  DLT-COD-DEPT        PIC X(4).
000450         10  DLT-AV-STATUT       PIC X.
000460         10  DLT-AP-STATUT       PIC X.
000470         10  DLT-AV-NIV-ENTR     PIC S9(4)    COMP.
000480         10  DLT-AP-NIV-ENTR     PIC S9(4)    COMP.
000490         10  DLT-AV-DATE-DEB     PIC S9(9)    COMP.
000500         10  DLT-AP-DATE-DEB     PIC S9(9)    COMP.
000510         10  DLT-AV-DATE-FIN     PIC S9(9)    COMP.
000520         10  DLT-AP-DATE-FIN     PIC S9(9)    COMP.
000530         10  DLT-AV-SAL-EMP      PIC S9(15)V9(3) COMP-3.
000540         10  DLT-AP-SAL-EMP      PIC S9(15)V9(3) COMP-3.
000550*--- EFFET DU MOUVEMENT SUR LE TOTAL DE CONTROLE DES SALAIRES
000560*    (+ SALAIRE A L'EMBAUCHE, - SALAIRE AU RETRAIT DU MAITRE,
000570*    NOUVEAU - ANCIEN AU CHANGEMENT DE SALAIRE, ZERO SINON)
000580         10  DLT-VAR-SAL         PIC S9(15)V9(3) COMP-3.
000590         10  FILLER              PIC X(23).
000600*--- ENREGISTREMENT DE CONTROLE (DERNIER DU FICHIER)
000610     05  DLC-CONTROLE            REDEFINES DLT-DETAIL.
000620         10  DLC-DATE-TRAITEMENT PIC 9(8).
000630         10  DLC-DATE-EXTR-VEILLE
000640                                 PIC 9(8).
000650         10  DLC-DATE-EXTR-JOUR  PIC 9(8).
000660         10  DLC-NB-VEILLE       PIC 9(9).
000670         10  DLC-NB-JOUR         PIC 9(9).
000680         10  DLC-NB-EMBAUCHES    PIC 9(7).
000690         10  DLC-NB-TERMINAISONS PIC 9(7).
000700         10  DLC-NB-RETIRES      PIC 9(7).
000710         10  DLC-NB-STATUTS      PIC 9(7).
000720         10  DLC-NB-SALAIRES     PIC 9(7).
000730         10  DLC-NB-NIVEAUX      PIC 9(7).
000740         10  DLC-NB-CONTRATS     PIC 9(7).
000750         10  DLC-NB-MOUVEMENTS   PIC 9(9).
000760         10  DLC-TOTAL-VEILLE    PIC 9(15)V9(3).
000770         10  DLC-VAR-NETTE-SAL   PIC S9(15)V9(3) COMP-3.
000780         10  DLC-TOTAL-JOUR      PIC 9(15)V9(3).
000790         10  FILLER              PIC X(4).
