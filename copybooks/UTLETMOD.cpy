000100*----------------------------------------------------------------*
000110*    UTLETMOD -- MODELES DES LETTRES AUX EMPLOYES PRODUITES      *
000120*    CHAQUE NUIT PAR UTSWLET, UN MODELE PAR TYPE DE LETTRE :     *
000130*    E = CONFIRMATION D'EMBAUCHE, R = REVISION SALARIALE,        *
000140*    A = REVISION ANNUELLE (UTSWB02), C = CONGE SANS SOLDE,      *
000150*    S = SUSPENSION, F = FIN DE CONTRAT (UTSWB04 OU RADIATION).  *
000160*    CHAQUE MODELE PORTE L'OBJET, TROIS LIGNES D'INTRODUCTION    *
000170*    (AVANT LES DONNEES DE LA TRANSACTION, IMPRIMEES PAR LE      *
000180*    PROGRAMME) ET TROIS LIGNES DE FORMULE FINALE; LES LIGNES A  *
000190*    BLANC NE SONT PAS IMPRIMEES. L'ORDRE DES MODELES EST AUSSI  *
000200*    CELUI DES COMPTES DE LA LISTE DE CONTROLE.                  *
000210*----------------------------------------------------------------*
000220 01  LMO-MODELES-VAL.
000230*--- E : CONFIRMATION D'EMBAUCHE
000240     05  FILLER                  PIC X       VALUE 'E'.
000250     05  FILLER                  PIC X(56)   VALUE
000260         'CONFIRMATION D''EMBAUCHE'.
000270     05  FILLER                  PIC X(56)   VALUE
000280         'NOUS AVONS LE PLAISIR DE VOUS CONFIRMER VOTRE EMBAUCHE'.
000290     05  FILLER                  PIC X(56)   VALUE
000300         'AUX CONDITIONS SUIVANTES :'.
000310     05  FILLER                  PIC X(56)   VALUE SPACES.
000320     05  FILLER                  PIC X(56)   VALUE
000330         'NOUS VOUS SOUHAITONS LA BIENVENUE PARMI NOUS.'.
000340     05  FILLER                  PIC X(56)   VALUE
000350         'VEUILLEZ AGREER NOS SALUTATIONS DISTINGUEES.'.
000360     05  FILLER                  PIC X(56)   VALUE SPACES.
000370*--- R : REVISION SALARIALE (MODIFICATION DU SALAIRE)
000380     05  FILLER                  PIC X       VALUE 'R'.
000390     05  FILLER                  PIC X(56)   VALUE
000400         'AVIS DE REVISION SALARIALE'.
000410     05  FILLER                  PIC X(56)   VALUE
000420         'NOUS VOUS CONFIRMONS LA REVISION DE VOTRE SALAIRE,'.
000430     05  FILLER                  PIC X(56)   VALUE
000440         'EN VIGUEUR A LA DATE INDIQUEE CI-DESSOUS :'.
000450     05  FILLER                  PIC X(56)   VALUE SPACES.
000460     05  FILLER                  PIC X(56)   VALUE
000470         'POUR TOUTE QUESTION, ADRESSEZ-VOUS A LA PAIE.'.
000480     05  FILLER                  PIC X(56)   VALUE
000490         'VEUILLEZ AGREER NOS SALUTATIONS DISTINGUEES.'.
000500     05  FILLER                  PIC X(56)   VALUE SPACES.
000510*--- A : REVISION ANNUELLE PAR NIVEAU (LOT UTSWB02)
000520     05  FILLER                  PIC X       VALUE 'A'.
000530     05  FILLER                  PIC X(56)   VALUE
000540         'REVISION ANNUELLE DES SALAIRES'.
000550     05  FILLER                  PIC X(56)   VALUE
000560         'EN APPLICATION DE LA REVISION ANNUELLE DES SALAIRES DE'.
000570     05  FILLER                  PIC X(56)   VALUE
000580         'VOTRE NIVEAU D''ENTREE, VOTRE SALAIRE EST MODIFIE'.
000590     05  FILLER                  PIC X(56)   VALUE
000600         'COMME SUIT :'.
000610     05  FILLER                  PIC X(56)   VALUE
000620         'POUR TOUTE QUESTION, ADRESSEZ-VOUS A LA PAIE.'.
000630     05  FILLER                  PIC X(56)   VALUE
000640         'VEUILLEZ AGREER NOS SALUTATIONS DISTINGUEES.'.
000650     05  FILLER                  PIC X(56)   VALUE SPACES.
000660*--- C : MISE EN CONGE SANS SOLDE (STATUT C)
000670     05  FILLER                  PIC X       VALUE 'C'.
000680     05  FILLER                  PIC X(56)   VALUE
000690         'AVIS DE CONGE SANS SOLDE'.
000700     05  FILLER                  PIC X(56)   VALUE
000710         'NOUS VOUS CONFIRMONS VOTRE MISE EN CONGE SANS SOLDE'.
000720     05  FILLER                  PIC X(56)   VALUE
000730         'A COMPTER DE LA DATE INDIQUEE CI-DESSOUS :'.
000740     05  FILLER                  PIC X(56)   VALUE SPACES.
000750     05  FILLER                  PIC X(56)   VALUE
000760         'VOTRE DOSSIER DEMEURE OUVERT PENDANT LE CONGE.'.
000770     05  FILLER                  PIC X(56)   VALUE
000780         'VEUILLEZ AGREER NOS SALUTATIONS DISTINGUEES.'.
000790     05  FILLER                  PIC X(56)   VALUE SPACES.
000800*--- S : SUSPENSION (STATUT S)
000810     05  FILLER                  PIC X       VALUE 'S'.
000820     05  FILLER                  PIC X(56)   VALUE
000830         'AVIS DE SUSPENSION'.
000840     05  FILLER                  PIC X(56)   VALUE
000850         'NOUS VOUS AVISONS DE LA SUSPENSION DE VOTRE EMPLOI'.
000860     05  FILLER                  PIC X(56)   VALUE
000870         'A COMPTER DE LA DATE INDIQUEE CI-DESSOUS :'.
000880     05  FILLER                  PIC X(56)   VALUE SPACES.
000890     05  FILLER                  PIC X(56)   VALUE
000900         'VOTRE SUPERIEUR VOUS PRECISERA LES SUITES DU DOSSIER.'.
000910     05  FILLER                  PIC X(56)   VALUE
000920         'VEUILLEZ AGREER NOS SALUTATIONS DISTINGUEES.'.
000930     05  FILLER                  PIC X(56)   VALUE SPACES.
000940*--- F : FIN DE CONTRAT (RADIATION UTSWB04 OU STATUT R)
000950     05  FILLER                  PIC X       VALUE 'F'.
000960     05  FILLER                  PIC X(56)   VALUE
000970         'AVIS DE FIN DE CONTRAT'.
000980     05  FILLER                  PIC X(56)   VALUE
000990         'NOUS VOUS AVISONS QUE VOTRE CONTRAT DE TRAVAIL PREND'.
001000     05  FILLER                  PIC X(56)   VALUE
001010         'FIN AUX CONDITIONS SUIVANTES :'.
001020     05  FILLER                  PIC X(56)   VALUE SPACES.
001030     05  FILLER                  PIC X(56)   VALUE
001040         'VOTRE RELEVE D''EMPLOI VOUS SERA TRANSMIS PAR LA PAIE.'.
001050     05  FILLER                  PIC X(56)   VALUE
001060         'NOUS VOUS REMERCIONS DE VOTRE COLLABORATION.'.
001070     05  FILLER                  PIC X(56)   VALUE SPACES.
001080 01  LMO-MODELES                 REDEFINES LMO-MODELES-VAL.
001090     05  LMO-MODELE              OCCURS 6 TIMES.
001100         10  LMO-TYPE            PIC X.
001110         10  LMO-OBJET           PIC X(56).
001120         10  LMO-INTRO           PIC X(56)   OCCURS 3 TIMES.
001130         10  LMO-FORMULE         PIC X(56)   OCCURS 3 TIMES.
001140 01  LMO-NB-MODELES              PIC S9(4)   COMP VALUE 6.
