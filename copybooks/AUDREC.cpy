000240         10  AUD-AV-SAL-EMPL     PIC S9(15)V9(3) COMP-3.
000250         10  AUD-AV-DATE-DEB     PIC S9(9)  COMP-5.
000260         10  AUD-AV-DATE-FIN     PIC S9(9)  COMP-5.
000261*--- DEPARTEMENT AVANT/APRES : UN TRANSFERT ENTRE DEPARTEMENTS
000262*    SE LIT DANS LA PISTE COMME UN CHANGEMENT DE SALAIRE
000263         10  AUD-AV-COD-DEPT     PIC X(4).
000270     05  AUD-APRES.
000280         10  AUD-AP-NUM-EMP      PIC X(9).
000290         10  AUD-AP-SAL-EMPL     PIC S9(15)V9(3) COMP-3.
000300         10  AUD-AP-DATE-DEB     PIC S9(9)  COMP-5.
000310         10  AUD-AP-DATE-FIN     PIC S9(9)  COMP-5.
000311         10  AUD-AP-COD-DEPT     PIC X(4).
000320     05  AUD-CODE-RETOUR         PIC X(10).
000330     05  AUD-SW-REUSSITE         PIC X.
000340         88  AUD-TRAN-REUSSIE               VALUE 'O'.
000410*    COMMUN A LA MESURE UTPERF, AU REJET ET A LA TRACE DU
000420*    SERVICE .NET; ESPACES QUAND AUCUN APPEL N'A EU LIEU
000430     05  AUD-CORR-ID             PIC X(32).
000440*--- COMPLEMENT DE L'IMAGE APRES (NOM, NIVEAU, STATUT, CONTACTS)
000450*    TIRE DE LA REQUETE AjouterEmploye/ModifierEmploye ENVOYEE
000460*    AU SERVICE (MEMBRE UTAUDIMG); AVEC L'IMAGE APRES CI-DESSUS,
000470*    IL PERMET A LA REPRISE EN AVANT UTSWREP DE RECONSTITUER LE
000480*    DOSSIER MAITRE. 'N' QUAND AUCUNE REQUETE N'A ETE PREPAREE
000490*    (SUPPRESSION, OBTENTION, REJET AVANT L'APPEL)
000500     05  AUD-COMPLEMENT.
000510         10  AUD-SW-IMAGE-COMPLETE
000520                                 PIC X.
000530             88  AUD-IMAGE-COMPLETE         VALUE 'O'.
000540             88  AUD-IMAGE-PARTIELLE        VALUE 'N'.
000550         10  AUD-AP-PREN-EMP     PIC X(30).
000560         10  AUD-AP-NOM-EMP      PIC X(30).
000570         10  AUD-AP-NIV-ENTR     PIC S9(4)    COMP.
000580         10  AUD-AP-STATUT       PIC X.
000590         10  AUD-AP-NO-TEL-CONT1 PIC 9(9).
000600         10  AUD-AP-NO-TEL-CONT2 PIC 9(9).
000610*--- COMPLEMENT DE L'ETAT AVANT (NOM, NIVEAU, STATUT) QUAND LE
000620*    PROGRAMME L'A LU (DOSSIER LOCAL, OBTENTION OU DEMANDE
000630*    PARQUEE); 'N' SINON. AVEC L'IMAGE APRES, IL DETERMINE LES
000640*    EVENEMENTS SORTANTS PUBLIES (MEMBRE UTEVTPUB)
000650     05  AUD-COMPLEMENT-AVANT.
000660         10  AUD-SW-AVANT-CONNU  PIC X.
000670             88  AUD-AVANT-CONNU            VALUE 'O'.
000680             88  AUD-AVANT-INCONNU          VALUE 'N'.
000690         10  AUD-AV-PREN-EMP     PIC X(30).
000700         10  AUD-AV-NOM-EMP      PIC X(30).
000710         10  AUD-AV-NIV-ENTR     PIC S9(4)    COMP.
000720         10  AUD-AV-STATUT       PIC X.
000730*--- TYPES DES EVENEMENTS SORTANTS PUBLIES SUR LA FILE EVNT POUR
000740*    CETTE TRANSACTION (VALEURS DE EVT-TYPE, UTEVTREC); ESPACES
000750*    SI AUCUN. LE RAPPROCHEMENT DE NUIT UTSWEVR LES ATTEND AU
000760*    FICHIER DES EVENEMENTS DU JOUR
000770     05  AUD-EVENEMENTS.
000780         10  AUD-TYPE-EVT        PIC X       OCCURS 3 TIMES.
