000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      UTSWRPP.
000120*AUTHOR.          GROUPE CSD.
000130*----------------------------------------------------------------*
000140*                                                                *
000150* DESC.: PROJECTION DES COUTS DE PAIE D'UN EXERCICE FINANCIER    *
000160* -----  PAR NIVEAU D'ENTRETIEN ET PAR MOIS -- PART DU MAITRE    *
000170*        PANRMAS ET APPLIQUE, MOIS PAR MOIS : LES FINS DE        *
000180*        CONTRAT (UTPANRM-DATE-FIN) ET LES RADIATIONS DU LOT     *
000190*        UTSWB04 QUI EN DECOULENT, LES EMBAUCHES ET              *
000200*        CHANGEMENTS DATES DEJA EN ATTENTE DANS UTPEND, LES      *
000210*        DEMANDES EN ATTENTE D'APPROBATION DANS UTAPPRO          *
000220*        (PRESUMEES APPROUVEES) ET LA REVISION ANNUELLE PREVUE   *
000230*        AUX PARAMETRES UTRVREC (FICHIER REVPARM, MEMES          *
000240*        ENREGISTREMENTS QUE LA FILE UTRVQ DU LOT UTSWB02),      *
000250*        PLAFONNEE AU MAXIMUM DE LA BANDE DU NIVEAU (UTNIVRF).   *
000260*        LE RAPPORT DONNE, PAR NIVEAU ET POUR L'ENSEMBLE,        *
000270*        L'EFFECTIF ET LE COUT PROJETES DE CHAQUE MOIS, LE       *
000280*        TOTAL DE L'EXERCICE ET L'ECART CONTRE LE RYTHME         *
000290*        MENSUEL ACTUEL (EMPLOYES PAYES CE JOUR, MEME BASE QUE   *
000300*        LE RAPPORT MENSUEL UTSWRPM). L'EXERCICE EST LU DANS     *
000310*        PRJPARM, DEFAUT = EXERCICE SUIVANT. LECTURE SEULEMENT : *
000320*        AUCUNE MISE A JOUR.                                     *
000330*----------------------------------------------------------------*
000340* HISTORIQUE DES MODIFICATIONS                                   *
000350*  - CREATION DE LA PROJECTION DES COUTS DE PAIE PAR EXERCICE    *
000360*----------------------------------------------------------------*
000370
000380 ENVIRONMENT                     DIVISION.
000390
000400 CONFIGURATION                   SECTION.
000410
000420 SPECIAL-NAMES.                  DECIMAL-POINT IS COMMA.
000430
000440 INPUT-OUTPUT                    SECTION.
000450
000460 FILE-CONTROL.
000470     SELECT MAITRE-FICHIER       ASSIGN TO PANRMAS
000480                                  ORGANIZATION IS INDEXED
000490                                  ACCESS MODE IS SEQUENTIAL
000500                                  RECORD KEY IS UTPANRM-NUM-EMP
000510                                  FILE STATUS IS VAT-MAITRE-STAT.
000520
000530     SELECT ATTENTE-FICHIER      ASSIGN TO UTPEND
000540                                  ORGANIZATION IS INDEXED
000550                                  ACCESS MODE IS SEQUENTIAL
000560                                  RECORD KEY IS PEN-CLE
000570                                  FILE STATUS IS VAT-PEN-STAT.
000580
000590     SELECT APPROB-FICHIER       ASSIGN TO UTAPPRO
000600                                  ORGANIZATION IS INDEXED
000610                                  ACCESS MODE IS SEQUENTIAL
000620                                  RECORD KEY IS APP-CLE
000630                                  FILE STATUS IS VAT-APP-STAT.
000640
000650     SELECT NIVEAU-FICHIER       ASSIGN TO UTNIVRF
000660                                  ORGANIZATION IS INDEXED
000670                                  ACCESS MODE IS RANDOM
000680                                  RECORD KEY IS NIV-CLE
000690                                  FILE STATUS IS VAT-NIV-STAT.
000700
000710*--- PARAMETRES DE LA REVISION ANNUELLE PREVUE (ABSENT = AUCUNE
000720*    REVISION DANS LA PROJECTION)
000730     SELECT OPTIONAL REVISION-FICHIER
000740                                  ASSIGN TO REVPARM
000750                                  ORGANIZATION IS SEQUENTIAL
000760                                  FILE STATUS IS VAT-REV-STAT.
000770
000780*--- LES ATTENTES ET LES DEMANDES SONT TRIEES EN ORDRE D'EMPLOYE
000790*    PUIS DE DATE D'EFFET POUR ETRE APPARIEES AU MAITRE
000800     SELECT TRI-FICHIER          ASSIGN TO SORTWK1.
000810
000820     SELECT PARAMETRE-FICHIER    ASSIGN TO PRJPARM
000830                                  ORGANIZATION IS SEQUENTIAL
000840                                  FILE STATUS IS VAT-PARM-STAT.
000850
000860     SELECT RAPPORT-FICHIER      ASSIGN TO RAPPORT
000870                                  ORGANIZATION IS SEQUENTIAL
000880                                  FILE STATUS IS VAT-RAPPORT-STAT.
000890
000900 DATA                            DIVISION.
000910*----------------------------------------------------------------*
000920 FILE                            SECTION.
000930*----------------------------------------------------------------*
000940 FD  MAITRE-FICHIER.
000950     COPY UTPANRM.
000960
000970 FD  ATTENTE-FICHIER.
000980     COPY UTPENREC.
000990
001000 FD  APPROB-FICHIER.
001010     COPY UTAPPREC.
001020
001030 FD  NIVEAU-FICHIER.
001040     COPY UTNIVREC.
001050
001060 FD  REVISION-FICHIER
001070     RECORDING MODE IS F.
001080     COPY UTRVREC.
001090
001100*--- CHANGEMENT A PROJETER : DOSSIER APRES CHANGEMENT D'UNE
001110*    ATTENTE (UTPEND) OU D'UNE DEMANDE (UTAPPRO)
001120 SD  TRI-FICHIER.
001130 01  TRI-ENREGISTREMENT.
001140     05  TRI-NUM-EMP             PIC X(9).
001150     05  TRI-DATE-EFF            PIC 9(8).
001160     05  TRI-DATE-SAISIE         PIC 9(8).
001170     05  TRI-HEURE-SAISIE        PIC 9(6).
001180     05  TRI-SOURCE              PIC X.
001190         88  TRI-DE-UTPEND                   VALUE 'P'.
001200         88  TRI-DE-UTAPPRO                  VALUE 'A'.
001210     05  TRI-COD-ACTN            PIC X.
001220     05  TRI-NIV-ENTR            PIC 9(4).
001230     05  TRI-DATE-DEB            PIC 9(8).
001240     05  TRI-DATE-FIN            PIC 9(8).
001250     05  TRI-SAL-EMP             PIC 9(9).
001260     05  TRI-STATUT              PIC X.
001270
001280*--- EXERCICE FINANCIER (ANNEE DU PREMIER MOIS), MOIS DE DEBUT DE
001290*    L'EXERCICE ET MOIS D'ENTREE EN VIGUEUR DE LA REVISION
001300 FD  PARAMETRE-FICHIER
001310     RECORDING MODE IS F.
001320 01  PPA-ENREGISTREMENT.
001330     05  PPA-EXERCICE            PIC 9(4).
001340     05  PPA-MOIS-DEBUT          PIC 9(2).
001350     05  PPA-MOIS-REVISION       PIC 9(2).
001360     05  FILLER                  PIC X(72).
001370
001380 FD  RAPPORT-FICHIER
001390     RECORDING MODE IS F.
001400 01  RAP-LIGNE                   PIC X(132).
001410
001420*----------------------------------------------------------------*
001430 WORKING-STORAGE                 SECTION.
001440*----------------------------------------------------------------*
001450 01  FILLER                      PIC X(27)  VALUE
001460         'COMMENCEMENT DU MODULE  -->'.
001470
001480 01  VAT-MAITRE-STAT             PIC X(2).
001490 01  VAT-PEN-STAT                PIC X(2).
001500 01  VAT-APP-STAT                PIC X(2).
001510 01  VAT-NIV-STAT                PIC X(2).
001520 01  VAT-REV-STAT                PIC X(2).
001530 01  VAT-PARM-STAT               PIC X(2).
001540 01  VAT-RAPPORT-STAT            PIC X(2).
001550
001560 01  VAT-SW-OUVERTURE            PIC X       VALUE 'O'.
001570     88  OUVERTURE-REUSSIE                   VALUE 'O'.
001580     88  OUVERTURE-ECHOUEE                   VALUE 'N'.
001590 01  VAT-SW-FIN-FICHIER          PIC X       VALUE 'N'.
001600     88  FIN-FICHIER-ATTEINTE                VALUE 'O'.
001610 01  VAT-SW-FIN-MAITRE           PIC X       VALUE 'N'.
001620     88  FIN-MAITRE-ATTEINTE                 VALUE 'O'.
001630 01  VAT-SW-FIN-TRI              PIC X       VALUE 'N'.
001640     88  FIN-TRI-ATTEINTE                    VALUE 'O'.
001650
001660*----------------------------------------------------------------*
001670*    DATE DU JOUR ET EXERCICE PROJETE                            *
001680*----------------------------------------------------------------*
001690 01  VAT-DATE-JOUR               PIC 9(8).
001700 01  VAT-DATE-JOUR-R             REDEFINES VAT-DATE-JOUR.
001710     05  VAT-JOUR-AAAA           PIC 9(4).
001720     05  VAT-JOUR-MM             PIC 9(2).
001730     05  VAT-JOUR-JJ             PIC 9(2).
001740
001750 01  PRJ-EXERCICE                PIC 9(4).
001760 01  PRJ-MOIS-DEBUT              PIC 9(2).
001770 01  PRJ-MOIS-REVISION           PIC 9(2).
001780*--- PREMIER MOIS (AAAAMM) OU LA REVISION EST APPLIQUEE
001790 01  PRJ-AAAAMM-REVISION         PIC 9(6).
001800
001810*--- LES DOUZE MOIS DE L'EXERCICE (AAAAMM)
001820 01  PRJ-CALC-MOIS.
001830     05  PRJ-CALC-AAAA           PIC 9(4).
001840     05  PRJ-CALC-MM             PIC 9(2).
001850 01  PRJ-CALC-AAAAMM             REDEFINES PRJ-CALC-MOIS
001860                                 PIC 9(6).
001870 01  TBL-MOIS-EXERCICE.
001880     05  TBL-MOIS-AAAAMM         PIC 9(6)    OCCURS 12 TIMES.
001890 01  VAT-IDX-MOIS                PIC S9(4)   COMP.
001900
001910*----------------------------------------------------------------*
001920*    TABLE DES REVISIONS PREVUES PAR NIVEAU (REVPARM), AVEC LE   *
001930*    MAXIMUM DE LA BANDE DU NIVEAU LU DANS UTNIVRF               *
001940*----------------------------------------------------------------*
001950 01  VAT-NB-REV-MAX              PIC S9(4)   COMP VALUE 100.
001960 01  VAT-NB-REV                  PIC S9(4)   COMP VALUE 0.
001970 01  VAT-IDX-REV                 PIC S9(4)   COMP.
001980 01  VAT-SW-REV-TROUVEE          PIC X.
001990     88  REV-TROUVEE                         VALUE 'O'.
002000     88  REV-ABSENTE                         VALUE 'N'.
002010
002020 01  TBL-REVISIONS.
002030     05  TBL-REV-ENTREE          OCCURS 100 TIMES.
002040         10  TBL-REV-NIVEAU      PIC 9(4).
002050         10  TBL-REV-TYPE        PIC X.
002060             88  TBL-REV-POURCENTAGE         VALUE 'P'.
002070             88  TBL-REV-MONTANT             VALUE 'M'.
002080         10  TBL-REV-POURCENT    PIC 9(3)V9(2).
002090         10  TBL-REV-VALEUR      PIC 9(13)V9(2).
002100         10  TBL-REV-SAL-MAX     PIC S9(15)V9(3) COMP-3.
002110
002120*----------------------------------------------------------------*
002130*    EMPLOYE COURANT DE L'APPARIEMENT : ETAT DU DOSSIER AU MOIS  *
002140*    PROJETE (MAITRE PUIS CHANGEMENTS EN ATTENTE) ET SES         *
002150*    CHANGEMENTS TRIES PAR DATE D'EFFET                          *
002160*----------------------------------------------------------------*
002170 01  PRJ-NUM-EMP-COURANT         PIC X(9).
002180 01  PRJ-ETAT-EMPLOYE.
002190     05  PRJ-SW-PRESENT          PIC X.
002200         88  PRJ-EMPL-PRESENT                VALUE 'O'.
002210         88  PRJ-EMPL-ABSENT                 VALUE 'N'.
002220     05  PRJ-NIV-ENTR            PIC 9(4).
002230     05  PRJ-DATE-DEB            PIC 9(8).
002240     05  PRJ-DATE-FIN            PIC 9(8).
002250     05  PRJ-SAL-EMP             PIC S9(15)V9(3) COMP-3.
002260     05  PRJ-STATUT              PIC X.
002270         88  PRJ-ST-ACTIF                    VALUE 'A' ' '.
002280 01  PRJ-SAL-MOIS                PIC S9(15)V9(3) COMP-3.
002290 01  PRJ-SW-PAYE                 PIC X.
002300     88  PRJ-EMPL-PAYE                       VALUE 'O'.
002310     88  PRJ-EMPL-NON-PAYE                   VALUE 'N'.
002320 01  PRJ-SW-PLAFONNE             PIC X.
002330     88  PRJ-REV-PLAFONNEE                   VALUE 'O'.
002340
002350 01  VAT-NB-CHG-MAX              PIC S9(4)   COMP VALUE 20.
002360 01  VAT-NB-CHG                  PIC S9(4)   COMP VALUE 0.
002370 01  VAT-IDX-CHG                 PIC S9(4)   COMP.
002380 01  VAT-SW-CHG-MOIS             PIC X.
002390     88  CHG-MOIS-APPLIQUES                  VALUE 'O'.
002400     88  CHG-MOIS-A-APPLIQUER                VALUE 'N'.
002410 01  TBL-CHANGEMENTS.
002420     05  TBL-CHG-ENTREE          OCCURS 20 TIMES.
002430         10  TBL-CHG-AAAAMM      PIC 9(6).
002440         10  TBL-CHG-COD-ACTN    PIC X.
002450         10  TBL-CHG-NIV-ENTR    PIC 9(4).
002460         10  TBL-CHG-DATE-DEB    PIC 9(8).
002470         10  TBL-CHG-DATE-FIN    PIC 9(8).
002480         10  TBL-CHG-SAL-EMP     PIC 9(9).
002490         10  TBL-CHG-STATUT      PIC X.
002500
002510*----------------------------------------------------------------*
002520*    TABLE DES NIVEAUX -- UNE ENTREE PAR NIVEAU RENCONTRE, EN    *
002530*    ORDRE DE NIVEAU : RYTHME MENSUEL ACTUEL PUIS EFFECTIF ET    *
002540*    COUT PROJETES DE CHAQUE MOIS DE L'EXERCICE                  *
002550*----------------------------------------------------------------*
002560 01  VAT-NB-NIV-MAX              PIC S9(4)   COMP VALUE 100.
002570 01  VAT-NB-NIV                  PIC S9(4)   COMP VALUE 0.
002580 01  VAT-IDX-NIV                 PIC S9(4)   COMP.
002590 01  VAT-IDX-DEPL                PIC S9(4)   COMP.
002600 01  VAT-SW-NIV-TROUVE           PIC X.
002610     88  NIV-TROUVE                          VALUE 'O'.
002620     88  NIV-INCONNU                         VALUE 'N'.
002630 01  VAT-SW-NIV-PLACE            PIC X.
002640     88  NIV-PLACE-TROUVEE                   VALUE 'O'.
002650     88  NIV-PLACE-A-CHERCHER                VALUE 'N'.
002660 01  PRJ-NIV-COURANT             PIC 9(4).
002670
002680 01  TBL-NIVEAUX.
002690     05  TBL-NIV-ENTREE          OCCURS 100 TIMES.
002700         10  TBL-NIV-NIVEAU      PIC 9(4).
002710         10  TBL-NIV-EFF-ACTUEL  PIC 9(7)    COMP.
002720         10  TBL-NIV-COUT-ACTUEL PIC S9(15)V9(3) COMP-3.
002730         10  TBL-NIV-MOIS        OCCURS 12 TIMES.
002740             15  TBL-NIV-EFFECTIF
002750                                 PIC 9(7)    COMP.
002760             15  TBL-NIV-COUT    PIC S9(15)V9(3) COMP-3.
002770
002780*--- CUMULS DE L'ENSEMBLE DES NIVEAUX (MEME DISPOSITION QU'UNE
002790*    ENTREE DE LA TABLE, POUR L'IMPRESSION)
002800 01  TOT-NIVEAUX.
002810     05  TOT-EFF-ACTUEL          PIC 9(7)    COMP.
002820     05  TOT-COUT-ACTUEL         PIC S9(15)V9(3) COMP-3.
002830     05  TOT-MOIS                OCCURS 12 TIMES.
002840         10  TOT-EFFECTIF        PIC 9(7)    COMP.
002850         10  TOT-COUT            PIC S9(15)V9(3) COMP-3.
002860
002870*----------------------------------------------------------------*
002880*    ZONES D'IMPRESSION D'UN BLOC (UN NIVEAU OU L'ENSEMBLE)      *
002890*----------------------------------------------------------------*
002900 01  IMP-BLOC.
002910     05  IMP-EFF-ACTUEL          PIC 9(7)    COMP.
002920     05  IMP-COUT-ACTUEL         PIC S9(15)V9(3) COMP-3.
002930     05  IMP-MOIS                OCCURS 12 TIMES.
002940         10  IMP-EFFECTIF        PIC 9(7)    COMP.
002950         10  IMP-COUT            PIC S9(15)V9(3) COMP-3.
002960 01  IMP-COUT-ANNUEL             PIC S9(15)V9(3) COMP-3.
002970 01  IMP-ECART                   PIC S9(15)V9(3) COMP-3.
002980
002990 01  RAP-EDIT-NIVEAU             PIC 9(4).
003000 01  RAP-EDIT-LIBELLE            PIC X(30).
003010 01  RAP-EDIT-EFFECTIF           PIC ZZZ.ZZ9.
003020 01  RAP-EDIT-COUT               PIC Z(12)9,999.
003030 01  RAP-EDIT-ECART              PIC -Z(12)9,999.
003040 01  RAP-EDIT-NB                 PIC ZZZ.ZZZ.ZZ9.
003050
003060*----------------------------------------------------------------*
003070*    COMPTEURS DE FIN DE TRAITEMENT                              *
003080*----------------------------------------------------------------*
003090 01  CPT-MAITRE-LUS              PIC 9(7)    VALUE ZERO.
003100 01  CPT-PEN-RETENUES            PIC 9(7)    VALUE ZERO.
003110 01  CPT-APP-RETENUES            PIC 9(7)    VALUE ZERO.
003120 01  CPT-REV-LUES                PIC 9(7)    VALUE ZERO.
003130*--- NIVEAU DE REVPARM ABSENT DE UTNIVRF : REVISION NON PROJETEE,
003140*    COMME LE LOT UTSWB02 REFUSE UN TEL NIVEAU
003150 01  CPT-REV-IGNOREES            PIC 9(7)    VALUE ZERO.
003160 01  CPT-EMPL-PROJETES           PIC 9(7)    VALUE ZERO.
003170*--- EMPLOYES DONT LE CONTRAT PREND FIN PENDANT L'EXERCICE (RADIES
003180*    PAR UTSWB04 AU LENDEMAIN DE LA DATE DE FIN)
003190 01  CPT-FINS-CONTRAT            PIC 9(7)    VALUE ZERO.
003200 01  CPT-REV-PLAFONNEES          PIC 9(7)    VALUE ZERO.
003210 01  CPT-CHG-IGNORES             PIC 9(7)    VALUE ZERO.
003220 01  CPT-NIV-IGNORES             PIC 9(7)    VALUE ZERO.
003230
003240*----------------------------------------------------------------*
003250*                 *** PROCEDURE DIVISION ***                     *
003260*----------------------------------------------------------------*
003270 PROCEDURE DIVISION.
003280
003290*----------------------------------------------------------------*
003300 0000-SECTION-DIRECTRICE          SECTION.
003310*-----------------------------------------
003320
003330     PERFORM                      1000-INITIALISATION.
003340     IF OUVERTURE-REUSSIE
003350         SORT TRI-FICHIER
003360              ON ASCENDING KEY    TRI-NUM-EMP
003370                                  TRI-DATE-EFF
003380                                  TRI-DATE-SAISIE
003390                                  TRI-HEURE-SAISIE
003400              INPUT PROCEDURE IS  3000-TRIER-LES-CHANGEMENTS
003410              OUTPUT PROCEDURE IS 4000-PROJETER-LES-EMPLOYES
003420         PERFORM                  7000-IMPRIMER-LE-RAPPORT
003430         PERFORM                  8000-FIN-DE-LOT
003440     ELSE
003450         MOVE 16                  TO RETURN-CODE
003460         GOBACK
003470     END-IF.
003480
003490 0000-SECTION-DIRECTRICE-FIN.
003500     EXIT.
003510/
003520*----------------------------------------------------------------*
003530* OUVERTURE DES FICHIERS, EXERCICE A PROJETER ET CHARGEMENT DES  *
003540* REVISIONS PREVUES                                              *
003550*----------------------------------------------------------------*
003560 1000-INITIALISATION              SECTION.
003570*-----------------------------------------
003580
003590     SET OUVERTURE-REUSSIE        TO TRUE.
003600
003610     OPEN INPUT                   MAITRE-FICHIER
003620                                  ATTENTE-FICHIER
003630                                  APPROB-FICHIER
003640                                  NIVEAU-FICHIER
003650                                  REVISION-FICHIER.
003660     OPEN OUTPUT                  RAPPORT-FICHIER.
003670
003680     IF VAT-MAITRE-STAT NOT = '00'
003690         DISPLAY 'UTSWRPP - OUVERTURE IMPOSSIBLE - '
003700                 'MAITRE-FICHIER - STATUS ' VAT-MAITRE-STAT
003710         SET OUVERTURE-ECHOUEE    TO TRUE
003720     END-IF.
003730
003740     IF VAT-PEN-STAT NOT = '00'
003750         DISPLAY 'UTSWRPP - OUVERTURE IMPOSSIBLE - '
003760                 'ATTENTE-FICHIER - STATUS ' VAT-PEN-STAT
003770         SET OUVERTURE-ECHOUEE    TO TRUE
003780     END-IF.
003790
003800     IF VAT-APP-STAT NOT = '00'
003810         DISPLAY 'UTSWRPP - OUVERTURE IMPOSSIBLE - '
003820                 'APPROB-FICHIER - STATUS ' VAT-APP-STAT
003830         SET OUVERTURE-ECHOUEE    TO TRUE
003840     END-IF.
003850
003860     IF VAT-NIV-STAT NOT = '00'
003870         DISPLAY 'UTSWRPP - OUVERTURE IMPOSSIBLE - '
003880                 'NIVEAU-FICHIER - STATUS ' VAT-NIV-STAT
003890         SET OUVERTURE-ECHOUEE    TO TRUE
003900     END-IF.
003910
003920     IF VAT-REV-STAT NOT = '00' AND '05'
003930         DISPLAY 'UTSWRPP - OUVERTURE IMPOSSIBLE - '
003940                 'REVISION-FICHIER - STATUS ' VAT-REV-STAT
003950         SET OUVERTURE-ECHOUEE    TO TRUE
003960     END-IF.
003970
003980     IF VAT-RAPPORT-STAT NOT = '00'
003990         DISPLAY 'UTSWRPP - OUVERTURE IMPOSSIBLE - '
004000                 'RAPPORT-FICHIER - STATUS ' VAT-RAPPORT-STAT
004010         SET OUVERTURE-ECHOUEE    TO TRUE
004020     END-IF.
004030
004040     INITIALIZE TBL-NIVEAUX.
004050     INITIALIZE TBL-REVISIONS.
004060
004070     IF OUVERTURE-REUSSIE
004080         PERFORM                  1200-OBTENIR-EXERCICE
004090         PERFORM                  1300-CHARGER-REVISIONS
004100     END-IF.
004110
004120 1000-INITIALISATION-FIN.
004130     EXIT.
004140/
004150*----------------------------------------------------------------*
004160* LECTURE SEQUENTIELLE DU MAITRE                                 *
004170*----------------------------------------------------------------*
004180 1100-LIRE-MAITRE                 SECTION.
004190*-----------------------------------------
004200
004210     READ MAITRE-FICHIER NEXT
004220         AT END
004230             SET  FIN-MAITRE-ATTEINTE TO TRUE
004240             MOVE HIGH-VALUES     TO UTPANRM-NUM-EMP
004250     END-READ.
004260
004270     IF NOT FIN-MAITRE-ATTEINTE
004280         ADD 1                    TO CPT-MAITRE-LUS
004290     END-IF.
004300
004310 1100-LIRE-MAITRE-FIN.
004320     EXIT.
004330/
004340*----------------------------------------------------------------*
004350* OBTENIR L'EXERCICE A PROJETER : PREMIERE LIGNE DU FICHIER      *
004360* PARAMETRE PRJPARM (AAAA = ANNEE DU PREMIER MOIS, MM = MOIS DE  *
004370* DEBUT DE L'EXERCICE, MM = MOIS D'ENTREE EN VIGUEUR DE LA       *
004380* REVISION). UNE ZONE ABSENTE OU INVALIDE PREND SA VALEUR PAR    *
004390* DEFAUT : EXERCICE DU 1ER AVRIL, EXERCICE SUIVANT L'EXERCICE    *
004400* EN COURS, REVISION AU PREMIER MOIS DE L'EXERCICE               *
004410*----------------------------------------------------------------*
004420 1200-OBTENIR-EXERCICE            SECTION.
004430*-----------------------------------------
004440
004450     ACCEPT VAT-DATE-JOUR         FROM DATE YYYYMMDD.
004460
004470     MOVE ZERO                    TO PRJ-EXERCICE
004480                                  PRJ-MOIS-REVISION.
004490     MOVE 4                       TO PRJ-MOIS-DEBUT.
004500
004510     OPEN INPUT                   PARAMETRE-FICHIER.
004520
004530     IF VAT-PARM-STAT = '00'
004540         READ PARAMETRE-FICHIER
004550             AT END
004560                 CONTINUE
004570             NOT AT END
004580                 PERFORM          1210-RETENIR-PARAMETRES
004590         END-READ
004600         CLOSE PARAMETRE-FICHIER
004610     END-IF.
004620
004630*--- EXERCICE PAR DEFAUT : CELUI QUI SUIT L'EXERCICE EN COURS
004640     IF  PRJ-EXERCICE = ZERO
004650         IF  VAT-JOUR-MM NOT < PRJ-MOIS-DEBUT
004660             COMPUTE PRJ-EXERCICE = VAT-JOUR-AAAA + 1
004670         ELSE
004680             MOVE VAT-JOUR-AAAA   TO PRJ-EXERCICE
004690         END-IF
004700     END-IF.
004710
004720     IF  PRJ-MOIS-REVISION = ZERO
004730         MOVE PRJ-MOIS-DEBUT      TO PRJ-MOIS-REVISION
004740     END-IF.
004750
004760*--- LES DOUZE MOIS DE L'EXERCICE ET LE MOIS DE LA REVISION
004770     MOVE PRJ-EXERCICE            TO PRJ-CALC-AAAA.
004780     MOVE PRJ-MOIS-DEBUT          TO PRJ-CALC-MM.
004790
004800     PERFORM VARYING VAT-IDX-MOIS FROM 1 BY 1
004810             UNTIL VAT-IDX-MOIS > 12
004820         MOVE PRJ-CALC-AAAAMM     TO TBL-MOIS-AAAAMM
004830                                     (VAT-IDX-MOIS)
004840         IF  PRJ-CALC-MM = PRJ-MOIS-REVISION
004850             MOVE PRJ-CALC-AAAAMM TO PRJ-AAAAMM-REVISION
004860         END-IF
004870         IF  PRJ-CALC-MM = 12
004880             ADD 1                TO PRJ-CALC-AAAA
004890             MOVE 1               TO PRJ-CALC-MM
004900         ELSE
004910             ADD 1                TO PRJ-CALC-MM
004920         END-IF
004930     END-PERFORM.
004940
004950 1200-OBTENIR-EXERCICE-FIN.
004960     EXIT.
004970*----------------------------------------------------------------*
004980*     RETENIR LES ZONES NUMERIQUES ET VALIDES DU PARAMETRE       *
004990*----------------------------------------------------------------*
005000 1210-RETENIR-PARAMETRES          SECTION.
005010*-----------------------------------------
005020
005030     IF  PPA-MOIS-DEBUT IS NUMERIC
005040         AND PPA-MOIS-DEBUT > ZERO
005050         AND PPA-MOIS-DEBUT NOT > 12
005060         MOVE PPA-MOIS-DEBUT      TO PRJ-MOIS-DEBUT
005070     END-IF.
005080
005090     IF  PPA-EXERCICE IS NUMERIC
005100         AND PPA-EXERCICE > ZERO
005110         MOVE PPA-EXERCICE        TO PRJ-EXERCICE
005120     END-IF.
005130
005140     IF  PPA-MOIS-REVISION IS NUMERIC
005150         AND PPA-MOIS-REVISION > ZERO
005160         AND PPA-MOIS-REVISION NOT > 12
005170         MOVE PPA-MOIS-REVISION   TO PRJ-MOIS-REVISION
005180     END-IF.
005190
005200 1210-RETENIR-PARAMETRES-FIN.
005210     EXIT.
005220/
005230*----------------------------------------------------------------*
005240* CHARGER LES REVISIONS PREVUES (REVPARM) : UN ENREGISTREMENT PAR*
005250* NIVEAU. LE MAXIMUM DE LA BANDE EST LU DANS UTNIVRF; UN NIVEAU  *
005260* ABSENT DE LA TABLE N'EST PAS REVISE (MEME REGLE QUE UTSWB02)   *
005270*----------------------------------------------------------------*
005280 1300-CHARGER-REVISIONS           SECTION.
005290*-----------------------------------------
005300
005310     MOVE 'N'                     TO VAT-SW-FIN-FICHIER.
005320
005330     PERFORM                      1310-LIRE-REVISION.
005340
005350     PERFORM                      1320-RETENIR-UNE-REVISION
005360             UNTIL FIN-FICHIER-ATTEINTE.
005370
005380 1300-CHARGER-REVISIONS-FIN.
005390     EXIT.
005400*----------------------------------------------------------------*
005410*     LECTURE D'UN PARAMETRE DE REVISION                         *
005420*----------------------------------------------------------------*
005430 1310-LIRE-REVISION               SECTION.
005440*-----------------------------------------
005450
005460     READ REVISION-FICHIER
005470         AT END
005480             SET FIN-FICHIER-ATTEINTE TO TRUE
005490     END-READ.
005500
005510     IF NOT FIN-FICHIER-ATTEINTE
005520         ADD 1                    TO CPT-REV-LUES
005530     END-IF.
005540
005550 1310-LIRE-REVISION-FIN.
005560     EXIT.
005570*----------------------------------------------------------------*
005580*     RETENIR LA REVISION COURANTE SI SON NIVEAU EST DANS UTNIVRF*
005590*     (TABLE PLEINE OU NIVEAU INCONNU = REVISION IGNOREE ET      *
005600*     SIGNALEE)                                                  *
005610*----------------------------------------------------------------*
005620 1320-RETENIR-UNE-REVISION        SECTION.
005630*-----------------------------------------
005640
005650     MOVE UTRV-NIV-ENTR           TO NIV-NIV-ENTR.
005660
005670     READ NIVEAU-FICHIER
005680         INVALID KEY
005690             ADD 1                TO CPT-REV-IGNOREES
005700             DISPLAY 'UTSWRPP - NIVEAU ' UTRV-NIV-ENTR
005710                     ' DE REVPARM ABSENT DE UTNIVRF - '
005720                     'REVISION NON PROJETEE'
005730         NOT INVALID KEY
005740             IF  VAT-NB-REV < VAT-NB-REV-MAX
005750                 ADD 1            TO VAT-NB-REV
005760                 MOVE UTRV-NIV-ENTR
005770                                  TO TBL-REV-NIVEAU (VAT-NB-REV)
005780                 MOVE UTRV-TYPE-REVISION
005790                                  TO TBL-REV-TYPE (VAT-NB-REV)
005800                 MOVE UTRV-POURCENTAGE
005810                                  TO TBL-REV-POURCENT (VAT-NB-REV)
005820                 MOVE UTRV-MONTANT
005830                                  TO TBL-REV-VALEUR (VAT-NB-REV)
005840                 MOVE NIV-SAL-MAX
005850                                  TO TBL-REV-SAL-MAX (VAT-NB-REV)
005860             ELSE
005870                 ADD 1            TO CPT-REV-IGNOREES
005880             END-IF
005890     END-READ.
005900
005910     PERFORM                      1310-LIRE-REVISION.
005920
005930 1320-RETENIR-UNE-REVISION-FIN.
005940     EXIT.
005950/
005960*----------------------------------------------------------------*
005970* RETENIR LES ATTENTES (UTPEND) ET LES DEMANDES D'APPROBATION    *
005980* (UTAPPRO) ENCORE EN ATTENTE DONT LA DATE D'EFFET NE DEPASSE    *
005990* PAS LA FIN DE L'EXERCICE; LES LIBEREES, APPROUVEES, REFUSEES   *
006000* OU EN ERREUR NE CHANGERONT PLUS LE MAITRE ET SONT ECARTEES     *
006010*----------------------------------------------------------------*
006020 3000-TRIER-LES-CHANGEMENTS       SECTION.
006030*-----------------------------------------
006040
006050     MOVE 'N'                     TO VAT-SW-FIN-FICHIER.
006060     PERFORM                      3110-LIRE-ATTENTE.
006070     PERFORM                      3100-RETENIR-UNE-ATTENTE
006080             UNTIL FIN-FICHIER-ATTEINTE.
006090
006100     MOVE 'N'                     TO VAT-SW-FIN-FICHIER.
006110     PERFORM                      3210-LIRE-DEMANDE.
006120     PERFORM                      3200-RETENIR-UNE-DEMANDE
006130             UNTIL FIN-FICHIER-ATTEINTE.
006140
006150 3000-TRIER-LES-CHANGEMENTS-FIN.
006160     EXIT.
006170*----------------------------------------------------------------*
006180*     RETENIR L'ATTENTE COURANTE (EMBAUCHE OU CHANGEMENT DATE :  *
006190*     DOSSIER COMPLET APRES CHANGEMENT) PUIS LIRE LA SUIVANTE    *
006200*----------------------------------------------------------------*
006210 3100-RETENIR-UNE-ATTENTE         SECTION.
006220*-----------------------------------------
006230
006240     IF  PEN-EN-ATTENTE
006250         AND PEN-DATE-EFF(1:6) NOT > TBL-MOIS-AAAAMM (12)
006260         MOVE PEN-NUM-EMP         TO TRI-NUM-EMP
006270         MOVE PEN-DATE-EFF        TO TRI-DATE-EFF
006280         MOVE PEN-DATE-SAISIE     TO TRI-DATE-SAISIE
006290         MOVE PEN-HEURE-SAISIE    TO TRI-HEURE-SAISIE
006300         SET  TRI-DE-UTPEND       TO TRUE
006310         MOVE PEN-COD-ACTN        TO TRI-COD-ACTN
006320         MOVE PEN-NIV-ENTR        TO TRI-NIV-ENTR
006330         MOVE PEN-DATE-DEB        TO TRI-DATE-DEB
006340         MOVE PEN-DATE-FIN        TO TRI-DATE-FIN
006350         MOVE PEN-SAL-EMP         TO TRI-SAL-EMP
006360         MOVE PEN-STATUT          TO TRI-STATUT
006370         RELEASE TRI-ENREGISTREMENT
006380         ADD 1                    TO CPT-PEN-RETENUES
006390     END-IF.
006400
006410     PERFORM                      3110-LIRE-ATTENTE.
006420
006430 3100-RETENIR-UNE-ATTENTE-FIN.
006440     EXIT.
006450*----------------------------------------------------------------*
006460*     LECTURE SEQUENTIELLE DES ATTENTES                          *
006470*----------------------------------------------------------------*
006480 3110-LIRE-ATTENTE                SECTION.
006490*-----------------------------------------
006500
006510     READ ATTENTE-FICHIER NEXT
006520         AT END
006530             SET FIN-FICHIER-ATTEINTE TO TRUE
006540     END-READ.
006550
006560 3110-LIRE-ATTENTE-FIN.
006570     EXIT.
006580*----------------------------------------------------------------*
006590*     RETENIR LA DEMANDE COURANTE, PRESUMEE APPROUVEE : EMBAUCHE *
006600*     OU MODIFICATION (DOSSIER COMPLET APRES CHANGEMENT) OU      *
006610*     SUPPRESSION; PUIS LIRE LA SUIVANTE                         *
006620*----------------------------------------------------------------*
006630 3200-RETENIR-UNE-DEMANDE         SECTION.
006640*-----------------------------------------
006650
006660     IF  APP-EN-ATTENTE
006670         AND APP-DATE-EFF(1:6) NOT > TBL-MOIS-AAAAMM (12)
006680         MOVE APP-NUM-EMP         TO TRI-NUM-EMP
006690         MOVE APP-DATE-EFF        TO TRI-DATE-EFF
006700         MOVE APP-DATE-DEM        TO TRI-DATE-SAISIE
006710         MOVE APP-HEURE-DEM       TO TRI-HEURE-SAISIE
006720         SET  TRI-DE-UTAPPRO      TO TRUE
006730         MOVE APP-COD-ACTN        TO TRI-COD-ACTN
006740         MOVE APP-NIV-ENTR        TO TRI-NIV-ENTR
006750         MOVE APP-DATE-DEB        TO TRI-DATE-DEB
006760         MOVE APP-DATE-FIN        TO TRI-DATE-FIN
006770         MOVE APP-SAL-EMP         TO TRI-SAL-EMP
006780         MOVE APP-STATUT          TO TRI-STATUT
006790         RELEASE TRI-ENREGISTREMENT
006800         ADD 1                    TO CPT-APP-RETENUES
006810     END-IF.
006820
006830     PERFORM                      3210-LIRE-DEMANDE.
006840
006850 3200-RETENIR-UNE-DEMANDE-FIN.
006860     EXIT.
006870*----------------------------------------------------------------*
006880*     LECTURE SEQUENTIELLE DES DEMANDES D'APPROBATION            *
006890*----------------------------------------------------------------*
006900 3210-LIRE-DEMANDE                SECTION.
006910*-----------------------------------------
006920
006930     READ APPROB-FICHIER NEXT
006940         AT END
006950             SET FIN-FICHIER-ATTEINTE TO TRUE
006960     END-READ.
006970
006980 3210-LIRE-DEMANDE-FIN.
006990     EXIT.
007000/
007010*----------------------------------------------------------------*
007020* TROUVER (OU CREER) L'ENTREE DE LA TABLE POUR LE NIVEAU         *
007030* COURANT. LA TABLE EST TENUE EN ORDRE DE NIVEAU : UN NOUVEAU    *
007040* NIVEAU EST INSERE A SA PLACE. TABLE PLEINE = CUMUL IGNORE ET   *
007050* COMPTE.                                                        *
007060*----------------------------------------------------------------*
007070 3900-TROUVER-LE-NIVEAU           SECTION.
007080*-----------------------------------------
007090
007100     SET  NIV-INCONNU             TO TRUE.
007110     SET  NIV-PLACE-A-CHERCHER    TO TRUE.
007120     MOVE 1                       TO VAT-IDX-NIV.
007130
007140     PERFORM                      3910-COMPARER-UN-NIVEAU
007150             UNTIL NIV-PLACE-TROUVEE.
007160
007170     IF  NIV-INCONNU
007180         IF  VAT-NB-NIV < VAT-NB-NIV-MAX
007190*--- DECALER LES NIVEAUX SUPERIEURS D'UNE POSITION
007200             PERFORM VARYING VAT-IDX-DEPL FROM VAT-NB-NIV BY -1
007210                     UNTIL VAT-IDX-DEPL < VAT-IDX-NIV
007220                 MOVE TBL-NIV-ENTREE (VAT-IDX-DEPL)
007230                                  TO TBL-NIV-ENTREE
007240                                     (VAT-IDX-DEPL + 1)
007250             END-PERFORM
007260             ADD 1                TO VAT-NB-NIV
007270             INITIALIZE TBL-NIV-ENTREE (VAT-IDX-NIV)
007280             MOVE PRJ-NIV-COURANT TO TBL-NIV-NIVEAU
007290                                     (VAT-IDX-NIV)
007300             SET NIV-TROUVE       TO TRUE
007310         ELSE
007320             ADD 1                TO CPT-NIV-IGNORES
007330         END-IF
007340     END-IF.
007350
007360 3900-TROUVER-LE-NIVEAU-FIN.
007370     EXIT.
007380*----------------------------------------------------------------*
007390*     COMPARER L'ENTREE VAT-IDX-NIV AU NIVEAU COURANT : LA PLACE *
007400*     DU NIVEAU EST LA PREMIERE ENTREE QUI NE LUI EST PAS        *
007410*     INFERIEURE, OU LA FIN DE LA TABLE                          *
007420*----------------------------------------------------------------*
007430 3910-COMPARER-UN-NIVEAU          SECTION.
007440*-----------------------------------------
007450
007460     IF  VAT-IDX-NIV > VAT-NB-NIV
007470         SET  NIV-PLACE-TROUVEE   TO TRUE
007480     ELSE
007490         IF  TBL-NIV-NIVEAU (VAT-IDX-NIV) < PRJ-NIV-COURANT
007500             ADD 1                TO VAT-IDX-NIV
007510         ELSE
007520             SET  NIV-PLACE-TROUVEE TO TRUE
007530             IF  TBL-NIV-NIVEAU (VAT-IDX-NIV) = PRJ-NIV-COURANT
007540                 SET  NIV-TROUVE  TO TRUE
007550             END-IF
007560         END-IF
007570     END-IF.
007580
007590 3910-COMPARER-UN-NIVEAU-FIN.
007600     EXIT.
007610/
007620*----------------------------------------------------------------*
007630* APPARIER LE MAITRE ET LES CHANGEMENTS TRIES PAR NUM-EMP (MEME  *
007640* MECANIQUE QUE UTSWRPM) : L'EMPLOYE COURANT EST LA PLUS PETITE  *
007650* CLE; UN EMPLOYE ABSENT DU MAITRE EST UNE EMBAUCHE EN ATTENTE   *
007660*----------------------------------------------------------------*
007670 4000-PROJETER-LES-EMPLOYES       SECTION.
007680*-----------------------------------------
007690
007700     PERFORM                      1100-LIRE-MAITRE.
007710     PERFORM                      4100-LIRE-CHANGEMENT.
007720
007730     PERFORM                      4200-PROJETER-UN-EMPLOYE
007740             UNTIL FIN-MAITRE-ATTEINTE
007750               AND FIN-TRI-ATTEINTE.
007760
007770 4000-PROJETER-LES-EMPLOYES-FIN.
007780     EXIT.
007790*----------------------------------------------------------------*
007800*     LECTURE D'UN CHANGEMENT TRIE                               *
007810*----------------------------------------------------------------*
007820 4100-LIRE-CHANGEMENT             SECTION.
007830*-----------------------------------------
007840
007850     RETURN TRI-FICHIER
007860         AT END
007870             SET  FIN-TRI-ATTEINTE TO TRUE
007880             MOVE HIGH-VALUES     TO TRI-NUM-EMP
007890     END-RETURN.
007900
007910 4100-LIRE-CHANGEMENT-FIN.
007920     EXIT.
007930/
007940*----------------------------------------------------------------*
007950* PROJETER L'EMPLOYE COURANT : ETAT DE DEPART (MAITRE OU AUCUN), *
007960* CHANGEMENTS EN ATTENTE PAR DATE D'EFFET, PUIS CUMUL DU RYTHME  *
007970* ACTUEL ET DES DOUZE MOIS DE L'EXERCICE                         *
007980*----------------------------------------------------------------*
007990 4200-PROJETER-UN-EMPLOYE         SECTION.
008000*-----------------------------------------
008010
008020     IF  UTPANRM-NUM-EMP NOT > TRI-NUM-EMP
008030         MOVE UTPANRM-NUM-EMP     TO PRJ-NUM-EMP-COURANT
008040         SET  PRJ-EMPL-PRESENT    TO TRUE
008050         MOVE UTPANRM-NIV-ENTR    TO PRJ-NIV-ENTR
008060         MOVE UTPANRM-DATE-DEB    TO PRJ-DATE-DEB
008070         MOVE UTPANRM-DATE-FIN    TO PRJ-DATE-FIN
008080         MOVE UTPANRM-SAL-EMP     TO PRJ-SAL-EMP
008090         MOVE UTPANRM-STATUT      TO PRJ-STATUT
008100*--- RYTHME MENSUEL ACTUEL : LE DOSSIER TEL QU'IL EST CE JOUR
008110         PERFORM                  4400-CUMULER-RYTHME-ACTUEL
008120         PERFORM                  1100-LIRE-MAITRE
008130     ELSE
008140         MOVE TRI-NUM-EMP         TO PRJ-NUM-EMP-COURANT
008150         SET  PRJ-EMPL-ABSENT     TO TRUE
008160         MOVE ZERO                TO PRJ-NIV-ENTR
008170                                  PRJ-DATE-DEB
008180                                  PRJ-DATE-FIN
008190                                  PRJ-SAL-EMP
008200         MOVE SPACE               TO PRJ-STATUT
008210     END-IF.
008220
008230*--- CHANGEMENTS EN ATTENTE DE L'EMPLOYE COURANT (EN ORDRE DE DATE
008240*    D'EFFET PUIS DE SAISIE)
008250     MOVE ZERO                    TO VAT-NB-CHG.
008260     PERFORM                      4300-RETENIR-UN-CHANGEMENT
008270             UNTIL TRI-NUM-EMP NOT = PRJ-NUM-EMP-COURANT.
008280
008290     ADD 1                        TO CPT-EMPL-PROJETES.
008300     MOVE 'N'                     TO PRJ-SW-PLAFONNE.
008310     MOVE 1                       TO VAT-IDX-CHG.
008320
008330     PERFORM                      4500-PROJETER-UN-MOIS
008340             VARYING VAT-IDX-MOIS FROM 1 BY 1
008350             UNTIL VAT-IDX-MOIS > 12.
008360
008370     IF  PRJ-REV-PLAFONNEE
008380         ADD 1                    TO CPT-REV-PLAFONNEES
008390     END-IF.
008400
008410*--- FIN DE CONTRAT PENDANT L'EXERCICE (ETAT EN FIN D'EXERCICE)
008420     IF  PRJ-EMPL-PRESENT
008430         AND PRJ-DATE-FIN NOT = ZERO
008440         AND PRJ-DATE-FIN(1:6) NOT < TBL-MOIS-AAAAMM (1)
008450         AND PRJ-DATE-FIN(1:6) NOT > TBL-MOIS-AAAAMM (12)
008460         ADD 1                    TO CPT-FINS-CONTRAT
008470     END-IF.
008480
008490 4200-PROJETER-UN-EMPLOYE-FIN.
008500     EXIT.
008510*----------------------------------------------------------------*
008520*     GARDER LE CHANGEMENT TRIE COURANT DANS LA TABLE DE         *
008530*     L'EMPLOYE (TABLE PLEINE = CHANGEMENT IGNORE ET COMPTE) PUIS*
008540*     LIRE LE SUIVANT                                            *
008550*----------------------------------------------------------------*
008560 4300-RETENIR-UN-CHANGEMENT       SECTION.
008570*-----------------------------------------
008580
008590     IF  VAT-NB-CHG < VAT-NB-CHG-MAX
008600         ADD 1                    TO VAT-NB-CHG
008610         MOVE TRI-DATE-EFF(1:6)
008620                                  TO TBL-CHG-AAAAMM (VAT-NB-CHG)
008630         MOVE TRI-COD-ACTN
008640                                  TO TBL-CHG-COD-ACTN (VAT-NB-CHG)
008650         MOVE TRI-NIV-ENTR
008660                                  TO TBL-CHG-NIV-ENTR (VAT-NB-CHG)
008670         MOVE TRI-DATE-DEB
008680                                  TO TBL-CHG-DATE-DEB (VAT-NB-CHG)
008690         MOVE TRI-DATE-FIN
008700                                  TO TBL-CHG-DATE-FIN (VAT-NB-CHG)
008710         MOVE TRI-SAL-EMP
008720                                  TO TBL-CHG-SAL-EMP (VAT-NB-CHG)
008730         MOVE TRI-STATUT
008740                                  TO TBL-CHG-STATUT (VAT-NB-CHG)
008750     ELSE
008760         ADD 1                    TO CPT-CHG-IGNORES
008770     END-IF.
008780
008790     PERFORM                      4100-LIRE-CHANGEMENT.
008800
008810 4300-RETENIR-UN-CHANGEMENT-FIN.
008820     EXIT.
008830/
008840*----------------------------------------------------------------*
008850* CUMULER LE RYTHME MENSUEL ACTUEL : EMPLOYE DU MAITRE PAYE CE   *
008860* JOUR (ACTIF, CONTRAT COMMENCE ET NON ECHU), A SON SALAIRE      *
008870* COURANT ET SOUS SON NIVEAU COURANT                             *
008880*----------------------------------------------------------------*
008890 4400-CUMULER-RYTHME-ACTUEL       SECTION.
008900*-----------------------------------------
008910
008920     IF  PRJ-ST-ACTIF
008930         AND PRJ-DATE-DEB NOT > VAT-DATE-JOUR
008940         AND (PRJ-DATE-FIN = ZERO
008950              OR PRJ-DATE-FIN NOT < VAT-DATE-JOUR)
008960         MOVE PRJ-NIV-ENTR        TO PRJ-NIV-COURANT
008970         PERFORM                  3900-TROUVER-LE-NIVEAU
008980         IF  NIV-TROUVE
008990             ADD 1                TO TBL-NIV-EFF-ACTUEL
009000                                     (VAT-IDX-NIV)
009010             ADD PRJ-SAL-EMP      TO TBL-NIV-COUT-ACTUEL
009020                                     (VAT-IDX-NIV)
009030         END-IF
009040     END-IF.
009050
009060 4400-CUMULER-RYTHME-ACTUEL-FIN.
009070     EXIT.
009080/
009090*----------------------------------------------------------------*
009100* PROJETER UN MOIS DE L'EXERCICE : APPLIQUER LES CHANGEMENTS EN  *
009110* VIGUEUR A CE MOIS, PUIS, SI L'EMPLOYE EST PAYE CE MOIS-LA      *
009120* (ACTIF, CONTRAT COMMENCE ET NON TERMINE -- UN CONTRAT QUI PREND*
009130* FIN DANS LE MOIS EST PAYE POUR CE MOIS, L'EMPLOYE EST RADIE PAR*
009140* UTSWB04 ET ABSENT DES MOIS SUIVANTS), CUMULER SON SALAIRE DU   *
009150* MOIS SOUS SON NIVEAU DU MOIS                                   *
009160*----------------------------------------------------------------*
009170 4500-PROJETER-UN-MOIS            SECTION.
009180*-----------------------------------------
009190
009200     SET  CHG-MOIS-A-APPLIQUER    TO TRUE.
009210     PERFORM                      4600-APPLIQUER-CHANGEMENT
009220             UNTIL CHG-MOIS-APPLIQUES.
009230
009240     SET  PRJ-EMPL-NON-PAYE       TO TRUE.
009250     IF  PRJ-EMPL-PRESENT
009260         AND PRJ-ST-ACTIF
009270         AND PRJ-DATE-DEB(1:6)
009280             NOT > TBL-MOIS-AAAAMM (VAT-IDX-MOIS)
009290         AND (PRJ-DATE-FIN = ZERO
009300              OR PRJ-DATE-FIN(1:6)
009310                 NOT < TBL-MOIS-AAAAMM (VAT-IDX-MOIS))
009320         SET  PRJ-EMPL-PAYE       TO TRUE
009330     END-IF.
009340
009350     IF  PRJ-EMPL-PAYE
009360         MOVE PRJ-SAL-EMP         TO PRJ-SAL-MOIS
009370         IF  TBL-MOIS-AAAAMM (VAT-IDX-MOIS)
009380             NOT < PRJ-AAAAMM-REVISION
009390             PERFORM              4700-APPLIQUER-LA-REVISION
009400         END-IF
009410         MOVE PRJ-NIV-ENTR        TO PRJ-NIV-COURANT
009420         PERFORM                  3900-TROUVER-LE-NIVEAU
009430         IF  NIV-TROUVE
009440             ADD 1                TO TBL-NIV-EFFECTIF
009450                                     (VAT-IDX-NIV VAT-IDX-MOIS)
009460             ADD PRJ-SAL-MOIS     TO TBL-NIV-COUT
009470                                     (VAT-IDX-NIV VAT-IDX-MOIS)
009480         END-IF
009490     END-IF.
009500
009510 4500-PROJETER-UN-MOIS-FIN.
009520     EXIT.
009530*----------------------------------------------------------------*
009540*     APPLIQUER LE PROCHAIN CHANGEMENT EN ATTENTE S'IL EST EN    *
009550*     VIGUEUR AU MOIS PROJETE : UNE SUPPRESSION FAIT SORTIR      *
009560*     L'EMPLOYE; UNE EMBAUCHE OU UNE MODIFICATION REMPLACE LE    *
009570*     DOSSIER PAR LE DOSSIER ATTENDU                             *
009580*----------------------------------------------------------------*
009590 4600-APPLIQUER-CHANGEMENT        SECTION.
009600*-----------------------------------------
009610
009620     IF  VAT-IDX-CHG > VAT-NB-CHG
009630         SET  CHG-MOIS-APPLIQUES  TO TRUE
009640     ELSE
009650         IF  TBL-CHG-AAAAMM (VAT-IDX-CHG)
009660             > TBL-MOIS-AAAAMM (VAT-IDX-MOIS)
009670             SET  CHG-MOIS-APPLIQUES TO TRUE
009680         ELSE
009690             PERFORM              4610-REMPLACER-LE-DOSSIER
009700             ADD 1                TO VAT-IDX-CHG
009710         END-IF
009720     END-IF.
009730
009740 4600-APPLIQUER-CHANGEMENT-FIN.
009750     EXIT.
009760*----------------------------------------------------------------*
009770*     REPORTER LE CHANGEMENT COURANT A L'ETAT DE L'EMPLOYE       *
009780*----------------------------------------------------------------*
009790 4610-REMPLACER-LE-DOSSIER        SECTION.
009800*-----------------------------------------
009810
009820     IF  TBL-CHG-COD-ACTN (VAT-IDX-CHG) = 'S'
009830         SET  PRJ-EMPL-ABSENT     TO TRUE
009840     ELSE
009850         SET  PRJ-EMPL-PRESENT    TO TRUE
009860         MOVE TBL-CHG-NIV-ENTR (VAT-IDX-CHG)
009870                                  TO PRJ-NIV-ENTR
009880         MOVE TBL-CHG-DATE-DEB (VAT-IDX-CHG)
009890                                  TO PRJ-DATE-DEB
009900         MOVE TBL-CHG-DATE-FIN (VAT-IDX-CHG)
009910                                  TO PRJ-DATE-FIN
009920         MOVE TBL-CHG-SAL-EMP (VAT-IDX-CHG)
009930                                  TO PRJ-SAL-EMP
009940         MOVE TBL-CHG-STATUT (VAT-IDX-CHG)
009950                                  TO PRJ-STATUT
009960     END-IF.
009970
009980 4610-REMPLACER-LE-DOSSIER-FIN.
009990     EXIT.
010000*----------------------------------------------------------------*
010010*     APPLIQUER LA REVISION PREVUE DU NIVEAU AU SALAIRE DU MOIS  *
010020*     (MEME CALCUL ET MEMES EMPLOYES QUE LE LOT UTSWB02 : ACTIFS *
010030*     SANS DATE DE FIN DE CONTRAT), PLAFONNEE AU MAXIMUM DE LA   *
010040*     BANDE DU NIVEAU; UN SALAIRE DEJA AU-DELA N'EST PAS REDUIT  *
010050*----------------------------------------------------------------*
010060 4700-APPLIQUER-LA-REVISION       SECTION.
010070*-----------------------------------------
010080
010090     IF  PRJ-DATE-FIN = ZERO
010100         PERFORM                  4750-TROUVER-LA-REVISION
010110     ELSE
010120         SET  REV-ABSENTE         TO TRUE
010130     END-IF.
010140
010150     IF  REV-TROUVEE
010160         IF  TBL-REV-POURCENTAGE (VAT-IDX-REV)
010170             COMPUTE PRJ-SAL-MOIS ROUNDED =
010180                 PRJ-SAL-EMP *
010190                 (1 + (TBL-REV-POURCENT (VAT-IDX-REV) / 100))
010200         ELSE
010210             COMPUTE PRJ-SAL-MOIS =
010220                 PRJ-SAL-EMP + TBL-REV-VALEUR (VAT-IDX-REV)
010230         END-IF
010240         IF  PRJ-SAL-MOIS > TBL-REV-SAL-MAX (VAT-IDX-REV)
010250             SET  PRJ-REV-PLAFONNEE TO TRUE
010260             IF  PRJ-SAL-EMP > TBL-REV-SAL-MAX (VAT-IDX-REV)
010270                 MOVE PRJ-SAL-EMP TO PRJ-SAL-MOIS
010280             ELSE
010290                 MOVE TBL-REV-SAL-MAX (VAT-IDX-REV)
010300                                  TO PRJ-SAL-MOIS
010310             END-IF
010320         END-IF
010330     END-IF.
010340
010350 4700-APPLIQUER-LA-REVISION-FIN.
010360     EXIT.
010370*----------------------------------------------------------------*
010380*     TROUVER LA REVISION PREVUE DU NIVEAU DE L'EMPLOYE          *
010390*----------------------------------------------------------------*
010400 4750-TROUVER-LA-REVISION         SECTION.
010410*-----------------------------------------
010420
010430     SET  REV-ABSENTE             TO TRUE.
010440
010450     PERFORM VARYING VAT-IDX-REV FROM 1 BY 1
010460             UNTIL VAT-IDX-REV > VAT-NB-REV
010470                OR REV-TROUVEE
010480         IF  TBL-REV-NIVEAU (VAT-IDX-REV) = PRJ-NIV-ENTR
010490             SET REV-TROUVEE      TO TRUE
010500         END-IF
010510     END-PERFORM.
010520
010530     IF  REV-TROUVEE
010540         SUBTRACT 1               FROM VAT-IDX-REV
010550     END-IF.
010560
010570 4750-TROUVER-LA-REVISION-FIN.
010580     EXIT.
010590/
010600*----------------------------------------------------------------*
010610* IMPRIMER LE RAPPORT : ENTETE DE L'EXERCICE, UN BLOC PAR NIVEAU *
010620* (EN ORDRE DE NIVEAU) PUIS LE BLOC DE L'ENSEMBLE DES NIVEAUX ET *
010630* LES HYPOTHESES DE LA PROJECTION                                *
010640*----------------------------------------------------------------*
010650 7000-IMPRIMER-LE-RAPPORT         SECTION.
010660*-----------------------------------------
010670
010680     MOVE SPACES                  TO RAP-LIGNE.
010690     STRING 'PROJECTION DES COUTS DE PAIE PAR NIVEAU - EXERCICE '
010700                                  DELIMITED BY SIZE
010710            TBL-MOIS-AAAAMM (1)  DELIMITED BY SIZE
010720            ' A '                DELIMITED BY SIZE
010730            TBL-MOIS-AAAAMM (12) DELIMITED BY SIZE
010740            ' - MAITRE DU '      DELIMITED BY SIZE
010750            VAT-DATE-JOUR        DELIMITED BY SIZE
010760            INTO RAP-LIGNE
010770     END-STRING.
010780     WRITE RAP-LIGNE.
010790
010800     MOVE SPACES                  TO RAP-LIGNE.
010810     IF  VAT-NB-REV > ZERO
010820         STRING 'REVISION ANNUELLE PREVUE (REVPARM) APPLIQUEE A '
010830                                  DELIMITED BY SIZE
010840                'COMPTER DE '     DELIMITED BY SIZE
010850                PRJ-AAAAMM-REVISION
010860                                  DELIMITED BY SIZE
010870                ', PLAFONNEE AU MAXIMUM DE LA BANDE DU NIVEAU'
010880                                  DELIMITED BY SIZE
010890                INTO RAP-LIGNE
010900         END-STRING
010910     ELSE
010920         STRING 'AUCUNE REVISION ANNUELLE PREVUE '
010930                '(REVPARM ABSENT OU VIDE)'
010940                DELIMITED BY SIZE INTO RAP-LIGNE
010950         END-STRING
010960     END-IF.
010970     WRITE RAP-LIGNE.
010980
010990     INITIALIZE TOT-NIVEAUX.
011000
011010     PERFORM VARYING VAT-IDX-NIV FROM 1 BY 1
011020             UNTIL VAT-IDX-NIV > VAT-NB-NIV
011030         PERFORM                  7100-IMPRIMER-UN-NIVEAU
011040     END-PERFORM.
011050
011060*--- BLOC DE L'ENSEMBLE DES NIVEAUX
011070     MOVE TOT-NIVEAUX             TO IMP-BLOC.
011080     MOVE SPACES                  TO RAP-LIGNE.
011090     WRITE RAP-LIGNE.
011100     MOVE SPACES                  TO RAP-LIGNE.
011110     MOVE TOT-EFF-ACTUEL          TO RAP-EDIT-EFFECTIF.
011120     MOVE TOT-COUT-ACTUEL         TO RAP-EDIT-COUT.
011130     STRING 'ENSEMBLE DES NIVEAUX'
011140                                  DELIMITED BY SIZE
011150            '                 '   DELIMITED BY SIZE
011160            '  RYTHME MENSUEL ACTUEL : EFFECTIF '
011170                                  DELIMITED BY SIZE
011180            RAP-EDIT-EFFECTIF     DELIMITED BY SIZE
011190            '  COUT '             DELIMITED BY SIZE
011200            RAP-EDIT-COUT         DELIMITED BY SIZE
011210            INTO RAP-LIGNE
011220     END-STRING.
011230     WRITE RAP-LIGNE.
011240     PERFORM                      7200-IMPRIMER-UN-BLOC.
011250
011260     PERFORM                      7300-IMPRIMER-HYPOTHESES.
011270
011280 7000-IMPRIMER-LE-RAPPORT-FIN.
011290     EXIT.
011300/
011310*----------------------------------------------------------------*
011320* IMPRIMER LE BLOC D'UN NIVEAU (LIBELLE LU DANS UTNIVRF) ET LE   *
011330* CUMULER A L'ENSEMBLE DES NIVEAUX                               *
011340*----------------------------------------------------------------*
011350 7100-IMPRIMER-UN-NIVEAU          SECTION.
011360*-----------------------------------------
011370
011380     MOVE TBL-NIV-NIVEAU (VAT-IDX-NIV)
011390                                  TO RAP-EDIT-NIVEAU
011400                                     NIV-NIV-ENTR.
011410     READ NIVEAU-FICHIER
011420         INVALID KEY
011430             MOVE '** INCONNU DE UTNIVRF **'
011440                                  TO RAP-EDIT-LIBELLE
011450         NOT INVALID KEY
011460             MOVE NIV-LIBELLE     TO RAP-EDIT-LIBELLE
011470     END-READ.
011480
011490     MOVE TBL-NIV-EFF-ACTUEL (VAT-IDX-NIV)
011500                                  TO RAP-EDIT-EFFECTIF.
011510     MOVE TBL-NIV-COUT-ACTUEL (VAT-IDX-NIV)
011520                                  TO RAP-EDIT-COUT.
011530
011540     MOVE SPACES                  TO RAP-LIGNE.
011550     WRITE RAP-LIGNE.
011560     MOVE SPACES                  TO RAP-LIGNE.
011570     STRING 'NIVEAU '             DELIMITED BY SIZE
011580            RAP-EDIT-NIVEAU       DELIMITED BY SIZE
011590            ' '                   DELIMITED BY SIZE
011600            RAP-EDIT-LIBELLE      DELIMITED BY SIZE
011610            '  RYTHME MENSUEL ACTUEL : EFFECTIF '
011620                                  DELIMITED BY SIZE
011630            RAP-EDIT-EFFECTIF     DELIMITED BY SIZE
011640            '  COUT '             DELIMITED BY SIZE
011650            RAP-EDIT-COUT         DELIMITED BY SIZE
011660            INTO RAP-LIGNE
011670     END-STRING.
011680     WRITE RAP-LIGNE.
011690
011700     MOVE TBL-NIV-EFF-ACTUEL (VAT-IDX-NIV)
011710                                  TO IMP-EFF-ACTUEL.
011720     MOVE TBL-NIV-COUT-ACTUEL (VAT-IDX-NIV)
011730                                  TO IMP-COUT-ACTUEL.
011740     ADD TBL-NIV-EFF-ACTUEL (VAT-IDX-NIV)
011750                                  TO TOT-EFF-ACTUEL.
011760     ADD TBL-NIV-COUT-ACTUEL (VAT-IDX-NIV)
011770                                  TO TOT-COUT-ACTUEL.
011780
011790     PERFORM VARYING VAT-IDX-MOIS FROM 1 BY 1
011800             UNTIL VAT-IDX-MOIS > 12
011810         MOVE TBL-NIV-EFFECTIF (VAT-IDX-NIV VAT-IDX-MOIS)
011820                                  TO IMP-EFFECTIF (VAT-IDX-MOIS)
011830         MOVE TBL-NIV-COUT (VAT-IDX-NIV VAT-IDX-MOIS)
011840                                  TO IMP-COUT (VAT-IDX-MOIS)
011850         ADD TBL-NIV-EFFECTIF (VAT-IDX-NIV VAT-IDX-MOIS)
011860                                  TO TOT-EFFECTIF (VAT-IDX-MOIS)
011870         ADD TBL-NIV-COUT (VAT-IDX-NIV VAT-IDX-MOIS)
011880                                  TO TOT-COUT (VAT-IDX-MOIS)
011890     END-PERFORM.
011900
011910     PERFORM                      7200-IMPRIMER-UN-BLOC.
011920
011930 7100-IMPRIMER-UN-NIVEAU-FIN.
011940     EXIT.
011950/
011960*----------------------------------------------------------------*
011970* IMPRIMER LES LIGNES MENSUELLES D'UN BLOC (IMP-BLOC) : EFFECTIF *
011980* ET COUT PROJETES DU MOIS, ECART CONTRE LE RYTHME MENSUEL       *
011990* ACTUEL; PUIS LE TOTAL DE L'EXERCICE ET SON ECART CONTRE DOUZE  *
012000* MOIS AU RYTHME ACTUEL                                          *
012010*----------------------------------------------------------------*
012020 7200-IMPRIMER-UN-BLOC            SECTION.
012030*-----------------------------------------
012040
012050     MOVE SPACES                  TO RAP-LIGNE.
012060     STRING '    MOIS      EFFECTIF      COUT PROJETE'
012070            '      ECART / RYTHME ACTUEL'
012080            DELIMITED BY SIZE INTO RAP-LIGNE
012090     END-STRING.
012100     WRITE RAP-LIGNE.
012110
012120     MOVE ZERO                    TO IMP-COUT-ANNUEL.
012130
012140     PERFORM VARYING VAT-IDX-MOIS FROM 1 BY 1
012150             UNTIL VAT-IDX-MOIS > 12
012160         PERFORM                  7210-IMPRIMER-UN-MOIS
012170     END-PERFORM.
012180
012190     COMPUTE IMP-ECART =
012200             IMP-COUT-ANNUEL - (IMP-COUT-ACTUEL * 12).
012210     MOVE IMP-COUT-ANNUEL         TO RAP-EDIT-COUT.
012220     MOVE IMP-ECART               TO RAP-EDIT-ECART.
012230
012240     MOVE SPACES                  TO RAP-LIGNE.
012250     STRING '    TOTAL DE L''EXERCICE   '
012260                                  DELIMITED BY SIZE
012270            RAP-EDIT-COUT         DELIMITED BY SIZE
012280            ' '                   DELIMITED BY SIZE
012290            RAP-EDIT-ECART        DELIMITED BY SIZE
012300            INTO RAP-LIGNE
012310     END-STRING.
012320     WRITE RAP-LIGNE.
012330
012340 7200-IMPRIMER-UN-BLOC-FIN.
012350     EXIT.
012360*----------------------------------------------------------------*
012370*     IMPRIMER LA LIGNE D'UN MOIS DU BLOC COURANT                *
012380*----------------------------------------------------------------*
012390 7210-IMPRIMER-UN-MOIS            SECTION.
012400*-----------------------------------------
012410
012420     ADD IMP-COUT (VAT-IDX-MOIS)  TO IMP-COUT-ANNUEL.
012430     COMPUTE IMP-ECART =
012440             IMP-COUT (VAT-IDX-MOIS) - IMP-COUT-ACTUEL.
012450
012460     MOVE IMP-EFFECTIF (VAT-IDX-MOIS)
012470                                  TO RAP-EDIT-EFFECTIF.
012480     MOVE IMP-COUT (VAT-IDX-MOIS) TO RAP-EDIT-COUT.
012490     MOVE IMP-ECART               TO RAP-EDIT-ECART.
012500
012510     MOVE SPACES                  TO RAP-LIGNE.
012520     STRING '    '                DELIMITED BY SIZE
012530            TBL-MOIS-AAAAMM (VAT-IDX-MOIS)
012540                                  DELIMITED BY SIZE
012550            '    '                DELIMITED BY SIZE
012560            RAP-EDIT-EFFECTIF     DELIMITED BY SIZE
012570            ' '                   DELIMITED BY SIZE
012580            RAP-EDIT-COUT         DELIMITED BY SIZE
012590            ' '                   DELIMITED BY SIZE
012600            RAP-EDIT-ECART        DELIMITED BY SIZE
012610            INTO RAP-LIGNE
012620     END-STRING.
012630     WRITE RAP-LIGNE.
012640
012650 7210-IMPRIMER-UN-MOIS-FIN.
012660     EXIT.
012670/
012680*----------------------------------------------------------------*
012690* IMPRIMER LES HYPOTHESES ET LES COMPTES DE LA PROJECTION        *
012700*----------------------------------------------------------------*
012710 7300-IMPRIMER-HYPOTHESES         SECTION.
012720*-----------------------------------------
012730
012740     MOVE SPACES                  TO RAP-LIGNE.
012750     WRITE RAP-LIGNE.
012760     MOVE 'HYPOTHESES DE LA PROJECTION'
012770                                  TO RAP-LIGNE.
012780     WRITE RAP-LIGNE.
012790
012800     MOVE CPT-MAITRE-LUS          TO RAP-EDIT-NB.
012810     MOVE SPACES                  TO RAP-LIGNE.
012820     STRING '  EMPLOYES DU MAITRE PANRMAS               : '
012830            RAP-EDIT-NB
012840            DELIMITED BY SIZE INTO RAP-LIGNE
012850     END-STRING.
012860     WRITE RAP-LIGNE.
012870
012880     MOVE CPT-PEN-RETENUES        TO RAP-EDIT-NB.
012890     MOVE SPACES                  TO RAP-LIGNE.
012900     STRING '  ATTENTES UTPEND APPLIQUEES A LEUR EFFET  : '
012910            RAP-EDIT-NB
012920            DELIMITED BY SIZE INTO RAP-LIGNE
012930     END-STRING.
012940     WRITE RAP-LIGNE.
012950
012960     MOVE CPT-APP-RETENUES        TO RAP-EDIT-NB.
012970     MOVE SPACES                  TO RAP-LIGNE.
012980     STRING '  DEMANDES UTAPPRO PRESUMEES APPROUVEES    : '
012990            RAP-EDIT-NB
013000            DELIMITED BY SIZE INTO RAP-LIGNE
013010     END-STRING.
013020     WRITE RAP-LIGNE.
013030
013040     MOVE CPT-FINS-CONTRAT        TO RAP-EDIT-NB.
013050     MOVE SPACES                  TO RAP-LIGNE.
013060     STRING '  FINS DE CONTRAT (RADIATIONS UTSWB04)     : '
013070            RAP-EDIT-NB
013080            DELIMITED BY SIZE INTO RAP-LIGNE
013090     END-STRING.
013100     WRITE RAP-LIGNE.
013110
013120     MOVE CPT-REV-PLAFONNEES      TO RAP-EDIT-NB.
013130     MOVE SPACES                  TO RAP-LIGNE.
013140     STRING '  REVISIONS PLAFONNEES AU MAXIMUM DE BANDE : '
013150            RAP-EDIT-NB
013160            DELIMITED BY SIZE INTO RAP-LIGNE
013170     END-STRING.
013180     WRITE RAP-LIGNE.
013190
013200     IF  CPT-REV-IGNOREES > ZERO
013210         MOVE CPT-REV-IGNOREES    TO RAP-EDIT-NB
013220         MOVE SPACES              TO RAP-LIGNE
013230         STRING '  ** REVISIONS NON PROJETEES (NIVEAU ABSENT'
013240                ' DE UTNIVRF) : '
013250                RAP-EDIT-NB
013260                DELIMITED BY SIZE INTO RAP-LIGNE
013270         END-STRING
013280         WRITE RAP-LIGNE
013290     END-IF.
013300
013310     IF  CPT-CHG-IGNORES > ZERO OR CPT-NIV-IGNORES > ZERO
013320         MOVE SPACES              TO RAP-LIGNE
013330         STRING '  ** TABLE PLEINE - CHANGEMENTS OU CUMULS'
013340                ' IGNORES - CHIFFRES A VERIFIER **'
013350                DELIMITED BY SIZE INTO RAP-LIGNE
013360         END-STRING
013370         WRITE RAP-LIGNE
013380     END-IF.
013390
013400 7300-IMPRIMER-HYPOTHESES-FIN.
013410     EXIT.
013420/
013430*----------------------------------------------------------------*
013440* FERMER LES FICHIERS ET AFFICHER LE SOMMAIRE DU TRAITEMENT      *
013450*----------------------------------------------------------------*
013460 8000-FIN-DE-LOT                  SECTION.
013470*-----------------------------------------
013480
013490     CLOSE                        MAITRE-FICHIER
013500                                  ATTENTE-FICHIER
013510                                  APPROB-FICHIER
013520                                  NIVEAU-FICHIER
013530                                  REVISION-FICHIER
013540                                  RAPPORT-FICHIER.
013550
013560     DISPLAY 'UTSWRPP - FIN DE LA PROJECTION DES COUTS DE PAIE'.
013570     DISPLAY 'UTSWRPP - EXERCICE PROJETE                : '
013580              TBL-MOIS-AAAAMM (1) ' A ' TBL-MOIS-AAAAMM (12).
013590     DISPLAY 'UTSWRPP - ENREGISTREMENTS DU MAITRE LUS   : '
013600              CPT-MAITRE-LUS.
013610     DISPLAY 'UTSWRPP - ATTENTES UTPEND RETENUES        : '
013620              CPT-PEN-RETENUES.
013630     DISPLAY 'UTSWRPP - DEMANDES UTAPPRO RETENUES       : '
013640              CPT-APP-RETENUES.
013650     DISPLAY 'UTSWRPP - REVISIONS LUES / IGNOREES       : '
013660              CPT-REV-LUES ' / ' CPT-REV-IGNOREES.
013670     DISPLAY 'UTSWRPP - EMPLOYES PROJETES               : '
013680              CPT-EMPL-PROJETES.
013690     DISPLAY 'UTSWRPP - CHANGEMENTS IGNORES (PLEINE)    : '
013700              CPT-CHG-IGNORES.
013710     DISPLAY 'UTSWRPP - CUMULS IGNORES (TABLE PLEINE)   : '
013720              CPT-NIV-IGNORES.
013730
013740     IF  CPT-CHG-IGNORES > ZERO OR CPT-NIV-IGNORES > ZERO
013750         OR CPT-REV-IGNOREES > ZERO
013760         MOVE 4                   TO RETURN-CODE
013770     END-IF.
013780
013790     GOBACK.
013800
013810 8000-FIN-DE-LOT-FIN.
013820     EXIT.
