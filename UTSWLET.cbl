000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      UTSWLET.
000120*AUTHOR.          GROUPE CSD.
000130*----------------------------------------------------------------*
000140*                                                                *
000150* DESC.: LETTRES DE NUIT AUX EMPLOYES -- LES TRANSACTIONS        *
000160* -----  REUSSIES DU JOUR SONT LUES DANS L'ARCHIVE D'AUDIT       *
000170*        AUDARCH ET UNE LETTRE PRETE A IMPRIMER (FICHIER         *
000180*        LETTRES) EST PRODUITE PAR EVENEMENT, SELON LE MODELE DE *
000190*        SON TYPE (MEMBRE UTLETMOD) : CONFIRMATION D'EMBAUCHE    *
000200*        (AJOUT), REVISION SALARIALE (MODIFICATION DU SALAIRE;   *
000210*        REVISION ANNUELLE QUAND ELLE VIENT DU LOT UTSWB02),     *
000220*        CONGE SANS SOLDE OU SUSPENSION (CHANGEMENT DE STATUT    *
000230*        PUBLIE) ET FIN DE CONTRAT (RADIATION DU LOT UTSWB04 OU  *
000240*        PASSAGE AU STATUT R). L'ANCIEN ET LE NOUVEAU SALAIRE    *
000250*        SONT LUS DANS SALHIST, LE NOM ET LE DEPARTEMENT DU      *
000260*        DESTINATAIRE DANS LE MAITRE PANRMAS (A DEFAUT DANS      *
000270*        L'IMAGE D'AUDIT). LA LISTE DE CONTROLE DONNE CHAQUE     *
000280*        TRANSACTION REUSSIE AVEC SA OU SES LETTRES OU LE MOTIF  *
000290*        DE L'ABSENCE DE LETTRE, PUIS LE NOMBRE DE LETTRES PAR   *
000300*        TYPE. LA DATE TRAITEE EST LUE DANS DATEPARM (DEFAUT =   *
000310*        DATE DU JOUR). L'ARCHIVAGE UTSWARC DOIT AVOIR TERMINE   *
000320*        CE JOUR.                                                *
000330*----------------------------------------------------------------*
000340* HISTORIQUE DES MODIFICATIONS                                   *
000350*  - CREATION DU LOT DES LETTRES AUX EMPLOYES                    *
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
000470     SELECT ARCHIVE-FICHIER      ASSIGN TO AUDARCH
000480                                  ORGANIZATION IS INDEXED
000490                                  ACCESS MODE IS SEQUENTIAL
000500                                  RECORD KEY IS ARC-CLE
000510                                  FILE STATUS IS VAT-ARCH-STAT.
000520
000530     SELECT MAITRE-FICHIER       ASSIGN TO PANRMAS
000540                                  ORGANIZATION IS INDEXED
000550                                  ACCESS MODE IS RANDOM
000560                                  RECORD KEY IS UTPANRM-NUM-EMP
000570                                  FILE STATUS IS VAT-MAITRE-STAT.
000580
000590     SELECT HISTO-FICHIER        ASSIGN TO SALHIST
000600                                  ORGANIZATION IS INDEXED
000610                                  ACCESS MODE IS RANDOM
000620                                  RECORD KEY IS SALHIST-CLE
000630                                  FILE STATUS IS VAT-HISTO-STAT.
000640
000650     SELECT DEPART-FICHIER       ASSIGN TO UTDEPRF
000660                                  ORGANIZATION IS INDEXED
000670                                  ACCESS MODE IS RANDOM
000680                                  RECORD KEY IS DEP-CLE
000690                                  FILE STATUS IS VAT-DEPART-STAT.
000700
000710     SELECT DATE-FICHIER         ASSIGN TO DATEPARM
000720                                  ORGANIZATION IS SEQUENTIAL
000730                                  FILE STATUS IS VAT-DATE-STAT.
000740
000750     SELECT LETTRE-FICHIER       ASSIGN TO LETTRES
000760                                  ORGANIZATION IS SEQUENTIAL
000770                                  FILE STATUS IS VAT-LETTRE-STAT.
000780
000790     SELECT RAPPORT-FICHIER      ASSIGN TO RAPPORT
000800                                  ORGANIZATION IS SEQUENTIAL
000810                                  FILE STATUS IS VAT-RAPPORT-STAT.
000820
000830     SELECT OPTIONAL JOBCTL-FICHIER
000840                                  ASSIGN TO UTJOBCTL
000850                                  ORGANIZATION IS INDEXED
000860                                  ACCESS MODE IS RANDOM
000870                                  RECORD KEY IS JOB-CLE
000880                                  FILE STATUS IS VAT-JOB-STAT.
000890
000900 DATA                            DIVISION.
000910*----------------------------------------------------------------*
000920 FILE                            SECTION.
000930*----------------------------------------------------------------*
000940 FD  ARCHIVE-FICHIER.
000950     COPY AUDARREC.
000960
000970 FD  MAITRE-FICHIER.
000980     COPY UTPANRM.
000990
001000 FD  HISTO-FICHIER.
001010     COPY SALHIST.
001020
001030 FD  DEPART-FICHIER.
001040     COPY UTDEPREC.
001050
001060 FD  DATE-FICHIER
001070     RECORDING MODE IS F.
001080 01  DPA-ENREGISTREMENT.
001090     05  DPA-DATE-LETTRES        PIC 9(8).
001100     05  FILLER                  PIC X(72).
001110
001120*--- LETTRES : PREMIERE LIGNE DE CHAQUE LETTRE EN DEBUT DE PAGE
001130 FD  LETTRE-FICHIER
001140     RECORDING MODE IS F.
001150 01  LET-LIGNE                   PIC X(80).
001160
001170 FD  RAPPORT-FICHIER
001180     RECORDING MODE IS F.
001190 01  RAP-LIGNE                   PIC X(132).
001200
001210 FD  JOBCTL-FICHIER.
001220     COPY UTJOBREC.
001230
001240*----------------------------------------------------------------*
001250 WORKING-STORAGE                 SECTION.
001260*----------------------------------------------------------------*
001270 01  FILLER                      PIC X(27)  VALUE
001280         'COMMENCEMENT DU MODULE  -->'.
001290
001300 01  VAT-ARCH-STAT               PIC X(2).
001310 01  VAT-MAITRE-STAT             PIC X(2).
001320 01  VAT-HISTO-STAT              PIC X(2).
001330 01  VAT-DEPART-STAT             PIC X(2).
001340 01  VAT-DATE-STAT               PIC X(2).
001350 01  VAT-LETTRE-STAT             PIC X(2).
001360 01  VAT-RAPPORT-STAT            PIC X(2).
001370 01  VAT-JOB-STAT                PIC X(2).
001380
001390 01  VAT-DATE-JOUR               PIC 9(8).
001400 01  VAT-HEURE-JOUR              PIC 9(8).
001410 01  VAT-DATE-LETTRES            PIC 9(8).
001420
001430 01  VAT-SW-OUVERTURE            PIC X       VALUE 'O'.
001440     88  OUVERTURE-REUSSIE                   VALUE 'O'.
001450     88  OUVERTURE-ECHOUEE                   VALUE 'N'.
001460 01  VAT-SW-PREREQUIS            PIC X       VALUE 'O'.
001470     88  PREREQUIS-PRESENT                   VALUE 'O'.
001480     88  PREREQUIS-MANQUANT                  VALUE 'N'.
001490 01  VAT-SW-FIN-ARCHIVE          PIC X       VALUE 'N'.
001500     88  FIN-ARCHIVE-ATTEINTE                VALUE 'O'.
001510 01  VAT-SW-DEPART               PIC X       VALUE 'N'.
001520     88  DEPART-OUVERT                       VALUE 'O'.
001530
001540*----------------------------------------------------------------*
001550*    MODELES DES LETTRES (UN PAR TYPE DE LETTRE)                 *
001560*----------------------------------------------------------------*
001570     COPY UTLETMOD.
001580
001590*----------------------------------------------------------------*
001600*    ZONES DE TRAVAIL DE LA TRANSACTION COURANTE                 *
001610*----------------------------------------------------------------*
001620*--- NOM MASQUE D'UN DOSSIER ANONYMISE (VOIR UTSWANO) : AUCUNE
001630*    LETTRE N'EST ADRESSEE A UN DOSSIER ANONYMISE
001640 01  LET-NOM-MASQUE              PIC X(30)   VALUE
001650         '*** ANONYMISE (LOI 25) ***'.
001660
001670 01  LET-SW-LETTRE               PIC X.
001680     88  LET-AVEC-LETTRE                     VALUE 'O'.
001690     88  LET-SANS-LETTRE                     VALUE 'N'.
001692*--- UNE LETTRE ETAIT DUE (PRODUITE OU NON FAUTE DE NOM) : LA
001694*    TRANSACTION N'EST PAS UNE TRANSACTION SANS LETTRE
001696 01  LET-SW-DUE                  PIC X.
001697     88  LET-LETTRE-DUE                      VALUE 'O'.
001698     88  LET-AUCUNE-DUE                      VALUE 'N'.
001700 01  LET-SW-SALAIRE              PIC X.
001710     88  LET-SALAIRE-HISTO                   VALUE 'H'.
001720     88  LET-SALAIRE-AUDIT                   VALUE 'A'.
001730     88  LET-SALAIRE-INCHANGE                VALUE 'N'.
001740 01  LET-SW-EVT                  PIC X.
001750     88  LET-EVT-TROUVE                      VALUE 'O'.
001760     88  LET-EVT-ABSENT                      VALUE 'N'.
001770
001780 01  LET-TYPE-LETTRE             PIC X.
001790 01  LET-TYPE-EVT-RECH           PIC X.
001800 01  LET-IDX-MODELE              PIC S9(4)   COMP.
001810 01  LET-IDX                     PIC S9(4)   COMP.
001820
001830*--- DESTINATAIRE (MAITRE, A DEFAUT IMAGE D'AUDIT)
001840 01  LET-PREN-EMP                PIC X(30).
001850 01  LET-NOM-EMP                 PIC X(30).
001860 01  LET-NOM-COMPLET             PIC X(61).
001870 01  LET-COD-DEPT                PIC X(4).
001880 01  LET-LIB-DEPT                PIC X(30).
001890
001900*--- ANCIEN ET NOUVEAU SALAIRE DE LA REVISION
001910 01  LET-SAL-ANCIEN              PIC S9(15)V9(3) COMP-3.
001920 01  LET-SAL-NOUVEAU             PIC S9(15)V9(3) COMP-3.
001930 01  LET-SAL-VARIATION           PIC S9(15)V9(3) COMP-3.
001940
001950*--- LIGNES DE DONNEES DE LA LETTRE (LIBELLE + VALEUR)
001960 01  LET-TBL-DETAILS.
001970     05  LET-NB-DETAILS          PIC S9(4)   COMP.
001980     05  LET-DETAIL              PIC X(56)   OCCURS 6 TIMES.
001990 01  LET-LIB-DETAIL              PIC X(28).
002000 01  LET-VAL-DETAIL              PIC X(28).
002010
002020*--- DATE AAAAMMJJ EDITEE JJ/MM/AAAA
002030 01  LET-DATE-NUM                PIC 9(8).
002040 01  LET-DATE-NUM-R              REDEFINES LET-DATE-NUM.
002050     05  LET-DATE-AAAA           PIC 9(4).
002060     05  LET-DATE-MM             PIC 9(2).
002070     05  LET-DATE-JJ             PIC 9(2).
002080 01  LET-DATE-EDIT               PIC X(10).
002090
002100 01  LET-EDIT-SAL                PIC Z(12)9,99.
002110 01  LET-EDIT-VARIATION          PIC -(12)9,99.
002120 01  LET-EDIT-NIVEAU             PIC ZZZ9.
002130 01  LET-TEXTE                   PIC X(72).
002140
002150*----------------------------------------------------------------*
002160*    ZONES D'IMPRESSION DE LA LISTE DE CONTROLE                  *
002170*----------------------------------------------------------------*
002180 01  LET-MOTIF                   PIC X(56).
002190 01  LET-MESSAGE                 PIC X(60).
002200 01  LET-NB-EDIT                 PIC Z.ZZZ.ZZ9.
002210
002220*----------------------------------------------------------------*
002230*    COMPTEURS DE FIN DE LOT                                     *
002240*----------------------------------------------------------------*
002250 01  CPT-ARCHIVE-LUES            PIC 9(9)    VALUE ZERO.
002260 01  CPT-ENTREES-DU-JOUR         PIC 9(9)    VALUE ZERO.
002270 01  CPT-CONSULTATIONS           PIC 9(9)    VALUE ZERO.
002280 01  CPT-ECHOUEES                PIC 9(9)    VALUE ZERO.
002290 01  CPT-REUSSIES                PIC 9(9)    VALUE ZERO.
002300 01  CPT-AVEC-LETTRE             PIC 9(9)    VALUE ZERO.
002310 01  CPT-SANS-LETTRE             PIC 9(9)    VALUE ZERO.
002320 01  CPT-LETTRES                 PIC 9(9)    VALUE ZERO.
002330*--- LETTRES DUES MAIS NON PRODUITES (DESTINATAIRE SANS NOM)
002340 01  CPT-NON-PRODUITES           PIC 9(7)    VALUE ZERO.
002350*--- REVISIONS SANS ENTREE SALHIST (SALAIRES TIRES DE L'AUDIT)
002360 01  CPT-SAL-AUDIT               PIC 9(7)    VALUE ZERO.
002370 01  TBL-CPT-MODELES.
002380     05  TBL-CPT-MODELE          PIC 9(7)    VALUE ZERO
002385                                 OCCURS 6 TIMES.
002390
002400*----------------------------------------------------------------*
002410*                 *** PROCEDURE DIVISION ***                     *
002420*----------------------------------------------------------------*
002430 PROCEDURE DIVISION.
002440
002450*----------------------------------------------------------------*
002460 0000-SECTION-DIRECTRICE          SECTION.
002470*-----------------------------------------
002480
002490     PERFORM                      1000-INITIALISATION.
002500
002510     EVALUATE TRUE
002520         WHEN OUVERTURE-ECHOUEE
002530             MOVE 16              TO RETURN-CODE
002540             GOBACK
002550*--- ARCHIVE NON CHARGEE CE JOUR : AUCUNE LETTRE N'EST PRODUITE
002560*    POUR NE PAS OMETTRE LES TRANSACTIONS PAS ENCORE ARCHIVEES
002570         WHEN PREREQUIS-MANQUANT
002580             MOVE 16              TO RETURN-CODE
002590             PERFORM              7900-MARQUER-FIN-JOB
002600             GOBACK
002610         WHEN OTHER
002620             PERFORM              2000-IMPRIMER-ENTETE
002630             PERFORM              1300-LIRE-ARCHIVE
002640             PERFORM              3000-TRAITER-UNE-ENTREE
002650                     UNTIL FIN-ARCHIVE-ATTEINTE
002660             PERFORM              7000-IMPRIMER-LE-SOMMAIRE
002670             PERFORM              7900-MARQUER-FIN-JOB
002680             PERFORM              8000-FIN-DE-LOT
002690     END-EVALUATE.
002700
002710 0000-SECTION-DIRECTRICE-FIN.
002720     EXIT.
002730/
002740*----------------------------------------------------------------*
002750* OUVERTURE DES FICHIERS, DATE TRAITEE, MARQUAGE DU DEBUT ET     *
002760* VERIFICATION DU PREREQUIS                                      *
002770*----------------------------------------------------------------*
002780 1000-INITIALISATION              SECTION.
002790*-----------------------------------------
002800
002810     SET OUVERTURE-REUSSIE        TO TRUE.
002820
002830     OPEN INPUT                   ARCHIVE-FICHIER
002840                                  MAITRE-FICHIER
002850                                  HISTO-FICHIER.
002860     OPEN OUTPUT                  LETTRE-FICHIER
002870                                  RAPPORT-FICHIER.
002880
002890     IF VAT-ARCH-STAT NOT = '00'
002900         DISPLAY 'UTSWLET - OUVERTURE IMPOSSIBLE - '
002910                 'ARCHIVE-FICHIER - STATUS ' VAT-ARCH-STAT
002920         SET OUVERTURE-ECHOUEE    TO TRUE
002930     END-IF.
002940
002950     IF VAT-MAITRE-STAT NOT = '00'
002960         DISPLAY 'UTSWLET - OUVERTURE IMPOSSIBLE - '
002970                 'MAITRE-FICHIER - STATUS ' VAT-MAITRE-STAT
002980         SET OUVERTURE-ECHOUEE    TO TRUE
002990     END-IF.
003000
003010     IF VAT-HISTO-STAT NOT = '00'
003020         DISPLAY 'UTSWLET - OUVERTURE IMPOSSIBLE - '
003030                 'HISTO-FICHIER - STATUS ' VAT-HISTO-STAT
003040         SET OUVERTURE-ECHOUEE    TO TRUE
003050     END-IF.
003060
003070     IF VAT-LETTRE-STAT NOT = '00'
003080         DISPLAY 'UTSWLET - OUVERTURE IMPOSSIBLE - '
003090                 'LETTRE-FICHIER - STATUS ' VAT-LETTRE-STAT
003100         SET OUVERTURE-ECHOUEE    TO TRUE
003110     END-IF.
003120
003130     IF VAT-RAPPORT-STAT NOT = '00'
003140         DISPLAY 'UTSWLET - OUVERTURE IMPOSSIBLE - '
003150                 'RAPPORT-FICHIER - STATUS ' VAT-RAPPORT-STAT
003160         SET OUVERTURE-ECHOUEE    TO TRUE
003170     END-IF.
003180
003190     ACCEPT VAT-DATE-JOUR         FROM DATE YYYYMMDD.
003200
003210     IF OUVERTURE-REUSSIE
003220         PERFORM                  1200-OBTENIR-DATE-LETTRES
003230         PERFORM                  1250-OUVRIR-DEPARTEMENTS
003240         PERFORM                  1500-MARQUER-DEBUT-JOB
003250     END-IF.
003260
003270     IF OUVERTURE-REUSSIE
003280         PERFORM                  1600-VERIFIER-PREREQUIS
003290     END-IF.
003300
003310 1000-INITIALISATION-FIN.
003320     EXIT.
003330/
003340*----------------------------------------------------------------*
003350* OBTENIR LA DATE TRAITEE : PREMIERE LIGNE DU FICHIER PARAMETRE  *
003360* DATEPARM (AAAAMMJJ); SI LE PARAMETRE EST ABSENT OU NON         *
003370* NUMERIQUE, LES LETTRES PORTENT SUR LA DATE DU JOUR             *
003380*----------------------------------------------------------------*
003390 1200-OBTENIR-DATE-LETTRES        SECTION.
003400*-----------------------------------------
003410
003420     MOVE VAT-DATE-JOUR           TO VAT-DATE-LETTRES.
003430
003440     OPEN INPUT                   DATE-FICHIER.
003450
003460     IF VAT-DATE-STAT = '00'
003470         READ DATE-FICHIER
003480             AT END
003490                 CONTINUE
003500             NOT AT END
003510                 IF DPA-DATE-LETTRES IS NUMERIC
003520                     MOVE DPA-DATE-LETTRES
003530                                  TO VAT-DATE-LETTRES
003540                 END-IF
003550         END-READ
003560         CLOSE DATE-FICHIER
003570     END-IF.
003580
003590 1200-OBTENIR-DATE-LETTRES-FIN.
003600     EXIT.
003610/
003620*----------------------------------------------------------------*
003630* OUVRIR LA TABLE DE REFERENCE DES DEPARTEMENTS (UTDEPRF), LUE   *
003640* SEULEMENT POUR LES LIBELLES : SI ELLE EST ABSENTE, LES         *
003650* LETTRES PORTENT LE SEUL CODE DU DEPARTEMENT                    *
003660*----------------------------------------------------------------*
003670 1250-OUVRIR-DEPARTEMENTS         SECTION.
003680*-----------------------------------------
003690
003700     OPEN INPUT                   DEPART-FICHIER.
003710
003720     IF VAT-DEPART-STAT = '00'
003730         SET DEPART-OUVERT        TO TRUE
003740     ELSE
003750         DISPLAY 'UTSWLET - TABLE UTDEPRF NON DISPONIBLE - '
003760                 'STATUS ' VAT-DEPART-STAT ' - LIBELLES OMIS'
003770     END-IF.
003780
003790 1250-OUVRIR-DEPARTEMENTS-FIN.
003800     EXIT.
003810/
003820*----------------------------------------------------------------*
003830* LECTURE DE L'ARCHIVE JUSQU'A LA PROCHAINE ENTREE DE LA DATE    *
003840* TRAITEE                                                        *
003850*----------------------------------------------------------------*
003860 1300-LIRE-ARCHIVE                SECTION.
003870*-----------------------------------------
003880
003890     PERFORM                      1310-LIRE-UNE-ENTREE.
003900
003910     PERFORM                      1310-LIRE-UNE-ENTREE
003920             UNTIL FIN-ARCHIVE-ATTEINTE
003930                OR ARC-DATE-TRAN  = VAT-DATE-LETTRES.
003940
003950     IF NOT FIN-ARCHIVE-ATTEINTE
003960         ADD 1                    TO CPT-ENTREES-DU-JOUR
003970     END-IF.
003980
003990 1300-LIRE-ARCHIVE-FIN.
004000     EXIT.
004010/
004020*----------------------------------------------------------------*
004030* LECTURE SEQUENTIELLE D'UNE ENTREE DE L'ARCHIVE                 *
004040*----------------------------------------------------------------*
004050 1310-LIRE-UNE-ENTREE             SECTION.
004060*-----------------------------------------
004070
004080     READ ARCHIVE-FICHIER NEXT
004090         AT END
004100             SET FIN-ARCHIVE-ATTEINTE TO TRUE
004110     END-READ.
004120
004130     IF NOT FIN-ARCHIVE-ATTEINTE
004140         ADD 1                    TO CPT-ARCHIVE-LUES
004150     END-IF.
004160
004170 1310-LIRE-UNE-ENTREE-FIN.
004180     EXIT.
004190/
004200*----------------------------------------------------------------*
004210* MARQUER LE DEBUT DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL    *
004220* (ENTREE REECRITE SI LE LOT EST RELANCE LE MEME JOUR)           *
004230*----------------------------------------------------------------*
004240 1500-MARQUER-DEBUT-JOB           SECTION.
004250*-----------------------------------------
004260
004270     OPEN I-O                     JOBCTL-FICHIER.
004280
004290     IF VAT-JOB-STAT NOT = '00' AND '05'
004300         DISPLAY 'UTSWLET - OUVERTURE IMPOSSIBLE - '
004310                 'JOBCTL-FICHIER - STATUS ' VAT-JOB-STAT
004320         SET OUVERTURE-ECHOUEE    TO TRUE
004330     ELSE
004340         ACCEPT VAT-HEURE-JOUR    FROM TIME
004350         MOVE 'UTSWLET '          TO JOB-NOM-PROG
004360         MOVE VAT-DATE-JOUR       TO JOB-DATE-RUN
004370         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-DEBUT
004380         MOVE ZERO                TO JOB-HEURE-FIN
004390                                     JOB-CPT-LUS
004400                                     JOB-CPT-ECRITS
004410                                     JOB-TOTAL-CONTROLE
004420         SET JOB-EN-COURS         TO TRUE
004430         WRITE JOB-ENREGISTREMENT
004440         IF VAT-JOB-STAT = '22'
004450             REWRITE JOB-ENREGISTREMENT
004460         END-IF
004470     END-IF.
004480
004490 1500-MARQUER-DEBUT-JOB-FIN.
004500     EXIT.
004510/
004520*----------------------------------------------------------------*
004530* VERIFIER LE PREREQUIS : L'ARCHIVE AUDARCH DOIT AVOIR ETE       *
004540* CHARGEE CE JOUR, C'EST-A-DIRE QUE UTSWARC DOIT PORTER UNE      *
004550* ENTREE TERMINEE A LA DATE DU JOUR DANS UTJOBCTL                *
004560*----------------------------------------------------------------*
004570 1600-VERIFIER-PREREQUIS          SECTION.
004580*-----------------------------------------
004590
004600     MOVE 'UTSWARC '              TO JOB-NOM-PROG.
004610     MOVE VAT-DATE-JOUR           TO JOB-DATE-RUN.
004620
004630     READ JOBCTL-FICHIER.
004640
004650     IF  VAT-JOB-STAT = '00' AND JOB-TERMINE
004660         SET PREREQUIS-PRESENT    TO TRUE
004670     ELSE
004680         SET PREREQUIS-MANQUANT   TO TRUE
004690         DISPLAY 'UTSWLET - PREREQUIS MANQUANT - UTSWARC '
004700                 'SANS ENTREE TERMINEE CE JOUR DANS UTJOBCTL'
004710     END-IF.
004720
004730 1600-VERIFIER-PREREQUIS-FIN.
004740     EXIT.
004750/
004760*----------------------------------------------------------------*
004770* IMPRIMER L'ENTETE DE LA LISTE DE CONTROLE                      *
004780*----------------------------------------------------------------*
004790 2000-IMPRIMER-ENTETE             SECTION.
004800*-----------------------------------------
004810
004820     MOVE SPACES                  TO RAP-LIGNE.
004830     STRING 'LISTE DE CONTROLE DES LETTRES AUX EMPLOYES DU '
004840                                  DELIMITED BY SIZE
004850            VAT-DATE-LETTRES      DELIMITED BY SIZE
004860            ' - EXECUTE LE '      DELIMITED BY SIZE
004870            VAT-DATE-JOUR         DELIMITED BY SIZE
004880            INTO RAP-LIGNE
004890     END-STRING.
004900     WRITE RAP-LIGNE.
004910     MOVE SPACES                  TO RAP-LIGNE.
004920     WRITE RAP-LIGNE.
004930     MOVE
004940-        '  DATE     HEURE   EMPLOYE   ACT OPERATEUR DESTINATAIRE'
004950                                  TO RAP-LIGNE.
004960     MOVE 'LETTRE PRODUITE OU MOTIF'
004970                                  TO RAP-LIGNE(76:24).
004980     WRITE RAP-LIGNE.
004990
005000 2000-IMPRIMER-ENTETE-FIN.
005010     EXIT.
005020/
005030*----------------------------------------------------------------*
005040* TRAITER L'ENTREE D'AUDIT COURANTE : LES CONSULTATIONS ET LES   *
005050* TRANSACTIONS ECHOUEES SONT SEULEMENT COMPTEES; POUR UNE        *
005060* TRANSACTION REUSSIE, LES LETTRES DUES SONT PRODUITES OU LE     *
005070* MOTIF DE L'ABSENCE DE LETTRE EST IMPRIME                       *
005080*----------------------------------------------------------------*
005090 3000-TRAITER-UNE-ENTREE          SECTION.
005100*-----------------------------------------
005110
005120     EVALUATE TRUE
005130         WHEN ARC-COD-ACTN        = 'O'
005140             ADD 1                TO CPT-CONSULTATIONS
005150         WHEN NOT ARC-TRAN-REUSSIE
005160             ADD 1                TO CPT-ECHOUEES
005170         WHEN OTHER
005180             ADD 1                TO CPT-REUSSIES
005190             SET LET-SANS-LETTRE  TO TRUE
005195             SET LET-AUCUNE-DUE   TO TRUE
005200             PERFORM              3100-OBTENIR-DESTINATAIRE
005210             PERFORM              3200-CHOISIR-LES-LETTRES
005220             IF  LET-AVEC-LETTRE
005230                 ADD 1            TO CPT-AVEC-LETTRE
005240             END-IF
005245*--- UNE LETTRE DUE MAIS NON PRODUITE (NOM INTROUVABLE) EST DEJA
005250*    IMPRIMEE ET COMPTEE PAR 5000-PRODUIRE-LETTRE
005255             IF  LET-AUCUNE-DUE
005260                 ADD 1            TO CPT-SANS-LETTRE
005265                 PERFORM          6100-IMPRIMER-SANS-LETTRE
005270             END-IF
005280     END-EVALUATE.
005290
005300     PERFORM                      1300-LIRE-ARCHIVE.
005310
005320 3000-TRAITER-UNE-ENTREE-FIN.
005330     EXIT.
005340/
005350*----------------------------------------------------------------*
005360* OBTENIR LE NOM ET LE DEPARTEMENT DU DESTINATAIRE : DOSSIER     *
005370* MAITRE PANRMAS; A DEFAUT (DOSSIER SUPPRIME), IMAGE APRES PUIS  *
005380* IMAGE AVANT DE L'AUDIT. UN DOSSIER ANONYMISE N'A PAS DE NOM    *
005390*----------------------------------------------------------------*
005400 3100-OBTENIR-DESTINATAIRE        SECTION.
005410*-----------------------------------------
005420
005430     MOVE SPACES                  TO LET-PREN-EMP
005440                                  LET-NOM-EMP
005450                                  LET-COD-DEPT
005460                                  LET-LIB-DEPT.
005470     MOVE ARC-NUM-EMP             TO UTPANRM-NUM-EMP.
005480
005490     READ MAITRE-FICHIER
005500         INVALID KEY
005510             EVALUATE TRUE
005520                 WHEN ARC-IMAGE-COMPLETE
005530                  AND ARC-AP-NOM-EMP NOT = SPACES
005540                     MOVE ARC-AP-PREN-EMP
005550                                  TO LET-PREN-EMP
005560                     MOVE ARC-AP-NOM-EMP
005570                                  TO LET-NOM-EMP
005580                 WHEN ARC-AVANT-CONNU
005590                     MOVE ARC-AV-PREN-EMP
005600                                  TO LET-PREN-EMP
005610                     MOVE ARC-AV-NOM-EMP
005620                                  TO LET-NOM-EMP
005630             END-EVALUATE
005640             IF  ARC-AP-COD-DEPT NOT = SPACES
005650                 MOVE ARC-AP-COD-DEPT
005660                                  TO LET-COD-DEPT
005670             ELSE
005680                 MOVE ARC-AV-COD-DEPT
005690                                  TO LET-COD-DEPT
005700             END-IF
005710         NOT INVALID KEY
005720             IF  UTPANRM-NOM-EMP NOT = LET-NOM-MASQUE
005730                 MOVE UTPANRM-PREN-EMP
005740                                  TO LET-PREN-EMP
005750                 MOVE UTPANRM-NOM-EMP
005760                                  TO LET-NOM-EMP
005770             END-IF
005780             MOVE UTPANRM-COD-DEPT
005790                                  TO LET-COD-DEPT
005800     END-READ.
005810
005820     MOVE SPACES                  TO LET-NOM-COMPLET.
005830     STRING LET-PREN-EMP          DELIMITED BY '  '
005840            ' '                   DELIMITED BY SIZE
005850            LET-NOM-EMP           DELIMITED BY '  '
005860            INTO LET-NOM-COMPLET
005870     END-STRING.
005880
005890     IF  LET-COD-DEPT NOT = SPACES
005900     AND DEPART-OUVERT
005910         MOVE LET-COD-DEPT        TO DEP-COD-DEPT
005920         READ DEPART-FICHIER
005930             INVALID KEY
005940                 CONTINUE
005950             NOT INVALID KEY
005960                 MOVE DEP-LIBELLE TO LET-LIB-DEPT
005970         END-READ
005980     END-IF.
005990
006000 3100-OBTENIR-DESTINATAIRE-FIN.
006010     EXIT.
006020/
006030*----------------------------------------------------------------*
006040* CHOISIR LES LETTRES DE LA TRANSACTION SELON L'ACTION :         *
006050*   AJOUT          : CONFIRMATION D'EMBAUCHE                     *
006060*   SUPPRESSION    : FIN DE CONTRAT SI ELLE VIENT DU LOT UTSWB04 *
006070*                    (UNE SUPPRESSION A L'ECRAN EST UNE          *
006080*                    CORRECTION DE DOSSIER, SANS LETTRE)         *
006090*   MODIFICATION   : REVISION SALARIALE SI LE SALAIRE CHANGE,    *
006100*   OU STATUT        PUIS CONGE, SUSPENSION OU FIN DE CONTRAT    *
006110*                    SELON L'EVENEMENT DE STATUT PUBLIE (S OU D) *
006120*----------------------------------------------------------------*
006130 3200-CHOISIR-LES-LETTRES         SECTION.
006140*-----------------------------------------
006150
006160     EVALUATE ARC-COD-ACTN
006170         WHEN 'C'
006180             MOVE 'E'             TO LET-TYPE-LETTRE
006190             PERFORM              4100-DETAILS-EMBAUCHE
006200             PERFORM              5000-PRODUIRE-LETTRE
006210         WHEN 'S'
006220             IF  ARC-OPERID       = 'UTSWB04 '
006230                 MOVE 'F'         TO LET-TYPE-LETTRE
006240                 PERFORM          4400-DETAILS-FIN-CONTRAT
006250                 PERFORM          5000-PRODUIRE-LETTRE
006260             ELSE
006270                 MOVE 'SUPPRESSION A L''ECRAN (CORRECTION)'
006280                                  TO LET-MOTIF
006290             END-IF
006300         WHEN 'M'
006310         WHEN 'T'
006320             PERFORM              3300-VERIFIER-SALAIRE
006330             IF  NOT LET-SALAIRE-INCHANGE
006340                 IF  ARC-OPERID   = 'UTSWB02 '
006350                     MOVE 'A'     TO LET-TYPE-LETTRE
006360                 ELSE
006370                     MOVE 'R'     TO LET-TYPE-LETTRE
006380                 END-IF
006390                 PERFORM          4200-DETAILS-SALAIRE
006400                 PERFORM          5000-PRODUIRE-LETTRE
006410             END-IF
006420             PERFORM              3400-VERIFIER-STATUT
006430             IF  LET-AUCUNE-DUE
006440                 MOVE 'NI SALAIRE NI STATUT CHANGE'
006450                                  TO LET-MOTIF
006460             END-IF
006470         WHEN OTHER
006480             MOVE 'ACTION SANS MODELE DE LETTRE'
006490                                  TO LET-MOTIF
006500     END-EVALUATE.
006510
006520 3200-CHOISIR-LES-LETTRES-FIN.
006530     EXIT.
006540/
006550*----------------------------------------------------------------*
006560* VERIFIER SI LA TRANSACTION A CHANGE LE SALAIRE : L'ENTREE      *
006570* SALHIST DE L'EMPLOYE A LA DATE DE LA TRANSACTION, SI SON       *
006580* NOUVEAU SALAIRE EST CELUI DE L'IMAGE APRES, DONNE L'ANCIEN ET  *
006590* LE NOUVEAU SALAIRE (L'HEURE N'EST PAS COMPAREE : L'HISTORIQUE  *
006592* EST HORODATE JUSTE AVANT L'AUDIT). SANS ELLE, LES IMAGES       *
006594* AVANT/APRES DE L'AUDIT SONT COMPAREES (IMAGE AVANT CONNUE      *
006596* SEULEMENT)                                                     *
006600*----------------------------------------------------------------*
006610 3300-VERIFIER-SALAIRE            SECTION.
006620*-----------------------------------------
006630
006640     SET LET-SALAIRE-INCHANGE     TO TRUE.
006650
006660     MOVE ARC-NUM-EMP             TO SALHIST-NUM-EMP.
006670     MOVE ARC-DATE-TRAN           TO SALHIST-DATE-EFF.
006680
006690     READ HISTO-FICHIER
006700         INVALID KEY
006710             CONTINUE
006720         NOT INVALID KEY
006730             IF  SALHIST-SAL-NOUVEAU = ARC-AP-SAL-EMPL
006740             AND SALHIST-SAL-NOUVEAU NOT = SALHIST-SAL-ANCIEN
006750                 SET LET-SALAIRE-HISTO TO TRUE
006760                 MOVE SALHIST-SAL-ANCIEN
006770                                  TO LET-SAL-ANCIEN
006780                 MOVE SALHIST-SAL-NOUVEAU
006790                                  TO LET-SAL-NOUVEAU
006800             END-IF
006810     END-READ.
006820
006830     IF  LET-SALAIRE-INCHANGE
006840     AND ARC-AV-NUM-EMP           NOT = SPACES
006850     AND ARC-AP-SAL-EMPL          > ZERO
006860     AND ARC-AP-SAL-EMPL          NOT = ARC-AV-SAL-EMPL
006870         SET LET-SALAIRE-AUDIT    TO TRUE
006880         MOVE ARC-AV-SAL-EMPL     TO LET-SAL-ANCIEN
006890         MOVE ARC-AP-SAL-EMPL     TO LET-SAL-NOUVEAU
006900         ADD 1                    TO CPT-SAL-AUDIT
006910     END-IF.
006920
006930 3300-VERIFIER-SALAIRE-FIN.
006940     EXIT.
006950/
006960*----------------------------------------------------------------*
006970* VERIFIER LE CHANGEMENT DE STATUT : LA LETTRE SUIT L'EVENEMENT  *
006980* DE STATUT PUBLIE PAR LA TRANSACTION (ARC-TYPE-EVT, VOIR        *
006990* UTEVTPUB) : S VERS C = CONGE, S VERS S = SUSPENSION, D (STATUT *
007000* R) = FIN DE CONTRAT. LE RETOUR AU STATUT ACTIF N'A PAS DE      *
007010* LETTRE                                                         *
007020*----------------------------------------------------------------*
007030 3400-VERIFIER-STATUT             SECTION.
007040*-----------------------------------------
007050
007060     MOVE 'S'                     TO LET-TYPE-EVT-RECH.
007070     PERFORM                      3900-CHERCHER-EVENEMENT.
007080
007090     IF  LET-EVT-TROUVE
007100         EVALUATE ARC-AP-STATUT
007110             WHEN 'C'
007120                 MOVE 'C'         TO LET-TYPE-LETTRE
007130                 PERFORM          4300-DETAILS-STATUT
007140                 PERFORM          5000-PRODUIRE-LETTRE
007150             WHEN 'S'
007160                 MOVE 'S'         TO LET-TYPE-LETTRE
007170                 PERFORM          4300-DETAILS-STATUT
007180                 PERFORM          5000-PRODUIRE-LETTRE
007190             WHEN OTHER
007200                 CONTINUE
007210         END-EVALUATE
007220     END-IF.
007230
007240     MOVE 'D'                     TO LET-TYPE-EVT-RECH.
007250     PERFORM                      3900-CHERCHER-EVENEMENT.
007260
007270     IF  LET-EVT-TROUVE
007280         MOVE 'F'                 TO LET-TYPE-LETTRE
007290         PERFORM                  4400-DETAILS-FIN-CONTRAT
007300         PERFORM                  5000-PRODUIRE-LETTRE
007310     END-IF.
007320
007330 3400-VERIFIER-STATUT-FIN.
007340     EXIT.
007350/
007360*----------------------------------------------------------------*
007370* CHERCHER LE TYPE LET-TYPE-EVT-RECH PARMI LES EVENEMENTS        *
007380* PUBLIES PAR LA TRANSACTION                                     *
007390*----------------------------------------------------------------*
007400 3900-CHERCHER-EVENEMENT          SECTION.
007410*-----------------------------------------
007420
007430     SET LET-EVT-ABSENT           TO TRUE.
007440
007450     PERFORM VARYING LET-IDX FROM 1 BY 1
007460             UNTIL LET-IDX > 3
007470                OR LET-EVT-TROUVE
007480         IF  ARC-TYPE-EVT (LET-IDX) = LET-TYPE-EVT-RECH
007490             SET LET-EVT-TROUVE   TO TRUE
007500         END-IF
007510     END-PERFORM.
007520
007530 3900-CHERCHER-EVENEMENT-FIN.
007540     EXIT.
007550/
007560*----------------------------------------------------------------*
007570* DONNEES DE LA CONFIRMATION D'EMBAUCHE : ENTREE EN FONCTION,    *
007580* FIN DE CONTRAT, NIVEAU, SALAIRE ET DEPARTEMENT                 *
007590*----------------------------------------------------------------*
007600 4100-DETAILS-EMBAUCHE            SECTION.
007610*-----------------------------------------
007620
007630     MOVE ZERO                    TO LET-NB-DETAILS.
007640
007650     IF  ARC-AP-DATE-DEB > ZERO
007660         MOVE ARC-AP-DATE-DEB     TO LET-DATE-NUM
007670     ELSE
007680         MOVE ARC-DATE-TRAN       TO LET-DATE-NUM
007690     END-IF.
007700     PERFORM                      4950-EDITER-DATE.
007710     MOVE 'ENTREE EN FONCTION'    TO LET-LIB-DETAIL.
007720     MOVE LET-DATE-EDIT           TO LET-VAL-DETAIL.
007730     PERFORM                      4900-AJOUTER-DETAIL.
007740
007750     MOVE 'FIN DU CONTRAT'        TO LET-LIB-DETAIL.
007760     IF  ARC-AP-DATE-FIN > ZERO
007770         MOVE ARC-AP-DATE-FIN     TO LET-DATE-NUM
007780         PERFORM                  4950-EDITER-DATE
007790         MOVE LET-DATE-EDIT       TO LET-VAL-DETAIL
007800     ELSE
007810         MOVE 'DUREE INDETERMINEE' TO LET-VAL-DETAIL
007820     END-IF.
007830     PERFORM                      4900-AJOUTER-DETAIL.
007840
007850     IF  ARC-IMAGE-COMPLETE
007860         MOVE ARC-AP-NIV-ENTR     TO LET-EDIT-NIVEAU
007870         MOVE 'NIVEAU D''ENTREE'  TO LET-LIB-DETAIL
007880         MOVE LET-EDIT-NIVEAU     TO LET-VAL-DETAIL
007890         PERFORM                  4900-AJOUTER-DETAIL
007900     END-IF.
007910
007920     COMPUTE LET-EDIT-SAL ROUNDED = ARC-AP-SAL-EMPL.
007930     MOVE 'SALAIRE'               TO LET-LIB-DETAIL.
007940     MOVE LET-EDIT-SAL            TO LET-VAL-DETAIL.
007950     PERFORM                      4900-AJOUTER-DETAIL.
007960
007970     PERFORM                      4910-AJOUTER-DEPARTEMENT.
007980
007990 4100-DETAILS-EMBAUCHE-FIN.
008000     EXIT.
008010/
008020*----------------------------------------------------------------*
008030* DONNEES DE LA REVISION SALARIALE : DATE D'EFFET, ANCIEN ET     *
008040* NOUVEAU SALAIRE, VARIATION                                     *
008050*----------------------------------------------------------------*
008060 4200-DETAILS-SALAIRE             SECTION.
008070*-----------------------------------------
008080
008090     MOVE ZERO                    TO LET-NB-DETAILS.
008100
008110     MOVE ARC-DATE-TRAN           TO LET-DATE-NUM.
008120     PERFORM                      4950-EDITER-DATE.
008130     MOVE 'DATE D''EFFET'         TO LET-LIB-DETAIL.
008140     MOVE LET-DATE-EDIT           TO LET-VAL-DETAIL.
008150     PERFORM                      4900-AJOUTER-DETAIL.
008160
008170     COMPUTE LET-EDIT-SAL ROUNDED = LET-SAL-ANCIEN.
008180     MOVE 'ANCIEN SALAIRE'        TO LET-LIB-DETAIL.
008190     MOVE LET-EDIT-SAL            TO LET-VAL-DETAIL.
008200     PERFORM                      4900-AJOUTER-DETAIL.
008210
008220     COMPUTE LET-EDIT-SAL ROUNDED = LET-SAL-NOUVEAU.
008230     MOVE 'NOUVEAU SALAIRE'       TO LET-LIB-DETAIL.
008240     MOVE LET-EDIT-SAL            TO LET-VAL-DETAIL.
008250     PERFORM                      4900-AJOUTER-DETAIL.
008260
008270     COMPUTE LET-SAL-VARIATION = LET-SAL-NOUVEAU - LET-SAL-ANCIEN.
008280     COMPUTE LET-EDIT-VARIATION ROUNDED = LET-SAL-VARIATION.
008290     MOVE 'VARIATION'             TO LET-LIB-DETAIL.
008300     MOVE LET-EDIT-VARIATION      TO LET-VAL-DETAIL.
008310     PERFORM                      4900-AJOUTER-DETAIL.
008320
008330 4200-DETAILS-SALAIRE-FIN.
008340     EXIT.
008350/
008360*----------------------------------------------------------------*
008370* DONNEES DU CONGE OU DE LA SUSPENSION : DATE D'EFFET ET FIN DE  *
008380* CONTRAT PREVUE                                                 *
008390*----------------------------------------------------------------*
008400 4300-DETAILS-STATUT              SECTION.
008410*-----------------------------------------
008420
008430     MOVE ZERO                    TO LET-NB-DETAILS.
008440
008450     MOVE ARC-DATE-TRAN           TO LET-DATE-NUM.
008460     PERFORM                      4950-EDITER-DATE.
008470     MOVE 'DATE D''EFFET'         TO LET-LIB-DETAIL.
008480     MOVE LET-DATE-EDIT           TO LET-VAL-DETAIL.
008490     PERFORM                      4900-AJOUTER-DETAIL.
008500
008510     IF  ARC-AP-DATE-FIN > ZERO
008520         MOVE ARC-AP-DATE-FIN     TO LET-DATE-NUM
008530         PERFORM                  4950-EDITER-DATE
008540         MOVE 'FIN DU CONTRAT PREVUE'
008550                                  TO LET-LIB-DETAIL
008560         MOVE LET-DATE-EDIT       TO LET-VAL-DETAIL
008570         PERFORM                  4900-AJOUTER-DETAIL
008580     END-IF.
008590
008600     PERFORM                      4910-AJOUTER-DEPARTEMENT.
008610
008620 4300-DETAILS-STATUT-FIN.
008630     EXIT.
008640/
008650*----------------------------------------------------------------*
008660* DONNEES DE LA FIN DE CONTRAT : DATE DE FIN (IMAGE AVANT POUR   *
008670* UNE RADIATION UTSWB04, IMAGE APRES POUR UN PASSAGE AU STATUT   *
008680* R; DATE DE LA TRANSACTION A DEFAUT) ET DATE DE TRAITEMENT      *
008690*----------------------------------------------------------------*
008700 4400-DETAILS-FIN-CONTRAT         SECTION.
008710*-----------------------------------------
008720
008730     MOVE ZERO                    TO LET-NB-DETAILS.
008740
008750     EVALUATE TRUE
008760         WHEN ARC-COD-ACTN        = 'S'
008770          AND ARC-AV-DATE-FIN     > ZERO
008780             MOVE ARC-AV-DATE-FIN TO LET-DATE-NUM
008790         WHEN ARC-COD-ACTN        NOT = 'S'
008800          AND ARC-AP-DATE-FIN     > ZERO
008810             MOVE ARC-AP-DATE-FIN TO LET-DATE-NUM
008820         WHEN OTHER
008830             MOVE ARC-DATE-TRAN   TO LET-DATE-NUM
008840     END-EVALUATE.
008850     PERFORM                      4950-EDITER-DATE.
008860     MOVE 'FIN DU CONTRAT'        TO LET-LIB-DETAIL.
008870     MOVE LET-DATE-EDIT           TO LET-VAL-DETAIL.
008880     PERFORM                      4900-AJOUTER-DETAIL.
008890
008900     MOVE ARC-DATE-TRAN           TO LET-DATE-NUM.
008910     PERFORM                      4950-EDITER-DATE.
008920     MOVE 'DATE DE TRAITEMENT'    TO LET-LIB-DETAIL.
008930     MOVE LET-DATE-EDIT           TO LET-VAL-DETAIL.
008940     PERFORM                      4900-AJOUTER-DETAIL.
008950
008960 4400-DETAILS-FIN-CONTRAT-FIN.
008970     EXIT.
008980/
008990*----------------------------------------------------------------*
009000* AJOUTER UNE LIGNE DE DONNEES (LIBELLE + VALEUR) A LA LETTRE    *
009010*----------------------------------------------------------------*
009020 4900-AJOUTER-DETAIL              SECTION.
009030*-----------------------------------------
009040
009050     IF  LET-NB-DETAILS < 6
009060         ADD 1                    TO LET-NB-DETAILS
009070         MOVE SPACES              TO LET-DETAIL (LET-NB-DETAILS)
009080         STRING LET-LIB-DETAIL    DELIMITED BY SIZE
009090                ': '              DELIMITED BY SIZE
009100                LET-VAL-DETAIL    DELIMITED BY SIZE
009110                INTO LET-DETAIL (LET-NB-DETAILS)
009120         END-STRING
009130     END-IF.
009140
009150 4900-AJOUTER-DETAIL-FIN.
009160     EXIT.
009170/
009180*----------------------------------------------------------------*
009190* AJOUTER LA LIGNE DU DEPARTEMENT (CODE ET LIBELLE UTDEPRF)      *
009200*----------------------------------------------------------------*
009210 4910-AJOUTER-DEPARTEMENT         SECTION.
009220*-----------------------------------------
009230
009240     MOVE 'DEPARTEMENT'           TO LET-LIB-DETAIL.
009250
009260     IF  LET-COD-DEPT = SPACES
009270         MOVE 'NON AFFECTE'       TO LET-VAL-DETAIL
009280     ELSE
009290         MOVE SPACES              TO LET-VAL-DETAIL
009300         STRING LET-COD-DEPT      DELIMITED BY SIZE
009310                ' '               DELIMITED BY SIZE
009320                LET-LIB-DEPT      DELIMITED BY SIZE
009330                INTO LET-VAL-DETAIL
009340         END-STRING
009350     END-IF.
009360
009370     PERFORM                      4900-AJOUTER-DETAIL.
009380
009390 4910-AJOUTER-DEPARTEMENT-FIN.
009400     EXIT.
009410/
009420*----------------------------------------------------------------*
009430* EDITER LA DATE LET-DATE-NUM (AAAAMMJJ) EN JJ/MM/AAAA           *
009440*----------------------------------------------------------------*
009450 4950-EDITER-DATE                 SECTION.
009460*-----------------------------------------
009470
009480     MOVE SPACES                  TO LET-DATE-EDIT.
009490     STRING LET-DATE-JJ           DELIMITED BY SIZE
009500            '/'                   DELIMITED BY SIZE
009510            LET-DATE-MM           DELIMITED BY SIZE
009520            '/'                   DELIMITED BY SIZE
009530            LET-DATE-AAAA         DELIMITED BY SIZE
009540            INTO LET-DATE-EDIT
009550     END-STRING.
009560
009570 4950-EDITER-DATE-FIN.
009580     EXIT.
009590/
009600*----------------------------------------------------------------*
009610* PRODUIRE LA LETTRE DU TYPE LET-TYPE-LETTRE : EN-TETE,          *
009620* DESTINATAIRE, OBJET ET INTRODUCTION DU MODELE, DONNEES DE LA   *
009630* TRANSACTION, FORMULE FINALE ET REFERENCE DE LA TRANSACTION.    *
009640* SANS NOM DE DESTINATAIRE, LA LETTRE N'EST PAS PRODUITE ET      *
009650* L'ANOMALIE EST IMPRIMEE A LA LISTE DE CONTROLE                 *
009660*----------------------------------------------------------------*
009670 5000-PRODUIRE-LETTRE             SECTION.
009680*-----------------------------------------
009690
009720     PERFORM VARYING LET-IDX-MODELE FROM 1 BY 1
009730             UNTIL LET-IDX-MODELE > LMO-NB-MODELES
009740                OR LMO-TYPE (LET-IDX-MODELE) = LET-TYPE-LETTRE
009750         CONTINUE
009760     END-PERFORM.
009770
009775     SET  LET-LETTRE-DUE          TO TRUE.
009777
009780     IF  LET-NOM-EMP = SPACES
009790         ADD 1                    TO CPT-NON-PRODUITES
009800         MOVE '*** NOM INTROUVABLE - LETTRE NON PRODUITE : '
009810                                  TO LET-MOTIF
009820         MOVE LET-TYPE-LETTRE     TO LET-MOTIF(46:1)
009830         PERFORM                  6000-IMPRIMER-UNE-LIGNE
009840     ELSE
009845         SET LET-AVEC-LETTRE      TO TRUE
009850         ADD 1                    TO CPT-LETTRES
009860         ADD 1                    TO TBL-CPT-MODELE
009870                                              (LET-IDX-MODELE)
009880         PERFORM                  5100-ECRIRE-EN-TETE
009890         PERFORM                  5200-ECRIRE-CORPS
009900         MOVE LMO-OBJET (LET-IDX-MODELE)
009910                                  TO LET-MOTIF
009920         PERFORM                  6000-IMPRIMER-UNE-LIGNE
009930     END-IF.
009940
009950 5000-PRODUIRE-LETTRE-FIN.
009960     EXIT.
009970/
009980*----------------------------------------------------------------*
009990* EN-TETE DE LA LETTRE (NOUVELLE PAGE) : EXPEDITEUR, DATE,       *
010000* DESTINATAIRE (NOM, NUMERO D'EMPLOYE, DEPARTEMENT) ET OBJET     *
010010*----------------------------------------------------------------*
010020 5100-ECRIRE-EN-TETE              SECTION.
010030*-----------------------------------------
010040
010050     MOVE SPACES                  TO LET-LIGNE.
010060     MOVE 'SERVICE DES RESSOURCES HUMAINES'
010070                                  TO LET-LIGNE(9:31).
010080     WRITE LET-LIGNE              AFTER ADVANCING PAGE.
010090
010100     MOVE SPACES                  TO LET-TEXTE.
010110     WRITE LET-LIGNE              FROM LET-TEXTE
010120                                  AFTER ADVANCING 1 LINE.
010130
010140     MOVE VAT-DATE-JOUR           TO LET-DATE-NUM.
010150     PERFORM                      4950-EDITER-DATE.
010160     MOVE SPACES                  TO LET-TEXTE.
010170     STRING 'LE '                 DELIMITED BY SIZE
010180            LET-DATE-EDIT         DELIMITED BY SIZE
010190            INTO LET-TEXTE(46:13)
010200     END-STRING.
010210     PERFORM                      5900-ECRIRE-LIGNE.
010220
010230     MOVE SPACES                  TO LET-TEXTE.
010240     PERFORM                      5900-ECRIRE-LIGNE.
010250     MOVE LET-NOM-COMPLET         TO LET-TEXTE.
010260     PERFORM                      5900-ECRIRE-LIGNE.
010270     MOVE SPACES                  TO LET-TEXTE.
010280     STRING 'EMPLOYE NO '         DELIMITED BY SIZE
010290            ARC-NUM-EMP           DELIMITED BY SIZE
010300            INTO LET-TEXTE
010310     END-STRING.
010320     PERFORM                      5900-ECRIRE-LIGNE.
010330     MOVE SPACES                  TO LET-TEXTE.
010340     IF  LET-COD-DEPT NOT = SPACES
010350         STRING 'DEPARTEMENT '    DELIMITED BY SIZE
010360                LET-COD-DEPT      DELIMITED BY SIZE
010370                ' '               DELIMITED BY SIZE
010380                LET-LIB-DEPT      DELIMITED BY SIZE
010390                INTO LET-TEXTE
010400         END-STRING
010410     END-IF.
010420     PERFORM                      5900-ECRIRE-LIGNE.
010430
010440     MOVE SPACES                  TO LET-TEXTE.
010450     PERFORM                      5900-ECRIRE-LIGNE.
010460     STRING 'OBJET : '            DELIMITED BY SIZE
010470            LMO-OBJET (LET-IDX-MODELE)
010480                                  DELIMITED BY SIZE
010490            INTO LET-TEXTE
010500     END-STRING.
010510     PERFORM                      5900-ECRIRE-LIGNE.
010520     MOVE SPACES                  TO LET-TEXTE.
010530     PERFORM                      5900-ECRIRE-LIGNE.
010540
010550 5100-ECRIRE-EN-TETE-FIN.
010560     EXIT.
010570/
010580*----------------------------------------------------------------*
010590* CORPS DE LA LETTRE : INTRODUCTION DU MODELE, DONNEES DE LA     *
010600* TRANSACTION, FORMULE FINALE, SIGNATURE ET REFERENCE            *
010610*----------------------------------------------------------------*
010620 5200-ECRIRE-CORPS                SECTION.
010630*-----------------------------------------
010640
010650     MOVE 'MADAME, MONSIEUR,'     TO LET-TEXTE.
010660     PERFORM                      5900-ECRIRE-LIGNE.
010670     MOVE SPACES                  TO LET-TEXTE.
010680     PERFORM                      5900-ECRIRE-LIGNE.
010690
010700     PERFORM VARYING LET-IDX FROM 1 BY 1
010710             UNTIL LET-IDX > 3
010720         IF  LMO-INTRO (LET-IDX-MODELE LET-IDX) NOT = SPACES
010730             MOVE LMO-INTRO (LET-IDX-MODELE LET-IDX)
010740                                  TO LET-TEXTE
010750             PERFORM              5900-ECRIRE-LIGNE
010760         END-IF
010770     END-PERFORM.
010780
010790     MOVE SPACES                  TO LET-TEXTE.
010800     PERFORM                      5900-ECRIRE-LIGNE.
010810
010820     PERFORM VARYING LET-IDX FROM 1 BY 1
010830             UNTIL LET-IDX > LET-NB-DETAILS
010840         MOVE SPACES              TO LET-TEXTE
010850         MOVE LET-DETAIL (LET-IDX)
010860                                  TO LET-TEXTE(5:56)
010870         PERFORM                  5900-ECRIRE-LIGNE
010880     END-PERFORM.
010890
010900     MOVE SPACES                  TO LET-TEXTE.
010910     PERFORM                      5900-ECRIRE-LIGNE.
010920
010930     PERFORM VARYING LET-IDX FROM 1 BY 1
010940             UNTIL LET-IDX > 3
010950         IF  LMO-FORMULE (LET-IDX-MODELE LET-IDX) NOT = SPACES
010960             MOVE LMO-FORMULE (LET-IDX-MODELE LET-IDX)
010970                                  TO LET-TEXTE
010980             PERFORM              5900-ECRIRE-LIGNE
010990         END-IF
011000     END-PERFORM.
011010
011020     MOVE SPACES                  TO LET-TEXTE.
011030     PERFORM                      5900-ECRIRE-LIGNE.
011040     PERFORM                      5900-ECRIRE-LIGNE.
011050     MOVE 'LE SERVICE DES RESSOURCES HUMAINES'
011060                                  TO LET-TEXTE.
011070     PERFORM                      5900-ECRIRE-LIGNE.
011080     MOVE SPACES                  TO LET-TEXTE.
011090     PERFORM                      5900-ECRIRE-LIGNE.
011100     STRING 'REF. '               DELIMITED BY SIZE
011110            ARC-DATE-TRAN         DELIMITED BY SIZE
011120            '-'                   DELIMITED BY SIZE
011130            ARC-HEURE-TRAN        DELIMITED BY SIZE
011140            ' '                   DELIMITED BY SIZE
011150            ARC-CORR-ID           DELIMITED BY SIZE
011160            INTO LET-TEXTE
011170     END-STRING.
011180     PERFORM                      5900-ECRIRE-LIGNE.
011190
011200 5200-ECRIRE-CORPS-FIN.
011210     EXIT.
011220/
011230*----------------------------------------------------------------*
011240* ECRIRE UNE LIGNE DE LETTRE (LET-TEXTE, MARGE DE HUIT COLONNES) *
011250*----------------------------------------------------------------*
011260 5900-ECRIRE-LIGNE                SECTION.
011270*-----------------------------------------
011280
011290     MOVE SPACES                  TO LET-LIGNE.
011300     MOVE LET-TEXTE               TO LET-LIGNE(9:72).
011310     WRITE LET-LIGNE              AFTER ADVANCING 1 LINE.
011320
011330 5900-ECRIRE-LIGNE-FIN.
011340     EXIT.
011350/
011360*----------------------------------------------------------------*
011370* IMPRIMER UNE LIGNE DE LA LISTE DE CONTROLE POUR LA TRANSACTION *
011380* COURANTE (LETTRE PRODUITE OU MOTIF PREPARE DANS LET-MOTIF)     *
011390*----------------------------------------------------------------*
011400 6000-IMPRIMER-UNE-LIGNE          SECTION.
011410*-----------------------------------------
011420
011430     MOVE SPACES                  TO RAP-LIGNE.
011440     STRING '  '                  DELIMITED BY SIZE
011450            ARC-DATE-TRAN         DELIMITED BY SIZE
011460            ' '                   DELIMITED BY SIZE
011470            ARC-HEURE-TRAN        DELIMITED BY SIZE
011480            '  '                  DELIMITED BY SIZE
011490            ARC-NUM-EMP           DELIMITED BY SIZE
011500            '  '                  DELIMITED BY SIZE
011510            ARC-COD-ACTN          DELIMITED BY SIZE
011520            '  '                  DELIMITED BY SIZE
011530            ARC-OPERID            DELIMITED BY SIZE
011540            '  '                  DELIMITED BY SIZE
011550            LET-NOM-COMPLET(1:30) DELIMITED BY SIZE
011560            '  '                  DELIMITED BY SIZE
011570            LET-MOTIF             DELIMITED BY SIZE
011580            INTO RAP-LIGNE
011590     END-STRING.
011600     WRITE RAP-LIGNE.
011610
011620 6000-IMPRIMER-UNE-LIGNE-FIN.
011630     EXIT.
011640/
011650*----------------------------------------------------------------*
011660* IMPRIMER UNE TRANSACTION REUSSIE SANS LETTRE AVEC SON MOTIF    *
011670*----------------------------------------------------------------*
011680 6100-IMPRIMER-SANS-LETTRE        SECTION.
011690*-----------------------------------------
011700
011710     MOVE LET-MOTIF               TO LET-MESSAGE.
011720     MOVE SPACES                  TO LET-MOTIF.
011730     STRING 'SANS LETTRE - '      DELIMITED BY SIZE
011740            LET-MESSAGE           DELIMITED BY SIZE
011750            INTO LET-MOTIF
011760     END-STRING.
011770
011780     PERFORM                      6000-IMPRIMER-UNE-LIGNE.
011790
011800 6100-IMPRIMER-SANS-LETTRE-FIN.
011810     EXIT.
011820/
011830*----------------------------------------------------------------*
011840* IMPRIMER LE SOMMAIRE : LETTRES PRODUITES PAR TYPE ET BILAN DES *
011850* TRANSACTIONS DU JOUR (CHAQUE TRANSACTION REUSSIE A AU MOINS    *
011860* UNE LETTRE OU FIGURE SANS LETTRE AVEC SON MOTIF)               *
011870*----------------------------------------------------------------*
011880 7000-IMPRIMER-LE-SOMMAIRE        SECTION.
011890*-----------------------------------------
011900
011910     MOVE SPACES                  TO RAP-LIGNE.
011920     WRITE RAP-LIGNE.
011930     MOVE 'LETTRES PRODUITES PAR TYPE'
011940                                  TO RAP-LIGNE.
011950     WRITE RAP-LIGNE.
011960
011970     PERFORM VARYING LET-IDX-MODELE FROM 1 BY 1
011980             UNTIL LET-IDX-MODELE > LMO-NB-MODELES
011990         MOVE TBL-CPT-MODELE (LET-IDX-MODELE)
012000                                  TO LET-NB-EDIT
012010         MOVE SPACES              TO LET-MESSAGE
012020         STRING '  '              DELIMITED BY SIZE
012030                LMO-TYPE (LET-IDX-MODELE)
012040                                  DELIMITED BY SIZE
012050                ' '               DELIMITED BY SIZE
012060                LMO-OBJET (LET-IDX-MODELE)
012070                                  DELIMITED BY SIZE
012080                INTO LET-MESSAGE
012090         END-STRING
012100         PERFORM                  7100-IMPRIMER-UN-COMPTE
012110     END-PERFORM.
012120
012130     MOVE CPT-LETTRES             TO LET-NB-EDIT.
012140     MOVE '  TOTAL DES LETTRES PRODUITES'
012150                                  TO LET-MESSAGE.
012160     PERFORM                      7100-IMPRIMER-UN-COMPTE.
012170
012180     MOVE SPACES                  TO RAP-LIGNE.
012190     WRITE RAP-LIGNE.
012200     MOVE 'BILAN DES TRANSACTIONS DE LA DATE'
012210                                  TO RAP-LIGNE.
012220     WRITE RAP-LIGNE.
012230
012240     MOVE CPT-ENTREES-DU-JOUR     TO LET-NB-EDIT.
012250     MOVE '  ENTREES D''AUDIT DE LA DATE'
012260                                  TO LET-MESSAGE.
012270     PERFORM                      7100-IMPRIMER-UN-COMPTE.
012280     MOVE CPT-CONSULTATIONS       TO LET-NB-EDIT.
012290     MOVE '  CONSULTATIONS (IGNOREES)'
012300                                  TO LET-MESSAGE.
012310     PERFORM                      7100-IMPRIMER-UN-COMPTE.
012320     MOVE CPT-ECHOUEES            TO LET-NB-EDIT.
012330     MOVE '  TRANSACTIONS ECHOUEES (IGNOREES)'
012340                                  TO LET-MESSAGE.
012350     PERFORM                      7100-IMPRIMER-UN-COMPTE.
012360     MOVE CPT-REUSSIES            TO LET-NB-EDIT.
012370     MOVE '  TRANSACTIONS REUSSIES'
012380                                  TO LET-MESSAGE.
012390     PERFORM                      7100-IMPRIMER-UN-COMPTE.
012400     MOVE CPT-AVEC-LETTRE         TO LET-NB-EDIT.
012410     MOVE '    AVEC LETTRE(S)'    TO LET-MESSAGE.
012420     PERFORM                      7100-IMPRIMER-UN-COMPTE.
012430     MOVE CPT-SANS-LETTRE         TO LET-NB-EDIT.
012440     MOVE '    SANS LETTRE (MOTIF A LA LISTE)'
012450                                  TO LET-MESSAGE.
012460     PERFORM                      7100-IMPRIMER-UN-COMPTE.
012470     MOVE CPT-NON-PRODUITES       TO LET-NB-EDIT.
012480     MOVE '  LETTRES NON PRODUITES (SANS NOM)'
012490                                  TO LET-MESSAGE.
012500     PERFORM                      7100-IMPRIMER-UN-COMPTE.
012510     MOVE CPT-SAL-AUDIT           TO LET-NB-EDIT.
012520     MOVE '  REVISIONS SANS ENTREE SALHIST'
012530                                  TO LET-MESSAGE.
012540     PERFORM                      7100-IMPRIMER-UN-COMPTE.
012550
012560     IF  CPT-NON-PRODUITES > ZERO
012570         MOVE SPACES              TO RAP-LIGNE
012580         WRITE RAP-LIGNE
012590         MOVE
012600-            '*** LETTRES A REDIGER A LA MAIN (VOIR LA LISTE) ***'
012610                                  TO RAP-LIGNE
012620         WRITE RAP-LIGNE
012630     END-IF.
012640
012650 7000-IMPRIMER-LE-SOMMAIRE-FIN.
012660     EXIT.
012670/
012680*----------------------------------------------------------------*
012690* IMPRIMER UNE LIGNE DU SOMMAIRE (LIBELLE PREPARE + COMPTE)      *
012700*----------------------------------------------------------------*
012710 7100-IMPRIMER-UN-COMPTE          SECTION.
012720*-----------------------------------------
012730
012740     MOVE SPACES                  TO RAP-LIGNE.
012750     STRING LET-MESSAGE(1:50)     DELIMITED BY SIZE
012760            LET-NB-EDIT           DELIMITED BY SIZE
012770            INTO RAP-LIGNE
012780     END-STRING.
012790     WRITE RAP-LIGNE.
012800
012810 7100-IMPRIMER-UN-COMPTE-FIN.
012820     EXIT.
012830/
012840*----------------------------------------------------------------*
012850* MARQUER LA FIN DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL :    *
012860* L'ENTREE DU LOT EST RELUE (LA VERIFICATION DU PREREQUIS A PU   *
012870* CHARGER CELLE DE UTSWARC), PUIS MISE A JOUR AVEC L'HEURE DE    *
012880* FIN, L'ETAT ET LES COMPTEURS (TRANSACTIONS REUSSIES ET         *
012890* LETTRES). DES LETTRES NON PRODUITES DONNENT LE CODE RETOUR 4   *
012900*----------------------------------------------------------------*
012910 7900-MARQUER-FIN-JOB             SECTION.
012920*-----------------------------------------
012930
012940     IF  CPT-NON-PRODUITES > ZERO
012950     AND RETURN-CODE              = ZERO
012960         MOVE 4                   TO RETURN-CODE
012970     END-IF.
012980
012990     MOVE 'UTSWLET '              TO JOB-NOM-PROG.
013000     MOVE VAT-DATE-JOUR           TO JOB-DATE-RUN.
013010
013020     READ JOBCTL-FICHIER.
013030
013040     IF  VAT-JOB-STAT = '00'
013050         ACCEPT VAT-HEURE-JOUR    FROM TIME
013060         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-FIN
013070         MOVE CPT-REUSSIES        TO JOB-CPT-LUS
013080         MOVE CPT-LETTRES         TO JOB-CPT-ECRITS
013090         MOVE ZERO                TO JOB-TOTAL-CONTROLE
013100         IF  PREREQUIS-PRESENT
013110             SET JOB-TERMINE      TO TRUE
013120         ELSE
013130             SET JOB-EN-ERREUR    TO TRUE
013140         END-IF
013150         REWRITE JOB-ENREGISTREMENT
013160     END-IF.
013170
013180     CLOSE                        JOBCTL-FICHIER.
013190
013200 7900-MARQUER-FIN-JOB-FIN.
013210     EXIT.
013220/
013230*----------------------------------------------------------------*
013240* FERMER LES FICHIERS ET AFFICHER LE SOMMAIRE DES LETTRES        *
013250*----------------------------------------------------------------*
013260 8000-FIN-DE-LOT                  SECTION.
013270*-----------------------------------------
013280
013290     CLOSE                        ARCHIVE-FICHIER
013300                                  MAITRE-FICHIER
013310                                  HISTO-FICHIER
013320                                  LETTRE-FICHIER
013330                                  RAPPORT-FICHIER.
013340
013350     IF  DEPART-OUVERT
013360         CLOSE                    DEPART-FICHIER
013370     END-IF.
013380
013390     DISPLAY 'UTSWLET - FIN DES LETTRES AUX EMPLOYES'.
013400     DISPLAY 'UTSWLET - DATE TRAITEE                 : '
013410              VAT-DATE-LETTRES.
013420     DISPLAY 'UTSWLET - ENTREES D''AUDIT DE LA DATE   : '
013430              CPT-ENTREES-DU-JOUR.
013440     DISPLAY 'UTSWLET - TRANSACTIONS REUSSIES        : '
013450              CPT-REUSSIES.
013460     DISPLAY 'UTSWLET - TRANSACTIONS SANS LETTRE     : '
013470              CPT-SANS-LETTRE.
013480     DISPLAY 'UTSWLET - LETTRES PRODUITES            : '
013490              CPT-LETTRES.
013500     DISPLAY 'UTSWLET - LETTRES NON PRODUITES        : '
013510              CPT-NON-PRODUITES.
013520
013530     GOBACK.
013540
013550 8000-FIN-DE-LOT-FIN.
013560     EXIT.
