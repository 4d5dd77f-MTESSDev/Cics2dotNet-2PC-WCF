000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      UTSWEVR.
000120*AUTHOR.          GROUPE CSD.
000130*----------------------------------------------------------------*
000140*                                                                *
000150* DESC.: RAPPROCHEMENT NOCTURNE DES EVENEMENTS SORTANTS -- LES   *
000160* -----  EVENEMENTS PUBLIES DANS LA JOURNEE SUR LA FILE EVNT     *
000170*        (EXTRACTION EVTIN, DISPOSITION UTEVTREC) SONT TRIES PAR *
000180*        EMPLOYE, DATE ET HEURE DE TRANSACTION PUIS RAPPROCHES   *
000190*        DES ENTREES DU MEME JOUR DE L'ARCHIVE D'AUDIT AUDARCH,  *
000200*        QUI PORTENT LES TYPES D'EVENEMENTS QUE CHAQUE           *
000210*        TRANSACTION DEVAIT PUBLIER. LE RAPPORT DONNE LES        *
000220*        EVENEMENTS ATTENDUS JAMAIS PUBLIES (A TRANSMETTRE A LA  *
000230*        MAIN AUX SYSTEMES DES BADGES, DES COMPTES TI ET DE      *
000240*        L'ANNUAIRE) ET LES EVENEMENTS NON ATTENDUS (SANS ENTREE *
000250*        D'AUDIT OU EN DOUBLE); CODE RETOUR 4 DANS CES CAS. LA   *
000260*        DATE RAPPROCHEE EST LUE DANS DATEPARM (DEFAUT = DATE DU *
000270*        JOUR). L'ARCHIVAGE UTSWARC DOIT AVOIR TERMINE CE JOUR.  *
000280*----------------------------------------------------------------*
000290* HISTORIQUE DES MODIFICATIONS                                   *
000300*  - CREATION DU RAPPROCHEMENT DES EVENEMENTS SORTANTS           *
000310*----------------------------------------------------------------*
000320
000330 ENVIRONMENT                     DIVISION.
000340
000350 CONFIGURATION                   SECTION.
000360
000370 SPECIAL-NAMES.                  DECIMAL-POINT IS COMMA.
000380
000390 INPUT-OUTPUT                    SECTION.
000400
000410 FILE-CONTROL.
000420     SELECT EVENEMENT-FICHIER    ASSIGN TO EVTIN
000430                                  ORGANIZATION IS SEQUENTIAL
000440                                  FILE STATUS IS VAT-EVT-STAT.
000450
000460*--- L'ARCHIVE EST EN ORDRE D'EMPLOYE, DATE ET HEURE : LES
000470*    EVENEMENTS SONT TRIES DANS LE MEME ORDRE
000480     SELECT ARCHIVE-FICHIER      ASSIGN TO AUDARCH
000490                                  ORGANIZATION IS INDEXED
000500                                  ACCESS MODE IS SEQUENTIAL
000510                                  RECORD KEY IS ARC-CLE
000520                                  FILE STATUS IS VAT-ARCH-STAT.
000530
000540     SELECT TRI-FICHIER          ASSIGN TO SORTWK1.
000550
000560     SELECT DATE-FICHIER         ASSIGN TO DATEPARM
000570                                  ORGANIZATION IS SEQUENTIAL
000580                                  FILE STATUS IS VAT-DATE-STAT.
000590
000600     SELECT RAPPORT-FICHIER      ASSIGN TO RAPPORT
000610                                  ORGANIZATION IS SEQUENTIAL
000620                                  FILE STATUS IS VAT-RAPPORT-STAT.
000630
000640     SELECT OPTIONAL JOBCTL-FICHIER
000650                                  ASSIGN TO UTJOBCTL
000660                                  ORGANIZATION IS INDEXED
000670                                  ACCESS MODE IS RANDOM
000680                                  RECORD KEY IS JOB-CLE
000690                                  FILE STATUS IS VAT-JOB-STAT.
000700
000710 DATA                            DIVISION.
000720*----------------------------------------------------------------*
000730 FILE                            SECTION.
000740*----------------------------------------------------------------*
000750 FD  EVENEMENT-FICHIER
000760     RECORDING MODE IS F.
000770     COPY UTEVTREC.
000780
000790 FD  ARCHIVE-FICHIER.
000800     COPY AUDARREC.
000810
000820*--- MEME DISPOSITION QUE LES EVENEMENTS, ZONES RENOMMEES TRI-
000830 SD  TRI-FICHIER.
000840     COPY UTEVTREC REPLACING LEADING ==EVT== BY ==TRI==.
000850
000860 FD  DATE-FICHIER
000870     RECORDING MODE IS F.
000880 01  DPA-ENREGISTREMENT.
000890     05  DPA-DATE-RAPPROCHEMENT  PIC 9(8).
000900     05  FILLER                  PIC X(72).
000910
000920 FD  RAPPORT-FICHIER
000930     RECORDING MODE IS F.
000940 01  RAP-LIGNE                   PIC X(132).
000950
000960 FD  JOBCTL-FICHIER.
000970     COPY UTJOBREC.
000980
000990*----------------------------------------------------------------*
001000 WORKING-STORAGE                 SECTION.
001010*----------------------------------------------------------------*
001020 01  FILLER                      PIC X(27)  VALUE
001030         'COMMENCEMENT DU MODULE  -->'.
001040
001050 01  VAT-EVT-STAT                PIC X(2).
001060 01  VAT-ARCH-STAT               PIC X(2).
001070 01  VAT-DATE-STAT               PIC X(2).
001080 01  VAT-RAPPORT-STAT            PIC X(2).
001090 01  VAT-JOB-STAT                PIC X(2).
001100
001110 01  VAT-DATE-JOUR               PIC 9(8).
001120 01  VAT-HEURE-JOUR              PIC 9(8).
001130 01  VAT-DATE-RAPPROCHEMENT      PIC 9(8).
001140
001150 01  VAT-SW-OUVERTURE            PIC X       VALUE 'O'.
001160     88  OUVERTURE-REUSSIE                   VALUE 'O'.
001170     88  OUVERTURE-ECHOUEE                   VALUE 'N'.
001180 01  VAT-SW-PREREQUIS            PIC X       VALUE 'O'.
001190     88  PREREQUIS-PRESENT                   VALUE 'O'.
001200     88  PREREQUIS-MANQUANT                  VALUE 'N'.
001210 01  VAT-SW-FIN-EVENEMENT        PIC X       VALUE 'N'.
001220     88  FIN-EVENEMENT-ATTEINTE              VALUE 'O'.
001230 01  VAT-SW-FIN-ARCHIVE          PIC X       VALUE 'N'.
001240     88  FIN-ARCHIVE-ATTEINTE                VALUE 'O'.
001250 01  VAT-SW-FIN-TRI              PIC X       VALUE 'N'.
001260     88  FIN-TRI-ATTEINTE                    VALUE 'O'.
001270
001280*----------------------------------------------------------------*
001290*    CLES DE RAPPROCHEMENT (EMPLOYE + DATE + HEURE), COMPAREES   *
001300*    COMME ZONES GROUPEES; HIGH-VALUES EN FIN DE FICHIER         *
001310*----------------------------------------------------------------*
001320 01  REV-CLE-ARCHIVE.
001330     05  REV-ARC-NUM-EMP         PIC X(9).
001340     05  REV-ARC-DATE            PIC 9(8).
001350     05  REV-ARC-HEURE           PIC 9(6).
001360 01  REV-CLE-EVENEMENT.
001370     05  REV-EVT-NUM-EMP         PIC X(9).
001380     05  REV-EVT-DATE            PIC 9(8).
001390     05  REV-EVT-HEURE           PIC 9(6).
001400
001410*----------------------------------------------------------------*
001420*    EVENEMENTS RECUS POUR LA CLE COURANTE (UNE TRANSACTION EN   *
001430*    PUBLIE AU PLUS TROIS; LES SUIVANTS SONT NON ATTENDUS)       *
001440*----------------------------------------------------------------*
001450 01  TBL-EVENEMENTS-RECUS.
001460     05  TBL-NB-RECUS            PIC S9(4)   COMP.
001470     05  TBL-RECU                OCCURS 10 TIMES.
001480         10  TBL-RECU-TYPE       PIC X.
001490         10  TBL-RECU-CORR-ID    PIC X(32).
001500         10  TBL-RECU-SW-UTILISE PIC X.
001510             88  TBL-RECU-UTILISE           VALUE 'O'.
001520             88  TBL-RECU-LIBRE             VALUE 'N'.
001530
001540 01  REV-I                       PIC S9(4)   COMP.
001550 01  REV-J                       PIC S9(4)   COMP.
001560 01  REV-SW-TROUVE               PIC X.
001570     88  REV-TYPE-TROUVE                     VALUE 'O'.
001580     88  REV-TYPE-ABSENT                     VALUE 'N'.
001590
001600*----------------------------------------------------------------*
001610*    ZONES D'IMPRESSION                                          *
001620*----------------------------------------------------------------*
001630 01  REV-DET-NUM-EMP             PIC X(9).
001640 01  REV-DET-DATE                PIC 9(8).
001650 01  REV-DET-HEURE               PIC 9(6).
001660 01  REV-DET-TYPE                PIC X.
001670 01  REV-DET-CORR-ID             PIC X(32).
001680 01  REV-LIB-TYPE                PIC X(10).
001690 01  REV-MESSAGE                 PIC X(60).
001700 01  REV-NB-EDIT                 PIC Z.ZZZ.ZZ9.
001710
001720*----------------------------------------------------------------*
001730*    COMPTEURS DE FIN DE LOT                                     *
001740*----------------------------------------------------------------*
001750 01  CPT-EVENEMENTS-LUS          PIC 9(9)    VALUE ZERO.
001760 01  CPT-EVENEMENTS-DU-JOUR      PIC 9(9)    VALUE ZERO.
001770 01  CPT-ARCHIVE-LUES            PIC 9(9)    VALUE ZERO.
001780 01  CPT-ENTREES-DU-JOUR         PIC 9(9)    VALUE ZERO.
001790 01  CPT-ATTENDUS                PIC 9(9)    VALUE ZERO.
001800 01  CPT-RAPPROCHES              PIC 9(9)    VALUE ZERO.
001810*--- ATTENDUS PAR L'AUDIT MAIS ABSENTS DU FICHIER DES EVENEMENTS
001820 01  CPT-JAMAIS-PUBLIES          PIC 9(7)    VALUE ZERO.
001830*--- PUBLIES SANS ENTREE D'AUDIT, D'UN TYPE INATTENDU OU EN DOUBLE
001840 01  CPT-NON-ATTENDUS            PIC 9(7)    VALUE ZERO.
001850
001860*----------------------------------------------------------------*
001870*                 *** PROCEDURE DIVISION ***                     *
001880*----------------------------------------------------------------*
001890 PROCEDURE DIVISION.
001900
001910*----------------------------------------------------------------*
001920 0000-SECTION-DIRECTRICE          SECTION.
001930*-----------------------------------------
001940
001950     PERFORM                      1000-INITIALISATION.
001960
001970     EVALUATE TRUE
001980         WHEN OUVERTURE-ECHOUEE
001990             MOVE 16              TO RETURN-CODE
002000             GOBACK
002010*--- ARCHIVE NON CHARGEE CE JOUR : LE RAPPROCHEMENT EST REFUSE
002020*    POUR NE PAS SIGNALER COMME JAMAIS PUBLIES DES EVENEMENTS
002030*    DONT L'ENTREE D'AUDIT N'EST PAS ENCORE ARCHIVEE
002040         WHEN PREREQUIS-MANQUANT
002050             MOVE 16              TO RETURN-CODE
002060             PERFORM              7900-MARQUER-FIN-JOB
002070             GOBACK
002080         WHEN OTHER
002090             SORT TRI-FICHIER
002100                  ON ASCENDING KEY TRI-NUM-EMP
002110                                  TRI-DATE-TRAN
002120                                  TRI-HEURE-TRAN
002130                                  TRI-TYPE
002140                  INPUT PROCEDURE IS
002150                                  3000-SELECTIONNER-LES-EVENEMENTS
002160                  OUTPUT PROCEDURE IS
002170                                  4000-RAPPROCHER-LES-EVENEMENTS
002180             PERFORM              7000-IMPRIMER-LE-SOMMAIRE
002190             PERFORM              7900-MARQUER-FIN-JOB
002200             PERFORM              8000-FIN-DE-LOT
002210     END-EVALUATE.
002220
002230 0000-SECTION-DIRECTRICE-FIN.
002240     EXIT.
002250/
002260*----------------------------------------------------------------*
002270* OUVERTURE DES FICHIERS, DATE A RAPPROCHER, MARQUAGE DU DEBUT   *
002280* ET VERIFICATION DU PREREQUIS                                   *
002290*----------------------------------------------------------------*
002300 1000-INITIALISATION              SECTION.
002310*-----------------------------------------
002320
002330     SET OUVERTURE-REUSSIE        TO TRUE.
002340
002350     OPEN INPUT                   EVENEMENT-FICHIER
002360                                  ARCHIVE-FICHIER.
002370     OPEN OUTPUT                  RAPPORT-FICHIER.
002380
002390     IF VAT-EVT-STAT NOT = '00'
002400         DISPLAY 'UTSWEVR - OUVERTURE IMPOSSIBLE - '
002410                 'EVENEMENT-FICHIER - STATUS ' VAT-EVT-STAT
002420         SET OUVERTURE-ECHOUEE    TO TRUE
002430     END-IF.
002440
002450     IF VAT-ARCH-STAT NOT = '00'
002460         DISPLAY 'UTSWEVR - OUVERTURE IMPOSSIBLE - '
002470                 'ARCHIVE-FICHIER - STATUS ' VAT-ARCH-STAT
002480         SET OUVERTURE-ECHOUEE    TO TRUE
002490     END-IF.
002500
002510     IF VAT-RAPPORT-STAT NOT = '00'
002520         DISPLAY 'UTSWEVR - OUVERTURE IMPOSSIBLE - '
002530                 'RAPPORT-FICHIER - STATUS ' VAT-RAPPORT-STAT
002540         SET OUVERTURE-ECHOUEE    TO TRUE
002550     END-IF.
002560
002570     ACCEPT VAT-DATE-JOUR         FROM DATE YYYYMMDD.
002580
002590     IF OUVERTURE-REUSSIE
002600         PERFORM                  1200-OBTENIR-DATE-RAPPROCHEMENT
002610         PERFORM                  1500-MARQUER-DEBUT-JOB
002620     END-IF.
002630
002640     IF OUVERTURE-REUSSIE
002650         PERFORM                  1600-VERIFIER-PREREQUIS
002660     END-IF.
002670
002680 1000-INITIALISATION-FIN.
002690     EXIT.
002700/
002710*----------------------------------------------------------------*
002720* LECTURE D'UN EVENEMENT DU FICHIER EVTIN (ORDRE DE PUBLICATION) *
002730*----------------------------------------------------------------*
002740 1100-LIRE-EVENEMENT              SECTION.
002750*-----------------------------------------
002760
002770     READ EVENEMENT-FICHIER
002780         AT END
002790             SET FIN-EVENEMENT-ATTEINTE TO TRUE
002800     END-READ.
002810
002820     IF NOT FIN-EVENEMENT-ATTEINTE
002830         ADD 1                    TO CPT-EVENEMENTS-LUS
002840     END-IF.
002850
002860 1100-LIRE-EVENEMENT-FIN.
002870     EXIT.
002880/
002890*----------------------------------------------------------------*
002900* OBTENIR LA DATE A RAPPROCHER : PREMIERE LIGNE DU FICHIER       *
002910* PARAMETRE DATEPARM (AAAAMMJJ); SI LE PARAMETRE EST ABSENT OU   *
002920* NON NUMERIQUE, LE RAPPROCHEMENT PORTE SUR LA DATE DU JOUR      *
002930*----------------------------------------------------------------*
002940 1200-OBTENIR-DATE-RAPPROCHEMENT  SECTION.
002950*-----------------------------------------
002960
002970     MOVE VAT-DATE-JOUR           TO VAT-DATE-RAPPROCHEMENT.
002980
002990     OPEN INPUT                   DATE-FICHIER.
003000
003010     IF VAT-DATE-STAT = '00'
003020         READ DATE-FICHIER
003030             AT END
003040                 CONTINUE
003050             NOT AT END
003060                 IF DPA-DATE-RAPPROCHEMENT IS NUMERIC
003070                     MOVE DPA-DATE-RAPPROCHEMENT
003080                                  TO VAT-DATE-RAPPROCHEMENT
003090                 END-IF
003100         END-READ
003110         CLOSE DATE-FICHIER
003120     END-IF.
003130
003140 1200-OBTENIR-DATE-RAPPROCHEMENT-FIN.
003150     EXIT.
003160/
003170*----------------------------------------------------------------*
003180* LECTURE DE L'ARCHIVE JUSQU'A LA PROCHAINE ENTREE DE LA DATE    *
003190* RAPPROCHEE; HIGH-VALUES DANS LA CLE EN FIN DE FICHIER          *
003200*----------------------------------------------------------------*
003210 1300-LIRE-ARCHIVE                SECTION.
003220*-----------------------------------------
003230
003240     PERFORM                      1310-LIRE-UNE-ENTREE.
003250
003260     PERFORM                      1310-LIRE-UNE-ENTREE
003270             UNTIL FIN-ARCHIVE-ATTEINTE
003280                OR ARC-DATE-TRAN  = VAT-DATE-RAPPROCHEMENT.
003290
003300     IF FIN-ARCHIVE-ATTEINTE
003310         MOVE HIGH-VALUES         TO REV-CLE-ARCHIVE
003320     ELSE
003330         ADD 1                    TO CPT-ENTREES-DU-JOUR
003340         MOVE ARC-NUM-EMP         TO REV-ARC-NUM-EMP
003350         MOVE ARC-DATE-TRAN       TO REV-ARC-DATE
003360         MOVE ARC-HEURE-TRAN      TO REV-ARC-HEURE
003370     END-IF.
003380
003390 1300-LIRE-ARCHIVE-FIN.
003400     EXIT.
003410/
003420*----------------------------------------------------------------*
003430* LECTURE SEQUENTIELLE D'UNE ENTREE DE L'ARCHIVE                 *
003440*----------------------------------------------------------------*
003450 1310-LIRE-UNE-ENTREE             SECTION.
003460*-----------------------------------------
003470
003480     READ ARCHIVE-FICHIER NEXT
003490         AT END
003500             SET FIN-ARCHIVE-ATTEINTE TO TRUE
003510     END-READ.
003520
003530     IF NOT FIN-ARCHIVE-ATTEINTE
003540         ADD 1                    TO CPT-ARCHIVE-LUES
003550     END-IF.
003560
003570 1310-LIRE-UNE-ENTREE-FIN.
003580     EXIT.
003590/
003600*----------------------------------------------------------------*
003610* MARQUER LE DEBUT DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL    *
003620* (ENTREE REECRITE SI LE LOT EST RELANCE LE MEME JOUR)           *
003630*----------------------------------------------------------------*
003640 1500-MARQUER-DEBUT-JOB           SECTION.
003650*-----------------------------------------
003660
003670     OPEN I-O                     JOBCTL-FICHIER.
003680
003690     IF VAT-JOB-STAT NOT = '00' AND '05'
003700         DISPLAY 'UTSWEVR - OUVERTURE IMPOSSIBLE - '
003710                 'JOBCTL-FICHIER - STATUS ' VAT-JOB-STAT
003720         SET OUVERTURE-ECHOUEE    TO TRUE
003730     ELSE
003740         ACCEPT VAT-HEURE-JOUR    FROM TIME
003750         MOVE 'UTSWEVR '          TO JOB-NOM-PROG
003760         MOVE VAT-DATE-JOUR       TO JOB-DATE-RUN
003770         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-DEBUT
003780         MOVE ZERO                TO JOB-HEURE-FIN
003790                                     JOB-CPT-LUS
003800                                     JOB-CPT-ECRITS
003810                                     JOB-TOTAL-CONTROLE
003820         SET JOB-EN-COURS         TO TRUE
003830         WRITE JOB-ENREGISTREMENT
003840         IF VAT-JOB-STAT = '22'
003850             REWRITE JOB-ENREGISTREMENT
003860         END-IF
003870     END-IF.
003880
003890 1500-MARQUER-DEBUT-JOB-FIN.
003900     EXIT.
003910/
003920*----------------------------------------------------------------*
003930* VERIFIER LE PREREQUIS : L'ARCHIVE AUDARCH DOIT AVOIR ETE       *
003940* CHARGEE CE JOUR, C'EST-A-DIRE QUE UTSWARC DOIT PORTER UNE      *
003950* ENTREE TERMINEE A LA DATE DU JOUR DANS UTJOBCTL                *
003960*----------------------------------------------------------------*
003970 1600-VERIFIER-PREREQUIS          SECTION.
003980*-----------------------------------------
003990
004000     MOVE 'UTSWARC '              TO JOB-NOM-PROG.
004010     MOVE VAT-DATE-JOUR           TO JOB-DATE-RUN.
004020
004030     READ JOBCTL-FICHIER.
004040
004050     IF  VAT-JOB-STAT = '00' AND JOB-TERMINE
004060         SET PREREQUIS-PRESENT    TO TRUE
004070     ELSE
004080         SET PREREQUIS-MANQUANT   TO TRUE
004090         DISPLAY 'UTSWEVR - PREREQUIS MANQUANT - UTSWARC '
004100                 'SANS ENTREE TERMINEE CE JOUR DANS UTJOBCTL'
004110     END-IF.
004120
004130 1600-VERIFIER-PREREQUIS-FIN.
004140     EXIT.
004150/
004160*----------------------------------------------------------------*
004170* PROCEDURE D'ENTREE DU TRI : RETENIR LES EVENEMENTS DE LA DATE  *
004180* RAPPROCHEE (L'EXTRACTION PEUT EN PORTER D'AUTRES JOURS)        *
004190*----------------------------------------------------------------*
004200 3000-SELECTIONNER-LES-EVENEMENTS SECTION.
004210*-----------------------------------------
004220
004230     PERFORM                      1100-LIRE-EVENEMENT.
004240
004250     PERFORM                      3100-RETENIR-UN-EVENEMENT
004260             UNTIL FIN-EVENEMENT-ATTEINTE.
004270
004280 3000-SELECTIONNER-LES-EVENEMENTS-FIN.
004290     EXIT.
004300/
004310*----------------------------------------------------------------*
004320* RETENIR L'EVENEMENT COURANT S'IL EST DE LA DATE RAPPROCHEE     *
004330*----------------------------------------------------------------*
004340 3100-RETENIR-UN-EVENEMENT        SECTION.
004350*-----------------------------------------
004360
004370     IF  EVT-DATE-TRAN            = VAT-DATE-RAPPROCHEMENT
004380         RELEASE TRI-ENREGISTREMENT FROM EVT-ENREGISTREMENT
004390         ADD 1                    TO CPT-EVENEMENTS-DU-JOUR
004400     END-IF.
004410
004420     PERFORM                      1100-LIRE-EVENEMENT.
004430
004440 3100-RETENIR-UN-EVENEMENT-FIN.
004450     EXIT.
004460/
004470*----------------------------------------------------------------*
004480* PROCEDURE DE SORTIE DU TRI : RAPPROCHER LES EVENEMENTS TRIES   *
004490* DES ENTREES DU JOUR DE L'ARCHIVE, CLE PAR CLE                  *
004500*----------------------------------------------------------------*
004510 4000-RAPPROCHER-LES-EVENEMENTS   SECTION.
004520*-----------------------------------------
004530
004540     MOVE SPACES                  TO RAP-LIGNE.
004550     STRING 'RAPPROCHEMENT DES EVENEMENTS SORTANTS DU '
004560                                  DELIMITED BY SIZE
004570            VAT-DATE-RAPPROCHEMENT
004580                                  DELIMITED BY SIZE
004590            ' - EXECUTE LE '      DELIMITED BY SIZE
004600            VAT-DATE-JOUR         DELIMITED BY SIZE
004610            INTO RAP-LIGNE
004620     END-STRING.
004630     WRITE RAP-LIGNE.
004640     MOVE SPACES                  TO RAP-LIGNE.
004650     WRITE RAP-LIGNE.
004660     MOVE
004670-        '  DATE     HEURE   EMPLOYE    TYPE       CORRELATION'
004680                                  TO RAP-LIGNE.
004690     MOVE 'ANOMALIE'              TO RAP-LIGNE(87:8).
004700     WRITE RAP-LIGNE.
004710
004720     PERFORM                      1300-LIRE-ARCHIVE.
004730     PERFORM                      4100-LIRE-EVENEMENT-TRIE.
004740
004750     PERFORM                      4200-RAPPROCHER-UNE-CLE
004760             UNTIL FIN-ARCHIVE-ATTEINTE AND FIN-TRI-ATTEINTE.
004770
004780 4000-RAPPROCHER-LES-EVENEMENTS-FIN.
004790     EXIT.
004800/
004810*----------------------------------------------------------------*
004820* LECTURE D'UN EVENEMENT TRIE; HIGH-VALUES DANS LA CLE EN FIN    *
004830*----------------------------------------------------------------*
004840 4100-LIRE-EVENEMENT-TRIE         SECTION.
004850*-----------------------------------------
004860
004870     RETURN TRI-FICHIER
004880         AT END
004890             SET FIN-TRI-ATTEINTE TO TRUE
004900     END-RETURN.
004910
004920     IF FIN-TRI-ATTEINTE
004930         MOVE HIGH-VALUES         TO REV-CLE-EVENEMENT
004940     ELSE
004950         MOVE TRI-NUM-EMP         TO REV-EVT-NUM-EMP
004960         MOVE TRI-DATE-TRAN       TO REV-EVT-DATE
004970         MOVE TRI-HEURE-TRAN      TO REV-EVT-HEURE
004980     END-IF.
004990
005000 4100-LIRE-EVENEMENT-TRIE-FIN.
005010     EXIT.
005020/
005030*----------------------------------------------------------------*
005040* RAPPROCHER LA CLE LA PLUS BASSE DES DEUX COTES                 *
005050*----------------------------------------------------------------*
005060 4200-RAPPROCHER-UNE-CLE          SECTION.
005070*-----------------------------------------
005080
005090     EVALUATE TRUE
005100*--- ENTREE D'AUDIT SANS AUCUN EVENEMENT PUBLIE
005110         WHEN REV-CLE-ARCHIVE     < REV-CLE-EVENEMENT
005120             MOVE ZERO            TO TBL-NB-RECUS
005130             PERFORM              4400-COMPARER-LES-TYPES
005140             PERFORM              1300-LIRE-ARCHIVE
005150*--- EVENEMENT PUBLIE SANS ENTREE D'AUDIT DU JOUR
005160         WHEN REV-CLE-ARCHIVE     > REV-CLE-EVENEMENT
005170             MOVE TRI-TYPE        TO REV-DET-TYPE
005180             MOVE TRI-CORR-ID     TO REV-DET-CORR-ID
005190             PERFORM              4910-PREPARER-CLE-EVENEMENT
005200             MOVE 'EVENEMENT PUBLIE SANS ENTREE D''AUDIT'
005210                                  TO REV-MESSAGE
005220             ADD 1                TO CPT-NON-ATTENDUS
005230             PERFORM              4900-IMPRIMER-UNE-ANOMALIE
005240             PERFORM              4100-LIRE-EVENEMENT-TRIE
005250*--- MEME TRANSACTION : LES TYPES RECUS SONT COMPARES AUX TYPES
005260*    ATTENDUS PAR L'ENTREE D'AUDIT
005270         WHEN OTHER
005280             MOVE ZERO            TO TBL-NB-RECUS
005290             PERFORM              4300-CHARGER-LES-RECUS
005300                 UNTIL REV-CLE-EVENEMENT NOT = REV-CLE-ARCHIVE
005310             PERFORM              4400-COMPARER-LES-TYPES
005320             PERFORM              1300-LIRE-ARCHIVE
005330     END-EVALUATE.
005340
005350 4200-RAPPROCHER-UNE-CLE-FIN.
005360     EXIT.
005370/
005380*----------------------------------------------------------------*
005390* CHARGER L'EVENEMENT TRIE COURANT DANS LA TABLE DES RECUS DE LA *
005400* CLE; AU-DELA DE LA TABLE IL EST SIGNALE NON ATTENDU            *
005410*----------------------------------------------------------------*
005420 4300-CHARGER-LES-RECUS           SECTION.
005430*-----------------------------------------
005440
005450     IF  TBL-NB-RECUS             < 10
005460         ADD 1                    TO TBL-NB-RECUS
005470         MOVE TRI-TYPE            TO TBL-RECU-TYPE (TBL-NB-RECUS)
005480         MOVE TRI-CORR-ID         TO TBL-RECU-CORR-ID
005490                                                (TBL-NB-RECUS)
005500         SET TBL-RECU-LIBRE (TBL-NB-RECUS) TO TRUE
005510     ELSE
005520         MOVE TRI-TYPE            TO REV-DET-TYPE
005530         MOVE TRI-CORR-ID         TO REV-DET-CORR-ID
005540         PERFORM                  4910-PREPARER-CLE-EVENEMENT
005550         MOVE 'EVENEMENT EN SURNOMBRE POUR LA TRANSACTION'
005560                                  TO REV-MESSAGE
005570         ADD 1                    TO CPT-NON-ATTENDUS
005580         PERFORM                  4900-IMPRIMER-UNE-ANOMALIE
005590     END-IF.
005600
005610     PERFORM                      4100-LIRE-EVENEMENT-TRIE.
005620
005630 4300-CHARGER-LES-RECUS-FIN.
005640     EXIT.
005650/
005660*----------------------------------------------------------------*
005670* COMPARER LES TYPES ATTENDUS PAR L'ENTREE D'AUDIT COURANTE AUX  *
005680* EVENEMENTS RECUS : UN TYPE ATTENDU SANS EVENEMENT N'A JAMAIS   *
005690* ETE PUBLIE; UN EVENEMENT RESTE LIBRE N'ETAIT PAS ATTENDU (TYPE *
005700* INATTENDU OU DOUBLE PUBLICATION)                               *
005710*----------------------------------------------------------------*
005720 4400-COMPARER-LES-TYPES          SECTION.
005730*-----------------------------------------
005740
005750     PERFORM                      4410-RAPPROCHER-UN-ATTENDU
005760             VARYING REV-I FROM 1 BY 1
005770             UNTIL REV-I > 3.
005780
005790     PERFORM                      4430-SIGNALER-UN-RECU-LIBRE
005800             VARYING REV-J FROM 1 BY 1
005810             UNTIL REV-J > TBL-NB-RECUS.
005820
005830 4400-COMPARER-LES-TYPES-FIN.
005840     EXIT.
005850/
005860*----------------------------------------------------------------*
005870* RAPPROCHER LE TYPE ATTENDU REV-I DE L'ENTREE D'AUDIT COURANTE  *
005880*----------------------------------------------------------------*
005890 4410-RAPPROCHER-UN-ATTENDU       SECTION.
005900*-----------------------------------------
005910
005920     IF  ARC-TYPE-EVT (REV-I)     NOT = SPACE
005930         ADD 1                    TO CPT-ATTENDUS
005940         SET REV-TYPE-ABSENT      TO TRUE
005950         PERFORM                  4420-CHERCHER-UN-RECU
005960                 VARYING REV-J FROM 1 BY 1
005970                 UNTIL REV-J > TBL-NB-RECUS
005980                    OR REV-TYPE-TROUVE
005990         IF  REV-TYPE-TROUVE
006000             ADD 1                TO CPT-RAPPROCHES
006010         ELSE
006020             MOVE ARC-TYPE-EVT (REV-I)
006030                                  TO REV-DET-TYPE
006040             MOVE ARC-CORR-ID     TO REV-DET-CORR-ID
006050             MOVE ARC-NUM-EMP     TO REV-DET-NUM-EMP
006060             MOVE ARC-DATE-TRAN   TO REV-DET-DATE
006070             MOVE ARC-HEURE-TRAN  TO REV-DET-HEURE
006080             MOVE 'EVENEMENT ATTENDU JAMAIS PUBLIE'
006090                                  TO REV-MESSAGE
006100             ADD 1                TO CPT-JAMAIS-PUBLIES
006110             PERFORM              4900-IMPRIMER-UNE-ANOMALIE
006120         END-IF
006130     END-IF.
006140
006150 4410-RAPPROCHER-UN-ATTENDU-FIN.
006160     EXIT.
006170/
006180*----------------------------------------------------------------*
006190* CHERCHER UN EVENEMENT RECU LIBRE DU TYPE ATTENDU REV-I         *
006200*----------------------------------------------------------------*
006210 4420-CHERCHER-UN-RECU            SECTION.
006220*-----------------------------------------
006230
006240     IF  TBL-RECU-LIBRE (REV-J)
006250     AND TBL-RECU-TYPE (REV-J)    = ARC-TYPE-EVT (REV-I)
006260         SET TBL-RECU-UTILISE (REV-J) TO TRUE
006270         SET REV-TYPE-TROUVE      TO TRUE
006280     END-IF.
006290
006300 4420-CHERCHER-UN-RECU-FIN.
006310     EXIT.
006320/
006330*----------------------------------------------------------------*
006340* SIGNALER L'EVENEMENT RECU REV-J S'IL N'A RAPPROCHE AUCUN TYPE  *
006350* ATTENDU                                                        *
006360*----------------------------------------------------------------*
006370 4430-SIGNALER-UN-RECU-LIBRE      SECTION.
006380*-----------------------------------------
006390
006400     IF  TBL-RECU-LIBRE (REV-J)
006410         MOVE TBL-RECU-TYPE (REV-J)
006420                                  TO REV-DET-TYPE
006430         MOVE TBL-RECU-CORR-ID (REV-J)
006440                                  TO REV-DET-CORR-ID
006450         MOVE ARC-NUM-EMP         TO REV-DET-NUM-EMP
006460         MOVE ARC-DATE-TRAN       TO REV-DET-DATE
006470         MOVE ARC-HEURE-TRAN      TO REV-DET-HEURE
006480         MOVE 'EVENEMENT NON ATTENDU PAR L''AUDIT OU EN DOUBLE'
006490                                  TO REV-MESSAGE
006500         ADD 1                    TO CPT-NON-ATTENDUS
006510         PERFORM                  4900-IMPRIMER-UNE-ANOMALIE
006520     END-IF.
006530
006540 4430-SIGNALER-UN-RECU-LIBRE-FIN.
006550     EXIT.
006560/
006570*----------------------------------------------------------------*
006580* IMPRIMER UNE ANOMALIE (ZONES REV-DET- ET MESSAGE PREPARES)     *
006590*----------------------------------------------------------------*
006600 4900-IMPRIMER-UNE-ANOMALIE       SECTION.
006610*-----------------------------------------
006620
006630     EVALUATE REV-DET-TYPE
006640         WHEN 'E'
006650             MOVE 'EMBAUCHE'      TO REV-LIB-TYPE
006660         WHEN 'D'
006670             MOVE 'DEPART'        TO REV-LIB-TYPE
006680         WHEN 'S'
006690             MOVE 'STATUT'        TO REV-LIB-TYPE
006700         WHEN 'N'
006710             MOVE 'NIVEAU'        TO REV-LIB-TYPE
006720         WHEN 'C'
006730             MOVE 'CONTRAT'       TO REV-LIB-TYPE
006740         WHEN OTHER
006750             MOVE SPACES          TO REV-LIB-TYPE
006760             MOVE REV-DET-TYPE    TO REV-LIB-TYPE(1:1)
006770     END-EVALUATE.
006780
006790     MOVE SPACES                  TO RAP-LIGNE.
006800     STRING '  '                  DELIMITED BY SIZE
006810            REV-DET-DATE          DELIMITED BY SIZE
006820            ' '                   DELIMITED BY SIZE
006830            REV-DET-HEURE         DELIMITED BY SIZE
006840            '  '                  DELIMITED BY SIZE
006850            REV-DET-NUM-EMP       DELIMITED BY SIZE
006860            '  '                  DELIMITED BY SIZE
006870            REV-LIB-TYPE          DELIMITED BY SIZE
006880            ' '                   DELIMITED BY SIZE
006890            REV-DET-CORR-ID       DELIMITED BY SIZE
006900            '  '                  DELIMITED BY SIZE
006910            REV-MESSAGE           DELIMITED BY SIZE
006920            INTO RAP-LIGNE
006930     END-STRING.
006940     WRITE RAP-LIGNE.
006950
006960 4900-IMPRIMER-UNE-ANOMALIE-FIN.
006970     EXIT.
006980/
006990*----------------------------------------------------------------*
007000* PREPARER LA CLE IMPRIMEE A PARTIR DE L'EVENEMENT TRIE COURANT  *
007010*----------------------------------------------------------------*
007020 4910-PREPARER-CLE-EVENEMENT      SECTION.
007030*-----------------------------------------
007040
007050     MOVE TRI-NUM-EMP             TO REV-DET-NUM-EMP.
007060     MOVE TRI-DATE-TRAN           TO REV-DET-DATE.
007070     MOVE TRI-HEURE-TRAN          TO REV-DET-HEURE.
007080
007090 4910-PREPARER-CLE-EVENEMENT-FIN.
007100     EXIT.
007110/
007120*----------------------------------------------------------------*
007130* IMPRIMER LE SOMMAIRE DU RAPPROCHEMENT                          *
007140*----------------------------------------------------------------*
007150 7000-IMPRIMER-LE-SOMMAIRE        SECTION.
007160*-----------------------------------------
007170
007180     MOVE SPACES                  TO RAP-LIGNE.
007190     WRITE RAP-LIGNE.
007200     MOVE 'SOMMAIRE DU RAPPROCHEMENT' TO RAP-LIGNE.
007210     WRITE RAP-LIGNE.
007220
007230     MOVE CPT-EVENEMENTS-LUS      TO REV-NB-EDIT.
007240     MOVE '  EVENEMENTS LUS (EVTIN)' TO REV-MESSAGE.
007250     PERFORM                      7100-IMPRIMER-UN-COMPTE.
007260     MOVE CPT-EVENEMENTS-DU-JOUR  TO REV-NB-EDIT.
007270     MOVE '  EVENEMENTS DE LA DATE' TO REV-MESSAGE.
007280     PERFORM                      7100-IMPRIMER-UN-COMPTE.
007290     MOVE CPT-ENTREES-DU-JOUR     TO REV-NB-EDIT.
007300     MOVE '  ENTREES D''AUDIT DE LA DATE' TO REV-MESSAGE.
007310     PERFORM                      7100-IMPRIMER-UN-COMPTE.
007320     MOVE CPT-ATTENDUS            TO REV-NB-EDIT.
007330     MOVE '  EVENEMENTS ATTENDUS PAR L''AUDIT' TO REV-MESSAGE.
007340     PERFORM                      7100-IMPRIMER-UN-COMPTE.
007350     MOVE CPT-RAPPROCHES          TO REV-NB-EDIT.
007360     MOVE '  EVENEMENTS RAPPROCHES' TO REV-MESSAGE.
007370     PERFORM                      7100-IMPRIMER-UN-COMPTE.
007380     MOVE CPT-JAMAIS-PUBLIES      TO REV-NB-EDIT.
007390     MOVE '  ATTENDUS JAMAIS PUBLIES' TO REV-MESSAGE.
007400     PERFORM                      7100-IMPRIMER-UN-COMPTE.
007410     MOVE CPT-NON-ATTENDUS        TO REV-NB-EDIT.
007420     MOVE '  PUBLIES NON ATTENDUS' TO REV-MESSAGE.
007430     PERFORM                      7100-IMPRIMER-UN-COMPTE.
007440
007450     IF  CPT-JAMAIS-PUBLIES       > ZERO
007460         MOVE SPACES              TO RAP-LIGNE
007470         WRITE RAP-LIGNE
007480         MOVE
007490-            '*** EVENEMENTS A TRANSMETTRE AUX SYSTEMES AVAL ***'
007500                                  TO RAP-LIGNE
007510         WRITE RAP-LIGNE
007520     END-IF.
007530
007540 7000-IMPRIMER-LE-SOMMAIRE-FIN.
007550     EXIT.
007560/
007570*----------------------------------------------------------------*
007580* IMPRIMER UNE LIGNE DU SOMMAIRE (LIBELLE PREPARE + COMPTE)      *
007590*----------------------------------------------------------------*
007600 7100-IMPRIMER-UN-COMPTE          SECTION.
007610*-----------------------------------------
007620
007630     MOVE SPACES                  TO RAP-LIGNE.
007640     STRING REV-MESSAGE(1:40)     DELIMITED BY SIZE
007650            REV-NB-EDIT           DELIMITED BY SIZE
007660            INTO RAP-LIGNE
007670     END-STRING.
007680     WRITE RAP-LIGNE.
007690
007700 7100-IMPRIMER-UN-COMPTE-FIN.
007710     EXIT.
007720/
007730*----------------------------------------------------------------*
007740* MARQUER LA FIN DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL :    *
007750* L'ENTREE DU LOT EST RELUE (LA VERIFICATION DU PREREQUIS A PU   *
007760* CHARGER CELLE DE UTSWARC), PUIS MISE A JOUR AVEC L'HEURE DE    *
007770* FIN, L'ETAT ET LES COMPTEURS (EVENEMENTS DE LA DATE ET         *
007780* ANOMALIES). DES ANOMALIES DONNENT LE CODE RETOUR 4             *
007790*----------------------------------------------------------------*
007800 7900-MARQUER-FIN-JOB             SECTION.
007810*-----------------------------------------
007820
007830     IF  CPT-JAMAIS-PUBLIES + CPT-NON-ATTENDUS > ZERO
007840     AND RETURN-CODE              = ZERO
007850         MOVE 4                   TO RETURN-CODE
007860     END-IF.
007870
007880     MOVE 'UTSWEVR '              TO JOB-NOM-PROG.
007890     MOVE VAT-DATE-JOUR           TO JOB-DATE-RUN.
007900
007910     READ JOBCTL-FICHIER.
007920
007930     IF  VAT-JOB-STAT = '00'
007940         ACCEPT VAT-HEURE-JOUR    FROM TIME
007950         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-FIN
007960         MOVE CPT-EVENEMENTS-DU-JOUR
007970                                  TO JOB-CPT-LUS
007980         COMPUTE JOB-CPT-ECRITS   = CPT-JAMAIS-PUBLIES
007990                                  + CPT-NON-ATTENDUS
008000         MOVE ZERO                TO JOB-TOTAL-CONTROLE
008010         IF  PREREQUIS-PRESENT
008020             SET JOB-TERMINE      TO TRUE
008030         ELSE
008040             SET JOB-EN-ERREUR    TO TRUE
008050         END-IF
008060         REWRITE JOB-ENREGISTREMENT
008070     END-IF.
008080
008090     CLOSE                        JOBCTL-FICHIER.
008100
008110 7900-MARQUER-FIN-JOB-FIN.
008120     EXIT.
008130/
008140*----------------------------------------------------------------*
008150* FERMER LES FICHIERS ET AFFICHER LE SOMMAIRE DU RAPPROCHEMENT   *
008160*----------------------------------------------------------------*
008170 8000-FIN-DE-LOT                  SECTION.
008180*-----------------------------------------
008190
008200     CLOSE                        EVENEMENT-FICHIER
008210                                  ARCHIVE-FICHIER
008220                                  RAPPORT-FICHIER.
008230
008240     DISPLAY 'UTSWEVR - FIN DU RAPPROCHEMENT DES EVENEMENTS'.
008250     DISPLAY 'UTSWEVR - DATE RAPPROCHEE              : '
008260              VAT-DATE-RAPPROCHEMENT.
008270     DISPLAY 'UTSWEVR - EVENEMENTS LUS               : '
008280              CPT-EVENEMENTS-LUS.
008290     DISPLAY 'UTSWEVR - EVENEMENTS DE LA DATE        : '
008300              CPT-EVENEMENTS-DU-JOUR.
008310     DISPLAY 'UTSWEVR - ENTREES D''AUDIT DE LA DATE   : '
008320              CPT-ENTREES-DU-JOUR.
008330     DISPLAY 'UTSWEVR - EVENEMENTS ATTENDUS          : '
008340              CPT-ATTENDUS.
008350     DISPLAY 'UTSWEVR - EVENEMENTS RAPPROCHES        : '
008360              CPT-RAPPROCHES.
008370     DISPLAY 'UTSWEVR - ATTENDUS JAMAIS PUBLIES      : '
008380              CPT-JAMAIS-PUBLIES.
008390     DISPLAY 'UTSWEVR - PUBLIES NON ATTENDUS         : '
008400              CPT-NON-ATTENDUS.
008410
008420     GOBACK.
008430
008440 8000-FIN-DE-LOT-FIN.
008450     EXIT.
