000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      UTSWDQS.
000120*AUTHOR.          GROUPE CSD.
000130*----------------------------------------------------------------*
000140*                                                                *
000150* DESC.: BALAYAGE NOCTURNE DE LA QUALITE DES DONNEES -- VERIFIE  *
000160* -----  LA COHERENCE DU MAITRE PANRMAS AVEC LES FICHIERS QUI    *
000170*        L'ENTOURENT (UTNIVRF, UTPEND, UTAPPRO, UTSAF) :         *
000180*        01 NIVEAU ABSENT DE UTNIVRF (SUPPRIME PAR UTSWR04)      *
000190*        02 SALAIRE HORS DE LA BANDE DE SON NIVEAU               *
000200*        03 DATE DE FIN ANTERIEURE A LA DATE DE DEBUT            *
000210*        04 TELEPHONE DE CONTACT SANS NOM DE CONTACT             *
000220*        05 EMPLOYE RADIE AVEC UNE ATTENTE UTPEND EN SUSPENS     *
000230*        06 EMPLOYE RADIE AVEC UNE DEMANDE UTAPPRO EN SUSPENS    *
000240*        07 CONTRAT ECHU QUE UTSWB04 N'A PAS RADIE               *
000250*        CHAQUE ANOMALIE EST ECRITE AU FICHIER CLE UTEXCPT       *
000260*        (CATEGORIE + EMPLOYE), PUIS LE RAPPORT EST IMPRIME PAR  *
000270*        CATEGORIE A PARTIR DE CE FICHIER. LE MAITRE NE PORTE    *
000280*        PAS LES NOMS DE CONTACT (TENUS PAR LE SERVICE WEB) :    *
000290*        LA CATEGORIE 04 PORTE SUR LES TRANSACTIONS PARQUEES.    *
000300*        CODE RETOUR 4 SI DES ANOMALIES ONT ETE TROUVEES.        *
000310*----------------------------------------------------------------*
000320* HISTORIQUE DES MODIFICATIONS                                   *
000330*  - CREATION DU BALAYAGE DE LA QUALITE DES DONNEES              *
000340*----------------------------------------------------------------*
000350
000360 ENVIRONMENT                     DIVISION.
000370
000380 CONFIGURATION                   SECTION.
000390
000400 SPECIAL-NAMES.                  DECIMAL-POINT IS COMMA.
000410
000420 INPUT-OUTPUT                    SECTION.
000430
000440 FILE-CONTROL.
000450*--- LE MAITRE EST LU EN SEQUENCE DE CLE, PUIS RELU PAR CLE POUR
000460*    CONNAITRE LE STATUT DE L'EMPLOYE D'UNE ATTENTE OU DEMANDE
000470     SELECT MAITRE-FICHIER       ASSIGN TO PANRMAS
000480                                  ORGANIZATION IS INDEXED
000490                                  ACCESS MODE IS DYNAMIC
000500                                  RECORD KEY IS UTPANRM-NUM-EMP
000510                                  FILE STATUS IS VAT-MAITRE-STAT.
000520
000530     SELECT NIVEAU-FICHIER       ASSIGN TO UTNIVRF
000540                                  ORGANIZATION IS INDEXED
000550                                  ACCESS MODE IS RANDOM
000560                                  RECORD KEY IS NIV-CLE
000570                                  FILE STATUS IS VAT-NIV-STAT.
000580
000590     SELECT ATTENTE-FICHIER      ASSIGN TO UTPEND
000600                                  ORGANIZATION IS INDEXED
000610                                  ACCESS MODE IS SEQUENTIAL
000620                                  RECORD KEY IS PEN-CLE
000630                                  FILE STATUS IS VAT-PEN-STAT.
000640
000650     SELECT APPROB-FICHIER       ASSIGN TO UTAPPRO
000660                                  ORGANIZATION IS INDEXED
000670                                  ACCESS MODE IS SEQUENTIAL
000680                                  RECORD KEY IS APP-CLE
000690                                  FILE STATUS IS VAT-APP-STAT.
000700
000710     SELECT PANNE-FICHIER        ASSIGN TO UTSAF
000720                                  ORGANIZATION IS INDEXED
000730                                  ACCESS MODE IS SEQUENTIAL
000740                                  RECORD KEY IS SAF-CLE
000750                                  FILE STATUS IS VAT-SAF-STAT.
000760
000770     SELECT EXCEPTION-FICHIER    ASSIGN TO UTEXCPT
000780                                  ORGANIZATION IS INDEXED
000790                                  ACCESS MODE IS DYNAMIC
000800                                  RECORD KEY IS EXC-CLE
000810                                  FILE STATUS IS VAT-EXC-STAT.
000820
000830     SELECT RAPPORT-FICHIER      ASSIGN TO RAPPORT
000840                                  ORGANIZATION IS SEQUENTIAL
000850                                  FILE STATUS IS VAT-RAPPORT-STAT.
000860
000870     SELECT OPTIONAL JOBCTL-FICHIER
000880                                  ASSIGN TO UTJOBCTL
000890                                  ORGANIZATION IS INDEXED
000900                                  ACCESS MODE IS RANDOM
000910                                  RECORD KEY IS JOB-CLE
000920                                  FILE STATUS IS VAT-JOB-STAT.
000930
000940 DATA                            DIVISION.
000950*----------------------------------------------------------------*
000960 FILE                            SECTION.
000970*----------------------------------------------------------------*
000980 FD  MAITRE-FICHIER.
000990     COPY UTPANRM.
001000
001010 FD  NIVEAU-FICHIER.
001020     COPY UTNIVREC.
001030
001040 FD  ATTENTE-FICHIER.
001050     COPY UTPENREC.
001060
001070 FD  APPROB-FICHIER.
001080     COPY UTAPPREC.
001090
001100*--- MEME DISPOSITION QUE UTPEND, ZONES RENOMMEES SAF- (UTSWB05)
001110 FD  PANNE-FICHIER.
001120     COPY UTPENREC REPLACING LEADING ==PEN== BY ==SAF==.
001130
001140 FD  EXCEPTION-FICHIER.
001150     COPY UTEXCREC.
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
001300 01  VAT-MAITRE-STAT             PIC X(2).
001310 01  VAT-NIV-STAT                PIC X(2).
001320 01  VAT-PEN-STAT                PIC X(2).
001330 01  VAT-APP-STAT                PIC X(2).
001340 01  VAT-SAF-STAT                PIC X(2).
001350 01  VAT-EXC-STAT                PIC X(2).
001360 01  VAT-RAPPORT-STAT            PIC X(2).
001370 01  VAT-JOB-STAT                PIC X(2).
001380
001390 01  VAT-DATE-JOUR               PIC 9(8).
001400 01  VAT-HEURE-JOUR              PIC 9(8).
001410
001420 01  VAT-SW-OUVERTURE            PIC X       VALUE 'O'.
001430     88  OUVERTURE-REUSSIE                   VALUE 'O'.
001440     88  OUVERTURE-ECHOUEE                   VALUE 'N'.
001450 01  VAT-SW-FIN-MAITRE           PIC X       VALUE 'N'.
001460     88  FIN-MAITRE-ATTEINTE                 VALUE 'O'.
001470 01  VAT-SW-FIN-ATTENTES         PIC X       VALUE 'N'.
001480     88  FIN-ATTENTES-ATTEINTE               VALUE 'O'.
001490 01  VAT-SW-FIN-APPROB           PIC X       VALUE 'N'.
001500     88  FIN-APPROB-ATTEINTE                 VALUE 'O'.
001510 01  VAT-SW-FIN-PANNE            PIC X       VALUE 'N'.
001520     88  FIN-PANNE-ATTEINTE                  VALUE 'O'.
001530 01  VAT-SW-FIN-EXCEPTIONS       PIC X       VALUE 'N'.
001540     88  FIN-EXCEPTIONS-ATTEINTE             VALUE 'O'.
001550
001560*----------------------------------------------------------------*
001570*    ZONES DE TRAVAIL DU BALAYAGE                                *
001580*----------------------------------------------------------------*
001590*--- ENREGISTREMENT SATELLITE COURANT (FICHIER, EMPLOYE, CLE)
001600*    ET SES CONTACTS, POUR LES CONTROLES COMMUNS AUX TROIS
001610*    FICHIERS DE TRANSACTIONS PARQUEES
001620 01  DQ-ZONES-SOURCE.
001630     05  DQ-SRC-FICHIER          PIC X(8).
001640     05  DQ-SRC-NUM-EMP          PIC X(9).
001650     05  DQ-SRC-CLE              PIC X(24).
001660     05  DQ-SRC-DATE             PIC 9(8).
001670     05  DQ-SRC-COD-ACTN         PIC X.
001680     05  DQ-SRC-ETAT             PIC X.
001690     05  DQ-TEL-CONT1            PIC 9(9).
001700     05  DQ-NOM-CONT1            PIC X(30).
001710     05  DQ-TEL-CONT2            PIC 9(9).
001720     05  DQ-NOM-CONT2            PIC X(30).
001730
001740 01  DQ-ZONES-EDITION.
001750     05  DQ-NIV-EDIT             PIC 9(4).
001760     05  DQ-DATE-DEB-EDIT        PIC 9(8).
001770     05  DQ-DATE-FIN-EDIT        PIC 9(8).
001775*--- SALAIRES EDITES SUR 12 POSITIONS : LA LIGNE HORS BANDE
001776*    (NIVEAU, SALAIRE, BANDE) TIENT DANS EXC-DESCRIPTION (60)
001780     05  DQ-SAL-EDIT             PIC Z(8)9,99.
001790     05  DQ-SAL-MIN-EDIT         PIC Z(8)9,99.
001800     05  DQ-SAL-MAX-EDIT         PIC Z(8)9,99.
001810     05  DQ-NB-EDIT              PIC Z.ZZZ.ZZ9.
001820
001830 01  DQ-CATEG-COURANTE           PIC X(2)    VALUE SPACES.
001840 01  DQ-NO-CATEG                 PIC 9(2).
001850
001860*----------------------------------------------------------------*
001870*    TABLE DES CATEGORIES D'ANOMALIES (CODE + LIBELLE) ET        *
001880*    COMPTEURS PAR CATEGORIE, INDICES PAR LE CODE NUMERIQUE      *
001890*----------------------------------------------------------------*
001900 01  TBL-CATEGORIES.
001910     05  FILLER                  PIC X(40) VALUE
001920         '01NIVEAU ABSENT DE LA TABLE UTNIVRF     '.
001930     05  FILLER                  PIC X(40) VALUE
001940         '02SALAIRE HORS DE LA BANDE DU NIVEAU    '.
001950     05  FILLER                  PIC X(40) VALUE
001960         '03DATE DE FIN ANTERIEURE AU DEBUT       '.
001970     05  FILLER                  PIC X(40) VALUE
001980         '04TELEPHONE DE CONTACT SANS NOM         '.
001990     05  FILLER                  PIC X(40) VALUE
002000         '05EMPLOYE RADIE AVEC ATTENTE UTPEND     '.
002010     05  FILLER                  PIC X(40) VALUE
002020         '06EMPLOYE RADIE AVEC DEMANDE UTAPPRO    '.
002030     05  FILLER                  PIC X(40) VALUE
002040         '07CONTRAT ECHU NON RADIE PAR UTSWB04    '.
002050 01  TBL-CATEGORIES-R REDEFINES TBL-CATEGORIES.
002060     05  TBL-CAT-ENTREE          OCCURS 7 TIMES
002070                                 INDEXED BY TBL-CAT-IDX.
002080         10  TBL-CAT-CODE        PIC X(2).
002090         10  TBL-CAT-LIBELLE     PIC X(38).
002100
002110 01  TBL-CAT-COMPTEURS.
002120     05  TBL-CAT-NB              PIC 9(7)   VALUE ZERO
002130                                 OCCURS 7 TIMES.
002140
002150 01  VAT-NB-CATEGORIES           PIC S9(4) COMP VALUE 7.
002160
002170*----------------------------------------------------------------*
002180*    COMPTEURS DE FIN DE LOT                                     *
002190*----------------------------------------------------------------*
002200 01  CPT-MAITRE-LUS              PIC 9(9)    VALUE ZERO.
002210 01  CPT-ATTENTES-LUES           PIC 9(7)    VALUE ZERO.
002220 01  CPT-DEMANDES-LUES           PIC 9(7)    VALUE ZERO.
002230 01  CPT-PANNES-LUES             PIC 9(7)    VALUE ZERO.
002240 01  CPT-EXCEPTIONS              PIC 9(5)    VALUE ZERO.
002250
002260*----------------------------------------------------------------*
002270*                 *** PROCEDURE DIVISION ***                     *
002280*----------------------------------------------------------------*
002290 PROCEDURE DIVISION.
002300
002310*----------------------------------------------------------------*
002320 0000-SECTION-DIRECTRICE          SECTION.
002330*-----------------------------------------
002340
002350     PERFORM                      1000-INITIALISATION.
002360     IF OUVERTURE-REUSSIE
002370         PERFORM                  2000-BALAYER-LE-MAITRE
002380                 UNTIL FIN-MAITRE-ATTEINTE
002390         PERFORM                  2500-BALAYER-LES-ATTENTES
002400                 UNTIL FIN-ATTENTES-ATTEINTE
002410         PERFORM                  2600-BALAYER-LES-DEMANDES
002420                 UNTIL FIN-APPROB-ATTEINTE
002430         PERFORM                  2700-BALAYER-LA-FILE-PANNE
002440                 UNTIL FIN-PANNE-ATTEINTE
002450         PERFORM                  7000-IMPRIMER-LE-RAPPORT
002460         PERFORM                  7900-MARQUER-FIN-JOB
002470         PERFORM                  8000-FIN-DE-LOT
002480     ELSE
002490         MOVE 16                  TO RETURN-CODE
002500         GOBACK
002510     END-IF.
002520
002530 0000-SECTION-DIRECTRICE-FIN.
002540     EXIT.
002550/
002560*----------------------------------------------------------------*
002570* OUVERTURE DES FICHIERS (LE FICHIER D'EXCEPTIONS EST RECREE),   *
002580* MARQUAGE DU DEBUT ET PREMIERES LECTURES                        *
002590*----------------------------------------------------------------*
002600 1000-INITIALISATION              SECTION.
002610*-----------------------------------------
002620
002630     SET OUVERTURE-REUSSIE        TO TRUE.
002640
002650     OPEN INPUT                   MAITRE-FICHIER
002660                                  NIVEAU-FICHIER
002670                                  ATTENTE-FICHIER
002680                                  APPROB-FICHIER
002690                                  PANNE-FICHIER.
002700     OPEN OUTPUT                  EXCEPTION-FICHIER
002710                                  RAPPORT-FICHIER.
002720
002730     IF VAT-MAITRE-STAT NOT = '00'
002740         DISPLAY 'UTSWDQS - OUVERTURE IMPOSSIBLE - '
002750                 'MAITRE-FICHIER - STATUS ' VAT-MAITRE-STAT
002760         SET OUVERTURE-ECHOUEE    TO TRUE
002770     END-IF.
002780
002790     IF VAT-NIV-STAT NOT = '00'
002800         DISPLAY 'UTSWDQS - OUVERTURE IMPOSSIBLE - '
002810                 'NIVEAU-FICHIER - STATUS ' VAT-NIV-STAT
002820         SET OUVERTURE-ECHOUEE    TO TRUE
002830     END-IF.
002840
002850     IF VAT-PEN-STAT NOT = '00'
002860         DISPLAY 'UTSWDQS - OUVERTURE IMPOSSIBLE - '
002870                 'ATTENTE-FICHIER - STATUS ' VAT-PEN-STAT
002880         SET OUVERTURE-ECHOUEE    TO TRUE
002890     END-IF.
002900
002910     IF VAT-APP-STAT NOT = '00'
002920         DISPLAY 'UTSWDQS - OUVERTURE IMPOSSIBLE - '
002930                 'APPROB-FICHIER - STATUS ' VAT-APP-STAT
002940         SET OUVERTURE-ECHOUEE    TO TRUE
002950     END-IF.
002960
002970     IF VAT-SAF-STAT NOT = '00'
002980         DISPLAY 'UTSWDQS - OUVERTURE IMPOSSIBLE - '
002990                 'PANNE-FICHIER - STATUS ' VAT-SAF-STAT
003000         SET OUVERTURE-ECHOUEE    TO TRUE
003010     END-IF.
003020
003030     IF VAT-EXC-STAT NOT = '00'
003040         DISPLAY 'UTSWDQS - OUVERTURE IMPOSSIBLE - '
003050                 'EXCEPTION-FICHIER - STATUS ' VAT-EXC-STAT
003060         SET OUVERTURE-ECHOUEE    TO TRUE
003070     END-IF.
003080
003090     IF VAT-RAPPORT-STAT NOT = '00'
003100         DISPLAY 'UTSWDQS - OUVERTURE IMPOSSIBLE - '
003110                 'RAPPORT-FICHIER - STATUS ' VAT-RAPPORT-STAT
003120         SET OUVERTURE-ECHOUEE    TO TRUE
003130     END-IF.
003140
003150     ACCEPT VAT-DATE-JOUR         FROM DATE YYYYMMDD.
003160
003170     IF OUVERTURE-REUSSIE
003180         PERFORM                  1500-MARQUER-DEBUT-JOB
003190     END-IF.
003200
003210     IF OUVERTURE-REUSSIE
003220         PERFORM                  1100-LIRE-MAITRE
003230         PERFORM                  1200-LIRE-ATTENTE
003240         PERFORM                  1300-LIRE-DEMANDE
003250         PERFORM                  1400-LIRE-PANNE
003260     END-IF.
003270
003280 1000-INITIALISATION-FIN.
003290     EXIT.
003300/
003310*----------------------------------------------------------------*
003320* LECTURE SEQUENTIELLE DU MAITRE (ORDRE DE CLE)                  *
003330*----------------------------------------------------------------*
003340 1100-LIRE-MAITRE                 SECTION.
003350*-----------------------------------------
003360
003370     READ MAITRE-FICHIER NEXT
003380         AT END
003390             SET FIN-MAITRE-ATTEINTE TO TRUE
003400     END-READ.
003410
003420     IF NOT FIN-MAITRE-ATTEINTE
003430         ADD 1                    TO CPT-MAITRE-LUS
003440     END-IF.
003450
003460 1100-LIRE-MAITRE-FIN.
003470     EXIT.
003480/
003490*----------------------------------------------------------------*
003500* LECTURE SEQUENTIELLE DES TRANSACTIONS EN ATTENTE (UTPEND)      *
003510*----------------------------------------------------------------*
003520 1200-LIRE-ATTENTE                SECTION.
003530*-----------------------------------------
003540
003550     READ ATTENTE-FICHIER
003560         AT END
003570             SET FIN-ATTENTES-ATTEINTE TO TRUE
003580     END-READ.
003590
003600     IF NOT FIN-ATTENTES-ATTEINTE
003610         ADD 1                    TO CPT-ATTENTES-LUES
003620     END-IF.
003630
003640 1200-LIRE-ATTENTE-FIN.
003650     EXIT.
003660/
003670*----------------------------------------------------------------*
003680* LECTURE SEQUENTIELLE DES DEMANDES D'APPROBATION (UTAPPRO)      *
003690*----------------------------------------------------------------*
003700 1300-LIRE-DEMANDE                SECTION.
003710*-----------------------------------------
003720
003730     READ APPROB-FICHIER
003740         AT END
003750             SET FIN-APPROB-ATTEINTE TO TRUE
003760     END-READ.
003770
003780     IF NOT FIN-APPROB-ATTEINTE
003790         ADD 1                    TO CPT-DEMANDES-LUES
003800     END-IF.
003810
003820 1300-LIRE-DEMANDE-FIN.
003830     EXIT.
003840/
003850*----------------------------------------------------------------*
003860* LECTURE SEQUENTIELLE DE LA FILE DE PANNE (UTSAF)               *
003870*----------------------------------------------------------------*
003880 1400-LIRE-PANNE                  SECTION.
003890*-----------------------------------------
003900
003910     READ PANNE-FICHIER
003920         AT END
003930             SET FIN-PANNE-ATTEINTE TO TRUE
003940     END-READ.
003950
003960     IF NOT FIN-PANNE-ATTEINTE
003970         ADD 1                    TO CPT-PANNES-LUES
003980     END-IF.
003990
004000 1400-LIRE-PANNE-FIN.
004010     EXIT.
004020/
004030*----------------------------------------------------------------*
004040* CONTROLER UN EMPLOYE DU MAITRE : NIVEAU ET BANDE (EMPLOYES     *
004050* NON RADIES SEULEMENT), DATES DE CONTRAT, CONTRAT ECHU. LE      *
004060* CONTRAT ECHU EST SIGNALE SI SA FIN PRECEDE LA DATE DU JOUR     *
004070* (UTSWB04 RADIE LES FINS DU JOUR MEME DANS LA MEME NUIT)        *
004080*----------------------------------------------------------------*
004090 2000-BALAYER-LE-MAITRE           SECTION.
004100*-----------------------------------------
004110
004120     MOVE 'PANRMAS '              TO DQ-SRC-FICHIER.
004130     MOVE UTPANRM-NUM-EMP         TO DQ-SRC-NUM-EMP
004140                                     DQ-SRC-CLE.
004150     MOVE UTPANRM-DATE-DEB        TO DQ-DATE-DEB-EDIT.
004160     MOVE UTPANRM-DATE-FIN        TO DQ-DATE-FIN-EDIT.
004170
004180     IF  NOT UTPANRM-ST-RADIE
004190         PERFORM                  3100-CONTROLER-LE-NIVEAU
004200     END-IF.
004210
004220     IF  UTPANRM-DATE-FIN         NOT = ZERO
004230     AND UTPANRM-DATE-FIN         < UTPANRM-DATE-DEB
004240         PERFORM                  3800-PREPARER-EXCEPTION
004250         SET EXC-DATES-INVERSEES  TO TRUE
004260         STRING 'FIN '            DELIMITED BY SIZE
004270                DQ-DATE-FIN-EDIT  DELIMITED BY SIZE
004280                ' ANTERIEURE AU DEBUT '
004290                                  DELIMITED BY SIZE
004300                DQ-DATE-DEB-EDIT  DELIMITED BY SIZE
004310                INTO EXC-DESCRIPTION
004320         END-STRING
004330         PERFORM                  3900-ECRIRE-EXCEPTION
004340     END-IF.
004350
004360     IF  UTPANRM-DATE-FIN         NOT = ZERO
004370     AND DQ-DATE-FIN-EDIT         < VAT-DATE-JOUR
004380     AND NOT UTPANRM-ST-RADIE
004390         PERFORM                  3800-PREPARER-EXCEPTION
004400         SET EXC-CONTRAT-ECHU     TO TRUE
004410         STRING 'CONTRAT ECHU LE ' DELIMITED BY SIZE
004420                DQ-DATE-FIN-EDIT  DELIMITED BY SIZE
004430                ' - STATUT '      DELIMITED BY SIZE
004440                UTPANRM-STATUT    DELIMITED BY SIZE
004450                ' NON RADIE'      DELIMITED BY SIZE
004460                INTO EXC-DESCRIPTION
004470         END-STRING
004480         PERFORM                  3900-ECRIRE-EXCEPTION
004490     END-IF.
004500
004510     PERFORM                      1100-LIRE-MAITRE.
004520
004530 2000-BALAYER-LE-MAITRE-FIN.
004540     EXIT.
004550/
004560*----------------------------------------------------------------*
004570* CONTROLER UNE TRANSACTION PARQUEE DANS UTPEND (EN ATTENTE OU   *
004580* EN ERREUR, DONC ENCORE A LIBERER) : CONTACTS ET STATUT DE      *
004590* L'EMPLOYE AU MAITRE                                            *
004600*----------------------------------------------------------------*
004610 2500-BALAYER-LES-ATTENTES        SECTION.
004620*-----------------------------------------
004630
004640     IF  PEN-EN-ATTENTE OR PEN-EN-ERREUR
004650         MOVE 'UTPEND  '          TO DQ-SRC-FICHIER
004660         MOVE PEN-NUM-EMP         TO DQ-SRC-NUM-EMP
004670         MOVE PEN-CLE             TO DQ-SRC-CLE
004680         MOVE PEN-DATE-EFF        TO DQ-SRC-DATE
004690         MOVE PEN-COD-ACTN        TO DQ-SRC-COD-ACTN
004700         MOVE PEN-SW-ETAT         TO DQ-SRC-ETAT
004710         MOVE PEN-NO-TEL-CONT1    TO DQ-TEL-CONT1
004720         MOVE PEN-NOM-CONT1       TO DQ-NOM-CONT1
004730         MOVE PEN-NO-TEL-CONT2    TO DQ-TEL-CONT2
004740         MOVE PEN-NOM-CONT2       TO DQ-NOM-CONT2
004750         PERFORM                  3400-CONTROLER-LES-CONTACTS
004760         PERFORM                  3500-LIRE-STATUT-MAITRE
004770         IF  VAT-MAITRE-STAT      = '00'
004780         AND UTPANRM-ST-RADIE
004790             PERFORM              3800-PREPARER-EXCEPTION
004800             SET EXC-RADIE-AVEC-ATTENTE
004810                                  TO TRUE
004820             PERFORM              3600-DECRIRE-LA-SOURCE
004830             PERFORM              3900-ECRIRE-EXCEPTION
004840         END-IF
004850     END-IF.
004860
004870     PERFORM                      1200-LIRE-ATTENTE.
004880
004890 2500-BALAYER-LES-ATTENTES-FIN.
004900     EXIT.
004910/
004920*----------------------------------------------------------------*
004930* CONTROLER UNE DEMANDE EN ATTENTE D'APPROBATION (UTAPPRO) :     *
004940* CONTACTS ET STATUT DE L'EMPLOYE AU MAITRE                      *
004950*----------------------------------------------------------------*
004960 2600-BALAYER-LES-DEMANDES        SECTION.
004970*-----------------------------------------
004980
004990     IF  APP-EN-ATTENTE
005000         MOVE 'UTAPPRO '          TO DQ-SRC-FICHIER
005010         MOVE APP-NUM-EMP         TO DQ-SRC-NUM-EMP
005020         MOVE APP-CLE             TO DQ-SRC-CLE
005030         MOVE APP-DATE-DEM        TO DQ-SRC-DATE
005040         MOVE APP-COD-ACTN        TO DQ-SRC-COD-ACTN
005050         MOVE APP-SW-ETAT         TO DQ-SRC-ETAT
005060         MOVE APP-NO-TEL-CONT1    TO DQ-TEL-CONT1
005070         MOVE APP-NOM-CONT1       TO DQ-NOM-CONT1
005080         MOVE APP-NO-TEL-CONT2    TO DQ-TEL-CONT2
005090         MOVE APP-NOM-CONT2       TO DQ-NOM-CONT2
005100         PERFORM                  3400-CONTROLER-LES-CONTACTS
005110         PERFORM                  3500-LIRE-STATUT-MAITRE
005120         IF  VAT-MAITRE-STAT      = '00'
005130         AND UTPANRM-ST-RADIE
005140             PERFORM              3800-PREPARER-EXCEPTION
005150             SET EXC-RADIE-AVEC-DEMANDE
005160                                  TO TRUE
005170             PERFORM              3600-DECRIRE-LA-SOURCE
005180             PERFORM              3900-ECRIRE-EXCEPTION
005190         END-IF
005200     END-IF.
005210
005220     PERFORM                      1300-LIRE-DEMANDE.
005230
005240 2600-BALAYER-LES-DEMANDES-FIN.
005250     EXIT.
005260/
005270*----------------------------------------------------------------*
005280* CONTROLER UNE TRANSACTION DE LA FILE DE PANNE (UTSAF) ENCORE   *
005290* A LIBERER : CONTACTS SEULEMENT                                 *
005300*----------------------------------------------------------------*
005310 2700-BALAYER-LA-FILE-PANNE       SECTION.
005320*-----------------------------------------
005330
005340     IF  SAF-EN-ATTENTE OR SAF-EN-ERREUR
005350         MOVE 'UTSAF   '          TO DQ-SRC-FICHIER
005360         MOVE SAF-NUM-EMP         TO DQ-SRC-NUM-EMP
005370         MOVE SAF-CLE             TO DQ-SRC-CLE
005380         MOVE SAF-NO-TEL-CONT1    TO DQ-TEL-CONT1
005390         MOVE SAF-NOM-CONT1       TO DQ-NOM-CONT1
005400         MOVE SAF-NO-TEL-CONT2    TO DQ-TEL-CONT2
005410         MOVE SAF-NOM-CONT2       TO DQ-NOM-CONT2
005420         PERFORM                  3400-CONTROLER-LES-CONTACTS
005430     END-IF.
005440
005450     PERFORM                      1400-LIRE-PANNE.
005460
005470 2700-BALAYER-LA-FILE-PANNE-FIN.
005480     EXIT.
005490/
005500*----------------------------------------------------------------*
005510* CONTROLER LE NIVEAU DE L'EMPLOYE COURANT CONTRE UTNIVRF :      *
005520* NIVEAU ABSENT (SUPPRIME PAR UTSWR04) OU SALAIRE HORS BANDE     *
005530* (BANDE RESSERREE PAR UTSWR04), MEMES REGLES QUE UTVALNV        *
005540*----------------------------------------------------------------*
005550 3100-CONTROLER-LE-NIVEAU         SECTION.
005560*-----------------------------------------
005570
005580     MOVE UTPANRM-NIV-ENTR        TO NIV-NIV-ENTR
005590                                     DQ-NIV-EDIT.
005600
005610     READ NIVEAU-FICHIER.
005620
005630     IF  VAT-NIV-STAT             NOT = '00'
005640         PERFORM                  3800-PREPARER-EXCEPTION
005650         SET EXC-NIVEAU-ABSENT    TO TRUE
005660         STRING 'NIVEAU '         DELIMITED BY SIZE
005670                DQ-NIV-EDIT       DELIMITED BY SIZE
005680                ' ABSENT DE UTNIVRF (STATUS '
005690                                  DELIMITED BY SIZE
005700                VAT-NIV-STAT      DELIMITED BY SIZE
005710                ')'               DELIMITED BY SIZE
005720                INTO EXC-DESCRIPTION
005730         END-STRING
005740         PERFORM                  3900-ECRIRE-EXCEPTION
005750     ELSE
005760         IF  UTPANRM-SAL-EMP      < NIV-SAL-MIN
005770          OR UTPANRM-SAL-EMP      > NIV-SAL-MAX
005780             MOVE UTPANRM-SAL-EMP TO DQ-SAL-EDIT
005790             MOVE NIV-SAL-MIN     TO DQ-SAL-MIN-EDIT
005800             MOVE NIV-SAL-MAX     TO DQ-SAL-MAX-EDIT
005810             PERFORM              3800-PREPARER-EXCEPTION
005820             SET EXC-HORS-BANDE   TO TRUE
005830             STRING 'NIV '        DELIMITED BY SIZE
005840                    DQ-NIV-EDIT   DELIMITED BY SIZE
005850                    ' SAL'        DELIMITED BY SIZE
005860                    DQ-SAL-EDIT   DELIMITED BY SIZE
005870                    ' BANDE'      DELIMITED BY SIZE
005880                    DQ-SAL-MIN-EDIT
005890                                  DELIMITED BY SIZE
005900                    ' A'          DELIMITED BY SIZE
005910                    DQ-SAL-MAX-EDIT
005920                                  DELIMITED BY SIZE
005930                    INTO EXC-DESCRIPTION
005940             END-STRING
005950             PERFORM              3900-ECRIRE-EXCEPTION
005960         END-IF
005970     END-IF.
005980
005990 3100-CONTROLER-LE-NIVEAU-FIN.
006000     EXIT.
006010/
006020*----------------------------------------------------------------*
006030* CONTROLER LES CONTACTS D'URGENCE DE LA TRANSACTION PARQUEE     *
006040* COURANTE : UN TELEPHONE PRESENT EXIGE LE NOM DU CONTACT        *
006050* (MEME REGLE QUE UTVALCN)                                       *
006060*----------------------------------------------------------------*
006070 3400-CONTROLER-LES-CONTACTS      SECTION.
006080*-----------------------------------------
006090
006100     IF  DQ-TEL-CONT1             NOT = ZERO
006110     AND DQ-NOM-CONT1             = SPACES
006120         PERFORM                  3800-PREPARER-EXCEPTION
006130         SET EXC-CONTACT-SANS-NOM TO TRUE
006140         MOVE 'TELEPHONE DU CONTACT 1 SANS NOM DE CONTACT'
006150                                  TO EXC-DESCRIPTION
006160         PERFORM                  3900-ECRIRE-EXCEPTION
006170     END-IF.
006180
006190     IF  DQ-TEL-CONT2             NOT = ZERO
006200     AND DQ-NOM-CONT2             = SPACES
006210         PERFORM                  3800-PREPARER-EXCEPTION
006220         SET EXC-CONTACT-SANS-NOM TO TRUE
006230         MOVE 'TELEPHONE DU CONTACT 2 SANS NOM DE CONTACT'
006240                                  TO EXC-DESCRIPTION
006250         PERFORM                  3900-ECRIRE-EXCEPTION
006260     END-IF.
006270
006280 3400-CONTROLER-LES-CONTACTS-FIN.
006290     EXIT.
006300/
006310*----------------------------------------------------------------*
006320* RELIRE PAR CLE LE DOSSIER MAITRE DE L'EMPLOYE DE LA            *
006330* TRANSACTION PARQUEE COURANTE (STATUS 23 = EMPLOYE ABSENT DU    *
006340* MAITRE, CAS NORMAL D'UN AJOUT EN ATTENTE)                      *
006350*----------------------------------------------------------------*
006360 3500-LIRE-STATUT-MAITRE          SECTION.
006370*-----------------------------------------
006380
006390     MOVE DQ-SRC-NUM-EMP          TO UTPANRM-NUM-EMP.
006400
006410     READ MAITRE-FICHIER.
006440
006450 3500-LIRE-STATUT-MAITRE-FIN.
006460     EXIT.
006470/
006480*----------------------------------------------------------------*
006490* DECRIRE LA TRANSACTION PARQUEE EN CAUSE (DATE, ACTION, ETAT)   *
006500*----------------------------------------------------------------*
006510 3600-DECRIRE-LA-SOURCE           SECTION.
006520*-----------------------------------------
006530
006540     STRING 'EMPLOYE RADIE - ' DELIMITED BY SIZE
006550            DQ-SRC-FICHIER     DELIMITED BY SPACE
006560            ' DU '             DELIMITED BY SIZE
006570            DQ-SRC-DATE        DELIMITED BY SIZE
006580            ' ACTION '         DELIMITED BY SIZE
006590            DQ-SRC-COD-ACTN    DELIMITED BY SIZE
006600            ' ETAT '           DELIMITED BY SIZE
006610            DQ-SRC-ETAT        DELIMITED BY SIZE
006620            INTO EXC-DESCRIPTION
006630     END-STRING.
006640
006650 3600-DECRIRE-LA-SOURCE-FIN.
006660     EXIT.
006670/
006680*----------------------------------------------------------------*
006690* PREPARER UNE EXCEPTION VIERGE POUR L'ENREGISTREMENT SOURCE     *
006700* COURANT (L'APPELANT FIXE ENSUITE LA CATEGORIE ET LE TEXTE)     *
006710*----------------------------------------------------------------*
006720 3800-PREPARER-EXCEPTION          SECTION.
006730*-----------------------------------------
006740
006750     MOVE SPACES                  TO EXC-ENREGISTREMENT.
006760     MOVE DQ-SRC-NUM-EMP          TO EXC-NUM-EMP.
006770     MOVE DQ-SRC-FICHIER          TO EXC-FICHIER.
006780     MOVE DQ-SRC-CLE              TO EXC-CLE-SOURCE.
006790     MOVE VAT-DATE-JOUR           TO EXC-DATE-BALAYAGE.
006800
006810 3800-PREPARER-EXCEPTION-FIN.
006820     EXIT.
006830/
006840*----------------------------------------------------------------*
006850* ECRIRE L'EXCEPTION COURANTE AU FICHIER CLE ET L'ACCUMULER AU   *
006860* COMPTEUR DE SA CATEGORIE                                       *
006870*----------------------------------------------------------------*
006880 3900-ECRIRE-EXCEPTION            SECTION.
006890*-----------------------------------------
006900
006910     ADD 1                        TO CPT-EXCEPTIONS.
006920     MOVE CPT-EXCEPTIONS          TO EXC-NO-SEQ.
006930
006940     WRITE EXC-ENREGISTREMENT.
006950
006960     IF VAT-EXC-STAT = '00'
006970         MOVE EXC-COD-CATEG       TO DQ-NO-CATEG
006980         ADD 1                    TO TBL-CAT-NB (DQ-NO-CATEG)
006990     ELSE
007000         DISPLAY 'UTSWDQS - ERREUR ECRITURE EXCEPTION - '
007010                 'EMPLOYE ' EXC-NUM-EMP
007020                 ' - STATUS ' VAT-EXC-STAT
007030         MOVE 12                  TO RETURN-CODE
007040     END-IF.
007050
007060 3900-ECRIRE-EXCEPTION-FIN.
007070     EXIT.
007080/
007090*----------------------------------------------------------------*
007100* IMPRIMER LE RAPPORT PAR CATEGORIE : LE FICHIER D'EXCEPTIONS    *
007110* EST RELU EN ORDRE DE CLE (CATEGORIE, EMPLOYE), PUIS LE         *
007120* SOMMAIRE DES COMPTES PAR CATEGORIE EST IMPRIME                 *
007130*----------------------------------------------------------------*
007140 7000-IMPRIMER-LE-RAPPORT         SECTION.
007150*-----------------------------------------
007160
007170     MOVE SPACES                  TO RAP-LIGNE.
007180     STRING
007190        'BALAYAGE DE LA QUALITE DES DONNEES DU ' DELIMITED BY SIZE
007200        VAT-DATE-JOUR                 DELIMITED BY SIZE
007210        ' - ANOMALIES PAR CATEGORIE'  DELIMITED BY SIZE
007220        INTO RAP-LIGNE
007230     END-STRING.
007240     WRITE RAP-LIGNE.
007250
007260     CLOSE                        EXCEPTION-FICHIER.
007270     OPEN INPUT                   EXCEPTION-FICHIER.
007280
007290     IF VAT-EXC-STAT = '00'
007300         PERFORM                  7200-LIRE-EXCEPTION
007310         PERFORM                  7100-IMPRIMER-UNE-EXCEPTION
007320                 UNTIL FIN-EXCEPTIONS-ATTEINTE
007330     ELSE
007340         DISPLAY 'UTSWDQS - RELECTURE IMPOSSIBLE - '
007350                 'EXCEPTION-FICHIER - STATUS ' VAT-EXC-STAT
007360         MOVE 12                  TO RETURN-CODE
007370     END-IF.
007380
007390     MOVE SPACES                  TO RAP-LIGNE.
007400     WRITE RAP-LIGNE.
007410     MOVE 'SOMMAIRE PAR CATEGORIE' TO RAP-LIGNE.
007420     WRITE RAP-LIGNE.
007430
007440     PERFORM VARYING TBL-CAT-IDX FROM 1 BY 1
007450             UNTIL TBL-CAT-IDX > VAT-NB-CATEGORIES
007460         SET DQ-NO-CATEG          TO TBL-CAT-IDX
007470         MOVE TBL-CAT-NB (DQ-NO-CATEG)
007480                                  TO DQ-NB-EDIT
007490         MOVE SPACES              TO RAP-LIGNE
007500         STRING '  '              DELIMITED BY SIZE
007510                TBL-CAT-CODE (TBL-CAT-IDX)
007520                                  DELIMITED BY SIZE
007530                ' '               DELIMITED BY SIZE
007540                TBL-CAT-LIBELLE (TBL-CAT-IDX)
007550                                  DELIMITED BY SIZE
007560                DQ-NB-EDIT        DELIMITED BY SIZE
007570                INTO RAP-LIGNE
007580         END-STRING
007590         WRITE RAP-LIGNE
007600     END-PERFORM.
007610
007620     MOVE CPT-EXCEPTIONS          TO DQ-NB-EDIT.
007630     MOVE SPACES                  TO RAP-LIGNE.
007640     STRING '  TOTAL DES ANOMALIES' DELIMITED BY SIZE
007650            '                    ' DELIMITED BY SIZE
007660            DQ-NB-EDIT            DELIMITED BY SIZE
007670            INTO RAP-LIGNE
007680     END-STRING.
007690     WRITE RAP-LIGNE.
007700
007710 7000-IMPRIMER-LE-RAPPORT-FIN.
007720     EXIT.
007730/
007740*----------------------------------------------------------------*
007750* IMPRIMER UNE EXCEPTION, PRECEDEE DE L'EN-TETE DE SA CATEGORIE  *
007760* QUAND LA CATEGORIE CHANGE                                      *
007770*----------------------------------------------------------------*
007780 7100-IMPRIMER-UNE-EXCEPTION      SECTION.
007790*-----------------------------------------
007800
007810     IF  EXC-COD-CATEG            NOT = DQ-CATEG-COURANTE
007820         MOVE EXC-COD-CATEG       TO DQ-CATEG-COURANTE
007830                                     DQ-NO-CATEG
007840         MOVE SPACES              TO RAP-LIGNE
007850         WRITE RAP-LIGNE
007860         STRING 'CATEGORIE '      DELIMITED BY SIZE
007870                EXC-COD-CATEG     DELIMITED BY SIZE
007880                ' - '             DELIMITED BY SIZE
007890                TBL-CAT-LIBELLE (DQ-NO-CATEG)
007900                                  DELIMITED BY SIZE
007910                INTO RAP-LIGNE
007920         END-STRING
007930         WRITE RAP-LIGNE
007940         MOVE
007950-          '  EMPLOYE    FICHIER   ANOMALIE'
007960                                  TO RAP-LIGNE
007970         WRITE RAP-LIGNE
007980     END-IF.
007990
008000     MOVE SPACES                  TO RAP-LIGNE.
008010     STRING '  '                  DELIMITED BY SIZE
008020            EXC-NUM-EMP           DELIMITED BY SIZE
008030            '  '                  DELIMITED BY SIZE
008040            EXC-FICHIER           DELIMITED BY SIZE
008050            '  '                  DELIMITED BY SIZE
008060            EXC-DESCRIPTION       DELIMITED BY SIZE
008070            INTO RAP-LIGNE
008080     END-STRING.
008090     WRITE RAP-LIGNE.
008100
008110     PERFORM                      7200-LIRE-EXCEPTION.
008120
008130 7100-IMPRIMER-UNE-EXCEPTION-FIN.
008140     EXIT.
008150/
008160*----------------------------------------------------------------*
008170* LECTURE SEQUENTIELLE DU FICHIER D'EXCEPTIONS                   *
008180*----------------------------------------------------------------*
008190 7200-LIRE-EXCEPTION              SECTION.
008200*-----------------------------------------
008210
008220     READ EXCEPTION-FICHIER NEXT
008230         AT END
008240             SET FIN-EXCEPTIONS-ATTEINTE TO TRUE
008250     END-READ.
008260
008270 7200-LIRE-EXCEPTION-FIN.
008280     EXIT.
008290/
008300*----------------------------------------------------------------*
008310* FERMER LES FICHIERS ET AFFICHER LE SOMMAIRE DU BALAYAGE        *
008320*----------------------------------------------------------------*
008330 8000-FIN-DE-LOT                  SECTION.
008340*-----------------------------------------
008350
008360     CLOSE                        MAITRE-FICHIER
008370                                  NIVEAU-FICHIER
008380                                  ATTENTE-FICHIER
008390                                  APPROB-FICHIER
008400                                  PANNE-FICHIER
008410                                  EXCEPTION-FICHIER
008420                                  RAPPORT-FICHIER.
008430
008440     DISPLAY 'UTSWDQS - FIN DU BALAYAGE QUALITE DES DONNEES'.
008450     DISPLAY 'UTSWDQS - EMPLOYES DU MAITRE LUS       : '
008460              CPT-MAITRE-LUS.
008470     DISPLAY 'UTSWDQS - ATTENTES UTPEND LUES         : '
008480              CPT-ATTENTES-LUES.
008490     DISPLAY 'UTSWDQS - DEMANDES UTAPPRO LUES        : '
008500              CPT-DEMANDES-LUES.
008510     DISPLAY 'UTSWDQS - TRANSACTIONS UTSAF LUES      : '
008520              CPT-PANNES-LUES.
008530     DISPLAY 'UTSWDQS - ANOMALIES SIGNALEES          : '
008540              CPT-EXCEPTIONS.
008550
008560     GOBACK.
008570
008580 8000-FIN-DE-LOT-FIN.
008590     EXIT.
008600/
008610*----------------------------------------------------------------*
008620* MARQUER LE DEBUT DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL    *
008630* (ENTREE REECRITE SI LE LOT EST RELANCE LE MEME JOUR)           *
008640*----------------------------------------------------------------*
008650 1500-MARQUER-DEBUT-JOB           SECTION.
008660*-----------------------------------------
008670
008680     OPEN I-O                     JOBCTL-FICHIER.
008690
008700     IF VAT-JOB-STAT NOT = '00' AND '05'
008710         DISPLAY 'UTSWDQS - OUVERTURE IMPOSSIBLE - '
008720                 'JOBCTL-FICHIER - STATUS ' VAT-JOB-STAT
008730         SET OUVERTURE-ECHOUEE    TO TRUE
008740     ELSE
008750         ACCEPT VAT-HEURE-JOUR    FROM TIME
008760         MOVE 'UTSWDQS '          TO JOB-NOM-PROG
008770         MOVE VAT-DATE-JOUR       TO JOB-DATE-RUN
008780         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-DEBUT
008790         MOVE ZERO                TO JOB-HEURE-FIN
008800                                     JOB-CPT-LUS
008810                                     JOB-CPT-ECRITS
008820                                     JOB-TOTAL-CONTROLE
008830         SET JOB-EN-COURS         TO TRUE
008840         WRITE JOB-ENREGISTREMENT
008850         IF VAT-JOB-STAT = '22'
008860             REWRITE JOB-ENREGISTREMENT
008870         END-IF
008880     END-IF.
008890
008900 1500-MARQUER-DEBUT-JOB-FIN.
008910     EXIT.
008920/
008930*----------------------------------------------------------------*
008940* MARQUER LA FIN DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL :    *
008950* HEURE DE FIN, ETAT ET COMPTEURS (EMPLOYES LUS, ANOMALIES).     *
008960* DES ANOMALIES DONNENT LE CODE RETOUR 4 SANS METTRE LE LOT EN   *
008970* ERREUR : ELLES SONT LE PRODUIT NORMAL DU BALAYAGE              *
008980*----------------------------------------------------------------*
008990 7900-MARQUER-FIN-JOB             SECTION.
009000*-----------------------------------------
009010
009020     IF  CPT-EXCEPTIONS           > ZERO
009030     AND RETURN-CODE              = ZERO
009040         MOVE 4                   TO RETURN-CODE
009050     END-IF.
009055
009060     MOVE 'UTSWDQS '              TO JOB-NOM-PROG.
009070     MOVE VAT-DATE-JOUR           TO JOB-DATE-RUN.
009080
009090     READ JOBCTL-FICHIER.
009100
009110     IF  VAT-JOB-STAT = '00'
009120         ACCEPT VAT-HEURE-JOUR    FROM TIME
009130         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-FIN
009140         MOVE CPT-MAITRE-LUS      TO JOB-CPT-LUS
009150         MOVE CPT-EXCEPTIONS      TO JOB-CPT-ECRITS
009160         MOVE ZERO                TO JOB-TOTAL-CONTROLE
009170         IF  RETURN-CODE          NOT > 4
009180             SET JOB-TERMINE      TO TRUE
009190         ELSE
009200             SET JOB-EN-ERREUR    TO TRUE
009201         END-IF
009202         REWRITE JOB-ENREGISTREMENT
009203     END-IF.
009204
009210     CLOSE                        JOBCTL-FICHIER.
009220
009230 7900-MARQUER-FIN-JOB-FIN.
009240     EXIT.
