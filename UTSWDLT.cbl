000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      UTSWDLT.
000120*AUTHOR.          GROUPE CSD.
000130*----------------------------------------------------------------*
000140*                                                                *
000150* DESC.: ALIMENTATION DE PAIE PAR ECARTS (DELTA) -- COMPARE,     *
000160* -----  CLE PAR CLE (NUM-EMP), L'EXTRACTION MAITRE DU JOUR      *
000170*        (PANRMIN, PRODUITE PAR UTSWEXT) A CELLE DE LA VEILLE    *
000180*        (PANRMVEI) ET ECRIT UN ENREGISTREMENT PAR MOUVEMENT :   *
000190*        EMBAUCHE, TERMINAISON (RADIATION OU RETRAIT DU MAITRE), *
000200*        CHANGEMENT DE STATUT, DE SALAIRE (ANCIEN ET NOUVEAU),   *
000210*        DE NIVEAU OU DES DATES DE CONTRAT. LE FICHIER DELTA SE  *
000220*        TERMINE PAR UN ENREGISTREMENT DE CONTROLE (COMPTES PAR  *
000230*        TYPE ET VARIATION NETTE DES SALAIRES) QUE LE GARDIEN    *
000240*        UTSWBAL BALANCE CONTRE EXTCTL AVANT LA LIBERATION.      *
000250*        L'EXTRACTION DE LA VEILLE DOIT D'ABORD BALANCER SON     *
000260*        PROPRE CONTROLE (EXTCTLV), SINON AUCUN CONTROLE DELTA   *
000270*        N'EST ECRIT ET L'ALIMENTATION EST RETENUE (CODE 8).     *
000280*----------------------------------------------------------------*
000290* HISTORIQUE DES MODIFICATIONS                                   *
000300*  - CREATION DE L'ALIMENTATION DE PAIE PAR ECARTS               *
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
000420*--- LES DEUX EXTRACTIONS SONT TRIEES PAR NUM-EMP (UTSWEXT LIT
000430*    LE MAITRE EN SEQUENCE DE CLE)
000440     SELECT VEILLE-FICHIER       ASSIGN TO PANRMVEI
000450                                  ORGANIZATION IS SEQUENTIAL
000460                                  FILE STATUS IS VAT-VEILLE-STAT.
000470
000480     SELECT JOUR-FICHIER         ASSIGN TO PANRMIN
000490                                  ORGANIZATION IS SEQUENTIAL
000500                                  FILE STATUS IS VAT-JOUR-STAT.
000510
000520     SELECT DELTA-FICHIER        ASSIGN TO DELTAOUT
000530                                  ORGANIZATION IS SEQUENTIAL
000540                                  FILE STATUS IS VAT-DLT-STAT.
000550
000560*--- CONTROLE DE L'EXTRACTION DE LA VEILLE (ABSENT AU PREMIER
000570*    PASSAGE SEULEMENT)
000580     SELECT OPTIONAL CONTROLE-VEILLE-FICHIER
000590                                  ASSIGN TO EXTCTLV
000600                                  ORGANIZATION IS SEQUENTIAL
000610                                  FILE STATUS IS VAT-CTLV-STAT.
000620
000630     SELECT OPTIONAL JOBCTL-FICHIER
000640                                  ASSIGN TO UTJOBCTL
000650                                  ORGANIZATION IS INDEXED
000660                                  ACCESS MODE IS RANDOM
000670                                  RECORD KEY IS JOB-CLE
000680                                  FILE STATUS IS VAT-JOB-STAT.
000690
000700 DATA                            DIVISION.
000710*----------------------------------------------------------------*
000720 FILE                            SECTION.
000730*----------------------------------------------------------------*
000740*--- MEME DISPOSITION QUE LE MAITRE; LES ZONES DE LA VEILLE SONT
000750*    RENOMMEES VEI- POUR RESTER DISTINCTES DE CELLES DU JOUR
000760 FD  VEILLE-FICHIER
000770     RECORDING MODE IS F.
000780     COPY UTPANRM REPLACING LEADING ==UTPANRM==
000790                         BY ==VEI==.
000800
000810 FD  JOUR-FICHIER
000820     RECORDING MODE IS F.
000830     COPY UTPANRM.
000840
000850 FD  DELTA-FICHIER
000860     RECORDING MODE IS F.
000870     COPY UTDLTREC.
000880
000890 FD  CONTROLE-VEILLE-FICHIER
000900     RECORDING MODE IS F.
000910 01  CTLV-ENREGISTREMENT.
000920     05  CTLV-DATE-EXTRACTION    PIC 9(8).
000930     05  CTLV-NB-ENREG           PIC 9(9).
000940     05  CTLV-TOTAL-SALAIRES     PIC 9(15)V9(3).
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
001050 01  VAT-VEILLE-STAT             PIC X(2).
001060 01  VAT-JOUR-STAT               PIC X(2).
001070 01  VAT-DLT-STAT                PIC X(2).
001080 01  VAT-CTLV-STAT               PIC X(2).
001090 01  VAT-JOB-STAT                PIC X(2).
001100
001110 01  VAT-DATE-JOUR               PIC 9(8).
001120 01  VAT-HEURE-JOUR              PIC 9(8).
001130 01  VAT-DATE-VEILLE             PIC 9(8)    VALUE ZERO.
001140
001150 01  VAT-SW-PREREQUIS            PIC X       VALUE 'O'.
001160     88  PREREQUIS-PRESENT                   VALUE 'O'.
001170     88  PREREQUIS-MANQUANT                  VALUE 'N'.
001180
001190 01  VAT-SW-FIN-VEILLE           PIC X       VALUE 'N'.
001200     88  FIN-VEILLE-ATTEINTE                 VALUE 'O'.
001210 01  VAT-SW-FIN-JOUR             PIC X       VALUE 'N'.
001220     88  FIN-JOUR-ATTEINTE                   VALUE 'O'.
001230 01  VAT-SW-OUVERTURE            PIC X       VALUE 'O'.
001240     88  OUVERTURE-REUSSIE                   VALUE 'O'.
001250     88  OUVERTURE-ECHOUEE                   VALUE 'N'.
001260 01  VAT-SW-ECRITURE             PIC X       VALUE 'O'.
001270     88  ECRITURE-REUSSIE                    VALUE 'O'.
001280     88  ECRITURE-ECHOUEE                    VALUE 'N'.
001290 01  VAT-SW-CONTROLE-VEILLE      PIC X       VALUE 'N'.
001300     88  CONTROLE-VEILLE-PRESENT             VALUE 'O'.
001310 01  VAT-SW-EQUILIBRE            PIC X       VALUE 'O'.
001320     88  VEILLE-EQUILIBREE                   VALUE 'O'.
001330     88  VEILLE-DESEQUILIBREE                VALUE 'N'.
001340 01  VAT-SW-MOUVEMENT            PIC X       VALUE 'N'.
001350     88  MOUVEMENT-ECRIT                     VALUE 'O'.
001360     88  AUCUN-MOUVEMENT                     VALUE 'N'.
001370
001380*--- STATUTS AVANT/APRES (ESPACE SUR LES ANCIENS DOSSIERS = ACTIF)
001390 01  VAT-AV-STATUT               PIC X.
001400 01  VAT-AP-STATUT               PIC X.
001410
001420 01  CPT-VEILLE-LUS              PIC 9(9)    VALUE ZERO.
001430 01  CPT-JOUR-LUS                PIC 9(9)    VALUE ZERO.
001440 01  CPT-INCHANGES               PIC 9(9)    VALUE ZERO.
001450 01  CPT-MOUVEMENTS              PIC 9(9)    VALUE ZERO.
001460 01  CPT-EMBAUCHES               PIC 9(7)    VALUE ZERO.
001470 01  CPT-TERMINAISONS            PIC 9(7)    VALUE ZERO.
001480 01  CPT-RETIRES                 PIC 9(7)    VALUE ZERO.
001490 01  CPT-STATUTS                 PIC 9(7)    VALUE ZERO.
001500 01  CPT-SALAIRES                PIC 9(7)    VALUE ZERO.
001510 01  CPT-NIVEAUX                 PIC 9(7)    VALUE ZERO.
001520 01  CPT-CONTRATS                PIC 9(7)    VALUE ZERO.
001530 01  TOT-VEILLE                  PIC S9(15)V9(3) COMP-3
001540                                             VALUE ZERO.
001550 01  TOT-JOUR                    PIC S9(15)V9(3) COMP-3
001560                                             VALUE ZERO.
001570 01  TOT-VAR-NETTE               PIC S9(15)V9(3) COMP-3
001580                                             VALUE ZERO.
001590
001600*----------------------------------------------------------------*
001610*                 *** PROCEDURE DIVISION ***                     *
001620*----------------------------------------------------------------*
001630 PROCEDURE DIVISION.
001640
001650*----------------------------------------------------------------*
001660 0000-SECTION-DIRECTRICE          SECTION.
001670*-----------------------------------------
001680
001690     PERFORM                      1000-INITIALISATION.
001700
001710     EVALUATE TRUE
001720         WHEN OUVERTURE-ECHOUEE
001730             MOVE 16              TO RETURN-CODE
001740             GOBACK
001750*--- EXTRACTION DU JOUR ABSENTE (UTSWEXT N'A PAS TERMINE CE
001760*    JOUR) : AUCUN DELTA N'EST CALCULE SUR UN PANRMIN PERIME
001770         WHEN PREREQUIS-MANQUANT
001780             MOVE 16              TO RETURN-CODE
001790             PERFORM              7900-MARQUER-FIN-JOB
001800             GOBACK
001810         WHEN OTHER
001820             PERFORM              2000-COMPARER
001830                 UNTIL (FIN-VEILLE-ATTEINTE AND FIN-JOUR-ATTEINTE)
001840                    OR ECRITURE-ECHOUEE
001850             IF  ECRITURE-REUSSIE
001860                 PERFORM          6000-VERIFIER-LA-VEILLE
001870             END-IF
001880             IF  ECRITURE-REUSSIE AND VEILLE-EQUILIBREE
001890                 PERFORM          7000-ECRIRE-LE-CONTROLE
001900             END-IF
001910             PERFORM              7900-MARQUER-FIN-JOB
001920             PERFORM              8000-FIN-DE-LOT
001930     END-EVALUATE.
001940
001950 0000-SECTION-DIRECTRICE-FIN.
001960     EXIT.
001970/
001980*----------------------------------------------------------------*
001990* OUVERTURE DES FICHIERS ET PREMIERES LECTURES DES DEUX          *
002000* EXTRACTIONS                                                    *
002010*----------------------------------------------------------------*
002020 1000-INITIALISATION              SECTION.
002030*-----------------------------------------
002040
002050     SET OUVERTURE-REUSSIE        TO TRUE.
002060
002070     OPEN INPUT                   VEILLE-FICHIER
002080                                  JOUR-FICHIER.
002090     OPEN OUTPUT                  DELTA-FICHIER.
002100
002110     IF VAT-VEILLE-STAT NOT = '00'
002120         DISPLAY 'UTSWDLT - OUVERTURE IMPOSSIBLE - '
002130                 'VEILLE-FICHIER - STATUS ' VAT-VEILLE-STAT
002140         SET OUVERTURE-ECHOUEE    TO TRUE
002150     END-IF.
002160
002170     IF VAT-JOUR-STAT NOT = '00'
002180         DISPLAY 'UTSWDLT - OUVERTURE IMPOSSIBLE - '
002190                 'JOUR-FICHIER - STATUS ' VAT-JOUR-STAT
002200         SET OUVERTURE-ECHOUEE    TO TRUE
002210     END-IF.
002220
002230     IF VAT-DLT-STAT NOT = '00'
002240         DISPLAY 'UTSWDLT - OUVERTURE IMPOSSIBLE - '
002250                 'DELTA-FICHIER - STATUS ' VAT-DLT-STAT
002260         SET OUVERTURE-ECHOUEE    TO TRUE
002270     END-IF.
002280
002290     ACCEPT VAT-DATE-JOUR         FROM DATE YYYYMMDD.
002300
002310     IF OUVERTURE-REUSSIE
002320         PERFORM                  1500-MARQUER-DEBUT-JOB
002330     END-IF.
002340
002350     IF OUVERTURE-REUSSIE
002360         PERFORM                  1600-VERIFIER-PREREQUIS
002370     END-IF.
002380
002390     IF OUVERTURE-REUSSIE AND PREREQUIS-PRESENT
002400         PERFORM                  1100-LIRE-VEILLE
002410         PERFORM                  1200-LIRE-JOUR
002420     END-IF.
002430
002440 1000-INITIALISATION-FIN.
002450     EXIT.
002460/
002470*----------------------------------------------------------------*
002480* LECTURE DE L'EXTRACTION DE LA VEILLE (RECOMPTE POUR LE         *
002490* BALANCEMENT CONTRE SON CONTROLE EXTCTLV)                       *
002500*----------------------------------------------------------------*
002510 1100-LIRE-VEILLE                 SECTION.
002520*-----------------------------------------
002530
002540     READ VEILLE-FICHIER
002550         AT END
002560             SET  FIN-VEILLE-ATTEINTE TO TRUE
002570             MOVE HIGH-VALUES         TO VEI-NUM-EMP
002580     END-READ.
002590
002600     IF NOT FIN-VEILLE-ATTEINTE
002610         ADD 1                    TO CPT-VEILLE-LUS
002620         ADD VEI-SAL-EMP          TO TOT-VEILLE
002630     END-IF.
002640
002650 1100-LIRE-VEILLE-FIN.
002660     EXIT.
002670/
002680*----------------------------------------------------------------*
002690* LECTURE DE L'EXTRACTION DU JOUR                                *
002700*----------------------------------------------------------------*
002710 1200-LIRE-JOUR                   SECTION.
002720*-----------------------------------------
002730
002740     READ JOUR-FICHIER
002750         AT END
002760             SET  FIN-JOUR-ATTEINTE   TO TRUE
002770             MOVE HIGH-VALUES         TO UTPANRM-NUM-EMP
002780     END-READ.
002790
002800     IF NOT FIN-JOUR-ATTEINTE
002810         ADD 1                    TO CPT-JOUR-LUS
002820         ADD UTPANRM-SAL-EMP      TO TOT-JOUR
002830     END-IF.
002840
002850 1200-LIRE-JOUR-FIN.
002860     EXIT.
002870/
002880*----------------------------------------------------------------*
002890* FUSION DES DEUX EXTRACTIONS PAR NUM-EMP -- TRAITE LA CLE LA    *
002900* PLUS PETITE A CHAQUE ITERATION (APPARIEMENT MATCH-MERGE)       *
002910*----------------------------------------------------------------*
002920 2000-COMPARER                    SECTION.
002930*-----------------------------------------
002940
002950     EVALUATE TRUE
002960         WHEN UTPANRM-NUM-EMP < VEI-NUM-EMP
002970             PERFORM              3100-SIGNALER-EMBAUCHE
002980             PERFORM              1200-LIRE-JOUR
002990         WHEN VEI-NUM-EMP < UTPANRM-NUM-EMP
003000             PERFORM              3200-SIGNALER-RETRAIT
003010             PERFORM              1100-LIRE-VEILLE
003020         WHEN OTHER
003030             PERFORM              3300-COMPARER-LES-VALEURS
003040             PERFORM              1100-LIRE-VEILLE
003050             PERFORM              1200-LIRE-JOUR
003060     END-EVALUATE.
003070
003080 2000-COMPARER-FIN.
003090     EXIT.
003100/
003110*----------------------------------------------------------------*
003120* EMPLOYE PRESENT AU JOUR SEULEMENT : EMBAUCHE (SON SALAIRE      *
003130* ENTRE DANS LE TOTAL DE CONTROLE)                               *
003140*----------------------------------------------------------------*
003150 3100-SIGNALER-EMBAUCHE           SECTION.
003160*-----------------------------------------
003170
003180     MOVE UTPANRM-STATUT          TO VAT-AP-STATUT.
003190     IF  VAT-AP-STATUT            = SPACE
003200         MOVE 'A'                 TO VAT-AP-STATUT
003210     END-IF.
003220
003230     PERFORM                      3800-PREPARER-DETAIL.
003240     PERFORM                      3820-CHARGER-APRES.
003250     SET DLT-MV-EMBAUCHE          TO TRUE.
003260     MOVE UTPANRM-SAL-EMP         TO DLT-VAR-SAL.
003270     PERFORM                      3900-ECRIRE-MOUVEMENT.
003280
003290 3100-SIGNALER-EMBAUCHE-FIN.
003300     EXIT.
003310/
003320*----------------------------------------------------------------*
003330* EMPLOYE PRESENT A LA VEILLE SEULEMENT : RETIRE DU MAITRE,      *
003340* SIGNALE EN TERMINAISON (SON SALAIRE SORT DU TOTAL)             *
003350*----------------------------------------------------------------*
003360 3200-SIGNALER-RETRAIT            SECTION.
003370*-----------------------------------------
003380
003390     MOVE VEI-STATUT              TO VAT-AV-STATUT.
003400     IF  VAT-AV-STATUT            = SPACE
003410         MOVE 'A'                 TO VAT-AV-STATUT
003420     END-IF.
003430
003440     PERFORM                      3800-PREPARER-DETAIL.
003450     PERFORM                      3810-CHARGER-AVANT.
003460     MOVE VEI-PREN-EMP            TO DLT-PREN-EMP.
003470     MOVE VEI-NOM-EMP             TO DLT-NOM-EMP.
003480     MOVE VEI-COD-DEPT            TO DLT-COD-DEPT.
003490     SET DLT-MV-TERMINAISON       TO TRUE.
003500     SET DLT-RETIRE-DU-MAITRE     TO TRUE.
003510     COMPUTE DLT-VAR-SAL          = ZERO - VEI-SAL-EMP.
003520     PERFORM                      3900-ECRIRE-MOUVEMENT.
003530
003540 3200-SIGNALER-RETRAIT-FIN.
003550     EXIT.
003560/
003570*----------------------------------------------------------------*
003580* EMPLOYE PRESENT DES DEUX COTES : UN ENREGISTREMENT PAR         *
003590* MOUVEMENT DETECTE (STATUT, SALAIRE, NIVEAU, DATES DE CONTRAT). *
003600* LE PASSAGE AU STATUT R (RADIE) EST CLASSE EN TERMINAISON       *
003610*----------------------------------------------------------------*
003620 3300-COMPARER-LES-VALEURS        SECTION.
003630*-----------------------------------------
003640
003650     SET AUCUN-MOUVEMENT          TO TRUE.
003660
003670     MOVE VEI-STATUT              TO VAT-AV-STATUT.
003680     IF  VAT-AV-STATUT            = SPACE
003690         MOVE 'A'                 TO VAT-AV-STATUT
003700     END-IF.
003710     MOVE UTPANRM-STATUT          TO VAT-AP-STATUT.
003720     IF  VAT-AP-STATUT            = SPACE
003730         MOVE 'A'                 TO VAT-AP-STATUT
003740     END-IF.
003750
003760     IF  VAT-AV-STATUT            NOT = VAT-AP-STATUT
003770         PERFORM                  3830-PREPARER-AVANT-APRES
003780         IF  UTPANRM-ST-RADIE
003790             SET DLT-MV-TERMINAISON
003800                                  TO TRUE
003810         ELSE
003820             SET DLT-MV-STATUT    TO TRUE
003830         END-IF
003840         PERFORM                  3900-ECRIRE-MOUVEMENT
003850     END-IF.
003860
003870     IF  VEI-SAL-EMP              NOT = UTPANRM-SAL-EMP
003880     AND ECRITURE-REUSSIE
003890         PERFORM                  3830-PREPARER-AVANT-APRES
003900         SET DLT-MV-SALAIRE       TO TRUE
003910         COMPUTE DLT-VAR-SAL      = UTPANRM-SAL-EMP
003920                                  - VEI-SAL-EMP
003930         PERFORM                  3900-ECRIRE-MOUVEMENT
003940     END-IF.
003950
003960     IF  VEI-NIV-ENTR             NOT = UTPANRM-NIV-ENTR
003970     AND ECRITURE-REUSSIE
003980         PERFORM                  3830-PREPARER-AVANT-APRES
003990         SET DLT-MV-NIVEAU        TO TRUE
004000         PERFORM                  3900-ECRIRE-MOUVEMENT
004010     END-IF.
004020
004030     IF (VEI-DATE-DEB             NOT = UTPANRM-DATE-DEB
004040     OR  VEI-DATE-FIN             NOT = UTPANRM-DATE-FIN)
004050     AND ECRITURE-REUSSIE
004060         PERFORM                  3830-PREPARER-AVANT-APRES
004070         SET DLT-MV-CONTRAT       TO TRUE
004080         PERFORM                  3900-ECRIRE-MOUVEMENT
004090     END-IF.
004100
004110     IF  AUCUN-MOUVEMENT
004120         ADD 1                    TO CPT-INCHANGES
004130     END-IF.
004140
004150 3300-COMPARER-LES-VALEURS-FIN.
004160     EXIT.
004170/
004180*----------------------------------------------------------------*
004190* PREPARER UN ENREGISTREMENT DETAIL VIERGE (ZONES NUMERIQUES A   *
004200* ZERO, VARIATION DE SALAIRE NULLE PAR DEFAUT)                   *
004210*----------------------------------------------------------------*
004220 3800-PREPARER-DETAIL             SECTION.
004230*-----------------------------------------
004240
004250     MOVE SPACES                  TO DLT-ENREGISTREMENT.
004260     SET DLT-ENREG-DETAIL         TO TRUE.
004270     MOVE 'N'                     TO DLT-SW-RETIRE.
004280     MOVE ZERO                    TO DLT-AV-NIV-ENTR
004290                                     DLT-AP-NIV-ENTR
004300                                     DLT-AV-DATE-DEB
004310                                     DLT-AP-DATE-DEB
004320                                     DLT-AV-DATE-FIN
004330                                     DLT-AP-DATE-FIN
004340                                     DLT-AV-SAL-EMP
004350                                     DLT-AP-SAL-EMP
004360                                     DLT-VAR-SAL.
004370
004380 3800-PREPARER-DETAIL-FIN.
004390     EXIT.
004400/
004410*----------------------------------------------------------------*
004420* CHARGER L'IMAGE AVANT (EXTRACTION DE LA VEILLE)                *
004430*----------------------------------------------------------------*
004440 3810-CHARGER-AVANT               SECTION.
004450*-----------------------------------------
004460
004470     MOVE VEI-NUM-EMP             TO DLT-NUM-EMP.
004480     MOVE VAT-AV-STATUT           TO DLT-AV-STATUT.
004490     MOVE VEI-NIV-ENTR            TO DLT-AV-NIV-ENTR.
004500     MOVE VEI-DATE-DEB            TO DLT-AV-DATE-DEB.
004510     MOVE VEI-DATE-FIN            TO DLT-AV-DATE-FIN.
004520     MOVE VEI-SAL-EMP             TO DLT-AV-SAL-EMP.
004530
004540 3810-CHARGER-AVANT-FIN.
004550     EXIT.
004560/
004570*----------------------------------------------------------------*
004580* CHARGER L'IMAGE APRES (EXTRACTION DU JOUR) AINSI QUE LE NOM    *
004590* ET LE DEPARTEMENT COURANTS                                     *
004600*----------------------------------------------------------------*
004610 3820-CHARGER-APRES               SECTION.
004620*-----------------------------------------
004630
004640     MOVE UTPANRM-NUM-EMP         TO DLT-NUM-EMP.
004650     MOVE UTPANRM-PREN-EMP        TO DLT-PREN-EMP.
004660     MOVE UTPANRM-NOM-EMP         TO DLT-NOM-EMP.
004670     MOVE UTPANRM-COD-DEPT        TO DLT-COD-DEPT.
004680     MOVE VAT-AP-STATUT           TO DLT-AP-STATUT.
004690     MOVE UTPANRM-NIV-ENTR        TO DLT-AP-NIV-ENTR.
004700     MOVE UTPANRM-DATE-DEB        TO DLT-AP-DATE-DEB.
004710     MOVE UTPANRM-DATE-FIN        TO DLT-AP-DATE-FIN.
004720     MOVE UTPANRM-SAL-EMP         TO DLT-AP-SAL-EMP.
004730
004740 3820-CHARGER-APRES-FIN.
004750     EXIT.
004760/
004770*----------------------------------------------------------------*
004780* PREPARER UN DETAIL PORTANT LES DEUX IMAGES (EMPLOYE PRESENT    *
004790* A LA VEILLE ET AU JOUR)                                        *
004800*----------------------------------------------------------------*
004810 3830-PREPARER-AVANT-APRES        SECTION.
004820*-----------------------------------------
004830
004840     PERFORM                      3800-PREPARER-DETAIL.
004850     PERFORM                      3810-CHARGER-AVANT.
004860     PERFORM                      3820-CHARGER-APRES.
004870
004880 3830-PREPARER-AVANT-APRES-FIN.
004890     EXIT.
004900/
004910*----------------------------------------------------------------*
004920* ECRIRE LE MOUVEMENT ET L'ACCUMULER AUX COMPTES DE CONTROLE     *
004930* (PAR TYPE, RETIRES DU MAITRE, VARIATION NETTE DES SALAIRES)    *
004940*----------------------------------------------------------------*
004950 3900-ECRIRE-MOUVEMENT            SECTION.
004960*-----------------------------------------
004970
004980     WRITE DLT-ENREGISTREMENT.
004990
005000     IF VAT-DLT-STAT = '00'
005010         SET MOUVEMENT-ECRIT      TO TRUE
005020         ADD 1                    TO CPT-MOUVEMENTS
005030         ADD DLT-VAR-SAL          TO TOT-VAR-NETTE
005040         EVALUATE TRUE
005050             WHEN DLT-MV-EMBAUCHE
005060                 ADD 1            TO CPT-EMBAUCHES
005070             WHEN DLT-MV-TERMINAISON
005080                 ADD 1            TO CPT-TERMINAISONS
005090             WHEN DLT-MV-STATUT
005100                 ADD 1            TO CPT-STATUTS
005110             WHEN DLT-MV-SALAIRE
005120                 ADD 1            TO CPT-SALAIRES
005130             WHEN DLT-MV-NIVEAU
005140                 ADD 1            TO CPT-NIVEAUX
005150             WHEN DLT-MV-CONTRAT
005160                 ADD 1            TO CPT-CONTRATS
005170         END-EVALUATE
005180         IF  DLT-RETIRE-DU-MAITRE
005190             ADD 1                TO CPT-RETIRES
005200         END-IF
005210     ELSE
005220         DISPLAY 'UTSWDLT - ERREUR ECRITURE DELTA - '
005230                 'EMPLOYE ' DLT-NUM-EMP
005240                 ' - STATUS ' VAT-DLT-STAT
005250         SET ECRITURE-ECHOUEE     TO TRUE
005260         MOVE 12                  TO RETURN-CODE
005270     END-IF.
005280
005290 3900-ECRIRE-MOUVEMENT-FIN.
005300     EXIT.
005310/
005320*----------------------------------------------------------------*
005330* BALANCER L'EXTRACTION DE LA VEILLE CONTRE SON CONTROLE         *
005340* (EXTCTLV) : LE DELTA N'A DE SENS QUE SI LE POINT DE DEPART EST *
005350* CELUI QUE LE BUREAU DE PAIE A REELLEMENT RECU. SANS CONTROLE,  *
005360* SEUL LE PREMIER PASSAGE (VEILLE VIDE) EST ACCEPTE              *
005370*----------------------------------------------------------------*
005380 6000-VERIFIER-LA-VEILLE          SECTION.
005390*-----------------------------------------
005400
005410     OPEN INPUT                   CONTROLE-VEILLE-FICHIER.
005420
005430     IF VAT-CTLV-STAT = '00' OR '05'
005440         READ CONTROLE-VEILLE-FICHIER
005450             AT END
005460                 CONTINUE
005470             NOT AT END
005480                 SET CONTROLE-VEILLE-PRESENT TO TRUE
005490         END-READ
005500         CLOSE CONTROLE-VEILLE-FICHIER
005510     END-IF.
005520
005530     EVALUATE TRUE
005540         WHEN NOT CONTROLE-VEILLE-PRESENT
005550          AND CPT-VEILLE-LUS      = ZERO
005560             SET VEILLE-EQUILIBREE TO TRUE
005570             DISPLAY 'UTSWDLT - PREMIER PASSAGE - AUCUNE '
005580                     'EXTRACTION DE LA VEILLE'
005590         WHEN NOT CONTROLE-VEILLE-PRESENT
005600             SET VEILLE-DESEQUILIBREE TO TRUE
005610             DISPLAY 'UTSWDLT - CONTROLE EXTCTLV ABSENT'
005620         WHEN CTLV-DATE-EXTRACTION NOT < VAT-DATE-JOUR
005630             SET VEILLE-DESEQUILIBREE TO TRUE
005640             DISPLAY 'UTSWDLT - EXTRACTION DE LA VEILLE DATEE DU '
005650                     CTLV-DATE-EXTRACTION
005660         WHEN CTLV-NB-ENREG NOT = CPT-VEILLE-LUS
005670             SET VEILLE-DESEQUILIBREE TO TRUE
005680             DISPLAY 'UTSWDLT - VEILLE EN DESEQUILIBRE - '
005690                     'CONTROLE ' CTLV-NB-ENREG
005700                     ' RECOMPTE ' CPT-VEILLE-LUS
005710         WHEN CTLV-TOTAL-SALAIRES NOT = TOT-VEILLE
005720             SET VEILLE-DESEQUILIBREE TO TRUE
005730             DISPLAY 'UTSWDLT - TOTAL SALAIRES DE LA VEILLE '
005740                     'EN DESEQUILIBRE'
005750         WHEN OTHER
005760             SET VEILLE-EQUILIBREE TO TRUE
005770             MOVE CTLV-DATE-EXTRACTION TO VAT-DATE-VEILLE
005780     END-EVALUATE.
005790
005800     IF  VEILLE-DESEQUILIBREE
005810         DISPLAY 'UTSWDLT - AUCUN CONTROLE DELTA ECRIT - '
005820                 'ALIMENTATION A RETENIR'
005830         MOVE 8                   TO RETURN-CODE
005840     END-IF.
005850
005860 6000-VERIFIER-LA-VEILLE-FIN.
005870     EXIT.
005880/
005890*----------------------------------------------------------------*
005900* ECRIRE L'ENREGISTREMENT DE CONTROLE DU DELTA (DERNIER DU       *
005910* FICHIER) : COMPTES PAR TYPE DE MOUVEMENT, VARIATION NETTE DES  *
005920* SALAIRES ET TOTAUX DE LA VEILLE ET DU JOUR                     *
005930*----------------------------------------------------------------*
005940 7000-ECRIRE-LE-CONTROLE          SECTION.
005950*-----------------------------------------
005960
005970     MOVE SPACES                  TO DLT-ENREGISTREMENT.
005980     SET DLT-ENREG-CONTROLE       TO TRUE.
005990     MOVE VAT-DATE-JOUR           TO DLC-DATE-TRAITEMENT
006000                                     DLC-DATE-EXTR-JOUR.
006010     MOVE VAT-DATE-VEILLE         TO DLC-DATE-EXTR-VEILLE.
006020     MOVE CPT-VEILLE-LUS          TO DLC-NB-VEILLE.
006030     MOVE CPT-JOUR-LUS            TO DLC-NB-JOUR.
006040     MOVE CPT-EMBAUCHES           TO DLC-NB-EMBAUCHES.
006050     MOVE CPT-TERMINAISONS        TO DLC-NB-TERMINAISONS.
006060     MOVE CPT-RETIRES             TO DLC-NB-RETIRES.
006070     MOVE CPT-STATUTS             TO DLC-NB-STATUTS.
006080     MOVE CPT-SALAIRES            TO DLC-NB-SALAIRES.
006090     MOVE CPT-NIVEAUX             TO DLC-NB-NIVEAUX.
006100     MOVE CPT-CONTRATS            TO DLC-NB-CONTRATS.
006110     MOVE CPT-MOUVEMENTS          TO DLC-NB-MOUVEMENTS.
006120     MOVE TOT-VEILLE              TO DLC-TOTAL-VEILLE.
006130     MOVE TOT-VAR-NETTE           TO DLC-VAR-NETTE-SAL.
006140     MOVE TOT-JOUR                TO DLC-TOTAL-JOUR.
006150     WRITE DLT-ENREGISTREMENT.
006160
006170     IF VAT-DLT-STAT NOT = '00'
006180         DISPLAY 'UTSWDLT - ERREUR ECRITURE CONTROLE DELTA - '
006190                 'STATUS ' VAT-DLT-STAT
006200         MOVE 12                  TO RETURN-CODE
006210     END-IF.
006220
006230 7000-ECRIRE-LE-CONTROLE-FIN.
006240     EXIT.
006250/
006260*----------------------------------------------------------------*
006270* FERMER LES FICHIERS ET AFFICHER LE SOMMAIRE DU DELTA           *
006280*----------------------------------------------------------------*
006290 8000-FIN-DE-LOT                  SECTION.
006300*-----------------------------------------
006310
006320     CLOSE                        VEILLE-FICHIER
006330                                  JOUR-FICHIER
006340                                  DELTA-FICHIER.
006350
006360     DISPLAY 'UTSWDLT - FIN DE L''ALIMENTATION PAR ECARTS'.
006370     DISPLAY 'UTSWDLT - EMPLOYES LUS A LA VEILLE     : '
006380              CPT-VEILLE-LUS.
006390     DISPLAY 'UTSWDLT - EMPLOYES LUS AU JOUR         : '
006400              CPT-JOUR-LUS.
006410     DISPLAY 'UTSWDLT - EMPLOYES INCHANGES           : '
006420              CPT-INCHANGES.
006430     DISPLAY 'UTSWDLT - MOUVEMENTS ECRITS            : '
006440              CPT-MOUVEMENTS.
006450     DISPLAY 'UTSWDLT -   EMBAUCHES                  : '
006460              CPT-EMBAUCHES.
006470     DISPLAY 'UTSWDLT -   TERMINAISONS               : '
006480              CPT-TERMINAISONS.
006490     DISPLAY 'UTSWDLT -     DONT RETIRES DU MAITRE   : '
006500              CPT-RETIRES.
006510     DISPLAY 'UTSWDLT -   CHANGEMENTS DE STATUT      : '
006520              CPT-STATUTS.
006530     DISPLAY 'UTSWDLT -   CHANGEMENTS DE SALAIRE     : '
006540              CPT-SALAIRES.
006550     DISPLAY 'UTSWDLT -   CHANGEMENTS DE NIVEAU      : '
006560              CPT-NIVEAUX.
006570     DISPLAY 'UTSWDLT -   CHANGEMENTS DE CONTRAT     : '
006580              CPT-CONTRATS.
006590     DISPLAY 'UTSWDLT - TOTAL SALAIRES VEILLE        : '
006600              TOT-VEILLE.
006610     DISPLAY 'UTSWDLT - VARIATION NETTE DES SALAIRES : '
006620              TOT-VAR-NETTE.
006630     DISPLAY 'UTSWDLT - TOTAL SALAIRES JOUR          : '
006640              TOT-JOUR.
006650
006660     GOBACK.
006670
006680 8000-FIN-DE-LOT-FIN.
006690     EXIT.
006700/
006710*----------------------------------------------------------------*
006720* MARQUER LE DEBUT DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL    *
006730* (ENTREE REECRITE SI LE LOT EST RELANCE LE MEME JOUR)           *
006740*----------------------------------------------------------------*
006750 1500-MARQUER-DEBUT-JOB           SECTION.
006760*-----------------------------------------
006770
006780     OPEN I-O                     JOBCTL-FICHIER.
006790
006800     IF VAT-JOB-STAT NOT = '00' AND '05'
006810         DISPLAY 'UTSWDLT - OUVERTURE IMPOSSIBLE - '
006820                 'JOBCTL-FICHIER - STATUS ' VAT-JOB-STAT
006830         SET OUVERTURE-ECHOUEE    TO TRUE
006840     ELSE
006850         ACCEPT VAT-HEURE-JOUR    FROM TIME
006860         MOVE 'UTSWDLT '          TO JOB-NOM-PROG
006870         MOVE VAT-DATE-JOUR       TO JOB-DATE-RUN
006880         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-DEBUT
006890         MOVE ZERO                TO JOB-HEURE-FIN
006900                                     JOB-CPT-LUS
006910                                     JOB-CPT-ECRITS
006920                                     JOB-TOTAL-CONTROLE
006930         SET JOB-EN-COURS         TO TRUE
006940         WRITE JOB-ENREGISTREMENT
006950         IF VAT-JOB-STAT = '22'
006960             REWRITE JOB-ENREGISTREMENT
006970         END-IF
006980     END-IF.
006990
007000 1500-MARQUER-DEBUT-JOB-FIN.
007010     EXIT.
007020/
007030*----------------------------------------------------------------*
007040* VERIFIER LE PREREQUIS : L'EXTRACTION PANRMIN DOIT AVOIR ETE    *
007050* PRODUITE CE JOUR, C'EST-A-DIRE QUE UTSWEXT DOIT PORTER UNE     *
007060* ENTREE TERMINEE A LA DATE DU JOUR DANS UTJOBCTL                *
007070*----------------------------------------------------------------*
007080 1600-VERIFIER-PREREQUIS          SECTION.
007090*-----------------------------------------
007100
007110     MOVE 'UTSWEXT '              TO JOB-NOM-PROG.
007120     MOVE VAT-DATE-JOUR           TO JOB-DATE-RUN.
007130
007140     READ JOBCTL-FICHIER.
007150
007160     IF  VAT-JOB-STAT = '00' AND JOB-TERMINE
007170         SET PREREQUIS-PRESENT    TO TRUE
007180     ELSE
007190         SET PREREQUIS-MANQUANT   TO TRUE
007200         DISPLAY 'UTSWDLT - PREREQUIS MANQUANT - UTSWEXT '
007210                 'SANS ENTREE TERMINEE CE JOUR DANS UTJOBCTL'
007220     END-IF.
007230
007240 1600-VERIFIER-PREREQUIS-FIN.
007250     EXIT.
007260/
007270*----------------------------------------------------------------*
007280* MARQUER LA FIN DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL :    *
007290* L'ENTREE DU LOT EST RELUE (LA VERIFICATION DES PREREQUIS A PU  *
007300* CHARGER CELLE DE UTSWEXT), PUIS MISE A JOUR AVEC L'HEURE DE    *
007310* FIN, L'ETAT ET LES COMPTEURS (LUS DU JOUR, MOUVEMENTS ECRITS,  *
007320* VARIATION NETTE DES SALAIRES)                                  *
007330*----------------------------------------------------------------*
007340 7900-MARQUER-FIN-JOB             SECTION.
007350*-----------------------------------------
007360
007370     MOVE 'UTSWDLT '              TO JOB-NOM-PROG.
007380     MOVE VAT-DATE-JOUR           TO JOB-DATE-RUN.
007390
007400     READ JOBCTL-FICHIER.
007410
007420     IF  VAT-JOB-STAT = '00'
007430         ACCEPT VAT-HEURE-JOUR    FROM TIME
007440         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-FIN
007450         MOVE CPT-JOUR-LUS        TO JOB-CPT-LUS
007460         MOVE CPT-MOUVEMENTS      TO JOB-CPT-ECRITS
007470         MOVE TOT-VAR-NETTE       TO JOB-TOTAL-CONTROLE
007480         IF  RETURN-CODE          = ZERO
007490             SET JOB-TERMINE      TO TRUE
007500         ELSE
007510             SET JOB-EN-ERREUR    TO TRUE
007520         END-IF
007530         REWRITE JOB-ENREGISTREMENT
007540     END-IF.
007550
007560     CLOSE                        JOBCTL-FICHIER.
007570
007580 7900-MARQUER-FIN-JOB-FIN.
007590     EXIT.
