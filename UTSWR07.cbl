000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      UTSWR07.
000120*AUTHOR.          GROUPE CSD.
000130*----------------------------------------------------------------*
000140*                                                                *
000150* DESC.: TABLEAU DE BORD DU SUPERVISEUR -- PRESENTE SUR UN SEUL  *
000160* -----  ECRAN LE TRAVAIL EN SOUFFRANCE ET L'ETAT DES LOTS DE LA *
000170*        NUIT : DEMANDES A APPROUVER (UTAPPRO), ATTENTES ECHUES  *
000180*        OU EN ERREUR (UTPEND), FILE DE PANNE (UTSAF) ET REJETS  *
000190*        NON RECYCLES DU CHARGEMENT EN LOT (SUIVI UTREJIX DE LA  *
000200*        FILE UTREJQ), AVEC LE NOMBRE D'ENTREES ET L'AGE DE LA   *
000210*        PLUS ANCIENNE; PUIS L'ETAT AU CONTROLE D'ENCHAINEMENT   *
000220*        UTJOBCTL DE CHAQUE LOT (*** = EN ERREUR OU NON TERMINE).*
000230*        DEPUIS UNE LIGNE DE FILE, LE SUPERVISEUR AFFICHE LA     *
000240*        LISTE DES EMPLOYES EN CAUSE, PUIS PASSE A L'ECRAN       *
000250*        UTSWR02 OU UTSWR03 AVEC LE NUMERO D'EMPLOYE REPORTE     *
000260*        (XCTL AVEC LA ZONE DE SAUT UTSAUTCA). ECRAN DE          *
000270*        CONSULTATION SEULEMENT : AUCUNE MISE A JOUR.            *
000280*----------------------------------------------------------------*
000290* HISTORIQUE DES MODIFICATIONS                                   *
000300*  - CREATION DU TABLEAU DE BORD DU SUPERVISEUR                  *
000305*  - LOT DES LETTRES UTSWLET AJOUTE A L'ETAT DES LOTS            *
000307*  - LOT DES MODIFICATIONS EN MASSE UTSWB06 AJOUTE A L'ETAT      *
000308*  - LOT D'ANONYMISATION DU SERVICE WEB UTSWB07 AJOUTE A L'ETAT  *
000309*    DES LOTS, DONT LE BLOC COMMENCE UNE LIGNE PLUS HAUT         *
000310*----------------------------------------------------------------*
000320
000330 ENVIRONMENT                     DIVISION.
000340
000350 CONFIGURATION                   SECTION.
000360
000370 SPECIAL-NAMES.                  DECIMAL-POINT IS COMMA.
000380
000390 DATA                            DIVISION.
000400*----------------------------------------------------------------*
000410 WORKING-STORAGE                 SECTION.
000420*----------------------------------------------------------------*
000430 01  FILLER                      PIC X(27)  VALUE
000440         'COMMENCEMENT DU MODULE  -->'.
000450
000460 01  STL-SW-TRAN-OK              PIC X       VALUE 'O'.
000470     88  TRAN-REUSSIE                        VALUE 'O'.
000480     88  TRAN-ECHOUEE                        VALUE 'N'.
000490
000500*--- L'ECRAN N'INVOQUE PAS LE SERVICE WEB : SEULES LES ZONES DE
000510*    REPONSE CICS SONT NECESSAIRES (PAS DE COPY UTSWCOM)
000520 01  CTE-DFHRESP-NORMAL          PIC S9(8)   COMP VALUE 0.
000530
000540 01  VAT-RESP                    PIC S9(8)   COMP.
000550
000560 01  CTE-LIGNES-PAR-PAGE         PIC S9(4)   COMP VALUE 14.
000570 01  CTE-NB-FILES                PIC S9(4)   COMP VALUE 4.
000580 01  CTE-NB-LOTS                 PIC S9(4)   COMP VALUE 17.
000590*--- PREMIERE LIGNE DE L'ETAT DES LOTS (DEUX LOTS PAR LIGNE, SOUS
000595*    LE TITRE DE LA LIGNE 5 : LIGNES 6 A 14, 18 LOTS AU PLUS)
000600 01  CTE-LIGNE-LOTS              PIC S9(4)   COMP VALUE 6.
000610
000620*----------------------------------------------------------------*
000630*    TABLE DES FILES DE TRAVAIL (ORDRE DES LIGNES 1 A 4 DU       *
000640*    SOMMAIRE) : CODE PORTE PAR LA ZONE CACHEE UTSWR7-FILEI,     *
000650*    FICHIER PARCOURU, LONGUEUR DE SA CLE ET LIBELLE             *
000660*----------------------------------------------------------------*
000670 01  RDB-TBL-FILES-VAL.
000680     05  FILLER                  PIC X(45)   VALUE
000690         'AUTAPPRO 23DEMANDES A APPROUVER (UTAPPRO)'.
000700     05  FILLER                  PIC X(45)   VALUE
000710         'PUTPEND  23ATTENTES ECHUES/EN ERREUR (UTPEND)'.
000720     05  FILLER                  PIC X(45)   VALUE
000730         'SUTSAF   23FILE DE PANNE DU SERVICE (UTSAF)'.
000740     05  FILLER                  PIC X(45)   VALUE
000750         'RUTREJIX 09REJETS NON RECYCLES (UTREJQ)'.
000760 01  RDB-TBL-FILES               REDEFINES RDB-TBL-FILES-VAL.
000770     05  RDB-TF-ENTREE           OCCURS 4 TIMES.
000780         10  RDB-TF-CODE         PIC X.
000790         10  RDB-TF-FICHIER      PIC X(8).
000800         10  RDB-TF-LONG-CLE     PIC 9(2).
000810         10  RDB-TF-LIBELLE      PIC X(34).
000820
000830*----------------------------------------------------------------*
000840*    TABLE DES LOTS INSCRITS AU CONTROLE D'ENCHAINEMENT UTJOBCTL *
000850*    (ORDRE D'AFFICHAGE DE L'ETAT DES LOTS)                      *
000860*----------------------------------------------------------------*
000870 01  RDB-TBL-LOTS-VAL.
000880     05  FILLER                  PIC X(32)   VALUE
000890         'UTSWEXT UTSWDLT UTSWBAL UTSWREC '.
000900     05  FILLER                  PIC X(32)   VALUE
000910         'UTSWDQS UTSWARC UTSWEVR UTSWPRF '.
000920     05  FILLER                  PIC X(32)   VALUE
000930         'UTSWRPT UTSWB02 UTSWB03 UTSWB04 '.
000940     05  FILLER                  PIC X(32)   VALUE
000950         'UTSWREP UTSWANO UTSWLET UTSWB06 '.
000952     05  FILLER                  PIC X(8)    VALUE
000954         'UTSWB07 '.
000960 01  RDB-TBL-LOTS                REDEFINES RDB-TBL-LOTS-VAL.
000970     05  RDB-TL-NOM-PROG         PIC X(8)    OCCURS 17 TIMES.
000980
000990*----------------------------------------------------------------*
001000*    ZONES DE TRAVAIL DU TABLEAU DE BORD                         *
001010*----------------------------------------------------------------*
001020 01  RDB-ZONES-TRAVAIL.
001030     05  RDB-ABSTIME             PIC S9(15)  COMP-3.
001040     05  RDB-DATE-JOUR           PIC 9(8).
001050     05  RDB-DATE-VEILLE         PIC 9(8).
001060     05  RDB-FILE                PIC X.
001070         88  RDB-FILE-APPRO                  VALUE 'A'.
001080         88  RDB-FILE-ATTENTE                VALUE 'P'.
001090         88  RDB-FILE-PANNE                  VALUE 'S'.
001100         88  RDB-FILE-REJET                  VALUE 'R'.
001110     05  RDB-NOM-FICHIER         PIC X(8).
001120     05  RDB-LONG-CLE            PIC S9(4)   COMP.
001130     05  RDB-CLE-PARCOURS        PIC X(24).
001140     05  RDB-CLE-DEPART          PIC X(24).
001150     05  RDB-IDX                 PIC S9(4)   COMP.
001160     05  RDB-IDX-FILE            PIC S9(4)   COMP.
001170     05  RDB-IDX-LIGNE           PIC S9(4)   COMP.
001180     05  RDB-IDX-DEMI            PIC S9(4)   COMP.
001190     05  RDB-CPT-LIGNES          PIC S9(4)   COMP.
001200     05  RDB-NB-ALERTES          PIC S9(4)   COMP.
001210     05  RDB-CPT-ENTREES         PIC 9(7).
001220     05  RDB-DATE-ANCIENNE       PIC 9(8).
001230     05  RDB-AGE-JOURS           PIC S9(9)   COMP.
001240     05  RDB-NB-EDIT             PIC ZZ9.
001250     05  RDB-PROG-CIBLE          PIC X(8).
001260     05  RDB-SW-FIN-PARCOURS     PIC X.
001270         88  RDB-PARCOURS-TERMINE            VALUE 'O'.
001280         88  RDB-PARCOURS-EN-COURS           VALUE 'N'.
001290     05  RDB-SW-ENTREE           PIC X.
001300         88  RDB-ENTREE-RETENUE              VALUE 'O'.
001310         88  RDB-ENTREE-ECARTEE              VALUE 'N'.
001320     05  RDB-SW-PAGE             PIC X.
001330         88  RDB-PREMIERE-PAGE               VALUE 'P'.
001340         88  RDB-PAGE-SUIVANTE               VALUE 'S'.
001350
001360*--- CLE DE LECTURE DU CONTROLE D'ENCHAINEMENT (LOT + DATE)
001370 01  RDB-CLE-JOB.
001380     05  RDB-CLE-JOB-PROG        PIC X(8).
001390     05  RDB-CLE-JOB-DATE        PIC 9(8).
001400
001410*--- ENTREE COURANTE DE LA FILE PARCOURUE, RAMENEE A UNE FORME
001420*    COMMUNE AUX QUATRE FICHIERS (DATE = DATE DE REFERENCE DE
001430*    L'AGE : DEMANDE, EFFET, SAISIE OU PREMIER REJET)
001440 01  RDB-ENTREE.
001450     05  RDB-ENT-NUM-EMP         PIC X(9).
001460     05  RDB-ENT-DATE            PIC 9(8).
001470     05  RDB-ENT-ACTN            PIC X.
001480     05  RDB-ENT-ETAT            PIC X.
001490     05  RDB-ENT-OPERID          PIC X(8).
001500     05  RDB-ENT-LIBELLE         PIC X(30).
001510
001520*--- ZONE DE LECTURE DES FICHIERS PARCOURUS (LA PLUS LONGUE DES
001530*    DISPOSITIONS UTAPPREC/UTPENREC/UTRJXREC)
001540 01  RDB-ZONE-LECTURE            PIC X(1024).
001550
001560*----------------------------------------------------------------*
001570*    CALCUL DE L'AGE EN JOURS : RANG DU JOUR (NUMERO DE JOUR     *
001580*    JULIEN) D'UNE DATE AAAAMMJJ                                 *
001590*----------------------------------------------------------------*
001600 01  RDB-CALC-DATE               PIC 9(8).
001610 01  RDB-CALC-DATE-R             REDEFINES RDB-CALC-DATE.
001620     05  RDB-CALC-AAAA           PIC 9(4).
001630     05  RDB-CALC-MM             PIC 9(2).
001640     05  RDB-CALC-JJ             PIC 9(2).
001650 01  RDB-CALC-ZONES.
001660     05  RDB-CALC-A              PIC S9(9)   COMP.
001670     05  RDB-CALC-Y              PIC S9(9)   COMP.
001680     05  RDB-CALC-M              PIC S9(9)   COMP.
001690     05  RDB-CALC-T1             PIC S9(9)   COMP.
001700     05  RDB-CALC-T2             PIC S9(9)   COMP.
001710     05  RDB-CALC-T3             PIC S9(9)   COMP.
001720     05  RDB-CALC-T4             PIC S9(9)   COMP.
001730     05  RDB-RANG-CALC           PIC S9(9)   COMP.
001740     05  RDB-RANG-JOUR           PIC S9(9)   COMP.
001750
001760*----------------------------------------------------------------*
001770*    LIGNES D'AFFICHAGE : UNE FILE DU SOMMAIRE, DEUX LOTS, UN    *
001780*    EMPLOYE DE LA LISTE, ET LES ENTETES DE COLONNES             *
001790*----------------------------------------------------------------*
001800 01  RDB-LIGNE-FILE.
001810     05  RDB-LF-NO               PIC 9.
001820     05  FILLER                  PIC X(1)    VALUE SPACES.
001830     05  RDB-LF-LIBELLE          PIC X(34).
001840     05  FILLER                  PIC X(1)    VALUE SPACES.
001850     05  RDB-LF-NOMBRE           PIC ZZZZ9.
001860     05  FILLER                  PIC X(2)    VALUE SPACES.
001870     05  RDB-LF-ANCIEN           PIC X(12).
001880     05  RDB-LF-DATE             PIC X(8).
001890     05  FILLER                  PIC X(1)    VALUE SPACES.
001900     05  RDB-LF-AGE              PIC ZZZ9.
001910     05  RDB-LF-AGE-X            REDEFINES RDB-LF-AGE
001920                                 PIC X(4).
001930     05  RDB-LF-JOURS            PIC X(8).
001940     05  FILLER                  PIC X(2)    VALUE SPACES.
001950
001960 01  RDB-LIGNE-LOTS.
001970     05  RDB-LL-LOT              OCCURS 2 TIMES.
001980         10  RDB-LL-NOM-PROG     PIC X(8).
001990         10  FILLER              PIC X(1).
002000         10  RDB-LL-DATE         PIC X(8).
002010         10  FILLER              PIC X(1).
002020         10  RDB-LL-ETAT         PIC X(11).
002030         10  FILLER              PIC X(1).
002040         10  RDB-LL-MARQUE       PIC X(3).
002050         10  FILLER              PIC X(6).
002060     05  FILLER                  PIC X(1).
002070
002080 01  RDB-LIGNE-LISTE.
002090     05  RDB-LS-NO               PIC Z9.
002100     05  FILLER                  PIC X(1)    VALUE SPACES.
002110     05  RDB-LS-NUM-EMP          PIC X(9).
002120     05  FILLER                  PIC X(1)    VALUE SPACES.
002130     05  RDB-LS-DATE             PIC 9(8).
002140     05  FILLER                  PIC X(1)    VALUE SPACES.
002150     05  RDB-LS-AGE              PIC ZZZ9.
002160     05  FILLER                  PIC X(1)    VALUE SPACES.
002170     05  RDB-LS-ACTN             PIC X.
002180     05  FILLER                  PIC X(1)    VALUE SPACES.
002190     05  RDB-LS-ETAT             PIC X.
002200     05  FILLER                  PIC X(1)    VALUE SPACES.
002210     05  RDB-LS-OPERID           PIC X(8).
002220     05  FILLER                  PIC X(1)    VALUE SPACES.
002230     05  RDB-LS-LIBELLE          PIC X(30).
002240     05  FILLER                  PIC X(9)    VALUE SPACES.
002250
002260 01  RDB-TITRE-SOMMAIRE.
002270     05  FILLER                  PIC X(2)    VALUE 'L '.
002280     05  FILLER                  PIC X(35)   VALUE
002290         'FILE DE TRAVAIL'.
002300     05  FILLER                  PIC X(7)    VALUE 'NOMBRE '.
002310     05  FILLER                  PIC X(21)   VALUE
002320         'PLUS ANCIENNE ENTREE'.
002330     05  FILLER                  PIC X(14)   VALUE ' AGE'.
002340
002350 01  RDB-TITRE-LISTE.
002360     05  FILLER                  PIC X(3)    VALUE 'NO '.
002370     05  FILLER                  PIC X(10)   VALUE 'EMPLOYE'.
002380     05  FILLER                  PIC X(9)    VALUE 'DATE REF'.
002390     05  FILLER                  PIC X(5)    VALUE ' AGE '.
002400     05  FILLER                  PIC X(2)    VALUE 'A '.
002410     05  FILLER                  PIC X(2)    VALUE 'E '.
002420     05  FILLER                  PIC X(9)    VALUE 'OPERID'.
002430     05  FILLER                  PIC X(39)   VALUE
002440         'NOM / MOTIF DU REJET'.
002450
002460*----------------------------------------------------------------*
002470*    PAGE EN PREPARATION (RECOPIEE AUX LIGNES DE DETAIL DE       *
002480*    L'ECRAN PAR 4900, ET RELUE DE L'ECRAN PAR 4950)             *
002490*----------------------------------------------------------------*
002500 01  RDB-TBL-PAGE.
002510     05  RDB-TBL-LIGNE           PIC X(79)   OCCURS 14 TIMES.
002520
002530*----------------------------------------------------------------*
002540*    ENREGISTREMENTS DES FICHIERS CONSULTES                      *
002550*----------------------------------------------------------------*
002560 COPY UTAPPREC.
002570 COPY UTPENREC.
002580*--- FILE DE PANNE UTSAF : MEME DISPOSITION QUE L'ATTENTE
002590*    UTPEND (LES ZONES SONT RENOMMEES SAF- POUR COEXISTER)
002600 COPY UTPENREC REPLACING LEADING ==PEN== BY ==SAF==.
002610 COPY UTRJXREC.
002620 COPY UTJOBREC.
002630
002640*----------------------------------------------------------------*
002650*    ZONE DE SAUT VERS UTSWR02/UTSWR03 (XCTL ... COMMAREA)       *
002660*----------------------------------------------------------------*
002670 COPY UTSAUTCA.
002680
002690*----------------------------------------------------------------*
002700*    COPY DE LA ZONE GENERIQUE D'ECRAN ET DES VALEURS AID        *
002710*----------------------------------------------------------------*
002720 COPY UTGENR.
002730 COPY DFHAID.
002740
002750*----------------------------------------------------------------*
002760*                                                                *
002770*   L E S   Z O N E S   D ' I N T E R F A C E   I D M S          *
002780*                                                                *
002790*----------------------------------------------------------------*
002800 02  COPY IDMS MODULE UTSWR7.
002810/
002820*----------------------------------------------------------------*
002830 LINKAGE                         SECTION.
002840*----------------------------------------------------------------*
002850 COPY DFHEIBLK.
002860
002870 01  DFHCOMMAREA                 PIC X(1).
002880/
002890*----------------------------------------------------------------*
002900*                 *** PROCEDURE DIVISION ***                     *
002910*----------------------------------------------------------------*
002920 PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
002930
002940*----------------------------------------------------------------*
002950 0000-SECTION-DIRECTRICE          SECTION.
002960*-----------------------------------------
002970
002980     PERFORM                      1000-INITIALISATION.
002990
003000*--- PF3=SOMMAIRE  PF5=LISTE DE LA FILE SAISIE  PF8=PAGE SUIVANTE
003010     IF  UTGENR-V-CLE             = DFHPF3
003020         PERFORM                  2100-AFFICHER-SOMMAIRE
003030     END-IF.
003040
003050     IF  UTGENR-V-CLE             = DFHPF5
003060         PERFORM                  2200-AFFICHER-LISTE
003070     END-IF.
003080
003090     IF  UTGENR-V-CLE             = DFHPF8
003100         PERFORM                  2300-PAGE-SUIVANTE
003110     END-IF.
003120
003130*--- PF10=PASSER A UTSWR02  PF11=PASSER A UTSWR03 (EMPLOYE DE LA
003140*    LIGNE SAISIE DANS LA LISTE)
003150     IF  UTGENR-V-CLE             = DFHPF10
003160         MOVE 'UTSWR02 '          TO RDB-PROG-CIBLE
003170         PERFORM                  2400-SAUTER-ECRAN
003180     END-IF.
003190
003200     IF  UTGENR-V-CLE             = DFHPF11
003210         MOVE 'UTSWR03 '          TO RDB-PROG-CIBLE
003220         PERFORM                  2400-SAUTER-ECRAN
003230     END-IF.
003240
003250     PERFORM                      UT-FIN-TX-INTERNE.
003260
003270 0000-SECTION-DIRECTRICE-FIN.
003280     EXIT.
003290/
003300*----------------------------------------------------------------*
003310* INITIALISATION DE LA TRANSACTION : DATE DU JOUR ET DE LA       *
003320* VEILLE (UN LOT DE LA NUIT PEUT AVOIR TOURNE AVANT OU APRES     *
003330* MINUIT) ET RANG DU JOUR POUR LE CALCUL DES AGES                *
003340*----------------------------------------------------------------*
003350 1000-INITIALISATION              SECTION.
003360*-----------------------------------------
003370
003380     MOVE EIBAID                  TO UTGENR-V-CLE.
003390
003400     SET  TRAN-REUSSIE            TO TRUE.
003410
003420     EXEC CICS ASKTIME            ABSTIME(RDB-ABSTIME)
003430     END-EXEC.
003440     EXEC CICS FORMATTIME         ABSTIME(RDB-ABSTIME)
003450                                  YYYYMMDD(RDB-DATE-JOUR)
003460     END-EXEC.
003470
003480     SUBTRACT 86400000            FROM RDB-ABSTIME.
003490     EXEC CICS FORMATTIME         ABSTIME(RDB-ABSTIME)
003500                                  YYYYMMDD(RDB-DATE-VEILLE)
003510     END-EXEC.
003520
003530     MOVE RDB-DATE-JOUR           TO RDB-CALC-DATE.
003540     PERFORM                      6000-CALCULER-RANG-JOUR.
003550     MOVE RDB-RANG-CALC           TO RDB-RANG-JOUR.
003560
003570 1000-INITIALISATION-FIN.
003580     EXIT.
003590/
003600*----------------------------------------------------------------*
003610* AFFICHER LE SOMMAIRE : LIGNES 1 A 4 = FILES DE TRAVAIL, LIGNE  *
003615* 5 = TITRE, PUIS L'ETAT DES LOTS A PARTIR DE LA LIGNE           *
003620* CTE-LIGNE-LOTS. LES LOTS EN ERREUR OU NON TERMINES SONT        *
003630* MARQUES ET COMPTES AU MESSAGE.                                 *
003640*----------------------------------------------------------------*
003650 2100-AFFICHER-SOMMAIRE           SECTION.
003660*-----------------------------------------
003670
003680     MOVE SPACES                  TO RDB-TBL-PAGE
003690                                     UTSWR7-FILEI
003700                                     UTSWR7-CLE-BASI.
003710     MOVE ZERO                    TO RDB-NB-ALERTES
003720                                     UTSWR7-SEL-LIGI.
003730
003740     PERFORM 2110-RESUMER-UNE-FILE
003750             VARYING RDB-IDX-FILE FROM 1 BY 1
003760             UNTIL RDB-IDX-FILE > CTE-NB-FILES.
003770
003780     MOVE
003790-      'ETAT DES LOTS DE LA NUIT (*** = EN ERREUR OU NON TERMINE)'
003800                                  TO RDB-TBL-LIGNE (5).
003810
003820     PERFORM 2150-ETAT-UN-LOT
003830             VARYING RDB-IDX FROM 1 BY 1
003840             UNTIL RDB-IDX > CTE-NB-LOTS.
003850
003860     MOVE RDB-TITRE-SOMMAIRE      TO UTSWR7-TIT-LIGI.
003870     PERFORM                      4900-TABLE-VERS-ECRAN.
003880
003890     IF  RDB-NB-ALERTES           > ZERO
003900         MOVE RDB-NB-ALERTES      TO RDB-NB-EDIT
003910         MOVE SPACES              TO UTSWR7-MES-LIG1I
003920         STRING '*** ' RDB-NB-EDIT
003930                ' LOT(S) EN ERREUR OU NON TERMINE(S) ***'
003940                ' - LIGNE 1 A 4 + PF5=LISTE'
003950                DELIMITED BY SIZE INTO UTSWR7-MES-LIG1I
003960     ELSE
003970         MOVE
003980-      'TABLEAU DE BORD - LIGNE 1 A 4 + PF5 POUR LA LISTE'
003990                                  TO UTSWR7-MES-LIG1I
004000     END-IF.
004010
004020 2100-AFFICHER-SOMMAIRE-FIN.
004030     EXIT.
004040/
004050*----------------------------------------------------------------*
004060* RESUMER LA FILE DE TRAVAIL RDB-IDX-FILE : PARCOURIR TOUT LE    *
004070* FICHIER, COMPTER LES ENTREES RETENUES ET GARDER LA PLUS        *
004080* ANCIENNE DATE DE REFERENCE                                     *
004090*----------------------------------------------------------------*
004100 2110-RESUMER-UNE-FILE            SECTION.
004110*-----------------------------------------
004120
004130     MOVE ZERO                    TO RDB-CPT-ENTREES.
004140     MOVE 99999999                TO RDB-DATE-ANCIENNE.
004150     MOVE LOW-VALUES              TO RDB-CLE-PARCOURS.
004160
004170     PERFORM                      3000-DEMARRER-PARCOURS.
004180
004190     PERFORM 2115-CUMULER-UNE-ENTREE
004200             UNTIL RDB-PARCOURS-TERMINE.
004210
004220     PERFORM                      3050-TERMINER-PARCOURS.
004230
004240     MOVE RDB-IDX-FILE            TO RDB-LF-NO.
004250     MOVE RDB-TF-LIBELLE (RDB-IDX-FILE)
004260                                  TO RDB-LF-LIBELLE.
004270     MOVE RDB-CPT-ENTREES         TO RDB-LF-NOMBRE.
004280
004290     IF  RDB-CPT-ENTREES          = ZERO
004300         MOVE SPACES              TO RDB-LF-ANCIEN
004310                                     RDB-LF-DATE
004320                                     RDB-LF-AGE-X
004330                                     RDB-LF-JOURS
004340     ELSE
004350         MOVE RDB-DATE-ANCIENNE   TO RDB-CALC-DATE
004360         PERFORM                  6100-CALCULER-AGE
004370         MOVE 'PLUS ANCIEN '      TO RDB-LF-ANCIEN
004380         MOVE RDB-DATE-ANCIENNE   TO RDB-LF-DATE
004390         MOVE RDB-AGE-JOURS       TO RDB-LF-AGE
004400         MOVE ' JOUR(S)'          TO RDB-LF-JOURS
004410     END-IF.
004420
004430     MOVE RDB-LIGNE-FILE          TO RDB-TBL-LIGNE (RDB-IDX-FILE).
004440
004450 2110-RESUMER-UNE-FILE-FIN.
004460     EXIT.
004470/
004480*----------------------------------------------------------------*
004490* LIRE L'ENTREE SUIVANTE DE LA FILE ET LA CUMULER SI ELLE EST    *
004500* RETENUE                                                        *
004510*----------------------------------------------------------------*
004520 2115-CUMULER-UNE-ENTREE          SECTION.
004530*-----------------------------------------
004540
004550     PERFORM                      3100-LIRE-ENTREE-SUIVANTE.
004560
004570     IF  RDB-ENTREE-RETENUE
004580         ADD  1                   TO RDB-CPT-ENTREES
004590         IF  RDB-ENT-DATE         < RDB-DATE-ANCIENNE
004600             MOVE RDB-ENT-DATE    TO RDB-DATE-ANCIENNE
004610         END-IF
004620     END-IF.
004630
004640 2115-CUMULER-UNE-ENTREE-FIN.
004650     EXIT.
004660/
004670*----------------------------------------------------------------*
004680* ETAT DU LOT RDB-IDX AU CONTROLE D'ENCHAINEMENT UTJOBCTL : SON  *
004690* ENTREE DU JOUR, SINON CELLE DE LA VEILLE; AUCUNE DES DEUX =    *
004700* NON EXECUTE. UN LOT EN ERREUR ('E') OU ENCORE EN COURS ('D')   *
004710* EST MARQUE ***. DEUX LOTS PAR LIGNE D'AFFICHAGE.               *
004720*----------------------------------------------------------------*
004730 2150-ETAT-UN-LOT                 SECTION.
004740*-----------------------------------------
004750
004760     MOVE RDB-TL-NOM-PROG (RDB-IDX)
004770                                  TO RDB-CLE-JOB-PROG.
004780     MOVE RDB-DATE-JOUR           TO RDB-CLE-JOB-DATE.
004790
004800     EXEC CICS READ               FILE('UTJOBCTL')
004810                                  INTO(JOB-ENREGISTREMENT)
004820                                  RIDFLD(RDB-CLE-JOB)
004830                                  RESP(VAT-RESP)
004840     END-EXEC.
004850
004860     IF  VAT-RESP                 NOT = CTE-DFHRESP-NORMAL
004870         MOVE RDB-DATE-VEILLE     TO RDB-CLE-JOB-DATE
004880         EXEC CICS READ           FILE('UTJOBCTL')
004890                                  INTO(JOB-ENREGISTREMENT)
004900                                  RIDFLD(RDB-CLE-JOB)
004910                                  RESP(VAT-RESP)
004920         END-EXEC
004930     END-IF.
004940
004950*--- LIGNE ET MOITIE DE LIGNE DU LOT
004960     COMPUTE RDB-IDX-LIGNE = (RDB-IDX - 1) / 2.
004970     COMPUTE RDB-IDX-DEMI  = RDB-IDX - RDB-IDX-LIGNE * 2.
004980     ADD  CTE-LIGNE-LOTS          TO RDB-IDX-LIGNE.
004990     MOVE RDB-TBL-LIGNE (RDB-IDX-LIGNE)
005000                                  TO RDB-LIGNE-LOTS.
005010
005020     MOVE RDB-CLE-JOB-PROG        TO RDB-LL-NOM-PROG
005030                                     (RDB-IDX-DEMI).
005040     MOVE SPACES                  TO RDB-LL-MARQUE (RDB-IDX-DEMI).
005050
005060     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
005070         MOVE JOB-DATE-RUN        TO RDB-LL-DATE (RDB-IDX-DEMI)
005080         EVALUATE TRUE
005090             WHEN JOB-TERMINE
005100                 MOVE 'TERMINE'   TO RDB-LL-ETAT (RDB-IDX-DEMI)
005110             WHEN JOB-EN-ERREUR
005120                 MOVE 'EN ERREUR' TO RDB-LL-ETAT (RDB-IDX-DEMI)
005130                 MOVE '***'       TO RDB-LL-MARQUE (RDB-IDX-DEMI)
005140                 ADD  1           TO RDB-NB-ALERTES
005150             WHEN JOB-EN-COURS
005160                 MOVE 'EN COURS'  TO RDB-LL-ETAT (RDB-IDX-DEMI)
005170                 MOVE '***'       TO RDB-LL-MARQUE (RDB-IDX-DEMI)
005180                 ADD  1           TO RDB-NB-ALERTES
005190             WHEN OTHER
005200                 MOVE 'INCONNU'   TO RDB-LL-ETAT (RDB-IDX-DEMI)
005210         END-EVALUATE
005220     ELSE
005230         MOVE SPACES              TO RDB-LL-DATE (RDB-IDX-DEMI)
005240         MOVE 'NON EXECUTE'       TO RDB-LL-ETAT (RDB-IDX-DEMI)
005250     END-IF.
005260
005270     MOVE RDB-LIGNE-LOTS          TO RDB-TBL-LIGNE
005280                                     (RDB-IDX-LIGNE).
005290
005300 2150-ETAT-UN-LOT-FIN.
005310     EXIT.
005320/
005330*----------------------------------------------------------------*
005340* AFFICHER LA PREMIERE PAGE DE LA LISTE DES EMPLOYES DE LA FILE  *
005350* DONT LE NUMERO DE LIGNE (1 A 4) EST SAISI AU SOMMAIRE          *
005360*----------------------------------------------------------------*
005370 2200-AFFICHER-LISTE              SECTION.
005380*-----------------------------------------
005390
005400     EVALUATE TRUE
005410         WHEN UTSWR7-FILEI        NOT = SPACE
005420             MOVE
005430-      'REVENIR AU SOMMAIRE (PF3) POUR CHOISIR UNE AUTRE FILE'
005440                                  TO UTSWR7-MES-LIG1I
005450         WHEN UTSWR7-SEL-LIGI     < 1
005460         WHEN UTSWR7-SEL-LIGI     > CTE-NB-FILES
005470             MOVE
005480-      'SAISIR LA LIGNE DE LA FILE (1 A 4) POUR LA LISTE'
005490                                  TO UTSWR7-MES-LIG1I
005500         WHEN OTHER
005510             MOVE UTSWR7-SEL-LIGI TO RDB-IDX-FILE
005520             SET  RDB-PREMIERE-PAGE TO TRUE
005530             MOVE LOW-VALUES      TO RDB-CLE-DEPART
005540             PERFORM              2250-GARNIR-PAGE-LISTE
005550     END-EVALUATE.
005560
005570 2200-AFFICHER-LISTE-FIN.
005580     EXIT.
005590/
005600*----------------------------------------------------------------*
005610* AFFICHER LA PAGE SUIVANTE DE LA LISTE COURANTE, A PARTIR DE LA *
005620* CLE CACHEE DE LA DERNIERE ENTREE AFFICHEE                      *
005630*----------------------------------------------------------------*
005640 2300-PAGE-SUIVANTE               SECTION.
005650*-----------------------------------------
005660
005670     IF  UTSWR7-FILEI             = SPACE
005680         MOVE
005690-      'AFFICHER D''ABORD UNE LISTE (LIGNE 1 A 4 + PF5)'
005700                                  TO UTSWR7-MES-LIG1I
005710     ELSE
005720         PERFORM VARYING RDB-IDX-FILE FROM 1 BY 1
005730                 UNTIL RDB-IDX-FILE > CTE-NB-FILES
005740                    OR RDB-TF-CODE (RDB-IDX-FILE) = UTSWR7-FILEI
005750             CONTINUE
005760         END-PERFORM
005770         IF  RDB-IDX-FILE         > CTE-NB-FILES
005780             MOVE
005790-      'FILE INCONNUE - REVENIR AU SOMMAIRE (PF3)'
005800                                  TO UTSWR7-MES-LIG1I
005810         ELSE
005820             SET  RDB-PAGE-SUIVANTE TO TRUE
005830             MOVE UTSWR7-CLE-BASI TO RDB-CLE-DEPART
005840             PERFORM              2250-GARNIR-PAGE-LISTE
005850         END-IF
005860     END-IF.
005870
005880 2300-PAGE-SUIVANTE-FIN.
005890     EXIT.
005900/
005910*----------------------------------------------------------------*
005920* GARNIR UNE PAGE DE LA LISTE DE LA FILE RDB-IDX-FILE A PARTIR   *
005930* DE LA CLE RDB-CLE-DEPART (L'ENTREE DE DEPART, DEJA AFFICHEE,   *
005940* EST SAUTEE SUR UNE PAGE SUIVANTE). QUAND AUCUNE ENTREE N'EST   *
005950* RETENUE SUR UNE PAGE SUIVANTE, LA PAGE COURANTE EST CONSERVEE. *
005960*----------------------------------------------------------------*
005970 2250-GARNIR-PAGE-LISTE           SECTION.
005980*-----------------------------------------
005990
006000     MOVE SPACES                  TO RDB-TBL-PAGE.
006010     MOVE ZERO                    TO RDB-CPT-LIGNES.
006020     MOVE RDB-TF-LONG-CLE (RDB-IDX-FILE)
006030                                  TO RDB-LONG-CLE.
006040     MOVE RDB-CLE-DEPART          TO RDB-CLE-PARCOURS.
006050
006060     PERFORM                      3000-DEMARRER-PARCOURS.
006070
006080     PERFORM 2260-RETENIR-UNE-LIGNE
006090             UNTIL RDB-PARCOURS-TERMINE
006100                OR RDB-CPT-LIGNES NOT < CTE-LIGNES-PAR-PAGE.
006110
006120     PERFORM                      3050-TERMINER-PARCOURS.
006130
006140     IF  RDB-CPT-LIGNES           = ZERO
006150         IF  RDB-PREMIERE-PAGE
006160             MOVE RDB-TF-CODE (RDB-IDX-FILE)
006170                                  TO UTSWR7-FILEI
006180             MOVE SPACES          TO UTSWR7-CLE-BASI
006190             MOVE RDB-TITRE-LISTE TO UTSWR7-TIT-LIGI
006200             PERFORM              4900-TABLE-VERS-ECRAN
006210             MOVE
006220-      'AUCUNE ENTREE EN SOUFFRANCE - PF3=SOMMAIRE'
006230                                  TO UTSWR7-MES-LIG1I
006240         ELSE
006250             MOVE
006260-      'FIN DE LA LISTE ATTEINTE - PF3=SOMMAIRE'
006270                                  TO UTSWR7-MES-LIG1I
006280         END-IF
006290     ELSE
006300         MOVE RDB-TF-CODE (RDB-IDX-FILE)
006310                                  TO UTSWR7-FILEI
006320         MOVE SPACES              TO UTSWR7-CLE-BASI
006330         MOVE RDB-CLE-DEPART (1:RDB-LONG-CLE)
006340                                  TO UTSWR7-CLE-BASI
006350         MOVE ZERO                TO UTSWR7-SEL-LIGI
006360         MOVE RDB-TITRE-LISTE     TO UTSWR7-TIT-LIGI
006370         PERFORM                  4900-TABLE-VERS-ECRAN
006380         MOVE
006390-      'LIGNE+PF10=UTSWR02/PF11=UTSWR03 PF8=SUITE PF3=SOMMAIRE'
006400                                  TO UTSWR7-MES-LIG1I
006410     END-IF.
006420
006430 2250-GARNIR-PAGE-LISTE-FIN.
006440     EXIT.
006450/
006460*----------------------------------------------------------------*
006470* LIRE L'ENTREE SUIVANTE ET, SI ELLE EST RETENUE (ET N'EST PAS   *
006480* L'ENTREE DE DEPART D'UNE PAGE SUIVANTE), L'AJOUTER A LA PAGE.  *
006490* LA CLE DE LA DERNIERE ENTREE AJOUTEE EST GARDEE DANS           *
006500* RDB-CLE-DEPART POUR LA ZONE CACHEE DE PAGINATION.              *
006510*----------------------------------------------------------------*
006520 2260-RETENIR-UNE-LIGNE           SECTION.
006530*-----------------------------------------
006540
006550     PERFORM                      3100-LIRE-ENTREE-SUIVANTE.
006560
006570     IF  RDB-ENTREE-RETENUE
006580         IF  RDB-PAGE-SUIVANTE
006590             AND RDB-CLE-PARCOURS (1:RDB-LONG-CLE)
006600               = RDB-CLE-DEPART (1:RDB-LONG-CLE)
006610             CONTINUE
006620         ELSE
006630             ADD  1               TO RDB-CPT-LIGNES
006640             MOVE RDB-CLE-PARCOURS (1:RDB-LONG-CLE)
006650                                  TO RDB-CLE-DEPART
006660                                     (1:RDB-LONG-CLE)
006670             MOVE RDB-CPT-LIGNES  TO RDB-LS-NO
006680             MOVE RDB-ENT-NUM-EMP TO RDB-LS-NUM-EMP
006690             MOVE RDB-ENT-DATE    TO RDB-LS-DATE
006700             MOVE RDB-ENT-DATE    TO RDB-CALC-DATE
006710             PERFORM              6100-CALCULER-AGE
006720             MOVE RDB-AGE-JOURS   TO RDB-LS-AGE
006730             MOVE RDB-ENT-ACTN    TO RDB-LS-ACTN
006740             MOVE RDB-ENT-ETAT    TO RDB-LS-ETAT
006750             MOVE RDB-ENT-OPERID  TO RDB-LS-OPERID
006760             MOVE RDB-ENT-LIBELLE TO RDB-LS-LIBELLE
006770             MOVE RDB-LIGNE-LISTE TO RDB-TBL-LIGNE
006780                                     (RDB-CPT-LIGNES)
006790         END-IF
006800     END-IF.
006810
006820 2260-RETENIR-UNE-LIGNE-FIN.
006830     EXIT.
006840/
006850*----------------------------------------------------------------*
006860* PASSER A L'ECRAN RDB-PROG-CIBLE (UTSWR02 OU UTSWR03) AVEC LE   *
006870* NUMERO D'EMPLOYE DE LA LIGNE DE LISTE SAISIE : LA ZONE DE SAUT *
006880* UTSAUTCA EST TRANSMISE PAR XCTL, QUI NE REVIENT PAS S'IL       *
006890* REUSSIT. LE TABLEAU DE BORD NE FAIT AUCUNE MISE A JOUR : RIEN  *
006900* N'EST A VALIDER AVANT LE TRANSFERT.                            *
006910*----------------------------------------------------------------*
006920 2400-SAUTER-ECRAN                SECTION.
006930*-----------------------------------------
006940
006950     IF  UTSWR7-FILEI             = SPACE
006960         MOVE
006970-      'AFFICHER D''ABORD UNE LISTE (LIGNE 1 A 4 + PF5)'
006980                                  TO UTSWR7-MES-LIG1I
006990     ELSE
007000         IF  UTSWR7-SEL-LIGI      < 1
007010          OR UTSWR7-SEL-LIGI      > CTE-LIGNES-PAR-PAGE
007020             MOVE
007030-      'SAISIR LE NUMERO DE LIGNE DE L''EMPLOYE DANS LA LISTE'
007040                                  TO UTSWR7-MES-LIG1I
007050         ELSE
007060             PERFORM              4950-ECRAN-VERS-TABLE
007070             MOVE RDB-TBL-LIGNE (UTSWR7-SEL-LIGI)
007080                                  TO RDB-LIGNE-LISTE
007090             IF  RDB-LS-NUM-EMP   = SPACES
007100                 MOVE
007110-      'LA LIGNE SAISIE NE PORTE AUCUN EMPLOYE'
007120                                  TO UTSWR7-MES-LIG1I
007130             ELSE
007140                 SET  SAU-IDENT-VALIDE TO TRUE
007150                 MOVE 'UTSWR07 '  TO SAU-PROG-ORIGINE
007160                 MOVE EIBOPID     TO SAU-OPERID
007170                 MOVE RDB-LS-NUM-EMP TO SAU-NUM-EMP
007180                 EXEC CICS XCTL   PROGRAM(RDB-PROG-CIBLE)
007190                                  COMMAREA(SAU-ZONE-SAUT)
007200                                  LENGTH(LENGTH OF SAU-ZONE-SAUT)
007210                                  RESP(VAT-RESP)
007220                 END-EXEC
007230                 MOVE SPACES      TO UTSWR7-MES-LIG1I
007240                 STRING 'PASSAGE A ' RDB-PROG-CIBLE
007250                        ' IMPOSSIBLE - PROGRAMME NON DISPONIBLE'
007260                        DELIMITED BY SIZE INTO UTSWR7-MES-LIG1I
007270             END-IF
007280         END-IF
007290     END-IF.
007300
007310 2400-SAUTER-ECRAN-FIN.
007320     EXIT.
007330/
007340*----------------------------------------------------------------*
007350* DEMARRER LE PARCOURS DU FICHIER DE LA FILE RDB-IDX-FILE A LA   *
007360* CLE RDB-CLE-PARCOURS                                           *
007370*----------------------------------------------------------------*
007380 3000-DEMARRER-PARCOURS           SECTION.
007390*-----------------------------------------
007400
007410     MOVE RDB-TF-CODE (RDB-IDX-FILE)
007420                                  TO RDB-FILE.
007430     MOVE RDB-TF-FICHIER (RDB-IDX-FILE)
007440                                  TO RDB-NOM-FICHIER.
007450     SET  RDB-PARCOURS-EN-COURS   TO TRUE.
007460
007470     EXEC CICS STARTBR            FILE(RDB-NOM-FICHIER)
007480                                  RIDFLD(RDB-CLE-PARCOURS)
007490                                  GTEQ
007500                                  RESP(VAT-RESP)
007510     END-EXEC.
007520
007530     IF  VAT-RESP                 NOT = CTE-DFHRESP-NORMAL
007540         SET RDB-PARCOURS-TERMINE TO TRUE
007550     END-IF.
007560
007570 3000-DEMARRER-PARCOURS-FIN.
007580     EXIT.
007590/
007600*----------------------------------------------------------------*
007610* TERMINER LE PARCOURS (SANS EGARD AU RESULTAT -- LE STARTBR     *
007620* PEUT NE PAS AVOIR REUSSI)                                      *
007630*----------------------------------------------------------------*
007640 3050-TERMINER-PARCOURS           SECTION.
007650*-----------------------------------------
007660
007670     EXEC CICS ENDBR              FILE(RDB-NOM-FICHIER)
007680                                  NOHANDLE
007690     END-EXEC.
007700
007710 3050-TERMINER-PARCOURS-FIN.
007720     EXIT.
007730/
007740*----------------------------------------------------------------*
007750* LIRE L'ENTREE SUIVANTE DU FICHIER PARCOURU ET LA RAMENER A LA  *
007760* FORME COMMUNE RDB-ENTREE SELON LA FILE                         *
007770*----------------------------------------------------------------*
007780 3100-LIRE-ENTREE-SUIVANTE        SECTION.
007790*-----------------------------------------
007800
007810     SET  RDB-ENTREE-ECARTEE      TO TRUE.
007820
007830     EXEC CICS READNEXT           FILE(RDB-NOM-FICHIER)
007840                                  INTO(RDB-ZONE-LECTURE)
007850                                  RIDFLD(RDB-CLE-PARCOURS)
007860                                  RESP(VAT-RESP)
007870     END-EXEC.
007880
007890     IF  VAT-RESP                 NOT = CTE-DFHRESP-NORMAL
007900         SET RDB-PARCOURS-TERMINE TO TRUE
007910     ELSE
007920         MOVE SPACES              TO RDB-ENTREE
007930         EVALUATE TRUE
007940             WHEN RDB-FILE-APPRO
007950                 PERFORM          3110-EXAMINER-DEMANDE
007960             WHEN RDB-FILE-ATTENTE
007970                 PERFORM          3120-EXAMINER-ATTENTE
007980             WHEN RDB-FILE-PANNE
007990                 PERFORM          3130-EXAMINER-PANNE
008000             WHEN RDB-FILE-REJET
008010                 PERFORM          3140-EXAMINER-REJET
008020         END-EVALUATE
008030     END-IF.
008040
008050 3100-LIRE-ENTREE-SUIVANTE-FIN.
008060     EXIT.
008070/
008080*----------------------------------------------------------------*
008090* DEMANDE D'APPROBATION (UTAPPRO) : RETENUE SI ELLE EST ENCORE   *
008100* EN ATTENTE ('A'); AGE DEPUIS LA DATE DE LA DEMANDE             *
008110*----------------------------------------------------------------*
008120 3110-EXAMINER-DEMANDE            SECTION.
008130*-----------------------------------------
008140
008150     MOVE RDB-ZONE-LECTURE        TO APP-ENREGISTREMENT.
008160
008170     IF  APP-EN-ATTENTE
008180         SET  RDB-ENTREE-RETENUE  TO TRUE
008190         MOVE APP-NUM-EMP         TO RDB-ENT-NUM-EMP
008200         MOVE APP-DATE-DEM        TO RDB-ENT-DATE
008210         MOVE APP-COD-ACTN        TO RDB-ENT-ACTN
008220         MOVE APP-SW-ETAT         TO RDB-ENT-ETAT
008230         MOVE APP-OPERID-DEM      TO RDB-ENT-OPERID
008240         MOVE APP-NOM-EMP         TO RDB-ENT-LIBELLE
008250     END-IF.
008260
008270 3110-EXAMINER-DEMANDE-FIN.
008280     EXIT.
008290/
008300*----------------------------------------------------------------*
008310* TRANSACTION A DATE D'EFFET FUTURE (UTPEND) : RETENUE SI SA     *
008320* DATE D'EFFET EST ATTEINTE ET QU'ELLE EST ENCORE EN ATTENTE OU  *
008330* EN ERREUR. LA CLE COMMENCE PAR LA DATE D'EFFET : LA PREMIERE   *
008340* DATE FUTURE TERMINE LE PARCOURS. AGE DEPUIS LA DATE D'EFFET.   *
008350*----------------------------------------------------------------*
008360 3120-EXAMINER-ATTENTE            SECTION.
008370*-----------------------------------------
008380
008390     MOVE RDB-ZONE-LECTURE        TO PEN-ENREGISTREMENT.
008400
008410     EVALUATE TRUE
008420         WHEN PEN-DATE-EFF        > RDB-DATE-JOUR
008430             SET RDB-PARCOURS-TERMINE TO TRUE
008440         WHEN PEN-EN-ATTENTE
008450         WHEN PEN-EN-ERREUR
008460             SET  RDB-ENTREE-RETENUE TO TRUE
008470             MOVE PEN-NUM-EMP     TO RDB-ENT-NUM-EMP
008480             MOVE PEN-DATE-EFF    TO RDB-ENT-DATE
008490             MOVE PEN-COD-ACTN    TO RDB-ENT-ACTN
008500             MOVE PEN-SW-ETAT     TO RDB-ENT-ETAT
008510             MOVE PEN-OPERID-SAISIE
008520                                  TO RDB-ENT-OPERID
008530             MOVE PEN-NOM-EMP     TO RDB-ENT-LIBELLE
008540         WHEN OTHER
008550             CONTINUE
008560     END-EVALUATE.
008570
008580 3120-EXAMINER-ATTENTE-FIN.
008590     EXIT.
008600/
008610*----------------------------------------------------------------*
008620* TRANSACTION DE LA FILE DE PANNE (UTSAF) : RETENUE SI ELLE EST  *
008630* ENCORE EN ATTENTE DU RETOUR DU SERVICE OU EN ERREUR A SA       *
008640* LIBERATION PAR UTSWB05; AGE DEPUIS LA DATE DE SAISIE           *
008650*----------------------------------------------------------------*
008660 3130-EXAMINER-PANNE              SECTION.
008670*-----------------------------------------
008680
008690     MOVE RDB-ZONE-LECTURE        TO SAF-ENREGISTREMENT.
008700
008710     IF  SAF-EN-ATTENTE
008720      OR SAF-EN-ERREUR
008730         SET  RDB-ENTREE-RETENUE  TO TRUE
008740         MOVE SAF-NUM-EMP         TO RDB-ENT-NUM-EMP
008750         MOVE SAF-DATE-SAISIE     TO RDB-ENT-DATE
008760         MOVE SAF-COD-ACTN        TO RDB-ENT-ACTN
008770         MOVE SAF-SW-ETAT         TO RDB-ENT-ETAT
008780         MOVE SAF-OPERID-SAISIE   TO RDB-ENT-OPERID
008790         MOVE SAF-NOM-EMP         TO RDB-ENT-LIBELLE
008800     END-IF.
008810
008820 3130-EXAMINER-PANNE-FIN.
008830     EXIT.
008840/
008850*----------------------------------------------------------------*
008860* REJET NON RECYCLE (SUIVI UTREJIX DE LA FILE UTREJQ) : TOUTE    *
008870* ENTREE EST EN SOUFFRANCE; AGE DEPUIS LE PREMIER REJET. LE      *
008880* LIBELLE PORTE LE MOTIF ET LE NOMBRE DE REJETS (LE SUIVI NE     *
008890* CONSERVE AUCUN NOM).                                           *
008900*----------------------------------------------------------------*
008910 3140-EXAMINER-REJET              SECTION.
008920*-----------------------------------------
008930
008940     MOVE RDB-ZONE-LECTURE        TO RJX-ENREGISTREMENT.
008950
008960     SET  RDB-ENTREE-RETENUE      TO TRUE.
008970     MOVE RJX-NUM-EMP             TO RDB-ENT-NUM-EMP.
008980     MOVE RJX-DATE-PREM-REJET     TO RDB-ENT-DATE.
008990     MOVE 'C'                     TO RDB-ENT-ACTN.
009000     STRING 'MOTIF ' RJX-CODE-RETOUR (1:5)
009010            ' - ' RJX-NB-REJETS ' REJET(S)'
009020            DELIMITED BY SIZE INTO RDB-ENT-LIBELLE.
009030
009040 3140-EXAMINER-REJET-FIN.
009050     EXIT.
009060/
009070*----------------------------------------------------------------*
009080* RECOPIER LA PAGE PREPAREE AUX LIGNES DE DETAIL DE L'ECRAN      *
009090*----------------------------------------------------------------*
009100 4900-TABLE-VERS-ECRAN            SECTION.
009110*-----------------------------------------
009120
009130     MOVE RDB-TBL-LIGNE (1)       TO UTSWR7-DET-LIG01I.
009140     MOVE RDB-TBL-LIGNE (2)       TO UTSWR7-DET-LIG02I.
009150     MOVE RDB-TBL-LIGNE (3)       TO UTSWR7-DET-LIG03I.
009160     MOVE RDB-TBL-LIGNE (4)       TO UTSWR7-DET-LIG04I.
009170     MOVE RDB-TBL-LIGNE (5)       TO UTSWR7-DET-LIG05I.
009180     MOVE RDB-TBL-LIGNE (6)       TO UTSWR7-DET-LIG06I.
009190     MOVE RDB-TBL-LIGNE (7)       TO UTSWR7-DET-LIG07I.
009200     MOVE RDB-TBL-LIGNE (8)       TO UTSWR7-DET-LIG08I.
009210     MOVE RDB-TBL-LIGNE (9)       TO UTSWR7-DET-LIG09I.
009220     MOVE RDB-TBL-LIGNE (10)      TO UTSWR7-DET-LIG10I.
009230     MOVE RDB-TBL-LIGNE (11)      TO UTSWR7-DET-LIG11I.
009240     MOVE RDB-TBL-LIGNE (12)      TO UTSWR7-DET-LIG12I.
009250     MOVE RDB-TBL-LIGNE (13)      TO UTSWR7-DET-LIG13I.
009260     MOVE RDB-TBL-LIGNE (14)      TO UTSWR7-DET-LIG14I.
009270
009280 4900-TABLE-VERS-ECRAN-FIN.
009290     EXIT.
009300/
009310*----------------------------------------------------------------*
009320* RELIRE LES LIGNES DE DETAIL DE L'ECRAN DANS LA TABLE DE PAGE   *
009330* (CHOIX D'UNE LIGNE DE LA LISTE AFFICHEE)                       *
009340*----------------------------------------------------------------*
009350 4950-ECRAN-VERS-TABLE            SECTION.
009360*-----------------------------------------
009370
009380     MOVE UTSWR7-DET-LIG01I       TO RDB-TBL-LIGNE (1).
009390     MOVE UTSWR7-DET-LIG02I       TO RDB-TBL-LIGNE (2).
009400     MOVE UTSWR7-DET-LIG03I       TO RDB-TBL-LIGNE (3).
009410     MOVE UTSWR7-DET-LIG04I       TO RDB-TBL-LIGNE (4).
009420     MOVE UTSWR7-DET-LIG05I       TO RDB-TBL-LIGNE (5).
009430     MOVE UTSWR7-DET-LIG06I       TO RDB-TBL-LIGNE (6).
009440     MOVE UTSWR7-DET-LIG07I       TO RDB-TBL-LIGNE (7).
009450     MOVE UTSWR7-DET-LIG08I       TO RDB-TBL-LIGNE (8).
009460     MOVE UTSWR7-DET-LIG09I       TO RDB-TBL-LIGNE (9).
009470     MOVE UTSWR7-DET-LIG10I       TO RDB-TBL-LIGNE (10).
009480     MOVE UTSWR7-DET-LIG11I       TO RDB-TBL-LIGNE (11).
009490     MOVE UTSWR7-DET-LIG12I       TO RDB-TBL-LIGNE (12).
009500     MOVE UTSWR7-DET-LIG13I       TO RDB-TBL-LIGNE (13).
009510     MOVE UTSWR7-DET-LIG14I       TO RDB-TBL-LIGNE (14).
009520
009530 4950-ECRAN-VERS-TABLE-FIN.
009540     EXIT.
009550/
009560*----------------------------------------------------------------*
009570* ROLLBACK                                                       *
009580*----------------------------------------------------------------*
009590 5000-ROLLBACK-TRAN                  SECTION.
009600*-----------------------------------------
009610
009620     EXEC CICS                    SYNCPOINT ROLLBACK
009630     END-EXEC.
009640 5000-ROLLBACK-TRAN-FIN.
009650     EXIT.
009660/
009670*----------------------------------------------------------------*
009680* COMMIT                                                         *
009690*----------------------------------------------------------------*
009700 5100-COMMIT-TRAN                    SECTION.
009710*-----------------------------------------
009720
009730     EXEC CICS                    SYNCPOINT
009740     END-EXEC.
009750 5100-COMMIT-TRAN-FIN.
009760     EXIT.
009770/
009780*----------------------------------------------------------------*
009790* DECIDER COMMIT OU ROLLBACK SELON LE RESULTAT DE LA TRANSACTION *
009800* ET TERMINER LA TRANSACTION INTERNE                             *
009810*----------------------------------------------------------------*
009820 UT-FIN-TX-INTERNE                   SECTION.
009830*-----------------------------------------
009840
009850     IF  TRAN-REUSSIE
009860         PERFORM                  5100-COMMIT-TRAN
009870     ELSE
009880         PERFORM                  5000-ROLLBACK-TRAN
009890     END-IF.
009900
009910 UT-FIN-TX-INTERNE-FIN.
009920     EXIT.
009930/
009940*----------------------------------------------------------------*
009950* RANG DU JOUR (NUMERO DE JOUR JULIEN) DE LA DATE RDB-CALC-DATE, *
009960* PAR DIVISIONS ENTIERES SUCCESSIVES. UNE DATE INVALIDE (MOIS    *
009970* HORS 1 A 12) PREND LE RANG DU JOUR COURANT (AGE NUL).          *
009980*----------------------------------------------------------------*
009990 6000-CALCULER-RANG-JOUR          SECTION.
010000*-----------------------------------------
010010
010020     IF  RDB-CALC-DATE            NOT NUMERIC
010030      OR RDB-CALC-MM              < 1
010040      OR RDB-CALC-MM              > 12
010050         MOVE RDB-RANG-JOUR       TO RDB-RANG-CALC
010060     ELSE
010070         COMPUTE RDB-CALC-A  = (14 - RDB-CALC-MM) / 12
010080         COMPUTE RDB-CALC-Y  = RDB-CALC-AAAA + 4800 - RDB-CALC-A
010090         COMPUTE RDB-CALC-M  = RDB-CALC-MM + 12 * RDB-CALC-A - 3
010100         COMPUTE RDB-CALC-T1 = (153 * RDB-CALC-M + 2) / 5
010110         COMPUTE RDB-CALC-T2 = RDB-CALC-Y / 4
010120         COMPUTE RDB-CALC-T3 = RDB-CALC-Y / 100
010130         COMPUTE RDB-CALC-T4 = RDB-CALC-Y / 400
010140         COMPUTE RDB-RANG-CALC = RDB-CALC-JJ + RDB-CALC-T1
010150                               + 365 * RDB-CALC-Y + RDB-CALC-T2
010160                               - RDB-CALC-T3 + RDB-CALC-T4 - 32045
010170     END-IF.
010180
010190 6000-CALCULER-RANG-JOUR-FIN.
010200     EXIT.
010210/
010220*----------------------------------------------------------------*
010230* AGE EN JOURS DE LA DATE RDB-CALC-DATE PAR RAPPORT AU JOUR      *
010240* COURANT (UNE DATE FUTURE DONNE UN AGE NUL)                     *
010250*----------------------------------------------------------------*
010260 6100-CALCULER-AGE                SECTION.
010270*-----------------------------------------
010280
010290     PERFORM                      6000-CALCULER-RANG-JOUR.
010300
010310     COMPUTE RDB-AGE-JOURS = RDB-RANG-JOUR - RDB-RANG-CALC.
010320
010330     IF  RDB-AGE-JOURS            < ZERO
010340         MOVE ZERO                TO RDB-AGE-JOURS
010350     END-IF.
010360
010370     IF  RDB-AGE-JOURS            > 9999
010380         MOVE 9999                TO RDB-AGE-JOURS
010390     END-IF.
010400
010410 6100-CALCULER-AGE-FIN.
010420     EXIT.
