000270*----------------------------------------------------------------*
000280* HISTORIQUE DES MODIFICATIONS                                   *
000290*  - CREATION DU RAPPORT MENSUEL PAR NIVEAU                      *
000292*  - SECTION PAR DEPARTEMENT / CENTRE DE COUTS (EFFECTIF, SALAIRE*
000294*    TOTAL ET MOYEN), LIBELLE LU DANS LA TABLE DE REFERENCE      *
000296*    UTDEPRF (FACULTATIVE : LIBELLE EN BLANC SI ELLE EST ABSENTE)*
000300*----------------------------------------------------------------*
000310
000320 ENVIRONMENT                     DIVISION.
000620                                  ORGANIZATION IS SEQUENTIAL
000630                                  FILE STATUS IS VAT-MOIS-STAT.
000640
000641     SELECT DEPART-FICHIER       ASSIGN TO UTDEPRF
000642                                  ORGANIZATION IS INDEXED
000643                                  ACCESS MODE IS RANDOM
000644                                  RECORD KEY IS DEP-CLE
000645                                  FILE STATUS IS VAT-DEPART-STAT.
000646
000650     SELECT RAPPORT-FICHIER      ASSIGN TO RAPPORT
000660                                  ORGANIZATION IS SEQUENTIAL
000670                                  FILE STATUS IS VAT-RAPPORT-STAT.
000930     05  MPA-MOIS-RAPPORT        PIC 9(6).
000940     05  FILLER                  PIC X(74).
000950
000952 FD  DEPART-FICHIER.
000954     COPY UTDEPREC.
000956
000960 FD  RAPPORT-FICHIER
000970     RECORDING MODE IS F.
000980 01  RAP-LIGNE                   PIC X(132).
001090 01  VAT-CTL-STAT                PIC X(2).
001100 01  VAT-MOIS-STAT               PIC X(2).
001110 01  VAT-RAPPORT-STAT            PIC X(2).
001115 01  VAT-DEPART-STAT             PIC X(2).
001120
001130 01  VAT-SW-FIN-LOCAL            PIC X       VALUE 'N'.
001140     88  FIN-LOCAL-ATTEINTE                  VALUE 'O'.
001240 01  VAT-SW-EQUILIBRE            PIC X       VALUE 'O'.
001250     88  EXTRAIT-EQUILIBRE                   VALUE 'O'.
001260     88  EXTRAIT-DESEQUILIBRE                VALUE 'N'.
001263 01  VAT-SW-DEPART               PIC X       VALUE 'N'.
001266     88  DEPART-OUVERT                       VALUE 'O'.
001270
001280 01  VAT-MOIS-RAPPORT            PIC 9(6).
001290 01  VAT-DATE-JOUR               PIC 9(8).
001670         10  TBL-NIV-TOT-NOUVEAU PIC S9(15)V9(3) COMP-3.
001680
001690*----------------------------------------------------------------*
001691*    TABLE DES DEPARTEMENTS / CENTRES DE COUTS -- UNE ENTREE PAR *
001692*    DEPARTEMENT RENCONTRE DANS L'EXTRACTION (MEME MECANIQUE QUE *
001693*    LA TABLE DES NIVEAUX; ESPACES = EMPLOYE NON AFFECTE)        *
001694*----------------------------------------------------------------*
001695 01  VAT-NB-DEP-MAX              PIC S9(4)   COMP VALUE 200.
001696 01  VAT-NB-DEP                  PIC S9(4)   COMP VALUE 0.
001697 01  VAT-IDX-DEP                 PIC S9(4)   COMP.
001698 01  VAT-SW-DEP-TROUVE           PIC X.
001699     88  DEP-TROUVE                          VALUE 'O'.
001700     88  DEP-INCONNU                         VALUE 'N'.
001701 01  CPT-DEP-IGNORES             PIC 9(7)    VALUE ZERO.
001702 01  MRP-DEPT-COURANT            PIC X(4).
001703
001704 01  TBL-DEPARTEMENTS.
001705     05  TBL-DEP-ENTREE          OCCURS 200 TIMES.
001706         10  TBL-DEP-CODE        PIC X(4).
001707         10  TBL-DEP-EFFECTIF    PIC 9(7)    COMP.
001708         10  TBL-DEP-TOT-SAL     PIC S9(15)V9(3) COMP-3.
001709
001710*----------------------------------------------------------------*
001711*    ZONES D'EDITION DU RAPPORT                                  *
001712*----------------------------------------------------------------*
001720 01  RAP-SAL-MOYEN               PIC S9(15)V9(3) COMP-3.
001730 01  RAP-EDIT-NIVEAU             PIC 9(4).
001740 01  RAP-EDIT-EFFECTIF           PIC ZZZ.ZZ9.
001810 01  RAP-EDIT-TOT-NOUVEAU        PIC Z(12)9,999.
001820 01  RAP-EDIT-NB-CTL             PIC ZZZ.ZZZ.ZZ9.
001830 01  RAP-EDIT-NB-LUS             PIC ZZZ.ZZZ.ZZ9.
001835 01  RAP-EDIT-LIBELLE            PIC X(30).
001840
001850*----------------------------------------------------------------*
001860*                 *** PROCEDURE DIVISION ***                     *
002460     END-IF.
002470
002480     INITIALIZE TBL-NIVEAUX.
002485     INITIALIZE TBL-DEPARTEMENTS.
002490
002500     IF OUVERTURE-REUSSIE
002510         PERFORM                  1200-OBTENIR-MOIS-RAPPORT
002515         PERFORM                  1250-OUVRIR-DEPARTEMENTS
002520         PERFORM                  1100-LIRE-LOCAL
002530         PERFORM                  1300-LIRE-HISTO
002540         PERFORM                  1400-LIRE-AUDIT
003820/
003830*----------------------------------------------------------------*
003840* CUMULER L'EFFECTIF ET LE SALAIRE DE L'EMPLOYE COURANT DE       *
003850* L'EXTRACTION DANS LES TABLES DES NIVEAUX ET DES DEPARTEMENTS   *
003860*----------------------------------------------------------------*
003870 3100-CUMULER-L-EFFECTIF          SECTION.
003880*-----------------------------------------
003940                                     (VAT-IDX-NIV)
003950         ADD UTPANRM-SAL-EMP      TO TBL-NIV-TOT-SAL
003960                                     (VAT-IDX-NIV)
003961     END-IF.
003962
003963*--- MEME CUMUL PAR DEPARTEMENT / CENTRE DE COUTS
003964     MOVE UTPANRM-COD-DEPT        TO MRP-DEPT-COURANT.
003965     PERFORM                      3950-TROUVER-LE-DEPARTEMENT.
003966
003967     IF  DEP-TROUVE
003968         ADD 1                    TO TBL-DEP-EFFECTIF
003969                                     (VAT-IDX-DEP)
003970         ADD UTPANRM-SAL-EMP      TO TBL-DEP-TOT-SAL
003971                                     (VAT-IDX-DEP)
003972     END-IF.
003980
003990 3100-CUMULER-L-EFFECTIF-FIN.
004000     EXIT.
005250     EXIT.
005260/
005270*----------------------------------------------------------------*
005277* IMPRIMER LE RAPPORT : UNE LIGNE PAR NIVEAU RENCONTRE, UNE      *
005284* LIGNE PAR DEPARTEMENT PUIS LA SECTION DE BALANCEMENT CONTRE    *
005291* LE CONTROLE DE UTSWEXT                                         *
005300*----------------------------------------------------------------*
005310 7000-IMPRIMER-LE-RAPPORT         SECTION.
005320*-----------------------------------------
005520         PERFORM                  7100-IMPRIMER-UN-NIVEAU
005530     END-PERFORM.
005540
005545     PERFORM                      7150-IMPRIMER-DEPARTEMENTS.
005550     PERFORM                      7200-IMPRIMER-LE-CONTROLE.
005560
005570 7000-IMPRIMER-LE-RAPPORT-FIN.
006700                                  HISTO-FICHIER
006710                                  AUDIT-FICHIER
006720                                  RAPPORT-FICHIER.
006722     IF  DEPART-OUVERT
006724         CLOSE                    DEPART-FICHIER
006726     END-IF.
006730
006740     DISPLAY 'UTSWRPM - FIN DU RAPPORT MENSUEL PAR NIVEAU'.
006750     DISPLAY 'UTSWRPM - MOIS DU RAPPORT              : '
006820              CPT-AUDIT-LUS.
006830     DISPLAY 'UTSWRPM - CUMULS IGNORES (TABLE PLEINE): '
006840              CPT-NIV-IGNORES.
006843     DISPLAY 'UTSWRPM - DEPARTEMENTS IGNORES (PLEINE): '
006846              CPT-DEP-IGNORES.
006850
006860     IF  EXTRAIT-DESEQUILIBRE
006870         DISPLAY 'UTSWRPM - DESEQUILIBRE EXTRAIT/CONTROLE'
006920
006930 8000-FIN-DE-LOT-FIN.
006940     EXIT.
006950/
006960*----------------------------------------------------------------*
006970* OUVRIR LA TABLE DE REFERENCE DES DEPARTEMENTS (UTDEPRF), LUE   *
006980* SEULEMENT POUR LES LIBELLES : SI ELLE EST ABSENTE, LA SECTION  *
006990* PAR DEPARTEMENT EST IMPRIMEE SANS LIBELLE                      *
007000*----------------------------------------------------------------*
007010 1250-OUVRIR-DEPARTEMENTS         SECTION.
007020*-----------------------------------------
007025
007030     OPEN INPUT                   DEPART-FICHIER.
007040
007050     IF VAT-DEPART-STAT = '00'
007060         SET DEPART-OUVERT        TO TRUE
007070     ELSE
007080         DISPLAY 'UTSWRPM - TABLE UTDEPRF NON DISPONIBLE - '
007090                 'STATUS ' VAT-DEPART-STAT ' - LIBELLES OMIS'
007100     END-IF.
007110
007120 1250-OUVRIR-DEPARTEMENTS-FIN.
007130     EXIT.
007140/
007150*----------------------------------------------------------------*
007160* TROUVER (OU CREER) L'ENTREE DE LA TABLE POUR LE DEPARTEMENT    *
007170* COURANT. TABLE PLEINE = CUMUL IGNORE ET COMPTE.                *
007180*----------------------------------------------------------------*
007190 3950-TROUVER-LE-DEPARTEMENT      SECTION.
007200*-----------------------------------------
007210
007220     MOVE 'N'                     TO VAT-SW-DEP-TROUVE.
007230
007240     PERFORM VARYING VAT-IDX-DEP FROM 1 BY 1
007250             UNTIL VAT-IDX-DEP > VAT-NB-DEP
007260                OR DEP-TROUVE
007270         IF  TBL-DEP-CODE (VAT-IDX-DEP) = MRP-DEPT-COURANT
007280             SET DEP-TROUVE       TO TRUE
007290         END-IF
007300     END-PERFORM.
007310
007320     IF  DEP-TROUVE
007330         SUBTRACT 1               FROM VAT-IDX-DEP
007340     ELSE
007350         IF  VAT-NB-DEP < VAT-NB-DEP-MAX
007360             ADD 1                TO VAT-NB-DEP
007370             MOVE VAT-NB-DEP      TO VAT-IDX-DEP
007380             MOVE MRP-DEPT-COURANT
007390                                  TO TBL-DEP-CODE (VAT-IDX-DEP)
007400             SET DEP-TROUVE       TO TRUE
007410         ELSE
007420             ADD 1                TO CPT-DEP-IGNORES
007430         END-IF
007440     END-IF.
007450
007460 3950-TROUVER-LE-DEPARTEMENT-FIN.
007470     EXIT.
007480/
007490*----------------------------------------------------------------*
007500* IMPRIMER LA SECTION PAR DEPARTEMENT / CENTRE DE COUTS :        *
007510* EFFECTIF, SALAIRE TOTAL ET MOYEN DE L'EXTRACTION               *
007520*----------------------------------------------------------------*
007530 7150-IMPRIMER-DEPARTEMENTS       SECTION.
007540*-----------------------------------------
007550
007560     MOVE SPACES                  TO RAP-LIGNE.
007570     WRITE RAP-LIGNE.
007580     MOVE
007590-      'DEPT LIBELLE                       EFFECTIF   TOTAL SALAIR
007600-      'ES  SALAIRE MOYEN'
007610                                  TO RAP-LIGNE.
007620     WRITE RAP-LIGNE.
007630
007640     PERFORM VARYING VAT-IDX-DEP FROM 1 BY 1
007650             UNTIL VAT-IDX-DEP > VAT-NB-DEP
007660         PERFORM                  7160-IMPRIMER-UN-DEPARTEMENT
007670     END-PERFORM.
007680
007690 7150-IMPRIMER-DEPARTEMENTS-FIN.
007700     EXIT.
007710*----------------------------------------------------------------*
007720* IMPRIMER LA LIGNE D'UN DEPARTEMENT (LIBELLE LU DANS UTDEPRF;   *
007730* UN CODE EN BLANC REGROUPE LES EMPLOYES NON AFFECTES)           *
007740*----------------------------------------------------------------*
007750 7160-IMPRIMER-UN-DEPARTEMENT     SECTION.
007760*-----------------------------------------
007770
007780     IF  TBL-DEP-EFFECTIF (VAT-IDX-DEP) > ZERO
007790         COMPUTE RAP-SAL-MOYEN ROUNDED =
007800             TBL-DEP-TOT-SAL (VAT-IDX-DEP) /
007810             TBL-DEP-EFFECTIF (VAT-IDX-DEP)
007820     ELSE
007830         MOVE ZERO                TO RAP-SAL-MOYEN
007840     END-IF.
007850
007860     MOVE SPACES                  TO RAP-EDIT-LIBELLE.
007870     IF  TBL-DEP-CODE (VAT-IDX-DEP) = SPACES
007880         MOVE 'NON AFFECTE'       TO RAP-EDIT-LIBELLE
007890     ELSE
007900         IF  DEPART-OUVERT
007910             MOVE TBL-DEP-CODE (VAT-IDX-DEP)
007920                                  TO DEP-COD-DEPT
007930             READ DEPART-FICHIER
007940                 INVALID KEY
007950                     MOVE '** INCONNU DE UTDEPRF **'
007960                                  TO RAP-EDIT-LIBELLE
007970                 NOT INVALID KEY
007980                     MOVE DEP-LIBELLE
007990                                  TO RAP-EDIT-LIBELLE
008000             END-READ
008010         END-IF
008020     END-IF.
008030
008040     MOVE TBL-DEP-EFFECTIF (VAT-IDX-DEP)
008050                                  TO RAP-EDIT-EFFECTIF.
008060     MOVE TBL-DEP-TOT-SAL (VAT-IDX-DEP)
008070                                  TO RAP-EDIT-TOT-SAL.
008080     MOVE RAP-SAL-MOYEN           TO RAP-EDIT-SAL-MOYEN.
008090
008100     MOVE SPACES                  TO RAP-LIGNE.
008110     STRING TBL-DEP-CODE (VAT-IDX-DEP)
008120                                  DELIMITED BY SIZE
008130            ' '                   DELIMITED BY SIZE
008140            RAP-EDIT-LIBELLE      DELIMITED BY SIZE
008150            ' '                   DELIMITED BY SIZE
008160            RAP-EDIT-EFFECTIF     DELIMITED BY SIZE
008170            ' '                   DELIMITED BY SIZE
008180            RAP-EDIT-TOT-SAL      DELIMITED BY SIZE
008190            '  '                  DELIMITED BY SIZE
008200            RAP-EDIT-SAL-MOYEN    DELIMITED BY SIZE
008210            INTO RAP-LIGNE
008220     END-STRING.
008230     WRITE RAP-LIGNE.
008240
008250 7160-IMPRIMER-UN-DEPARTEMENT-FIN.
008260     EXIT.
