000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      UTSWREP.
000120*AUTHOR.          GROUPE CSD.
000130*----------------------------------------------------------------*
000140*                                                                *
000150* DESC.: REPRISE EN AVANT DU FICHIER MAITRE PANRMAS -- APRES LA  *
000160* -----  RESTAURATION DE LA DERNIERE SAUVEGARDE, REJOUE SUR LE   *
000170*        MAITRE RESTAURE, EN ORDRE DE DATE ET HEURE, TOUTES LES  *
000180*        TRANSACTIONS REUSSIES (AJOUT, MODIFICATION, CHANGEMENT  *
000190*        DE STATUT, SUPPRESSION) DE L'ARCHIVE AUDARCH            *
000200*        POSTERIEURES AU POINT DE SAUVEGARDE LU DANS REPPARM     *
000210*        (AAAAMMJJHHMMSS). LES TRANSACTIONS PARQUEES, REFUSEES   *
000220*        OU EN ECHEC NE SONT PAS REJOUEES. TOUT CE QUI NE PEUT   *
000230*        ETRE APPLIQUE (EX. MODIFICATION D'UN EMPLOYE ABSENT DU  *
000240*        MAITRE RESTAURE, AJOUT ARCHIVE SANS COMPLEMENT D'IMAGE) *
000250*        EST IMPRIME AU RAPPORT; CODE RETOUR 4 DANS CE CAS.      *
000260*        LE LOT POSE UN VERROU AU CONTROLE D'ENCHAINEMENT        *
000270*        UTJOBCTL (ENTREE 'UTSWREP ' DATEE A ZERO) QUE UTSWEXT   *
000280*        ET UTSWREC VERIFIENT : ILS REFUSENT DE TOURNER TANT QUE *
000290*        LA REPRISE N'EST PAS TERMINEE. LE REJEU EST IDEMPOTENT :*
000300*        LA REPRISE PEUT ETRE RELANCEE APRES UN ARRET.           *
000310*----------------------------------------------------------------*
000320* HISTORIQUE DES MODIFICATIONS                                   *
000330*  - CREATION DE LA REPRISE EN AVANT DU FICHIER MAITRE           *
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
000450*--- LE MAITRE RESTAURE EST MIS A JOUR PAR CLE
000460     SELECT MAITRE-FICHIER       ASSIGN TO PANRMAS
000470                                  ORGANIZATION IS INDEXED
000480                                  ACCESS MODE IS RANDOM
000490                                  RECORD KEY IS UTPANRM-NUM-EMP
000500                                  FILE STATUS IS VAT-MAITRE-STAT.
000510
000520*--- L'ARCHIVE EST EN ORDRE D'EMPLOYE : ELLE EST LUE EN ENTIER ET
000530*    LES ENTREES RETENUES SONT TRIEES EN ORDRE DE DATE ET HEURE
000540     SELECT ARCHIVE-FICHIER      ASSIGN TO AUDARCH
000550                                  ORGANIZATION IS INDEXED
000560                                  ACCESS MODE IS SEQUENTIAL
000570                                  RECORD KEY IS ARC-CLE
000580                                  FILE STATUS IS VAT-ARCH-STAT.
000590
000600     SELECT TRI-FICHIER          ASSIGN TO SORTWK1.
000610
000620     SELECT PARAMETRE-FICHIER    ASSIGN TO REPPARM
000630                                  ORGANIZATION IS SEQUENTIAL
000640                                  FILE STATUS IS VAT-PARM-STAT.
000650
000660     SELECT RAPPORT-FICHIER      ASSIGN TO RAPPORT
000670                                  ORGANIZATION IS SEQUENTIAL
000680                                  FILE STATUS IS VAT-RAPPORT-STAT.
000690
000700     SELECT OPTIONAL JOBCTL-FICHIER
000710                                  ASSIGN TO UTJOBCTL
000720                                  ORGANIZATION IS INDEXED
000730                                  ACCESS MODE IS RANDOM
000740                                  RECORD KEY IS JOB-CLE
000750                                  FILE STATUS IS VAT-JOB-STAT.
000760
000770 DATA                            DIVISION.
000780*----------------------------------------------------------------*
000790 FILE                            SECTION.
000800*----------------------------------------------------------------*
000810 FD  MAITRE-FICHIER.
000820     COPY UTPANRM.
000830
000840 FD  ARCHIVE-FICHIER.
000850     COPY AUDARREC.
000860
000870*--- MEME DISPOSITION QUE AUDARCH, ZONES RENOMMEES TRI-
000880 SD  TRI-FICHIER.
000890     COPY AUDARREC REPLACING LEADING ==ARC== BY ==TRI==.
000900
000910*--- POINT DE SAUVEGARDE : DATE ET HEURE OU LA SAUVEGARDE DU
000920*    MAITRE RESTAURE A ETE PRISE
000930 FD  PARAMETRE-FICHIER
000940     RECORDING MODE IS F.
000950 01  RPA-ENREGISTREMENT.
000960     05  RPA-DATE-SAUVEGARDE     PIC 9(8).
000970     05  RPA-HEURE-SAUVEGARDE    PIC 9(6).
000980     05  FILLER                  PIC X(66).
000990
001000 FD  RAPPORT-FICHIER
001010     RECORDING MODE IS F.
001020 01  RAP-LIGNE                   PIC X(132).
001030
001040 FD  JOBCTL-FICHIER.
001050     COPY UTJOBREC.
001060
001070*----------------------------------------------------------------*
001080 WORKING-STORAGE                 SECTION.
001090*----------------------------------------------------------------*
001100 01  FILLER                      PIC X(27)  VALUE
001110         'COMMENCEMENT DU MODULE  -->'.
001120
001130 01  VAT-MAITRE-STAT             PIC X(2).
001140 01  VAT-ARCH-STAT               PIC X(2).
001150 01  VAT-PARM-STAT               PIC X(2).
001160 01  VAT-RAPPORT-STAT            PIC X(2).
001170 01  VAT-JOB-STAT                PIC X(2).
001180
001190 01  VAT-DATE-JOUR               PIC 9(8).
001200 01  VAT-HEURE-JOUR              PIC 9(8).
001210
001220 01  VAT-SW-OUVERTURE            PIC X       VALUE 'O'.
001230     88  OUVERTURE-REUSSIE                   VALUE 'O'.
001240     88  OUVERTURE-ECHOUEE                   VALUE 'N'.
001250 01  VAT-SW-FIN-ARCHIVE          PIC X       VALUE 'N'.
001260     88  FIN-ARCHIVE-ATTEINTE                VALUE 'O'.
001270 01  VAT-SW-FIN-TRI              PIC X       VALUE 'N'.
001280     88  FIN-TRI-ATTEINTE                    VALUE 'O'.
001290*--- ERREUR D'E/S SUR LE MAITRE : LE REJEU EST ARRETE (CODE 12)
001300 01  VAT-SW-REPRISE              PIC X       VALUE 'O'.
001310     88  REPRISE-EN-COURS                    VALUE 'O'.
001320     88  REPRISE-INTERROMPUE                 VALUE 'N'.
001330
001340*----------------------------------------------------------------*
001350*    ZONES DE TRAVAIL DE LA REPRISE                              *
001360*----------------------------------------------------------------*
001370*--- LES DEUX HORODATAGES SONT COMPARES COMME ZONES GROUPEES
001380*    (AAAAMMJJHHMMSS)
001390 01  REP-POINT-SAUVEGARDE.
001400     05  REP-SAUV-DATE           PIC 9(8).
001410     05  REP-SAUV-HEURE          PIC 9(6).
001420 01  REP-HORODATAGE-ARCHIVE.
001430     05  REP-ARC-DATE            PIC 9(8).
001440     05  REP-ARC-HEURE           PIC 9(6).
001450
001460 01  REP-LIB-ACTN                PIC X(12).
001470 01  REP-MESSAGE                 PIC X(60).
001480 01  REP-NB-EDIT                 PIC Z.ZZZ.ZZ9.
001490
001500*----------------------------------------------------------------*
001510*    COMPTEURS DE FIN DE LOT                                     *
001520*----------------------------------------------------------------*
001530 01  CPT-ARCHIVE-LUES            PIC 9(9)    VALUE ZERO.
001540 01  CPT-RETENUES                PIC 9(7)    VALUE ZERO.
001550 01  CPT-AJOUTS                  PIC 9(7)    VALUE ZERO.
001560 01  CPT-MODIFICATIONS           PIC 9(7)    VALUE ZERO.
001570 01  CPT-STATUTS                 PIC 9(7)    VALUE ZERO.
001580 01  CPT-SUPPRESSIONS            PIC 9(7)    VALUE ZERO.
001590*--- APPLIQUEES AVEC RESERVE (IMAGE PARTIELLE, AJOUT D'UN EMPLOYE
001600*    DEJA PRESENT, SUPPRESSION D'UN EMPLOYE DEJA ABSENT) ET NON
001610*    APPLIQUEES; LES DEUX SONT IMPRIMEES AU RAPPORT
001620 01  CPT-AVEC-RESERVE            PIC 9(7)    VALUE ZERO.
001630 01  CPT-NON-APPLIQUEES          PIC 9(7)    VALUE ZERO.
001640
001650*----------------------------------------------------------------*
001660*                 *** PROCEDURE DIVISION ***                     *
001670*----------------------------------------------------------------*
001680 PROCEDURE DIVISION.
001690
001700*----------------------------------------------------------------*
001710 0000-SECTION-DIRECTRICE          SECTION.
001720*-----------------------------------------
001730
001740     PERFORM                      1000-INITIALISATION.
001750     IF OUVERTURE-REUSSIE
001760         SORT TRI-FICHIER
001770              ON ASCENDING KEY    TRI-DATE-TRAN
001780                                  TRI-HEURE-TRAN
001790                                  TRI-NUM-EMP
001800              INPUT PROCEDURE IS  3000-SELECTIONNER-LES-ENTREES
001810              OUTPUT PROCEDURE IS 4000-REJOUER-LES-ENTREES
001820         PERFORM                  7000-IMPRIMER-LE-SOMMAIRE
001830         PERFORM                  7900-MARQUER-FIN-JOB
001840         PERFORM                  8000-FIN-DE-LOT
001850     ELSE
001860         MOVE 16                  TO RETURN-CODE
001870         GOBACK
001880     END-IF.
001890
001900 0000-SECTION-DIRECTRICE-FIN.
001910     EXIT.
001920/
001930*----------------------------------------------------------------*
001940* OUVERTURE DES FICHIERS, LECTURE DU POINT DE SAUVEGARDE (SANS   *
001950* LUI LA REPRISE EST REFUSEE), MARQUAGE DU DEBUT ET POSE DU      *
001960* VERROU DES EXTRACTIONS                                         *
001970*----------------------------------------------------------------*
001980 1000-INITIALISATION              SECTION.
001990*-----------------------------------------
002000
002010     SET OUVERTURE-REUSSIE        TO TRUE.
002020
002030     OPEN I-O                     MAITRE-FICHIER.
002040     OPEN INPUT                   ARCHIVE-FICHIER.
002050     OPEN OUTPUT                  RAPPORT-FICHIER.
002060
002070     IF VAT-MAITRE-STAT NOT = '00'
002080         DISPLAY 'UTSWREP - OUVERTURE IMPOSSIBLE - '
002090                 'MAITRE-FICHIER - STATUS ' VAT-MAITRE-STAT
002100         SET OUVERTURE-ECHOUEE    TO TRUE
002110     END-IF.
002120
002130     IF VAT-ARCH-STAT NOT = '00'
002140         DISPLAY 'UTSWREP - OUVERTURE IMPOSSIBLE - '
002150                 'ARCHIVE-FICHIER - STATUS ' VAT-ARCH-STAT
002160         SET OUVERTURE-ECHOUEE    TO TRUE
002170     END-IF.
002180
002190     IF VAT-RAPPORT-STAT NOT = '00'
002200         DISPLAY 'UTSWREP - OUVERTURE IMPOSSIBLE - '
002210                 'RAPPORT-FICHIER - STATUS ' VAT-RAPPORT-STAT
002220         SET OUVERTURE-ECHOUEE    TO TRUE
002230     END-IF.
002240
002250     ACCEPT VAT-DATE-JOUR         FROM DATE YYYYMMDD.
002260
002270     IF OUVERTURE-REUSSIE
002280         PERFORM                  1200-OBTENIR-POINT-SAUVEGARDE
002290     END-IF.
002300
002310     IF OUVERTURE-REUSSIE
002320         PERFORM                  1500-MARQUER-DEBUT-JOB
002330     END-IF.
002340
002350     IF OUVERTURE-REUSSIE
002360         PERFORM                  1700-POSER-LE-VERROU
002370     END-IF.
002380
002390 1000-INITIALISATION-FIN.
002400     EXIT.
002410/
002420*----------------------------------------------------------------*
002430* LECTURE SEQUENTIELLE DE L'ARCHIVE DE LA PISTE D'AUDIT          *
002440*----------------------------------------------------------------*
002450 1100-LIRE-ARCHIVE                SECTION.
002460*-----------------------------------------
002470
002480     READ ARCHIVE-FICHIER NEXT
002490         AT END
002500             SET FIN-ARCHIVE-ATTEINTE TO TRUE
002510     END-READ.
002520
002530     IF NOT FIN-ARCHIVE-ATTEINTE
002540         ADD 1                    TO CPT-ARCHIVE-LUES
002550     END-IF.
002560
002570 1100-LIRE-ARCHIVE-FIN.
002580     EXIT.
002590/
002600*----------------------------------------------------------------*
002610* OBTENIR LE POINT DE SAUVEGARDE : PREMIERE LIGNE DU FICHIER     *
002620* PARAMETRE REPPARM (AAAAMMJJ PUIS HHMMSS). CONTRAIREMENT AU     *
002630* RAPPORT UTSWRPT IL N'Y A PAS DE VALEUR PAR DEFAUT : UN         *
002640* PARAMETRE ABSENT OU NON NUMERIQUE FAIT REFUSER LA REPRISE      *
002650*----------------------------------------------------------------*
002660 1200-OBTENIR-POINT-SAUVEGARDE    SECTION.
002670*-----------------------------------------
002680
002690     MOVE ZERO                    TO REP-POINT-SAUVEGARDE.
002700
002710     OPEN INPUT                   PARAMETRE-FICHIER.
002720
002730     IF VAT-PARM-STAT = '00'
002740         READ PARAMETRE-FICHIER
002750             AT END
002760                 CONTINUE
002770             NOT AT END
002780                 IF  RPA-DATE-SAUVEGARDE  IS NUMERIC
002790                 AND RPA-HEURE-SAUVEGARDE IS NUMERIC
002800                     MOVE RPA-DATE-SAUVEGARDE
002810                                  TO REP-SAUV-DATE
002820                     MOVE RPA-HEURE-SAUVEGARDE
002830                                  TO REP-SAUV-HEURE
002840                 END-IF
002850         END-READ
002860         CLOSE PARAMETRE-FICHIER
002870     END-IF.
002880
002890     IF REP-SAUV-DATE = ZERO
002900         DISPLAY 'UTSWREP - POINT DE SAUVEGARDE ABSENT OU '
002910                 'INVALIDE DANS REPPARM (AAAAMMJJHHMMSS) - '
002920                 'REPRISE REFUSEE'
002930         SET OUVERTURE-ECHOUEE    TO TRUE
002940     END-IF.
002950
002960 1200-OBTENIR-POINT-SAUVEGARDE-FIN.
002970     EXIT.
002980/
002990*----------------------------------------------------------------*
003000* PROCEDURE D'ENTREE DU TRI : RETENIR LES ENTREES DE L'ARCHIVE   *
003010* A REJOUER. L'ENTREE DE LA SECONDE MEME DU POINT DE SAUVEGARDE  *
003020* EST RETENUE (LE REJEU EST IDEMPOTENT); LES ENTREES EN ECHEC,   *
003030* PARQUEES (ATTENTE, REPORTEE, ENPANNE, DOUBLON), REFUSEES OU    *
003040* D'OBTENTION SONT ECARTEES : SEUL LE CODE RETOUR '00000' DU     *
003050* SERVICE ATTESTE QUE LE MAITRE A ETE MIS A JOUR                 *
003060*----------------------------------------------------------------*
003070 3000-SELECTIONNER-LES-ENTREES    SECTION.
003080*-----------------------------------------
003090
003100     PERFORM                      1100-LIRE-ARCHIVE.
003110
003120     PERFORM                      3100-RETENIR-UNE-ENTREE
003130             UNTIL FIN-ARCHIVE-ATTEINTE.
003140
003150 3000-SELECTIONNER-LES-ENTREES-FIN.
003160     EXIT.
003170/
003180*----------------------------------------------------------------*
003190* RETENIR L'ENTREE COURANTE DE L'ARCHIVE SI ELLE EST A REJOUER   *
003200*----------------------------------------------------------------*
003210 3100-RETENIR-UNE-ENTREE          SECTION.
003220*-----------------------------------------
003230
003240     MOVE ARC-DATE-TRAN           TO REP-ARC-DATE.
003250     MOVE ARC-HEURE-TRAN          TO REP-ARC-HEURE.
003260
003270     IF  REP-HORODATAGE-ARCHIVE   NOT < REP-POINT-SAUVEGARDE
003280     AND ARC-TRAN-REUSSIE
003290     AND ARC-CODE-RETOUR(1:5)     = '00000'
003300     AND (ARC-COD-ACTN = 'C' OR 'M' OR 'T' OR 'S')
003310         RELEASE TRI-ENREGISTREMENT FROM ARC-ENREGISTREMENT
003320         ADD 1                    TO CPT-RETENUES
003330     END-IF.
003340
003350     PERFORM                      1100-LIRE-ARCHIVE.
003360
003370 3100-RETENIR-UNE-ENTREE-FIN.
003380     EXIT.
003390/
003400*----------------------------------------------------------------*
003410* PROCEDURE DE SORTIE DU TRI : REJOUER LES ENTREES EN ORDRE DE   *
003420* DATE ET HEURE. UNE ERREUR D'E/S SUR LE MAITRE ARRETE LE REJEU  *
003430*----------------------------------------------------------------*
003440 4000-REJOUER-LES-ENTREES         SECTION.
003450*-----------------------------------------
003460
003470     MOVE SPACES                  TO RAP-LIGNE.
003480     STRING 'REPRISE EN AVANT DU MAITRE PANRMAS DU '
003490                                  DELIMITED BY SIZE
003500            VAT-DATE-JOUR         DELIMITED BY SIZE
003510            ' - SAUVEGARDE DU '   DELIMITED BY SIZE
003520            REP-SAUV-DATE         DELIMITED BY SIZE
003530            ' A '                 DELIMITED BY SIZE
003540            REP-SAUV-HEURE        DELIMITED BY SIZE
003550            INTO RAP-LIGNE
003560     END-STRING.
003570     WRITE RAP-LIGNE.
003580     MOVE SPACES                  TO RAP-LIGNE.
003590     WRITE RAP-LIGNE.
003600     MOVE
003610-          '  DATE     HEURE   EMPLOYE    ACTION       RESULTAT'
003620                                  TO RAP-LIGNE.
003630     WRITE RAP-LIGNE.
003640
003650     PERFORM                      4100-LIRE-ENTREE-TRIEE.
003660
003670     PERFORM                      4200-REJOUER-UNE-ENTREE
003680             UNTIL FIN-TRI-ATTEINTE OR REPRISE-INTERROMPUE.
003690
003700 4000-REJOUER-LES-ENTREES-FIN.
003710     EXIT.
003720/
003730*----------------------------------------------------------------*
003740* LECTURE D'UNE ENTREE TRIEE                                     *
003750*----------------------------------------------------------------*
003760 4100-LIRE-ENTREE-TRIEE           SECTION.
003770*-----------------------------------------
003780
003790     RETURN TRI-FICHIER
003800         AT END
003810             SET FIN-TRI-ATTEINTE TO TRUE
003820     END-RETURN.
003830
003840 4100-LIRE-ENTREE-TRIEE-FIN.
003850     EXIT.
003860/
003870*----------------------------------------------------------------*
003880* REJOUER L'ENTREE TRIEE COURANTE SELON SON CODE D'ACTION        *
003890*----------------------------------------------------------------*
003900 4200-REJOUER-UNE-ENTREE          SECTION.
003910*-----------------------------------------
003920
003930     EVALUATE TRI-COD-ACTN
003940         WHEN 'C'
003950             MOVE 'AJOUTER'       TO REP-LIB-ACTN
003960             PERFORM              4300-REJOUER-AJOUT
003970         WHEN 'M'
003980             MOVE 'MODIFIER'      TO REP-LIB-ACTN
003990             PERFORM              4400-REJOUER-MODIFICATION
004000         WHEN 'T'
004010             MOVE 'STATUT'        TO REP-LIB-ACTN
004020             PERFORM              4400-REJOUER-MODIFICATION
004030         WHEN OTHER
004040             MOVE 'SUPPRIMER'     TO REP-LIB-ACTN
004050             PERFORM              4500-REJOUER-SUPPRESSION
004060     END-EVALUATE.
004070
004080     PERFORM                      4100-LIRE-ENTREE-TRIEE.
004090
004100 4200-REJOUER-UNE-ENTREE-FIN.
004110     EXIT.
004120/
004130*----------------------------------------------------------------*
004140* REJOUER UN AJOUT : LE DOSSIER EST RECONSTRUIT A PARTIR DE      *
004150* L'IMAGE APRES, QUI DOIT ETRE COMPLETE (NOMS, NIVEAU, STATUT,   *
004160* CONTACTS). UN EMPLOYE DEJA PRESENT (ENTREE DE LA SECONDE DU    *
004170* POINT DE SAUVEGARDE, REPRISE RELANCEE) EST REMPLACE            *
004180*----------------------------------------------------------------*
004190 4300-REJOUER-AJOUT               SECTION.
004200*-----------------------------------------
004210
004220     IF  NOT TRI-IMAGE-COMPLETE
004230         MOVE 'NON APPLIQUE - IMAGE APRES INCOMPLETE'
004240                                  TO REP-MESSAGE
004250         ADD 1                    TO CPT-NON-APPLIQUEES
004260         PERFORM                  4900-IMPRIMER-UNE-ENTREE
004270     ELSE
004280         MOVE TRI-NUM-EMP         TO UTPANRM-NUM-EMP
004290         MOVE TRI-AP-PREN-EMP     TO UTPANRM-PREN-EMP
004300         MOVE TRI-AP-NOM-EMP      TO UTPANRM-NOM-EMP
004310         MOVE TRI-AP-NIV-ENTR     TO UTPANRM-NIV-ENTR
004320         MOVE TRI-AP-DATE-DEB     TO UTPANRM-DATE-DEB
004330         MOVE TRI-AP-DATE-FIN     TO UTPANRM-DATE-FIN
004340         MOVE TRI-AP-SAL-EMPL     TO UTPANRM-SAL-EMP
004350         MOVE TRI-AP-NO-TEL-CONT1 TO UTPANRM-NO-TEL-CONT1
004360         MOVE TRI-AP-NO-TEL-CONT2 TO UTPANRM-NO-TEL-CONT2
004370         MOVE TRI-AP-STATUT       TO UTPANRM-STATUT
004380         MOVE TRI-AP-COD-DEPT     TO UTPANRM-COD-DEPT
004390         WRITE UTPANRM-RECORD
004400         EVALUATE VAT-MAITRE-STAT
004410             WHEN '00'
004420                 ADD 1            TO CPT-AJOUTS
004430             WHEN '22'
004440                 REWRITE UTPANRM-RECORD
004450                 IF  VAT-MAITRE-STAT = '00'
004460                     MOVE
004470-                      'APPLIQUE - EMPLOYE DEJA PRESENT, REMPLACE'
004480                                  TO REP-MESSAGE
004490                     ADD 1        TO CPT-AJOUTS
004500                                     CPT-AVEC-RESERVE
004510                     PERFORM      4900-IMPRIMER-UNE-ENTREE
004520                 ELSE
004530                     PERFORM      4950-ERREUR-MAITRE
004540                 END-IF
004550             WHEN OTHER
004560                 PERFORM          4950-ERREUR-MAITRE
004570         END-EVALUATE
004580     END-IF.
004590
004600 4300-REJOUER-AJOUT-FIN.
004610     EXIT.
004620/
004630*----------------------------------------------------------------*
004640* REJOUER UNE MODIFICATION OU UN CHANGEMENT DE STATUT SUR LE     *
004650* DOSSIER RESTAURE. SALAIRE, DATES ET DEPARTEMENT VIENNENT DE    *
004660* L'IMAGE APRES DE BASE; NOMS, NIVEAU, STATUT ET CONTACTS        *
004670* SEULEMENT SI L'IMAGE EST COMPLETE. UNE ENTREE ARCHIVEE SANS    *
004680* COMPLEMENT EST APPLIQUEE PARTIELLEMENT (MODIFICATION) OU PAS   *
004690* DU TOUT (CHANGEMENT DE STATUT, QUI NE PORTE QUE LE STATUT)     *
004700*----------------------------------------------------------------*
004710 4400-REJOUER-MODIFICATION        SECTION.
004720*-----------------------------------------
004730
004740     MOVE TRI-NUM-EMP             TO UTPANRM-NUM-EMP.
004750
004760     READ MAITRE-FICHIER.
004770
004780     EVALUATE TRUE
004790         WHEN VAT-MAITRE-STAT     = '23'
004800             MOVE 'NON APPLIQUE - EMPLOYE ABSENT DU MAITRE'
004810                                  TO REP-MESSAGE
004820             ADD 1                TO CPT-NON-APPLIQUEES
004830             PERFORM              4900-IMPRIMER-UNE-ENTREE
004840         WHEN VAT-MAITRE-STAT     NOT = '00'
004850             PERFORM              4950-ERREUR-MAITRE
004860         WHEN TRI-COD-ACTN        = 'T'
004870          AND NOT TRI-IMAGE-COMPLETE
004880             MOVE 'NON APPLIQUE - IMAGE APRES INCOMPLETE'
004890                                  TO REP-MESSAGE
004900             ADD 1                TO CPT-NON-APPLIQUEES
004910             PERFORM              4900-IMPRIMER-UNE-ENTREE
004920         WHEN OTHER
004930             PERFORM              4410-APPLIQUER-IMAGE-APRES
004940     END-EVALUATE.
004950
004960 4400-REJOUER-MODIFICATION-FIN.
004970     EXIT.
004980/
004990*----------------------------------------------------------------*
005000* APPLIQUER L'IMAGE APRES AU DOSSIER LU ET LE REECRIRE           *
005010*----------------------------------------------------------------*
005020 4410-APPLIQUER-IMAGE-APRES       SECTION.
005030*-----------------------------------------
005040
005050     MOVE TRI-AP-SAL-EMPL         TO UTPANRM-SAL-EMP.
005060     MOVE TRI-AP-DATE-DEB         TO UTPANRM-DATE-DEB.
005070     MOVE TRI-AP-DATE-FIN         TO UTPANRM-DATE-FIN.
005080
005090     IF  TRI-AP-COD-DEPT          NOT = SPACES
005100         MOVE TRI-AP-COD-DEPT     TO UTPANRM-COD-DEPT
005110     END-IF.
005120
005130     IF  TRI-IMAGE-COMPLETE
005140         MOVE TRI-AP-PREN-EMP     TO UTPANRM-PREN-EMP
005150         MOVE TRI-AP-NOM-EMP      TO UTPANRM-NOM-EMP
005160         MOVE TRI-AP-NIV-ENTR     TO UTPANRM-NIV-ENTR
005170         MOVE TRI-AP-NO-TEL-CONT1 TO UTPANRM-NO-TEL-CONT1
005180         MOVE TRI-AP-NO-TEL-CONT2 TO UTPANRM-NO-TEL-CONT2
005190         IF  TRI-AP-STATUT        NOT = SPACE
005200             MOVE TRI-AP-STATUT   TO UTPANRM-STATUT
005210         END-IF
005220     END-IF.
005230
005240     REWRITE UTPANRM-RECORD.
005250
005260     IF  VAT-MAITRE-STAT          NOT = '00'
005270         PERFORM                  4950-ERREUR-MAITRE
005280     ELSE
005290         IF  TRI-COD-ACTN         = 'T'
005300             ADD 1                TO CPT-STATUTS
005310         ELSE
005320             ADD 1                TO CPT-MODIFICATIONS
005330         END-IF
005340         IF  NOT TRI-IMAGE-COMPLETE
005350             MOVE 'APPLIQUE EN PARTIE - SALAIRE, DATES, DEPT'
005360                                  TO REP-MESSAGE
005370             ADD 1                TO CPT-AVEC-RESERVE
005380             PERFORM              4900-IMPRIMER-UNE-ENTREE
005390         END-IF
005400     END-IF.
005410
005420 4410-APPLIQUER-IMAGE-APRES-FIN.
005430     EXIT.
005440/
005450*----------------------------------------------------------------*
005460* REJOUER UNE SUPPRESSION : LE DOSSIER EST RETIRE DU MAITRE. UN  *
005470* EMPLOYE DEJA ABSENT EST SIGNALE (AJOUT ANTERIEUR NON REJOUE OU *
005480* REPRISE RELANCEE)                                              *
005490*----------------------------------------------------------------*
005500 4500-REJOUER-SUPPRESSION         SECTION.
005510*-----------------------------------------
005520
005530     MOVE TRI-NUM-EMP             TO UTPANRM-NUM-EMP.
005540
005550     DELETE MAITRE-FICHIER RECORD.
005560
005570     EVALUATE VAT-MAITRE-STAT
005580         WHEN '00'
005590             ADD 1                TO CPT-SUPPRESSIONS
005600         WHEN '23'
005610             MOVE 'APPLIQUE - EMPLOYE DEJA ABSENT DU MAITRE'
005620                                  TO REP-MESSAGE
005630             ADD 1                TO CPT-SUPPRESSIONS
005640                                     CPT-AVEC-RESERVE
005650             PERFORM              4900-IMPRIMER-UNE-ENTREE
005660         WHEN OTHER
005670             PERFORM              4950-ERREUR-MAITRE
005680     END-EVALUATE.
005690
005700 4500-REJOUER-SUPPRESSION-FIN.
005710     EXIT.
005720/
005730*----------------------------------------------------------------*
005740* IMPRIMER L'ENTREE TRIEE COURANTE ET LE MESSAGE PREPARE         *
005750*----------------------------------------------------------------*
005760 4900-IMPRIMER-UNE-ENTREE         SECTION.
005770*-----------------------------------------
005780
005790     MOVE SPACES                  TO RAP-LIGNE.
005800     STRING '  '                  DELIMITED BY SIZE
005810            TRI-DATE-TRAN         DELIMITED BY SIZE
005820            ' '                   DELIMITED BY SIZE
005830            TRI-HEURE-TRAN        DELIMITED BY SIZE
005840            '  '                  DELIMITED BY SIZE
005850            TRI-NUM-EMP           DELIMITED BY SIZE
005860            '  '                  DELIMITED BY SIZE
005870            REP-LIB-ACTN          DELIMITED BY SIZE
005880            ' '                   DELIMITED BY SIZE
005890            REP-MESSAGE           DELIMITED BY SIZE
005900            INTO RAP-LIGNE
005910     END-STRING.
005920     WRITE RAP-LIGNE.
005930
005940 4900-IMPRIMER-UNE-ENTREE-FIN.
005950     EXIT.
005960/
005970*----------------------------------------------------------------*
005980* ERREUR D'E/S SUR LE MAITRE : L'ENTREE EST IMPRIMEE ET LE REJEU *
005990* EST ARRETE (CODE RETOUR 12, VERROU LAISSE EN ERREUR). LA       *
006000* REPRISE SERA RELANCEE UNE FOIS LA CAUSE CORRIGEE               *
006010*----------------------------------------------------------------*
006020 4950-ERREUR-MAITRE               SECTION.
006030*-----------------------------------------
006040
006050     DISPLAY 'UTSWREP - ERREUR E/S MAITRE - EMPLOYE '
006060             TRI-NUM-EMP ' - STATUS ' VAT-MAITRE-STAT.
006070
006080     MOVE SPACES                  TO REP-MESSAGE.
006090     STRING 'ERREUR E/S MAITRE - STATUS '
006100                                  DELIMITED BY SIZE
006110            VAT-MAITRE-STAT       DELIMITED BY SIZE
006120            ' - REPRISE ARRETEE'  DELIMITED BY SIZE
006130            INTO REP-MESSAGE
006140     END-STRING.
006150     ADD 1                        TO CPT-NON-APPLIQUEES.
006160     PERFORM                      4900-IMPRIMER-UNE-ENTREE.
006170
006180     MOVE 12                      TO RETURN-CODE.
006190     SET REPRISE-INTERROMPUE      TO TRUE.
006200
006210 4950-ERREUR-MAITRE-FIN.
006220     EXIT.
006230/
006240*----------------------------------------------------------------*
006250* IMPRIMER LE SOMMAIRE DE LA REPRISE                             *
006260*----------------------------------------------------------------*
006270 7000-IMPRIMER-LE-SOMMAIRE        SECTION.
006280*-----------------------------------------
006290
006300     MOVE SPACES                  TO RAP-LIGNE.
006310     WRITE RAP-LIGNE.
006320     MOVE 'SOMMAIRE DE LA REPRISE' TO RAP-LIGNE.
006330     WRITE RAP-LIGNE.
006340
006350     MOVE CPT-ARCHIVE-LUES        TO REP-NB-EDIT.
006360     MOVE '  ENTREES DE L''ARCHIVE LUES' TO REP-MESSAGE.
006370     PERFORM                      7100-IMPRIMER-UN-COMPTE.
006380     MOVE CPT-RETENUES            TO REP-NB-EDIT.
006390     MOVE '  ENTREES A REJOUER'   TO REP-MESSAGE.
006400     PERFORM                      7100-IMPRIMER-UN-COMPTE.
006410     MOVE CPT-AJOUTS              TO REP-NB-EDIT.
006420     MOVE '  AJOUTS REJOUES'      TO REP-MESSAGE.
006430     PERFORM                      7100-IMPRIMER-UN-COMPTE.
006440     MOVE CPT-MODIFICATIONS       TO REP-NB-EDIT.
006450     MOVE '  MODIFICATIONS REJOUEES' TO REP-MESSAGE.
006460     PERFORM                      7100-IMPRIMER-UN-COMPTE.
006470     MOVE CPT-STATUTS             TO REP-NB-EDIT.
006480     MOVE '  CHANGEMENTS DE STATUT REJOUES' TO REP-MESSAGE.
006490     PERFORM                      7100-IMPRIMER-UN-COMPTE.
006500     MOVE CPT-SUPPRESSIONS        TO REP-NB-EDIT.
006510     MOVE '  SUPPRESSIONS REJOUEES' TO REP-MESSAGE.
006520     PERFORM                      7100-IMPRIMER-UN-COMPTE.
006530     MOVE CPT-AVEC-RESERVE        TO REP-NB-EDIT.
006540     MOVE '  DONT APPLIQUEES AVEC RESERVE' TO REP-MESSAGE.
006550     PERFORM                      7100-IMPRIMER-UN-COMPTE.
006560     MOVE CPT-NON-APPLIQUEES      TO REP-NB-EDIT.
006570     MOVE '  NON APPLIQUEES'      TO REP-MESSAGE.
006580     PERFORM                      7100-IMPRIMER-UN-COMPTE.
006590
006600     IF  REPRISE-INTERROMPUE
006610         MOVE SPACES              TO RAP-LIGNE
006620         WRITE RAP-LIGNE
006630         MOVE '*** REPRISE ARRETEE SUR ERREUR - A RELANCER ***'
006640                                  TO RAP-LIGNE
006650         WRITE RAP-LIGNE
006660     END-IF.
006670
006680 7000-IMPRIMER-LE-SOMMAIRE-FIN.
006690     EXIT.
006700/
006710*----------------------------------------------------------------*
006720* IMPRIMER UNE LIGNE DU SOMMAIRE (LIBELLE PREPARE + COMPTE)      *
006730*----------------------------------------------------------------*
006740 7100-IMPRIMER-UN-COMPTE          SECTION.
006750*-----------------------------------------
006760
006770     MOVE SPACES                  TO RAP-LIGNE.
006780     STRING REP-MESSAGE(1:40)     DELIMITED BY SIZE
006790            REP-NB-EDIT           DELIMITED BY SIZE
006800            INTO RAP-LIGNE
006810     END-STRING.
006820     WRITE RAP-LIGNE.
006830
006840 7100-IMPRIMER-UN-COMPTE-FIN.
006850     EXIT.
006860/
006870*----------------------------------------------------------------*
006880* FERMER LES FICHIERS ET AFFICHER LE SOMMAIRE DE LA REPRISE      *
006890*----------------------------------------------------------------*
006900 8000-FIN-DE-LOT                  SECTION.
006910*-----------------------------------------
006920
006930     CLOSE                        MAITRE-FICHIER
006940                                  ARCHIVE-FICHIER
006950                                  RAPPORT-FICHIER.
006960
006970     DISPLAY 'UTSWREP - FIN DE LA REPRISE EN AVANT DU MAITRE'.
006980     DISPLAY 'UTSWREP - POINT DE SAUVEGARDE          : '
006990              REP-SAUV-DATE ' ' REP-SAUV-HEURE.
007000     DISPLAY 'UTSWREP - ENTREES DE L''ARCHIVE LUES    : '
007010              CPT-ARCHIVE-LUES.
007020     DISPLAY 'UTSWREP - ENTREES A REJOUER            : '
007030              CPT-RETENUES.
007040     DISPLAY 'UTSWREP - AJOUTS REJOUES               : '
007050              CPT-AJOUTS.
007060     DISPLAY 'UTSWREP - MODIFICATIONS REJOUEES       : '
007070              CPT-MODIFICATIONS.
007080     DISPLAY 'UTSWREP - CHANGEMENTS DE STATUT        : '
007090              CPT-STATUTS.
007100     DISPLAY 'UTSWREP - SUPPRESSIONS REJOUEES        : '
007110              CPT-SUPPRESSIONS.
007120     DISPLAY 'UTSWREP - APPLIQUEES AVEC RESERVE      : '
007130              CPT-AVEC-RESERVE.
007140     DISPLAY 'UTSWREP - NON APPLIQUEES               : '
007150              CPT-NON-APPLIQUEES.
007160
007170     GOBACK.
007180
007190 8000-FIN-DE-LOT-FIN.
007200     EXIT.
007210/
007220*----------------------------------------------------------------*
007230* MARQUER LE DEBUT DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL    *
007240* (ENTREE REECRITE SI LE LOT EST RELANCE LE MEME JOUR)           *
007250*----------------------------------------------------------------*
007260 1500-MARQUER-DEBUT-JOB           SECTION.
007270*-----------------------------------------
007280
007290     OPEN I-O                     JOBCTL-FICHIER.
007300
007310     IF VAT-JOB-STAT NOT = '00' AND '05'
007320         DISPLAY 'UTSWREP - OUVERTURE IMPOSSIBLE - '
007330                 'JOBCTL-FICHIER - STATUS ' VAT-JOB-STAT
007340         SET OUVERTURE-ECHOUEE    TO TRUE
007350     ELSE
007360         ACCEPT VAT-HEURE-JOUR    FROM TIME
007370         MOVE 'UTSWREP '          TO JOB-NOM-PROG
007380         MOVE VAT-DATE-JOUR       TO JOB-DATE-RUN
007390         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-DEBUT
007400         MOVE ZERO                TO JOB-HEURE-FIN
007410                                     JOB-CPT-LUS
007420                                     JOB-CPT-ECRITS
007430                                     JOB-TOTAL-CONTROLE
007440         SET JOB-EN-COURS         TO TRUE
007450         WRITE JOB-ENREGISTREMENT
007460         IF VAT-JOB-STAT = '22'
007470             REWRITE JOB-ENREGISTREMENT
007480         END-IF
007490     END-IF.
007500
007510 1500-MARQUER-DEBUT-JOB-FIN.
007520     EXIT.
007530/
007540*----------------------------------------------------------------*
007550* POSER LE VERROU DES EXTRACTIONS : L'ENTREE D'ETAT DE LA        *
007560* REPRISE (NOM DU LOT, DATE A ZERO) EST MISE EN COURS. UTSWEXT   *
007570* ET UTSWREC REFUSENT DE TOURNER TANT QU'ELLE N'EST PAS TERMINEE *
007580*----------------------------------------------------------------*
007590 1700-POSER-LE-VERROU             SECTION.
007600*-----------------------------------------
007610
007620     MOVE 'UTSWREP '              TO JOB-NOM-PROG.
007630     MOVE ZERO                    TO JOB-DATE-RUN.
007640     MOVE VAT-HEURE-JOUR(1:6)     TO JOB-HEURE-DEBUT.
007650     MOVE ZERO                    TO JOB-HEURE-FIN
007660                                     JOB-CPT-LUS
007670                                     JOB-CPT-ECRITS
007680                                     JOB-TOTAL-CONTROLE.
007690     SET JOB-EN-COURS             TO TRUE.
007700
007710     WRITE JOB-ENREGISTREMENT.
007720     IF VAT-JOB-STAT = '22'
007730         REWRITE JOB-ENREGISTREMENT
007740     END-IF.
007750
007760     IF VAT-JOB-STAT NOT = '00'
007770         DISPLAY 'UTSWREP - VERROU DES EXTRACTIONS NON POSE - '
007780                 'JOBCTL-FICHIER - STATUS ' VAT-JOB-STAT
007790         SET OUVERTURE-ECHOUEE    TO TRUE
007800     END-IF.
007810
007820 1700-POSER-LE-VERROU-FIN.
007830     EXIT.
007840/
007850*----------------------------------------------------------------*
007860* MARQUER LA FIN DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL :    *
007870* HEURE DE FIN, ETAT ET COMPTEURS (ENTREES RETENUES, ENTREES     *
007880* APPLIQUEES) A L'ENTREE DATEE, PUIS LEVEE DU VERROU. DES        *
007890* ENTREES NON APPLIQUEES DONNENT LE CODE RETOUR 4 : LA REPRISE   *
007900* EST TERMINEE ET LES ECARTS SONT A TRAITER A PARTIR DU RAPPORT  *
007910*----------------------------------------------------------------*
007920 7900-MARQUER-FIN-JOB             SECTION.
007930*-----------------------------------------
007940
007950     IF  CPT-AVEC-RESERVE + CPT-NON-APPLIQUEES > ZERO
007960     AND RETURN-CODE              = ZERO
007970         MOVE 4                   TO RETURN-CODE
007980     END-IF.
007990
008000     MOVE 'UTSWREP '              TO JOB-NOM-PROG.
008010     MOVE VAT-DATE-JOUR           TO JOB-DATE-RUN.
008020
008030     READ JOBCTL-FICHIER.
008040
008050     IF  VAT-JOB-STAT = '00'
008060         ACCEPT VAT-HEURE-JOUR    FROM TIME
008070         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-FIN
008080         MOVE CPT-RETENUES        TO JOB-CPT-LUS
008090         COMPUTE JOB-CPT-ECRITS   = CPT-AJOUTS
008100                                  + CPT-MODIFICATIONS
008110                                  + CPT-STATUTS
008120                                  + CPT-SUPPRESSIONS
008130         MOVE ZERO                TO JOB-TOTAL-CONTROLE
008140         IF  RETURN-CODE          NOT > 4
008150             SET JOB-TERMINE      TO TRUE
008160         ELSE
008170             SET JOB-EN-ERREUR    TO TRUE
008180         END-IF
008190         REWRITE JOB-ENREGISTREMENT
008200     END-IF.
008210
008220     PERFORM                      7950-LEVER-LE-VERROU.
008230
008240     CLOSE                        JOBCTL-FICHIER.
008250
008260 7900-MARQUER-FIN-JOB-FIN.
008270     EXIT.
008280/
008290*----------------------------------------------------------------*
008300* LEVER LE VERROU DES EXTRACTIONS : L'ENTREE D'ETAT PREND L'ETAT *
008310* FINAL DE LA REPRISE. UNE REPRISE EN ERREUR LAISSE LES          *
008320* EXTRACTIONS BLOQUEES JUSQU'A SA RELANCE REUSSIE                *
008330*----------------------------------------------------------------*
008340 7950-LEVER-LE-VERROU             SECTION.
008350*-----------------------------------------
008360
008370     MOVE 'UTSWREP '              TO JOB-NOM-PROG.
008380     MOVE ZERO                    TO JOB-DATE-RUN.
008390
008400     READ JOBCTL-FICHIER.
008410
008420     IF  VAT-JOB-STAT = '00'
008430         ACCEPT VAT-HEURE-JOUR    FROM TIME
008440         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-FIN
008450         MOVE CPT-RETENUES        TO JOB-CPT-LUS
008460         COMPUTE JOB-CPT-ECRITS   = CPT-AJOUTS
008470                                  + CPT-MODIFICATIONS
008480                                  + CPT-STATUTS
008490                                  + CPT-SUPPRESSIONS
008500         IF  RETURN-CODE          NOT > 4
008510             SET JOB-TERMINE      TO TRUE
008520         ELSE
008530             SET JOB-EN-ERREUR    TO TRUE
008540         END-IF
008550         REWRITE JOB-ENREGISTREMENT
008560     END-IF.
008570
008580     IF  VAT-JOB-STAT NOT = '00'
008590         DISPLAY 'UTSWREP - VERROU DES EXTRACTIONS NON MIS A '
008600                 'JOUR - JOBCTL-FICHIER - STATUS ' VAT-JOB-STAT
008610         MOVE 12                  TO RETURN-CODE
008620     END-IF.
008630
008640 7950-LEVER-LE-VERROU-FIN.
008650     EXIT.
