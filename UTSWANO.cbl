000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      UTSWANO.
000120*AUTHOR.          GROUPE CSD.
000130*----------------------------------------------------------------*
000140*                                                                *
000150* DESC.: ANONYMISATION DES EMPLOYES RADIES (LOI 25) -- LES       *
000160* -----  EMPLOYES DU MAITRE PANRMAS AU STATUT 'R' DONT LA DATE   *
000170*        DE FIN DE CONTRAT PRECEDE LA PERIODE DE CONSERVATION    *
000180*        LUE DANS ANOPARM (EN ANNEES, OBLIGATOIRE) SONT          *
000190*        ANONYMISES : NOMS MASQUES, TELEPHONES DES CONTACTS      *
000200*        D'URGENCE EFFACES. LE NUMERO, LE NIVEAU, LES DATES, LE  *
000210*        SALAIRE, LE STATUT ET LE DEPARTEMENT SONT CONSERVES POUR*
000220*        QUE LES RAPPORTS ET L'ARCHIVE D'AUDIT RESTENT COHERENTS.*
000230*        LES ENREGISTREMENTS RESIDUELS DE CES EMPLOYES DANS      *
000240*        UTPEND, UTAPPRO, UTSAF ET LE RECYCLAGE UTREJQ (FICHIER  *
000250*        REJQIN) SONT MASQUES DE LA MEME FACON, NOMS DES CONTACTS*
000260*        COMPRIS. LE RAPPORT EST LE CERTIFICAT REMIS AU          *
000270*        RESPONSABLE DE LA PROTECTION DES RENSEIGNEMENTS         *
000280*        PERSONNELS. UN EMPLOYE DEJA ANONYMISE EST RECONNU A SON *
000290*        NOM MASQUE : LE LOT PEUT ETRE RELANCE.                  *
000291*        LES NOMS DES CONTACTS D'URGENCE N'ETANT TENUS QU'AU     *
000292*        SERVICE WEB, CHAQUE EMPLOYE ANONYMISE (CE JOUR OU AVANT)*
000293*        EST ECRIT AU FICHIER ANOFEED (MEMBRE UTANOREC) : LE LOT *
000294*        CICS UTSWB07 MASQUE SON DOSSIER DU SERVICE ET IMPRIME   *
000295*        LE RESULTAT DU SERVICE A LA SUITE DU CERTIFICAT.        *
000300*----------------------------------------------------------------*
000310* HISTORIQUE DES MODIFICATIONS                                   *
000320*  - CREATION DE L'ANONYMISATION DES EMPLOYES RADIES             *
000330*----------------------------------------------------------------*
000340
000350 ENVIRONMENT                     DIVISION.
000360
000370 CONFIGURATION                   SECTION.
000380
000390 SPECIAL-NAMES.                  DECIMAL-POINT IS COMMA.
000400
000410 INPUT-OUTPUT                    SECTION.
000420
000430 FILE-CONTROL.
000440*--- LE MAITRE EST PARCOURU EN SEQUENCE DE CLE PUIS RELU PAR CLE
000450*    POUR CHAQUE ENREGISTREMENT DES FICHIERS SATELLITES
000460     SELECT MAITRE-FICHIER       ASSIGN TO PANRMAS
000470                                  ORGANIZATION IS INDEXED
000480                                  ACCESS MODE IS DYNAMIC
000490                                  RECORD KEY IS UTPANRM-NUM-EMP
000500                                  FILE STATUS IS VAT-MAITRE-STAT.
000510
000520     SELECT ATTENTE-FICHIER      ASSIGN TO UTPEND
000530                                  ORGANIZATION IS INDEXED
000540                                  ACCESS MODE IS SEQUENTIAL
000550                                  RECORD KEY IS PEN-CLE
000560                                  FILE STATUS IS VAT-PEN-STAT.
000570
000580     SELECT APPROB-FICHIER       ASSIGN TO UTAPPRO
000590                                  ORGANIZATION IS INDEXED
000600                                  ACCESS MODE IS SEQUENTIAL
000610                                  RECORD KEY IS APP-CLE
000620                                  FILE STATUS IS VAT-APP-STAT.
000630
000640     SELECT PANNE-FICHIER        ASSIGN TO UTSAF
000650                                  ORGANIZATION IS INDEXED
000660                                  ACCESS MODE IS SEQUENTIAL
000670                                  RECORD KEY IS SAF-CLE
000680                                  FILE STATUS IS VAT-SAF-STAT.
000690
000700*--- RECYCLAGE DES REJETS : FICHIER SEQUENTIEL DE LA FILE
000710*    EXTRAPARTITION UTREJQ, REECRIT SUR PLACE (ABSENT = VIDE)
000720     SELECT OPTIONAL RECYCLAGE-FICHIER
000730                                  ASSIGN TO REJQIN
000740                                  ORGANIZATION IS SEQUENTIAL
000750                                  FILE STATUS IS VAT-REJ-STAT.
000760
000770     SELECT PARAMETRE-FICHIER    ASSIGN TO ANOPARM
000780                                  ORGANIZATION IS SEQUENTIAL
000790                                  FILE STATUS IS VAT-PARM-STAT.
000800
000810     SELECT RAPPORT-FICHIER      ASSIGN TO RAPPORT
000820                                  ORGANIZATION IS SEQUENTIAL
000830                                  FILE STATUS IS VAT-RAPPORT-STAT.
000840
000841*--- EMPLOYES ANONYMISES A MASQUER AU SERVICE WEB (LOT UTSWB07)
000842     SELECT ENVOI-FICHIER        ASSIGN TO ANOFEED
000843                                  ORGANIZATION IS SEQUENTIAL
000844                                  FILE STATUS IS VAT-ENVOI-STAT.
000845
000850     SELECT OPTIONAL JOBCTL-FICHIER
000860                                  ASSIGN TO UTJOBCTL
000870                                  ORGANIZATION IS INDEXED
000880                                  ACCESS MODE IS RANDOM
000890                                  RECORD KEY IS JOB-CLE
000900                                  FILE STATUS IS VAT-JOB-STAT.
000910
000920 DATA                            DIVISION.
000930*----------------------------------------------------------------*
000940 FILE                            SECTION.
000950*----------------------------------------------------------------*
000960 FD  MAITRE-FICHIER.
000970     COPY UTPANRM.
000980
000990 FD  ATTENTE-FICHIER.
001000     COPY UTPENREC.
001010
001020 FD  APPROB-FICHIER.
001030     COPY UTAPPREC.
001040
001050*--- MEME DISPOSITION QUE L'ATTENTE, ZONES RENOMMEES SAF-
001060 FD  PANNE-FICHIER.
001070     COPY UTPENREC REPLACING LEADING ==PEN== BY ==SAF==.
001080
001090 FD  RECYCLAGE-FICHIER
001100     RECORDING MODE IS F.
001110     COPY UTNHREJ.
001120
001130*--- PERIODE DE CONSERVATION APRES LA FIN DU CONTRAT, EN ANNEES
001140 FD  PARAMETRE-FICHIER
001150     RECORDING MODE IS F.
001160 01  ANP-ENREGISTREMENT.
001170     05  ANP-ANS-CONSERVATION    PIC 9(2).
001180     05  FILLER                  PIC X(78).
001190
001200 FD  RAPPORT-FICHIER
001210     RECORDING MODE IS F.
001220 01  RAP-LIGNE                   PIC X(132).
001230
001232 FD  ENVOI-FICHIER
001234     RECORDING MODE IS F.
001236     COPY UTANOREC.
001238
001240 FD  JOBCTL-FICHIER.
001250     COPY UTJOBREC.
001260
001270*----------------------------------------------------------------*
001280 WORKING-STORAGE                 SECTION.
001290*----------------------------------------------------------------*
001300 01  FILLER                      PIC X(27)  VALUE
001310         'COMMENCEMENT DU MODULE  -->'.
001320
001330 01  VAT-MAITRE-STAT             PIC X(2).
001340 01  VAT-PEN-STAT                PIC X(2).
001350 01  VAT-APP-STAT                PIC X(2).
001360 01  VAT-SAF-STAT                PIC X(2).
001370 01  VAT-REJ-STAT                PIC X(2).
001380 01  VAT-PARM-STAT               PIC X(2).
001390 01  VAT-RAPPORT-STAT            PIC X(2).
001395 01  VAT-ENVOI-STAT              PIC X(2).
001400 01  VAT-JOB-STAT                PIC X(2).
001410
001420 01  VAT-SW-OUVERTURE            PIC X       VALUE 'O'.
001430     88  OUVERTURE-REUSSIE                   VALUE 'O'.
001440     88  OUVERTURE-ECHOUEE                   VALUE 'N'.
001450 01  VAT-SW-FIN-FICHIER          PIC X       VALUE 'N'.
001460     88  FIN-FICHIER-ATTEINTE                VALUE 'O'.
001470*--- ERREUR D'E/S EN REECRITURE : LE LOT EST ARRETE (CODE 12)
001480 01  VAT-SW-ANONYMISATION        PIC X       VALUE 'O'.
001490     88  ANONYMISATION-EN-COURS              VALUE 'O'.
001500     88  ANONYMISATION-INTERROMPUE           VALUE 'N'.
001510
001520*----------------------------------------------------------------*
001530*    DATE DU JOUR ET DATE LIMITE DE CONSERVATION                 *
001540*----------------------------------------------------------------*
001550 01  VAT-DATE-JOUR               PIC 9(8).
001560 01  VAT-HEURE-JOUR              PIC 9(8).
001570 01  VAT-DATE-LIMITE             PIC 9(8).
001580 01  VAT-DATE-LIMITE-R           REDEFINES VAT-DATE-LIMITE.
001590     05  VAT-DATE-LIMITE-AAAA    PIC 9(4).
001600     05  VAT-DATE-LIMITE-MMJJ    PIC 9(4).
001610
001620*----------------------------------------------------------------*
001630*    ZONES DE TRAVAIL DE L'ANONYMISATION                         *
001640*----------------------------------------------------------------*
001650 01  ANO-ANS-CONSERVATION        PIC 9(2)    VALUE ZERO.
001660*--- NOM MASQUE (MARQUE D'UN DOSSIER ANONYMISE) ET PRENOM MASQUE
001670*    PORTANT LA DATE DE L'ANONYMISATION
001680 01  ANO-NOM-MASQUE              PIC X(30)   VALUE
001690         '*** ANONYMISE (LOI 25) ***'.
001700 01  ANO-PRENOM-MASQUE.
001710     05  FILLER                  PIC X(14)   VALUE
001720         'ANONYMISE LE  '.
001730     05  ANO-PRENOM-DATE         PIC 9(8).
001740     05  FILLER                  PIC X(8)    VALUE SPACES.
001750
001760*--- EMPLOYE D'UN ENREGISTREMENT SATELLITE, RECHERCHE AU MAITRE
001770 01  ANO-NUM-EMP                 PIC X(9).
001780 01  ANO-SW-EMPLOYE              PIC X.
001790     88  ANO-EMPLOYE-ANONYMISE               VALUE 'O'.
001800     88  ANO-EMPLOYE-NOMINATIF               VALUE 'N'.
001810
001820 01  ANO-DATE-FIN                PIC 9(8).
001830 01  ANO-FICHIER                 PIC X(8).
001840 01  ANO-CLE-SOURCE              PIC X(24).
001850 01  ANO-ETAT                    PIC X.
001860 01  ANO-STAT-REECRITURE         PIC X(2).
001870 01  ANO-NIV-EDIT                PIC ZZZ9.
001880 01  ANO-MESSAGE                 PIC X(60).
001890 01  ANO-NB-EDIT                 PIC Z.ZZZ.ZZ9.
001900
001910*----------------------------------------------------------------*
001920*    COMPTEURS DE FIN DE LOT                                     *
001930*----------------------------------------------------------------*
001940 01  CPT-MAITRE-LUS              PIC 9(9)    VALUE ZERO.
001950 01  CPT-RADIES                  PIC 9(7)    VALUE ZERO.
001960 01  CPT-ANONYMISES              PIC 9(7)    VALUE ZERO.
001970 01  CPT-DEJA-ANONYMISES         PIC 9(7)    VALUE ZERO.
001980 01  CPT-EN-CONSERVATION         PIC 9(7)    VALUE ZERO.
001990*--- RADIES SANS DATE DE FIN : LA PERIODE NE PEUT ETRE CALCULEE,
002000*    ILS SONT IMPRIMES POUR CORRECTION
002010 01  CPT-SANS-DATE-FIN           PIC 9(7)    VALUE ZERO.
002020 01  CPT-PEN-MASQUES             PIC 9(7)    VALUE ZERO.
002030 01  CPT-APP-MASQUES             PIC 9(7)    VALUE ZERO.
002040 01  CPT-SAF-MASQUES             PIC 9(7)    VALUE ZERO.
002050 01  CPT-REJ-MASQUES             PIC 9(7)    VALUE ZERO.
002055 01  CPT-ENVOYES                 PIC 9(7)    VALUE ZERO.
002060
002070*----------------------------------------------------------------*
002080*                 *** PROCEDURE DIVISION ***                     *
002090*----------------------------------------------------------------*
002100 PROCEDURE DIVISION.
002110
002120*----------------------------------------------------------------*
002130 0000-SECTION-DIRECTRICE          SECTION.
002140*-----------------------------------------
002150
002160     PERFORM                      1000-INITIALISATION.
002170     IF OUVERTURE-REUSSIE
002180         PERFORM                  2000-ANONYMISER-LE-MAITRE
002190         IF ANONYMISATION-EN-COURS
002200             PERFORM              3000-MASQUER-LES-ATTENTES
002210         END-IF
002220         IF ANONYMISATION-EN-COURS
002230             PERFORM              4000-MASQUER-LES-DEMANDES
002240         END-IF
002250         IF ANONYMISATION-EN-COURS
002260             PERFORM              5000-MASQUER-LES-PANNES
002270         END-IF
002280         IF ANONYMISATION-EN-COURS
002290             PERFORM              6000-MASQUER-LES-REJETS
002300         END-IF
002310         PERFORM                  7000-IMPRIMER-LE-SOMMAIRE
002320         PERFORM                  7900-MARQUER-FIN-JOB
002330         PERFORM                  8000-FIN-DE-LOT
002340     ELSE
002350         MOVE 16                  TO RETURN-CODE
002360         GOBACK
002370     END-IF.
002380
002390 0000-SECTION-DIRECTRICE-FIN.
002400     EXIT.
002410/
002420*----------------------------------------------------------------*
002430* OUVERTURE DES FICHIERS, LECTURE DE LA PERIODE DE CONSERVATION  *
002440* (SANS ELLE L'ANONYMISATION EST REFUSEE), CALCUL DE LA DATE     *
002450* LIMITE ET MARQUAGE DU DEBUT                                    *
002460*----------------------------------------------------------------*
002470 1000-INITIALISATION              SECTION.
002480*-----------------------------------------
002490
002500     SET OUVERTURE-REUSSIE        TO TRUE.
002510
002520     OPEN I-O                     MAITRE-FICHIER
002530                                  ATTENTE-FICHIER
002540                                  APPROB-FICHIER
002550                                  PANNE-FICHIER
002560                                  RECYCLAGE-FICHIER.
002566     OPEN OUTPUT                  RAPPORT-FICHIER
002572                                  ENVOI-FICHIER.
002580
002590     IF VAT-MAITRE-STAT NOT = '00'
002600         DISPLAY 'UTSWANO - OUVERTURE IMPOSSIBLE - '
002610                 'MAITRE-FICHIER - STATUS ' VAT-MAITRE-STAT
002620         SET OUVERTURE-ECHOUEE    TO TRUE
002630     END-IF.
002640
002650     IF VAT-PEN-STAT NOT = '00'
002660         DISPLAY 'UTSWANO - OUVERTURE IMPOSSIBLE - '
002670                 'ATTENTE-FICHIER - STATUS ' VAT-PEN-STAT
002680         SET OUVERTURE-ECHOUEE    TO TRUE
002690     END-IF.
002700
002710     IF VAT-APP-STAT NOT = '00'
002720         DISPLAY 'UTSWANO - OUVERTURE IMPOSSIBLE - '
002730                 'APPROB-FICHIER - STATUS ' VAT-APP-STAT
002740         SET OUVERTURE-ECHOUEE    TO TRUE
002750     END-IF.
002760
002770     IF VAT-SAF-STAT NOT = '00'
002780         DISPLAY 'UTSWANO - OUVERTURE IMPOSSIBLE - '
002790                 'PANNE-FICHIER - STATUS ' VAT-SAF-STAT
002800         SET OUVERTURE-ECHOUEE    TO TRUE
002810     END-IF.
002820
002830     IF VAT-REJ-STAT NOT = '00' AND '05'
002840         DISPLAY 'UTSWANO - OUVERTURE IMPOSSIBLE - '
002850                 'RECYCLAGE-FICHIER - STATUS ' VAT-REJ-STAT
002860         SET OUVERTURE-ECHOUEE    TO TRUE
002870     END-IF.
002880
002890     IF VAT-RAPPORT-STAT NOT = '00'
002900         DISPLAY 'UTSWANO - OUVERTURE IMPOSSIBLE - '
002910                 'RAPPORT-FICHIER - STATUS ' VAT-RAPPORT-STAT
002911         SET OUVERTURE-ECHOUEE    TO TRUE
002912     END-IF.
002913
002914     IF VAT-ENVOI-STAT NOT = '00'
002915         DISPLAY 'UTSWANO - OUVERTURE IMPOSSIBLE - '
002916                 'ENVOI-FICHIER - STATUS ' VAT-ENVOI-STAT
002920         SET OUVERTURE-ECHOUEE    TO TRUE
002930     END-IF.
002940
002950     ACCEPT VAT-DATE-JOUR         FROM DATE YYYYMMDD.
002960     MOVE VAT-DATE-JOUR           TO ANO-PRENOM-DATE.
002970
002980     IF OUVERTURE-REUSSIE
002990         PERFORM                  1200-OBTENIR-CONSERVATION
003000     END-IF.
003010
003020     IF OUVERTURE-REUSSIE
003030         MOVE VAT-DATE-JOUR       TO VAT-DATE-LIMITE
003040         SUBTRACT ANO-ANS-CONSERVATION
003050                                  FROM VAT-DATE-LIMITE-AAAA
003060         PERFORM                  1500-MARQUER-DEBUT-JOB
003070     END-IF.
003080
003090 1000-INITIALISATION-FIN.
003100     EXIT.
003110/
003120*----------------------------------------------------------------*
003130* LECTURE SEQUENTIELLE DU MAITRE                                 *
003140*----------------------------------------------------------------*
003150 1100-LIRE-MAITRE                 SECTION.
003160*-----------------------------------------
003170
003180     READ MAITRE-FICHIER NEXT
003190         AT END
003200             SET FIN-FICHIER-ATTEINTE TO TRUE
003210     END-READ.
003220
003230     IF NOT FIN-FICHIER-ATTEINTE
003240         ADD 1                    TO CPT-MAITRE-LUS
003250     END-IF.
003260
003270 1100-LIRE-MAITRE-FIN.
003280     EXIT.
003290/
003300*----------------------------------------------------------------*
003310* OBTENIR LA PERIODE DE CONSERVATION : PREMIERE LIGNE DU FICHIER *
003320* PARAMETRE ANOPARM (NOMBRE D'ANNEES APRES LA FIN DU CONTRAT).   *
003330* COMME POUR LA REPRISE UTSWREP IL N'Y A PAS DE VALEUR PAR       *
003340* DEFAUT : UN PARAMETRE ABSENT, NON NUMERIQUE OU NUL FAIT        *
003350* REFUSER L'ANONYMISATION                                        *
003360*----------------------------------------------------------------*
003370 1200-OBTENIR-CONSERVATION        SECTION.
003380*-----------------------------------------
003390
003400     MOVE ZERO                    TO ANO-ANS-CONSERVATION.
003410
003420     OPEN INPUT                   PARAMETRE-FICHIER.
003430
003440     IF VAT-PARM-STAT = '00'
003450         READ PARAMETRE-FICHIER
003460             AT END
003470                 CONTINUE
003480             NOT AT END
003490                 IF  ANP-ANS-CONSERVATION IS NUMERIC
003500                     MOVE ANP-ANS-CONSERVATION
003510                                  TO ANO-ANS-CONSERVATION
003520                 END-IF
003530         END-READ
003540         CLOSE PARAMETRE-FICHIER
003550     END-IF.
003560
003570     IF ANO-ANS-CONSERVATION = ZERO
003580         DISPLAY 'UTSWANO - PERIODE DE CONSERVATION ABSENTE OU '
003590                 'INVALIDE DANS ANOPARM (AA) - '
003600                 'ANONYMISATION REFUSEE'
003610         SET OUVERTURE-ECHOUEE    TO TRUE
003620     END-IF.
003630
003640 1200-OBTENIR-CONSERVATION-FIN.
003650     EXIT.
003660/
003670*----------------------------------------------------------------*
003680* MARQUER LE DEBUT DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL    *
003690* (ENTREE REECRITE SI LE LOT EST RELANCE LE MEME JOUR)           *
003700*----------------------------------------------------------------*
003710 1500-MARQUER-DEBUT-JOB           SECTION.
003720*-----------------------------------------
003730
003740     OPEN I-O                     JOBCTL-FICHIER.
003750
003760     IF VAT-JOB-STAT NOT = '00' AND '05'
003770         DISPLAY 'UTSWANO - OUVERTURE IMPOSSIBLE - '
003780                 'JOBCTL-FICHIER - STATUS ' VAT-JOB-STAT
003790         SET OUVERTURE-ECHOUEE    TO TRUE
003800     ELSE
003810         ACCEPT VAT-HEURE-JOUR    FROM TIME
003820         MOVE 'UTSWANO '          TO JOB-NOM-PROG
003830         MOVE VAT-DATE-JOUR       TO JOB-DATE-RUN
003840         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-DEBUT
003850         MOVE ZERO                TO JOB-HEURE-FIN
003860                                     JOB-CPT-LUS
003870                                     JOB-CPT-ECRITS
003880                                     JOB-TOTAL-CONTROLE
003890         SET JOB-EN-COURS         TO TRUE
003900         WRITE JOB-ENREGISTREMENT
003910         IF VAT-JOB-STAT = '22'
003920             REWRITE JOB-ENREGISTREMENT
003930         END-IF
003940     END-IF.
003950
003960 1500-MARQUER-DEBUT-JOB-FIN.
003970     EXIT.
003980/
003990*----------------------------------------------------------------*
004000* PARCOURIR LE MAITRE ET ANONYMISER LES RADIES DONT LA FIN DE    *
004010* CONTRAT PRECEDE LA DATE LIMITE                                 *
004020*----------------------------------------------------------------*
004030 2000-ANONYMISER-LE-MAITRE        SECTION.
004040*-----------------------------------------
004050
004060     MOVE SPACES                  TO RAP-LIGNE.
004070     STRING 'CERTIFICAT D''ANONYMISATION (LOI 25) DU '
004080                                  DELIMITED BY SIZE
004090            VAT-DATE-JOUR         DELIMITED BY SIZE
004100            ' - CONSERVATION '    DELIMITED BY SIZE
004110            ANO-ANS-CONSERVATION  DELIMITED BY SIZE
004120            ' ANS - FIN DE CONTRAT ANTERIEURE AU '
004130                                  DELIMITED BY SIZE
004140            VAT-DATE-LIMITE       DELIMITED BY SIZE
004150            INTO RAP-LIGNE
004160     END-STRING.
004170     WRITE RAP-LIGNE.
004180     MOVE SPACES                  TO RAP-LIGNE.
004190     WRITE RAP-LIGNE.
004200     MOVE 'EMPLOYES ANONYMISES AU FICHIER MAITRE PANRMAS'
004210                                  TO RAP-LIGNE.
004220     WRITE RAP-LIGNE.
004230     MOVE
004240-        '  EMPLOYE    FIN CONTRAT  NIVEAU  DEPT  RESULTAT'
004250                                  TO RAP-LIGNE.
004260     WRITE RAP-LIGNE.
004270
004280     SET ANONYMISATION-EN-COURS   TO TRUE.
004290     MOVE 'N'                     TO VAT-SW-FIN-FICHIER.
004300
004310     PERFORM                      1100-LIRE-MAITRE.
004320
004330     PERFORM                      2100-TRAITER-UN-EMPLOYE
004340             UNTIL FIN-FICHIER-ATTEINTE
004350                OR ANONYMISATION-INTERROMPUE.
004360
004370 2000-ANONYMISER-LE-MAITRE-FIN.
004380     EXIT.
004390/
004400*----------------------------------------------------------------*
004410* TRAITER L'EMPLOYE COURANT DU MAITRE : SEULS LES RADIES SONT    *
004415* CONSIDERES; UN DOSSIER DEJA MASQUE N'EST PAS REECRIT MAIS EST  *
004420* TRANSMIS DE NOUVEAU AU SERVICE WEB (UN ECHEC D'UN PASSAGE      *
004425* PRECEDENT DE UTSWB07 EST AINSI REPRIS)                         *
004430*----------------------------------------------------------------*
004440 2100-TRAITER-UN-EMPLOYE          SECTION.
004450*-----------------------------------------
004460
004470     IF  UTPANRM-ST-RADIE
004480         ADD 1                    TO CPT-RADIES
004490         EVALUATE TRUE
004500             WHEN UTPANRM-NOM-EMP = ANO-NOM-MASQUE
004510                 ADD 1            TO CPT-DEJA-ANONYMISES
004515                 PERFORM          2800-TRANSMETTRE-AU-SERVICE
004520             WHEN UTPANRM-DATE-FIN NOT > ZERO
004530                 MOVE ZERO        TO ANO-DATE-FIN
004540                 MOVE 'NON TRAITE - RADIE SANS DATE DE FIN'
004550                                  TO ANO-MESSAGE
004560                 ADD 1            TO CPT-SANS-DATE-FIN
004570                 PERFORM          2900-IMPRIMER-UN-EMPLOYE
004580             WHEN UTPANRM-DATE-FIN NOT < VAT-DATE-LIMITE
004590                 ADD 1            TO CPT-EN-CONSERVATION
004600             WHEN OTHER
004610                 PERFORM          2200-MASQUER-UN-EMPLOYE
004620         END-EVALUATE
004630     END-IF.
004640
004650     IF ANONYMISATION-EN-COURS
004660         PERFORM                  1100-LIRE-MAITRE
004670     END-IF.
004680
004690 2100-TRAITER-UN-EMPLOYE-FIN.
004700     EXIT.
004710/
004720*----------------------------------------------------------------*
004730* MASQUER LES RENSEIGNEMENTS PERSONNELS DE L'EMPLOYE COURANT :   *
004740* NOM ET PRENOM REMPLACES PAR LE MASQUE DATE, TELEPHONES DES     *
004750* CONTACTS D'URGENCE EFFACES (LES NOMS DES CONTACTS NE SONT PAS  *
004756* TENUS AU MAITRE : ILS SONT MASQUES AU SERVICE WEB PAR UTSWB07).*
004762* UNE ERREUR DE REECRITURE ARRETE LE LOT                         *
004770*----------------------------------------------------------------*
004780 2200-MASQUER-UN-EMPLOYE          SECTION.
004790*-----------------------------------------
004800
004810     MOVE UTPANRM-DATE-FIN        TO ANO-DATE-FIN.
004820
004830     MOVE ANO-NOM-MASQUE          TO UTPANRM-NOM-EMP.
004840     MOVE ANO-PRENOM-MASQUE       TO UTPANRM-PREN-EMP.
004850     MOVE ZERO                    TO UTPANRM-NO-TEL-CONT1
004860                                     UTPANRM-NO-TEL-CONT2.
004870
004880     REWRITE UTPANRM-RECORD.
004890
004900     IF  VAT-MAITRE-STAT = '00'
004910         MOVE 'ANONYMISE'         TO ANO-MESSAGE
004920         ADD 1                    TO CPT-ANONYMISES
004925         PERFORM                  2800-TRANSMETTRE-AU-SERVICE
004930     ELSE
004940         STRING 'ERREUR DE REECRITURE - STATUS '
004950                                  DELIMITED BY SIZE
004960                VAT-MAITRE-STAT   DELIMITED BY SIZE
004970                ' - LOT ARRETE'   DELIMITED BY SIZE
004980                INTO ANO-MESSAGE
004990         END-STRING
005000         DISPLAY 'UTSWANO - ERREUR DE REECRITURE DU MAITRE - '
005010                 'EMPLOYE ' UTPANRM-NUM-EMP
005020                 ' - STATUS ' VAT-MAITRE-STAT
005030         SET ANONYMISATION-INTERROMPUE TO TRUE
005040     END-IF.
005050
005060     PERFORM                      2900-IMPRIMER-UN-EMPLOYE.
005070
005080 2200-MASQUER-UN-EMPLOYE-FIN.
005081     EXIT.
005082/
005083*----------------------------------------------------------------*
005084* ECRIRE L'EMPLOYE COURANT (DOSSIER DU MAITRE DEJA MASQUE) AU    *
005085* FICHIER ANOFEED : NUMERO, NOM ET PRENOM MASQUES, QUE LE LOT    *
005086* UTSWB07 REPORTE AU DOSSIER DU SERVICE WEB EN Y EFFACANT LES    *
005087* CONTACTS D'URGENCE. UNE ERREUR D'ECRITURE ARRETE LE LOT        *
005088*----------------------------------------------------------------*
005089 2800-TRANSMETTRE-AU-SERVICE      SECTION.
005090*-----------------------------------------
005091
005092     MOVE SPACES                  TO UTANO-ENREGISTREMENT.
005093     MOVE UTPANRM-NUM-EMP         TO UTANO-NUM-EMP.
005094     MOVE UTPANRM-NOM-EMP         TO UTANO-NOM-MASQUE.
005095     MOVE UTPANRM-PREN-EMP        TO UTANO-PRENOM-MASQUE.
005096
005097     WRITE UTANO-ENREGISTREMENT.
005098
005099     IF  VAT-ENVOI-STAT           = '00'
005100         ADD 1                    TO CPT-ENVOYES
005101     ELSE
005102         MOVE SPACES              TO ANO-MESSAGE
005103         STRING 'ERREUR D''ECRITURE ANOFEED - STATUS '
005104                                  DELIMITED BY SIZE
005105                VAT-ENVOI-STAT    DELIMITED BY SIZE
005106                ' - LOT ARRETE'   DELIMITED BY SIZE
005107                INTO ANO-MESSAGE
005108         END-STRING
005109         DISPLAY 'UTSWANO - ERREUR D''ECRITURE DE ANOFEED - '
005110                 'EMPLOYE ' UTPANRM-NUM-EMP
005111                 ' - STATUS ' VAT-ENVOI-STAT
005112         SET ANONYMISATION-INTERROMPUE TO TRUE
005113     END-IF.
005114
005115 2800-TRANSMETTRE-AU-SERVICE-FIN.
005116     EXIT.
005117/
005118*----------------------------------------------------------------*
005120* IMPRIMER UNE LIGNE DU CERTIFICAT POUR L'EMPLOYE COURANT        *
005130*----------------------------------------------------------------*
005140 2900-IMPRIMER-UN-EMPLOYE         SECTION.
005150*-----------------------------------------
005160
005170     MOVE SPACES                  TO RAP-LIGNE.
005180     MOVE UTPANRM-NIV-ENTR        TO ANO-NIV-EDIT.
005190     STRING '  '                  DELIMITED BY SIZE
005200            UTPANRM-NUM-EMP       DELIMITED BY SIZE
005210            '  '                  DELIMITED BY SIZE
005220            ANO-DATE-FIN          DELIMITED BY SIZE
005230            '     '               DELIMITED BY SIZE
005240            ANO-NIV-EDIT          DELIMITED BY SIZE
005250            '    '                DELIMITED BY SIZE
005260            UTPANRM-COD-DEPT      DELIMITED BY SIZE
005270            '  '                  DELIMITED BY SIZE
005280            ANO-MESSAGE           DELIMITED BY SIZE
005290            INTO RAP-LIGNE
005300     END-STRING.
005310     WRITE RAP-LIGNE.
005320
005330 2900-IMPRIMER-UN-EMPLOYE-FIN.
005340     EXIT.
005350/
005360*----------------------------------------------------------------*
005370* RECHERCHER AU MAITRE L'EMPLOYE ANO-NUM-EMP D'UN ENREGISTREMENT *
005380* SATELLITE : IL EST A MASQUER SI SON DOSSIER EST ANONYMISE (CE  *
005390* JOUR OU LORS D'UNE EXECUTION PRECEDENTE)                       *
005400*----------------------------------------------------------------*
005410 2950-VERIFIER-EMPLOYE            SECTION.
005420*-----------------------------------------
005430
005440     SET ANO-EMPLOYE-NOMINATIF    TO TRUE.
005450     MOVE ANO-NUM-EMP             TO UTPANRM-NUM-EMP.
005460
005470     READ MAITRE-FICHIER.
005480
005490     IF  VAT-MAITRE-STAT          = '00'
005500     AND UTPANRM-NOM-EMP          = ANO-NOM-MASQUE
005510         SET ANO-EMPLOYE-ANONYMISE TO TRUE
005520     END-IF.
005530
005540 2950-VERIFIER-EMPLOYE-FIN.
005550     EXIT.
005560/
005570*----------------------------------------------------------------*
005580* MASQUER LES TRANSACTIONS EN ATTENTE (UTPEND) DES EMPLOYES      *
005590* ANONYMISES, QUEL QUE SOIT LEUR ETAT                            *
005600*----------------------------------------------------------------*
005610 3000-MASQUER-LES-ATTENTES        SECTION.
005620*-----------------------------------------
005630
005640     MOVE 'UTPEND  '              TO ANO-FICHIER.
005650     PERFORM                      6900-IMPRIMER-TITRE-SATELLITE.
005660     MOVE 'N'                     TO VAT-SW-FIN-FICHIER.
005670
005680     PERFORM                      3100-LIRE-ATTENTE.
005690
005700     PERFORM                      3200-MASQUER-UNE-ATTENTE
005710             UNTIL FIN-FICHIER-ATTEINTE
005720                OR ANONYMISATION-INTERROMPUE.
005730
005740 3000-MASQUER-LES-ATTENTES-FIN.
005750     EXIT.
005760/
005770*----------------------------------------------------------------*
005780* LECTURE SEQUENTIELLE DES ATTENTES                              *
005790*----------------------------------------------------------------*
005800 3100-LIRE-ATTENTE                SECTION.
005810*-----------------------------------------
005820
005830     READ ATTENTE-FICHIER NEXT
005840         AT END
005850             SET FIN-FICHIER-ATTEINTE TO TRUE
005860     END-READ.
005870
005880 3100-LIRE-ATTENTE-FIN.
005890     EXIT.
005900/
005910*----------------------------------------------------------------*
005920* MASQUER L'ATTENTE COURANTE SI SON EMPLOYE EST ANONYMISE        *
005930*----------------------------------------------------------------*
005940 3200-MASQUER-UNE-ATTENTE         SECTION.
005950*-----------------------------------------
005960
005970     MOVE PEN-NUM-EMP             TO ANO-NUM-EMP.
005980     PERFORM                      2950-VERIFIER-EMPLOYE.
005990
006000     IF  ANO-EMPLOYE-ANONYMISE
006010     AND PEN-NOM-EMP              NOT = ANO-NOM-MASQUE
006020         MOVE UTPANRM-NOM-EMP     TO PEN-NOM-EMP
006030         MOVE UTPANRM-PREN-EMP    TO PEN-PREN-EMP
006040         MOVE SPACES              TO PEN-NOM-CONT1
006050                                     PEN-PREN-CONT1
006060                                     PEN-NOM-CONT2
006070                                     PEN-PREN-CONT2
006080         MOVE ZERO                TO PEN-NO-TEL-CONT1
006090                                     PEN-NO-TEL-CONT2
006100         REWRITE PEN-ENREGISTREMENT
006110         MOVE PEN-CLE             TO ANO-CLE-SOURCE
006120         MOVE PEN-SW-ETAT         TO ANO-ETAT
006130         MOVE VAT-PEN-STAT        TO ANO-STAT-REECRITURE
006140         PERFORM                  6800-CONSTATER-UN-MASQUAGE
006150         IF  ANONYMISATION-EN-COURS
006160             ADD 1                TO CPT-PEN-MASQUES
006170         END-IF
006180     END-IF.
006190
006200     IF ANONYMISATION-EN-COURS
006210         PERFORM                  3100-LIRE-ATTENTE
006220     END-IF.
006230
006240 3200-MASQUER-UNE-ATTENTE-FIN.
006250     EXIT.
006260/
006270*----------------------------------------------------------------*
006280* MASQUER LES DEMANDES D'APPROBATION (UTAPPRO) DES EMPLOYES      *
006290* ANONYMISES, QUEL QUE SOIT LEUR ETAT                            *
006300*----------------------------------------------------------------*
006310 4000-MASQUER-LES-DEMANDES        SECTION.
006320*-----------------------------------------
006330
006340     MOVE 'UTAPPRO '              TO ANO-FICHIER.
006350     PERFORM                      6900-IMPRIMER-TITRE-SATELLITE.
006360     MOVE 'N'                     TO VAT-SW-FIN-FICHIER.
006370
006380     PERFORM                      4100-LIRE-DEMANDE.
006390
006400     PERFORM                      4200-MASQUER-UNE-DEMANDE
006410             UNTIL FIN-FICHIER-ATTEINTE
006420                OR ANONYMISATION-INTERROMPUE.
006430
006440 4000-MASQUER-LES-DEMANDES-FIN.
006450     EXIT.
006460/
006470*----------------------------------------------------------------*
006480* LECTURE SEQUENTIELLE DES DEMANDES D'APPROBATION                *
006490*----------------------------------------------------------------*
006500 4100-LIRE-DEMANDE                SECTION.
006510*-----------------------------------------
006520
006530     READ APPROB-FICHIER NEXT
006540         AT END
006550             SET FIN-FICHIER-ATTEINTE TO TRUE
006560     END-READ.
006570
006580 4100-LIRE-DEMANDE-FIN.
006590     EXIT.
006600/
006610*----------------------------------------------------------------*
006620* MASQUER LA DEMANDE COURANTE SI SON EMPLOYE EST ANONYMISE       *
006630*----------------------------------------------------------------*
006640 4200-MASQUER-UNE-DEMANDE         SECTION.
006650*-----------------------------------------
006660
006670     MOVE APP-NUM-EMP             TO ANO-NUM-EMP.
006680     PERFORM                      2950-VERIFIER-EMPLOYE.
006690
006700     IF  ANO-EMPLOYE-ANONYMISE
006710     AND APP-NOM-EMP              NOT = ANO-NOM-MASQUE
006720         MOVE UTPANRM-NOM-EMP     TO APP-NOM-EMP
006730         MOVE UTPANRM-PREN-EMP    TO APP-PREN-EMP
006740         MOVE SPACES              TO APP-NOM-CONT1
006750                                     APP-PREN-CONT1
006760                                     APP-NOM-CONT2
006770                                     APP-PREN-CONT2
006780         MOVE ZERO                TO APP-NO-TEL-CONT1
006790                                     APP-NO-TEL-CONT2
006800         REWRITE APP-ENREGISTREMENT
006810         MOVE APP-CLE             TO ANO-CLE-SOURCE
006820         MOVE APP-SW-ETAT         TO ANO-ETAT
006830         MOVE VAT-APP-STAT        TO ANO-STAT-REECRITURE
006840         PERFORM                  6800-CONSTATER-UN-MASQUAGE
006850         IF  ANONYMISATION-EN-COURS
006860             ADD 1                TO CPT-APP-MASQUES
006870         END-IF
006880     END-IF.
006890
006900     IF ANONYMISATION-EN-COURS
006910         PERFORM                  4100-LIRE-DEMANDE
006920     END-IF.
006930
006940 4200-MASQUER-UNE-DEMANDE-FIN.
006950     EXIT.
006960/
006970*----------------------------------------------------------------*
006980* MASQUER LES TRANSACTIONS DE LA FILE DE PANNE (UTSAF) DES       *
006990* EMPLOYES ANONYMISES, QUEL QUE SOIT LEUR ETAT                   *
007000*----------------------------------------------------------------*
007010 5000-MASQUER-LES-PANNES          SECTION.
007020*-----------------------------------------
007030
007040     MOVE 'UTSAF   '              TO ANO-FICHIER.
007050     PERFORM                      6900-IMPRIMER-TITRE-SATELLITE.
007060     MOVE 'N'                     TO VAT-SW-FIN-FICHIER.
007070
007080     PERFORM                      5100-LIRE-PANNE.
007090
007100     PERFORM                      5200-MASQUER-UNE-PANNE
007110             UNTIL FIN-FICHIER-ATTEINTE
007120                OR ANONYMISATION-INTERROMPUE.
007130
007140 5000-MASQUER-LES-PANNES-FIN.
007150     EXIT.
007160/
007170*----------------------------------------------------------------*
007180* LECTURE SEQUENTIELLE DE LA FILE DE PANNE                       *
007190*----------------------------------------------------------------*
007200 5100-LIRE-PANNE                  SECTION.
007210*-----------------------------------------
007220
007230     READ PANNE-FICHIER NEXT
007240         AT END
007250             SET FIN-FICHIER-ATTEINTE TO TRUE
007260     END-READ.
007270
007280 5100-LIRE-PANNE-FIN.
007290     EXIT.
007300/
007310*----------------------------------------------------------------*
007320* MASQUER LA TRANSACTION EN PANNE COURANTE SI SON EMPLOYE EST    *
007330* ANONYMISE                                                      *
007340*----------------------------------------------------------------*
007350 5200-MASQUER-UNE-PANNE           SECTION.
007360*-----------------------------------------
007370
007380     MOVE SAF-NUM-EMP             TO ANO-NUM-EMP.
007390     PERFORM                      2950-VERIFIER-EMPLOYE.
007400
007410     IF  ANO-EMPLOYE-ANONYMISE
007420     AND SAF-NOM-EMP              NOT = ANO-NOM-MASQUE
007430         MOVE UTPANRM-NOM-EMP     TO SAF-NOM-EMP
007440         MOVE UTPANRM-PREN-EMP    TO SAF-PREN-EMP
007450         MOVE SPACES              TO SAF-NOM-CONT1
007460                                     SAF-PREN-CONT1
007470                                     SAF-NOM-CONT2
007480                                     SAF-PREN-CONT2
007490         MOVE ZERO                TO SAF-NO-TEL-CONT1
007500                                     SAF-NO-TEL-CONT2
007510         REWRITE SAF-ENREGISTREMENT
007520         MOVE SAF-CLE             TO ANO-CLE-SOURCE
007530         MOVE SAF-SW-ETAT         TO ANO-ETAT
007540         MOVE VAT-SAF-STAT        TO ANO-STAT-REECRITURE
007550         PERFORM                  6800-CONSTATER-UN-MASQUAGE
007560         IF  ANONYMISATION-EN-COURS
007570             ADD 1                TO CPT-SAF-MASQUES
007580         END-IF
007590     END-IF.
007600
007610     IF ANONYMISATION-EN-COURS
007620         PERFORM                  5100-LIRE-PANNE
007630     END-IF.
007640
007650 5200-MASQUER-UNE-PANNE-FIN.
007660     EXIT.
007670/
007680*----------------------------------------------------------------*
007690* MASQUER LES REJETS DU RECYCLAGE UTREJQ DES EMPLOYES            *
007700* ANONYMISES (FICHIER SEQUENTIEL REECRIT SUR PLACE)              *
007710*----------------------------------------------------------------*
007720 6000-MASQUER-LES-REJETS          SECTION.
007730*-----------------------------------------
007740
007750     MOVE 'UTREJQ  '              TO ANO-FICHIER.
007760     PERFORM                      6900-IMPRIMER-TITRE-SATELLITE.
007770     MOVE 'N'                     TO VAT-SW-FIN-FICHIER.
007780
007790     PERFORM                      6100-LIRE-REJET.
007800
007810     PERFORM                      6200-MASQUER-UN-REJET
007820             UNTIL FIN-FICHIER-ATTEINTE
007830                OR ANONYMISATION-INTERROMPUE.
007840
007850 6000-MASQUER-LES-REJETS-FIN.
007860     EXIT.
007870/
007880*----------------------------------------------------------------*
007890* LECTURE SEQUENTIELLE DU RECYCLAGE                              *
007900*----------------------------------------------------------------*
007910 6100-LIRE-REJET                  SECTION.
007920*-----------------------------------------
007930
007940     READ RECYCLAGE-FICHIER
007950         AT END
007960             SET FIN-FICHIER-ATTEINTE TO TRUE
007970     END-READ.
007980
007990 6100-LIRE-REJET-FIN.
008000     EXIT.
008010/
008020*----------------------------------------------------------------*
008030* MASQUER LE REJET COURANT SI SON EMPLOYE EST ANONYMISE; LE      *
008040* MOTIF, LA DATE DU LOT ET LA CORRELATION SONT CONSERVES         *
008050*----------------------------------------------------------------*
008060 6200-MASQUER-UN-REJET            SECTION.
008070*-----------------------------------------
008080
008090     MOVE REJ-NUM-EMP             TO ANO-NUM-EMP.
008100     PERFORM                      2950-VERIFIER-EMPLOYE.
008110
008120     IF  ANO-EMPLOYE-ANONYMISE
008130     AND REJ-NOM-EMP              NOT = ANO-NOM-MASQUE
008140         MOVE UTPANRM-NOM-EMP     TO REJ-NOM-EMP
008150         MOVE UTPANRM-PREN-EMP    TO REJ-PREN-EMP
008160         MOVE SPACES              TO REJ-NOM-CONT1
008170                                     REJ-PREN-CONT1
008180                                     REJ-NOM-CONT2
008190                                     REJ-PREN-CONT2
008200         MOVE ZERO                TO REJ-NO-TEL-CONT1
008210                                     REJ-NO-TEL-CONT2
008220         REWRITE REJ-ENREGISTREMENT
008230         MOVE VAT-REJ-STAT        TO ANO-STAT-REECRITURE
008240         MOVE SPACES              TO ANO-CLE-SOURCE
008250         STRING REJ-NUM-EMP       DELIMITED BY SIZE
008260                ' '               DELIMITED BY SIZE
008270                REJ-DATE-LOT      DELIMITED BY SIZE
008280                INTO ANO-CLE-SOURCE
008290         END-STRING
008300         MOVE SPACE               TO ANO-ETAT
008310         PERFORM                  6800-CONSTATER-UN-MASQUAGE
008320         IF  ANONYMISATION-EN-COURS
008330             ADD 1                TO CPT-REJ-MASQUES
008340         END-IF
008350     END-IF.
008360
008370     IF ANONYMISATION-EN-COURS
008380         PERFORM                  6100-LIRE-REJET
008390     END-IF.
008400
008410 6200-MASQUER-UN-REJET-FIN.
008420     EXIT.
008430/
008440*----------------------------------------------------------------*
008450* CONSTATER LA REECRITURE D'UN ENREGISTREMENT SATELLITE (STATUS  *
008460* RECOPIE DANS ANO-STAT-REECRITURE) ET L'IMPRIMER AU CERTIFICAT; *
008470* UNE ERREUR ARRETE LE LOT                                       *
008480*----------------------------------------------------------------*
008490 6800-CONSTATER-UN-MASQUAGE       SECTION.
008500*-----------------------------------------
008510
008520     IF  ANO-STAT-REECRITURE      = '00'
008530         MOVE 'MASQUE'            TO ANO-MESSAGE
008540     ELSE
008550         MOVE SPACES              TO ANO-MESSAGE
008560         STRING 'ERREUR DE REECRITURE - STATUS '
008570                                  DELIMITED BY SIZE
008580                ANO-STAT-REECRITURE
008590                                  DELIMITED BY SIZE
008600                ' - LOT ARRETE'   DELIMITED BY SIZE
008610                INTO ANO-MESSAGE
008620         END-STRING
008630         DISPLAY 'UTSWANO - ERREUR DE REECRITURE - ' ANO-FICHIER
008640                 ' - EMPLOYE ' ANO-NUM-EMP
008650                 ' - STATUS ' ANO-STAT-REECRITURE
008660         SET ANONYMISATION-INTERROMPUE TO TRUE
008670     END-IF.
008680
008690     MOVE SPACES                  TO RAP-LIGNE.
008700     STRING '  '                  DELIMITED BY SIZE
008710            ANO-NUM-EMP           DELIMITED BY SIZE
008720            '  '                  DELIMITED BY SIZE
008730            ANO-FICHIER           DELIMITED BY SIZE
008740            ' '                   DELIMITED BY SIZE
008750            ANO-CLE-SOURCE        DELIMITED BY SIZE
008760            '  '                  DELIMITED BY SIZE
008770            ANO-ETAT              DELIMITED BY SIZE
008780            '     '               DELIMITED BY SIZE
008790            ANO-MESSAGE           DELIMITED BY SIZE
008800            INTO RAP-LIGNE
008810     END-STRING.
008820     WRITE RAP-LIGNE.
008830
008840 6800-CONSTATER-UN-MASQUAGE-FIN.
008850     EXIT.
008860/
008870*----------------------------------------------------------------*
008880* IMPRIMER LE TITRE DE LA PARTIE DU CERTIFICAT CONSACREE AU      *
008890* FICHIER SATELLITE ANO-FICHIER                                  *
008900*----------------------------------------------------------------*
008910 6900-IMPRIMER-TITRE-SATELLITE    SECTION.
008920*-----------------------------------------
008930
008940     MOVE SPACES                  TO RAP-LIGNE.
008950     WRITE RAP-LIGNE.
008960     STRING 'ENREGISTREMENTS MASQUES DANS '
008970                                  DELIMITED BY SIZE
008980            ANO-FICHIER           DELIMITED BY SIZE
008990            INTO RAP-LIGNE
009000     END-STRING.
009010     WRITE RAP-LIGNE.
009020     MOVE
009030-        '  EMPLOYE    FICHIER  CLE                       ETAT'
009040                                  TO RAP-LIGNE.
009050     MOVE 'RESULTAT'              TO RAP-LIGNE(57:8).
009060     WRITE RAP-LIGNE.
009070
009080 6900-IMPRIMER-TITRE-SATELLITE-FIN.
009090     EXIT.
009100/
009110*----------------------------------------------------------------*
009120* IMPRIMER LE SOMMAIRE ET L'ATTESTATION DU CERTIFICAT            *
009130*----------------------------------------------------------------*
009140 7000-IMPRIMER-LE-SOMMAIRE        SECTION.
009150*-----------------------------------------
009160
009170     MOVE SPACES                  TO RAP-LIGNE.
009180     WRITE RAP-LIGNE.
009190     MOVE 'SOMMAIRE DE L''ANONYMISATION' TO RAP-LIGNE.
009200     WRITE RAP-LIGNE.
009210
009220     MOVE CPT-MAITRE-LUS          TO ANO-NB-EDIT.
009230     MOVE '  DOSSIERS LUS AU MAITRE' TO ANO-MESSAGE.
009240     PERFORM                      7100-IMPRIMER-UN-COMPTE.
009250     MOVE CPT-RADIES              TO ANO-NB-EDIT.
009260     MOVE '  EMPLOYES RADIES'     TO ANO-MESSAGE.
009270     PERFORM                      7100-IMPRIMER-UN-COMPTE.
009280     MOVE CPT-ANONYMISES          TO ANO-NB-EDIT.
009290     MOVE '  ANONYMISES CE JOUR'  TO ANO-MESSAGE.
009300     PERFORM                      7100-IMPRIMER-UN-COMPTE.
009310     MOVE CPT-DEJA-ANONYMISES     TO ANO-NB-EDIT.
009320     MOVE '  DEJA ANONYMISES'     TO ANO-MESSAGE.
009330     PERFORM                      7100-IMPRIMER-UN-COMPTE.
009340     MOVE CPT-EN-CONSERVATION     TO ANO-NB-EDIT.
009350     MOVE '  ENCORE EN PERIODE DE CONSERVATION' TO ANO-MESSAGE.
009360     PERFORM                      7100-IMPRIMER-UN-COMPTE.
009370     MOVE CPT-SANS-DATE-FIN       TO ANO-NB-EDIT.
009380     MOVE '  RADIES SANS DATE DE FIN' TO ANO-MESSAGE.
009390     PERFORM                      7100-IMPRIMER-UN-COMPTE.
009400     MOVE CPT-PEN-MASQUES         TO ANO-NB-EDIT.
009410     MOVE '  ATTENTES UTPEND MASQUEES' TO ANO-MESSAGE.
009420     PERFORM                      7100-IMPRIMER-UN-COMPTE.
009430     MOVE CPT-APP-MASQUES         TO ANO-NB-EDIT.
009440     MOVE '  DEMANDES UTAPPRO MASQUEES' TO ANO-MESSAGE.
009450     PERFORM                      7100-IMPRIMER-UN-COMPTE.
009460     MOVE CPT-SAF-MASQUES         TO ANO-NB-EDIT.
009470     MOVE '  PANNES UTSAF MASQUEES' TO ANO-MESSAGE.
009480     PERFORM                      7100-IMPRIMER-UN-COMPTE.
009490     MOVE CPT-REJ-MASQUES         TO ANO-NB-EDIT.
009500     MOVE '  REJETS UTREJQ MASQUES' TO ANO-MESSAGE.
009510     PERFORM                      7100-IMPRIMER-UN-COMPTE.
009511     MOVE CPT-ENVOYES             TO ANO-NB-EDIT.
009512     MOVE '  TRANSMIS AU SERVICE WEB (ANOFEED)' TO ANO-MESSAGE.
009513     PERFORM                      7100-IMPRIMER-UN-COMPTE.
009514     MOVE SPACES                  TO RAP-LIGNE.
009515     WRITE RAP-LIGNE.
009516     MOVE '  DOSSIERS DU SERVICE WEB (NOMS, CONTACTS) MASQUES PAR'
009517                                  TO RAP-LIGNE.
009518     WRITE RAP-LIGNE.
009519     MOVE '  LE LOT UTSWB07 : JOINDRE SON RAPPORT UTB7RPT'
009520                                  TO RAP-LIGNE.
009521     WRITE RAP-LIGNE.
009522
009530     MOVE SPACES                  TO RAP-LIGNE.
009540     WRITE RAP-LIGNE.
009550     IF  ANONYMISATION-INTERROMPUE
009560         MOVE '*** LOT ARRETE SUR ERREUR - CERTIFICAT INCOMPLET'
009570                                  TO RAP-LIGNE
009580         WRITE RAP-LIGNE
009590     ELSE
009600         MOVE 'ATTESTE PAR LE RESPONSABLE DE LA PROTECTION DES'
009610                                  TO RAP-LIGNE
009620         MOVE 'RENSEIGNEMENTS PERSONNELS :'
009630                                  TO RAP-LIGNE(48:27)
009640         WRITE RAP-LIGNE
009650         MOVE SPACES              TO RAP-LIGNE
009660         WRITE RAP-LIGNE
009670         MOVE '  NOM : ______________________________'
009680                                  TO RAP-LIGNE
009690         MOVE 'DATE : __________'    TO RAP-LIGNE(43:17)
009700         WRITE RAP-LIGNE
009710     END-IF.
009720
009730 7000-IMPRIMER-LE-SOMMAIRE-FIN.
009740     EXIT.
009750/
009760*----------------------------------------------------------------*
009770* IMPRIMER UNE LIGNE DU SOMMAIRE (LIBELLE PREPARE + COMPTE)      *
009780*----------------------------------------------------------------*
009790 7100-IMPRIMER-UN-COMPTE          SECTION.
009800*-----------------------------------------
009810
009820     MOVE SPACES                  TO RAP-LIGNE.
009830     STRING ANO-MESSAGE(1:40)     DELIMITED BY SIZE
009840            ANO-NB-EDIT           DELIMITED BY SIZE
009850            INTO RAP-LIGNE
009860     END-STRING.
009870     WRITE RAP-LIGNE.
009880
009890 7100-IMPRIMER-UN-COMPTE-FIN.
009900     EXIT.
009910/
009920*----------------------------------------------------------------*
009930* MARQUER LA FIN DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL      *
009940* (DOSSIERS LUS ET EMPLOYES ANONYMISES); UNE ERREUR DE           *
009950* REECRITURE DONNE LE CODE RETOUR 12 ET L'ETAT EN ERREUR         *
009960*----------------------------------------------------------------*
009970 7900-MARQUER-FIN-JOB             SECTION.
009980*-----------------------------------------
009990
010000     IF  ANONYMISATION-INTERROMPUE
010010         MOVE 12                  TO RETURN-CODE
010020     END-IF.
010030
010040     MOVE 'UTSWANO '              TO JOB-NOM-PROG.
010050     MOVE VAT-DATE-JOUR           TO JOB-DATE-RUN.
010060
010070     READ JOBCTL-FICHIER.
010080
010090     IF  VAT-JOB-STAT = '00'
010100         ACCEPT VAT-HEURE-JOUR    FROM TIME
010110         MOVE VAT-HEURE-JOUR(1:6) TO JOB-HEURE-FIN
010120         MOVE CPT-MAITRE-LUS      TO JOB-CPT-LUS
010130         MOVE CPT-ANONYMISES      TO JOB-CPT-ECRITS
010140         MOVE ZERO                TO JOB-TOTAL-CONTROLE
010150         IF  ANONYMISATION-INTERROMPUE
010160             SET JOB-EN-ERREUR    TO TRUE
010170         ELSE
010180             SET JOB-TERMINE      TO TRUE
010190         END-IF
010200         REWRITE JOB-ENREGISTREMENT
010210     END-IF.
010220
010230     CLOSE                        JOBCTL-FICHIER.
010240
010250 7900-MARQUER-FIN-JOB-FIN.
010260     EXIT.
010270/
010280*----------------------------------------------------------------*
010290* FERMER LES FICHIERS ET AFFICHER LE SOMMAIRE                    *
010300*----------------------------------------------------------------*
010310 8000-FIN-DE-LOT                  SECTION.
010320*-----------------------------------------
010330
010340     CLOSE                        MAITRE-FICHIER
010350                                  ATTENTE-FICHIER
010360                                  APPROB-FICHIER
010370                                  PANNE-FICHIER
010380                                  RECYCLAGE-FICHIER
010386                                  RAPPORT-FICHIER
010392                                  ENVOI-FICHIER.
010400
010410     DISPLAY 'UTSWANO - FIN DE L''ANONYMISATION (LOI 25)'.
010420     DISPLAY 'UTSWANO - DATE LIMITE DE FIN DE CONTRAT : '
010430              VAT-DATE-LIMITE.
010440     DISPLAY 'UTSWANO - DOSSIERS LUS AU MAITRE       : '
010450              CPT-MAITRE-LUS.
010460     DISPLAY 'UTSWANO - EMPLOYES ANONYMISES          : '
010470              CPT-ANONYMISES.
010480     DISPLAY 'UTSWANO - DEJA ANONYMISES              : '
010490              CPT-DEJA-ANONYMISES.
010500     DISPLAY 'UTSWANO - RADIES SANS DATE DE FIN      : '
010510              CPT-SANS-DATE-FIN.
010520     DISPLAY 'UTSWANO - ATTENTES UTPEND MASQUEES     : '
010530              CPT-PEN-MASQUES.
010540     DISPLAY 'UTSWANO - DEMANDES UTAPPRO MASQUEES    : '
010550              CPT-APP-MASQUES.
010560     DISPLAY 'UTSWANO - PANNES UTSAF MASQUEES        : '
010570              CPT-SAF-MASQUES.
010580     DISPLAY 'UTSWANO - REJETS UTREJQ MASQUES        : '
010590              CPT-REJ-MASQUES.
010593     DISPLAY 'UTSWANO - TRANSMIS AU SERVICE WEB      : '
010596              CPT-ENVOYES.
010600
010610     GOBACK.
010620
010630 8000-FIN-DE-LOT-FIN.
010640     EXIT.
