000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      UTSWB07.
000120*AUTHOR.          GROUPE CSD.
000130*----------------------------------------------------------------*
000140*                                                                *
000150* DESC.: ANONYMISATION DES DOSSIERS DU SERVICE WEB (LOI 25) --   *
000160* -----  POUR CHAQUE EMPLOYE DU FICHIER ANOFEED ECRIT PAR        *
000170*        L'ANONYMISATION UTSWANO (FILE UTANOQ, MEMBRE UTANOREC), *
000180*        LE DOSSIER EST OBTENU DU SERVICE WEB PUIS POUSSE PAR LA *
000190*        PLOMBERIE ModifierEmploye EXISTANTE AVEC LE NOM ET LE   *
000200*        PRENOM MASQUES DU MAITRE, LES NOMS DES CONTACTS         *
000210*        D'URGENCE ENVOYES A NIL ET LEURS TELEPHONES A ZERO. LE  *
000220*        NIVEAU, LES DATES, LE SALAIRE, LE STATUT ET LE          *
000230*        DEPARTEMENT (champ2) SONT REPORTES TELS QUELS. SEUL UN  *
000240*        DOSSIER RADIE AU SERVICE EST MASQUE; UN DOSSIER DEJA    *
000250*        MASQUE EST SAUTE (LE LOT PEUT ETRE RELANCE) ET UN       *
000260*        EMPLOYE INCONNU DU SERVICE N'A RIEN A MASQUER. PISTE    *
000270*        D'AUDIT ET REESSAIS HABITUELS; LE RAPPORT UTB7RPT PORTE *
000280*        LE RESULTAT DU SERVICE POUR CHAQUE EMPLOYE ET EST JOINT *
000290*        AU CERTIFICAT D'ANONYMISATION DE UTSWANO.               *
000300*----------------------------------------------------------------*
000310* HISTORIQUE DES MODIFICATIONS                                   *
000320*  - CREATION DE L'ANONYMISATION DES DOSSIERS DU SERVICE WEB     *
000330*----------------------------------------------------------------*
000340
000350 ENVIRONMENT                     DIVISION.
000360
000370 CONFIGURATION                   SECTION.
000380
000390 SPECIAL-NAMES.                  DECIMAL-POINT IS COMMA.
000400
000410 DATA                            DIVISION.
000420*----------------------------------------------------------------*
000430 WORKING-STORAGE                 SECTION.
000440*----------------------------------------------------------------*
000450 01  FILLER                      PIC X(27)  VALUE
000460         'COMMENCEMENT DU MODULE  -->'.
000470
000480*----------------------------------------------------------------*
000490*    EMPLOYES ANONYMISES LUS PAR EXEC CICS READQ TD (UN          *
000500*    ENREGISTREMENT PAR EMPLOYE, FILE UTANOQ)                    *
000510*----------------------------------------------------------------*
000520 COPY UTANOREC.
000530
000540*--- COMME UTSWB02, LE LOT N'OFFRE PAS LE CHOIX DU MODE DE
000550*    COMMIT : CHAQUE EMPLOYE EST SA PROPRE UNITE DE TRAVAIL
000560*    CICS (MODE-2PC FIXE).
000570 01  STL-1PC-2PC                 PIC X       VALUE 'O'.
000580     88  MODE-2PC                            VALUE 'O'.
000590     88  MODE-1PC                            VALUE 'N'.
000600     88  MODE-TPC                            VALUE 'T'.
000610
000620 01  STL-COD-ACTN                PIC X       VALUE 'M'.
000630     88  ACTN-AJO                            VALUE 'C'.
000640     88  ACTN-SUP                            VALUE 'S'.
000650     88  ACTN-OBT                            VALUE 'O'.
000660     88  ACTN-MOD                            VALUE 'M'.
000670
000680 01  STL-SW-TRAN-OK              PIC X       VALUE 'O'.
000690     88  TRAN-REUSSIE                        VALUE 'O'.
000700     88  TRAN-ECHOUEE                        VALUE 'N'.
000710
000720 01  UTANORM-ZONE-ANOMALIE.
000730     05  UTANORM-NO-SEQ-APPEL    PIC 9(4).
000740
000750*----------------------------------------------------------------*
000760*    ZONES DE TRAVAIL DE L'ANONYMISATION DU SERVICE WEB          *
000770*----------------------------------------------------------------*
000780 01  ANS-ZONES-ANONYMISATION.
000790     05  ANS-DATE-JOUR           PIC 9(8).
000800     05  ANS-NUM-EMP-COURANT     PIC X(9).
000810     05  ANS-SW-EMPL-OBTENU      PIC X.
000820         88  EMPL-OBTENU                     VALUE 'O'.
000830         88  EMPL-NON-OBTENU                 VALUE 'N'.
000840*--- DOSSIER DU SERVICE DEJA MASQUE (NOM MASQUE, CONTACTS EFFACES)
000850     05  ANS-SW-MASQUAGE         PIC X.
000860         88  DOSSIER-MASQUE                  VALUE 'O'.
000870         88  DOSSIER-NOMINATIF               VALUE 'N'.
000880*--- RESULTAT DE L'EMPLOYE COURANT
000890     05  ANS-RESULTAT            PIC X.
000900         88  RES-MASQUE                      VALUE 'M'.
000910         88  RES-DEJA-MASQUE                 VALUE 'D'.
000920         88  RES-ABSENT                      VALUE 'A'.
000930         88  RES-REJETE                      VALUE 'J'.
000940         88  RES-ECHEC                       VALUE 'E'.
000950     05  ANS-LIB-RESULTAT        PIC X(42).
000960     05  ANS-MOTIF               PIC X(62).
000970*--- CODE ET MESSAGE DU DERNIER APPEL AU SERVICE (CERTIFICAT)
000980     05  ANS-CODE-SERVICE        PIC X(5).
000990     05  ANS-MSG-SERVICE         PIC X(50).
001000
001010*--- CLE DE L'ENTREE DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL
001020 01  VAT-CLE-JOB.
001030     05  VAT-CLE-JOB-PROG        PIC X(8)    VALUE 'UTSWB07 '.
001040     05  VAT-CLE-JOB-DATE        PIC 9(8).
001050
001060*----------------------------------------------------------------*
001070*    COMPTEURS DE FIN DE LOT                                     *
001080*----------------------------------------------------------------*
001090 01  CPT-LUS                     PIC 9(7)    VALUE ZERO.
001100 01  CPT-MASQUES                 PIC 9(7)    VALUE ZERO.
001110 01  CPT-DEJA-MASQUES            PIC 9(7)    VALUE ZERO.
001120 01  CPT-ABSENTS                 PIC 9(7)    VALUE ZERO.
001130 01  CPT-REJETES                 PIC 9(7)    VALUE ZERO.
001140 01  CPT-ECHECS                  PIC 9(7)    VALUE ZERO.
001150
001160*----------------------------------------------------------------*
001170*    LIGNE DE RAPPORT ECRITE SUR LA FILE D'ATTENTE TRANSIENTE    *
001180*    UTB7RPT (TACHE CICS - PAS DE SYSOUT DISPONIBLE)             *
001190*----------------------------------------------------------------*
001200 01  UTB7-RAPPORT-LIGNE          PIC X(80)   VALUE SPACES.
001210
001220 01  VAT-SW-FIN-FICHIER          PIC X       VALUE 'N'.
001230     88  FIN-FICHIER-ATTEINTE                VALUE 'O'.
001240
001250*----------------------------------------------------------------*
001260*    COPY DES ZONES PARTAGEES AVEC UTSWR02 ET LES AUTRES LOTS    *
001270*----------------------------------------------------------------*
001280 COPY UTSWCOM.
001290 COPY UTCODMSGWS.
001300 COPY AUDREC.
001310 COPY UTEVTREC.
001320 COPY UTEVTPUBWS.
001330 COPY UTJOBREC.
001340 COPY UTGENR.
001350
001360*----------------------------------------------------------------*
001370 LINKAGE                         SECTION.
001380*----------------------------------------------------------------*
001390 COPY DFHEIBLK.
001400
001410 01  DFHCOMMAREA                 PIC X(1).
001420
001430*----------------------------------------------------------------*
001440*                 *** PROCEDURE DIVISION ***                     *
001450*----------------------------------------------------------------*
001460 PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
001470
001480*----------------------------------------------------------------*
001490 0000-SECTION-DIRECTRICE          SECTION.
001500*-----------------------------------------
001510
001520     PERFORM                      1000-INITIALISATION.
001530     PERFORM                      2000-TRAITER-UN-EMPLOYE
001540             UNTIL FIN-FICHIER-ATTEINTE.
001550     PERFORM                      8000-FIN-DE-LOT.
001560
001570 0000-SECTION-DIRECTRICE-FIN.
001580     EXIT.
001590/
001600*----------------------------------------------------------------*
001610* MARQUER LE DEBUT DU LOT, ECRIRE L'ENTETE DU RAPPORT ET LIRE LE *
001620* PREMIER EMPLOYE                                                *
001630*----------------------------------------------------------------*
001640 1000-INITIALISATION              SECTION.
001650*-----------------------------------------
001660
001670     SET  TRAN-REUSSIE            TO TRUE.
001680     SET  SW-APPEL-ECHOUE         TO TRUE.
001690
001700     EXEC CICS ASKTIME
001710     END-EXEC.
001720     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
001730                                  YYYYMMDD(ANS-DATE-JOUR)
001740     END-EXEC.
001750
001760     PERFORM                      1500-MARQUER-DEBUT-JOB.
001770
001780     MOVE 'UTSWB07 - CERTIFICAT D''ANONYMISATION LOI 25 - SW'
001790                                  TO UTB7-RAPPORT-LIGNE.
001800     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
001810
001820     STRING 'UTSWB07 - DATE ' ANS-DATE-JOUR
001830            ' - DOSSIERS DES EMPLOYES DU FICHIER ANOFEED'
001840            DELIMITED BY SIZE INTO UTB7-RAPPORT-LIGNE.
001850     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
001860
001870     PERFORM                      1100-LIRE-UTANO.
001880
001890     IF  FIN-FICHIER-ATTEINTE
001900         MOVE 'UTSWB07 - UTANOQ VIDE - AUCUN DOSSIER A MASQUER'
001910                                  TO UTB7-RAPPORT-LIGNE
001920         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
001930     END-IF.
001940
001950 1000-INITIALISATION-FIN.
001960     EXIT.
001970/
001980*----------------------------------------------------------------*
001990* LECTURE D'UN ENREGISTREMENT SUR LA FILE D'ATTENTE TRANSIENTE   *
002000* UTANOQ (EXTRAPARTITION); TOUTE REPONSE AUTRE QUE NORMAL (DONT  *
002010* QZERO, FILE EPUISEE) MET FIN AU LOT, COMME POUR UTMMQ DANS     *
002020* UTSWB06                                                        *
002030*----------------------------------------------------------------*
002040 1100-LIRE-UTANO                  SECTION.
002050*-----------------------------------------
002060
002070     EXEC CICS READQ TD           QUEUE('UTANOQ')
002080                                  INTO(UTANO-ENREGISTREMENT)
002090                                  LENGTH(LENGTH OF
002100                                         UTANO-ENREGISTREMENT)
002110                                  RESP(VAT-RESP)
002120     END-EXEC.
002130
002140     IF  VAT-RESP                 NOT = CTE-DFHRESP-NORMAL
002150         SET FIN-FICHIER-ATTEINTE TO TRUE
002160     END-IF.
002170
002180 1100-LIRE-UTANO-FIN.
002190     EXIT.
002200/
002210*----------------------------------------------------------------*
002220* TRAITER UN ENREGISTREMENT DU FICHIER, PUIS LIRE LE SUIVANT     *
002230*----------------------------------------------------------------*
002240 2000-TRAITER-UN-EMPLOYE          SECTION.
002250*-----------------------------------------
002260
002270     ADD  1                       TO CPT-LUS.
002280
002290     PERFORM                      3000-ANONYMISER-UN-DOSSIER.
002300
002310     PERFORM                      1100-LIRE-UTANO.
002320
002330 2000-TRAITER-UN-EMPLOYE-FIN.
002340     EXIT.
002350/
002360*----------------------------------------------------------------*
002370* ANONYMISER LE DOSSIER DU SERVICE DE L'EMPLOYE COURANT :        *
002380* OBTENTION DU DOSSIER, CONTROLE DU STATUT RADIE ET DU MASQUAGE  *
002390* DEJA FAIT, PUIS MODIFICATION. CHAQUE EMPLOYE EST SA PROPRE     *
002400* UNITE DE TRAVAIL CICS.                                         *
002410*----------------------------------------------------------------*
002420 3000-ANONYMISER-UN-DOSSIER       SECTION.
002430*-----------------------------------------
002440
002450     SET  TRAN-REUSSIE            TO TRUE.
002460     SET  EMPL-NON-OBTENU         TO TRUE.
002470     SET  RES-REJETE              TO TRUE.
002480     MOVE SPACES                  TO ANS-MOTIF
002490                                  ANS-CODE-SERVICE
002500                                  ANS-MSG-SERVICE.
002510
002520     MOVE UTANO-NUM-EMP           TO ANS-NUM-EMP-COURANT.
002530
002540*--- IDENTIFIANT DE CORRELATION DE L'EMPLOYE COURANT
002550     PERFORM                      9150-GENERER-CORRELATION.
002560
002570     IF  ANS-NUM-EMP-COURANT      = SPACES
002580      OR UTANO-NOM-MASQUE         = SPACES
002590         SET  TRAN-ECHOUEE        TO TRUE
002600         MOVE 'ENREGISTREMENT ANOFEED INCOMPLET'
002610                                  TO ANS-MOTIF
002620     ELSE
002630         PERFORM                  3310-PREPARER-OBTENIR
002640         PERFORM                  3320-SW-OBTENIR
002650         PERFORM                  3330-VERIFIER-MASQUAGE
002660         EVALUATE TRUE
002670*--- EMPLOYE SUPPRIME DU SERVICE : AUCUN DOSSIER A MASQUER
002680             WHEN CodeRetour2 OF ObtenirInfoEmployeResponse
002690                  (1:5) = '00020'
002700                 SET  RES-ABSENT  TO TRUE
002710             WHEN EMPL-NON-OBTENU
002720                 SET  TRAN-ECHOUEE TO TRUE
002730                 SET  RES-ECHEC   TO TRUE
002740                 MOVE VAT-MSG-TRADUIT TO ANS-MOTIF
002750             WHEN DOSSIER-MASQUE
002760                 SET  RES-DEJA-MASQUE TO TRUE
002770*--- LE MAITRE ET LE SERVICE NE S'ACCORDENT PAS SUR LA RADIATION :
002780*    LE DOSSIER N'EST PAS MASQUE ET LE REFUS EST TRACE A L'AUDIT
002790             WHEN champ2-length OF ObtenirInfoEmployeResponse
002800                  = ZERO
002810             WHEN champ2 OF ObtenirInfoEmployeResponse (1:1)
002820                  NOT = 'R'
002830                 SET  TRAN-ECHOUEE TO TRUE
002840                 MOVE 'EMPLOYE NON RADIE AU SERVICE - NON MASQUE'
002850                                  TO ANS-MOTIF
002860                 PERFORM          9000-ECRIRE-AUDIT
002870             WHEN OTHER
002880                 PERFORM          3400-PREPARER-MODIFIER
002890                 PERFORM          3350-SW-MODIFIER
002900         END-EVALUATE
002910     END-IF.
002920
002930     PERFORM                      6000-RAPPORTER-EMPLOYE.
002940
002950*--- CHAQUE EMPLOYE, MEME REJETE, TERMINE SON UNITE DE TRAVAIL
002960*    CICS, COMME DANS LES AUTRES LOTS
002970     PERFORM                      UT-FIN-TX-INTERNE.
002980
002990 3000-ANONYMISER-UN-DOSSIER-FIN.
003000     EXIT.
003010/
003020*----------------------------------------------------------------*
003030* AFFECTER LES VARIABLES AVANT L'OBTENTION DU DOSSIER COMPLET    *
003040* DE L'EMPLOYE COURANT                                           *
003050*----------------------------------------------------------------*
003060 3310-PREPARER-OBTENIR            SECTION.
003070*-----------------------------------------
003080
003090     MOVE 3310                    TO UTANORM-NO-SEQ-APPEL.
003100
003110     MOVE 1                       TO numEmpl-num
003120                                     OF ObtenirInfoEmploye.
003130     MOVE LENGTH OF ANS-NUM-EMP-COURANT
003140                                  TO numEmpl2-length
003150                                     OF ObtenirInfoEmploye.
003160     MOVE ANS-NUM-EMP-COURANT     TO numEmpl2
003170                                     OF ObtenirInfoEmploye.
003180     MOVE X'00'                   TO attr-nil-numEmpl-value
003190                                     OF ObtenirInfoEmploye.
003200
003210     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
003220     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
003230     MOVE CTE-OBTENIR-EMPL        TO VAT-NM-OPERATION.
003240     MOVE CTE-NM-SW-OBT-2PC       TO VAT-NM-SW.
003250
003260 3310-PREPARER-OBTENIR-FIN.
003270     EXIT.
003280*----------------------------------------------------------------*
003290*     OBTENIR LE DOSSIER COMPLET DE L'EMPLOYE COURANT (ZONES     *
003300*     REPORTEES A LA MODIFICATION ET ETAT AVANT DE L'AUDIT)      *
003310*----------------------------------------------------------------*
003320 3320-SW-OBTENIR                  SECTION.
003330*-----------------------------------------
003340
003350*--- EFFACER LE CODE DE LA REPONSE PRECEDENTE : SI LE GET
003360*    ECHOUE, L'EMPLOYE EST EN ECHEC PLUTOT QUE TRAITE SUR LA FOI
003370*    DU DOSSIER DE L'EMPLOYE PRECEDENT
003380     MOVE SPACES                  TO CodeRetour2
003390                                     OF
003400                                  ObtenirInfoEmployeResponse.
003410
003420*--- IDENTIFIANT DE CORRELATION TRANSMIS AU SERVICE SUR LE CANAL
003430     EXEC CICS PUT                CONTAINER(CTE-CORR-CONT)
003440                                  CHANNEL(VAT-SERV-CHNL)
003450                                  FROM(VAT-CORR-ID)
003460                                  NOHANDLE
003470     END-EXEC.
003480
003490     EXEC CICS PUT                CONTAINER(VAT-DFH-DATA)
003500                                  CHANNEL(VAT-SERV-CHNL)
003510                                  FROM(ObtenirInfoEmploye)
003520     END-EXEC.
003530
003540     EXEC CICS INVOKE             SERVICE(VAT-NM-SW)
003550                                  CHANNEL(VAT-SERV-CHNL)
003560                                  OPERATION(VAT-NM-OPERATION)
003570                                  NOHANDLE
003580     END-EXEC.
003590
003600     EXEC CICS GET                CONTAINER(VAT-DFH-DATA)
003610                                  CHANNEL(VAT-SERV-CHNL)
003620                                  INTO(ObtenirInfoEmployeResponse)
003630                                  NOHANDLE
003640     END-EXEC.
003650
003660     COPY UTCODMSG REPLACING ==:COD:==
003670         BY ==CodeRetour2 OF ObtenirInfoEmployeResponse==.
003680
003690     MOVE CodeRetour2 OF ObtenirInfoEmployeResponse
003700                                  TO ANS-CODE-SERVICE.
003710     MOVE VAT-MSG-TRADUIT         TO ANS-MSG-SERVICE.
003720
003730     IF  CodeRetour2 OF ObtenirInfoEmployeResponse = '00000'
003740         SET EMPL-OBTENU          TO TRUE
003750     ELSE
003760         SET EMPL-NON-OBTENU      TO TRUE
003770     END-IF.
003780
003790 3320-SW-OBTENIR-FIN.
003800     EXIT.
003810*----------------------------------------------------------------*
003820*     LE DOSSIER OBTENU EST-IL DEJA MASQUE : NOM MASQUE, AUCUN   *
003830*     TELEPHONE NI NOM DE CONTACT D'URGENCE (NIL OU A BLANC)     *
003840*----------------------------------------------------------------*
003850 3330-VERIFIER-MASQUAGE           SECTION.
003860*-----------------------------------------
003870
003880     SET  DOSSIER-NOMINATIF       TO TRUE.
003890
003900     IF  EMPL-OBTENU
003910     AND NomEmpl2 OF ObtenirInfoEmployeResponse
003920                                  = UTANO-NOM-MASQUE
003930     AND NumTelCont1 OF ObtenirInfoEmployeResponse = ZERO
003940     AND NumTelCont2 OF ObtenirInfoEmployeResponse = ZERO
003950     AND (attr-nil-NomContEmpl1-value
003960          OF ObtenirInfoEmployeResponse = X'01'
003970       OR NomContEmpl1 OF ObtenirInfoEmployeResponse = SPACES)
003980     AND (attr-nil-PrenContEmpl1-value
003990          OF ObtenirInfoEmployeResponse = X'01'
004000       OR PrenContEmpl1 OF ObtenirInfoEmployeResponse = SPACES)
004010     AND (attr-nil-NomContEmpl2-value
004020          OF ObtenirInfoEmployeResponse = X'01'
004030       OR NomContEmpl2 OF ObtenirInfoEmployeResponse = SPACES)
004040     AND (attr-nil-PrenContEmpl2-value
004050          OF ObtenirInfoEmployeResponse = X'01'
004060       OR PrenContEmpl2 OF ObtenirInfoEmployeResponse = SPACES)
004070         SET  DOSSIER-MASQUE      TO TRUE
004080     END-IF.
004090
004100 3330-VERIFIER-MASQUAGE-FIN.
004110     EXIT.
004120/
004130*----------------------------------------------------------------*
004140* AFFECTER LES VARIABLES AVANT LA MODIFICATION : LE DOSSIER      *
004150* OBTENU EST REPORTE TEL QUEL (NIVEAU, DATES, SALAIRE ET champ2  *
004160* DU STATUT ET DU DEPARTEMENT), SAUF LE NOM ET LE PRENOM,        *
004170* REMPLACES PAR LES MASQUES DU MAITRE, ET LES CONTACTS           *
004180* D'URGENCE : NOMS ENVOYES A NIL (COMME UN CONTACT A BLANC DE    *
004190* L'ECRAN UTSWR03) ET TELEPHONES A ZERO                          *
004200*----------------------------------------------------------------*
004210 3400-PREPARER-MODIFIER           SECTION.
004220*-----------------------------------------
004230
004240     MOVE 3400                    TO UTANORM-NO-SEQ-APPEL.
004250
004260     MOVE 1                       TO employe2-num
004270                                     OF ModifierEmploye.
004280     MOVE X'00'                   TO attr-nil-employe-value
004290                                     OF ModifierEmploye.
004300
004310     MOVE 1                       TO NivEntr-num
004320                                     OF ModifierEmploye.
004330     MOVE NivEntr OF ObtenirInfoEmployeResponse
004340                                  TO NivEntr
004350                                     OF ModifierEmploye.
004360
004370     MOVE 1                       TO NumEmp-num
004380                                     OF ModifierEmploye.
004390     MOVE LENGTH OF ANS-NUM-EMP-COURANT
004400                                  TO NumEmp2-length
004410                                     OF ModifierEmploye.
004420     MOVE ANS-NUM-EMP-COURANT     TO NumEmp2
004430                                     OF ModifierEmploye.
004440     MOVE X'00'                   TO attr-nil-NumEmp-value
004450                                     OF ModifierEmploye.
004460
004470*--- NOM ET PRENOM MASQUES (MEMES VALEURS QU'AU MAITRE PANRMAS)
004480     MOVE 1                       TO PrenEmpl-num
004490                                     OF ModifierEmploye.
004500     MOVE LENGTH OF UTANO-PRENOM-MASQUE
004510                                  TO PrenEmpl2-length
004520                                     OF ModifierEmploye.
004530     MOVE UTANO-PRENOM-MASQUE     TO PrenEmpl2
004540                                     OF ModifierEmploye.
004550     MOVE X'00'                   TO attr-nil-PrenEmpl-value
004560                                     OF ModifierEmploye.
004570
004580     MOVE 1                       TO NomEmpl-num
004590                                     OF ModifierEmploye.
004600     MOVE LENGTH OF UTANO-NOM-MASQUE
004610                                  TO NomEmpl2-length
004620                                     OF ModifierEmploye.
004630     MOVE UTANO-NOM-MASQUE        TO NomEmpl2
004640                                     OF ModifierEmploye.
004650     MOVE X'00'                   TO attr-nil-NomEmpl-value
004660                                     OF ModifierEmploye.
004670
004680     MOVE 1                       TO DateDebEmpl-num
004690                                     OF ModifierEmploye.
004700     MOVE DateDebEmpl OF ObtenirInfoEmployeResponse
004710                                  TO DateDebEmpl
004720                                     OF ModifierEmploye.
004730     MOVE 1                       TO DateFinEmpl-num
004740                                     OF ModifierEmploye.
004750     MOVE DateFinEmpl OF ObtenirInfoEmployeResponse
004760                                  TO DateFinEmpl
004770                                     OF ModifierEmploye.
004780
004790     MOVE 1                       TO SalEmpl-num
004800                                     OF ModifierEmploye.
004810     MOVE SalEmpl OF ObtenirInfoEmployeResponse
004820                                  TO SalEmpl
004830                                     OF ModifierEmploye.
004840
004850*--- TELEPHONES DES CONTACTS D'URGENCE EFFACES
004860     MOVE 1                       TO NumTelCont1-num
004870                                     OF ModifierEmploye.
004880     MOVE ZERO                    TO NumTelCont1
004890                                     OF ModifierEmploye.
004900     MOVE 1                       TO NumTelCont2-num
004910                                     OF ModifierEmploye.
004920     MOVE ZERO                    TO NumTelCont2
004930                                     OF ModifierEmploye.
004940
004950*--- NOMS DES CONTACTS D'URGENCE ENVOYES A NIL
004960     MOVE X'01'                   TO attr-nil-NomContEmpl1-value
004970                                     OF ModifierEmploye.
004980     MOVE ZERO                    TO NomContEmpl1-length
004990                                     OF ModifierEmploye.
005000     MOVE SPACES                  TO NomContEmpl1
005010                                     OF ModifierEmploye.
005020     MOVE X'01'                   TO attr-nil-PrenContEmpl1-value
005030                                     OF ModifierEmploye.
005040     MOVE ZERO                    TO PrenContEmpl1-length
005050                                     OF ModifierEmploye.
005060     MOVE SPACES                  TO PrenContEmpl1
005070                                     OF ModifierEmploye.
005080     MOVE X'01'                   TO attr-nil-NomContEmpl2-value
005090                                     OF ModifierEmploye.
005100     MOVE ZERO                    TO NomContEmpl2-length
005110                                     OF ModifierEmploye.
005120     MOVE SPACES                  TO NomContEmpl2
005130                                     OF ModifierEmploye.
005140     MOVE X'01'                   TO attr-nil-PrenContEmpl2-value
005150                                     OF ModifierEmploye.
005160     MOVE ZERO                    TO PrenContEmpl2-length
005170                                     OF ModifierEmploye.
005180     MOVE SPACES                  TO PrenContEmpl2
005190                                     OF ModifierEmploye.
005200
005210*--- STATUT ET DEPARTEMENT (champ2) REPORTES SANS CHANGEMENT
005220     MOVE champ-num OF ObtenirInfoEmployeResponse
005230                                  TO champ-num
005240                                     OF ModifierEmploye.
005250     MOVE champ2-length OF ObtenirInfoEmployeResponse
005260                                  TO champ2-length
005270                                     OF ModifierEmploye.
005280     MOVE champ2 OF ObtenirInfoEmployeResponse
005290                                  TO champ2
005300                                     OF ModifierEmploye.
005310     MOVE attr-nil-champ-value OF ObtenirInfoEmployeResponse
005320                                  TO attr-nil-champ-value
005330                                     OF ModifierEmploye.
005340
005350     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
005360     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
005370     MOVE CTE-MODIFIER-EMPL       TO VAT-NM-OPERATION.
005380     MOVE CTE-NM-SW-MOD-2PC       TO VAT-NM-SW.
005390
005400 3400-PREPARER-MODIFIER-FIN.
005410     EXIT.
005420/
005430*----------------------------------------------------------------*
005440*     MODIFIER UN EMPLOYE (MEME SEQUENCE PUT/INVOKE/GET AVEC     *
005450*     REESSAIS QUE 3310-SW-MODIFIER DANS UTSWR02)                *
005460*----------------------------------------------------------------*
005470 3350-SW-MODIFIER                 SECTION.
005480*-----------------------------------------
005490
005500     MOVE ZERO                    TO VAT-CPT-RETRY.
005510     SET  SW-APPEL-ECHOUE         TO TRUE.
005520
005530*--- EFFACER LE CODE DE LA REPONSE PRECEDENTE : UN ECHEC DES
005540*    REESSAIS NE DOIT PAS REUTILISER LE '00000' D'UN
005550*    EMPLOYE ANTERIEUR
005560     MOVE SPACES                  TO CodeRetour2
005570                                     OF
005580                                  ModifierEmployeRetour.
005590
005600*--- IDENTIFIANT DE CORRELATION TRANSMIS AU SERVICE SUR LE CANAL
005610     EXEC CICS PUT                CONTAINER(CTE-CORR-CONT)
005620                                  CHANNEL(VAT-SERV-CHNL)
005630                                  FROM(VAT-CORR-ID)
005640                                  NOHANDLE
005650     END-EXEC.
005660
005670     PERFORM UNTIL SW-APPEL-REUSSI
005680                   OR VAT-CPT-RETRY > CTE-MAX-RETRY-SW
005690
005700         EXEC CICS PUT            CONTAINER(VAT-DFH-DATA)
005710                                  CHANNEL(VAT-SERV-CHNL)
005720                                  FROM(ModifierEmploye)
005730                                  RESP(VAT-RESP-PUT)
005740                                  RESP2(VAT-RESP2)
005750         END-EXEC
005760
005770         EXEC CICS INVOKE         SERVICE(VAT-NM-SW)
005780                                  CHANNEL(VAT-SERV-CHNL)
005790                                  OPERATION(VAT-NM-OPERATION)
005800                                  NOHANDLE
005810                                  RESP(VAT-RESP-INV)
005820                                  RESP2(VAT-RESP2)
005830         END-EXEC
005840
005850         EXEC CICS GET            CONTAINER(VAT-DFH-DATA)
005860                                  CHANNEL(VAT-SERV-CHNL)
005870                                  INTO(ModifierEmployeRetour)
005880                                  NOHANDLE
005890                                  RESP(VAT-RESP-GET)
005900                                  RESP2(VAT-RESP2)
005910         END-EXEC
005920
005930         SET SW-SERVICE-DISPONIBLE    TO TRUE
005940         IF  VAT-RESP-PUT NOT = CTE-DFHRESP-NORMAL
005950          OR VAT-RESP-INV NOT = CTE-DFHRESP-NORMAL
005960          OR VAT-RESP-GET NOT = CTE-DFHRESP-NORMAL
005970             SET SW-SERVICE-INDISPONIBLE TO TRUE
005980         END-IF
005990         IF  CodeRetour2 OF ModifierEmployeRetour = '00090'
006000             SET SW-SERVICE-INDISPONIBLE TO TRUE
006010         END-IF
006020
006030         IF  SW-SERVICE-INDISPONIBLE
006040             ADD 1                TO VAT-CPT-RETRY
006050             IF  VAT-CPT-RETRY NOT > CTE-MAX-RETRY-SW
006060                 PERFORM          9200-ATTENDRE-REESSAI
006070             END-IF
006080         ELSE
006090             SET SW-APPEL-REUSSI  TO TRUE
006100         END-IF
006110     END-PERFORM.
006120
006130     COPY UTCODMSG REPLACING ==:COD:==
006140         BY ==CodeRetour2 OF ModifierEmployeRetour==.
006150
006160     MOVE CodeRetour2 OF ModifierEmployeRetour
006170                                  TO ANS-CODE-SERVICE.
006180     MOVE VAT-MSG-TRADUIT         TO ANS-MSG-SERVICE.
006190
006200     IF  CodeRetour2 OF ModifierEmployeRetour = '00000'
006210         SET TRAN-REUSSIE         TO TRUE
006220         SET RES-MASQUE           TO TRUE
006230     ELSE
006240*--- SERVICE TOUJOURS INDISPONIBLE APRES LES REESSAIS OU REFUS
006250*    DU SERVICE : L'EMPLOYE EST EN ECHEC ET SERA REPRIS AU
006260*    PROCHAIN FICHIER ANOFEED (UTSWANO LE RETRANSMET)
006270         SET TRAN-ECHOUEE         TO TRUE
006280         SET RES-ECHEC            TO TRUE
006290         MOVE VAT-MSG-TRADUIT     TO ANS-MOTIF
006300     END-IF.
006310
006320     PERFORM                      9000-ECRIRE-AUDIT.
006330
006340 3350-SW-MODIFIER-FIN.
006350     EXIT.
006360/
006370*----------------------------------------------------------------*
006380* ECRIRE LE RESULTAT DE L'EMPLOYE COURANT AU RAPPORT : UNE LIGNE *
006390* DE RESULTAT (*** EN TETE SI REJET OU ECHEC), LE CODE ET LE     *
006400* MESSAGE DU DERNIER APPEL AU SERVICE, PUIS LE MOTIF DU REJET;   *
006410* CUMULER LES COMPTEURS                                          *
006420*----------------------------------------------------------------*
006430 6000-RAPPORTER-EMPLOYE           SECTION.
006440*-----------------------------------------
006450
006460     EVALUATE TRUE
006470         WHEN RES-MASQUE
006480             MOVE 'DOSSIER DU SERVICE MASQUE'
006490                                  TO ANS-LIB-RESULTAT
006500             ADD  1               TO CPT-MASQUES
006510         WHEN RES-DEJA-MASQUE
006520             MOVE 'DEJA MASQUE AU SERVICE'
006530                                  TO ANS-LIB-RESULTAT
006540             ADD  1               TO CPT-DEJA-MASQUES
006550         WHEN RES-ABSENT
006560             MOVE 'INCONNU DU SERVICE - RIEN A MASQUER'
006570                                  TO ANS-LIB-RESULTAT
006580             ADD  1               TO CPT-ABSENTS
006590         WHEN RES-ECHEC
006600             MOVE '*** EN ECHEC'  TO ANS-LIB-RESULTAT
006610             ADD  1               TO CPT-ECHECS
006620         WHEN OTHER
006630             MOVE '*** REJETE'    TO ANS-LIB-RESULTAT
006640             ADD  1               TO CPT-REJETES
006650     END-EVALUATE.
006660
006670     STRING 'UTSWB07 - EMPLOYE ' ANS-NUM-EMP-COURANT
006680            ' ' ANS-LIB-RESULTAT
006690            DELIMITED BY SIZE INTO UTB7-RAPPORT-LIGNE.
006700     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
006710
006720     IF  ANS-CODE-SERVICE         NOT = SPACES
006730         STRING '          SERVICE : ' ANS-CODE-SERVICE
006740                ' ' ANS-MSG-SERVICE
006750                DELIMITED BY SIZE INTO UTB7-RAPPORT-LIGNE
006760         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
006770     END-IF.
006780
006790     IF  ANS-MOTIF                NOT = SPACES
006800         STRING '          MOTIF : ' ANS-MOTIF
006810                DELIMITED BY SIZE INTO UTB7-RAPPORT-LIGNE
006820         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
006830     END-IF.
006840
006850 6000-RAPPORTER-EMPLOYE-FIN.
006860     EXIT.
006870/
006880*----------------------------------------------------------------*
006890* ECRIRE L'ENREGISTREMENT D'AUDIT DE L'EMPLOYE COURANT.          *
006900* L'OPERATEUR EST LE LOT. L'ETAT AVANT PROVIENT DU DOSSIER       *
006910* OBTENU, MAIS SES NOM ET PRENOM SONT REMPLACES PAR LES MASQUES :*
006920* L'ANONYMISATION NE DOIT PAS RECOPIER A L'AUDIT LES             *
006930* RENSEIGNEMENTS QU'ELLE EFFACE. L'IMAGE APRES PROVIENT DE LA    *
006940* REQUETE ModifierEmploye. UN REFUS (EMPLOYE NON RADIE AU        *
006950* SERVICE) EST TRACE SANS IMAGE, COMME UN REFUS DES DROITS.      *
006960*----------------------------------------------------------------*
006970 9000-ECRIRE-AUDIT                SECTION.
006980*-----------------------------------------
006990
007000     EXEC CICS ASKTIME
007010     END-EXEC.
007020     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
007030                                  YYYYMMDD(AUD-DATE-TRAN)
007040                                  TIME(AUD-HEURE-TRAN)
007050     END-EXEC.
007060
007070     MOVE 'UTSWB07 '              TO AUD-OPERID.
007080     MOVE 'LOT7'                  TO AUD-TERMID.
007090     MOVE STL-COD-ACTN            TO AUD-COD-ACTN.
007100     MOVE STL-1PC-2PC             TO AUD-1PC-2PC.
007110     MOVE ANS-NUM-EMP-COURANT     TO AUD-NUM-EMP.
007120     MOVE SPACES                  TO AUD-OPERID-APPROB.
007130     MOVE VAT-CORR-ID             TO AUD-CORR-ID.
007140
007150*--- COMPLEMENT DE L'IMAGE APRES REMIS A BLANC (COMPLETE PLUS BAS
007160*    PAR UTAUDIMG QUAND LA REQUETE A ETE PREPAREE)
007170     MOVE SPACES                  TO AUD-AP-PREN-EMP
007180                                  AUD-AP-NOM-EMP
007190                                  AUD-AP-STATUT.
007200     MOVE ZERO                    TO AUD-AP-NIV-ENTR
007210                                  AUD-AP-NO-TEL-CONT1
007220                                  AUD-AP-NO-TEL-CONT2.
007230     SET  AUD-IMAGE-PARTIELLE     TO TRUE.
007240
007250     IF  RES-REJETE
007260         MOVE SPACES              TO AUD-AV-NUM-EMP
007270                                  AUD-AV-COD-DEPT
007280                                  AUD-AV-PREN-EMP
007290                                  AUD-AV-NOM-EMP
007300                                  AUD-AV-STATUT
007310         MOVE ZERO                TO AUD-AV-SAL-EMPL
007320                                  AUD-AV-DATE-DEB
007330                                  AUD-AV-DATE-FIN
007340                                  AUD-AV-NIV-ENTR
007350         SET  AUD-AVANT-INCONNU   TO TRUE
007360         MOVE AUD-AVANT           TO AUD-APRES
007370         MOVE 'NONRADIE'          TO AUD-CODE-RETOUR
007380     ELSE
007390         MOVE ANS-NUM-EMP-COURANT TO AUD-AV-NUM-EMP
007400         MOVE SalEmpl OF ObtenirInfoEmployeResponse
007410                                  TO AUD-AV-SAL-EMPL
007420         MOVE DateDebEmpl OF ObtenirInfoEmployeResponse
007430                                  TO AUD-AV-DATE-DEB
007440         MOVE DateFinEmpl OF ObtenirInfoEmployeResponse
007450                                  TO AUD-AV-DATE-FIN
007460*--- ETAT AVANT COMPLEMENTAIRE, NOMS MASQUES
007470         COPY UTAUDAVT REPLACING ==:REP:==
007480             BY ==ObtenirInfoEmployeResponse==.
007490         MOVE UTANO-PRENOM-MASQUE TO AUD-AV-PREN-EMP
007500         MOVE UTANO-NOM-MASQUE    TO AUD-AV-NOM-EMP
007510         IF  champ2-length OF ObtenirInfoEmployeResponse > 4
007520             MOVE champ2 OF ObtenirInfoEmployeResponse (2:4)
007530                                  TO AUD-AV-COD-DEPT
007540         ELSE
007550             MOVE SPACES          TO AUD-AV-COD-DEPT
007560         END-IF
007570
007580         MOVE NumEmp2 OF ModifierEmploye(1:9)
007590                                  TO AUD-AP-NUM-EMP
007600         MOVE SalEmpl OF ModifierEmploye
007610                                  TO AUD-AP-SAL-EMPL
007620         MOVE DateDebEmpl OF ModifierEmploye
007630                                  TO AUD-AP-DATE-DEB
007640         MOVE DateFinEmpl OF ModifierEmploye
007650                                  TO AUD-AP-DATE-FIN
007660         MOVE AUD-AV-COD-DEPT     TO AUD-AP-COD-DEPT
007670         COPY UTAUDIMG REPLACING ==:REQ:==
007680             BY ==ModifierEmploye==.
007690         MOVE CodeRetour2
007700              OF ModifierEmployeRetour(1:10)
007710                                  TO AUD-CODE-RETOUR
007720     END-IF.
007730
007740     IF  TRAN-REUSSIE
007750         SET AUD-TRAN-REUSSIE     TO TRUE
007760     ELSE
007770         SET AUD-TRAN-ECHOUEE     TO TRUE
007780     END-IF.
007790
007800*--- EVENEMENTS SORTANTS : LE STATUT, LE NIVEAU ET LES DATES SONT
007810*    REPORTES TELS QUELS, AUCUN EVENEMENT N'EST ATTENDU
007820     COPY UTEVTPUB.
007830
007840     EXEC CICS WRITEQ TD          QUEUE('AUDT')
007850                                  FROM(AUD-ENREGISTREMENT)
007860                                  LENGTH(LENGTH OF
007870                                         AUD-ENREGISTREMENT)
007880                                  NOHANDLE
007890     END-EXEC.
007900
007910 9000-ECRIRE-AUDIT-FIN.
007920     EXIT.
007930/
007940*----------------------------------------------------------------*
007950* ATTENDRE AVANT UN REESSAI SUITE A UNE INDISPONIBILITE DU SW    *
007960*----------------------------------------------------------------*
007970 9200-ATTENDRE-REESSAI            SECTION.
007980*-----------------------------------------
007990
008000     EXEC CICS DELAY              FOR SECONDS(CTE-RETRY-DELAI-SEC)
008010                                  NOHANDLE
008020     END-EXEC.
008030
008040 9200-ATTENDRE-REESSAI-FIN.
008050     EXIT.
008060/
008070*----------------------------------------------------------------*
008080* GENERER L'IDENTIFIANT DE CORRELATION DE L'EMPLOYE COURANT      *
008090* (NOM DU PROGRAMME + ABSTIME EN MILLISECONDES). IL EST TRANSMIS *
008100* AU SERVICE DANS LE CONTENEUR UT-CORR-ID ET PORTE A LA PISTE    *
008110* D'AUDIT.                                                       *
008120*----------------------------------------------------------------*
008130 9150-GENERER-CORRELATION         SECTION.
008140*-----------------------------------------
008150
008160     EXEC CICS ASKTIME            ABSTIME(VAT-ABS-CORR)
008170     END-EXEC.
008180
008190     MOVE 'UTSWB07 '              TO VAT-CORR-PROG.
008200     MOVE VAT-ABS-CORR            TO VAT-CORR-ABSTIME.
008210
008220 9150-GENERER-CORRELATION-FIN.
008230     EXIT.
008240/
008250*----------------------------------------------------------------*
008260* ECRIRE UNE LIGNE DU RAPPORT DE LOT (UTB7-RAPPORT-LIGNE DOIT    *
008270* ETRE ALIMENTE PAR L'APPELANT AVANT LE PERFORM)                 *
008280*----------------------------------------------------------------*
008290 9300-ECRIRE-LIGNE-RAPPORT        SECTION.
008300*-----------------------------------------
008310
008320     EXEC CICS WRITEQ TD          QUEUE('UTB7RPT')
008330                                  FROM(UTB7-RAPPORT-LIGNE)
008340                                  LENGTH(LENGTH OF
008350                                         UTB7-RAPPORT-LIGNE)
008360                                  NOHANDLE
008370     END-EXEC.
008380
008390     MOVE SPACES                  TO UTB7-RAPPORT-LIGNE.
008400
008410 9300-ECRIRE-LIGNE-RAPPORT-FIN.
008420     EXIT.
008430/
008440*----------------------------------------------------------------*
008450* ROLLBACK                                                       *
008460*----------------------------------------------------------------*
008470 5000-ROLLBACK-TRAN                  SECTION.
008480*-----------------------------------------
008490
008500     EXEC CICS                    SYNCPOINT ROLLBACK
008510     END-EXEC.
008520 5000-ROLLBACK-TRAN-FIN.
008530     EXIT.
008540/
008550*----------------------------------------------------------------*
008560* COMMIT                                                         *
008570*----------------------------------------------------------------*
008580 5100-COMMIT-TRAN                    SECTION.
008590*-----------------------------------------
008600
008610     EXEC CICS                    SYNCPOINT
008620     END-EXEC.
008630 5100-COMMIT-TRAN-FIN.
008640     EXIT.
008650/
008660*----------------------------------------------------------------*
008670* DECIDER COMMIT OU ROLLBACK SELON LE RESULTAT DE L'EMPLOYE      *
008680* COURANT ET TERMINER SON UNITE DE TRAVAIL CICS AVANT DE PASSER  *
008690* AU SUIVANT (CHAQUE EMPLOYE EST VALIDE INDEPENDAMMENT)          *
008700*----------------------------------------------------------------*
008710 UT-FIN-TX-INTERNE                   SECTION.
008720*-----------------------------------------
008730
008740     IF  TRAN-REUSSIE
008750         PERFORM                  5100-COMMIT-TRAN
008760     ELSE
008770         PERFORM                  5000-ROLLBACK-TRAN
008780     END-IF.
008790
008800 UT-FIN-TX-INTERNE-FIN.
008810     EXIT.
008820/
008830*----------------------------------------------------------------*
008840* ECRIRE LE SOMMAIRE DU LOT ET L'ATTESTATION SUR LE RAPPORT      *
008850*----------------------------------------------------------------*
008860 8000-FIN-DE-LOT                  SECTION.
008870*-----------------------------------------
008880
008890     MOVE 'UTSWB07 - FIN DE L''ANONYMISATION DU SERVICE'
008900                                  TO UTB7-RAPPORT-LIGNE.
008910     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
008920
008930     STRING 'UTSWB07 - EMPLOYES LUS (ANOFEED)   : ' CPT-LUS
008940            DELIMITED BY SIZE INTO UTB7-RAPPORT-LIGNE.
008950     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
008960
008970     STRING 'UTSWB07 - DOSSIERS MASQUES         : ' CPT-MASQUES
008980            DELIMITED BY SIZE INTO UTB7-RAPPORT-LIGNE.
008990     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
009000
009010     STRING 'UTSWB07 - DEJA MASQUES             : '
009020            CPT-DEJA-MASQUES
009030            DELIMITED BY SIZE INTO UTB7-RAPPORT-LIGNE.
009040     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
009050
009060     STRING 'UTSWB07 - INCONNUS DU SERVICE      : ' CPT-ABSENTS
009070            DELIMITED BY SIZE INTO UTB7-RAPPORT-LIGNE.
009080     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
009090
009100     STRING 'UTSWB07 - REJETES                  : ' CPT-REJETES
009110            DELIMITED BY SIZE INTO UTB7-RAPPORT-LIGNE.
009120     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
009130
009140     STRING 'UTSWB07 - EN ECHEC                 : ' CPT-ECHECS
009150            DELIMITED BY SIZE INTO UTB7-RAPPORT-LIGNE.
009160     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
009170
009180     IF  CPT-REJETES > ZERO OR CPT-ECHECS > ZERO
009190         MOVE 'UTSWB07 - *** DOSSIERS NON MASQUES - INCOMPLET'
009200                                  TO UTB7-RAPPORT-LIGNE
009210         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
009220     ELSE
009230         MOVE 'UTSWB07 - ATTESTE PAR LE RESPONSABLE DE LA'
009240                                  TO UTB7-RAPPORT-LIGNE
009250         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
009260         MOVE '          PROTECTION DES RENS. PERSONNELS : _____'
009270                                  TO UTB7-RAPPORT-LIGNE
009280         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
009290     END-IF.
009300
009310     PERFORM                      7900-MARQUER-FIN-JOB.
009320
009330     EXEC CICS                    RETURN
009340     END-EXEC.
009350
009360 8000-FIN-DE-LOT-FIN.
009370     EXIT.
009380/
009390*----------------------------------------------------------------*
009400* MARQUER LE DEBUT DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL    *
009410* (ENTREE REECRITE SI LE LOT EST RELANCE LE MEME JOUR, MEME      *
009420* MECANIQUE QUE UTSWB02)                                         *
009430*----------------------------------------------------------------*
009440 1500-MARQUER-DEBUT-JOB           SECTION.
009450*-----------------------------------------
009460
009470     MOVE ANS-DATE-JOUR           TO VAT-CLE-JOB-DATE.
009480
009490     EXEC CICS READ               FILE('UTJOBCTL')
009500                                  INTO(JOB-ENREGISTREMENT)
009510                                  RIDFLD(VAT-CLE-JOB)
009520                                  UPDATE
009530                                  RESP(VAT-RESP)
009540     END-EXEC.
009550
009560     MOVE VAT-CLE-JOB-PROG        TO JOB-NOM-PROG.
009570     MOVE ANS-DATE-JOUR           TO JOB-DATE-RUN.
009580     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
009590                                  TIME(JOB-HEURE-DEBUT)
009600     END-EXEC.
009610     MOVE ZERO                    TO JOB-HEURE-FIN
009620                                  JOB-CPT-LUS
009630                                  JOB-CPT-ECRITS
009640                                  JOB-TOTAL-CONTROLE.
009650     SET  JOB-EN-COURS            TO TRUE.
009660
009670     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
009680         EXEC CICS REWRITE        FILE('UTJOBCTL')
009690                                  FROM(JOB-ENREGISTREMENT)
009700                                  NOHANDLE
009710         END-EXEC
009720     ELSE
009730         EXEC CICS WRITE          FILE('UTJOBCTL')
009740                                  FROM(JOB-ENREGISTREMENT)
009750                                  RIDFLD(JOB-CLE)
009760                                  NOHANDLE
009770         END-EXEC
009780     END-IF.
009790
009800 1500-MARQUER-DEBUT-JOB-FIN.
009810     EXIT.
009820/
009830*----------------------------------------------------------------*
009840* MARQUER LA FIN DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL :    *
009850* HEURE DE FIN, COMPTEURS (EMPLOYES LUS ET DOSSIERS MASQUES) ET  *
009860* ETAT : EN ERREUR DES QU'UN DOSSIER EST REJETE OU EN ECHEC      *
009870*----------------------------------------------------------------*
009880 7900-MARQUER-FIN-JOB             SECTION.
009890*-----------------------------------------
009900
009910     MOVE ANS-DATE-JOUR           TO VAT-CLE-JOB-DATE.
009920
009930     EXEC CICS READ               FILE('UTJOBCTL')
009940                                  INTO(JOB-ENREGISTREMENT)
009950                                  RIDFLD(VAT-CLE-JOB)
009960                                  UPDATE
009970                                  RESP(VAT-RESP)
009980     END-EXEC.
009990
010000     MOVE VAT-CLE-JOB-PROG        TO JOB-NOM-PROG.
010010     MOVE ANS-DATE-JOUR           TO JOB-DATE-RUN.
010020     EXEC CICS ASKTIME
010030     END-EXEC.
010040     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
010050                                  TIME(JOB-HEURE-FIN)
010060     END-EXEC.
010070     MOVE CPT-LUS                 TO JOB-CPT-LUS.
010080     MOVE CPT-MASQUES             TO JOB-CPT-ECRITS.
010090     MOVE ZERO                    TO JOB-TOTAL-CONTROLE.
010100
010110     IF  CPT-REJETES > ZERO OR CPT-ECHECS > ZERO
010120         SET JOB-EN-ERREUR        TO TRUE
010130     ELSE
010140         SET JOB-TERMINE          TO TRUE
010150     END-IF.
010160
010170     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
010180         EXEC CICS REWRITE        FILE('UTJOBCTL')
010190                                  FROM(JOB-ENREGISTREMENT)
010200                                  NOHANDLE
010210         END-EXEC
010220     ELSE
010230         EXEC CICS WRITE          FILE('UTJOBCTL')
010240                                  FROM(JOB-ENREGISTREMENT)
010250                                  RIDFLD(JOB-CLE)
010260                                  NOHANDLE
010270         END-EXEC
010280     END-IF.
010290
010300 7900-MARQUER-FIN-JOB-FIN.
010310     EXIT.
