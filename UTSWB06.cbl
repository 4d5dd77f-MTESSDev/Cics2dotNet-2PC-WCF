000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      UTSWB06.
000120*AUTHOR.          GROUPE CSD.
000130*----------------------------------------------------------------*
000140*                                                                *
000150* DESC.: MODIFICATIONS EN MASSE PILOTEES PAR FICHIER -- CHAQUE   *
000160* -----  CHANGEMENT DU FICHIER UTMMQ (NIVEAU, SALAIRE, STATUT,   *
000170*        DATES DE CONTRAT, DEPARTEMENT, DATE D'EFFET) EST        *
000180*        APPLIQUE AU DOSSIER OBTENU DU SERVICE WEB ET POUSSE PAR *
000190*        LA PLOMBERIE ModifierEmploye EXISTANTE, AVEC LES MEMES  *
000200*        VALIDATIONS (UTVALDT/TL/CN/NV/ST/DP), LE MEME CONTROLE  *
000210*        DES DROITS DE L'OPERATEUR (UTOPAUT), LE MEME SEUIL      *
000220*        D'APPROBATION (UTAPPRO) ET LE MEME REPORT A LA DATE     *
000230*        D'EFFET (UTPEND) QUE L'ECRAN UTSWR02, PUIS LA PISTE     *
000240*        D'AUDIT, L'HISTORIQUE DE SALAIRE ET LES REESSAIS        *
000250*        HABITUELS. EN MODE SIMULATION, LES MEMES CONTROLES SONT *
000260*        FAITS SANS APPEL DE MODIFICATION NI MISE A JOUR : LE    *
000270*        RAPPORT UTB6RPT DONNE L'APERCU AVANT/APRES DE CHAQUE    *
000280*        CHANGEMENT ET LES REJETS PREVUS, POUR SIGNATURE PAR LES *
000290*        RESSOURCES HUMAINES AVANT LE PASSAGE REEL.              *
000300*----------------------------------------------------------------*
000310* HISTORIQUE DES MODIFICATIONS                                   *
000320*  - CREATION DU PILOTE DE MODIFICATIONS EN MASSE                *
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
000490*    FICHIER DES MODIFICATIONS LU PAR EXEC CICS READQ TD (UN     *
000500*    PARAMETRE EN TETE PUIS UN CHANGEMENT PAR EMPLOYE, FILE      *
000510*    UTMMQ)                                                      *
000520*----------------------------------------------------------------*
000530 COPY UTMMREC.
000540
000550*--- COMME UTSWB02, LE LOT N'OFFRE PAS LE CHOIX DU MODE DE
000560*    COMMIT : CHAQUE CHANGEMENT EST SA PROPRE UNITE DE TRAVAIL
000570*    CICS (MODE-2PC FIXE).
000580 01  STL-1PC-2PC                 PIC X       VALUE 'O'.
000590     88  MODE-2PC                            VALUE 'O'.
000600     88  MODE-1PC                            VALUE 'N'.
000610     88  MODE-TPC                            VALUE 'T'.
000620
000630 01  STL-COD-ACTN                PIC X       VALUE 'M'.
000640     88  ACTN-AJO                            VALUE 'C'.
000650     88  ACTN-SUP                            VALUE 'S'.
000660     88  ACTN-OBT                            VALUE 'O'.
000670     88  ACTN-MOD                            VALUE 'M'.
000675     88  ACTN-STA                            VALUE 'T'.
000680
000690 01  STL-SW-TRAN-OK              PIC X       VALUE 'O'.
000700     88  TRAN-REUSSIE                        VALUE 'O'.
000710     88  TRAN-ECHOUEE                        VALUE 'N'.
000720
000730 01  STL-SW-PARCAGE              PIC X       VALUE 'N'.
000740     88  PARCAGE-AUCUN                       VALUE 'N'.
000750     88  PARCAGE-APPROBATION                 VALUE 'A'.
000760     88  PARCAGE-REPORT                      VALUE 'R'.
000770
000780 01  UTANORM-ZONE-ANOMALIE.
000790     05  UTANORM-NO-SEQ-APPEL    PIC 9(4).
000800
000810*----------------------------------------------------------------*
000820*    ZONES DE TRAVAIL DES MODIFICATIONS EN MASSE                 *
000830*----------------------------------------------------------------*
000840 01  MM-ZONES-MODIFICATION.
000850     05  MM-DATE-JOUR            PIC 9(8).
000860     05  MM-MODE                 PIC X       VALUE 'S'.
000870         88  MM-SIMULATION                   VALUE 'S'.
000880         88  MM-REEL                         VALUE 'R'.
000890     05  MM-OPERID               PIC X(8)    VALUE SPACES.
000900     05  MM-REF-LOT              PIC X(30)   VALUE SPACES.
000910     05  MM-SW-PARAMETRE         PIC X       VALUE 'N'.
000920         88  PARAMETRE-VALIDE                VALUE 'O'.
000930         88  PARAMETRE-INVALIDE              VALUE 'N'.
000940     05  MM-NUM-EMP-COURANT      PIC X(9).
000950     05  MM-DATE-EFF             PIC 9(8).
000960     05  MM-SAL-COURANT          PIC S9(15)V9(3) COMP-3.
000970     05  MM-SW-EMPL-OBTENU       PIC X.
000980         88  EMPL-OBTENU                     VALUE 'O'.
000990         88  EMPL-NON-OBTENU                 VALUE 'N'.
001000*--- RESULTAT DU CHANGEMENT COURANT (EN SIMULATION : RESULTAT
001010*    PREVU, AUCUNE MISE A JOUR N'EST FAITE)
001020     05  MM-RESULTAT             PIC X.
001030         88  RES-APPLIQUE                    VALUE 'A'.
001040         88  RES-APPROBATION                 VALUE 'P'.
001050         88  RES-REPORTE                     VALUE 'R'.
001060         88  RES-REJETE                      VALUE 'J'.
001070         88  RES-ECHEC                       VALUE 'E'.
001080     05  MM-MOTIF                PIC X(79).
001090     05  MM-LIB-RESULTAT         PIC X(42).
001100*--- ETAT AVANT/APRES EDITE POUR L'APERCU
001110     05  MM-STATUT-AVANT         PIC X.
001120     05  MM-STATUT-APRES         PIC X.
001130     05  MM-DEPT-AVANT           PIC X(4).
001140     05  MM-DEPT-APRES           PIC X(4).
001150     05  MM-NIV-AVANT            PIC 9(4).
001160     05  MM-NIV-APRES            PIC 9(4).
001170     05  MM-DATE-AVANT           PIC 9(8).
001180     05  MM-DATE-APRES           PIC 9(8).
001190     05  MM-ED-SAL-AVANT         PIC Z(11)9,99.
001200     05  MM-ED-SAL-APRES         PIC Z(11)9,99.
001210     05  MM-ED-SEUIL             PIC Z(8)9,99.
001220
001230*--- ZONES DE L'APPROBATION A DEUX OPERATEURS (MEME PARAMETRE
001240*    SEUILSAL DU FICHIER UTPARM QUE L'ECRAN UTSWR02)
001250 01  APB-ZONES-APPROBATION.
001260     05  APB-CLE-PARM            PIC X(8)    VALUE 'SEUILSAL'.
001270     05  APB-SEUIL-SALAIRE       PIC S9(9)V9(2) COMP-3.
001280     05  APB-ECART-SALAIRE       PIC S9(9)V9(2) COMP-3.
001290
001300*--- DROITS DE L'OPERATEUR DU PARAMETRE (FICHIER UTOPAUT)
001310 01  AUT-ZONES-AUTORISATION.
001320     05  AUT-SW-OPER-CONNU       PIC X.
001330         88  OPER-CONNU                      VALUE 'O'.
001340         88  OPER-INCONNU                    VALUE 'N'.
001350     05  AUT-SW-PERMIS           PIC X.
001360         88  ACTION-PERMISE                  VALUE 'O'.
001370         88  ACTION-REFUSEE                  VALUE 'N'.
001380
001390*--- CLE DE L'ENTREE DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL
001400 01  VAT-CLE-JOB.
001410     05  VAT-CLE-JOB-PROG        PIC X(8)    VALUE 'UTSWB06 '.
001420     05  VAT-CLE-JOB-DATE        PIC 9(8).
001430
001440*----------------------------------------------------------------*
001450*    COMPTEURS DE FIN DE LOT (EN SIMULATION : RESULTATS PREVUS)  *
001460*----------------------------------------------------------------*
001470 01  CPT-LUS                     PIC 9(7)    VALUE ZERO.
001480 01  CPT-APPLIQUES               PIC 9(7)    VALUE ZERO.
001490 01  CPT-APPROBATIONS            PIC 9(7)    VALUE ZERO.
001500 01  CPT-REPORTES                PIC 9(7)    VALUE ZERO.
001510 01  CPT-REJETES                 PIC 9(7)    VALUE ZERO.
001520 01  CPT-ECHECS                  PIC 9(7)    VALUE ZERO.
001530
001540*----------------------------------------------------------------*
001550*    LIGNE DE RAPPORT ECRITE SUR LA FILE D'ATTENTE TRANSIENTE    *
001560*    UTB6RPT (TACHE CICS - PAS DE SYSOUT DISPONIBLE)             *
001570*----------------------------------------------------------------*
001580 01  UTB6-RAPPORT-LIGNE          PIC X(80)   VALUE SPACES.
001590
001600 01  VAT-SW-FIN-FICHIER          PIC X       VALUE 'N'.
001610     88  FIN-FICHIER-ATTEINTE                VALUE 'O'.
001620
001630*----------------------------------------------------------------*
001640*    COPY DES ZONES PARTAGEES AVEC UTSWR02 ET LES AUTRES LOTS    *
001650*----------------------------------------------------------------*
001660 COPY UTSWCOM.
001670 COPY UTCODMSGWS.
001680 COPY AUDREC.
001690 COPY UTEVTREC.
001700 COPY UTEVTPUBWS.
001710 COPY SALHIST.
001720 COPY UTPENREC.
001730 COPY UTAPPREC.
001740 COPY UTAPCFG.
001750 COPY UTNIVREC.
001760 COPY UTDEPREC.
001770 COPY UTOPAREC.
001780 COPY UTJOBREC.
001790 COPY UTGENR.
001800
001810*----------------------------------------------------------------*
001820 LINKAGE                         SECTION.
001830*----------------------------------------------------------------*
001840 COPY DFHEIBLK.
001850
001860 01  DFHCOMMAREA                 PIC X(1).
001870
001880*----------------------------------------------------------------*
001890*                 *** PROCEDURE DIVISION ***                     *
001900*----------------------------------------------------------------*
001910 PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
001920
001930*----------------------------------------------------------------*
001940 0000-SECTION-DIRECTRICE          SECTION.
001950*-----------------------------------------
001960
001970     PERFORM                      1000-INITIALISATION.
001980     IF  PARAMETRE-VALIDE
001990         PERFORM                  2000-TRAITER-UN-CHANGEMENT
002000                 UNTIL FIN-FICHIER-ATTEINTE
002010     END-IF.
002020     PERFORM                      8000-FIN-DE-LOT.
002030
002040 0000-SECTION-DIRECTRICE-FIN.
002050     EXIT.
002060/
002070*----------------------------------------------------------------*
002080* LIRE LE PARAMETRE DU PASSAGE (MODE ET OPERATEUR), LES DROITS   *
002090* DE L'OPERATEUR ET LE SEUIL D'APPROBATION, PUIS LE PREMIER      *
002100* CHANGEMENT                                                     *
002110*----------------------------------------------------------------*
002120 1000-INITIALISATION              SECTION.
002130*-----------------------------------------
002140
002150     SET  TRAN-REUSSIE            TO TRUE.
002160     SET  SW-APPEL-ECHOUE         TO TRUE.
002170     SET  PARAMETRE-INVALIDE      TO TRUE.
002180
002190     EXEC CICS ASKTIME
002200     END-EXEC.
002210     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
002220                                  YYYYMMDD(MM-DATE-JOUR)
002230     END-EXEC.
002240
002250     PERFORM                      1500-MARQUER-DEBUT-JOB.
002260
002270*--- SEUIL D'APPROBATION DES ECARTS DE SALAIRE (PARAMETRE
002280*    SEUILSAL DU FICHIER UTPARM, SINON LE DEFAUT DE UTSWCOM)
002290     EXEC CICS READ               FILE('UTPARM')
002300                                  INTO(CFG-ENREGISTREMENT)
002310                                  RIDFLD(APB-CLE-PARM)
002320                                  RESP(VAT-RESP)
002330     END-EXEC.
002340     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
002350         MOVE CFG-VALEUR-NUM      TO APB-SEUIL-SALAIRE
002360     ELSE
002370         MOVE CTE-SEUIL-SAL-APPROB
002380                                  TO APB-SEUIL-SALAIRE
002390     END-IF.
002400
002410     PERFORM                      1100-LIRE-UTMM.
002420     PERFORM                      1200-VALIDER-PARAMETRE.
002430
002440     IF  PARAMETRE-VALIDE
002450         PERFORM                  1300-LIRE-AUTORISATION
002460         PERFORM                  1400-ECRIRE-ENTETE
002470         PERFORM                  1100-LIRE-UTMM
002480     END-IF.
002490
002500 1000-INITIALISATION-FIN.
002510     EXIT.
002520/
002530*----------------------------------------------------------------*
002540* LECTURE D'UN ENREGISTREMENT SUR LA FILE D'ATTENTE TRANSIENTE   *
002550* UTMMQ (EXTRAPARTITION); TOUTE REPONSE AUTRE QUE NORMAL (DONT   *
002560* QZERO, FILE EPUISEE) MET FIN AU LOT, COMME POUR UTRVQ DANS     *
002570* UTSWB02                                                        *
002580*----------------------------------------------------------------*
002590 1100-LIRE-UTMM                   SECTION.
002600*-----------------------------------------
002610
002620     EXEC CICS READQ TD           QUEUE('UTMMQ')
002630                                  INTO(UTMM-ENREGISTREMENT)
002640                                  LENGTH(LENGTH OF
002650                                         UTMM-ENREGISTREMENT)
002660                                  RESP(VAT-RESP)
002670     END-EXEC.
002680
002690     IF  VAT-RESP                 NOT = CTE-DFHRESP-NORMAL
002700         SET FIN-FICHIER-ATTEINTE TO TRUE
002710     END-IF.
002720
002730 1100-LIRE-UTMM-FIN.
002740     EXIT.
002750/
002760*----------------------------------------------------------------*
002770* LE PREMIER ENREGISTREMENT DOIT ETRE LE PARAMETRE DU PASSAGE :  *
002780* MODE S OU R ET OPERATEUR RESPONSABLE. SANS PARAMETRE VALIDE,   *
002790* AUCUN CHANGEMENT N'EST TRAITE (PAS DE MODE PAR DEFAUT POUR     *
002800* UN PASSAGE QUI PEUT METTRE A JOUR LES DOSSIERS) ET LE LOT      *
002810* EST MARQUE EN ERREUR                                           *
002820*----------------------------------------------------------------*
002830 1200-VALIDER-PARAMETRE           SECTION.
002840*-----------------------------------------
002850
002860     EVALUATE TRUE
002870         WHEN FIN-FICHIER-ATTEINTE
002880             MOVE 'UTSWB06 - FICHIER UTMMQ VIDE'
002890                                  TO UTB6-RAPPORT-LIGNE
002900         WHEN NOT UTMM-ENR-PARAMETRE
002910             MOVE 'UTSWB06 - PARAMETRE DE PASSAGE (TYPE P) ABSENT'
002920                                  TO UTB6-RAPPORT-LIGNE
002930         WHEN NOT UTMM-MODE-SIMULATION
002940          AND NOT UTMM-MODE-REEL
002950             MOVE 'UTSWB06 - MODE DE PASSAGE INVALIDE (S OU R)'
002960                                  TO UTB6-RAPPORT-LIGNE
002970         WHEN UTMM-OPERID         = SPACES
002980             MOVE 'UTSWB06 - OPERATEUR RESPONSABLE ABSENT'
002990                                  TO UTB6-RAPPORT-LIGNE
003000         WHEN OTHER
003010             SET  PARAMETRE-VALIDE TO TRUE
003020             MOVE UTMM-MODE       TO MM-MODE
003030             MOVE UTMM-OPERID     TO MM-OPERID
003040             MOVE UTMM-REF-LOT    TO MM-REF-LOT
003050     END-EVALUATE.
003060
003070     IF  PARAMETRE-INVALIDE
003080         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
003090         MOVE 'UTSWB06 - AUCUN CHANGEMENT TRAITE'
003100                                  TO UTB6-RAPPORT-LIGNE
003110         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
003120     END-IF.
003130
003140 1200-VALIDER-PARAMETRE-FIN.
003150     EXIT.
003160/
003170*----------------------------------------------------------------*
003180* LIRE LES AUTORISATIONS DE L'OPERATEUR DU PARAMETRE (FICHIER    *
003190* UTOPAUT, MEME REGLE QUE L'ECRAN UTSWR02 : UN OPERATEUR         *
003200* ABSENT DU FICHIER N'A AUCUN DROIT)                             *
003210*----------------------------------------------------------------*
003220 1300-LIRE-AUTORISATION           SECTION.
003230*-----------------------------------------
003240
003250     MOVE MM-OPERID               TO OPR-RECH-OPERID.
003260
003270     EXEC CICS READ               FILE('UTOPAUT')
003280                                  INTO(OPR-ENREGISTREMENT)
003290                                  RIDFLD(OPR-CLE-RECH)
003300                                  RESP(VAT-RESP)
003310     END-EXEC.
003320
003330     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
003340         SET  OPER-CONNU          TO TRUE
003350     ELSE
003360         SET  OPER-INCONNU        TO TRUE
003370         MOVE MM-OPERID           TO OPR-OPERID
003380         MOVE 'N'                 TO OPR-DROIT-AJO
003390                                     OPR-DROIT-MOD-SAL
003400                                     OPR-DROIT-SUP
003410                                     OPR-DROIT-APPROB
003420         MOVE ZERO                TO OPR-PLAFOND-APPROB
003430     END-IF.
003440
003450 1300-LIRE-AUTORISATION-FIN.
003460     EXIT.
003470/
003480*----------------------------------------------------------------*
003490* ENTETE DU RAPPORT : MODE, OPERATEUR, REFERENCE ET SEUIL        *
003500* D'APPROBATION APPLIQUE                                         *
003510*----------------------------------------------------------------*
003520 1400-ECRIRE-ENTETE               SECTION.
003530*-----------------------------------------
003540
003550     IF  MM-SIMULATION
003560         MOVE 'UTSWB06 - MODIFICATIONS EN MASSE - SIMULATION'
003570                                  TO UTB6-RAPPORT-LIGNE
003580     ELSE
003590         MOVE 'UTSWB06 - MODIFICATIONS EN MASSE - PASSAGE REEL'
003600                                  TO UTB6-RAPPORT-LIGNE
003610     END-IF.
003620     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
003630
003640     STRING 'UTSWB06 - DATE ' MM-DATE-JOUR
003650            ' OPERATEUR ' MM-OPERID
003660            ' REF. ' MM-REF-LOT
003670            DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE.
003680     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
003690
003700     MOVE APB-SEUIL-SALAIRE       TO MM-ED-SEUIL.
003710     STRING 'UTSWB06 - SEUIL D''APPROBATION (ECART SALAIRE) : '
003720            MM-ED-SEUIL
003730            DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE.
003740     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
003750
003760     IF  NOT OPR-PEUT-MOD-SAL
003770         MOVE 'UTSWB06 - *** OPERATEUR SANS DROIT DE MODIFICATION'
003780                                  TO UTB6-RAPPORT-LIGNE
003790         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
003800     END-IF.
003810
003820 1400-ECRIRE-ENTETE-FIN.
003830     EXIT.
003840/
003850*----------------------------------------------------------------*
003860* TRAITER UN ENREGISTREMENT DU FICHIER : UN CHANGEMENT PAR       *
003870* EMPLOYE; UN ENREGISTREMENT D'UN AUTRE TYPE EST REJETE          *
003880*----------------------------------------------------------------*
003890 2000-TRAITER-UN-CHANGEMENT       SECTION.
003900*-----------------------------------------
003910
003920     ADD  1                       TO CPT-LUS.
003930
003940     IF  UTMM-ENR-CHANGEMENT
003950         PERFORM                  3000-TRAITER-UN-EMPLOYE
003960     ELSE
003970         ADD  1                   TO CPT-REJETES
003980         STRING 'UTSWB06 - *** ENREGISTREMENT ' CPT-LUS
003990                ' DE TYPE ' UTMM-TYPE-ENR ' IGNORE'
004000                DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE
004010         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
004020     END-IF.
004030
004040     PERFORM                      1100-LIRE-UTMM.
004050
004060 2000-TRAITER-UN-CHANGEMENT-FIN.
004070     EXIT.
004080/
004090*----------------------------------------------------------------*
004100* VERIFIER QUE L'OPERATEUR DU PARAMETRE DETIENT LE DROIT DE      *
004110* MODIFICATION (SALAIRE ET STATUT) EXIGE PAR L'ECRAN UTSWR02     *
004120* POUR LA MEME ACTION                                            *
004130*----------------------------------------------------------------*
004140 2900-VERIFIER-AUTORISATION       SECTION.
004150*-----------------------------------------
004160
004170     SET  ACTION-PERMISE          TO TRUE.
004180
004190     IF  NOT OPR-PEUT-MOD-SAL
004200         SET  ACTION-REFUSEE      TO TRUE
004210         MOVE 'ACTION NON AUTORISEE POUR CET OPERATEUR'
004220                                  TO MM-MOTIF
004230     END-IF.
004240
004250 2900-VERIFIER-AUTORISATION-FIN.
004260     EXIT.
004270/
004280*----------------------------------------------------------------*
004290* TRAITER LE CHANGEMENT D'UN EMPLOYE : CONTROLE DES DROITS,      *
004300* OBTENTION DU DOSSIER, APPLICATION DES ZONES DEMANDEES ET       *
004310* VALIDATIONS, PUIS (SI VALIDE) AIGUILLAGE VERS L'APPROBATION,   *
004320* LE REPORT OU LA MODIFICATION. CHAQUE CHANGEMENT EST SA PROPRE  *
004330* UNITE DE TRAVAIL CICS.                                         *
004340*----------------------------------------------------------------*
004350 3000-TRAITER-UN-EMPLOYE          SECTION.
004360*-----------------------------------------
004370
004380     SET  TRAN-REUSSIE            TO TRUE.
004390     SET  EMPL-NON-OBTENU         TO TRUE.
004400     SET  PARCAGE-AUCUN           TO TRUE.
004410     SET  RES-REJETE              TO TRUE.
004420     SET  SW-DATES-VALIDES        TO TRUE.
004430     SET  SW-TEL-VALIDE           TO TRUE.
004440     SET  SW-CONT-VALIDE          TO TRUE.
004450     SET  SW-NIV-VALIDE           TO TRUE.
004460     SET  SW-STATUT-VALIDE        TO TRUE.
004470     SET  SW-DEPT-VALIDE          TO TRUE.
004480     MOVE SPACES                  TO MM-MOTIF.
004490
004500     MOVE UTMM-NUM-EMP            TO MM-NUM-EMP-COURANT.
004501
004502*--- UNE LIGNE QUI NE CHANGE QUE LE STATUT EST UN CHANGEMENT DE
004503*    STATUT SEUL (ACTION 'T', COMME PF9 SUR UTSWR02) : PARQUEE
004504*    ET AUDITEE SOUS CE CODE POUR LES RAPPORTS ET LES LOTS
004505*    (UTSWRPO, UTSWRPT, UTSWREP). TOUT AUTRE CHANGEMENT EST UNE
004506*    MODIFICATION ('M')
004507     IF  UTMM-STATUT              NOT = SPACE
004508         AND UTMM-NIV-ENTR        = ZERO
004509         AND UTMM-SAL-EMP         = ZERO
004510         AND UTMM-DATE-DEB        = ZERO
004511         AND UTMM-DATE-FIN        = ZERO
004512         AND NOT UTMM-RETIRER-FIN
004513         AND UTMM-COD-DEPT        = SPACES
004514         SET  ACTN-STA            TO TRUE
004515     ELSE
004516         SET  ACTN-MOD            TO TRUE
004517     END-IF.
004518*--- UNE DATE D'EFFET ABSENTE VAUT LA DATE DU JOUR
004520     IF  UTMM-DATE-EFF            = ZERO
004530         MOVE MM-DATE-JOUR        TO MM-DATE-EFF
004540     ELSE
004550         MOVE UTMM-DATE-EFF       TO MM-DATE-EFF
004560     END-IF.
004570
004580*--- IDENTIFIANT DE CORRELATION DU CHANGEMENT COURANT
004590     PERFORM                      9150-GENERER-CORRELATION.
004600
004610     PERFORM                      2900-VERIFIER-AUTORISATION.
004620
004630     EVALUATE TRUE
004640         WHEN MM-NUM-EMP-COURANT = SPACES
004650             MOVE 'NUMERO EMPLOYE ABSENT'
004660                                  TO MM-MOTIF
004670         WHEN UTMM-NIV-ENTR = ZERO
004680          AND UTMM-SAL-EMP  = ZERO
004690          AND UTMM-STATUT   = SPACE
004700          AND UTMM-DATE-DEB = ZERO
004710          AND UTMM-DATE-FIN = ZERO
004720          AND NOT UTMM-RETIRER-FIN
004730          AND UTMM-COD-DEPT = SPACES
004740             MOVE 'AUCUNE ZONE A CHANGER'
004750                                  TO MM-MOTIF
004760*--- REFUS DES DROITS : TENTATIVE TRACEE A L'AUDIT (SEPARATION
004770*    DES TACHES), COMME SUR L'ECRAN
004780         WHEN ACTION-REFUSEE
004790             SET  TRAN-ECHOUEE    TO TRUE
004800             IF  MM-REEL
004810                 PERFORM          9000-ECRIRE-AUDIT
004820             END-IF
004830         WHEN OTHER
004840             PERFORM              3310-PREPARER-OBTENIR
004850             PERFORM              3320-SW-OBTENIR
004860             IF  EMPL-NON-OBTENU
004870                 SET  TRAN-ECHOUEE TO TRUE
004880                 MOVE VAT-MSG-TRADUIT TO MM-MOTIF
004890             ELSE
004900                 PERFORM          3400-PREPARER-MODIFIER
004910                 IF  SW-DATES-VALIDES AND SW-TEL-VALIDE
004920                                  AND SW-CONT-VALIDE
004930                                  AND SW-NIV-VALIDE
004940                                  AND SW-STATUT-VALIDE
004950                                  AND SW-DEPT-VALIDE
004960                     PERFORM      3500-AIGUILLER-MODIFICATION
004970                 ELSE
004980                     SET  TRAN-ECHOUEE TO TRUE
004990                     MOVE VAT-MSG-ERREUR TO MM-MOTIF
005000                     IF  MM-REEL
005010                         PERFORM  9000-ECRIRE-AUDIT
005020                     END-IF
005030                 END-IF
005040             END-IF
005050     END-EVALUATE.
005060
005070     PERFORM                      6000-RAPPORTER-CHANGEMENT.
005080
005090*--- CHAQUE CHANGEMENT, MEME REJETE, TERMINE SON UNITE DE
005100*    TRAVAIL CICS, COMME DANS LES AUTRES LOTS
005110     PERFORM                      UT-FIN-TX-INTERNE.
005120
005130 3000-TRAITER-UN-EMPLOYE-FIN.
005140     EXIT.
005150/
005160*----------------------------------------------------------------*
005170* AFFECTER LES VARIABLES AVANT L'OBTENTION DU DOSSIER COMPLET    *
005180* DE L'EMPLOYE COURANT                                           *
005190*----------------------------------------------------------------*
005200 3310-PREPARER-OBTENIR            SECTION.
005210*-----------------------------------------
005220
005230     MOVE 3310                    TO UTANORM-NO-SEQ-APPEL.
005240
005250     MOVE 1                       TO numEmpl-num
005260                                     OF ObtenirInfoEmploye.
005270     MOVE LENGTH OF MM-NUM-EMP-COURANT
005280                                  TO numEmpl2-length
005290                                     OF ObtenirInfoEmploye.
005300     MOVE MM-NUM-EMP-COURANT      TO numEmpl2
005310                                     OF ObtenirInfoEmploye.
005320     MOVE X'00'                   TO attr-nil-numEmpl-value
005330                                     OF ObtenirInfoEmploye.
005340
005350     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
005360     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
005370     MOVE CTE-OBTENIR-EMPL        TO VAT-NM-OPERATION.
005380     MOVE CTE-NM-SW-OBT-2PC       TO VAT-NM-SW.
005390
005400 3310-PREPARER-OBTENIR-FIN.
005410     EXIT.
005420*----------------------------------------------------------------*
005430*     OBTENIR LE DOSSIER COMPLET DE L'EMPLOYE COURANT (ETAT      *
005440*     AVANT DE L'APERCU ET DE LA PISTE D'AUDIT)                  *
005450*----------------------------------------------------------------*
005460 3320-SW-OBTENIR                  SECTION.
005470*-----------------------------------------
005480
005490*--- EFFACER LE CODE DE LA REPONSE PRECEDENTE : SI LE GET
005500*    ECHOUE, L'EMPLOYE EST REJETE PLUTOT QUE TRAITE SUR LA FOI
005510*    DU DOSSIER DE L'EMPLOYE PRECEDENT
005520     MOVE SPACES                  TO CodeRetour2
005530                                     OF
005540                                  ObtenirInfoEmployeResponse.
005550
005560*--- IDENTIFIANT DE CORRELATION TRANSMIS AU SERVICE SUR LE CANAL
005570     EXEC CICS PUT                CONTAINER(CTE-CORR-CONT)
005580                                  CHANNEL(VAT-SERV-CHNL)
005590                                  FROM(VAT-CORR-ID)
005600                                  NOHANDLE
005610     END-EXEC.
005620
005630     EXEC CICS PUT                CONTAINER(VAT-DFH-DATA)
005640                                  CHANNEL(VAT-SERV-CHNL)
005650                                  FROM(ObtenirInfoEmploye)
005660     END-EXEC.
005670
005680     EXEC CICS INVOKE             SERVICE(VAT-NM-SW)
005690                                  CHANNEL(VAT-SERV-CHNL)
005700                                  OPERATION(VAT-NM-OPERATION)
005710                                  NOHANDLE
005720     END-EXEC.
005730
005740     EXEC CICS GET                CONTAINER(VAT-DFH-DATA)
005750                                  CHANNEL(VAT-SERV-CHNL)
005760                                  INTO(ObtenirInfoEmployeResponse)
005770                                  NOHANDLE
005780     END-EXEC.
005790
005800     COPY UTCODMSG REPLACING ==:COD:==
005810         BY ==CodeRetour2 OF ObtenirInfoEmployeResponse==.
005820
005830     IF  CodeRetour2 OF ObtenirInfoEmployeResponse = '00000'
005840         SET EMPL-OBTENU          TO TRUE
005850     ELSE
005860         SET EMPL-NON-OBTENU      TO TRUE
005870     END-IF.
005880
005890 3320-SW-OBTENIR-FIN.
005900     EXIT.
005910/
005920*----------------------------------------------------------------*
005930* AFFECTER LES VARIABLES AVANT LA MODIFICATION : LE DOSSIER      *
005940* OBTENU EST REPORTE TEL QUEL (MEME MECANIQUE QUE LA REVISION    *
005950* UTSWB02) ET SEULES LES ZONES DEMANDEES PAR LE CHANGEMENT       *
005960* SONT REMPLACEES; PUIS LES MEMES VALIDATIONS QUE L'ECRAN        *
005970* UTSWR02 SONT FAITES SUR LE RESULTAT                            *
005980*----------------------------------------------------------------*
005990 3400-PREPARER-MODIFIER           SECTION.
006000*-----------------------------------------
006010
006020     MOVE 3400                    TO UTANORM-NO-SEQ-APPEL.
006030
006040     MOVE 1                       TO employe2-num
006050                                     OF ModifierEmploye.
006060     MOVE X'00'                   TO attr-nil-employe-value
006070                                     OF ModifierEmploye.
006080
006090     MOVE 1                       TO NivEntr-num
006100                                     OF ModifierEmploye.
006110     IF  UTMM-NIV-ENTR            > ZERO
006120         MOVE UTMM-NIV-ENTR       TO NivEntr
006130                                     OF ModifierEmploye
006140     ELSE
006150         MOVE NivEntr OF ObtenirInfoEmployeResponse
006160                                  TO NivEntr
006170                                     OF ModifierEmploye
006180     END-IF.
006190
006200     MOVE 1                       TO NumEmp-num
006210                                     OF ModifierEmploye.
006220     MOVE LENGTH OF MM-NUM-EMP-COURANT
006230                                  TO NumEmp2-length
006240                                     OF ModifierEmploye.
006250     MOVE MM-NUM-EMP-COURANT      TO NumEmp2
006260                                     OF ModifierEmploye.
006270     MOVE X'00'                   TO attr-nil-NumEmp-value
006280                                     OF ModifierEmploye.
006290
006300     MOVE 1                       TO PrenEmpl-num
006310                                     OF ModifierEmploye.
006320     MOVE PrenEmpl2-length OF ObtenirInfoEmployeResponse
006330                                  TO PrenEmpl2-length
006340                                     OF ModifierEmploye.
006350     MOVE PrenEmpl2 OF ObtenirInfoEmployeResponse
006360                                  TO PrenEmpl2
006370                                     OF ModifierEmploye.
006380     MOVE X'00'                   TO attr-nil-PrenEmpl-value
006390                                     OF ModifierEmploye.
006400
006410     MOVE 1                       TO NomEmpl-num
006420                                     OF ModifierEmploye.
006430     MOVE NomEmpl2-length OF ObtenirInfoEmployeResponse
006440                                  TO NomEmpl2-length
006450                                     OF ModifierEmploye.
006460     MOVE NomEmpl2 OF ObtenirInfoEmployeResponse
006470                                  TO NomEmpl2
006480                                     OF ModifierEmploye.
006490     MOVE X'00'                   TO attr-nil-NomEmpl-value
006500                                     OF ModifierEmploye.
006510
006520*--- DATES DE DEBUT ET DE FIN (LA DATE DE FIN PEUT ETRE RETIREE
006530*    POUR UN CONTRAT SANS TERME)
006540     MOVE 1                       TO DateDebEmpl-num
006550                                     OF ModifierEmploye.
006560     IF  UTMM-DATE-DEB            > ZERO
006570         MOVE UTMM-DATE-DEB       TO DateDebEmpl
006580                                     OF ModifierEmploye
006590     ELSE
006600         MOVE DateDebEmpl OF ObtenirInfoEmployeResponse
006610                                  TO DateDebEmpl
006620                                     OF ModifierEmploye
006630     END-IF.
006640     MOVE 1                       TO DateFinEmpl-num
006650                                     OF ModifierEmploye.
006660     EVALUATE TRUE
006670         WHEN UTMM-RETIRER-FIN
006680             MOVE ZERO            TO DateFinEmpl
006690                                     OF ModifierEmploye
006700         WHEN UTMM-DATE-FIN       > ZERO
006710             MOVE UTMM-DATE-FIN   TO DateFinEmpl
006720                                     OF ModifierEmploye
006730         WHEN OTHER
006740             MOVE DateFinEmpl OF ObtenirInfoEmployeResponse
006750                                  TO DateFinEmpl
006760                                     OF ModifierEmploye
006770     END-EVALUATE.
006780
006790*--- SALAIRE (L'ANCIENNE VALEUR EST CONSERVEE DANS MM-SAL-COURANT
006800*    POUR L'HISTORIQUE DE SALAIRE ET L'ECART D'APPROBATION)
006810     MOVE SalEmpl OF ObtenirInfoEmployeResponse
006820                                  TO MM-SAL-COURANT.
006830     MOVE 1                       TO SalEmpl-num
006840                                     OF ModifierEmploye.
006850     IF  UTMM-SAL-EMP             > ZERO
006860         MOVE UTMM-SAL-EMP        TO SalEmpl
006870                                     OF ModifierEmploye
006880     ELSE
006890         MOVE MM-SAL-COURANT      TO SalEmpl
006900                                     OF ModifierEmploye
006910     END-IF.
006920
006930     MOVE 1                       TO NumTelCont1-num
006940                                     OF ModifierEmploye.
006950     MOVE NumTelCont1 OF ObtenirInfoEmployeResponse
006960                                  TO NumTelCont1
006970                                     OF ModifierEmploye.
006980     MOVE 1                       TO NumTelCont2-num
006990                                     OF ModifierEmploye.
007000     MOVE NumTelCont2 OF ObtenirInfoEmployeResponse
007010                                  TO NumTelCont2
007020                                     OF ModifierEmploye.
007030
007040*--- NOMS DES CONTACTS D'URGENCE (REPORTES TELS QUELS POUR NE
007050*    PAS LES EFFACER DU DOSSIER)
007060     MOVE NomContEmpl1-length OF ObtenirInfoEmployeResponse
007070                                  TO NomContEmpl1-length
007080                                     OF ModifierEmploye.
007090     MOVE NomContEmpl1 OF ObtenirInfoEmployeResponse
007100                                  TO NomContEmpl1
007110                                     OF ModifierEmploye.
007120     MOVE attr-nil-NomContEmpl1-value
007130          OF ObtenirInfoEmployeResponse
007140                                  TO attr-nil-NomContEmpl1-value
007150                                     OF ModifierEmploye.
007160     MOVE PrenContEmpl1-length OF ObtenirInfoEmployeResponse
007170                                  TO PrenContEmpl1-length
007180                                     OF ModifierEmploye.
007190     MOVE PrenContEmpl1 OF ObtenirInfoEmployeResponse
007200                                  TO PrenContEmpl1
007210                                     OF ModifierEmploye.
007220     MOVE attr-nil-PrenContEmpl1-value
007230          OF ObtenirInfoEmployeResponse
007240                                  TO attr-nil-PrenContEmpl1-value
007250                                     OF ModifierEmploye.
007260     MOVE NomContEmpl2-length OF ObtenirInfoEmployeResponse
007270                                  TO NomContEmpl2-length
007280                                     OF ModifierEmploye.
007290     MOVE NomContEmpl2 OF ObtenirInfoEmployeResponse
007300                                  TO NomContEmpl2
007310                                     OF ModifierEmploye.
007320     MOVE attr-nil-NomContEmpl2-value
007330          OF ObtenirInfoEmployeResponse
007340                                  TO attr-nil-NomContEmpl2-value
007350                                     OF ModifierEmploye.
007360     MOVE PrenContEmpl2-length OF ObtenirInfoEmployeResponse
007370                                  TO PrenContEmpl2-length
007380                                     OF ModifierEmploye.
007390     MOVE PrenContEmpl2 OF ObtenirInfoEmployeResponse
007400                                  TO PrenContEmpl2
007410                                     OF ModifierEmploye.
007420     MOVE attr-nil-PrenContEmpl2-value
007430          OF ObtenirInfoEmployeResponse
007440                                  TO attr-nil-PrenContEmpl2-value
007450                                     OF ModifierEmploye.
007460
007470*--- VALIDATION CROISEE DES DATES DEBUT/FIN (AVANT TOUT APPEL SW)
007480     COPY UTVALDT REPLACING ==:GRP:== BY ==ModifierEmploye==.
007490
007500*--- VALIDATION DU FORMAT DES TELEPHONES DE CONTACT
007510     COPY UTVALTL REPLACING ==:GRP:== BY ==ModifierEmploye==.
007520
007530*--- VALIDATION DES NOMS DES CONTACTS D'URGENCE
007540     COPY UTVALCN REPLACING ==:GRP:== BY ==ModifierEmploye==.
007550
007560*--- VALIDATION DU NIVEAU D'ENTRETIEN ET DE LA BANDE SALARIALE
007570     COPY UTVALNV REPLACING ==:GRP:== BY ==ModifierEmploye==.
007580
007590*--- GARNISSAGE ET VALIDATION DU STATUT D'EMPLOI : STATUT DEMANDE,
007600*    SINON CELUI DU DOSSIER (ABSENT = ACTIF)
007610     EVALUATE TRUE
007620         WHEN UTMM-STATUT         NOT = SPACE
007630             MOVE UTMM-STATUT     TO VAT-STATUT-EMP
007640         WHEN champ2-length OF ObtenirInfoEmployeResponse
007650              > ZERO
007660             MOVE champ2 OF ObtenirInfoEmployeResponse (1:1)
007670                                  TO VAT-STATUT-EMP
007680         WHEN OTHER
007690             MOVE SPACE           TO VAT-STATUT-EMP
007700     END-EVALUATE.
007710     COPY UTVALST REPLACING ==:GRP:== BY ==ModifierEmploye==.
007720
007730*--- DEPARTEMENT : UN NOUVEAU DEPARTEMENT EST VALIDE CONTRE
007740*    UTDEPRF; SINON CELUI DU DOSSIER EST REPORTE TEL QUEL A LA
007750*    SUITE DU STATUT (MEME REGLE QUE LE CHANGEMENT DE STATUT DE
007760*    L'ECRAN ET LA LIBERATION UTSWB03)
007770     IF  UTMM-COD-DEPT            NOT = SPACES
007780         MOVE UTMM-COD-DEPT       TO VAT-COD-DEPT
007790         PERFORM                  3410-VALIDER-DEPARTEMENT
007800     ELSE
007810         IF  SW-STATUT-VALIDE
007820             AND champ2-length OF ObtenirInfoEmployeResponse > 4
007830             MOVE 5               TO champ2-length
007840                                     OF ModifierEmploye
007850             MOVE champ2 OF ObtenirInfoEmployeResponse (2:4)
007860                                  TO champ2
007870                                     OF ModifierEmploye (2:4)
007880         END-IF
007890     END-IF.
007900
007910     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
007920     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
007930     MOVE CTE-MODIFIER-EMPL       TO VAT-NM-OPERATION.
007940     MOVE CTE-NM-SW-MOD-2PC       TO VAT-NM-SW.
007950
007960 3400-PREPARER-MODIFIER-FIN.
007970     EXIT.
007980*----------------------------------------------------------------*
007990*     GARNISSAGE ET VALIDATION DU NOUVEAU DEPARTEMENT / CENTRE   *
008000*     DE COUTS DEMANDE (VAT-COD-DEPT GARNI PAR L'APPELANT)       *
008010*----------------------------------------------------------------*
008020 3410-VALIDER-DEPARTEMENT         SECTION.
008030*-----------------------------------------
008040
008050     COPY UTVALDP REPLACING ==:GRP:== BY ==ModifierEmploye==.
008060
008070 3410-VALIDER-DEPARTEMENT-FIN.
008080     EXIT.
008090/
008100*----------------------------------------------------------------*
008110* AIGUILLER UN CHANGEMENT VALIDE (MEME REGLE QUE L'ECRAN         *
008120* UTSWR02) : UN ECART DE SALAIRE AU-DELA DU SEUIL EXIGE          *
008130* L'APPROBATION D'UN SECOND OPERATEUR (UTAPPRO); SINON UNE DATE  *
008140* D'EFFET FUTURE EST REPORTEE (UTPEND, LIBEREE PAR UTSWB03);     *
008150* SINON LA MODIFICATION EST INVOQUEE. EN SIMULATION, SEUL LE     *
008160* RESULTAT PREVU EST RETENU.                                     *
008170*----------------------------------------------------------------*
008180 3500-AIGUILLER-MODIFICATION      SECTION.
008190*-----------------------------------------
008200
008210*--- ECART EN VALEUR ABSOLUE PAR RAPPORT AU DOSSIER OBTENU
008220     COMPUTE APB-ECART-SALAIRE =
008230             SalEmpl OF ModifierEmploye - MM-SAL-COURANT.
008240     IF  APB-ECART-SALAIRE        < ZERO
008250         COMPUTE APB-ECART-SALAIRE =
008260                 ZERO - APB-ECART-SALAIRE
008270     END-IF.
008280
008290     EVALUATE TRUE
008300         WHEN APB-ECART-SALAIRE > APB-SEUIL-SALAIRE
008310             SET  RES-APPROBATION TO TRUE
008320             IF  MM-REEL
008330                 PERFORM          3700-PARQUER-APPROBATION
008340                 PERFORM          9000-ECRIRE-AUDIT
008350             END-IF
008360         WHEN MM-DATE-EFF > MM-DATE-JOUR
008370             SET  RES-REPORTE     TO TRUE
008380             IF  MM-REEL
008390                 PERFORM          3600-PARQUER-TRANSACTION
008400                 PERFORM          9000-ECRIRE-AUDIT
008410             END-IF
008420         WHEN OTHER
008430             SET  RES-APPLIQUE    TO TRUE
008440             IF  MM-REEL
008450                 PERFORM          3350-SW-MODIFIER
008460             END-IF
008470     END-EVALUATE.
008480
008490 3500-AIGUILLER-MODIFICATION-FIN.
008500     EXIT.
008510/
008520*----------------------------------------------------------------*
008530*     MODIFIER UN EMPLOYE (MEME SEQUENCE PUT/INVOKE/GET AVEC     *
008540*     REESSAIS QUE 3310-SW-MODIFIER DANS UTSWR02)                *
008550*----------------------------------------------------------------*
008560 3350-SW-MODIFIER                 SECTION.
008570*-----------------------------------------
008580
008590*--- CONSERVER L'ANCIEN SALAIRE AVANT DE LE REMPLACER, POUR
008600*    L'HISTORIQUE DE SALAIRE (9010-ECRIRE-HISTO-SALAIRE)
008610     MOVE MM-SAL-COURANT          TO SALHIST-SAL-ANCIEN.
008620
008630     MOVE ZERO                    TO VAT-CPT-RETRY.
008640     SET  SW-APPEL-ECHOUE         TO TRUE.
008650
008660*--- EFFACER LE CODE DE LA REPONSE PRECEDENTE : UN ECHEC DES
008670*    REESSAIS NE DOIT PAS REUTILISER LE '00000' D'UN
008680*    EMPLOYE ANTERIEUR
008690     MOVE SPACES                  TO CodeRetour2
008700                                     OF
008710                                  ModifierEmployeRetour.
008720
008730*--- IDENTIFIANT DE CORRELATION TRANSMIS AU SERVICE SUR LE CANAL
008740     EXEC CICS PUT                CONTAINER(CTE-CORR-CONT)
008750                                  CHANNEL(VAT-SERV-CHNL)
008760                                  FROM(VAT-CORR-ID)
008770                                  NOHANDLE
008780     END-EXEC.
008790
008800     PERFORM UNTIL SW-APPEL-REUSSI
008810                   OR VAT-CPT-RETRY > CTE-MAX-RETRY-SW
008820
008830         EXEC CICS PUT            CONTAINER(VAT-DFH-DATA)
008840                                  CHANNEL(VAT-SERV-CHNL)
008850                                  FROM(ModifierEmploye)
008860                                  RESP(VAT-RESP-PUT)
008870                                  RESP2(VAT-RESP2)
008880         END-EXEC
008890
008900         EXEC CICS INVOKE         SERVICE(VAT-NM-SW)
008910                                  CHANNEL(VAT-SERV-CHNL)
008920                                  OPERATION(VAT-NM-OPERATION)
008930                                  NOHANDLE
008940                                  RESP(VAT-RESP-INV)
008950                                  RESP2(VAT-RESP2)
008960         END-EXEC
008970
008980         EXEC CICS GET            CONTAINER(VAT-DFH-DATA)
008990                                  CHANNEL(VAT-SERV-CHNL)
009000                                  INTO(ModifierEmployeRetour)
009010                                  NOHANDLE
009020                                  RESP(VAT-RESP-GET)
009030                                  RESP2(VAT-RESP2)
009040         END-EXEC
009050
009060         SET SW-SERVICE-DISPONIBLE    TO TRUE
009070         IF  VAT-RESP-PUT NOT = CTE-DFHRESP-NORMAL
009080          OR VAT-RESP-INV NOT = CTE-DFHRESP-NORMAL
009090          OR VAT-RESP-GET NOT = CTE-DFHRESP-NORMAL
009100             SET SW-SERVICE-INDISPONIBLE TO TRUE
009110         END-IF
009120         IF  CodeRetour2 OF ModifierEmployeRetour = '00090'
009130             SET SW-SERVICE-INDISPONIBLE TO TRUE
009140         END-IF
009150
009160         IF  SW-SERVICE-INDISPONIBLE
009170             ADD 1                TO VAT-CPT-RETRY
009180             IF  VAT-CPT-RETRY NOT > CTE-MAX-RETRY-SW
009190                 PERFORM          9200-ATTENDRE-REESSAI
009200             END-IF
009210         ELSE
009220             SET SW-APPEL-REUSSI  TO TRUE
009230         END-IF
009240     END-PERFORM.
009250
009260     COPY UTCODMSG REPLACING ==:COD:==
009270         BY ==CodeRetour2 OF ModifierEmployeRetour==.
009280
009290     IF  CodeRetour2 OF ModifierEmployeRetour = '00000'
009300         SET TRAN-REUSSIE         TO TRUE
009310*--- LE SALAIRE A CHANGE : ON CONSERVE LA TRACE DANS L'HISTORIQUE
009320         IF  SalEmpl OF ModifierEmploye NOT = SALHIST-SAL-ANCIEN
009330             PERFORM              9010-ECRIRE-HISTO-SALAIRE
009340         END-IF
009350     ELSE
009360*--- SERVICE TOUJOURS INDISPONIBLE APRES LES REESSAIS OU REFUS
009370*    DU SERVICE : LE CHANGEMENT EST EN ECHEC ET PEUT ETRE
009380*    RESOUMIS DANS UN PROCHAIN FICHIER
009390         SET TRAN-ECHOUEE         TO TRUE
009400         SET RES-ECHEC            TO TRUE
009410         MOVE VAT-MSG-TRADUIT     TO MM-MOTIF
009420     END-IF.
009430
009440     PERFORM                      9000-ECRIRE-AUDIT.
009450
009460 3350-SW-MODIFIER-FIN.
009470     EXIT.
009480/
009490*----------------------------------------------------------------*
009500* PARQUER LE CHANGEMENT A DATE D'EFFET FUTURE DANS LE FICHIER    *
009510* DES ATTENTES UTPEND (MEME CONTENU QUE LE REPORT DE L'ECRAN     *
009520* UTSWR02 : DOSSIER COMPLET APRES CHANGEMENT); LE LOT UTSWB03    *
009530* LE LIBERERA LE MATIN DE SA DATE D'EFFET                        *
009540*----------------------------------------------------------------*
009550 3600-PARQUER-TRANSACTION         SECTION.
009560*-----------------------------------------
009570
009580     MOVE MM-DATE-EFF             TO PEN-DATE-EFF.
009590     MOVE MM-NUM-EMP-COURANT      TO PEN-NUM-EMP.
009600
009610     EXEC CICS ASKTIME
009620     END-EXEC.
009630     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
009640                                  YYYYMMDD(PEN-DATE-SAISIE)
009650                                  TIME(PEN-HEURE-SAISIE)
009660     END-EXEC.
009670
009680     MOVE MM-OPERID               TO PEN-OPERID-SAISIE.
009690     MOVE SPACES                  TO PEN-OPERID-APPROB.
009700     MOVE STL-COD-ACTN            TO PEN-COD-ACTN.
009710     SET  PEN-EN-ATTENTE          TO TRUE.
009720     SET  PARCAGE-REPORT          TO TRUE.
009730     MOVE NivEntr OF ModifierEmploye TO PEN-NIV-ENTR.
009740     MOVE PrenEmpl2 OF ModifierEmploye
009750                                  TO PEN-PREN-EMP.
009760     MOVE NomEmpl2 OF ModifierEmploye
009770                                  TO PEN-NOM-EMP.
009780     MOVE DateDebEmpl OF ModifierEmploye
009790                                  TO PEN-DATE-DEB.
009800     MOVE DateFinEmpl OF ModifierEmploye
009810                                  TO PEN-DATE-FIN.
009820     MOVE SalEmpl OF ModifierEmploye
009830                                  TO PEN-SAL-EMP.
009840     MOVE NumTelCont1 OF ModifierEmploye
009850                                  TO PEN-NO-TEL-CONT1.
009860     MOVE NumTelCont2 OF ModifierEmploye
009870                                  TO PEN-NO-TEL-CONT2.
009880     MOVE NomContEmpl1 OF ModifierEmploye
009890                                  TO PEN-NOM-CONT1.
009900     MOVE PrenContEmpl1 OF ModifierEmploye
009910                                  TO PEN-PREN-CONT1.
009920     MOVE NomContEmpl2 OF ModifierEmploye
009930                                  TO PEN-NOM-CONT2.
009940     MOVE PrenContEmpl2 OF ModifierEmploye
009950                                  TO PEN-PREN-CONT2.
009960     MOVE VAT-STATUT-EMP          TO PEN-STATUT.
009970     PERFORM                      6900-DEPT-APRES.
009980     MOVE MM-DEPT-APRES           TO PEN-COD-DEPT.
009990     MOVE CTE-NM-SW-MOD-2PC       TO PEN-SERV-WEB.
010000
010010     EXEC CICS WRITE              FILE('UTPEND')
010020                                  FROM(PEN-ENREGISTREMENT)
010030                                  RIDFLD(PEN-CLE)
010040                                  RESP(VAT-RESP)
010050     END-EXEC.
010060
010070     IF  VAT-RESP                 NOT = CTE-DFHRESP-NORMAL
010080         SET  TRAN-ECHOUEE        TO TRUE
010090         SET  RES-ECHEC           TO TRUE
010100         MOVE 'REPORT IMPOSSIBLE - ERREUR ECRITURE UTPEND'
010110                                  TO MM-MOTIF
010120     END-IF.
010130
010140 3600-PARQUER-TRANSACTION-FIN.
010150     EXIT.
010160/
010170*----------------------------------------------------------------*
010180* PARQUER LE CHANGEMENT DONT L'ECART DE SALAIRE DEPASSE LE       *
010190* SEUIL DANS LE FICHIER DES DEMANDES D'APPROBATION UTAPPRO. UN   *
010200* SECOND OPERATEUR (DIFFERENT DE L'OPERATEUR DU PARAMETRE) LA    *
010210* LIBERERA OU LA REFUSERA DEPUIS L'ECRAN UTSWR03.                *
010220*----------------------------------------------------------------*
010230 3700-PARQUER-APPROBATION         SECTION.
010240*-----------------------------------------
010250
010260     MOVE MM-NUM-EMP-COURANT      TO APP-NUM-EMP.
010270
010280     EXEC CICS ASKTIME
010290     END-EXEC.
010300     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
010310                                  YYYYMMDD(APP-DATE-DEM)
010320                                  TIME(APP-HEURE-DEM)
010330     END-EXEC.
010340
010350     MOVE MM-OPERID               TO APP-OPERID-DEM.
010360     MOVE SPACES                  TO APP-OPERID-DECIDEUR.
010370     MOVE STL-COD-ACTN            TO APP-COD-ACTN.
010380     SET  APP-EN-ATTENTE          TO TRUE.
010390     SET  PARCAGE-APPROBATION     TO TRUE.
010400     MOVE MM-DATE-EFF             TO APP-DATE-EFF.
010410
010420*--- ETAT AVANT (DOSSIER OBTENU), POUR L'AUDIT, L'HISTORIQUE DE
010430*    SALAIRE ET LES EVENEMENTS SORTANTS A LA LIBERATION
010440     PERFORM                      6800-ETAT-AVANT.
010450     MOVE MM-SAL-COURANT          TO APP-SAL-COURANT.
010460     MOVE MM-DEPT-AVANT           TO APP-COD-DEPT-COURANT.
010470     MOVE MM-NIV-AVANT            TO APP-NIV-COURANT.
010480     MOVE MM-STATUT-AVANT         TO APP-STATUT-COURANT.
010490     MOVE DateDebEmpl OF ObtenirInfoEmployeResponse
010500                                  TO APP-DATE-DEB-COURANT.
010510     MOVE DateFinEmpl OF ObtenirInfoEmployeResponse
010520                                  TO APP-DATE-FIN-COURANT.
010530
010540     MOVE NivEntr OF ModifierEmploye TO APP-NIV-ENTR.
010550     MOVE PrenEmpl2 OF ModifierEmploye
010560                                  TO APP-PREN-EMP.
010570     MOVE NomEmpl2 OF ModifierEmploye
010580                                  TO APP-NOM-EMP.
010590     MOVE DateDebEmpl OF ModifierEmploye
010600                                  TO APP-DATE-DEB.
010610     MOVE DateFinEmpl OF ModifierEmploye
010620                                  TO APP-DATE-FIN.
010630     MOVE SalEmpl OF ModifierEmploye
010640                                  TO APP-SAL-EMP.
010650     MOVE NumTelCont1 OF ModifierEmploye
010660                                  TO APP-NO-TEL-CONT1.
010670     MOVE NumTelCont2 OF ModifierEmploye
010680                                  TO APP-NO-TEL-CONT2.
010690     MOVE NomContEmpl1 OF ModifierEmploye
010700                                  TO APP-NOM-CONT1.
010710     MOVE PrenContEmpl1 OF ModifierEmploye
010720                                  TO APP-PREN-CONT1.
010730     MOVE NomContEmpl2 OF ModifierEmploye
010740                                  TO APP-NOM-CONT2.
010750     MOVE PrenContEmpl2 OF ModifierEmploye
010760                                  TO APP-PREN-CONT2.
010770     MOVE VAT-STATUT-EMP          TO APP-STATUT.
010780     PERFORM                      6900-DEPT-APRES.
010790     MOVE MM-DEPT-APRES           TO APP-COD-DEPT.
010800     MOVE CTE-NM-SW-MOD-2PC       TO APP-SERV-WEB.
010810
010820     EXEC CICS WRITE              FILE('UTAPPRO')
010830                                  FROM(APP-ENREGISTREMENT)
010840                                  RIDFLD(APP-CLE)
010850                                  RESP(VAT-RESP)
010860     END-EXEC.
010870
010880     IF  VAT-RESP                 NOT = CTE-DFHRESP-NORMAL
010890         SET  TRAN-ECHOUEE        TO TRUE
010900         SET  RES-ECHEC           TO TRUE
010910         MOVE 'PARCAGE IMPOSSIBLE - ERREUR ECRITURE UTAPPRO'
010920                                  TO MM-MOTIF
010930     END-IF.
010940
010950 3700-PARQUER-APPROBATION-FIN.
010960     EXIT.
010970/
010980*----------------------------------------------------------------*
010990* ECRIRE LE RESULTAT DU CHANGEMENT COURANT SUR LE RAPPORT :      *
011000* UNE LIGNE DE RESULTAT (*** EN TETE SI REJET OU ECHEC), PUIS    *
011010* L'APERCU AVANT/APRES DE CHAQUE ZONE DEMANDEE QUAND LE DOSSIER  *
011020* A ETE OBTENU, PUIS LE MOTIF DU REJET; CUMULER LES COMPTEURS    *
011030*----------------------------------------------------------------*
011040 6000-RAPPORTER-CHANGEMENT        SECTION.
011050*-----------------------------------------
011060
011070     PERFORM                      6050-LIBELLER-RESULTAT.
011080
011090     STRING 'UTSWB06 - EMPLOYE ' MM-NUM-EMP-COURANT
011100            ' EFFET ' MM-DATE-EFF ' ' MM-LIB-RESULTAT
011110            DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE.
011120     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
011130
011140     IF  EMPL-OBTENU
011150         PERFORM                  6100-ECRIRE-APERCU
011160     END-IF.
011170
011180     IF  MM-MOTIF                 NOT = SPACES
011190         STRING '          MOTIF : ' MM-MOTIF
011200                DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE
011210         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
011220     END-IF.
011230
011240     EVALUATE TRUE
011250         WHEN RES-APPLIQUE
011260             ADD  1               TO CPT-APPLIQUES
011270         WHEN RES-APPROBATION
011280             ADD  1               TO CPT-APPROBATIONS
011290         WHEN RES-REPORTE
011300             ADD  1               TO CPT-REPORTES
011310         WHEN RES-ECHEC
011320             ADD  1               TO CPT-ECHECS
011330         WHEN OTHER
011340             ADD  1               TO CPT-REJETES
011350     END-EVALUATE.
011360
011370 6000-RAPPORTER-CHANGEMENT-FIN.
011380     EXIT.
011390*----------------------------------------------------------------*
011400*     LIBELLE DU RESULTAT (EN SIMULATION, LE RESULTAT PREVU)     *
011410*----------------------------------------------------------------*
011420 6050-LIBELLER-RESULTAT           SECTION.
011430*-----------------------------------------
011440
011450     EVALUATE TRUE
011460         WHEN RES-APPLIQUE AND MM-SIMULATION
011470             MOVE 'SERAIT APPLIQUE'
011480                                  TO MM-LIB-RESULTAT
011490         WHEN RES-APPLIQUE
011500             MOVE 'APPLIQUE'      TO MM-LIB-RESULTAT
011510         WHEN RES-APPROBATION AND MM-SIMULATION
011520             MOVE 'SERAIT SOUMIS A APPROBATION (UTAPPRO)'
011530                                  TO MM-LIB-RESULTAT
011540         WHEN RES-APPROBATION
011550             MOVE 'EN ATTENTE D''APPROBATION (UTAPPRO)'
011560                                  TO MM-LIB-RESULTAT
011570         WHEN RES-REPORTE AND MM-SIMULATION
011580             MOVE 'SERAIT REPORTE A LA DATE D''EFFET'
011590                                  TO MM-LIB-RESULTAT
011600         WHEN RES-REPORTE
011610             MOVE 'REPORTE A LA DATE D''EFFET (UTPEND)'
011620                                  TO MM-LIB-RESULTAT
011630         WHEN RES-ECHEC
011640             MOVE '*** EN ECHEC'  TO MM-LIB-RESULTAT
011650         WHEN MM-SIMULATION
011660             MOVE '*** SERAIT REJETE'
011670                                  TO MM-LIB-RESULTAT
011680         WHEN OTHER
011690             MOVE '*** REJETE'    TO MM-LIB-RESULTAT
011700     END-EVALUATE.
011710
011720 6050-LIBELLER-RESULTAT-FIN.
011730     EXIT.
011740/
011750*----------------------------------------------------------------*
011760* APERCU AVANT/APRES : UNE LIGNE PAR ZONE DEMANDEE PAR LE        *
011770* CHANGEMENT (AVANT = DOSSIER OBTENU, APRES = REQUETE            *
011780* ModifierEmploye PREPAREE)                                      *
011790*----------------------------------------------------------------*
011800 6100-ECRIRE-APERCU               SECTION.
011810*-----------------------------------------
011820
011830     PERFORM                      6800-ETAT-AVANT.
011840     PERFORM                      6900-DEPT-APRES.
011850
011860     IF  UTMM-NIV-ENTR            > ZERO
011870         MOVE NivEntr OF ModifierEmploye TO MM-NIV-APRES
011880         STRING '          NIVEAU      : ' MM-NIV-AVANT
011890                ' -> ' MM-NIV-APRES
011900                DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE
011910         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
011920     END-IF.
011930
011940     IF  UTMM-SAL-EMP             > ZERO
011950         MOVE MM-SAL-COURANT      TO MM-ED-SAL-AVANT
011960         MOVE SalEmpl OF ModifierEmploye
011970                                  TO MM-ED-SAL-APRES
011980         STRING '          SALAIRE     : ' MM-ED-SAL-AVANT
011990                ' -> ' MM-ED-SAL-APRES
012000                DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE
012010         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
012020     END-IF.
012030
012040     IF  UTMM-STATUT              NOT = SPACE
012050         MOVE VAT-STATUT-EMP      TO MM-STATUT-APRES
012060         STRING '          STATUT      : ' MM-STATUT-AVANT
012070                ' -> ' MM-STATUT-APRES
012080                DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE
012090         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
012100     END-IF.
012110
012120     IF  UTMM-DATE-DEB            > ZERO
012130         MOVE DateDebEmpl OF ObtenirInfoEmployeResponse
012140                                  TO MM-DATE-AVANT
012150         MOVE DateDebEmpl OF ModifierEmploye
012160                                  TO MM-DATE-APRES
012170         STRING '          DATE DEBUT  : ' MM-DATE-AVANT
012180                ' -> ' MM-DATE-APRES
012190                DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE
012200         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
012210     END-IF.
012220
012230     IF  UTMM-DATE-FIN            > ZERO
012240      OR UTMM-RETIRER-FIN
012250         MOVE DateFinEmpl OF ObtenirInfoEmployeResponse
012260                                  TO MM-DATE-AVANT
012270         MOVE DateFinEmpl OF ModifierEmploye
012280                                  TO MM-DATE-APRES
012290         STRING '          DATE FIN    : ' MM-DATE-AVANT
012300                ' -> ' MM-DATE-APRES
012310                DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE
012320         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
012330     END-IF.
012340
012350     IF  UTMM-COD-DEPT            NOT = SPACES
012360         STRING '          DEPARTEMENT : ' MM-DEPT-AVANT
012370                ' -> ' MM-DEPT-APRES
012380                DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE
012390         PERFORM                  9300-ECRIRE-LIGNE-RAPPORT
012400     END-IF.
012410
012420 6100-ECRIRE-APERCU-FIN.
012430     EXIT.
012440*----------------------------------------------------------------*
012450*     ETAT AVANT DU DOSSIER OBTENU : NIVEAU, STATUT (ABSENT =    *
012460*     ACTIF) ET DEPARTEMENT (POSITIONS 2 A 5 DE champ2)          *
012470*----------------------------------------------------------------*
012480 6800-ETAT-AVANT                  SECTION.
012490*-----------------------------------------
012500
012510     MOVE NivEntr OF ObtenirInfoEmployeResponse
012520                                  TO MM-NIV-AVANT.
012530
012540     MOVE 'A'                     TO MM-STATUT-AVANT.
012550     IF  champ2-length OF ObtenirInfoEmployeResponse > ZERO
012560         AND champ2 OF ObtenirInfoEmployeResponse (1:1)
012570             NOT = SPACE
012580         MOVE champ2 OF ObtenirInfoEmployeResponse (1:1)
012590                                  TO MM-STATUT-AVANT
012600     END-IF.
012610
012620     IF  champ2-length OF ObtenirInfoEmployeResponse > 4
012630         MOVE champ2 OF ObtenirInfoEmployeResponse (2:4)
012640                                  TO MM-DEPT-AVANT
012650     ELSE
012660         MOVE SPACES              TO MM-DEPT-AVANT
012670     END-IF.
012680
012690 6800-ETAT-AVANT-FIN.
012700     EXIT.
012710*----------------------------------------------------------------*
012720*     DEPARTEMENT APRES CHANGEMENT (POSITIONS 2 A 5 DE champ2    *
012730*     DE LA REQUETE ModifierEmploye)                             *
012740*----------------------------------------------------------------*
012750 6900-DEPT-APRES                  SECTION.
012760*-----------------------------------------
012770
012780     IF  champ2-length OF ModifierEmploye > 4
012790         MOVE champ2 OF ModifierEmploye (2:4)
012800                                  TO MM-DEPT-APRES
012810     ELSE
012820         MOVE SPACES              TO MM-DEPT-APRES
012830     END-IF.
012840
012850 6900-DEPT-APRES-FIN.
012860     EXIT.
012870/
012880*----------------------------------------------------------------*
012890* ECRIRE L'ENREGISTREMENT D'AUDIT DU CHANGEMENT COURANT (PASSAGE *
012900* REEL SEULEMENT). L'OPERATEUR EST CELUI DU PARAMETRE; L'ETAT    *
012910* AVANT PROVIENT DU DOSSIER OBTENU DU SERVICE WEB, L'IMAGE APRES *
012920* DE LA REQUETE ModifierEmploye. MEMES CODES QUE L'ECRAN UTSWR02 *
012930* POUR LE REFUS, LES REJETS LOCAUX ET LES PARCAGES.              *
012940*----------------------------------------------------------------*
012950 9000-ECRIRE-AUDIT                SECTION.
012960*-----------------------------------------
012970
012980     EXEC CICS ASKTIME
012990     END-EXEC.
013000     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
013010                                  YYYYMMDD(AUD-DATE-TRAN)
013020                                  TIME(AUD-HEURE-TRAN)
013030     END-EXEC.
013040
013050     MOVE MM-OPERID               TO AUD-OPERID.
013060     MOVE 'LOT6'                  TO AUD-TERMID.
013070     MOVE STL-COD-ACTN            TO AUD-COD-ACTN.
013080     MOVE STL-1PC-2PC             TO AUD-1PC-2PC.
013090     MOVE MM-NUM-EMP-COURANT      TO AUD-NUM-EMP.
013100     MOVE SPACES                  TO AUD-OPERID-APPROB.
013110     MOVE VAT-CORR-ID             TO AUD-CORR-ID.
013120
013130*--- COMPLEMENT DE L'IMAGE APRES REMIS A BLANC (COMPLETE PLUS BAS
013140*    PAR UTAUDIMG QUAND LA REQUETE A ETE PREPAREE)
013150     MOVE SPACES                  TO AUD-AP-PREN-EMP
013160                                     AUD-AP-NOM-EMP
013170                                     AUD-AP-STATUT.
013180     MOVE ZERO                    TO AUD-AP-NIV-ENTR
013190                                     AUD-AP-NO-TEL-CONT1
013200                                     AUD-AP-NO-TEL-CONT2.
013210     SET  AUD-IMAGE-PARTIELLE     TO TRUE.
013220
013230     EVALUATE TRUE
013240*--- CHANGEMENT REFUSE PAR LE CONTROLE DES AUTORISATIONS : LE
013250*    DOSSIER N'A PAS ETE OBTENU, LES IMAGES SONT A BLANC/ZERO
013260         WHEN ACTION-REFUSEE
013270             MOVE SPACES          TO AUD-AV-NUM-EMP
013280                                     AUD-AV-COD-DEPT
013290                                     AUD-AV-PREN-EMP
013300                                     AUD-AV-NOM-EMP
013310                                     AUD-AV-STATUT
013320             MOVE ZERO            TO AUD-AV-SAL-EMPL
013330                                     AUD-AV-DATE-DEB
013340                                     AUD-AV-DATE-FIN
013350                                     AUD-AV-NIV-ENTR
013360             SET  AUD-AVANT-INCONNU TO TRUE
013370             MOVE AUD-AVANT       TO AUD-APRES
013380             MOVE 'NONAUTORIS'    TO AUD-CODE-RETOUR
013390         WHEN OTHER
013400             MOVE MM-NUM-EMP-COURANT TO AUD-AV-NUM-EMP
013410             MOVE MM-SAL-COURANT  TO AUD-AV-SAL-EMPL
013420             MOVE DateDebEmpl OF ObtenirInfoEmployeResponse
013430                                  TO AUD-AV-DATE-DEB
013440             MOVE DateFinEmpl OF ObtenirInfoEmployeResponse
013450                                  TO AUD-AV-DATE-FIN
013460*--- ETAT AVANT COMPLEMENTAIRE (EVENEMENTS SORTANTS, UTEVTPUB)
013470             COPY UTAUDAVT REPLACING ==:REP:==
013480                 BY ==ObtenirInfoEmployeResponse==.
013490             PERFORM              6800-ETAT-AVANT
013500             MOVE MM-DEPT-AVANT   TO AUD-AV-COD-DEPT
013510
013520             MOVE NumEmp2 OF ModifierEmploye(1:9)
013530                                  TO AUD-AP-NUM-EMP
013540             MOVE SalEmpl OF ModifierEmploye
013550                                  TO AUD-AP-SAL-EMPL
013560             MOVE DateDebEmpl OF ModifierEmploye
013570                                  TO AUD-AP-DATE-DEB
013580             MOVE DateFinEmpl OF ModifierEmploye
013590                                  TO AUD-AP-DATE-FIN
013600             PERFORM              6900-DEPT-APRES
013610             MOVE MM-DEPT-APRES   TO AUD-AP-COD-DEPT
013620             COPY UTAUDIMG REPLACING ==:REQ:==
013630                 BY ==ModifierEmploye==.
013640
013650             EVALUATE TRUE
013660*--- REJET LOCAL (DATES, TELEPHONE, NOM DE CONTACT, NIVEAU,
013670*    STATUT OU DEPARTEMENT) : AUCUN APPEL AU SW
013680                 WHEN NOT SW-DATES-VALIDES
013690                     MOVE '00030' TO AUD-CODE-RETOUR
013700                 WHEN NOT SW-TEL-VALIDE
013710                     MOVE '00010' TO AUD-CODE-RETOUR
013720                 WHEN NOT SW-CONT-VALIDE
013730                     MOVE '00050' TO AUD-CODE-RETOUR
013740                 WHEN NOT SW-NIV-VALIDE
013750                     MOVE VAT-COD-NIV TO AUD-CODE-RETOUR
013760                 WHEN NOT SW-STATUT-VALIDE
013770                     MOVE '00080' TO AUD-CODE-RETOUR
013780                 WHEN NOT SW-DEPT-VALIDE
013790                     MOVE '00065' TO AUD-CODE-RETOUR
013800*--- CHANGEMENT PARQUE (AUCUN APPEL AU SW) : LE CODE TRACE LA
013810*    MISE EN ATTENTE D'APPROBATION OU LE REPORT
013820                 WHEN PARCAGE-APPROBATION
013830                     MOVE 'ATTENTE' TO AUD-CODE-RETOUR
013840                 WHEN PARCAGE-REPORT
013850                     MOVE 'REPORTEE' TO AUD-CODE-RETOUR
013860                 WHEN OTHER
013870                     MOVE CodeRetour2
013880                          OF ModifierEmployeRetour(1:10)
013890                                  TO AUD-CODE-RETOUR
013900             END-EVALUATE
013910     END-EVALUATE.
013920
013930     IF  TRAN-REUSSIE
013940         SET AUD-TRAN-REUSSIE     TO TRUE
013950     ELSE
013960         SET AUD-TRAN-ECHOUEE     TO TRUE
013970     END-IF.
013980
013990*--- EVENEMENTS SORTANTS (BADGES, COMPTES TI, ANNUAIRE); LES
014000*    TYPES PUBLIES SONT PORTES A L'AUDIT AVANT SON ECRITURE
014010     COPY UTEVTPUB.
014020
014030     EXEC CICS WRITEQ TD          QUEUE('AUDT')
014040                                  FROM(AUD-ENREGISTREMENT)
014050                                  LENGTH(LENGTH OF
014060                                         AUD-ENREGISTREMENT)
014070                                  NOHANDLE
014080     END-EXEC.
014090
014100 9000-ECRIRE-AUDIT-FIN.
014110     EXIT.
014120/
014130*----------------------------------------------------------------*
014140* ECRIRE UN ENREGISTREMENT D'HISTORIQUE DE SALAIRE (MEME         *
014150* FICHIER ET MEME CONTENU QUE POUR UNE MODIFICATION MANUELLE;    *
014160* L'OPERATEUR EST CELUI DU PARAMETRE)                            *
014170*----------------------------------------------------------------*
014180 9010-ECRIRE-HISTO-SALAIRE        SECTION.
014190*-----------------------------------------
014200
014201*--- HORODATAGE DE LA TRANSACTION PRIS ICI : 9000-ECRIRE-AUDIT,
014202*    QUI LE PREND AUSSI, N'EST EXECUTE QU'APRES L'HISTORIQUE
014203     EXEC CICS ASKTIME
014204     END-EXEC.
014205     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
014206                                  YYYYMMDD(AUD-DATE-TRAN)
014207                                  TIME(AUD-HEURE-TRAN)
014208     END-EXEC.
014209
014210     MOVE NumEmp2 OF ModifierEmploye(1:9)
014220                                  TO SALHIST-NUM-EMP.
014230     MOVE AUD-DATE-TRAN           TO SALHIST-DATE-EFF.
014240     MOVE AUD-HEURE-TRAN          TO SALHIST-HEURE-EFF.
014250     MOVE SalEmpl OF ModifierEmploye
014260                                  TO SALHIST-SAL-NOUVEAU.
014270     MOVE MM-OPERID               TO SALHIST-OPERID.
014280
014290     EXEC CICS WRITE              FILE('SALHIST')
014300                                  FROM(SALHIST-ENREGISTREMENT)
014310                                  RIDFLD(SALHIST-CLE)
014320                                  NOHANDLE
014330     END-EXEC.
014340
014350 9010-ECRIRE-HISTO-SALAIRE-FIN.
014360     EXIT.
014370/
014380*----------------------------------------------------------------*
014390* ATTENDRE AVANT UN REESSAI SUITE A UNE INDISPONIBILITE DU SW    *
014400*----------------------------------------------------------------*
014410 9200-ATTENDRE-REESSAI            SECTION.
014420*-----------------------------------------
014430
014440     EXEC CICS DELAY              FOR SECONDS(CTE-RETRY-DELAI-SEC)
014450                                  NOHANDLE
014460     END-EXEC.
014470
014480 9200-ATTENDRE-REESSAI-FIN.
014490     EXIT.
014500/
014510*----------------------------------------------------------------*
014520* GENERER L'IDENTIFIANT DE CORRELATION DU CHANGEMENT COURANT     *
014530* (NOM DU PROGRAMME + ABSTIME EN MILLISECONDES). IL EST TRANSMIS *
014540* AU SERVICE DANS LE CONTENEUR UT-CORR-ID ET PORTE A LA PISTE    *
014550* D'AUDIT.                                                       *
014560*----------------------------------------------------------------*
014570 9150-GENERER-CORRELATION         SECTION.
014580*-----------------------------------------
014590
014600     EXEC CICS ASKTIME            ABSTIME(VAT-ABS-CORR)
014610     END-EXEC.
014620
014630     MOVE 'UTSWB06 '              TO VAT-CORR-PROG.
014640     MOVE VAT-ABS-CORR            TO VAT-CORR-ABSTIME.
014650
014660 9150-GENERER-CORRELATION-FIN.
014670     EXIT.
014680/
014690*----------------------------------------------------------------*
014700* ECRIRE UNE LIGNE DU RAPPORT DE LOT (UTB6-RAPPORT-LIGNE DOIT    *
014710* ETRE ALIMENTE PAR L'APPELANT AVANT LE PERFORM)                 *
014720*----------------------------------------------------------------*
014730 9300-ECRIRE-LIGNE-RAPPORT        SECTION.
014740*-----------------------------------------
014750
014760     EXEC CICS WRITEQ TD          QUEUE('UTB6RPT')
014770                                  FROM(UTB6-RAPPORT-LIGNE)
014780                                  LENGTH(LENGTH OF
014790                                         UTB6-RAPPORT-LIGNE)
014800                                  NOHANDLE
014810     END-EXEC.
014820
014830     MOVE SPACES                  TO UTB6-RAPPORT-LIGNE.
014840
014850 9300-ECRIRE-LIGNE-RAPPORT-FIN.
014860     EXIT.
014870/
014880*----------------------------------------------------------------*
014890* ROLLBACK                                                       *
014900*----------------------------------------------------------------*
014910 5000-ROLLBACK-TRAN                  SECTION.
014920*-----------------------------------------
014930
014940     EXEC CICS                    SYNCPOINT ROLLBACK
014950     END-EXEC.
014960 5000-ROLLBACK-TRAN-FIN.
014970     EXIT.
014980/
014990*----------------------------------------------------------------*
015000* COMMIT                                                         *
015010*----------------------------------------------------------------*
015020 5100-COMMIT-TRAN                    SECTION.
015030*-----------------------------------------
015040
015050     EXEC CICS                    SYNCPOINT
015060     END-EXEC.
015070 5100-COMMIT-TRAN-FIN.
015080     EXIT.
015090/
015100*----------------------------------------------------------------*
015110* DECIDER COMMIT OU ROLLBACK SELON LE RESULTAT DU CHANGEMENT     *
015120* COURANT ET TERMINER SON UNITE DE TRAVAIL CICS AVANT DE PASSER  *
015130* AU SUIVANT (CHAQUE CHANGEMENT EST VALIDE INDEPENDAMMENT)       *
015140*----------------------------------------------------------------*
015150 UT-FIN-TX-INTERNE                   SECTION.
015160*-----------------------------------------
015170
015180     IF  TRAN-REUSSIE
015190         PERFORM                  5100-COMMIT-TRAN
015200     ELSE
015210         PERFORM                  5000-ROLLBACK-TRAN
015220     END-IF.
015230
015240 UT-FIN-TX-INTERNE-FIN.
015250     EXIT.
015260/
015270*----------------------------------------------------------------*
015280* ECRIRE LE SOMMAIRE DU LOT SUR LE RAPPORT (EN SIMULATION, LES   *
015290* COMPTEURS SONT LES RESULTATS PREVUS)                           *
015300*----------------------------------------------------------------*
015310 8000-FIN-DE-LOT                  SECTION.
015320*-----------------------------------------
015330
015340     IF  MM-SIMULATION
015350         MOVE 'UTSWB06 - FIN DE SIMULATION - AUCUNE MISE A JOUR'
015360                                  TO UTB6-RAPPORT-LIGNE
015370     ELSE
015380         MOVE 'UTSWB06 - FIN DES MODIFICATIONS EN MASSE'
015390                                  TO UTB6-RAPPORT-LIGNE
015400     END-IF.
015410     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
015420
015430     STRING 'UTSWB06 - CHANGEMENTS LUS         : ' CPT-LUS
015440            DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE.
015450     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
015460
015470     STRING 'UTSWB06 - APPLIQUES               : ' CPT-APPLIQUES
015480            DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE.
015490     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
015500
015510     STRING 'UTSWB06 - SOUMIS A APPROBATION    : '
015520            CPT-APPROBATIONS
015530            DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE.
015540     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
015550
015560     STRING 'UTSWB06 - REPORTES (DATE D''EFFET) : ' CPT-REPORTES
015570            DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE.
015580     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
015590
015600     STRING 'UTSWB06 - REJETES                 : ' CPT-REJETES
015610            DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE.
015620     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
015630
015640     STRING 'UTSWB06 - EN ECHEC                : ' CPT-ECHECS
015650            DELIMITED BY SIZE INTO UTB6-RAPPORT-LIGNE.
015660     PERFORM                      9300-ECRIRE-LIGNE-RAPPORT.
015670
015680     PERFORM                      7900-MARQUER-FIN-JOB.
015690
015700     EXEC CICS                    RETURN
015710     END-EXEC.
015720
015730 8000-FIN-DE-LOT-FIN.
015740     EXIT.
015750/
015760*----------------------------------------------------------------*
015770* MARQUER LE DEBUT DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL    *
015780* (ENTREE REECRITE SI LE LOT EST RELANCE LE MEME JOUR, MEME      *
015790* MECANIQUE QUE UTSWB02)                                         *
015800*----------------------------------------------------------------*
015810 1500-MARQUER-DEBUT-JOB           SECTION.
015820*-----------------------------------------
015830
015840     MOVE MM-DATE-JOUR            TO VAT-CLE-JOB-DATE.
015850
015860     EXEC CICS READ               FILE('UTJOBCTL')
015870                                  INTO(JOB-ENREGISTREMENT)
015880                                  RIDFLD(VAT-CLE-JOB)
015890                                  UPDATE
015900                                  RESP(VAT-RESP)
015910     END-EXEC.
015920
015930     MOVE VAT-CLE-JOB-PROG        TO JOB-NOM-PROG.
015940     MOVE MM-DATE-JOUR            TO JOB-DATE-RUN.
015950     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
015960                                  TIME(JOB-HEURE-DEBUT)
015970     END-EXEC.
015980     MOVE ZERO                    TO JOB-HEURE-FIN
015990                                     JOB-CPT-LUS
016000                                     JOB-CPT-ECRITS
016010                                     JOB-TOTAL-CONTROLE.
016020     SET  JOB-EN-COURS            TO TRUE.
016030
016040     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
016050         EXEC CICS REWRITE        FILE('UTJOBCTL')
016060                                  FROM(JOB-ENREGISTREMENT)
016070                                  NOHANDLE
016080         END-EXEC
016090     ELSE
016100         EXEC CICS WRITE          FILE('UTJOBCTL')
016110                                  FROM(JOB-ENREGISTREMENT)
016120                                  RIDFLD(JOB-CLE)
016130                                  NOHANDLE
016140         END-EXEC
016150     END-IF.
016160
016170 1500-MARQUER-DEBUT-JOB-FIN.
016180     EXIT.
016190/
016200*----------------------------------------------------------------*
016210* MARQUER LA FIN DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL :    *
016220* HEURE DE FIN, COMPTEURS (CHANGEMENTS LUS ET APPLIQUES; AUCUN   *
016230* APPLIQUE EN SIMULATION) ET ETAT : EN ERREUR SUR UN PARAMETRE   *
016240* INVALIDE OU, AU PASSAGE REEL, DES QU'UN CHANGEMENT EST REJETE  *
016250* OU EN ECHEC (LES REJETS PREVUS D'UNE SIMULATION SONT SON       *
016260* RESULTAT NORMAL)                                               *
016270*----------------------------------------------------------------*
016280 7900-MARQUER-FIN-JOB             SECTION.
016290*-----------------------------------------
016300
016310     MOVE MM-DATE-JOUR            TO VAT-CLE-JOB-DATE.
016320
016330     EXEC CICS READ               FILE('UTJOBCTL')
016340                                  INTO(JOB-ENREGISTREMENT)
016350                                  RIDFLD(VAT-CLE-JOB)
016360                                  UPDATE
016370                                  RESP(VAT-RESP)
016380     END-EXEC.
016390
016400     MOVE VAT-CLE-JOB-PROG        TO JOB-NOM-PROG.
016410     MOVE MM-DATE-JOUR            TO JOB-DATE-RUN.
016420     EXEC CICS ASKTIME
016430     END-EXEC.
016440     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
016450                                  TIME(JOB-HEURE-FIN)
016460     END-EXEC.
016470     MOVE CPT-LUS                 TO JOB-CPT-LUS.
016480     IF  MM-REEL
016490         MOVE CPT-APPLIQUES       TO JOB-CPT-ECRITS
016500     ELSE
016510         MOVE ZERO                TO JOB-CPT-ECRITS
016520     END-IF.
016530     MOVE ZERO                    TO JOB-TOTAL-CONTROLE.
016540
016550     EVALUATE TRUE
016560         WHEN PARAMETRE-INVALIDE
016570             SET JOB-EN-ERREUR    TO TRUE
016580         WHEN MM-REEL
016590          AND (CPT-REJETES > ZERO OR CPT-ECHECS > ZERO)
016600             SET JOB-EN-ERREUR    TO TRUE
016610         WHEN OTHER
016620             SET JOB-TERMINE      TO TRUE
016630     END-EVALUATE.
016640
016650     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
016660         EXEC CICS REWRITE        FILE('UTJOBCTL')
016670                                  FROM(JOB-ENREGISTREMENT)
016680                                  NOHANDLE
016690         END-EXEC
016700     ELSE
016710         EXEC CICS WRITE          FILE('UTJOBCTL')
016720                                  FROM(JOB-ENREGISTREMENT)
016730                                  RIDFLD(JOB-CLE)
016740                                  NOHANDLE
016750         END-EXEC
016760     END-IF.
016770
016780 7900-MARQUER-FIN-JOB-FIN.
016790     EXIT.
