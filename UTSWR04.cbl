000220*----------------------------------------------------------------*
000230* HISTORIQUE DES MODIFICATIONS                                   *
000240*  - CREATION DE L'ECRAN D'ENTRETIEN DES NIVEAUX                 *
000241*  - APERCU DE L'IMPACT D'UN CHANGEMENT DE BANDE AVANT LA MISE A *
000242*    JOUR : NOMBRE D'EMPLOYES DU NIVEAU (ObtenirInfoEmployeListe)*
000243*    HORS DE LA NOUVELLE BANDE, PUIS PF1 POUR CONFIRMER          *
000250*----------------------------------------------------------------*
000260
000270 ENVIRONMENT                     DIVISION.
000440 01  UTANORM-ZONE-ANOMALIE.
000450     05  UTANORM-NO-SEQ-APPEL    PIC 9(4).
000460
000470*--- TAILLE DE LA TABLE ObtenirInfoEmployeListeResponse : UNE
000480*    LISTE PLEINE EST PRESUMEE TRONQUEE ET L'APERCU DE L'IMPACT
000490*    D'UN CHANGEMENT DE BANDE EST ALORS UN MINIMUM
000500 01  CTE-MAX-EMPL-LISTE          PIC S9(4)   COMP VALUE 50.
000520
000530*----------------------------------------------------------------*
000540*    ZONES DE TRAVAIL DE L'ENTRETIEN                             *
000590         88  NIVEAU-NOUVEAU                  VALUE 'N'.
000600     05  NVE-SAL-MIN-EDIT        PIC Z(8)9.
000610     05  NVE-SAL-MAX-EDIT        PIC Z(8)9.
000611*--- APERCU DE L'IMPACT D'UN CHANGEMENT DE BANDE
000612     05  NVE-IDX-EMPL            PIC S9(4)   COMP.
000613     05  NVE-NB-HORS-BANDE       PIC S9(4)   COMP.
000614     05  NVE-NB-EDIT             PIC ZZZ9.
000615     05  NVE-SW-APERCU           PIC X.
000616         88  APERCU-REQUIS                   VALUE 'O'.
000617         88  APERCU-CONFIRME                 VALUE 'N'.
000620
000630*----------------------------------------------------------------*
000640*    ENREGISTREMENT DE REFERENCE DES NIVEAUX (FICHIER UTNIVRF)   *
000650*----------------------------------------------------------------*
000660 COPY UTNIVREC.
000670
000671*----------------------------------------------------------------*
000672*    COPY DES ZONES DU SERVICE WEB (APERCU DE L'IMPACT D'UN      *
000673*    CHANGEMENT DE BANDE PAR ObtenirInfoEmployeListe)            *
000674*----------------------------------------------------------------*
000675 COPY UTSWCOM.
000676
000680*----------------------------------------------------------------*
000690*    COPY DE LA ZONE GENERIQUE D'ECRAN ET DES VALEURS AID        *
000700*----------------------------------------------------------------*
001500-      'NIVEAU INEXISTANT - PF1 POUR LE CREER'
001510                                  TO UTSWR4-MES-LIG1I
001520     END-IF.
001521
001522*--- UN NOUVEL AFFICHAGE ANNULE TOUT APERCU EN COURS
001523     MOVE ZERO                    TO UTSWR4-NIV-CONFI
001524                                     UTSWR4-SAL-MIN-CONFI
001525                                     UTSWR4-SAL-MAX-CONFI.
001530
001540 2100-AFFICHER-NIVEAU-FIN.
001550     EXIT.
001570*----------------------------------------------------------------*
001580* AJOUTER OU METTRE A JOUR LE NIVEAU AVEC LES VALEURS SAISIES    *
001590* (NIVEAU NON ZERO, LIBELLE PRESENT, BANDE MIN NON SUPERIEURE    *
001600* AU MAX). LE CHANGEMENT DE BANDE D'UN NIVEAU EXISTANT EST       *
001601* D'ABORD PRESENTE AVEC SON IMPACT (2400) ET N'EST ECRIT QU'AU   *
001602* PF1 SUIVANT, SI LA BANDE SAISIE EST CELLE DE L'APERCU          *
001610*----------------------------------------------------------------*
001620 2200-SAUVEGARDER-NIVEAU          SECTION.
001630*-----------------------------------------
001790-      'BANDE INVALIDE - MINIMUM SUPERIEUR AU MAXIMUM'
001800                                  TO UTSWR4-MES-LIG1I
001810         WHEN OTHER
001811             PERFORM              2210-VERIFIER-APERCU
001812             IF  APERCU-REQUIS
001813                 PERFORM          2400-APERCU-IMPACT-BANDE
001814             ELSE
001815                 PERFORM          3200-ECRIRE-NIVEAU
001816             END-IF
001830     END-EVALUATE.
001840
001850 2200-SAUVEGARDER-NIVEAU-FIN.
002820
002830     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
002840         MOVE 'NIVEAU ENREGISTRE' TO UTSWR4-MES-LIG1I
002841         MOVE ZERO                TO UTSWR4-NIV-CONFI
002842                                     UTSWR4-SAL-MIN-CONFI
002843                                     UTSWR4-SAL-MAX-CONFI
002850     ELSE
002860         SET  TRAN-ECHOUEE        TO TRUE
002870         MOVE
003290
003300 UT-FIN-TX-INTERNE-FIN.
003310     EXIT.
003315/
003320*----------------------------------------------------------------*
003330* DECIDER SI LA MISE A JOUR DOIT D'ABORD ETRE PRESENTEE AVEC SON *
003340* IMPACT : NIVEAU EXISTANT DONT LA BANDE SAISIE DIFFERE DE LA    *
003350* BANDE ENREGISTREE, SAUF SI L'OPERATEUR CONFIRME (PF1) LA BANDE *
003360* DEJA PRESENTEE (ZONES CACHEES UTSWR4-...-CONFI)                *
003370*----------------------------------------------------------------*
003380 2210-VERIFIER-APERCU             SECTION.
003390*-----------------------------------------
003400
003410     SET  APERCU-CONFIRME         TO TRUE.
003420
003430     PERFORM                      3100-LIRE-NIVEAU.
003440
003450     IF  NIVEAU-EXISTANT
003460     AND (UTSWR4-SAL-MINI         NOT = NIV-SAL-MIN
003470      OR  UTSWR4-SAL-MAXI         NOT = NIV-SAL-MAX)
003480         IF  UTSWR4-NIV-ENTRI     NOT = UTSWR4-NIV-CONFI
003490          OR UTSWR4-SAL-MINI      NOT = UTSWR4-SAL-MIN-CONFI
003500          OR UTSWR4-SAL-MAXI      NOT = UTSWR4-SAL-MAX-CONFI
003510             SET  APERCU-REQUIS   TO TRUE
003520         END-IF
003530     END-IF.
003540
003550 2210-VERIFIER-APERCU-FIN.
003560     EXIT.
003570/
003580*----------------------------------------------------------------*
003590* PRESENTER L'IMPACT DE LA NOUVELLE BANDE : COMPTER LES EMPLOYES *
003600* DU NIVEAU (ObtenirInfoEmployeListe) DONT LE SALAIRE TOMBE HORS *
003610* DE LA BANDE SAISIE, ARMER LES ZONES CACHEES DE CONFIRMATION ET *
003620* NE RIEN ECRIRE. LA LISTE NE PORTE PAS LE STATUT D'EMPLOI ET    *
003630* EST LIMITEE A 50 : UNE LISTE PLEINE DONNE UN MINIMUM           *
003640*----------------------------------------------------------------*
003650 2400-APERCU-IMPACT-BANDE         SECTION.
003660*-----------------------------------------
003670
003680     PERFORM                      9150-GENERER-CORRELATION.
003690     PERFORM                      3300-PREPARER-OBTENIR-LISTE.
003700     PERFORM                      3310-SW-OBTENIR-LISTE.
003710
003720     MOVE ZERO                    TO NVE-NB-HORS-BANDE.
003730
003740     IF  VAT-RESP-GET             = CTE-DFHRESP-NORMAL
003750         PERFORM VARYING NVE-IDX-EMPL FROM 1 BY 1
003760                 UNTIL NVE-IDX-EMPL > NbEmplTrouves
003770                       OF ObtenirInfoEmployeListeResponse
003780             IF  LST-SalEmpl (NVE-IDX-EMPL) < UTSWR4-SAL-MINI
003790              OR LST-SalEmpl (NVE-IDX-EMPL) > UTSWR4-SAL-MAXI
003800                 ADD 1            TO NVE-NB-HORS-BANDE
003810             END-IF
003820         END-PERFORM
003830     END-IF.
003840
003850     MOVE NVE-NB-HORS-BANDE       TO NVE-NB-EDIT.
003860     MOVE SPACES                  TO UTSWR4-MES-LIG1I.
003870
003880     EVALUATE TRUE
003890         WHEN VAT-RESP-GET        NOT = CTE-DFHRESP-NORMAL
003900             MOVE
003910-      'IMPACT NON DISPONIBLE (SERVICE) - PF1 POUR CONFIRMER'
003920                                  TO UTSWR4-MES-LIG1I
003930         WHEN NbEmplTrouves OF ObtenirInfoEmployeListeResponse
003940              NOT < CTE-MAX-EMPL-LISTE
003950             STRING 'AU MOINS '   DELIMITED BY SIZE
003960                    NVE-NB-EDIT   DELIMITED BY SIZE
003970                    ' EMPLOYE(S) HORS DE LA NOUVELLE BANDE'
003980                                  DELIMITED BY SIZE
003990                    ' - PF1 POUR CONFIRMER'
004000                                  DELIMITED BY SIZE
004010                    INTO UTSWR4-MES-LIG1I
004020             END-STRING
004030         WHEN OTHER
004040             STRING NVE-NB-EDIT   DELIMITED BY SIZE
004050                    ' EMPLOYE(S) HORS DE LA NOUVELLE BANDE'
004060                                  DELIMITED BY SIZE
004070                    ' - PF1 POUR CONFIRMER'
004080                                  DELIMITED BY SIZE
004090                    INTO UTSWR4-MES-LIG1I
004100             END-STRING
004110     END-EVALUATE.
004120
004130     MOVE UTSWR4-NIV-ENTRI        TO UTSWR4-NIV-CONFI.
004140     MOVE UTSWR4-SAL-MINI         TO UTSWR4-SAL-MIN-CONFI.
004150     MOVE UTSWR4-SAL-MAXI         TO UTSWR4-SAL-MAX-CONFI.
004160
004170 2400-APERCU-IMPACT-BANDE-FIN.
004180     EXIT.
004190/
004200*----------------------------------------------------------------*
004210* AFFECTER LES VARIABLES AVANT LA RECHERCHE DES EMPLOYES DU      *
004220* NIVEAU SAISI (MEME PLOMBERIE QUE LA REVISION UTSWB02, SANS     *
004230* CRITERE DE NOM)                                                *
004240*----------------------------------------------------------------*
004250 3300-PREPARER-OBTENIR-LISTE      SECTION.
004260*-----------------------------------------
004270
004280     MOVE 3300                    TO UTANORM-NO-SEQ-APPEL.
004290
004300     MOVE ZERO                    TO NomEmplRech-length
004310                                     OF ObtenirInfoEmployeListe.
004320     MOVE SPACES                  TO NomEmplRech
004330                                     OF ObtenirInfoEmployeListe.
004340     MOVE X'01'                   TO attr-nil-NomEmplRech-value
004350                                     OF ObtenirInfoEmployeListe.
004360
004370     MOVE 1                       TO NivEntrRech-num
004380                                     OF ObtenirInfoEmployeListe.
004390     MOVE UTSWR4-NIV-ENTRI        TO NivEntrRech
004400                                     OF ObtenirInfoEmployeListe.
004410     MOVE X'00'                   TO attr-nil-NivEntrRech-value
004420                                     OF ObtenirInfoEmployeListe.
004430
004440     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
004450     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
004460     MOVE CTE-OBTENIR-EMPL-LST    TO VAT-NM-OPERATION.
004470     MOVE CTE-NM-SW-OBT-2PC       TO VAT-NM-SW.
004480
004490 3300-PREPARER-OBTENIR-LISTE-FIN.
004500     EXIT.
004510/
004520*----------------------------------------------------------------*
004530*     OBTENIR LA LISTE DES EMPLOYES DU NIVEAU SAISI. LA REPONSE  *
004540*     EST LIMITEE A 50 EMPLOYES (TAILLE DE LA TABLE              *
004550*     ObtenirInfoEmployeListeResponse).                          *
004560*----------------------------------------------------------------*
004570 3310-SW-OBTENIR-LISTE            SECTION.
004580*-----------------------------------------
004590
004600     MOVE ZERO                    TO NbEmplTrouves
004610                                     OF
004620                              ObtenirInfoEmployeListeResponse.
004630
004640*--- IDENTIFIANT DE CORRELATION TRANSMIS AU SERVICE SUR LE CANAL
004650     EXEC CICS PUT                CONTAINER(CTE-CORR-CONT)
004660                                  CHANNEL(VAT-SERV-CHNL)
004670                                  FROM(VAT-CORR-ID)
004680                                  NOHANDLE
004690     END-EXEC.
004700
004710     EXEC CICS PUT                CONTAINER(VAT-DFH-DATA)
004720                                  CHANNEL(VAT-SERV-CHNL)
004730                                  FROM(ObtenirInfoEmployeListe)
004740     END-EXEC.
004750
004760     EXEC CICS INVOKE             SERVICE(VAT-NM-SW)
004770                                  CHANNEL(VAT-SERV-CHNL)
004780                                  OPERATION(VAT-NM-OPERATION)
004790                                  NOHANDLE
004800     END-EXEC.
004810
004820     EXEC CICS GET                CONTAINER(VAT-DFH-DATA)
004830                                  CHANNEL(VAT-SERV-CHNL)
004840                            INTO(ObtenirInfoEmployeListeResponse)
004850                                  RESP(VAT-RESP-GET)
004860     END-EXEC.
004870
004880 3310-SW-OBTENIR-LISTE-FIN.
004890     EXIT.
004900/
004910*----------------------------------------------------------------*
004920* GENERER L'IDENTIFIANT DE CORRELATION DE L'INVOCATION           *
004930*----------------------------------------------------------------*
004940 9150-GENERER-CORRELATION         SECTION.
004950*-----------------------------------------
004960
004970     EXEC CICS ASKTIME            ABSTIME(VAT-ABS-CORR)
004980     END-EXEC.
004990
005000     MOVE 'UTSWR04 '              TO VAT-CORR-PROG.
005010     MOVE VAT-ABS-CORR            TO VAT-CORR-ABSTIME.
005020
005030 9150-GENERER-CORRELATION-FIN.
005040     EXIT.
