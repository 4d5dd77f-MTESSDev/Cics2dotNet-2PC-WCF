000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      UTSWR06.
000120*AUTHOR.          GROUPE CSD.
000130*----------------------------------------------------------------*
000140*                                                                *
000150* DESC.: ECRAN D'ENTRETIEN DE LA TABLE DE REFERENCE DES         *
000160* -----  DEPARTEMENTS / CENTRES DE COUTS (FICHIER CLE UTDEPRF)   *
000170*        -- PERMET AUX RH DE TENIR A JOUR LE CODE ET LE LIBELLE  *
000180*        DE CHAQUE DEPARTEMENT VALIDE. LA TABLE EST CONSULTEE    *
000190*        PAR LA VALIDATION UTVALDP (UTSWR02, UTSWB01, UTSWB03,   *
000200*        UTSWB05, UTSWB06) ET PAR LE RAPPORT MENSUEL UTSWRPM.    *
000210*        PF3=AFFICHER  PF1=AJOUTER/METTRE A JOUR  PF2=SUPPRIMER  *
000220*----------------------------------------------------------------*
000230* HISTORIQUE DES MODIFICATIONS                                   *
000240*  - CREATION DE L'ECRAN D'ENTRETIEN DES DEPARTEMENTS            *
000250*----------------------------------------------------------------*
000260
000270 ENVIRONMENT                     DIVISION.
000280
000290 CONFIGURATION                   SECTION.
000300
000310 SPECIAL-NAMES.                  DECIMAL-POINT IS COMMA.
000320
000330 DATA                            DIVISION.
000340*----------------------------------------------------------------*
000350 WORKING-STORAGE                 SECTION.
000360*----------------------------------------------------------------*
000370 01  FILLER                      PIC X(27)  VALUE
000380         'COMMENCEMENT DU MODULE  -->'.
000390
000400 01  STL-SW-TRAN-OK              PIC X       VALUE 'O'.
000410     88  TRAN-REUSSIE                        VALUE 'O'.
000420     88  TRAN-ECHOUEE                        VALUE 'N'.
000430
000440 01  UTANORM-ZONE-ANOMALIE.
000450     05  UTANORM-NO-SEQ-APPEL    PIC 9(4).
000460
000470*--- L'ECRAN N'INVOQUE PAS LE SERVICE WEB : SEULES LES ZONES DE
000480*    REPONSE CICS SONT NECESSAIRES (PAS DE COPY UTSWCOM)
000490 01  CTE-DFHRESP-NORMAL          PIC S9(8)   COMP VALUE 0.
000500
000510 01  VAT-RESP                    PIC S9(8)   COMP.
000520
000530*----------------------------------------------------------------*
000540*    ZONES DE TRAVAIL DE L'ENTRETIEN                             *
000550*----------------------------------------------------------------*
000560 01  DPE-ZONES-ENTRETIEN.
000570     05  DPE-SW-EXISTE           PIC X.
000580         88  DEPARTEMENT-EXISTANT            VALUE 'O'.
000590         88  DEPARTEMENT-NOUVEAU             VALUE 'N'.
000600
000610*----------------------------------------------------------------*
000620*    ENREGISTREMENT DE REFERENCE DES DEPARTEMENTS (UTDEPRF)      *
000630*----------------------------------------------------------------*
000640 COPY UTDEPREC.
000650
000660*----------------------------------------------------------------*
000670*    COPY DE LA ZONE GENERIQUE D'ECRAN ET DES VALEURS AID        *
000680*----------------------------------------------------------------*
000690 COPY UTGENR.
000700 COPY DFHAID.
000710
000720*----------------------------------------------------------------*
000730*                                                                *
000740*   L E S   Z O N E S   D ' I N T E R F A C E   I D M S          *
000750*                                                                *
000760*----------------------------------------------------------------*
000770 02  COPY IDMS MODULE UTSWR6.
000780/
000790*----------------------------------------------------------------*
000800 LINKAGE                         SECTION.
000810*----------------------------------------------------------------*
000820 COPY DFHEIBLK.
000830
000840 01  DFHCOMMAREA                 PIC X(1).
000850/
000860*----------------------------------------------------------------*
000870*                 *** PROCEDURE DIVISION ***                     *
000880*----------------------------------------------------------------*
000890 PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
000900
000910*----------------------------------------------------------------*
000920 0000-SECTION-DIRECTRICE          SECTION.
000930*-----------------------------------------
000940
000950     PERFORM                      1000-INITIALISATION.
000960
000970*--- PF3=AFFICHER  PF1=AJOUTER/METTRE A JOUR  PF2=SUPPRIMER
000980     IF  UTGENR-V-CLE             = DFHPF3
000990         PERFORM                  2100-AFFICHER-DEPARTEMENT
001000     END-IF.
001010
001020     IF  UTGENR-V-CLE             = DFHPF1
001030         PERFORM                  2200-SAUVEGARDER-DEPARTEMENT
001040     END-IF.
001050
001060     IF  UTGENR-V-CLE             = DFHPF2
001070         PERFORM                  2300-SUPPRIMER-DEPARTEMENT
001080     END-IF.
001090
001100     PERFORM                      UT-FIN-TX-INTERNE.
001110
001120 0000-SECTION-DIRECTRICE-FIN.
001130     EXIT.
001140/
001150*----------------------------------------------------------------*
001160* INITIALISATION DE LA TRANSACTION                               *
001170*----------------------------------------------------------------*
001180 1000-INITIALISATION              SECTION.
001190*-----------------------------------------
001200
001210     MOVE EIBAID                  TO UTGENR-V-CLE.
001220
001230     SET  TRAN-REUSSIE            TO TRUE.
001240
001250 1000-INITIALISATION-FIN.
001260     EXIT.
001270/
001280*----------------------------------------------------------------*
001290* AFFICHER LE DEPARTEMENT SAISI (LIBELLE)                        *
001300*----------------------------------------------------------------*
001310 2100-AFFICHER-DEPARTEMENT        SECTION.
001320*-----------------------------------------
001330
001340     PERFORM                      3100-LIRE-DEPARTEMENT.
001350
001360     IF  DEPARTEMENT-EXISTANT
001370         MOVE DEP-LIBELLE         TO UTSWR6-LIBELLEI
001380         MOVE
001390-      'DEPARTEMENT AFFICHE - PF1=METTRE A JOUR  PF2=SUPPRIMER'
001400                                  TO UTSWR6-MES-LIG1I
001410     ELSE
001420         MOVE SPACES              TO UTSWR6-LIBELLEI
001430         MOVE
001440-      'DEPARTEMENT INEXISTANT - PF1 POUR LE CREER'
001450                                  TO UTSWR6-MES-LIG1I
001460     END-IF.
001470
001480 2100-AFFICHER-DEPARTEMENT-FIN.
001490     EXIT.
001500/
001510*----------------------------------------------------------------*
001520* AJOUTER OU METTRE A JOUR LE DEPARTEMENT AVEC LES VALEURS       *
001530* SAISIES (CODE ET LIBELLE PRESENTS)                             *
001540*----------------------------------------------------------------*
001550 2200-SAUVEGARDER-DEPARTEMENT     SECTION.
001560*-----------------------------------------
001570
001580     EVALUATE TRUE
001590         WHEN UTSWR6-COD-DEPTI    = SPACES
001600             SET  TRAN-ECHOUEE    TO TRUE
001610             MOVE
001620-      'CODE DE DEPARTEMENT REQUIS'
001630                                  TO UTSWR6-MES-LIG1I
001640         WHEN UTSWR6-LIBELLEI     = SPACES
001650             SET  TRAN-ECHOUEE    TO TRUE
001660             MOVE
001670-      'LIBELLE DU DEPARTEMENT REQUIS'
001680                                  TO UTSWR6-MES-LIG1I
001690         WHEN OTHER
001700             PERFORM              3200-ECRIRE-DEPARTEMENT
001710     END-EVALUATE.
001720
001730 2200-SAUVEGARDER-DEPARTEMENT-FIN.
001740     EXIT.
001750/
001760*----------------------------------------------------------------*
001770* SUPPRIMER LE DEPARTEMENT SAISI DE LA TABLE DE REFERENCE        *
001780*----------------------------------------------------------------*
001790 2300-SUPPRIMER-DEPARTEMENT       SECTION.
001800*-----------------------------------------
001810
001820     MOVE UTSWR6-COD-DEPTI        TO DEP-RECH-COD-DEPT.
001830
001840     EXEC CICS READ               FILE('UTDEPRF')
001850                                  INTO(DEP-ENREGISTREMENT)
001860                                  RIDFLD(DEP-CLE-RECH)
001870                                  UPDATE
001880                                  RESP(VAT-RESP)
001890     END-EXEC.
001900
001910     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
001920         EXEC CICS DELETE         FILE('UTDEPRF')
001930                                  RESP(VAT-RESP)
001940         END-EXEC
001950         IF  VAT-RESP             = CTE-DFHRESP-NORMAL
001960             MOVE 'DEPARTEMENT SUPPRIME'
001970                                  TO UTSWR6-MES-LIG1I
001980         ELSE
001990             SET  TRAN-ECHOUEE    TO TRUE
002000             MOVE
002010-      'SUPPRESSION IMPOSSIBLE - ERREUR SUR UTDEPRF'
002020                                  TO UTSWR6-MES-LIG1I
002030         END-IF
002040     ELSE
002050         SET  TRAN-ECHOUEE        TO TRUE
002060         MOVE
002070-      'DEPARTEMENT INEXISTANT - RIEN A SUPPRIMER'
002080                                  TO UTSWR6-MES-LIG1I
002090     END-IF.
002100
002110 2300-SUPPRIMER-DEPARTEMENT-FIN.
002120     EXIT.
002130/
002140*----------------------------------------------------------------*
002150* LIRE LE DEPARTEMENT SAISI DANS LA TABLE DE REFERENCE           *
002160*----------------------------------------------------------------*
002170 3100-LIRE-DEPARTEMENT            SECTION.
002180*-----------------------------------------
002190
002200     MOVE UTSWR6-COD-DEPTI        TO DEP-RECH-COD-DEPT.
002210
002220     EXEC CICS READ               FILE('UTDEPRF')
002230                                  INTO(DEP-ENREGISTREMENT)
002240                                  RIDFLD(DEP-CLE-RECH)
002250                                  RESP(VAT-RESP)
002260     END-EXEC.
002270
002280     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
002290         SET  DEPARTEMENT-EXISTANT TO TRUE
002300     ELSE
002310         SET  DEPARTEMENT-NOUVEAU TO TRUE
002320     END-IF.
002330
002340 3100-LIRE-DEPARTEMENT-FIN.
002350     EXIT.
002360/
002370*----------------------------------------------------------------*
002380* ECRIRE (OU REECRIRE) LE DEPARTEMENT VALIDE : RELECTURE POUR    *
002390* MISE A JOUR PUIS REWRITE SI LA CLE EXISTE, WRITE SINON         *
002400*----------------------------------------------------------------*
002410 3200-ECRIRE-DEPARTEMENT          SECTION.
002420*-----------------------------------------
002430
002440     MOVE UTSWR6-COD-DEPTI        TO DEP-RECH-COD-DEPT.
002450
002460     EXEC CICS READ               FILE('UTDEPRF')
002470                                  INTO(DEP-ENREGISTREMENT)
002480                                  RIDFLD(DEP-CLE-RECH)
002490                                  UPDATE
002500                                  RESP(VAT-RESP)
002510     END-EXEC.
002520
002530     MOVE SPACES                  TO DEP-ENREGISTREMENT.
002540     MOVE UTSWR6-COD-DEPTI        TO DEP-COD-DEPT.
002550     MOVE UTSWR6-LIBELLEI         TO DEP-LIBELLE.
002560
002570     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
002580         EXEC CICS REWRITE        FILE('UTDEPRF')
002590                                  FROM(DEP-ENREGISTREMENT)
002600                                  RESP(VAT-RESP)
002610         END-EXEC
002620     ELSE
002630         EXEC CICS WRITE          FILE('UTDEPRF')
002640                                  FROM(DEP-ENREGISTREMENT)
002650                                  RIDFLD(DEP-CLE)
002660                                  RESP(VAT-RESP)
002670         END-EXEC
002680     END-IF.
002690
002700     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
002710         MOVE 'DEPARTEMENT ENREGISTRE'
002720                                  TO UTSWR6-MES-LIG1I
002730     ELSE
002740         SET  TRAN-ECHOUEE        TO TRUE
002750         MOVE
002760-      'ENREGISTREMENT IMPOSSIBLE - ERREUR SUR UTDEPRF'
002770                                  TO UTSWR6-MES-LIG1I
002780     END-IF.
002790
002800 3200-ECRIRE-DEPARTEMENT-FIN.
002810     EXIT.
002820/
002950*----------------------------------------------------------------*
002960* ROLLBACK                                                       *
002970*----------------------------------------------------------------*
002980 5000-ROLLBACK-TRAN                  SECTION.
002990*-----------------------------------------
003000
003010     EXEC CICS                    SYNCPOINT ROLLBACK
003020     END-EXEC.
003030 5000-ROLLBACK-TRAN-FIN.
003040     EXIT.
003050/
003060*----------------------------------------------------------------*
003070* COMMIT                                                         *
003080*----------------------------------------------------------------*
003090 5100-COMMIT-TRAN                    SECTION.
003100*-----------------------------------------
003110
003120     EXEC CICS                    SYNCPOINT
003130     END-EXEC.
003140 5100-COMMIT-TRAN-FIN.
003150     EXIT.
003160/
003170*----------------------------------------------------------------*
003180* DECIDER COMMIT OU ROLLBACK SELON LE RESULTAT DE LA TRANSACTION *
003190* ET TERMINER LA TRANSACTION INTERNE                             *
003200*----------------------------------------------------------------*
003210 UT-FIN-TX-INTERNE                   SECTION.
003220*-----------------------------------------
003230
003240     IF  TRAN-REUSSIE
003250         PERFORM                  5100-COMMIT-TRAN
003260     ELSE
003270         PERFORM                  5000-ROLLBACK-TRAN
003280     END-IF.
003290
003300 UT-FIN-TX-INTERNE-FIN.
003310     EXIT.
