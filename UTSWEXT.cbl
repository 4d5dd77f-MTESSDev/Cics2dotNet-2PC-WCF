000254*  - STATUT D'EMPLOI (UTPANRM-STATUT) PORTE SUR L'EXTRACTION     *
000255*    POUR LE FILTRAGE PAR LA PAIE; LES NON-ACTIFS SONT COMPTES   *
000256*    AU SOMMAIRE                                                 *
000257*  - DEPARTEMENT / CENTRE DE COUTS (UTPANRM-COD-DEPT) PORTE SUR  *
000258*    L'EXTRACTION (DISPOSITION UTPANRM-RECORD)                   *
000259*  - REFUS DE TOURNER AVANT LA FIN DE LA REPRISE DU MAITRE       *
000260*----------------------------------------------------------------*
000270
000280 ENVIRONMENT                     DIVISION.
000870 01  VAT-SW-OUVERTURE            PIC X       VALUE 'O'.
000880     88  OUVERTURE-REUSSIE                   VALUE 'O'.
000890     88  OUVERTURE-ECHOUEE                   VALUE 'N'.
000891
000892 01  VAT-SW-PREREQUIS            PIC X       VALUE 'O'.
000893     88  PREREQUIS-PRESENT                   VALUE 'O'.
000894     88  PREREQUIS-MANQUANT                  VALUE 'N'.
000900
000910 01  VAT-DATE-JOUR               PIC 9(8).
000911 01  VAT-HEURE-JOUR              PIC 9(8).
001050*-----------------------------------------
001060
001070     PERFORM                      1000-INITIALISATION.
001071
001072     EVALUATE TRUE
001074         WHEN OUVERTURE-ECHOUEE
001076             MOVE 16              TO RETURN-CODE
001078             GOBACK
001080*--- REPRISE EN AVANT DU MAITRE (UTSWREP) NON TERMINEE : LE
001082*    MAITRE N'EST PAS RECONSTITUE, L'EXTRACTION EST REFUSEE
001084         WHEN PREREQUIS-MANQUANT
001086             MOVE 16              TO RETURN-CODE
001088             PERFORM              7900-MARQUER-FIN-JOB
001089             GOBACK
001090         WHEN OTHER
001092             PERFORM              2000-EXTRAIRE-UN-EMPLOYE
001100                 UNTIL FIN-FICHIER-ATTEINTE
001110             PERFORM              7000-ECRIRE-LE-CONTROLE
001111             PERFORM              7900-MARQUER-FIN-JOB
001120             PERFORM              8000-FIN-DE-LOT
001130     END-EVALUATE.
001160
001170 0000-SECTION-DIRECTRICE-FIN.
001180     EXIT.
001512         PERFORM                  1500-MARQUER-DEBUT-JOB
001513     END-IF.
001514
001515     IF OUVERTURE-REUSSIE
001516         PERFORM                  1700-VERIFIER-REPRISE
001517     END-IF.
001518
001520     IF OUVERTURE-REUSSIE AND PREREQUIS-PRESENT
001530         PERFORM                  1100-LIRE-MAITRE
001540     END-IF.
001550
002770*----------------------------------------------------------------*
002780* MARQUER LA FIN DU LOT AU CONTROLE D'ENCHAINEMENT UTJOBCTL :    *
002790* HEURE DE FIN, ETAT (TERMINE OU EN ERREUR) ET COMPTEURS DE      *
002800* BALANCEMENT (NOMBRE EXTRAIT ET TOTAL DES SALAIRES). L'ENTREE   *
002801* DU LOT EST D'ABORD RELUE : LA VERIFICATION DE LA REPRISE A PU  *
002802* CHARGER L'ENTREE D'ETAT DE UTSWREP                             *
002810*----------------------------------------------------------------*
002820 7900-MARQUER-FIN-JOB             SECTION.
002830*-----------------------------------------
002840
002841     MOVE 'UTSWEXT '              TO JOB-NOM-PROG.
002842     MOVE VAT-DATE-JOUR           TO JOB-DATE-RUN.
002843
002844     READ JOBCTL-FICHIER.
002845
002850     ACCEPT VAT-HEURE-JOUR        FROM TIME.
002860     MOVE VAT-HEURE-JOUR(1:6)     TO JOB-HEURE-FIN.
002870     MOVE CPT-LUS                 TO JOB-CPT-LUS.
003000
003010 7900-MARQUER-FIN-JOB-FIN.
003020     EXIT.
003030/
003040*----------------------------------------------------------------*
003050* VERIFIER QU'AUCUNE REPRISE EN AVANT DU MAITRE (UTSWREP) N'EST  *
003060* EN COURS OU EN ERREUR : SON ENTREE D'ETAT AU CONTROLE          *
003070* D'ENCHAINEMENT (DATE A ZERO) DOIT ETRE ABSENTE OU TERMINEE.    *
003080* TANT QUE LE MAITRE N'EST PAS RECONSTITUE, L'EXTRACTION         *
003090* PROPAGERAIT UN ETAT PERIME A LA PAIE ET AU RAPPROCHEMENT       *
003100*----------------------------------------------------------------*
003110 1700-VERIFIER-REPRISE            SECTION.
003120*-----------------------------------------
003130
003140     MOVE 'UTSWREP '              TO JOB-NOM-PROG.
003150     MOVE ZERO                    TO JOB-DATE-RUN.
003160
003170     READ JOBCTL-FICHIER.
003180
003190     IF  VAT-JOB-STAT = '00' AND NOT JOB-TERMINE
003200         SET PREREQUIS-MANQUANT   TO TRUE
003210         DISPLAY 'UTSWEXT - REPRISE EN AVANT DU MAITRE (UTSWREP) '
003220                 'NON TERMINEE - ETAT ' JOB-SW-ETAT
003230     END-IF.
003240
003250 1700-VERIFIER-REPRISE-FIN.
003260     EXIT.
