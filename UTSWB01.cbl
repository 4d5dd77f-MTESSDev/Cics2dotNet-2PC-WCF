000510*  - IDENTIFIANT DE CORRELATION PAR ENREGISTREMENT (VAT-CORR-ID),*
000520*    ENVOYE AU SERVICE DANS LE CONTENEUR UT-CORR-ID ET PORTE     *
000530*    AUX ENREGISTREMENTS D'AUDIT, DE MESURE UTPERF ET DE REJET   *
000532*  - DEPARTEMENT / CENTRE DE COUTS DE L'EXTRACTION (UTNH-COD-   *
000534*    DEPT) VALIDE CONTRE LA TABLE UTDEPRF (MEMBRE UTVALDP) ET    *
000536*    PORTE AU CHAMP LIBRE champ/champ2 ET A LA PISTE D'AUDIT     *
000537*  - IMAGE APRES D'AUDIT COMPLETEE (UTAUDIMG) POUR UTSWREP       *
000538*  - EVENEMENTS SORTANTS (FILE EVNT, MEMBRE UTEVTPUB)            *
000539*  - SUIVI DES REJETS NON RECYCLES (FICHIER UTREJIX)             *
000540*----------------------------------------------------------------*
000550
000560 ENVIRONMENT                     DIVISION.
000800*    ENREGISTREMENT DE RECYCLAGE DES REJETS (FILE UTREJQ)        *
000810*----------------------------------------------------------------*
000820 COPY UTNHREJ.
000821
000822*----------------------------------------------------------------*
000823*    SUIVI DES REJETS NON RECYCLES (FICHIER CLE UTREJIX)         *
000824*----------------------------------------------------------------*
000825 COPY UTRJXREC.
000830
000840 01  VAT-CLE-CHKPT               PIC X(8)    VALUE 'UTSWB01 '.
000850
001370 COPY UTSWCOM.
001380 COPY UTCODMSGWS.
001390 COPY AUDREC.
001393 COPY UTEVTREC.
001396 COPY UTEVTPUBWS.
001400 COPY UTPERFRC.
001410 COPY UTNIVREC.
001415 COPY UTDEPREC.
001420 COPY UTGENR.
001430
001440*----------------------------------------------------------------*
001780     SET  SW-CONT-VALIDE          TO TRUE.
001790     SET  SW-NIV-VALIDE           TO TRUE.
001800     SET  SW-STATUT-VALIDE        TO TRUE.
001805     SET  SW-DEPT-VALIDE          TO TRUE.
001810     SET  AUCUN-DOUBLON           TO TRUE.
001820
001830     PERFORM                      1200-LIRE-POINT-CONTROLE.
003430                                  AND SW-CONT-VALIDE
003440                                  AND SW-NIV-VALIDE
003450                                  AND SW-STATUT-VALIDE
003455                                  AND SW-DEPT-VALIDE
003460*--- RECHERCHE DE DOUBLON AVANT L'AJOUT : UN DOUBLON SUSPECTE
003470*    N'EST PAS AJOUTE, IL VA AU RECYCLAGE UTREJQ POUR REVUE
003480             PERFORM              3150-DETECTER-DOUBLON
003640         END-IF
003650
003660         IF  TRAN-REUSSIE
003663*--- UN EMPLOYE RECYCLE ENFIN AJOUTE SORT DU SUIVI DES REJETS
003666             PERFORM              9420-SOLDER-REJET
003670             ADD  1               TO CPT-REUSSIS
003680         ELSE
003690             ADD  1               TO CPT-ECHOUES
003790         END-IF
003800
003810         PERFORM                  UT-FIN-TX-INTERNE
003811
003812*--- LE SUIVI DU REJET EST ECRIT DANS SA PROPRE UNITE DE TRAVAIL,
003813*    APRES L'ANNULATION DE CELLE DE L'ENREGISTREMENT REFUSE
003814         IF  TRAN-ECHOUEE
003815             PERFORM              9410-SUIVRE-REJET
003816         END-IF
003820     END-IF.
003830
003840     PERFORM                      1100-LIRE-UTNH.
005290     MOVE 'A'                     TO VAT-STATUT-EMP.
005300     COPY UTVALST REPLACING ==:GRP:== BY ==AjouterEmploye==.
005310
005311*--- GARNISSAGE ET VALIDATION DU DEPARTEMENT / CENTRE DE COUTS
005312*    (CHAMP LIBRE champ/champ2, A LA SUITE DU STATUT)
005313     MOVE UTNH-COD-DEPT           TO VAT-COD-DEPT.
005314     COPY UTVALDP REPLACING ==:GRP:== BY ==AjouterEmploye==.
005315
005320*    AFFECTER LES DONNEES SERVICE WEB
005330     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
005340     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
006500     MOVE SPACES                  TO AUD-OPERID-APPROB.
006510     MOVE VAT-CORR-ID             TO AUD-CORR-ID.
006520
006526     MOVE SPACES                  TO AUD-AV-NUM-EMP
006532                                     AUD-AV-COD-DEPT
006534                                     AUD-AV-PREN-EMP
006536                                     AUD-AV-NOM-EMP
006538                                     AUD-AV-STATUT.
006540     MOVE ZERO                    TO AUD-AV-SAL-EMPL
006550                                     AUD-AV-DATE-DEB
006560                                     AUD-AV-DATE-FIN
006563                                     AUD-AV-NIV-ENTR.
006566     SET  AUD-AVANT-INCONNU       TO TRUE.
006570
006580     MOVE NumEmp2 OF AjouterEmploye(1:9)
006590                                  TO AUD-AP-NUM-EMP.
006630                                  TO AUD-AP-DATE-DEB.
006640     MOVE DateFinEmpl OF AjouterEmploye
006650                                  TO AUD-AP-DATE-FIN.
006655     MOVE VAT-COD-DEPT            TO AUD-AP-COD-DEPT.
006656     COPY UTAUDIMG REPLACING ==:REQ:==
006657         BY ==AjouterEmploye==.
006660*--- AJOUT BLOQUE PAR LA DETECTION DE DOUBLON : LE CODE TRACE
006670*    LE BLOCAGE (AUCUN APPEL AU SW D'AJOUT)
006680     IF  DOUBLON-SUSPECTE
006780         SET AUD-TRAN-ECHOUEE     TO TRUE
006790     END-IF.
006800
006802*--- EVENEMENTS SORTANTS (BADGES, COMPTES TI, ANNUAIRE); LES
006804*    TYPES PUBLIES SONT PORTES A L'AUDIT AVANT SON ECRITURE
006806     COPY UTEVTPUB.
006808
006810     EXEC CICS WRITEQ TD          QUEUE('AUDT')
006820                                  FROM(AUD-ENREGISTREMENT)
006830                                  LENGTH(LENGTH OF
008000                                  AND SW-CONT-VALIDE
008010                                  AND SW-NIV-VALIDE
008020                                  AND SW-STATUT-VALIDE
008025                                  AND SW-DEPT-VALIDE
008030             MOVE CodeRetour2 OF AjouterEmployeResponse(1:10)
008040                                  TO REJ-CODE-RETOUR
008050             MOVE VAT-MSG-TRADUIT TO REJ-MSG-ERREUR
008060         WHEN OTHER
008070*--- REJET LOCAL (DATES, TELEPHONE, NOM DE CONTACT, NIVEAU,
008080*    STATUT OU DEPARTEMENT) : AUCUN APPEL AU SW
008090             EVALUATE TRUE
008100                 WHEN NOT SW-DATES-VALIDES
008110                     MOVE '00030' TO REJ-CODE-RETOUR
008150                     MOVE '00050' TO REJ-CODE-RETOUR
008160                 WHEN NOT SW-NIV-VALIDE
008170                     MOVE VAT-COD-NIV TO REJ-CODE-RETOUR
008173                 WHEN NOT SW-STATUT-VALIDE
008176                     MOVE '00080' TO REJ-CODE-RETOUR
008180                 WHEN OTHER
008190                     MOVE '00065' TO REJ-CODE-RETOUR
008200             END-EVALUATE
008210             MOVE VAT-MSG-ERREUR  TO REJ-MSG-ERREUR
008220     END-EVALUATE.
011340
011350 3157-VERIFIER-TELEPHONE-FIN.
011360     EXIT.
011370/
011380*----------------------------------------------------------------*
011390* TENIR LE SUIVI DU REJET COURANT (FICHIER UTREJIX) : CREER      *
011400* L'ENTREE DE L'EMPLOYE AU PREMIER REJET, SINON METTRE A JOUR LA *
011410* DATE, LE MOTIF ET LE NOMBRE DE REJETS EN GARDANT LA DATE DU    *
011420* PREMIER (AGE DU REJET). LE SUIVI EST VALIDE AUSSITOT; UN ECHEC *
011430* N'EMPECHE PAS LE LOT DE CONTINUER (LE REJET EST DEJA SUR LA    *
011440* FILE UTREJQ).                                                  *
011450*----------------------------------------------------------------*
011460 9410-SUIVRE-REJET                SECTION.
011470*-----------------------------------------
011480
011490     MOVE REJ-NUM-EMP             TO RJX-NUM-EMP.
011500
011510     EXEC CICS READ               FILE('UTREJIX')
011520                                  INTO(RJX-ENREGISTREMENT)
011530                                  RIDFLD(RJX-CLE)
011540                                  UPDATE
011550                                  RESP(VAT-RESP)
011560     END-EXEC.
011570
011580     MOVE REJ-DATE-LOT            TO RJX-DATE-DERN-REJET.
011590     MOVE REJ-CODE-RETOUR         TO RJX-CODE-RETOUR.
011600     MOVE REJ-CORR-ID             TO RJX-CORR-ID.
011610
011620     IF  VAT-RESP                 = CTE-DFHRESP-NORMAL
011630         IF  RJX-NB-REJETS        < 9999
011640             ADD  1               TO RJX-NB-REJETS
011650         END-IF
011660         EXEC CICS REWRITE        FILE('UTREJIX')
011670                                  FROM(RJX-ENREGISTREMENT)
011680                                  NOHANDLE
011690         END-EXEC
011700     ELSE
011710         MOVE REJ-DATE-LOT        TO RJX-DATE-PREM-REJET
011720         MOVE 1                   TO RJX-NB-REJETS
011730         EXEC CICS WRITE          FILE('UTREJIX')
011740                                  FROM(RJX-ENREGISTREMENT)
011750                                  RIDFLD(RJX-CLE)
011760                                  NOHANDLE
011770         END-EXEC
011780     END-IF.
011790
011800     PERFORM                      5100-COMMIT-TRAN.
011810
011820 9410-SUIVRE-REJET-FIN.
011830     EXIT.
011840/
011850*----------------------------------------------------------------*
011860* SOLDER LE SUIVI DES REJETS DE L'EMPLOYE QUI VIENT D'ETRE AJOUTE*
011870* (RECYCLAGE ACCEPTE) : SUPPRIMER SON ENTREE UTREJIX DANS L'UNITE*
011880* DE TRAVAIL DE L'AJOUT. UN EMPLOYE JAMAIS REFUSE N'Y A PAS      *
011890* D'ENTREE (NOTFND IGNORE).                                      *
011900*----------------------------------------------------------------*
011910 9420-SOLDER-REJET                SECTION.
011920*-----------------------------------------
011930
011940     MOVE UTNH-NUM-EMP            TO RJX-NUM-EMP.
011950
011960     EXEC CICS DELETE             FILE('UTREJIX')
011970                                  RIDFLD(RJX-CLE)
011980                                  NOHANDLE
011990     END-EXEC.
012000
012010 9420-SOLDER-REJET-FIN.
012020     EXIT.
