000290*----------------------------------------------------------------*
000300* HISTORIQUE DES MODIFICATIONS                                   *
000310*  - CREATION DU LOT DE LIBERATION DE LA FILE DE PANNE           *
000311*  - DEPARTEMENT / CENTRE DE COUTS (SAF-COD-DEPT) REVALIDE A LA  *
000312*    LIBERATION (MEMBRE UTVALDP) ET PORTE AU CHAMP champ/champ2  *
000313*    ET A LA PISTE D'AUDIT; UNE ATTENTE PARQUEE AVANT L'AJOUT DU *
000314*    DEPARTEMENT EST LIBEREE SANS (DEPARTEMENT DU DOSSIER        *
000315*    CONSERVE A LA MODIFICATION)                                 *
000316*  - IMAGE APRES D'AUDIT COMPLETEE (UTAUDIMG) POUR UTSWREP       *
000318*  - EVENEMENTS SORTANTS (FILE EVNT, MEMBRE UTEVTPUB)            *
000322*  - HISTORIQUE DE SALAIRE HORODATE AVANT SON ECRITURE (IL       *
000326*    PORTAIT L'HEURE DE LA TRANSACTION PRECEDENTE)               *
000330*----------------------------------------------------------------*
000334
000340 ENVIRONMENT                     DIVISION.
000350
000360 CONFIGURATION                   SECTION.
001120 COPY UTSWCOM.
001130 COPY UTCODMSGWS.
001140 COPY AUDREC.
001143 COPY UTEVTREC.
001146 COPY UTEVTPUBWS.
001150 COPY SALHIST.
001155 COPY UTNIVREC.
001157 COPY UTDEPREC.
001160 COPY UTGENR.
001170
001180*----------------------------------------------------------------*
001540     SET  SW-CONT-VALIDE          TO TRUE.
001545     SET  SW-NIV-VALIDE           TO TRUE.
001550     SET  SW-STATUT-VALIDE        TO TRUE.
001555     SET  SW-DEPT-VALIDE          TO TRUE.
001560     SET  SERVICE-RETABLI         TO TRUE.
001570
001580     MOVE LOW-VALUES              TO RL-CLE-PARCOURS.
002470                                      AND SW-CONT-VALIDE
002475                                      AND SW-NIV-VALIDE
002480                                      AND SW-STATUT-VALIDE
002485                                      AND SW-DEPT-VALIDE
002490                     PERFORM          3110-SW-AJOUTER
002500                 ELSE
002510                     SET  TRAN-ECHOUEE TO TRUE
002780                                      AND SW-CONT-VALIDE
002785                                      AND SW-NIV-VALIDE
002790                                      AND SW-STATUT-VALIDE
002795                                      AND SW-DEPT-VALIDE
002800                             PERFORM  3350-SW-MODIFIER
002810                         ELSE
002820                             SET  TRAN-ECHOUEE TO TRUE
004770     MOVE SAF-STATUT              TO VAT-STATUT-EMP.
004780     COPY UTVALST REPLACING ==:GRP:== BY ==AjouterEmploye==.
004790
004791*--- DEPARTEMENT / CENTRE DE COUTS CONSERVE DANS L'ATTENTE (UNE
004792*    ATTENTE ANTERIEURE AU DEPARTEMENT EST LIBEREE SANS)
004793     MOVE SAF-COD-DEPT            TO VAT-COD-DEPT.
004794     SET  SW-DEPT-VALIDE          TO TRUE.
004795     IF  VAT-COD-DEPT             NOT = SPACES
004796         PERFORM                  3105-VALIDER-DEPT-AJOUTER
004797     END-IF.
004798
004800     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
004810     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
004820     MOVE CTE-AJOUTER-EMPL        TO VAT-NM-OPERATION.
004830     MOVE SAF-SERV-WEB            TO VAT-NM-SW.
004840
004850 3100-PREPARER-AJOUTER-FIN.
004851     EXIT.
004852*----------------------------------------------------------------*
004853* VALIDER LE DEPARTEMENT / CENTRE DE COUTS DE L'AJOUT ET LE      *
004854* PORTER AU CHAMP LIBRE champ/champ2 (MEMBRE UTVALDP)            *
004855*----------------------------------------------------------------*
004856 3105-VALIDER-DEPT-AJOUTER        SECTION.
004857*-----------------------------------------
004858
004859     COPY UTVALDP REPLACING ==:GRP:== BY ==AjouterEmploye==.
004860
004861 3105-VALIDER-DEPT-AJOUTER-FIN.
004862     EXIT.
004870*----------------------------------------------------------------*
004880*     AJOUTER UN EMPLOYE (MEME SEQUENCE PUT/INVOKE/GET AVEC      *
004890*     REESSAIS QUE DANS UTSWB03)                                 *
007950     MOVE SAF-STATUT              TO VAT-STATUT-EMP.
007960     COPY UTVALST REPLACING ==:GRP:== BY ==ModifierEmploye==.
007970
007971*--- DEPARTEMENT / CENTRE DE COUTS CONSERVE DANS L'ATTENTE; A
007972*    DEFAUT (ATTENTE ANTERIEURE AU DEPARTEMENT), CELUI DU DOSSIER
007973*    OBTENU EST REPORTE TEL QUEL
007974     MOVE SAF-COD-DEPT            TO VAT-COD-DEPT.
007975     IF  VAT-COD-DEPT             = SPACES
007976         AND champ2-length OF ObtenirInfoEmployeResponse > 4
007977         MOVE champ2 OF ObtenirInfoEmployeResponse (2:4)
007978                                  TO VAT-COD-DEPT
007979     END-IF.
007980     SET  SW-DEPT-VALIDE          TO TRUE.
007981     IF  VAT-COD-DEPT             NOT = SPACES
007982         PERFORM                  3345-VALIDER-DEPT-MODIFIER
007983     END-IF.
007984
007985     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
007990     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
008000     MOVE CTE-MODIFIER-EMPL       TO VAT-NM-OPERATION.
008010     MOVE SAF-SERV-WEB            TO VAT-NM-SW.
008020
008030 3340-PREPARER-MODIFIER-FIN.
008031     EXIT.
008032*----------------------------------------------------------------*
008033* VALIDER LE DEPARTEMENT / CENTRE DE COUTS DE LA MODIFICATION ET *
008034* LE PORTER AU CHAMP LIBRE champ/champ2 (MEMBRE UTVALDP)         *
008035*----------------------------------------------------------------*
008036 3345-VALIDER-DEPT-MODIFIER       SECTION.
008037*-----------------------------------------
008038
008039     COPY UTVALDP REPLACING ==:GRP:== BY ==ModifierEmploye==.
008040
008041 3345-VALIDER-DEPT-MODIFIER-FIN.
008042     EXIT.
008050*----------------------------------------------------------------*
008060*     MODIFIER UN EMPLOYE (MEME SEQUENCE PUT/INVOKE/GET AVEC     *
008070*     REESSAIS QUE DANS UTSWB03)                                 *
010790                                  TO AUD-AV-DATE-DEB
010800         MOVE DateFinEmpl OF ObtenirInfoEmployeResponse
010810                                  TO AUD-AV-DATE-FIN
010811         IF  champ2-length OF ObtenirInfoEmployeResponse > 4
010812             MOVE champ2 OF ObtenirInfoEmployeResponse (2:4)
010813                                  TO AUD-AV-COD-DEPT
010814         ELSE
010815             MOVE SPACES          TO AUD-AV-COD-DEPT
010816         END-IF
010817         COPY UTAUDAVT REPLACING ==:REP:==
010818             BY ==ObtenirInfoEmployeResponse==.
010820     ELSE
010830         MOVE SPACES              TO AUD-AV-NUM-EMP
010835                                     AUD-AV-COD-DEPT
010836                                     AUD-AV-PREN-EMP
010837                                     AUD-AV-NOM-EMP
010838                                     AUD-AV-STATUT
010840         MOVE ZERO                TO AUD-AV-SAL-EMPL
010850                                     AUD-AV-DATE-DEB
010860                                     AUD-AV-DATE-FIN
010863                                     AUD-AV-NIV-ENTR
010866         SET  AUD-AVANT-INCONNU   TO TRUE
010870     END-IF.
010880
010881*--- COMPLEMENT DE L'IMAGE APRES (REQUETE D'AJOUT/MODIFICATION)
010882     MOVE SPACES                  TO AUD-AP-PREN-EMP
010883                                     AUD-AP-NOM-EMP
010884                                     AUD-AP-STATUT.
010885     MOVE ZERO                    TO AUD-AP-NIV-ENTR
010886                                     AUD-AP-NO-TEL-CONT1
010887                                     AUD-AP-NO-TEL-CONT2.
010888     SET  AUD-IMAGE-PARTIELLE     TO TRUE.
010889
010890     EVALUATE TRUE
010900         WHEN ACTN-AJO
010910             MOVE NumEmp2 OF AjouterEmploye(1:9)
010960                                  TO AUD-AP-DATE-DEB
010970             MOVE DateFinEmpl OF AjouterEmploye
010980                                  TO AUD-AP-DATE-FIN
010985             MOVE VAT-COD-DEPT    TO AUD-AP-COD-DEPT
010986             COPY UTAUDIMG REPLACING ==:REQ:==
010987                 BY ==AjouterEmploye==.
010990             IF  SW-DATES-VALIDES AND SW-TEL-VALIDE
011000                                  AND SW-CONT-VALIDE
011005                                  AND SW-NIV-VALIDE
011010                                  AND SW-STATUT-VALIDE
011015                                  AND SW-DEPT-VALIDE
011020                 MOVE CodeRetour2 OF AjouterEmployeResponse(1:10)
011030                                  TO AUD-CODE-RETOUR
011040             ELSE
011110                         MOVE '00050' TO AUD-CODE-RETOUR
011115                     WHEN NOT SW-NIV-VALIDE
011116                         MOVE VAT-COD-NIV TO AUD-CODE-RETOUR
011117                     WHEN NOT SW-STATUT-VALIDE
011118                         MOVE '00080' TO AUD-CODE-RETOUR
011120                     WHEN OTHER
011130                         MOVE '00065' TO AUD-CODE-RETOUR
011140                 END-EVALUATE
011150             END-IF
011160         WHEN ACTN-MOD AND EMPL-NON-OBTENU
011200             MOVE SAF-SAL-EMP     TO AUD-AP-SAL-EMPL
011210             MOVE SAF-DATE-DEB    TO AUD-AP-DATE-DEB
011220             MOVE SAF-DATE-FIN    TO AUD-AP-DATE-FIN
011225             MOVE SAF-COD-DEPT    TO AUD-AP-COD-DEPT
011230             MOVE CodeRetour2 OF ObtenirInfoEmployeResponse(1:10)
011240                                  TO AUD-CODE-RETOUR
011250         WHEN ACTN-MOD
011310                                  TO AUD-AP-DATE-DEB
011320             MOVE DateFinEmpl OF ModifierEmploye
011330                                  TO AUD-AP-DATE-FIN
011335             MOVE VAT-COD-DEPT    TO AUD-AP-COD-DEPT
011336             COPY UTAUDIMG REPLACING ==:REQ:==
011337                 BY ==ModifierEmploye==.
011340             IF  SW-DATES-VALIDES AND SW-TEL-VALIDE
011350                                  AND SW-CONT-VALIDE
011355                                  AND SW-NIV-VALIDE
011360                                  AND SW-STATUT-VALIDE
011365                                  AND SW-DEPT-VALIDE
011370                 MOVE CodeRetour2 OF ModifierEmployeRetour(1:10)
011380                                  TO AUD-CODE-RETOUR
011390             ELSE
011460                         MOVE '00050' TO AUD-CODE-RETOUR
011465                     WHEN NOT SW-NIV-VALIDE
011466                         MOVE VAT-COD-NIV TO AUD-CODE-RETOUR
011467                     WHEN NOT SW-STATUT-VALIDE
011468                         MOVE '00080' TO AUD-CODE-RETOUR
011470                     WHEN OTHER
011480                         MOVE '00065' TO AUD-CODE-RETOUR
011490                 END-EVALUATE
011500             END-IF
011510         WHEN ACTN-SUP
011520             MOVE SPACES          TO AUD-AP-NUM-EMP
011525                                     AUD-AP-COD-DEPT
011530             MOVE ZERO            TO AUD-AP-SAL-EMPL
011540                                     AUD-AP-DATE-DEB
011550                                     AUD-AP-DATE-FIN
011660         SET AUD-TRAN-ECHOUEE     TO TRUE
011670     END-IF.
011680
011682*--- EVENEMENTS SORTANTS (BADGES, COMPTES TI, ANNUAIRE); LES
011684*    TYPES PUBLIES SONT PORTES A L'AUDIT AVANT SON ECRITURE
011686     COPY UTEVTPUB.
011688
011690     EXEC CICS WRITEQ TD          QUEUE('AUDT')
011700                                  FROM(AUD-ENREGISTREMENT)
011710                                  LENGTH(LENGTH OF
011840 9010-ECRIRE-HISTO-SALAIRE        SECTION.
011850*-----------------------------------------
011860
011861*--- HORODATAGE DE LA TRANSACTION PRIS ICI : 9000-ECRIRE-AUDIT,
011862*    QUI LE PREND AUSSI, N'EST EXECUTE QU'APRES L'HISTORIQUE
011863     EXEC CICS ASKTIME
011864     END-EXEC.
011865     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
011866                                  YYYYMMDD(AUD-DATE-TRAN)
011867                                  TIME(AUD-HEURE-TRAN)
011868     END-EXEC.
011869
011870     MOVE SAF-NUM-EMP             TO SALHIST-NUM-EMP.
011880     MOVE AUD-DATE-TRAN           TO SALHIST-DATE-EFF.
011890     MOVE AUD-HEURE-TRAN          TO SALHIST-HEURE-EFF.
