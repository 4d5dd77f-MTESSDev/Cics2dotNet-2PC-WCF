000590*    PAR PF10 DANS LA FILE UTSAF (MEME DISPOSITION QUE UTPEND)   *
000600*    ET EST LIBERE AUTOMATIQUEMENT PAR UTSWB05 AU RETOUR DU      *
000610*    SERVICE                                                     *
000611*  - DEPARTEMENT / CENTRE DE COUTS (UTSWR1-COD-DEPTI) SAISI A    *
000612*    L'AJOUT ET A LA MODIFICATION, VALIDE CONTRE LA TABLE DE     *
000613*    REFERENCE UTDEPRF (MEMBRE UTVALDP), PORTE AU CHAMP LIBRE    *
000614*    champ/champ2, AUX ATTENTES UTPEND/UTSAF/UTAPPRO ET AUX      *
000615*    IMAGES AVANT/APRES DE LA PISTE D'AUDIT                      *
000616*  - COMPLEMENT DE L'IMAGE APRES DE LA PISTE D'AUDIT (NOM,       *
000617*    NIVEAU, STATUT, CONTACTS - MEMBRE UTAUDIMG) POUR LA REPRISE *
000618*    EN AVANT DU MAITRE UTSWREP                                  *
000619*  - EVENEMENTS SORTANTS (FILE EVNT, MEMBRE UTEVTPUB)            *
000620*  - ARRIVEE DEPUIS LE TABLEAU DE BORD UTSWR07 (XCTL, ZONE DE    *
000622*    SAUT UTSAUTCA) : NUMERO D'EMPLOYE REPORTE ET PF3 SIMULE     *
000625*  - HISTORIQUE DE SALAIRE HORODATE AVANT SON ECRITURE (IL       *
000628*    PORTAIT L'HEURE DE LA TRANSACTION PRECEDENTE)               *
000631*----------------------------------------------------------------*
000634
000640 ENVIRONMENT                     DIVISION.
000650
000660 CONFIGURATION                   SECTION.
002070*    COPY DES ENREGISTREMENTS D'AUDIT ET D'HISTORIQUE SALAIRE    *
002080*----------------------------------------------------------------*
002090 COPY AUDREC.
002093 COPY UTEVTREC.
002096 COPY UTEVTPUBWS.
002100 COPY SALHIST.
002110 COPY UTPERFRC.
002120 COPY UTPENREC.
002160 COPY UTAPPREC.
002170 COPY UTAPCFG.
002180 COPY UTNIVREC.
002185 COPY UTDEPREC.
002190 COPY UTOPAREC.
002200
002210*----------------------------------------------------------------*
002390 COPY DFHEIBLK.
002400
002410 01  DFHCOMMAREA                 PIC X(1).
002412
002414*--- ZONE DE SAUT RECUE DU TABLEAU DE BORD UTSWR07 (ADRESSEE SUR
002416*    DFHCOMMAREA QUAND EIBCALEN EN EST LA LONGUEUR)
002418 COPY UTSAUTCA.
002420/
002430*----------------------------------------------------------------*
002440*                 *** PROCEDURE DIVISION ***                     *
003230
003240     MOVE EIBAID                  TO UTGENR-V-CLE.
003250
003251*--- ARRIVEE DU TABLEAU DE BORD UTSWR07 PAR XCTL : EMPLOYE OBTENU
003252     IF  EIBCALEN                 = LENGTH OF SAU-ZONE-SAUT
003253         SET ADDRESS OF SAU-ZONE-SAUT TO ADDRESS OF DFHCOMMAREA
003254         IF  SAU-IDENT-VALIDE
003255             MOVE SAU-NUM-EMP     TO UTSWR1-NUM-EMPI
003256             MOVE DFHPF3          TO UTGENR-V-CLE
003257         END-IF
003258     END-IF.
003259
003260     SET  TRAN-REUSSIE            TO TRUE.
003270     MOVE ZERO                    TO VAT-CPT-RETRY.
003280     SET  SW-APPEL-ECHOUE         TO TRUE.
003310     SET  SW-CONT-VALIDE          TO TRUE.
003320     SET  SW-NIV-VALIDE           TO TRUE.
003330     SET  SW-STATUT-VALIDE        TO TRUE.
003335     SET  SW-DEPT-VALIDE          TO TRUE.
003340     SET  AUCUN-DOUBLON           TO TRUE.
003350     SET  PARCAGE-AUCUN           TO TRUE.
003360     SET  ACTION-PERMISE          TO TRUE.
004200                                  AND SW-CONT-VALIDE
004210                                  AND SW-NIV-VALIDE
004220                                  AND SW-STATUT-VALIDE
004225                                  AND SW-DEPT-VALIDE
004230*--- RECHERCHE DE DOUBLON AVANT TOUT AJOUT (SAUF SI L'OPERATEUR
004240*    VIENT DE CONFIRMER UN DOUBLON DEJA PRESENTE)
004250                 PERFORM          3150-DETECTER-DOUBLON
004520                                  AND SW-CONT-VALIDE
004530                                  AND SW-NIV-VALIDE
004540                                  AND SW-STATUT-VALIDE
004545                                  AND SW-DEPT-VALIDE
004550                 PERFORM          2500-AIGUILLER-MODIFICATION
004560             ELSE
004570                 SET  TRAN-ECHOUEE TO TRUE
008160     MOVE UTSWR1-STATUTI          TO VAT-STATUT-EMP.
008170     COPY UTVALST REPLACING ==:GRP:== BY ==AjouterEmploye==.
008180
008181*--- GARNISSAGE ET VALIDATION DU DEPARTEMENT / CENTRE DE COUTS
008182*    (CHAMP LIBRE champ/champ2, A LA SUITE DU STATUT)
008183     MOVE UTSWR1-COD-DEPTI        TO VAT-COD-DEPT.
008184     COPY UTVALDP REPLACING ==:GRP:== BY ==AjouterEmploye==.
008185
008190*    AFFECTER LES DONNEES SERVICE WEB
008200     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
008210     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
010660                                  TO UTSWR1-STATUTI
010670     ELSE
010680         MOVE 'A'                 TO UTSWR1-STATUTI
010681     END-IF.
010682
010683*    DEPARTEMENT / CENTRE DE COUTS (POSITIONS 2 A 5 DU CHAMP
010684*    LIBRE; ABSENT SUR LES DOSSIERS NON ENCORE AFFECTES)
010685     IF  champ2-length OF ObtenirInfoEmployeResponse > 4
010686         MOVE champ2 OF ObtenirInfoEmployeResponse (2:4)
010687                                  TO UTSWR1-COD-DEPTI
010688     ELSE
010689         MOVE SPACES              TO UTSWR1-COD-DEPTI
010690     END-IF.
010700
010710*    TRADUCTION LOCALE DU CodeRetour/MessageRetour
015860     MOVE UTSWR1-NOM-CONT2I       TO PEN-NOM-CONT2.
015870     MOVE UTSWR1-PRN-CONT2I       TO PEN-PREN-CONT2.
015880     MOVE UTSWR1-STATUTI          TO PEN-STATUT.
015885     MOVE UTSWR1-COD-DEPTI        TO PEN-COD-DEPT.
015890     MOVE UTSWR1-SERV-WEBI        TO PEN-SERV-WEB.
015900
015910     EXEC CICS WRITE              FILE('UTPEND')
016450     MOVE UTSWR1-NOM-CONT2I       TO SAF-NOM-CONT2.
016460     MOVE UTSWR1-PRN-CONT2I       TO SAF-PREN-CONT2.
016470     MOVE UTSWR1-STATUTI          TO SAF-STATUT.
016475     MOVE UTSWR1-COD-DEPTI        TO SAF-COD-DEPT.
016480     MOVE UTSWR1-SERV-WEBI        TO SAF-SERV-WEB.
016490
016500     EXEC CICS WRITE              FILE('UTSAF')
016960*--- ETAT AVANT (LU PAR 9015-LIRE-AVANT-EMPLOYE), POUR L'AUDIT
016970*    ET L'HISTORIQUE DE SALAIRE A LA LIBERATION
016980     MOVE UTPANRM-SAL-EMP         TO APP-SAL-COURANT.
016985     MOVE UTPANRM-COD-DEPT        TO APP-COD-DEPT-COURANT.
016986     MOVE UTPANRM-NIV-ENTR        TO APP-NIV-COURANT.
016987     MOVE UTPANRM-STATUT          TO APP-STATUT-COURANT.
016988     MOVE UTPANRM-DATE-DEB        TO APP-DATE-DEB-COURANT.
016989     MOVE UTPANRM-DATE-FIN        TO APP-DATE-FIN-COURANT.
016990
017000     MOVE T2PC1-UT-NIV-ENTR       TO APP-NIV-ENTR.
017010     MOVE UTSWR1-PRN-EMPI         TO APP-PREN-EMP.
017100     MOVE UTSWR1-NOM-CONT2I       TO APP-NOM-CONT2.
017110     MOVE UTSWR1-PRN-CONT2I       TO APP-PREN-CONT2.
017120     MOVE UTSWR1-STATUTI          TO APP-STATUT.
017125     MOVE UTSWR1-COD-DEPTI        TO APP-COD-DEPT.
017130     MOVE UTSWR1-SERV-WEBI        TO APP-SERV-WEB.
017140
017150     EXEC CICS WRITE              FILE('UTAPPRO')
018720*    champ/champ2; UN STATUT ABSENT EST PORTE A ACTIF)
018730     MOVE UTSWR1-STATUTI          TO VAT-STATUT-EMP.
018740     COPY UTVALST REPLACING ==:GRP:== BY ==ModifierEmploye==.
018741
018742*--- GARNISSAGE ET VALIDATION DU DEPARTEMENT / CENTRE DE COUTS
018743*    (CHAMP LIBRE champ/champ2, A LA SUITE DU STATUT)
018744     MOVE UTSWR1-COD-DEPTI        TO VAT-COD-DEPT.
018745     COPY UTVALDP REPLACING ==:GRP:== BY ==ModifierEmploye==.
018750
018760     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
018770     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
022950*    A ETE GARNI DE L'ECRAN PAR 2060-TRAITEMENT-STATUT)
022960     COPY UTVALST REPLACING ==:GRP:== BY ==ModifierEmploye==.
022970
022971*--- LE DEPARTEMENT DU DOSSIER (POSITIONS 2 A 5 DU CHAMP LIBRE)
022972*    EST REPORTE TEL QUEL A LA SUITE DU NOUVEAU STATUT
022973     IF  SW-STATUT-VALIDE
022974         AND champ2-length OF ObtenirInfoEmployeResponse > 4
022975         MOVE 5                   TO champ2-length
022976                                     OF ModifierEmploye
022977         MOVE champ2 OF ObtenirInfoEmployeResponse (2:4)
022978                                  TO champ2
022979                                     OF ModifierEmploye (2:4)
022980     END-IF.
022981
022982     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
022990     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
023000     MOVE CTE-MODIFIER-EMPL       TO VAT-NM-OPERATION.
023010     MOVE UTSWR1-SERV-WEBI        TO VAT-NM-SW.
023250     MOVE SPACES                  TO AUD-OPERID-APPROB.
023260     MOVE VAT-CORR-ID             TO AUD-CORR-ID.
023270
023271*--- ETAT AVANT COMPLEMENTAIRE (EVENEMENTS SORTANTS, UTEVTPUB)
023272     MOVE UTPANRM-PREN-EMP        TO AUD-AV-PREN-EMP.
023273     MOVE UTPANRM-NOM-EMP         TO AUD-AV-NOM-EMP.
023274     MOVE UTPANRM-NIV-ENTR        TO AUD-AV-NIV-ENTR.
023275     MOVE UTPANRM-STATUT          TO AUD-AV-STATUT.
023276     SET  AUD-AVANT-INCONNU       TO TRUE.
023277     IF  UTPANRM-NUM-EMP          NOT = SPACES
023278         SET AUD-AVANT-CONNU      TO TRUE
023279     END-IF.
023280     MOVE UTPANRM-NUM-EMP         TO AUD-AV-NUM-EMP.
023290     MOVE UTPANRM-SAL-EMP         TO AUD-AV-SAL-EMPL.
023300     MOVE UTPANRM-DATE-DEB        TO AUD-AV-DATE-DEB.
023310     MOVE UTPANRM-DATE-FIN        TO AUD-AV-DATE-FIN.
023315     MOVE UTPANRM-COD-DEPT        TO AUD-AV-COD-DEPT.
023320
023321*--- COMPLEMENT DE L'IMAGE APRES (REQUETE D'AJOUT/MODIFICATION)
023322     MOVE SPACES                  TO AUD-AP-PREN-EMP
023323                                     AUD-AP-NOM-EMP
023324                                     AUD-AP-STATUT.
023325     MOVE ZERO                    TO AUD-AP-NIV-ENTR
023326                                     AUD-AP-NO-TEL-CONT1
023327                                     AUD-AP-NO-TEL-CONT2.
023328     SET  AUD-IMAGE-PARTIELLE     TO TRUE.
023329
023330     EVALUATE TRUE
023340*--- ACTION REFUSEE PAR LE CONTROLE DES AUTORISATIONS (AUCUN
023350*    PARCAGE NI APPEL AU SW) : LA TENTATIVE EST TRACEE POUR LA
023380*    AVANT/APRES SONT EXPLICITEMENT MISES A BLANC/ZERO
023390         WHEN ACTION-REFUSEE
023400             MOVE SPACES          TO AUD-AV-NUM-EMP
023405                                     AUD-AV-COD-DEPT
023406                                     AUD-AV-PREN-EMP
023407                                     AUD-AV-NOM-EMP
023408                                     AUD-AV-STATUT
023410             MOVE ZERO            TO AUD-AV-SAL-EMPL
023420                                     AUD-AV-DATE-DEB
023430                                     AUD-AV-DATE-FIN
023433                                     AUD-AV-NIV-ENTR
023436             SET  AUD-AVANT-INCONNU TO TRUE
023440             MOVE AUD-AVANT       TO AUD-APRES
023450             MOVE 'NONAUTORIS'    TO AUD-CODE-RETOUR
023460*--- TRANSACTION PARQUEE (AUCUN APPEL AU SW) : L'IMAGE APRES
023530                                  TO AUD-AP-DATE-DEB
023540             MOVE UTSWR1-DATE-FINI
023550                                  TO AUD-AP-DATE-FIN
023553             MOVE UTSWR1-COD-DEPTI
023556                                  TO AUD-AP-COD-DEPT
023560             EVALUATE TRUE
023570                 WHEN PARCAGE-APPROBATION
023580                     MOVE 'ATTENTE'  TO AUD-CODE-RETOUR
023710                                  TO AUD-AP-DATE-DEB
023720             MOVE UTSWR1-DATE-FINI
023730                                  TO AUD-AP-DATE-FIN
023733             MOVE UTSWR1-COD-DEPTI
023736                                  TO AUD-AP-COD-DEPT
023740             MOVE 'DOUBLON'       TO AUD-CODE-RETOUR
023750         WHEN ACTN-AJO
023760             MOVE NumEmp2 OF AjouterEmploye(1:9)
023810                                  TO AUD-AP-DATE-DEB
023820             MOVE DateFinEmpl OF AjouterEmploye
023830                                  TO AUD-AP-DATE-FIN
023835             MOVE VAT-COD-DEPT    TO AUD-AP-COD-DEPT
023836             COPY UTAUDIMG REPLACING ==:REQ:==
023837                 BY ==AjouterEmploye==.
023840             IF  SW-DATES-VALIDES AND SW-TEL-VALIDE
023850                                  AND SW-CONT-VALIDE
023860                                  AND SW-NIV-VALIDE
023870                                  AND SW-STATUT-VALIDE
023875                                  AND SW-DEPT-VALIDE
023880                 MOVE CodeRetour2 OF AjouterEmployeResponse(1:10)
023890                                  TO AUD-CODE-RETOUR
023900             ELSE
023910*--- REJET LOCAL (DATES, TELEPHONE, NOM DE CONTACT, NIVEAU,
023920*    STATUT OU DEPARTEMENT) : AUCUN APPEL AU SW
023930                 EVALUATE TRUE
023940                     WHEN NOT SW-DATES-VALIDES
023950                         MOVE '00030' TO AUD-CODE-RETOUR
023990                         MOVE '00050' TO AUD-CODE-RETOUR
024000                     WHEN NOT SW-NIV-VALIDE
024010                         MOVE VAT-COD-NIV TO AUD-CODE-RETOUR
024013                     WHEN NOT SW-STATUT-VALIDE
024016                         MOVE '00080' TO AUD-CODE-RETOUR
024020                     WHEN OTHER
024030                         MOVE '00065' TO AUD-CODE-RETOUR
024040                 END-EVALUATE
024050             END-IF
024060*--- CHANGEMENT DE STATUT REFUSE LOCALEMENT (STATUT INVALIDE,
024270                                  TO AUD-AP-DATE-DEB
024280             MOVE DateFinEmpl OF ModifierEmploye
024290                                  TO AUD-AP-DATE-FIN
024291*--- LE CHANGEMENT DE STATUT SEUL NE TOUCHE PAS AU DEPARTEMENT
024292             IF  ACTN-STA
024293                 MOVE AUD-AV-COD-DEPT TO AUD-AP-COD-DEPT
024294             ELSE
024295                 MOVE VAT-COD-DEPT    TO AUD-AP-COD-DEPT
024296             END-IF
024297             COPY UTAUDIMG REPLACING ==:REQ:==
024298                 BY ==ModifierEmploye==.
024300             IF  SW-DATES-VALIDES AND SW-TEL-VALIDE
024310                                  AND SW-CONT-VALIDE
024320                                  AND SW-NIV-VALIDE
024330                                  AND SW-STATUT-VALIDE
024335                                  AND SW-DEPT-VALIDE
024340                 MOVE CodeRetour2 OF ModifierEmployeRetour(1:10)
024350                                  TO AUD-CODE-RETOUR
024360             ELSE
024370*--- REJET LOCAL (DATES, TELEPHONE, NOM DE CONTACT, NIVEAU,
024380*    STATUT OU DEPARTEMENT) : AUCUN APPEL AU SW
024390                 EVALUATE TRUE
024400                     WHEN NOT SW-DATES-VALIDES
024410                         MOVE '00030' TO AUD-CODE-RETOUR
024450                         MOVE '00050' TO AUD-CODE-RETOUR
024460                     WHEN NOT SW-NIV-VALIDE
024470                         MOVE VAT-COD-NIV TO AUD-CODE-RETOUR
024473                     WHEN NOT SW-STATUT-VALIDE
024476                         MOVE '00080' TO AUD-CODE-RETOUR
024480                     WHEN OTHER
024490                         MOVE '00065' TO AUD-CODE-RETOUR
024500                 END-EVALUATE
024510             END-IF
024520         WHEN ACTN-SUP
024540*    EN ATTENTE D'APPROBATION (3700) ET L'AUDIT TRACE LA
024550*    DEMANDE; LA DECISION SERA AUDITEE PAR UTSWR03
024560             MOVE SPACES          TO AUD-AP-NUM-EMP
024565                                     AUD-AP-COD-DEPT
024570             MOVE ZERO            TO AUD-AP-SAL-EMPL
024580                                     AUD-AP-DATE-DEB
024590                                     AUD-AP-DATE-FIN
024670                                  TO AUD-AP-DATE-DEB
024680             MOVE DateFinEmpl OF ObtenirInfoEmployeResponse
024690                                  TO AUD-AP-DATE-FIN
024691             IF  champ2-length OF ObtenirInfoEmployeResponse > 4
024692                 MOVE champ2 OF ObtenirInfoEmployeResponse (2:4)
024693                                  TO AUD-AP-COD-DEPT
024694             ELSE
024695                 MOVE SPACES      TO AUD-AP-COD-DEPT
024696             END-IF
024700             MOVE CodeRetour2 OF ObtenirInfoEmployeResponse(1:10)
024710                                  TO AUD-CODE-RETOUR
024720         WHEN OTHER
024800         SET AUD-TRAN-ECHOUEE     TO TRUE
024810     END-IF.
024820
024822*--- EVENEMENTS SORTANTS (BADGES, COMPTES TI, ANNUAIRE); LES
024824*    TYPES PUBLIES SONT PORTES A L'AUDIT AVANT SON ECRITURE
024826     COPY UTEVTPUB.
024828
024830     EXEC CICS WRITEQ TD          QUEUE('AUDT')
024840                                  FROM(AUD-ENREGISTREMENT)
024850                                  LENGTH(LENGTH OF
024960 9010-ECRIRE-HISTO-SALAIRE        SECTION.
024970*-----------------------------------------
024980
024981*--- HORODATAGE DE LA TRANSACTION PRIS ICI : 9000-ECRIRE-AUDIT,
024982*    QUI LE PREND AUSSI, N'EST EXECUTE QU'APRES L'HISTORIQUE
024983     EXEC CICS ASKTIME
024984     END-EXEC.
024985     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
024986                                  YYYYMMDD(AUD-DATE-TRAN)
024987                                  TIME(AUD-HEURE-TRAN)
024988     END-EXEC.
024989
024990     MOVE NumEmp2 OF ModifierEmploye(1:9)
025000                                  TO SALHIST-NUM-EMP.
025010     MOVE AUD-DATE-TRAN           TO SALHIST-DATE-EFF.
025250
025260     MOVE SPACES                  TO UTPANRM-NUM-EMP
025270                                     UTPANRM-PREN-EMP
025276                                     UTPANRM-NOM-EMP
025282                                     UTPANRM-COD-DEPT.
025290     MOVE ZERO                    TO UTPANRM-NIV-ENTR
025300                                     UTPANRM-DATE-DEB
025310                                     UTPANRM-DATE-FIN
025410         MOVE SPACES               TO UTPANRM-NUM-EMP
025420                                      UTPANRM-PREN-EMP
025430                                      UTPANRM-NOM-EMP
025435                                      UTPANRM-COD-DEPT
025440         MOVE ZERO                 TO UTPANRM-NIV-ENTR
025450                                      UTPANRM-DATE-DEB
025460                                      UTPANRM-DATE-FIN
