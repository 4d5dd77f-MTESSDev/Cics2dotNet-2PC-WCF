000255*  - IDENTIFIANT DE CORRELATION PAR ATTENTE LIBEREE              *
000256*    (VAT-CORR-ID), ENVOYE AU SERVICE DANS LE CONTENEUR          *
000257*    UT-CORR-ID ET PORTE A LA PISTE D'AUDIT                      *
000258*  - DEPARTEMENT / CENTRE DE COUTS (PEN-COD-DEPT) REVALIDE A LA  *
000259*    LIBERATION (MEMBRE UTVALDP) ET PORTE AU CHAMP champ/champ2  *
000260*    ET A LA PISTE D'AUDIT; UNE ATTENTE SAISIE AVANT L'AJOUT DU  *
000261*    DEPARTEMENT EST LIBEREE SANS (DEPARTEMENT DU DOSSIER        *
000262*    CONSERVE A LA MODIFICATION)                                 *
000263*  - IMAGE APRES D'AUDIT COMPLETEE (UTAUDIMG) POUR UTSWREP       *
000264*  - EVENEMENTS SORTANTS (FILE EVNT, MEMBRE UTEVTPUB)            *
000265*  - CHANGEMENT DE STATUT SEUL EN ATTENTE (ACTION 'T', LOT DES   *
000266*    MODIFICATIONS EN MASSE UTSWB06) LIBERE COMME UNE            *
000267*    MODIFICATION, AUDITE SOUS SON PROPRE CODE                   *
000269*  - HISTORIQUE DE SALAIRE HORODATE AVANT SON ECRITURE (IL       *
000271*    PORTAIT L'HEURE DE LA TRANSACTION PRECEDENTE)               *
000273*----------------------------------------------------------------*
000275
000280 ENVIRONMENT                     DIVISION.
000290
000300 CONFIGURATION                   SECTION.
000540     88  ACTN-AJO                            VALUE 'C'.
000550     88  ACTN-SUP                            VALUE 'S'.
000560     88  ACTN-OBT                            VALUE 'O'.
000564*--- UN CHANGEMENT DE STATUT SEUL ('T') EST LIBERE PAR LE MEME
000568*    CHEMIN QU'UNE MODIFICATION; L'AUDIT CONSERVE LE CODE 'T'
000572     88  ACTN-MOD                            VALUE 'M' 'T'.
000580
000590 01  STL-SW-TRAN-OK              PIC X       VALUE 'O'.
000600     88  TRAN-REUSSIE                        VALUE 'O'.
000990 COPY UTSWCOM.
001000 COPY UTCODMSGWS.
001010 COPY AUDREC.
001013 COPY UTEVTREC.
001016 COPY UTEVTPUBWS.
001020 COPY SALHIST.
001025 COPY UTJOBREC.
001030 COPY UTGENR.
001035 COPY UTDEPREC.
001040
001050*----------------------------------------------------------------*
001060 LINKAGE                         SECTION.
001400     SET  SW-TEL-VALIDE           TO TRUE.
001410     SET  SW-CONT-VALIDE          TO TRUE.
001411     SET  SW-STATUT-VALIDE        TO TRUE.
001415     SET  SW-DEPT-VALIDE          TO TRUE.
001420
001430     EXEC CICS ASKTIME
001440     END-EXEC.
002400                 IF  SW-DATES-VALIDES AND SW-TEL-VALIDE
002410                                      AND SW-CONT-VALIDE
002411                                      AND SW-STATUT-VALIDE
002415                                      AND SW-DEPT-VALIDE
002420                     PERFORM          3110-SW-AJOUTER
002430                 ELSE
002440                     SET  TRAN-ECHOUEE TO TRUE
002640                     IF  SW-DATES-VALIDES AND SW-TEL-VALIDE
002650                                      AND SW-CONT-VALIDE
002651                                      AND SW-STATUT-VALIDE
002655                                      AND SW-DEPT-VALIDE
002660                         PERFORM      3350-SW-MODIFIER
002670                     ELSE
002680                         SET  TRAN-ECHOUEE TO TRUE
004304     MOVE PEN-STATUT              TO VAT-STATUT-EMP.
004305     COPY UTVALST REPLACING ==:GRP:== BY ==AjouterEmploye==.
004310
004311*--- DEPARTEMENT / CENTRE DE COUTS CONSERVE DANS L'ATTENTE (UNE
004312*    ATTENTE ANTERIEURE AU DEPARTEMENT EST LIBEREE SANS)
004313     MOVE PEN-COD-DEPT            TO VAT-COD-DEPT.
004314     SET  SW-DEPT-VALIDE          TO TRUE.
004315     IF  VAT-COD-DEPT             NOT = SPACES
004316         PERFORM                  3105-VALIDER-DEPT-AJOUTER
004317     END-IF.
004318
004320     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
004330     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
004340     MOVE CTE-AJOUTER-EMPL        TO VAT-NM-OPERATION.
005060     END-IF.
005070
005080 3110-SW-AJOUTER-FIN.
005081     EXIT.
005082/
005083*----------------------------------------------------------------*
005084* VALIDER LE DEPARTEMENT / CENTRE DE COUTS DE L'AJOUT ET LE      *
005085* PORTER AU CHAMP LIBRE champ/champ2 (MEMBRE UTVALDP)            *
005086*----------------------------------------------------------------*
005087 3105-VALIDER-DEPT-AJOUTER        SECTION.
005088*-----------------------------------------
005089
005090     COPY UTVALDP REPLACING ==:GRP:== BY ==AjouterEmploye==.
005091
005092 3105-VALIDER-DEPT-AJOUTER-FIN.
005093     EXIT.
005100/
005110*----------------------------------------------------------------*
005120* AFFECTER LES VARIABLES AVANT L'OBTENTION DU DOSSIER COMPLET    *
007004     MOVE PEN-STATUT              TO VAT-STATUT-EMP.
007005     COPY UTVALST REPLACING ==:GRP:== BY ==ModifierEmploye==.
007010
007011*--- DEPARTEMENT / CENTRE DE COUTS CONSERVE DANS L'ATTENTE; A
007012*    DEFAUT (ATTENTE ANTERIEURE AU DEPARTEMENT), CELUI DU DOSSIER
007013*    OBTENU EST REPORTE TEL QUEL
007014     MOVE PEN-COD-DEPT            TO VAT-COD-DEPT.
007015     IF  VAT-COD-DEPT             = SPACES
007016         AND champ2-length OF ObtenirInfoEmployeResponse > 4
007017         MOVE champ2 OF ObtenirInfoEmployeResponse (2:4)
007018                                  TO VAT-COD-DEPT
007019     END-IF.
007020     SET  SW-DEPT-VALIDE          TO TRUE.
007021     IF  VAT-COD-DEPT             NOT = SPACES
007022         PERFORM                  3345-VALIDER-DEPT-MODIFIER
007023     END-IF.
007024
007025     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
007030     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
007040     MOVE CTE-MODIFIER-EMPL       TO VAT-NM-OPERATION.
007050     MOVE PEN-SERV-WEB            TO VAT-NM-SW.
007060
007070 3340-PREPARER-MODIFIER-FIN.
007071     EXIT.
007072*----------------------------------------------------------------*
007073* VALIDER LE DEPARTEMENT / CENTRE DE COUTS DE LA MODIFICATION ET *
007074* LE PORTER AU CHAMP LIBRE champ/champ2 (MEMBRE UTVALDP)         *
007075*----------------------------------------------------------------*
007076 3345-VALIDER-DEPT-MODIFIER       SECTION.
007077*-----------------------------------------
007078
007079     COPY UTVALDP REPLACING ==:GRP:== BY ==ModifierEmploye==.
007080
007081 3345-VALIDER-DEPT-MODIFIER-FIN.
007082     EXIT.
007090*----------------------------------------------------------------*
007100*     MODIFIER UN EMPLOYE (MEME SEQUENCE PUT/INVOKE/GET AVEC     *
007110*     REESSAIS QUE 3310-SW-MODIFIER DANS UTSWR02)                *
008420                                  TO AUD-AV-DATE-DEB
008430         MOVE DateFinEmpl OF ObtenirInfoEmployeResponse
008440                                  TO AUD-AV-DATE-FIN
008441         IF  champ2-length OF ObtenirInfoEmployeResponse > 4
008442             MOVE champ2 OF ObtenirInfoEmployeResponse (2:4)
008443                                  TO AUD-AV-COD-DEPT
008444         ELSE
008445             MOVE SPACES          TO AUD-AV-COD-DEPT
008446         END-IF
008447         COPY UTAUDAVT REPLACING ==:REP:==
008448             BY ==ObtenirInfoEmployeResponse==.
008450     ELSE
008460         MOVE SPACES              TO AUD-AV-NUM-EMP
008465                                     AUD-AV-COD-DEPT
008466                                     AUD-AV-PREN-EMP
008467                                     AUD-AV-NOM-EMP
008468                                     AUD-AV-STATUT
008470         MOVE ZERO                TO AUD-AV-SAL-EMPL
008480                                     AUD-AV-DATE-DEB
008490                                     AUD-AV-DATE-FIN
008493                                     AUD-AV-NIV-ENTR
008496         SET  AUD-AVANT-INCONNU   TO TRUE
008500     END-IF.
008510
008511*--- COMPLEMENT DE L'IMAGE APRES (REQUETE D'AJOUT/MODIFICATION)
008512     MOVE SPACES                  TO AUD-AP-PREN-EMP
008513                                     AUD-AP-NOM-EMP
008514                                     AUD-AP-STATUT.
008515     MOVE ZERO                    TO AUD-AP-NIV-ENTR
008516                                     AUD-AP-NO-TEL-CONT1
008517                                     AUD-AP-NO-TEL-CONT2.
008518     SET  AUD-IMAGE-PARTIELLE     TO TRUE.
008519
008520     EVALUATE TRUE
008530         WHEN ACTN-AJO
008540             MOVE NumEmp2 OF AjouterEmploye(1:9)
008590                                  TO AUD-AP-DATE-DEB
008600             MOVE DateFinEmpl OF AjouterEmploye
008610                                  TO AUD-AP-DATE-FIN
008615             MOVE VAT-COD-DEPT    TO AUD-AP-COD-DEPT
008616             COPY UTAUDIMG REPLACING ==:REQ:==
008617                 BY ==AjouterEmploye==.
008620             IF  SW-DATES-VALIDES AND SW-TEL-VALIDE
008630                                  AND SW-CONT-VALIDE
008631                                  AND SW-STATUT-VALIDE
008635                                  AND SW-DEPT-VALIDE
008640                 MOVE CodeRetour2 OF AjouterEmployeResponse(1:10)
008650                                  TO AUD-CODE-RETOUR
008660             ELSE
008710                         MOVE '00010' TO AUD-CODE-RETOUR
008711                     WHEN NOT SW-CONT-VALIDE
008712                         MOVE '00050' TO AUD-CODE-RETOUR
008714                     WHEN NOT SW-STATUT-VALIDE
008716                         MOVE '00080' TO AUD-CODE-RETOUR
008720                     WHEN OTHER
008730                         MOVE '00065' TO AUD-CODE-RETOUR
008740                 END-EVALUATE
008750             END-IF
008751         WHEN ACTN-MOD AND EMPL-NON-OBTENU
008755             MOVE PEN-SAL-EMP     TO AUD-AP-SAL-EMPL
008756             MOVE PEN-DATE-DEB    TO AUD-AP-DATE-DEB
008757             MOVE PEN-DATE-FIN    TO AUD-AP-DATE-FIN
008759             MOVE PEN-COD-DEPT    TO AUD-AP-COD-DEPT
008761             MOVE CodeRetour2 OF ObtenirInfoEmployeResponse(1:10)
008763                                  TO AUD-CODE-RETOUR
008765         WHEN ACTN-MOD
008770             MOVE NumEmp2 OF ModifierEmploye(1:9)
008780                                  TO AUD-AP-NUM-EMP
008790             MOVE SalEmpl OF ModifierEmploye
008820                                  TO AUD-AP-DATE-DEB
008830             MOVE DateFinEmpl OF ModifierEmploye
008840                                  TO AUD-AP-DATE-FIN
008845             MOVE VAT-COD-DEPT    TO AUD-AP-COD-DEPT
008846             COPY UTAUDIMG REPLACING ==:REQ:==
008847                 BY ==ModifierEmploye==.
008850             IF  SW-DATES-VALIDES AND SW-TEL-VALIDE
008860                                  AND SW-CONT-VALIDE
008861                                  AND SW-STATUT-VALIDE
008865                                  AND SW-DEPT-VALIDE
008870                 MOVE CodeRetour2 OF ModifierEmployeRetour(1:10)
008880                                  TO AUD-CODE-RETOUR
008890             ELSE
008940                         MOVE '00010' TO AUD-CODE-RETOUR
008941                     WHEN NOT SW-CONT-VALIDE
008942                         MOVE '00050' TO AUD-CODE-RETOUR
008944                     WHEN NOT SW-STATUT-VALIDE
008946                         MOVE '00080' TO AUD-CODE-RETOUR
008950                     WHEN OTHER
008960                         MOVE '00065' TO AUD-CODE-RETOUR
008970                 END-EVALUATE
008980             END-IF
008990         WHEN OTHER
009070         SET AUD-TRAN-ECHOUEE     TO TRUE
009080     END-IF.
009090
009092*--- EVENEMENTS SORTANTS (BADGES, COMPTES TI, ANNUAIRE); LES
009094*    TYPES PUBLIES SONT PORTES A L'AUDIT AVANT SON ECRITURE
009096     COPY UTEVTPUB.
009098
009100     EXEC CICS WRITEQ TD          QUEUE('AUDT')
009110                                  FROM(AUD-ENREGISTREMENT)
009120                                  LENGTH(LENGTH OF
009250 9010-ECRIRE-HISTO-SALAIRE        SECTION.
009260*-----------------------------------------
009270
009271*--- HORODATAGE DE LA TRANSACTION PRIS ICI : 9000-ECRIRE-AUDIT,
009272*    QUI LE PREND AUSSI, N'EST EXECUTE QU'APRES L'HISTORIQUE
009273     EXEC CICS ASKTIME
009274     END-EXEC.
009275     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
009276                                  YYYYMMDD(AUD-DATE-TRAN)
009277                                  TIME(AUD-HEURE-TRAN)
009278     END-EXEC.
009279
009280     MOVE PEN-NUM-EMP             TO SALHIST-NUM-EMP.
009290     MOVE AUD-DATE-TRAN           TO SALHIST-DATE-EFF.
009300     MOVE AUD-HEURE-TRAN          TO SALHIST-HEURE-EFF.
