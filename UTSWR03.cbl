000268*  - IDENTIFIANT DE CORRELATION PAR DECISION (VAT-CORR-ID),      *
000269*    ENVOYE AU SERVICE DANS LE CONTENEUR UT-CORR-ID ET PORTE     *
000270*    AUX ENREGISTREMENTS D'AUDIT ET DE MESURE UTPERF             *
000272*  - DEPARTEMENT / CENTRE DE COUTS (APP-COD-DEPT) REPORTE AU     *
000274*    CHAMP champ/champ2 A LA LIBERATION ET AU REPORT VERS UTPEND;*
000276*    DEPARTEMENTS AVANT/APRES PORTES A LA PISTE D'AUDIT          *
000277*  - IMAGE APRES D'AUDIT COMPLETEE (UTAUDIMG) POUR UTSWREP       *
000278*  - EVENEMENTS SORTANTS (FILE EVNT, MEMBRE UTEVTPUB)            *
000279*  - ARRIVEE DEPUIS LE TABLEAU DE BORD UTSWR07 (XCTL, ZONE DE    *
000280*    SAUT UTSAUTCA) : NUMERO D'EMPLOYE REPORTE ET PF3 SIMULE     *
000281*  - DEMANDE SANS DEPARTEMENT : DEPARTEMENT COURANT DE LA DEMANDE*
000282*    OU, A DEFAUT, DU DOSSIER OBTENU DU SERVICE, POUR NE JAMAIS  *
000283*    ENVOYER UN champ2 SANS SES POSITIONS 2 A 5                  *
000284*  - HISTORIQUE DE SALAIRE HORODATE AVANT SON ECRITURE (IL       *
000285*    PORTAIT L'HEURE DE LA TRANSACTION PRECEDENTE)               *
000286*----------------------------------------------------------------*
000287
000290 ENVIRONMENT                     DIVISION.
000300
000310 CONFIGURATION                   SECTION.
000741         88  ACTION-PERMISE                  VALUE 'O'.
000742         88  ACTION-REFUSEE                  VALUE 'N'.
000743
000744*--- DEPARTEMENT DE LA DEMANDE COMPLETE A LA LIBERATION
000745 01  APR-SW-DEPT                 PIC X.
000746     88  DEPT-COMPLET                        VALUE 'O'.
000747     88  DEPT-INTROUVABLE                    VALUE 'N'.
000748
000750*----------------------------------------------------------------*
000760*    DEMANDE D'APPROBATION ET ATTENTE DE DATE D'EFFET            *
000770*----------------------------------------------------------------*
000840 COPY UTSWCOM.
000850 COPY UTCODMSGWS.
000860 COPY AUDREC.
000863 COPY UTEVTREC.
000866 COPY UTEVTPUBWS.
000870 COPY SALHIST.
000871 COPY UTPERFRC.
000880
001050 COPY DFHEIBLK.
001060
001070 01  DFHCOMMAREA                 PIC X(1).
001072
001074*--- ZONE DE SAUT RECUE DU TABLEAU DE BORD UTSWR07 (ADRESSEE SUR
001076*    DFHCOMMAREA QUAND EIBCALEN EN EST LA LONGUEUR)
001078 COPY UTSAUTCA.
001080/
001090*----------------------------------------------------------------*
001100*                 *** PROCEDURE DIVISION ***                     *
001430
001440     MOVE EIBAID                  TO UTGENR-V-CLE.
001450
001451*--- ARRIVEE DU TABLEAU DE BORD UTSWR07 (XCTL) : PF3 SIMULE
001452     IF  EIBCALEN                 = LENGTH OF SAU-ZONE-SAUT
001453         SET ADDRESS OF SAU-ZONE-SAUT TO ADDRESS OF DFHCOMMAREA
001454         IF  SAU-IDENT-VALIDE
001455             MOVE SAU-NUM-EMP     TO UTSWR3-NUM-EMPI
001456             MOVE DFHPF3          TO UTGENR-V-CLE
001457         END-IF
001458     END-IF.
001459
001460     SET  TRAN-REUSSIE            TO TRUE.
001470     MOVE ZERO                    TO VAT-CPT-RETRY.
001480     SET  SW-APPEL-ECHOUE         TO TRUE.
002890                 PERFORM          3400-PREPARER-SUPPRIMER
002900                 PERFORM          3410-SW-SUPPRIMER
002910             WHEN ACTN-MOD
002916                 PERFORM          3330-COMPLETER-DEPT
002922                 EVALUATE TRUE
002928                     WHEN DEPT-INTROUVABLE
002934                         SET  TRAN-ECHOUEE TO TRUE
002940                     WHEN APP-DATE-EFF > APR-DATE-JOUR
002946                         PERFORM  3850-REPORTER-A-UTPEND
002952                     WHEN OTHER
002958                         PERFORM  3340-PREPARER-MODIFIER
002964                         PERFORM  3350-SW-MODIFIER
002970                 END-EVALUATE
002980             WHEN OTHER
002990                 SET  TRAN-ECHOUEE TO TRUE
003000                 MOVE
004920     EXIT.
004930/
004940*----------------------------------------------------------------*
004941* COMPLETER LE DEPARTEMENT D'UNE DEMANDE DE MODIFICATION QUI     *
004942* N'EN PORTE PAS (DEMANDE ANTERIEURE AU DEPARTEMENT) :           *
004943* DEPARTEMENT DU DOSSIER AU MOMENT DE LA DEMANDE, SINON CELUI    *
004944* DU DOSSIER OBTENU DU SERVICE (MEME REGLE QUE UTSWB03). SANS    *
004945* DOSSIER OBTENU, LA DEMANDE N'EST PAS LIBEREE : LA MODIFICATION *
004946* OU LE REPORT A UTPEND EFFACERAIT LE DEPARTEMENT DU DOSSIER     *
004947*----------------------------------------------------------------*
004948 3330-COMPLETER-DEPT              SECTION.
004949*-----------------------------------------
004950
004951     SET  DEPT-COMPLET            TO TRUE.
004952
004953     IF  APP-COD-DEPT             = SPACES
004954         IF  APP-COD-DEPT-COURANT NOT = SPACES
004955         AND APP-COD-DEPT-COURANT NOT = LOW-VALUES
004956             MOVE APP-COD-DEPT-COURANT
004957                                  TO APP-COD-DEPT
004958         ELSE
004959             PERFORM              3310-PREPARER-OBTENIR
004960             PERFORM              3320-SW-OBTENIR
004961             IF  CodeRetour2 OF ObtenirInfoEmployeResponse
004962                                  = '00000'
004963                 IF  champ2-length OF ObtenirInfoEmployeResponse
004964                                  > 4
004965                     MOVE champ2 OF ObtenirInfoEmployeResponse
004966                                  (2:4)
004967                                  TO APP-COD-DEPT
004968                                     APP-COD-DEPT-COURANT
004969                 END-IF
004970             ELSE
004971                 SET  DEPT-INTROUVABLE TO TRUE
004972                 MOVE VAT-MSG-TRADUIT TO UTSWR3-MES-LIG1I
004973             END-IF
004974         END-IF
004975     END-IF.
004976
004977 3330-COMPLETER-DEPT-FIN.
004978     EXIT.
004979*----------------------------------------------------------------*
004980*     AFFECTER LES VARIABLES AVANT L'OBTENTION DE L'EMPLOYE DE   *
004981*     LA DEMANDE                                                 *
004982*----------------------------------------------------------------*
004983 3310-PREPARER-OBTENIR            SECTION.
004984*-----------------------------------------
004985
004986     MOVE 3310                    TO UTANORM-NO-SEQ-APPEL.
004987
004988     MOVE 1                       TO numEmpl-num
004989                                     OF ObtenirInfoEmploye.
004990     MOVE LENGTH OF APP-NUM-EMP   TO numEmpl2-length
004991                                     OF ObtenirInfoEmploye.
004992     MOVE APP-NUM-EMP             TO numEmpl2
004993                                     OF ObtenirInfoEmploye.
004994     MOVE X'00'                   TO attr-nil-numEmpl-value
004995                                     OF ObtenirInfoEmploye.
004996
004997     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
004998     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
004999     MOVE CTE-OBTENIR-EMPL        TO VAT-NM-OPERATION.
005000     MOVE APP-SERV-WEB            TO VAT-NM-SW.
005001
005002 3310-PREPARER-OBTENIR-FIN.
005003     EXIT.
005004*----------------------------------------------------------------*
005005*     OBTENIR LE DOSSIER COURANT DE L'EMPLOYE (MEME SEQUENCE     *
005006*     PUT/INVOKE/GET QUE 3320-SW-OBTENIR DANS UTSWB03)           *
005007*----------------------------------------------------------------*
005008 3320-SW-OBTENIR                  SECTION.
005009*-----------------------------------------
005010
005011*--- EFFACER LE CODE DE LA REPONSE PRECEDENTE : SI LE GET
005012*    ECHOUE, LA DEMANDE N'EST PAS LIBEREE
005013     MOVE SPACES                  TO CodeRetour2
005014                                     OF
005015                                  ObtenirInfoEmployeResponse.
005016
005017*--- IDENTIFIANT DE CORRELATION TRANSMIS AU SERVICE SUR LE CANAL
005018     EXEC CICS PUT                CONTAINER(CTE-CORR-CONT)
005019                                  CHANNEL(VAT-SERV-CHNL)
005020                                  FROM(VAT-CORR-ID)
005021                                  NOHANDLE
005022     END-EXEC.
005023
005024     EXEC CICS PUT                CONTAINER(VAT-DFH-DATA)
005025                                  CHANNEL(VAT-SERV-CHNL)
005026                                  FROM(ObtenirInfoEmploye)
005027                                  NOHANDLE
005028     END-EXEC.
005029
005030     EXEC CICS INVOKE             SERVICE(VAT-NM-SW)
005031                                  CHANNEL(VAT-SERV-CHNL)
005032                                  OPERATION(VAT-NM-OPERATION)
005033                                  NOHANDLE
005034     END-EXEC.
005035
005036     EXEC CICS GET                CONTAINER(VAT-DFH-DATA)
005037                                  CHANNEL(VAT-SERV-CHNL)
005038                                  INTO(ObtenirInfoEmployeResponse)
005039                                  NOHANDLE
005040     END-EXEC.
005041
005042     COPY UTCODMSG REPLACING ==:COD:==
005043         BY ==CodeRetour2 OF ObtenirInfoEmployeResponse==.
005044
005045 3320-SW-OBTENIR-FIN.
005046     EXIT.
005047/
005048*----------------------------------------------------------------*
005049* AFFECTER LES VARIABLES AVANT LA MODIFICATION (A PARTIR DE LA   *
005050* DEMANDE APPROUVEE; LES DONNEES ONT DEJA ETE VALIDEES PAR       *
005051* UTSWR02 AU MOMENT DE LA SAISIE)                                *
005052*----------------------------------------------------------------*
005053 3340-PREPARER-MODIFIER           SECTION.
005054*-----------------------------------------
005055
005056     MOVE 3340                    TO UTANORM-NO-SEQ-APPEL.
005057
005058     MOVE 1                       TO employe2-num
005059                                     OF ModifierEmploye.
005060     MOVE X'00'                   TO attr-nil-employe-value
005070                                     OF ModifierEmploye.
005080
006123     MOVE APP-STATUT              TO VAT-STATUT-EMP.
006124     COPY UTVALST REPLACING ==:GRP:== BY ==ModifierEmploye==.
006125
006126*--- DEPARTEMENT / CENTRE DE COUTS DE LA DEMANDE (VALIDE A LA
006127*    SAISIE OU COMPLETE PAR 3330-COMPLETER-DEPT) : champ2 EST
006128*    TOUJOURS ENVOYE AVEC SES POSITIONS 2 A 5
006129     MOVE 5                       TO champ2-length
006130                                     OF ModifierEmploye.
006131     MOVE APP-COD-DEPT            TO champ2
006132                                     OF ModifierEmploye (2:4).
006135
006136     MOVE CTE-SER-CHNL            TO VAT-SERV-CHNL.
006140     MOVE CTE-DFH-DATA            TO VAT-DFH-DATA.
006150     MOVE CTE-MODIFIER-EMPL       TO VAT-NM-OPERATION.
006160     MOVE APP-SERV-WEB            TO VAT-NM-SW.
007250     MOVE APP-NOM-CONT2           TO PEN-NOM-CONT2.
007260     MOVE APP-PREN-CONT2          TO PEN-PREN-CONT2.
007261     MOVE APP-STATUT              TO PEN-STATUT.
007265     MOVE APP-COD-DEPT            TO PEN-COD-DEPT.
007270     MOVE APP-SERV-WEB            TO PEN-SERV-WEB.
007280
007290     EXEC CICS WRITE              FILE('UTPEND')
007700
007710     MOVE APP-NUM-EMP             TO AUD-AV-NUM-EMP.
007720     MOVE APP-SAL-COURANT         TO AUD-AV-SAL-EMPL.
007725     MOVE APP-COD-DEPT-COURANT    TO AUD-AV-COD-DEPT.
007730*--- ETAT AVANT CONNU QUAND LA DEMANDE PORTE L'ETAT DU DOSSIER
007731     MOVE APP-PREN-EMP            TO AUD-AV-PREN-EMP.
007732     MOVE APP-NOM-EMP             TO AUD-AV-NOM-EMP.
007733     IF  APP-NIV-COURANT          IS NUMERIC
007734     AND APP-DATE-DEB-COURANT     IS NUMERIC
007735     AND APP-DATE-FIN-COURANT     IS NUMERIC
007736         MOVE APP-NIV-COURANT     TO AUD-AV-NIV-ENTR
007737         MOVE APP-STATUT-COURANT  TO AUD-AV-STATUT
007738         MOVE APP-DATE-DEB-COURANT
007739                                  TO AUD-AV-DATE-DEB
007740         MOVE APP-DATE-FIN-COURANT
007741                                  TO AUD-AV-DATE-FIN
007742         SET  AUD-AVANT-CONNU     TO TRUE
007743     ELSE
007744         MOVE ZERO                TO AUD-AV-NIV-ENTR
007745                                     AUD-AV-DATE-DEB
007746                                     AUD-AV-DATE-FIN
007747         MOVE SPACE               TO AUD-AV-STATUT
007748         SET  AUD-AVANT-INCONNU   TO TRUE
007749     END-IF.
007750
007751*--- COMPLEMENT DE L'IMAGE APRES (REQUETE DE MODIFICATION)
007752     MOVE SPACES                  TO AUD-AP-PREN-EMP
007753                                     AUD-AP-NOM-EMP
007754                                     AUD-AP-STATUT.
007755     MOVE ZERO                    TO AUD-AP-NIV-ENTR
007756                                     AUD-AP-NO-TEL-CONT1
007757                                     AUD-AP-NO-TEL-CONT2.
007758     SET  AUD-IMAGE-PARTIELLE     TO TRUE.
007759
007760     EVALUATE TRUE
007761*--- LIBERATION REFUSEE PAR LE CONTROLE DES AUTORISATIONS
007762*    (AUCUN APPEL AU SW) : LA TENTATIVE EST TRACEE POUR LA
007764         WHEN ACTION-REFUSEE
007765             MOVE AUD-AVANT       TO AUD-APRES
007766             MOVE 'NONAUTORIS'    TO AUD-CODE-RETOUR
007767*--- DOSSIER NON OBTENU POUR COMPLETER LE DEPARTEMENT (AUCUNE
007768*    MODIFICATION ENVOYEE)
007769         WHEN ACTN-MOD AND DEPT-INTROUVABLE
007770             MOVE AUD-AVANT       TO AUD-APRES
007771             MOVE CodeRetour2 OF ObtenirInfoEmployeResponse(1:10)
007772                                  TO AUD-CODE-RETOUR
007773         WHEN APP-REFUSEE
007780             MOVE AUD-AVANT       TO AUD-APRES
007790             MOVE 'REFUSEE'       TO AUD-CODE-RETOUR
007800         WHEN ACTN-SUP
007810             MOVE SPACES          TO AUD-AP-NUM-EMP
007815                                     AUD-AP-COD-DEPT
007820             MOVE ZERO            TO AUD-AP-SAL-EMPL
007830                                     AUD-AP-DATE-DEB
007840                                     AUD-AP-DATE-FIN
007890             MOVE APP-SAL-EMP     TO AUD-AP-SAL-EMPL
007900             MOVE APP-DATE-DEB    TO AUD-AP-DATE-DEB
007910             MOVE APP-DATE-FIN    TO AUD-AP-DATE-FIN
007915             MOVE APP-COD-DEPT    TO AUD-AP-COD-DEPT
007920             MOVE 'REPORTEE'      TO AUD-CODE-RETOUR
007930         WHEN ACTN-MOD
007940             MOVE NumEmp2 OF ModifierEmploye(1:9)
007990                                  TO AUD-AP-DATE-DEB
008000             MOVE DateFinEmpl OF ModifierEmploye
008010                                  TO AUD-AP-DATE-FIN
008015             MOVE APP-COD-DEPT    TO AUD-AP-COD-DEPT
008016             COPY UTAUDIMG REPLACING ==:REQ:==
008017                 BY ==ModifierEmploye==.
008020             MOVE CodeRetour2 OF ModifierEmployeRetour(1:10)
008030                                  TO AUD-CODE-RETOUR
008040         WHEN OTHER
008120         SET AUD-TRAN-ECHOUEE     TO TRUE
008130     END-IF.
008140
008142*--- EVENEMENTS SORTANTS (BADGES, COMPTES TI, ANNUAIRE); LES
008144*    TYPES PUBLIES SONT PORTES A L'AUDIT AVANT SON ECRITURE
008146     COPY UTEVTPUB.
008148
008150     EXEC CICS WRITEQ TD          QUEUE('AUDT')
008160                                  FROM(AUD-ENREGISTREMENT)
008170                                  LENGTH(LENGTH OF
008290 9010-ECRIRE-HISTO-SALAIRE        SECTION.
008300*-----------------------------------------
008310
008311*--- HORODATAGE DE LA TRANSACTION PRIS ICI : 9000-ECRIRE-AUDIT,
008312*    QUI LE PREND AUSSI, N'EST EXECUTE QU'APRES L'HISTORIQUE
008313     EXEC CICS ASKTIME
008314     END-EXEC.
008315     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
008316                                  YYYYMMDD(AUD-DATE-TRAN)
008317                                  TIME(AUD-HEURE-TRAN)
008318     END-EXEC.
008319
008320     MOVE APP-NUM-EMP             TO SALHIST-NUM-EMP.
008330     MOVE AUD-DATE-TRAN           TO SALHIST-DATE-EFF.
008340     MOVE AUD-HEURE-TRAN          TO SALHIST-HEURE-EFF.
