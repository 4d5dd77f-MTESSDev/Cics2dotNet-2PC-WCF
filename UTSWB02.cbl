000252*  - IDENTIFIANT DE CORRELATION PAR EMPLOYE REVISE               *
000253*    (VAT-CORR-ID), ENVOYE AU SERVICE DANS LE CONTENEUR          *
000254*    UT-CORR-ID ET PORTE A LA PISTE D'AUDIT                      *
000255*  - DEPARTEMENT (POSITIONS 2 A 5 DE champ2, REPORTE TEL QUEL)   *
000256*    PORTE AUX IMAGES AVANT/APRES DE LA PISTE D'AUDIT            *
000257*  - IMAGE APRES D'AUDIT COMPLETEE (UTAUDIMG) POUR UTSWREP       *
000258*  - EVENEMENTS SORTANTS (FILE EVNT, MEMBRE UTEVTPUB)            *
000260*  - HISTORIQUE DE SALAIRE HORODATE AVANT SON ECRITURE (IL       *
000262*    PORTAIT L'HEURE DE LA TRANSACTION PRECEDENTE)               *
000264*----------------------------------------------------------------*
000266
000270 ENVIRONMENT                     DIVISION.
000280
000290 CONFIGURATION                   SECTION.
001020 COPY UTSWCOM.
001030 COPY UTCODMSGWS.
001040 COPY AUDREC.
001043 COPY UTEVTREC.
001046 COPY UTEVTPUBWS.
001050 COPY SALHIST.
001055 COPY UTNIVREC.
001056 COPY UTJOBREC.
006130                                  TO AUD-AV-DATE-DEB.
006140     MOVE DateFinEmpl OF ObtenirInfoEmployeResponse
006150                                  TO AUD-AV-DATE-FIN.
006152*--- ETAT AVANT COMPLEMENTAIRE (EVENEMENTS SORTANTS, UTEVTPUB)
006154     COPY UTAUDAVT REPLACING ==:REP:==
006156         BY ==ObtenirInfoEmployeResponse==.
006160
006161*--- LE DEPARTEMENT N'EST PAS TOUCHE PAR LA REVISION : L'IMAGE
006162*    APRES REPREND CELLE D'AVANT
006163     IF  champ2-length OF ObtenirInfoEmployeResponse > 4
006164         MOVE champ2 OF ObtenirInfoEmployeResponse (2:4)
006165                                  TO AUD-AV-COD-DEPT
006166     ELSE
006167         MOVE SPACES              TO AUD-AV-COD-DEPT
006168     END-IF.
006169
006170     MOVE NumEmp2 OF ModifierEmploye(1:9)
006180                                  TO AUD-AP-NUM-EMP.
006190     MOVE SalEmpl OF ModifierEmploye
006220                                  TO AUD-AP-DATE-DEB.
006230     MOVE DateFinEmpl OF ModifierEmploye
006240                                  TO AUD-AP-DATE-FIN.
006245     MOVE AUD-AV-COD-DEPT         TO AUD-AP-COD-DEPT.
006246     COPY UTAUDIMG REPLACING ==:REQ:==
006247         BY ==ModifierEmploye==.
006250     MOVE CodeRetour2 OF ModifierEmployeRetour(1:10)
006260                                  TO AUD-CODE-RETOUR.
006270
006310         SET AUD-TRAN-ECHOUEE     TO TRUE
006320     END-IF.
006330
006332*--- EVENEMENTS SORTANTS (BADGES, COMPTES TI, ANNUAIRE); LES
006334*    TYPES PUBLIES SONT PORTES A L'AUDIT AVANT SON ECRITURE
006336     COPY UTEVTPUB.
006338
006340     EXEC CICS WRITEQ TD          QUEUE('AUDT')
006350                                  FROM(AUD-ENREGISTREMENT)
006360                                  LENGTH(LENGTH OF
006480 9010-ECRIRE-HISTO-SALAIRE        SECTION.
006490*-----------------------------------------
006500
006501*--- HORODATAGE DE LA TRANSACTION PRIS ICI : 9000-ECRIRE-AUDIT,
006502*    QUI LE PREND AUSSI, N'EST EXECUTE QU'APRES L'HISTORIQUE
006503     EXEC CICS ASKTIME
006504     END-EXEC.
006505     EXEC CICS FORMATTIME         ABSTIME(EIBTIME)
006506                                  YYYYMMDD(AUD-DATE-TRAN)
006507                                  TIME(AUD-HEURE-TRAN)
006508     END-EXEC.
006509
006510     MOVE NumEmp2 OF ModifierEmploye(1:9)
006520                                  TO SALHIST-NUM-EMP.
006530     MOVE AUD-DATE-TRAN           TO SALHIST-DATE-EFF.
