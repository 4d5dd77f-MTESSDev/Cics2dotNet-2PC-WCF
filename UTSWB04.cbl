000245*  - IDENTIFIANT DE CORRELATION PAR RADIATION (VAT-CORR-ID),     *
000246*    ENVOYE AU SERVICE DANS LE CONTENEUR UT-CORR-ID ET PORTE     *
000247*    AUX ENREGISTREMENTS D'AUDIT ET DE MESURE UTPERF             *
000248*  - DEPARTEMENT DU DOSSIER RADIE PORTE A L'IMAGE AVANT D'AUDIT  *
000249*  - COMPLEMENT D'IMAGE APRES D'AUDIT MIS A BLANC A LA RADIATION *
000252*  - EVENEMENT DE DEPART PUBLIE (FILE EVNT, MEMBRE UTEVTPUB)     *
000255*----------------------------------------------------------------*
000260
000270 ENVIRONMENT                     DIVISION.
000280
000930 COPY UTSWCOM.
000940 COPY UTCODMSGWS.
000950 COPY AUDREC.
000953 COPY UTEVTREC.
000956 COPY UTEVTPUBWS.
000960 COPY UTPERFRC.
000965 COPY UTJOBREC.
000970 COPY UTGENR.
003380     MOVE UTPANRM-SAL-EMP         TO AUD-AV-SAL-EMPL.
003390     MOVE UTPANRM-DATE-DEB        TO AUD-AV-DATE-DEB.
003400     MOVE UTPANRM-DATE-FIN        TO AUD-AV-DATE-FIN.
003401     MOVE UTPANRM-PREN-EMP        TO AUD-AV-PREN-EMP.
003402     MOVE UTPANRM-NOM-EMP         TO AUD-AV-NOM-EMP.
003403     MOVE UTPANRM-NIV-ENTR        TO AUD-AV-NIV-ENTR.
003404     MOVE UTPANRM-STATUT          TO AUD-AV-STATUT.
003405     MOVE UTPANRM-COD-DEPT        TO AUD-AV-COD-DEPT.
003407     SET  AUD-AVANT-CONNU         TO TRUE.
003410
003416     MOVE SPACES                  TO AUD-AP-NUM-EMP
003422                                     AUD-AP-COD-DEPT
003424                                     AUD-AP-PREN-EMP
003426                                     AUD-AP-NOM-EMP
003428                                     AUD-AP-STATUT.
003430     MOVE ZERO                    TO AUD-AP-SAL-EMPL
003440                                     AUD-AP-DATE-DEB
003450                                     AUD-AP-DATE-FIN
003452                                     AUD-AP-NIV-ENTR
003454                                     AUD-AP-NO-TEL-CONT1
003456                                     AUD-AP-NO-TEL-CONT2.
003458     SET  AUD-IMAGE-PARTIELLE     TO TRUE.
003460     MOVE CodeRetour2 OF SupprimerEmployeResponse(1:10)
003470                                  TO AUD-CODE-RETOUR.
003480
003520         SET AUD-TRAN-ECHOUEE     TO TRUE
003530     END-IF.
003540
003542*--- EVENEMENT DE DEPART (BADGES, COMPTES TI, ANNUAIRE); SON
003544*    TYPE EST PORTE A L'AUDIT AVANT SON ECRITURE
003546     COPY UTEVTPUB.
003548
003550     EXEC CICS WRITEQ TD          QUEUE('AUDT')
003560                                  FROM(AUD-ENREGISTREMENT)
003570                                  LENGTH(LENGTH OF
