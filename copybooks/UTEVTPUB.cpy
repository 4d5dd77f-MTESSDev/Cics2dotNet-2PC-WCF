000100*----------------------------------------------------------------*
000110*    UTEVTPUB -- PUBLICATION DES EVENEMENTS SORTANTS SUR         *
000120*    L'EMPLOYE (FILE EVNT, DISPOSITION UTEVTREC) A PARTIR DE     *
000130*    L'ENREGISTREMENT D'AUDIT COMPLETE. A INCLURE DANS           *
000140*    9000-ECRIRE-AUDIT APRES LA POSITION DE AUD-SW-REUSSITE ET   *
000150*    AVANT L'ECRITURE SUR AUDT : LES TYPES PUBLIES SONT PORTES A *
000160*    AUD-EVENEMENTS POUR LE RAPPROCHEMENT DE NUIT UTSWEVR.       *
000170*    SEULES LES TRANSACTIONS REUSSIES AU CODE '00000' PUBLIENT : *
000180*    AJOUT (E), SUPPRESSION (D) ET, POUR UNE MODIFICATION OU UN  *
000190*    CHANGEMENT DE STATUT, LE STATUT (S, OU D VERS LE STATUT R), *
000200*    LE NIVEAU (N) ET LES DATES DE CONTRAT (C) QUI DIFFERENT DE  *
000210*    L'ETAT AVANT. UN ETAT AVANT INCONNU NE PERMET DE PUBLIER    *
000220*    QUE LE CHANGEMENT DE STATUT EXPLICITE (ACTION T).           *
000230*    EXIGE UTEVTREC ET UTEVTPUBWS EN WORKING-STORAGE.            *
000240*----------------------------------------------------------------*
000250     MOVE SPACES                 TO AUD-EVENEMENTS
000260     MOVE ZERO                   TO EVT-NB-TYPES
000270     IF  AUD-TRAN-REUSSIE
000280     AND AUD-CODE-RETOUR (1:5)   = '00000'
000290         EVALUATE TRUE
000300             WHEN AUD-COD-ACTN   = 'C'
000310                 MOVE 1          TO EVT-NB-TYPES
000320                 MOVE 'E'        TO AUD-TYPE-EVT (1)
000330             WHEN AUD-COD-ACTN   = 'S'
000340                 MOVE 1          TO EVT-NB-TYPES
000350                 MOVE 'D'        TO AUD-TYPE-EVT (1)
000360             WHEN AUD-COD-ACTN   = 'M' OR 'T'
000370                 MOVE AUD-AV-STATUT
000380                                 TO EVT-ST-AVANT
000390                 MOVE AUD-AP-STATUT
000400                                 TO EVT-ST-APRES
000410                 IF  EVT-ST-AVANT = SPACE
000420                     MOVE 'A'    TO EVT-ST-AVANT
000430                 END-IF
000440                 SET EVT-STATUT-INCHANGE TO TRUE
000450                 IF  AUD-IMAGE-COMPLETE
000460                 AND AUD-AP-STATUT NOT = SPACE
000470                     EVALUATE TRUE
000480                         WHEN AUD-AVANT-CONNU
000490                          AND EVT-ST-APRES NOT = EVT-ST-AVANT
000500                             SET EVT-STATUT-CHANGE TO TRUE
000510                         WHEN AUD-AVANT-INCONNU
000520                          AND AUD-COD-ACTN = 'T'
000530                             SET EVT-STATUT-CHANGE TO TRUE
000540                     END-EVALUATE
000550                 END-IF
000560                 IF  EVT-STATUT-CHANGE
000570                     ADD 1       TO EVT-NB-TYPES
000580                     IF  AUD-AP-STATUT = 'R'
000590                         MOVE 'D' TO AUD-TYPE-EVT (EVT-NB-TYPES)
000600                     ELSE
000610                         MOVE 'S' TO AUD-TYPE-EVT (EVT-NB-TYPES)
000620                     END-IF
000630                 END-IF
000640                 IF  AUD-AVANT-CONNU
000650                 AND AUD-IMAGE-COMPLETE
000660                 AND AUD-AP-NIV-ENTR NOT = AUD-AV-NIV-ENTR
000670                     ADD 1       TO EVT-NB-TYPES
000680                     MOVE 'N'    TO AUD-TYPE-EVT (EVT-NB-TYPES)
000690                 END-IF
000700                 IF  AUD-AVANT-CONNU
000710                 AND (AUD-AP-DATE-DEB NOT = AUD-AV-DATE-DEB
000720                   OR AUD-AP-DATE-FIN NOT = AUD-AV-DATE-FIN)
000730                     ADD 1       TO EVT-NB-TYPES
000740                     MOVE 'C'    TO AUD-TYPE-EVT (EVT-NB-TYPES)
000750                 END-IF
000760             WHEN OTHER
000770                 CONTINUE
000780         END-EVALUATE
000790     END-IF
000800     PERFORM VARYING EVT-IDX FROM 1 BY 1
000810             UNTIL EVT-IDX > EVT-NB-TYPES
000820         MOVE SPACES             TO EVT-ENREGISTREMENT
000830         MOVE AUD-NUM-EMP        TO EVT-NUM-EMP
000840         MOVE AUD-DATE-TRAN      TO EVT-DATE-TRAN
000850         MOVE AUD-HEURE-TRAN     TO EVT-HEURE-TRAN
000860         MOVE AUD-TYPE-EVT (EVT-IDX)
000870                                 TO EVT-TYPE
000880         IF  EVT-EMBAUCHE
000890         AND AUD-AP-DATE-DEB     > ZERO
000900             MOVE AUD-AP-DATE-DEB
000910                                 TO EVT-DATE-EFFET
000920         ELSE
000930             MOVE AUD-DATE-TRAN  TO EVT-DATE-EFFET
000940         END-IF
000950         IF  AUD-IMAGE-COMPLETE
000960             MOVE AUD-AP-PREN-EMP
000970                                 TO EVT-PREN-EMP
000980             MOVE AUD-AP-NOM-EMP TO EVT-NOM-EMP
000990         ELSE
001000             MOVE AUD-AV-PREN-EMP
001010                                 TO EVT-PREN-EMP
001020             MOVE AUD-AV-NOM-EMP TO EVT-NOM-EMP
001030         END-IF
001040         IF  AUD-AP-COD-DEPT     NOT = SPACES
001050             MOVE AUD-AP-COD-DEPT
001060                                 TO EVT-COD-DEPT
001070         ELSE
001080             MOVE AUD-AV-COD-DEPT
001090                                 TO EVT-COD-DEPT
001100         END-IF
001110         MOVE AUD-CORR-ID        TO EVT-CORR-ID
001120         MOVE AUD-COD-ACTN       TO EVT-COD-ACTN
001130         MOVE AUD-OPERID         TO EVT-OPERID
001140         MOVE AUD-AV-STATUT      TO EVT-AV-STATUT
001150         MOVE AUD-AP-STATUT      TO EVT-AP-STATUT
001160         MOVE AUD-AV-NIV-ENTR    TO EVT-AV-NIV-ENTR
001170         MOVE AUD-AP-NIV-ENTR    TO EVT-AP-NIV-ENTR
001180         MOVE AUD-AP-DATE-DEB    TO EVT-AP-DATE-DEB
001190         MOVE AUD-AP-DATE-FIN    TO EVT-AP-DATE-FIN
001200         EXEC CICS WRITEQ TD     QUEUE('EVNT')
001210                                 FROM(EVT-ENREGISTREMENT)
001220                                 LENGTH(LENGTH OF
001230                                        EVT-ENREGISTREMENT)
001240                                 NOHANDLE
001250         END-EXEC
001260     END-PERFORM.
