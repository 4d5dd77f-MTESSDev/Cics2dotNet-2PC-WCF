000100*----------------------------------------------------------------*
000110*    UTVALDP -- GARNISSAGE ET VALIDATION DU DEPARTEMENT / CENTRE *
000120*    DE COUTS : LE CODE (VAT-COD-DEPT) DOIT ETRE PRESENT ET      *
000130*    EXISTER DANS LA TABLE DE REFERENCE UTDEPRF. IL EST PORTE    *
000140*    AU CHAMP LIBRE champ/champ2 A LA SUITE DU STATUT (POSITIONS *
000150*    2 A 5, champ2-length = 5). A INCLURE PAR COPY ...           *
000160*    REPLACING ==:GRP:== PAR LE NOM DU GROUPE (AjouterEmploye    *
000170*    OU ModifierEmploye) APRES LE MEMBRE UTVALST, QUI GARNIT LA  *
000180*    POSITION 1; L'APPELANT PLACE D'ABORD LE DEPARTEMENT VOULU   *
000190*    DANS VAT-COD-DEPT. LA VALIDATION N'EST TENTEE QUE SI LES    *
000200*    VALIDATIONS PRECEDENTES ONT REUSSI. UN DEPARTEMENT ABSENT   *
000210*    OU INCONNU PORTE LE REJET LOCAL '00065'.                    *
000220*----------------------------------------------------------------*
000230     IF  SW-DATES-VALIDES AND SW-TEL-VALIDE AND SW-CONT-VALIDE
000240                          AND SW-NIV-VALIDE AND SW-STATUT-VALIDE
000250         SET SW-DEPT-VALIDE          TO TRUE
000260
000270         IF  VAT-COD-DEPT            = SPACES
000280             SET SW-DEPT-INVALIDE    TO TRUE
000290             MOVE
000300-            'DEPARTEMENT / CENTRE DE COUTS REQUIS, CORRIGEZ'
000310                                     TO VAT-MSG-ERREUR
000320         ELSE
000330             MOVE VAT-COD-DEPT       TO DEP-RECH-COD-DEPT
000340
000350             EXEC CICS READ          FILE('UTDEPRF')
000360                                     INTO(DEP-ENREGISTREMENT)
000370                                     RIDFLD(DEP-CLE-RECH)
000380                                     RESP(VAT-RESP)
000390             END-EXEC
000400
000410             IF  VAT-RESP            NOT = CTE-DFHRESP-NORMAL
000420                 SET SW-DEPT-INVALIDE
000430                                     TO TRUE
000440                 MOVE
000450-            'DEPARTEMENT INEXISTANT, CORRIGEZ'
000460                                     TO VAT-MSG-ERREUR
000470             END-IF
000480         END-IF
000490
000500         IF  SW-DEPT-VALIDE
000510             MOVE 5                  TO champ2-length OF :GRP:
000520             MOVE VAT-COD-DEPT       TO champ2 OF :GRP: (2:4)
000530         END-IF
000540     END-IF.
