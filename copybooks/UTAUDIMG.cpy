000100*----------------------------------------------------------------*
000110*    UTAUDIMG -- COMPLEMENT DE L'IMAGE APRES DE LA PISTE D'AUDIT *
000120*    (NOM, NIVEAU, STATUT, CONTACTS) A PARTIR DE LA REQUETE      *
000130*    ENVOYEE AU SERVICE WEB. A INCLURE PAR COPY ... REPLACING    *
000140*    ==:REQ:== PAR LE NIVEAU 01 DE LA REQUETE (AjouterEmploye    *
000150*    OU ModifierEmploye), DANS 9000-ECRIRE-AUDIT (SANS POINT,    *
000160*    UTILISABLE DANS UN EVALUATE). LE STATUT EST LA POSITION 1   *
000165*    DE champ2 (ESPACE SI champ N'EST PAS ENVOYE).               *
000170*----------------------------------------------------------------*
000180     MOVE PrenEmpl2 OF :REQ:     TO AUD-AP-PREN-EMP
000190     MOVE NomEmpl2 OF :REQ:      TO AUD-AP-NOM-EMP
000200     MOVE NivEntr OF :REQ:       TO AUD-AP-NIV-ENTR
000210     MOVE NumTelCont1 OF :REQ:   TO AUD-AP-NO-TEL-CONT1
000220     MOVE NumTelCont2 OF :REQ:   TO AUD-AP-NO-TEL-CONT2
000230     IF  champ2-length OF :REQ:  > ZERO
000240         MOVE champ2 OF :REQ: (1:1)
000250                                 TO AUD-AP-STATUT
000260     ELSE
000270         MOVE SPACE              TO AUD-AP-STATUT
000280     END-IF
000290     SET  AUD-IMAGE-COMPLETE     TO TRUE
