000100*----------------------------------------------------------------*
000110*    UTAUDAVT -- COMPLEMENT DE L'ETAT AVANT DE LA PISTE D'AUDIT  *
000120*    (NOM, NIVEAU, STATUT) A PARTIR DE LA REPONSE D'OBTENTION DU *
000130*    SERVICE WEB. A INCLURE PAR COPY ... REPLACING ==:REP:== PAR *
000140*    LE NIVEAU 01 DE LA REPONSE (ObtenirInfoEmployeResponse),    *
000150*    DANS 9000-ECRIRE-AUDIT (SANS POINT, UTILISABLE DANS UN IF). *
000160*    LE STATUT EST LA POSITION 1 DE champ2 (ESPACE SI ABSENT).   *
000170*----------------------------------------------------------------*
000180     MOVE PrenEmpl2 OF :REP:     TO AUD-AV-PREN-EMP
000190     MOVE NomEmpl2 OF :REP:      TO AUD-AV-NOM-EMP
000200     MOVE NivEntr OF :REP:       TO AUD-AV-NIV-ENTR
000210     IF  champ2-length OF :REP:  > ZERO
000220         MOVE champ2 OF :REP: (1:1)
000230                                 TO AUD-AV-STATUT
000240     ELSE
000250         MOVE SPACE              TO AUD-AV-STATUT
000260     END-IF
000270     SET  AUD-AVANT-CONNU        TO TRUE
