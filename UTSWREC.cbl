000221*  - CONTROLE D'ENCHAINEMENT UTJOBCTL : LE LOT MARQUE SON        *
000222*    DEBUT/FIN ET REFUSE DE TOURNER SI UTSWEXT N'A PAS TERMINE   *
000223*    CE JOUR (EXTRACTION PANRMIN D'UNE DATE PASSEE)              *
000224*  - REFUS DE TOURNER AVANT LA FIN DE LA REPRISE DU MAITRE       *
000225*----------------------------------------------------------------*
000240
000250 ENVIRONMENT                     DIVISION.
000260
001409         PERFORM                  1600-VERIFIER-PREREQUIS
001410     END-IF.
001411
001412     IF OUVERTURE-REUSSIE AND PREREQUIS-PRESENT
001413         PERFORM                  1700-VERIFIER-REPRISE
001414     END-IF.
001415
001420     IF OUVERTURE-REUSSIE AND PREREQUIS-PRESENT
001430         PERFORM                  1100-LIRE-LOCAL
001440         PERFORM                  1200-LIRE-WS
004220
004230 7900-MARQUER-FIN-JOB-FIN.
004240     EXIT.
004250/
004260*----------------------------------------------------------------*
004270* VERIFIER QU'AUCUNE REPRISE EN AVANT DU MAITRE (UTSWREP) N'EST  *
004280* EN COURS OU EN ERREUR : SON ENTREE D'ETAT AU CONTROLE          *
004290* D'ENCHAINEMENT (DATE A ZERO) DOIT ETRE ABSENTE OU TERMINEE.    *
004300* UN RAPPROCHEMENT SUR UN MAITRE NON RECONSTITUE SIGNALERAIT     *
004310* DES ECARTS FANTOMES                                            *
004320*----------------------------------------------------------------*
004330 1700-VERIFIER-REPRISE            SECTION.
004340*-----------------------------------------
004350
004360     MOVE 'UTSWREP '              TO JOB-NOM-PROG.
004370     MOVE ZERO                    TO JOB-DATE-RUN.
004380
004390     READ JOBCTL-FICHIER.
004400
004410     IF  VAT-JOB-STAT = '00' AND NOT JOB-TERMINE
004420         SET PREREQUIS-MANQUANT   TO TRUE
004430         DISPLAY 'UTSWREC - REPRISE EN AVANT DU MAITRE (UTSWREP) '
004440                 'NON TERMINEE - ETAT ' JOB-SW-ETAT
004450     END-IF.
004460
004470 1700-VERIFIER-REPRISE-FIN.
004480     EXIT.
