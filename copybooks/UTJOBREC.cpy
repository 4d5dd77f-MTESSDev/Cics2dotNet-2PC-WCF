000170*    REFUSE DE TOURNER SI UTSWEXT N'A PAS TERMINE CE JOUR; LE    *
000180*    GARDIEN UTSWBAL REFUSE DE LIBERER L'ALIMENTATION DE PAIE    *
000190*    SI L'EXTRACTION NE BALANCE PAS SON CONTROLE).               *
000191*    LA REPRISE EN AVANT UTSWREP TIENT EN PLUS UNE ENTREE D'ETAT *
000192*    A DATE ZERO ('UTSWREP ' + 00000000) : EN COURS OU EN ERREUR,*
000193*    ELLE BLOQUE UTSWEXT ET UTSWREC JUSQU'A LA FIN DE LA REPRISE.*
000200*----------------------------------------------------------------*
000210 01  JOB-ENREGISTREMENT.
000220     05  JOB-CLE.
