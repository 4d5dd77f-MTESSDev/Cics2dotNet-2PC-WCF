000100*----------------------------------------------------------------*
000110*    UTEVTPUBWS -- ZONES DE TRAVAIL DU MEMBRE UTEVTPUB           *
000120*    (PUBLICATION DES EVENEMENTS SORTANTS SUR LA FILE EVNT)      *
000130*----------------------------------------------------------------*
000140 01  EVT-ZONES-TRAVAIL.
000150     05  EVT-NB-TYPES            PIC S9(4)    COMP.
000160     05  EVT-IDX                 PIC S9(4)    COMP.
000170*--- STATUTS AVANT/APRES COMPARES (ESPACE AVANT = ACTIF)
000180     05  EVT-ST-AVANT            PIC X.
000190     05  EVT-ST-APRES            PIC X.
000200     05  EVT-SW-STATUT           PIC X.
000210         88  EVT-STATUT-CHANGE              VALUE 'O'.
000220         88  EVT-STATUT-INCHANGE            VALUE 'N'.
