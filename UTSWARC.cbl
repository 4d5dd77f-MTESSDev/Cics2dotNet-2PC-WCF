000232*    D'ENCHAINEMENT DES LOTS UTJOBCTL (MEMBRE UTJOBREC)          *
000233*  - REPORT DE L'IDENTIFIANT DE CORRELATION (AUD-CORR-ID) A      *
000234*    L'ARCHIVE PERMANENTE                                        *
000235*  - REPORT DU COMPLEMENT DE L'IMAGE APRES (AUD-COMPLEMENT) A    *
000236*    L'ARCHIVE PERMANENTE, POUR LA REPRISE EN AVANT UTSWREP      *
000237*  - REPORT DE L'ETAT AVANT COMPLEMENTAIRE ET DES TYPES          *
000238*    D'EVENEMENTS PUBLIES, POUR LE RAPPROCHEMENT UTSWEVR         *
000240*----------------------------------------------------------------*
000250
000260 ENVIRONMENT                     DIVISION.
001900     MOVE AUD-SW-REUSSITE         TO ARC-SW-REUSSITE.
001901     MOVE AUD-OPERID-APPROB       TO ARC-OPERID-APPROB.
001902     MOVE AUD-CORR-ID             TO ARC-CORR-ID.
001903     MOVE AUD-COMPLEMENT          TO ARC-COMPLEMENT.
001905     MOVE AUD-COMPLEMENT-AVANT    TO ARC-COMPLEMENT-AVANT.
001907     MOVE AUD-EVENEMENTS          TO ARC-EVENEMENTS.
001910
001920     WRITE ARC-ENREGISTREMENT.
001930
