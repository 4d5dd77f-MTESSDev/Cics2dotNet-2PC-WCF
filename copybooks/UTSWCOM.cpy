000919     05  VAT-NO-C2-TEL-ALPHA     REDEFINES
000920                                 VAT-NO-C2-TEL-NUM PIC X(10).
000921
000930*--- DEPARTEMENT / CENTRE DE COUTS PORTE PAR LE CHAMP LIBRE
000931*    champ/champ2 DES STRUCTURES DFHWS2LS, A LA SUITE DU STATUT :
000932*    POSITION 1 = STATUT, POSITIONS 2 A 5 = DEPARTEMENT
000933*    (champ2-length = 5). UN champ2 DE LONGUEUR 1 (ANCIENS
000934*    DOSSIERS, CHANGEMENT DE STATUT SEUL) NE PORTE AUCUN
000935*    DEPARTEMENT. GARNI ET VALIDE CONTRE LA TABLE DE REFERENCE
000936*    UTDEPRF PAR LE MEMBRE UTVALDP, APRES UTVALST; L'APPELANT
000937*    PLACE D'ABORD LE DEPARTEMENT VOULU DANS VAT-COD-DEPT.
000938 01  VAT-DEPARTEMENT.
000939     05  VAT-SW-DEPT             PIC X      VALUE 'O'.
000940         88  SW-DEPT-VALIDE                  VALUE 'O'.
000941         88  SW-DEPT-INVALIDE                VALUE 'N'.
000942     05  VAT-COD-DEPT            PIC X(4)   VALUE SPACES.
000943
000960*----------------------------------------------------------------*
000970*                                                                *
000980*   L E S   Z O N E S   D E   C O M M U N I C A T I O N   W E B  *
