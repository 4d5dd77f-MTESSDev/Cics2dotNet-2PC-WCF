000270         88  UTPANRM-ST-CONGE               VALUE 'C'.
000280         88  UTPANRM-ST-SUSPENDU            VALUE 'S'.
000290         88  UTPANRM-ST-RADIE               VALUE 'R'.
000300*--- DEPARTEMENT / CENTRE DE COUTS (TABLE DE REFERENCE UTDEPRF);
000310*    ESPACES SUR LES ANCIENS DOSSIERS = NON AFFECTE
000320     05  UTPANRM-COD-DEPT        PIC X(4).
