000421*--- STATUT D'EMPLOI SAISI (A/C/S/R; ESPACE = ACTIF), REPORTE
000422*    AU CHAMP champ/champ2 DU SERVICE WEB A LA LIBERATION
000423         10  PEN-STATUT          PIC X.
000424*--- DEPARTEMENT / CENTRE DE COUTS SAISI, REPORTE AU CHAMP
000425*    champ/champ2 (POSITIONS 2 A 5) A LA LIBERATION
000426         10  PEN-COD-DEPT        PIC X(4).
000430     05  PEN-SERV-WEB            PIC X(32).
