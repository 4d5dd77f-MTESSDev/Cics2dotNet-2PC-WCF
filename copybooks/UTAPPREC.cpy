000290         88  APP-REFUSEE                    VALUE 'R'.
000300         88  APP-EN-ERREUR                  VALUE 'E'.
000310     05  APP-DATE-EFF            PIC 9(8).
000320*--- ETAT COURANT DU DOSSIER AU MOMENT DE LA DEMANDE (ETAT AVANT
000330*    POUR L'AUDIT, L'HISTORIQUE DE SALAIRE ET LES EVENEMENTS
000335*    SORTANTS A LA LIBERATION). NIVEAU, STATUT ET DATES SONT A
000336*    ESPACES (ETAT INCONNU) SUR LES DEMANDES PARQUEES AVANT LEUR
000337*    INTRODUCTION
000340     05  APP-SAL-COURANT         PIC S9(15)V9(3) COMP-3.
000345     05  APP-COD-DEPT-COURANT    PIC X(4).
000346     05  APP-NIV-COURANT         PIC 9(4).
000347     05  APP-STATUT-COURANT      PIC X.
000348     05  APP-DATE-DEB-COURANT    PIC 9(8).
000349     05  APP-DATE-FIN-COURANT    PIC 9(8).
000350     05  APP-DONNEES.
000360         10  APP-NIV-ENTR        PIC 9(4).
000370         10  APP-PREN-EMP        PIC X(30).
000471*--- STATUT D'EMPLOI SAISI (A/C/S/R; ESPACE = ACTIF), REPORTE
000472*    AU CHAMP champ/champ2 DU SERVICE WEB A LA LIBERATION
000473         10  APP-STATUT          PIC X.
000474*--- DEPARTEMENT / CENTRE DE COUTS SAISI, REPORTE AU CHAMP
000475*    champ/champ2 (POSITIONS 2 A 5) A LA LIBERATION
000476         10  APP-COD-DEPT        PIC X(4).
000480     05  APP-SERV-WEB            PIC X(32).
