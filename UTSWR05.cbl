000230*----------------------------------------------------------------*
000240* HISTORIQUE DES MODIFICATIONS                                   *
000250*  - CREATION DE L'ECRAN DE CONSULTATION DE L'ARCHIVE D'AUDIT    *
000253*  - DEPARTEMENTS / CENTRES DE COUTS AVANT ET APRES AFFICHES SUR *
000256*    LA LIGNE DES IMAGES (TRANSFERTS ENTRE DEPARTEMENTS)         *
000260*----------------------------------------------------------------*
000270
000280 ENVIRONMENT                     DIVISION.
001150     05  ARQ-LIG-AP-DEB          PIC 9(8).
001160     05  FILLER                  PIC X(1)    VALUE SPACES.
001170     05  ARQ-LIG-AP-FIN          PIC 9(8).
001174     05  FILLER                  PIC X(1)    VALUE SPACES.
001178     05  ARQ-LIG-AV-DEPT         PIC X(4).
001182     05  FILLER                  PIC X(1)    VALUE '>'.
001186     05  ARQ-LIG-AP-DEPT         PIC X(4).
001190
001200*----------------------------------------------------------------*
001210*    TABLE DE PAGE (TROIS TRANSACTIONS PAR PAGE) ET ENTREE DE    *
001360         10  ARQ-TBL-AP-SAL      PIC S9(15)V9(3) COMP-3.
001370         10  ARQ-TBL-AP-DEB      PIC S9(9)   COMP-5.
001380         10  ARQ-TBL-AP-FIN      PIC S9(9)   COMP-5.
001383         10  ARQ-TBL-AV-DEPT     PIC X(4).
001386         10  ARQ-TBL-AP-DEPT     PIC X(4).
001390
001400 01  ARQ-TBL-TRAVAIL.
001410     05  ARQ-TRV-DATE            PIC 9(8).
001510     05  ARQ-TRV-AP-SAL          PIC S9(15)V9(3) COMP-3.
001520     05  ARQ-TRV-AP-DEB          PIC S9(9)   COMP-5.
001530     05  ARQ-TRV-AP-FIN          PIC S9(9)   COMP-5.
001533     05  ARQ-TRV-AV-DEPT         PIC X(4).
001536     05  ARQ-TRV-AP-DEPT         PIC X(4).
001540
001550*----------------------------------------------------------------*
001560*    ENREGISTREMENT DE L'ARCHIVE PERMANENTE D'AUDIT              *
004780                                     (ARQ-CPT-AFFICHES).
004790     MOVE ARC-AP-DATE-FIN         TO ARQ-TBL-AP-FIN
004800                                     (ARQ-CPT-AFFICHES).
004802     MOVE ARC-AV-COD-DEPT         TO ARQ-TBL-AV-DEPT
004804                                     (ARQ-CPT-AFFICHES).
004806     MOVE ARC-AP-COD-DEPT         TO ARQ-TBL-AP-DEPT
004808                                     (ARQ-CPT-AFFICHES).
004810
004820 4545-RETENIR-L-ENTREE-FIN.
004830     EXIT.
006340                                  TO ARQ-LIG-AP-DEB.
006350     MOVE ARQ-TBL-AP-FIN (ARQ-IDX)
006360                                  TO ARQ-LIG-AP-FIN.
006362     MOVE ARQ-TBL-AV-DEPT (ARQ-IDX)
006364                                  TO ARQ-LIG-AV-DEPT.
006366     MOVE ARQ-TBL-AP-DEPT (ARQ-IDX)
006368                                  TO ARQ-LIG-AP-DEPT.
006370
006380     EVALUATE ARQ-IDX
006390         WHEN 1
