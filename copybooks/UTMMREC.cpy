000100*----------------------------------------------------------------*
000110*    UTMMREC -- FICHIER DES MODIFICATIONS EN MASSE (FILE         *
000120*    D'ATTENTE TRANSIENTE UTMMQ -- UTSWB06). LE PREMIER          *
000130*    ENREGISTREMENT EST LE PARAMETRE DU PASSAGE ('P') : MODE S   *
000140*    (SIMULATION, AUCUN APPEL AU SERVICE NI MISE A JOUR) OU R    *
000150*    (REEL), OPERATEUR RESPONSABLE (SES DROITS UTOPAUT SONT      *
000160*    CONTROLES ET IL EST PORTE A LA PISTE D'AUDIT) ET REFERENCE  *
000170*    DE L'APPROBATION RH. SUIT UN ENREGISTREMENT DE CHANGEMENT   *
000180*    ('D') PAR EMPLOYE : UNE ZONE A ZERO OU A ESPACES EST        *
000190*    LAISSEE INCHANGEE AU DOSSIER. UNE DATE D'EFFET A ZERO VAUT  *
000200*    LA DATE DU JOUR.                                            *
000210*----------------------------------------------------------------*
000220 01  UTMM-ENREGISTREMENT.
000230     05  UTMM-TYPE-ENR           PIC X.
000240         88  UTMM-ENR-PARAMETRE             VALUE 'P'.
000250         88  UTMM-ENR-CHANGEMENT            VALUE 'D'.
000260     05  UTMM-DONNEES            PIC X(79).
000270*--- ENREGISTREMENT DE PARAMETRE (EN TETE DU FICHIER)
000280     05  UTMM-PARAMETRE          REDEFINES UTMM-DONNEES.
000290         10  UTMM-MODE           PIC X.
000300             88  UTMM-MODE-SIMULATION       VALUE 'S'.
000310             88  UTMM-MODE-REEL             VALUE 'R'.
000320         10  UTMM-OPERID         PIC X(8).
000330         10  UTMM-REF-LOT        PIC X(30).
000340         10  FILLER              PIC X(40).
000350*--- ENREGISTREMENT DE CHANGEMENT (UN PAR EMPLOYE)
000360     05  UTMM-CHANGEMENT         REDEFINES UTMM-DONNEES.
000370         10  UTMM-NUM-EMP        PIC X(9).
000380         10  UTMM-DATE-EFF       PIC 9(8).
000390         10  UTMM-NIV-ENTR       PIC 9(4).
000400         10  UTMM-SAL-EMP        PIC 9(13)V9(2).
000410*--- STATUT D'EMPLOI VOULU (A/C/S/R)
000420         10  UTMM-STATUT         PIC X.
000430         10  UTMM-DATE-DEB       PIC 9(8).
000440         10  UTMM-DATE-FIN       PIC 9(8).
000450*--- 'O' = RETIRER LA DATE DE FIN (CONTRAT SANS TERME); LA DATE
000460*    DE FIN DE L'ENREGISTREMENT EST ALORS IGNOREE
000470         10  UTMM-SW-SANS-FIN    PIC X.
000480             88  UTMM-RETIRER-FIN           VALUE 'O'.
000490*--- DEPARTEMENT / CENTRE DE COUTS (TABLE DE REFERENCE UTDEPRF)
000500         10  UTMM-COD-DEPT       PIC X(4).
000510         10  FILLER              PIC X(21).
