000100*----------------------------------------------------------------*
000110*    UTEVTREC -- EVENEMENT SORTANT SUR L'EMPLOYE (FILE           *
000120*    TRANSITOIRE EVNT, EXTRAPARTITION) CONSOMME PAR LES SYSTEMES *
000130*    DES BADGES, DES COMPTES TI ET DE L'ANNUAIRE TELEPHONIQUE.   *
000140*    PUBLIE PAR LE MEMBRE UTEVTPUB DANS 9000-ECRIRE-AUDIT DE     *
000150*    CHAQUE PROGRAMME QUI MET A JOUR LE DOSSIER. LA CLE REPREND  *
000160*    CELLE DE L'ENTREE D'AUDIT (AUDARCH) SUIVIE DU TYPE : UNE    *
000170*    MEME TRANSACTION PEUT PUBLIER PLUSIEURS EVENEMENTS (STATUT  *
000180*    ET NIVEAU PAR EXEMPLE). RAPPROCHE CHAQUE NUIT PAR UTSWEVR.  *
000190*----------------------------------------------------------------*
000200 01  EVT-ENREGISTREMENT.
000210     05  EVT-CLE.
000220         10  EVT-NUM-EMP         PIC X(9).
000230         10  EVT-DATE-TRAN       PIC 9(8).
000240         10  EVT-HEURE-TRAN      PIC 9(6).
000250*--- E=EMBAUCHE, D=DEPART (SUPPRESSION OU PASSAGE AU STATUT R),
000260*    S=CHANGEMENT DE STATUT, N=NIVEAU, C=DATES DE CONTRAT
000270         10  EVT-TYPE            PIC X.
000280             88  EVT-EMBAUCHE               VALUE 'E'.
000290             88  EVT-DEPART                 VALUE 'D'.
000300             88  EVT-STATUT                 VALUE 'S'.
000310             88  EVT-NIVEAU                 VALUE 'N'.
000320             88  EVT-CONTRAT                VALUE 'C'.
000330*--- DATE D'EFFET : DEBUT DU CONTRAT POUR UNE EMBAUCHE, DATE DE
000340*    LA TRANSACTION SINON (LES MODIFICATIONS DIFFEREES SONT
000350*    APPLIQUEES A LEUR DATE D'EFFET PAR UTSWB03/UTSWB05)
000360     05  EVT-DATE-EFFET          PIC 9(8).
000370     05  EVT-PREN-EMP            PIC X(30).
000380     05  EVT-NOM-EMP             PIC X(30).
000390*--- IDENTIFIANT DE CORRELATION DE LA TRANSACTION (AUD-CORR-ID)
000400     05  EVT-CORR-ID             PIC X(32).
000410     05  EVT-COD-ACTN            PIC X.
000420     05  EVT-OPERID              PIC X(8).
000430     05  EVT-COD-DEPT            PIC X(4).
000440*--- ETAT AVANT/APRES (ESPACE OU ZERO QUAND IL N'EST PAS CONNU)
000450     05  EVT-AV-STATUT           PIC X.
000460     05  EVT-AP-STATUT           PIC X.
000470     05  EVT-AV-NIV-ENTR         PIC 9(4).
000480     05  EVT-AP-NIV-ENTR         PIC 9(4).
000490     05  EVT-AP-DATE-DEB         PIC 9(8).
000500     05  EVT-AP-DATE-FIN         PIC 9(8).
000510     05  FILLER                  PIC X(20).
