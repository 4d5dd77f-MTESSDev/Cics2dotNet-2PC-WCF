000280         10  ARC-AV-SAL-EMPL     PIC S9(15)V9(3) COMP-3.
000290         10  ARC-AV-DATE-DEB     PIC S9(9)  COMP-5.
000300         10  ARC-AV-DATE-FIN     PIC S9(9)  COMP-5.
000301         10  ARC-AV-COD-DEPT     PIC X(4).
000310     05  ARC-APRES.
000320         10  ARC-AP-NUM-EMP      PIC X(9).
000330         10  ARC-AP-SAL-EMPL     PIC S9(15)V9(3) COMP-3.
000340         10  ARC-AP-DATE-DEB     PIC S9(9)  COMP-5.
000350         10  ARC-AP-DATE-FIN     PIC S9(9)  COMP-5.
000351         10  ARC-AP-COD-DEPT     PIC X(4).
000360     05  ARC-CODE-RETOUR         PIC X(10).
000370     05  ARC-SW-REUSSITE         PIC X.
000380         88  ARC-TRAN-REUSSIE               VALUE 'O'.
000400     05  ARC-OPERID-APPROB       PIC X(8).
000410*--- IDENTIFIANT DE CORRELATION DE L'INVOCATION (VOIR AUDREC)
000420     05  ARC-CORR-ID             PIC X(32).
000430*--- COMPLEMENT DE L'IMAGE APRES (VOIR AUDREC); TOUTE AUTRE
000440*    VALEUR QUE 'O' (ENREGISTREMENTS ARCHIVES AVANT SON
000445*    INTRODUCTION) VAUT IMAGE PARTIELLE
000450     05  ARC-COMPLEMENT.
000460         10  ARC-SW-IMAGE-COMPLETE
000470                                 PIC X.
000480             88  ARC-IMAGE-COMPLETE         VALUE 'O'.
000490             88  ARC-IMAGE-PARTIELLE        VALUE 'N'.
000500         10  ARC-AP-PREN-EMP     PIC X(30).
000510         10  ARC-AP-NOM-EMP      PIC X(30).
000520         10  ARC-AP-NIV-ENTR     PIC S9(4)    COMP.
000530         10  ARC-AP-STATUT       PIC X.
000540         10  ARC-AP-NO-TEL-CONT1 PIC 9(9).
000550         10  ARC-AP-NO-TEL-CONT2 PIC 9(9).
000560*--- COMPLEMENT DE L'ETAT AVANT ET TYPES DES EVENEMENTS SORTANTS
000570*    PUBLIES (VOIR AUDREC); ESPACES SUR LES ENTREES ARCHIVEES
000580*    AVANT LEUR INTRODUCTION (AUCUN EVENEMENT ATTENDU)
000590     05  ARC-COMPLEMENT-AVANT.
000600         10  ARC-SW-AVANT-CONNU  PIC X.
000610             88  ARC-AVANT-CONNU            VALUE 'O'.
000620             88  ARC-AVANT-INCONNU          VALUE 'N'.
000630         10  ARC-AV-PREN-EMP     PIC X(30).
000640         10  ARC-AV-NOM-EMP      PIC X(30).
000650         10  ARC-AV-NIV-ENTR     PIC S9(4)    COMP.
000660         10  ARC-AV-STATUT       PIC X.
000670     05  ARC-EVENEMENTS.
000680         10  ARC-TYPE-EVT        PIC X       OCCURS 3 TIMES.
