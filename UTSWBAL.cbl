000250*----------------------------------------------------------------*
000260* HISTORIQUE DES MODIFICATIONS                                   *
000270*  - CREATION DU GARDIEN DE LIBERATION DE LA PAIE                *
000271*  - BALANCEMENT DE L'ALIMENTATION PAR ECARTS (DELTAIN, PRODUITE *
000272*    PAR UTSWDLT) : SES COMPTES DOIVENT CORRESPONDRE AU RECOMPTE *
000273*    ET LE TOTAL DE LA VEILLE PLUS LA VARIATION NETTE DOIT       *
000274*    EGALER LE TOTAL EXTCTL DU JOUR                              *
000280*----------------------------------------------------------------*
000290
000300 ENVIRONMENT                     DIVISION.
000440                                  ORGANIZATION IS SEQUENTIAL
000450                                  FILE STATUS IS VAT-CTL-STAT.
000460
000461     SELECT DELTA-FICHIER        ASSIGN TO DELTAIN
000462                                  ORGANIZATION IS SEQUENTIAL
000463                                  FILE STATUS IS VAT-DLT-STAT.
000464
000470     SELECT OPTIONAL JOBCTL-FICHIER
000480                                  ASSIGN TO UTJOBCTL
000490                                  ORGANIZATION IS INDEXED
000660     05  CTL-NB-ENREG            PIC 9(9).
000670     05  CTL-TOTAL-SALAIRES      PIC 9(15)V9(3).
000680
000681 FD  DELTA-FICHIER
000682     RECORDING MODE IS F.
000683     COPY UTDLTREC.
000684
000690 FD  JOBCTL-FICHIER.
000700     COPY UTJOBREC.
000710
000780 01  VAT-EXTR-STAT               PIC X(2).
000790 01  VAT-CTL-STAT                PIC X(2).
000800 01  VAT-JOB-STAT                PIC X(2).
000801 01  VAT-DLT-STAT                PIC X(2).
000810
000820 01  VAT-SW-FIN-FICHIER          PIC X       VALUE 'N'.
000830     88  FIN-FICHIER-ATTEINTE                VALUE 'O'.
000890 01  VAT-SW-EQUILIBRE            PIC X       VALUE 'O'.
000900     88  EXTRAIT-EQUILIBRE                   VALUE 'O'.
000910     88  EXTRAIT-DESEQUILIBRE                VALUE 'N'.
000911 01  VAT-SW-FIN-DELTA            PIC X       VALUE 'N'.
000912     88  FIN-DELTA-ATTEINTE                  VALUE 'O'.
000913 01  VAT-SW-CONTROLE-DELTA       PIC X       VALUE 'N'.
000914     88  CONTROLE-DELTA-PRESENT              VALUE 'O'.
000920
000930 01  VAT-DATE-JOUR               PIC 9(8).
000940 01  VAT-HEURE-JOUR              PIC 9(8).
000960 01  CPT-LUS                     PIC 9(9)    VALUE ZERO.
000970 01  TOT-SALAIRES                PIC S9(15)V9(3) COMP-3
000980                                             VALUE ZERO.
000981
000982*--- RECOMPTE DE L'ALIMENTATION PAR ECARTS ET ATTENDUS A EXTCTL
000983 01  CPT-DLT-MOUVEMENTS          PIC 9(9)    VALUE ZERO.
000984 01  CPT-DLT-EMBAUCHES           PIC 9(7)    VALUE ZERO.
000985 01  CPT-DLT-RETIRES             PIC 9(7)    VALUE ZERO.
000986 01  TOT-DLT-VAR-NETTE           PIC S9(15)V9(3) COMP-3
000987                                             VALUE ZERO.
000988 01  VAT-NB-ATTENDU              PIC S9(9)   VALUE ZERO.
000989 01  TOT-ATTENDU                 PIC S9(15)V9(3) COMP-3
000990                                             VALUE ZERO.
000991
001000*----------------------------------------------------------------*
001010*                 *** PROCEDURE DIVISION ***                     *
001020*----------------------------------------------------------------*
001110         PERFORM                  2000-COMPTER-UN-EMPLOYE
001120                 UNTIL FIN-FICHIER-ATTEINTE
001130         PERFORM                  6000-VERIFIER-LE-CONTROLE
001131         IF  EXTRAIT-EQUILIBRE
001132             PERFORM              6100-VERIFIER-LE-DELTA
001133         END-IF
001140         PERFORM                  7900-MARQUER-FIN-JOB
001150         PERFORM                  8000-FIN-DE-LOT
001160     ELSE
003620
003630 7900-MARQUER-FIN-JOB-FIN.
003640     EXIT.
003650/
003660*----------------------------------------------------------------*
003670* BALANCER L'ALIMENTATION PAR ECARTS (UTSWDLT) : LE FICHIER EST  *
003680* RECOMPTE ET DOIT SE TERMINER PAR SON CONTROLE, DATE DU JOUR,   *
003690* DONT LES COMPTES CORRESPONDENT AU RECOMPTE; LE TOTAL DE LA     *
003700* VEILLE PLUS LA VARIATION NETTE DOIT EGALER LE TOTAL DES        *
003710* SALAIRES D'EXTCTL ET LE NOMBRE DE LA VEILLE PLUS LES EMBAUCHES *
003720* MOINS LES RETRAITS DU MAITRE, LE NOMBRE D'EXTCTL               *
003730*----------------------------------------------------------------*
003740 6100-VERIFIER-LE-DELTA           SECTION.
003750*-----------------------------------------
003760
003770     OPEN INPUT                   DELTA-FICHIER.
003780
003790     IF VAT-DLT-STAT = '00'
003800         PERFORM                  6110-LIRE-DELTA
003810                 UNTIL FIN-DELTA-ATTEINTE
003830     ELSE
003840         DISPLAY 'UTSWBAL - OUVERTURE IMPOSSIBLE - '
003850                 'DELTA-FICHIER - STATUS ' VAT-DLT-STAT
003860     END-IF.
003870
003880     IF  CONTROLE-DELTA-PRESENT
003890         COMPUTE VAT-NB-ATTENDU   = DLC-NB-VEILLE
003900                                  + DLC-NB-EMBAUCHES
003910                                  - DLC-NB-RETIRES
003920         COMPUTE TOT-ATTENDU      = DLC-TOTAL-VEILLE
003930                                  + DLC-VAR-NETTE-SAL
003940     END-IF.
003950
003960     EVALUATE TRUE
003970         WHEN NOT CONTROLE-DELTA-PRESENT
003980             SET EXTRAIT-DESEQUILIBRE TO TRUE
003990             DISPLAY 'UTSWBAL - CONTROLE DELTA ABSENT'
004000         WHEN DLC-DATE-EXTR-JOUR NOT = VAT-DATE-JOUR
004010             SET EXTRAIT-DESEQUILIBRE TO TRUE
004020             DISPLAY 'UTSWBAL - DELTA PERIME DU '
004030                     DLC-DATE-EXTR-JOUR
004040         WHEN DLC-NB-MOUVEMENTS NOT = CPT-DLT-MOUVEMENTS
004050           OR DLC-NB-EMBAUCHES  NOT = CPT-DLT-EMBAUCHES
004060           OR DLC-NB-RETIRES    NOT = CPT-DLT-RETIRES
004070             SET EXTRAIT-DESEQUILIBRE TO TRUE
004080             DISPLAY 'UTSWBAL - DELTA EN DESEQUILIBRE - '
004090                     'CONTROLE ' DLC-NB-MOUVEMENTS
004100                     ' RECOMPTE ' CPT-DLT-MOUVEMENTS
004110         WHEN DLC-VAR-NETTE-SAL NOT = TOT-DLT-VAR-NETTE
004120             SET EXTRAIT-DESEQUILIBRE TO TRUE
004130             DISPLAY 'UTSWBAL - VARIATION NETTE DU DELTA '
004140                     'EN DESEQUILIBRE'
004150         WHEN VAT-NB-ATTENDU NOT = CTL-NB-ENREG
004160             SET EXTRAIT-DESEQUILIBRE TO TRUE
004170             DISPLAY 'UTSWBAL - VEILLE + DELTA NE DONNE PAS LE '
004180                     'NOMBRE EXTCTL - ATTENDU ' VAT-NB-ATTENDU
004190                     ' CONTROLE ' CTL-NB-ENREG
004200         WHEN TOT-ATTENDU NOT = CTL-TOTAL-SALAIRES
004210             SET EXTRAIT-DESEQUILIBRE TO TRUE
004220             DISPLAY 'UTSWBAL - VEILLE + DELTA NE DONNE PAS LE '
004230                     'TOTAL SALAIRES EXTCTL'
004240         WHEN OTHER
004250             DISPLAY 'UTSWBAL - MOUVEMENTS DU DELTA          : '
004260                     CPT-DLT-MOUVEMENTS
004270             DISPLAY 'UTSWBAL - VARIATION NETTE DES SALAIRES : '
004280                     TOT-DLT-VAR-NETTE
004290     END-EVALUATE.
004291
004292     IF  FIN-DELTA-ATTEINTE
004293         CLOSE DELTA-FICHIER
004294     END-IF.
004300
004310 6100-VERIFIER-LE-DELTA-FIN.
004320     EXIT.
004330/
004340*----------------------------------------------------------------*
004350* LECTURE ET RECOMPTE D'UN ENREGISTREMENT DU DELTA; LA LECTURE  *
004360* S'ARRETE AU CONTROLE, QUI RESTE DANS LA ZONE D'ENREGISTREMENT  *
004370*----------------------------------------------------------------*
004380 6110-LIRE-DELTA                  SECTION.
004390*-----------------------------------------
004400
004410     READ DELTA-FICHIER
004420         AT END
004430             SET FIN-DELTA-ATTEINTE TO TRUE
004440     END-READ.
004450
004460     IF NOT FIN-DELTA-ATTEINTE
004470         IF  DLT-ENREG-CONTROLE
004480             SET CONTROLE-DELTA-PRESENT TO TRUE
004490             SET FIN-DELTA-ATTEINTE TO TRUE
004500         ELSE
004510             ADD 1                TO CPT-DLT-MOUVEMENTS
004520             ADD DLT-VAR-SAL      TO TOT-DLT-VAR-NETTE
004530             IF  DLT-MV-EMBAUCHE
004540                 ADD 1            TO CPT-DLT-EMBAUCHES
004550             END-IF
004560             IF  DLT-RETIRE-DU-MAITRE
004570                 ADD 1            TO CPT-DLT-RETIRES
004580             END-IF
004590         END-IF
004600     END-IF.
004610
004620 6110-LIRE-DELTA-FIN.
004630     EXIT.
