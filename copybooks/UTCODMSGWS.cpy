000243     05  FILLER                  PIC X(40) VALUE
000244         '00060ERRNIVEAU ENTRETIEN INCONNU, VERIF.'.
000245     05  FILLER                  PIC X(40) VALUE
000246         '00065ERRDEPARTEMENT INCONNU, VERIFIEZ   '.
000247     05  FILLER                  PIC X(40) VALUE
000248         '00070ERRDOUBLON POTENTIEL, VERIFIEZ     '.
000249     05  FILLER                  PIC X(40) VALUE
000250         '00080ERRSTATUT EMPLOYE INVALIDE, CORRIG.'.
000251     05  FILLER                  PIC X(40) VALUE
000260         '00090ERRSERVICE INDISPO, APPELEZ SUPPORT'.
000270     05  FILLER                  PIC X(40) VALUE
000280         '00099ERRERREUR INTERNE, APPELEZ SUPPORT '.
000290 01  TBL-CODE-RETOUR-R REDEFINES TBL-CODE-RETOUR.
000300     05  TBL-CR-ENTREE           OCCURS 12 TIMES
000310                                 INDEXED BY TBL-CR-IDX.
000320         10  TBL-CR-CODE         PIC X(5).
000330         10  TBL-CR-NATURE       PIC X(3).
