000270     05  UTNH-PREN-CONT1         PIC X(30).
000280     05  UTNH-NOM-CONT2          PIC X(30).
000290     05  UTNH-PREN-CONT2         PIC X(30).
000300*--- DEPARTEMENT / CENTRE DE COUTS (TABLE DE REFERENCE UTDEPRF)
000310     05  UTNH-COD-DEPT           PIC X(4).
