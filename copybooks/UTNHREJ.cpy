000302         10  REJ-PREN-CONT1      PIC X(30).
000303         10  REJ-NOM-CONT2       PIC X(30).
000304         10  REJ-PREN-CONT2      PIC X(30).
000305         10  REJ-COD-DEPT        PIC X(4).
000310     05  REJ-DATE-LOT            PIC 9(8).
000320     05  REJ-CODE-RETOUR         PIC X(10).
000330     05  REJ-MSG-ERREUR          PIC X(79).
