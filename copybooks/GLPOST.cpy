000600*    STATUS SEEN ON THE DAY'S LEDGER (RECORD COUNT AND TOTAL
000700*    AMOUNT), THEN ONE "G" GRAND-TOTAL RECORD WHOSE COUNT AND
000800*    AMOUNT EQUAL THE SUM OF THE "D" RECORDS.
000820*    LES EXTOURNES ("Y"/"Z") SONT DETAILLEES PAR TYPE D'ORIGINE
000840*    (GP-TYPE-ORIGINE, A BLANC POUR LES AUTRES TYPES).
000860*    LES LIGNES "D" SONT DETAILLEES PAR AGENCE DU COMPTE
000880*    (GP-AGENCE, ACCT-AGENCE ; BLANC = COMPTE SANS AGENCE).
000900*-----------------------------------------------------------------
001000 01  GL-POSTING-RECORD.
001100     05  GP-GENRE            PIC X(01).
001500     05  GP-STATUS           PIC X(01).
001600     05  GP-NOMBRE           PIC 9(09).
001700     05  GP-MONTANT          PIC 9(13)V99.
001800     05  GP-TYPE-ORIGINE     PIC X(01).
001900     05  GP-AGENCE           PIC X(02).
002000     05  FILLER              PIC X(07).
