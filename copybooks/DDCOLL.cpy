000100*-----------------------------------------------------------------
000200*    DDCOLL.CPY
000300*    RECORD LAYOUT FOR THE INBOUND SEPA DIRECT-DEBIT
000400*    COLLECTIONS FILE (DDIN), RECEIVED FROM THE CREDITOR BANKS
000500*    THROUGH THE CLEARING HOUSE AND APPLIED BY SIMPLEBANK
000600*    AGAINST THE MANDATE MASTER.  LE FICHIER OUVRE SUR UN "H"
000700*    (DATE DE LOT) ET CLOT SUR UN "T" (NOMBRE DE DETAILS ET
000800*    TOTAL DE CONTROLE DES MONTANTS, VUE COLLECTION-BATCH-
000900*    CONTROL) COMME INPAY, POUR QU'UN FICHIER TRONQUE SOIT
001000*    REFUSE.  CL-REFERENCE-PRELEV EST LA REFERENCE DE BOUT EN
001100*    BOUT DU CREANCIER, UNIQUE POUR CE CREANCIER.
001200*    CL-SEQUENCE : "FRST", "RCUR", "OOFF" OU "FNAL" (A TITRE
001300*    D'INFORMATION ; LE TYPE QUI FAIT FOI EST CELUI DU MANDAT).
001400*-----------------------------------------------------------------
001500 01  COLLECTION-RECORD.
001600     05  CL-RECORD-TYPE      PIC X(01).
001700         88  CL-IS-BATCH-HEADER       VALUE "H".
001800         88  CL-IS-DETAIL             VALUE "D".
001900         88  CL-IS-BATCH-TRAILER      VALUE "T".
002000     05  CL-CREANCIER-ID     PIC X(18).
002100     05  CL-REFERENCE-MANDAT PIC X(20).
002200     05  CL-REFERENCE-PRELEV PIC X(20).
002300     05  CL-ACCOUNT-NUMBER   PIC X(10).
002400     05  CL-AMOUNT           PIC 9(9)V99.
002500     05  CL-CURRENCY         PIC X(03).
002600     05  CL-DATE-ECHEANCE    PIC X(08).
002700     05  CL-SEQUENCE         PIC X(04).
002800     05  FILLER              PIC X(05).
002900 01  COLLECTION-BATCH-CONTROL REDEFINES COLLECTION-RECORD.
003000     05  FILLER              PIC X(01).
003100     05  CL-BATCH-DATE       PIC X(08).
003200     05  CL-BATCH-COUNT      PIC 9(07).
003300     05  CL-BATCH-HASH-TOTAL PIC 9(11)V99.
003400     05  FILLER              PIC X(71).
