000100*-----------------------------------------------------------------
000200*    MANDREC.CPY
000300*    RECORD LAYOUT FOR THE SEPA DIRECT-DEBIT MANDATE MASTER
000400*    (MNDMSTR), INDEXED ON THE CREDITOR IDENTIFIER AND THE
000500*    MANDATE REFERENCE (UNIQUE MANDATE REFERENCE, UNIQUE PAR
000600*    CREANCIER).  CREATED AND REVOKED BY MANDATE-MAINT, READ
000700*    AND UPDATED EACH NIGHT BY SIMPLEBANK WHEN IT APPLIES THE
000800*    INBOUND COLLECTIONS (DDIN).
000900*    MD-ACCOUNT-NUMBER EST LE COMPTE DEBITEUR AUTORISE PAR LE
001000*    CLIENT ; MD-NUMERO-MANDAT, NUMERO INTERNE ATTRIBUE A LA
001100*    SAISIE, EST PORTE EN CONTREPARTIE DES ECRITURES "O" ET
001200*    "U" DU GRAND LIVRE.  MD-TYPE-SW "O" : MANDAT PONCTUEL,
001300*    EPUISE APRES UN PRELEVEMENT ; "R" : MANDAT RECURRENT.
001400*    UN MANDAT RECURRENT EXPIRE 36 MOIS APRES SON DERNIER
001500*    PRELEVEMENT (OU APRES SA SIGNATURE S'IL N'A JAMAIS
001600*    SERVI).  MD-REVOCATION-SW "O" : MANDAT REVOQUE PAR LE
001700*    CLIENT A LA DATE MD-DATE-REVOCATION.
001800*-----------------------------------------------------------------
001900 01  MANDATE-RECORD.
002000     05  MD-CLE-MANDAT.
002100         10  MD-CREANCIER-ID     PIC X(18).
002200         10  MD-REFERENCE-MANDAT PIC X(20).
002300     05  MD-NUMERO-MANDAT    PIC X(10).
002400     05  MD-ACCOUNT-NUMBER   PIC X(10).
002500     05  MD-NOM-CREANCIER    PIC X(20).
002600     05  MD-DATE-SIGNATURE   PIC X(08).
002700     05  MD-TYPE-SW          PIC X(01).
002800         88  MD-PONCTUEL              VALUE "O".
002900         88  MD-RECURRENT             VALUE "R".
003000     05  MD-REVOCATION-SW    PIC X(01).
003100         88  MD-REVOQUE               VALUE "O".
003200     05  MD-DATE-REVOCATION  PIC X(08).
003300     05  MD-DATE-DERNIER-PRELEV PIC X(08).
003400     05  MD-NB-PRELEVEMENTS  PIC 9(05).
003500     05  MD-OPERATEUR        PIC X(08).
003600     05  FILLER              PIC X(03).
