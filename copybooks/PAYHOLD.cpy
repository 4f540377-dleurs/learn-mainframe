000100*-----------------------------------------------------------------
000200*    PAYHOLD.CPY
000300*    RECORD LAYOUT FOR THE HELD-PAYMENT MASTER (PAYHOLD), INDEXED
000400*    ON THE "RETN" LEDGER ENTRY OF THE HOLD : BUSINESS DATE,
000500*    ACCOUNT AND LG-SEQUENCE.  WRITTEN BY SIMPLEBANK FOR EVERY
000600*    CUSTOMER TRANSFER HELD AFTER A RECENT CONTACT-DETAIL CHANGE
000700*    OF THE HOLDER (VOIR HOLDCTL), AVEC L'IMAGE COMPLETE DU
000800*    MOUVEMENT AU DESSIN TRANSREC.  LE PAIEMENT RESTE RETENU ("H")
000900*    JUSQU'A CE QU'ACCOUNT-MAINTENANCE TRANSMETTE SUR PAYREL UNE
001000*    LIBERATION OU UNE ANNULATION APPROUVEE A QUATRE YEUX ; LA
001100*    NUIT MEME, SIMPLEBANK POSTE LE MOUVEMENT LIBERE PAR LE
001200*    CIRCUIT NORMAL ("L", PH-RESULTAT "P" POSTE OU "R" REFUSE AVEC
001300*    SA RAISON) OU L'ABANDONNE ("A").  PH-DATE-CHANGEMENT EST LA
001400*    DATE DU DERNIER CHANGEMENT DE COORDONNEES QUI A DECLENCHE LA
001500*    RETENUE.
001600*-----------------------------------------------------------------
001700 01  PAYMENT-HOLD-RECORD.
001800     05  PH-CLE.
001900         10  PH-DATE-RETENUE     PIC X(08).
002000         10  PH-ACCOUNT-NUMBER   PIC X(10).
002100         10  PH-SEQUENCE         PIC 9(08).
002200     05  PH-STATUT           PIC X(01).
002300         88  PH-RETENU                VALUE "H".
002400         88  PH-LIBERE                VALUE "L".
002500         88  PH-ANNULE                VALUE "A".
002600     05  PH-GENRE            PIC X(01).
002700         88  PH-GENRE-EXTERNE         VALUE "E".
002800         88  PH-GENRE-INTERNE         VALUE "I".
002900     05  PH-NUMERO-CLIENT    PIC X(10).
003000     05  PH-DATE-CHANGEMENT  PIC X(08).
003100     05  PH-IMAGE            PIC X(56).
003200     05  PH-DATE-DECISION    PIC X(08).
003300     05  PH-OPERATEUR-SAISIE PIC X(08).
003400     05  PH-OPERATEUR-APPROB PIC X(08).
003500     05  PH-RESULTAT         PIC X(01).
003600         88  PH-RESULTAT-POSTE        VALUE "P".
003700         88  PH-RESULTAT-REFUSE       VALUE "R".
003800     05  PH-RAISON-REFUS     PIC X(04).
003900     05  FILLER              PIC X(19).
