000100*-----------------------------------------------------------------
000200*    HOLDRPT.CPY
000300*    RECORD LAYOUT FOR THE DAILY HELD-PAYMENT REPORT (HOLDRPT)
000400*    WRITTEN BY PAYMENT-HOLD-REPORT FROM THE PAYHOLD MASTER.  UNE
000500*    LIGNE PAR PAIEMENT : "H" RETENU A LA DATE D'AFFAIRES, "L"
000600*    LIBERE ET "A" ANNULE A LA DATE D'AFFAIRES (AVEC LES DEUX
000700*    OPERATEURS ; HR-RAISON NON BLANCHE : LE MOUVEMENT LIBERE A
000800*    ETE REFUSE AU POSTAGE POUR CETTE RAISON), "W" RETENU UN JOUR
000900*    PRECEDENT ET TOUJOURS EN ATTENTE.  UN "T" FINAL PORTE LES
001000*    NOMBRES PAR GENRE ET LE MONTANT TOTAL ENCORE RETENU.  LES
001050*    DEUX DESSINS FONT 87 OCTETS (LRECL DU DD HOLDRPT).
001100*-----------------------------------------------------------------
001200 01  PAYMENT-HOLD-REPORT-RECORD.
001300     05  HR-GENRE            PIC X(01).
001400         88  HR-IS-RETENU             VALUE "H".
001500         88  HR-IS-LIBERE             VALUE "L".
001600         88  HR-IS-ANNULE             VALUE "A".
001700         88  HR-IS-EN-ATTENTE         VALUE "W".
001800         88  HR-IS-TOTAL              VALUE "T".
001900     05  HR-DATE-AFFAIRES    PIC X(08).
002000     05  HR-DATE-RETENUE     PIC X(08).
002100     05  HR-ACCOUNT-NUMBER   PIC X(10).
002200     05  HR-SEQUENCE         PIC 9(08).
002300     05  HR-GENRE-VIREMENT   PIC X(01).
002400     05  HR-AMOUNT           PIC 9(9)V99.
002500     05  HR-CONTREPARTIE     PIC X(10).
002600     05  HR-DATE-CHANGEMENT  PIC X(08).
002700     05  HR-OPERATEUR-SAISIE PIC X(08).
002800     05  HR-OPERATEUR-APPROB PIC X(08).
002900     05  HR-RAISON           PIC X(04).
003000     05  FILLER              PIC X(02).
003100 01  PAYMENT-HOLD-REPORT-TOTAL.
003200     05  FILLER              PIC X(09).
003300     05  HR-NOMBRE-RETENUS   PIC 9(07).
003400     05  HR-NOMBRE-LIBERES   PIC 9(07).
003500     05  HR-NOMBRE-ANNULES   PIC 9(07).
003600     05  HR-NOMBRE-EN-ATTENTE PIC 9(07).
003700     05  HR-MONTANT-EN-ATTENTE PIC 9(11)V99.
003800     05  FILLER              PIC X(37).
