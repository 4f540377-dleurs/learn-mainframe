000100*-----------------------------------------------------------------
000200*    OUTPREG.CPY
000300*    RECORD LAYOUT FOR THE OUTBOUND PAYMENT REGISTER (OUTPREG),
000400*    INDEXED ON THE OUTPAY BATCH DATE, OUR ACCOUNT AND THE
000500*    PAYMENT REFERENCE (PM-REFERENCE, LG-SEQUENCE DE LA JAMBE
000600*    DEBIT "EXTB").  SIMPLEBANK Y ECRIT UN DETAIL ("D") PAR
000700*    PAIEMENT EMIS SUR OUTPAY, PUIS EN FIN DE RUN LE TOTAL DU LOT
000800*    ("T", COMPTE A BLANC ET REFERENCE A ZERO, VUE
000900*    OUTPAY-REGISTER-TOTAL) AVEC LE NOMBRE ET LE TOTAL DE
001000*    CONTROLE DU TRAILER OUTPAY.  L'ACQUITTEMENT DU RESEAU
001100*    (CLRACK) FAIT PASSER LE DETAIL DE "E" EMIS A "A" ACCEPTE OU
001200*    "R" REJETE (AVEC LA RAISON DU RESEAU) ; UN REJET EST
001300*    RECREDITE AU COMPTE EN ECRITURE "N" (OG-RESULTAT-RETOUR "C",
001400*    OG-SEQUENCE-RETOUR = SON LG-SEQUENCE) OU, COMPTE INCONNU OU
001500*    CLOS, LAISSE AU BACK-OFFICE ("X").  LE TOTAL CUMULE LES
001600*    ACQUITTEMENTS RECUS POUR LE LOT.
001700*-----------------------------------------------------------------
001800 01  OUTPAY-REGISTER-RECORD.
001900     05  OG-CLE.
002000         10  OG-DATE-LOT         PIC X(08).
002100         10  OG-ACCOUNT-NUMBER   PIC X(10).
002200         10  OG-REFERENCE        PIC 9(08).
002300     05  OG-GENRE            PIC X(01).
002400         88  OG-IS-DETAIL             VALUE "D".
002500         88  OG-IS-TOTAL              VALUE "T".
002600     05  OG-STATUT           PIC X(01).
002700         88  OG-EMIS                  VALUE "E".
002800         88  OG-ACCEPTE               VALUE "A".
002900         88  OG-REJETE                VALUE "R".
003000     05  OG-COUNTERPARTY     PIC X(10).
003100     05  OG-AMOUNT           PIC 9(9)V99.
003200     05  OG-CURRENCY         PIC X(03).
003300     05  OG-DATE-ACQUIT      PIC X(08).
003400     05  OG-RAISON-REJET     PIC X(04).
003500     05  OG-RESULTAT-RETOUR  PIC X(01).
003600         88  OG-RETOUR-CREDITE        VALUE "C".
003700         88  OG-RETOUR-NON-CREDITE    VALUE "X".
003800     05  OG-SEQUENCE-RETOUR  PIC 9(08).
003900     05  FILLER              PIC X(27).
004000 01  OUTPAY-REGISTER-TOTAL REDEFINES OUTPAY-REGISTER-RECORD.
004100     05  FILLER              PIC X(28).
004200     05  OG-NB-EMIS          PIC 9(07).
004300     05  OG-HASH-EMIS        PIC 9(11)V99.
004400     05  OG-NB-ACQUITTES     PIC 9(07).
004500     05  OG-HASH-ACQUITTES   PIC 9(11)V99.
004600     05  OG-NB-REJETES       PIC 9(07).
004700     05  OG-MONTANT-REJETE   PIC 9(11)V99.
004800     05  OG-DATE-DERNIER-ACQUIT PIC X(08).
004900     05  FILLER              PIC X(04).
