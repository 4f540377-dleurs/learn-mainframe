000700*    MAIS COMMENCE PAR UN DE CES PREFIXES EST UN PAIEMENT
000800*    SORTANT (DEBIT CLIENT, JAMBE GRAND LIVRE, EXTRAIT OUTPAY)
000900*    AU LIEU D'UN REFUS "CPIN".
000920*    RT-ETRANGER "O" : PREFIXE D'UN RESEAU ETRANGER ; LES
000940*    PAIEMENTS RECUS DE CE PREFIXE ALIMENTENT LE PROFIL DE
000960*    COMPORTEMENT KYC DU CLIENT CREDITE.
001000*-----------------------------------------------------------------
001100 01  ROUTING-PREFIX-RECORD.
001200     05  RT-PREFIXE          PIC X(03).
001300     05  RT-LIBELLE          PIC X(20).
001400     05  RT-ETRANGER         PIC X(01).
001500         88  RT-PREFIXE-ETRANGER      VALUE "O".
001600     05  FILLER              PIC X(06).
