000100*-----------------------------------------------------------------
000200*    DDREFD.CPY
000300*    RECORD LAYOUT FOR THE DIRECT-DEBIT REFUND REQUESTS
000400*    (DDREFIN) TAKEN BY THE BRANCHES AND APPLIED BY
000500*    SIMPLEBANK.  LE CLIENT DESIGNE LE PRELEVEMENT A
000600*    REMBOURSER PAR LE CREANCIER ET LA REFERENCE DE BOUT EN
000700*    BOUT PORTES SUR SON RELEVE ; LE REMBOURSEMENT D'UN
000800*    PRELEVEMENT AUTORISE EST DE DROIT DANS LES 8 SEMAINES
000900*    QUI SUIVENT LE DEBIT.
001000*-----------------------------------------------------------------
001100 01  DD-REFUND-REQUEST.
001200     05  RF-ACCOUNT-NUMBER   PIC X(10).
001300     05  RF-CREANCIER-ID     PIC X(18).
001400     05  RF-REFERENCE-PRELEV PIC X(20).
001500     05  RF-OPERATEUR        PIC X(08).
001600     05  FILLER              PIC X(04).
