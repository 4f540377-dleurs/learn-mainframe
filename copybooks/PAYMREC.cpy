001200*    PM-DIRECTION : "O" EMIS, "I" RECU.  PM-ACCOUNT-NUMBER EST
001300*    NOTRE COMPTE (DEBITE EN SORTANT, CREDITE EN ENTRANT),
001400*    PM-COUNTERPARTY LE COMPTE EXTERNE ROUTE.
001420*    PM-REFERENCE PORTE, SUR UN PAIEMENT EMIS, LE LG-SEQUENCE DE
001440*    SA JAMBE DEBIT ("T" RAISON "EXTB") : C'EST LA REFERENCE QUE
001460*    LE RESEAU RENVOIE SUR L'ACQUITTEMENT CLRACK ET LA CLE DU
001480*    PAIEMENT SUR LE REGISTRE OUTPREG.  A BLANC SUR INPAY.
001500*-----------------------------------------------------------------
001600 01  PAYMENT-RECORD.
001700     05  PM-RECORD-TYPE      PIC X(01).
002600     05  PM-AMOUNT           PIC 9(9)V99.
002700     05  PM-CURRENCY         PIC X(03).
002800     05  PM-VALUE-DATE       PIC X(08).
002860     05  PM-REFERENCE        PIC 9(08).
002920     05  FILLER              PIC X(02).
003000 01  PAYMENT-BATCH-CONTROL REDEFINES PAYMENT-RECORD.
003100     05  FILLER              PIC X(02).
003200     05  PM-BATCH-DATE       PIC X(08).
