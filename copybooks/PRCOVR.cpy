000800*    QUE LA MAJORATION : VALIDATION DU PRIX, TOLERANCE
000900*    RC-TOLERANCE-PCT (ATTENTE D'APPROBATION PRICEPND AU-DELA)
001000*    ET HISTORISATION PRICEHST (TAUX APPLIQUE NUL = PRIX
001060*    MANUEL).  OV-OPERATEUR EST L'OPERATEUR QUI A SAISI LE PRIX ;
001120*    IL EST REPRIS SUR LA PISTE D'AUDIT ET SUR PRICEPND.
001200*-----------------------------------------------------------------
001300 01  PRICE-OVERRIDE-RECORD.
001400     05  OV-SKU              PIC X(10).
001500     05  OV-NOUVEAU-PRIX     PIC S9(7)V99.
001600     05  OV-DATE-EFFET       PIC X(08).
001700     05  OV-CODE-RAISON      PIC X(04).
001800     05  OV-OPERATEUR        PIC X(08).
001900     05  FILLER              PIC X(01).
