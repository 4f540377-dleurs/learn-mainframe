000100*-----------------------------------------------------------------
000200*    CLREXC.CPY
000300*    RECORD LAYOUT FOR THE CLEARING ACKNOWLEDGEMENT EXCEPTIONS
000400*    (CLREXC).  UN DETAIL DE CLRACK QUI NE PEUT ETRE APPLIQUE Y
000500*    EST LISTE AVEC SON IMAGE COMPLETE ET LA DATE DU LOT :
000600*      "INCO" PAIEMENT ABSENT DU REGISTRE OUTPREG POUR CE LOT
000700*      "MONT" MONTANT DIFFERENT DU PAIEMENT EMIS
000800*      "DEJA" PAIEMENT DEJA ACQUITTE
000900*      "STAT" STATUT D'ACQUITTEMENT INCONNU
001000*      "NACC" ; "CLOS" REJET DONT LE COMPTE EST INCONNU OU CLOS :
001100*             LE REJET EST ENREGISTRE MAIS NON RECREDITE, LE
001200*             BACK-OFFICE REGLE LES FONDS A LA MAIN.
001300*-----------------------------------------------------------------
001400 01  CLEARING-ACK-EXCEPTION.
001500     05  CX-IMAGE            PIC X(50).
001600     05  CX-DATE-LOT         PIC X(08).
001700     05  CX-RAISON           PIC X(04).
001800     05  CX-DATE-TRAITEMENT  PIC X(08).
001900     05  FILLER              PIC X(10).
