000100*-----------------------------------------------------------------
000200*    LGLHOLD.CPY
000300*    RECORD LAYOUT FOR THE LEGAL-RETENTION HOLD FILE (LGLHOLD),
000400*    TENU PAR LE SERVICE JURIDIQUE ET LA CONFORMITE.  UN
000500*    ENREGISTREMENT PAR CLIENT DONT LES DONNEES DOIVENT ETRE
000600*    CONSERVEES (LITIGE, REQUISITION, DELAI DE CONSERVATION
000700*    LEGAL) AVEC LE MOTIF ET LA DATE DE FIN DE LA CONSERVATION
000800*    INCLUSE ; LH-DATE-FIN A BLANC = CONSERVATION SANS TERME.
000900*    GDPR-ERASURE REFUSE L'EFFACEMENT D'UN CLIENT SOUS
001000*    CONSERVATION EN COURS A LA DATE D'AFFAIRES.
001100*-----------------------------------------------------------------
001200 01  LEGAL-HOLD-RECORD.
001300     05  LH-NUMERO-CLIENT    PIC X(10).
001400     05  LH-MOTIF            PIC X(30).
001500     05  LH-DATE-FIN         PIC X(08).
001600     05  FILLER              PIC X(12).
