000100*-----------------------------------------------------------------
000200*    BEHVHST.CPY
000300*    RECORD LAYOUT FOR THE BEHAVIOUR EVENT HISTORY (GROUPE DE
000400*    GENERATIONS BHVHSTG) KEPT BY KYC-BEHAVIOUR-SUMMARY.  SUSPOUT
000500*    ET DECLOUT SONT REECRITS CHAQUE NUIT : LEURS EVENEMENTS
000600*    ("A" ALERTE DE VELOCITE AVEC SA RAISON, "D" DECLARATION)
000700*    SONT HISTORISES ICI, PAR CLIENT ET DATE D'AFFAIRES, TANT
000800*    QU'ILS RESTENT DANS LA FENETRE DU PROFIL.
000900*-----------------------------------------------------------------
001000 01  BEHAVIOUR-HISTORY-RECORD.
001100     05  BV-NUMERO-CLIENT    PIC X(10).
001200     05  BV-GENRE            PIC X(01).
001300         88  BV-IS-ALERTE             VALUE "A".
001400         88  BV-IS-DECLARATION        VALUE "D".
001500     05  BV-DATE             PIC X(08).
001600     05  BV-ACCOUNT-NUMBER   PIC X(10).
001700     05  BV-AMOUNT           PIC 9(11)V99.
001800     05  BV-RAISON           PIC X(04).
001900     05  FILLER              PIC X(04).
