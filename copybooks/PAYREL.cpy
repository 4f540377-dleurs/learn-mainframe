000100*-----------------------------------------------------------------
000200*    PAYREL.CPY
000300*    RECORD LAYOUT FOR THE APPROVED HELD-PAYMENT DECISIONS WRITTEN
000400*    BY ACCOUNT-MAINTENANCE AND READ THE SAME NIGHT BY SIMPLEBANK.
000500*    UNE DECISION ("P" SUR ACCTTRIN) N'Y PARAIT QUE LORSQUE SA
000600*    SECONDE APPROBATION EST ACQUISE ; ELLE DESIGNE LE PAIEMENT
000700*    RETENU PAR LA CLE DE PAYHOLD (COMPTE, DATE DE LA RETENUE ET
000800*    LG-SEQUENCE DE L'ECRITURE "RETN") ET PORTE LES DEUX
000900*    OPERATEURS.  PR-DECISION : "L" LIBERER (LE MOUVEMENT EST
001000*    POSTE), "A" ANNULER (IL NE L'EST JAMAIS).
001100*-----------------------------------------------------------------
001200 01  PAYMENT-RELEASE-RECORD.
001300     05  PR-ACCOUNT-NUMBER   PIC X(10).
001400     05  PR-DATE-RETENUE     PIC X(08).
001500     05  PR-SEQUENCE         PIC 9(08).
001600     05  PR-DECISION         PIC X(01).
001700         88  PR-LIBERATION            VALUE "L".
001800         88  PR-ANNULATION            VALUE "A".
001900     05  PR-OPERATEUR-SAISIE PIC X(08).
002000     05  PR-OPERATEUR-APPROB PIC X(08).
002100     05  PR-DATE-APPROBATION PIC X(08).
002200     05  FILLER              PIC X(09).
