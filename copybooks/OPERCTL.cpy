000100*-----------------------------------------------------------------
000200*    OPERCTL.CPY
000300*    RECORD LAYOUT FOR THE OPERATOR CATALOGUE CONTROL FILE READ BY
000400*    AUDIT-INQUIRY.  UN ENREGISTREMENT PAR OPERATEUR HABILITE A LA
000500*    SAISIE (OP-OPERATEUR, TEL QUE PORTE PAR LES TRANSACTIONS DE
000600*    MAINTENANCE) ; OP-NUMERO-CLIENT EST SON PROPRE NUMERO CLIENT
000700*    QUAND IL EST AUSSI CLIENT DE LA BANQUE (BLANC SINON).  UN
000800*    OPERATEUR QUI MAINTIENT UN OBJET DE CE CLIENT, OU UN COMPTE
000900*    DONT CE CLIENT EST TITULAIRE OU LIE, ENFREINT LA SEPARATION
001000*    DES TACHES.
001100*-----------------------------------------------------------------
001200 01  OPERATOR-CONTROL-RECORD.
001300     05  OP-OPERATEUR        PIC X(08).
001400     05  OP-NOM              PIC X(30).
001500     05  OP-NUMERO-CLIENT    PIC X(10).
001600     05  FILLER              PIC X(12).
