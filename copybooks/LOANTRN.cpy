000100*-----------------------------------------------------------------
000200*    LOANTRN.CPY
000300*    RECORD LAYOUT FOR THE LOAN BOOKING INPUT (LOANIN) READ BY
000400*    LOAN-BOOKING.  UN ENREGISTREMENT PAR PRET A CREER.
000500*    LT-TAUX-ANNUEL EST LE TAUX NOMINAL ANNUEL, LT-DUREE-MOIS
000600*    LE NOMBRE D'ECHEANCES MENSUELLES (1 A 360).  LA PREMIERE
000700*    ECHEANCE TOMBE LE LT-JOUR-ECHEANCE DU MOIS QUI SUIT
000800*    LT-DATE-DEBUT.
000900*    LT-DEBLOCAGE-SW "N" : PRET REPRIS DU SUIVI MANUEL, DEJA
001000*    VERSE AU CLIENT -- AUCUN DEBLOCAGE N'EST PASSE ET LES
001100*    ECHEANCES ANTERIEURES A LA DATE D'AFFAIRES SONT REPUTEES
001200*    PAYEES.  SINON LE PRET EST DEBLOQUE PAR SIMPLEBANK A SA
001300*    DATE DE DEBUT (QUI NE PEUT ETRE PASSEE).
001400*-----------------------------------------------------------------
001500 01  LOAN-BOOKING-RECORD.
001600     05  LT-NUMERO-PRET      PIC X(10).
001700     05  LT-ACCOUNT-NUMBER   PIC X(10).
001800     05  LT-CAPITAL          PIC 9(9)V99.
001900     05  LT-TAUX-ANNUEL      PIC 9V9(4).
002000     05  LT-DUREE-MOIS       PIC 9(03).
002100     05  LT-DATE-DEBUT       PIC X(08).
002200     05  LT-JOUR-ECHEANCE    PIC 9(02).
002300     05  LT-DEBLOCAGE-SW     PIC X(01).
002400         88  LT-PRET-REPRIS           VALUE "N".
002500     05  LT-OPERATEUR        PIC X(08).
002600     05  FILLER              PIC X(02).
