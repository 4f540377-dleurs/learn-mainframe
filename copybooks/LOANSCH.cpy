000100*-----------------------------------------------------------------
000200*    LOANSCH.CPY
000300*    RECORD LAYOUT FOR THE LOAN AMORTISATION SCHEDULE FILE
000400*    (LOANSCHD) WRITTEN BY LOAN-BOOKING.  UN ENREGISTREMENT PAR
000500*    ECHEANCE DU PRET, DE LA PREMIERE A LA DERNIERE : DATE,
000600*    MONTANT DE L'ECHEANCE, PART CAPITAL, PART INTERETS ET
000700*    CAPITAL RESTANT DU APRES L'ECHEANCE.  LES INTERETS SONT
000800*    CALCULES COMME LES PRELEVE SIMPLEBANK (CAPITAL RESTANT DU
000900*    X TAUX ANNUEL / 12, ARRONDI AU CENTIME).
001000*-----------------------------------------------------------------
001100 01  LOAN-SCHEDULE-RECORD.
001200     05  LE-NUMERO-PRET      PIC X(10).
001300     05  LE-NUMERO-ECHEANCE  PIC 9(03).
001400     05  LE-DATE-ECHEANCE    PIC X(08).
001500     05  LE-MENSUALITE       PIC 9(9)V99.
001600     05  LE-CAPITAL          PIC 9(9)V99.
001700     05  LE-INTERET          PIC 9(9)V99.
001800     05  LE-CAPITAL-RESTANT  PIC 9(9)V99.
001900     05  LE-ACCOUNT-NUMBER   PIC X(10).
002000     05  FILLER              PIC X(05).
