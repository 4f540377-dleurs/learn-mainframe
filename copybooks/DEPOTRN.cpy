000100*-----------------------------------------------------------------
000200*    DEPOTRN.CPY
000300*    RECORD LAYOUT FOR THE TERM DEPOSIT BOOKING INPUT (TDIN)
000400*    READ BY DEPOSIT-BOOKING.  UN ENREGISTREMENT PAR DEPOT A
000500*    CREER.  DT-DUREE-MOIS : 3, 6 OU 12.  DT-DATE-VALEUR NE
000600*    PEUT ETRE PASSEE ; LE COMPTE DT-ACCOUNT-NUMBER EST DEBITE
000700*    PAR SIMPLEBANK A CETTE DATE.  DT-TAUX-NEGOCIE NUL : TAUX
000800*    DE LA GRILLE DEPCTL EN VIGUEUR POUR LA DUREE ; SINON TAUX
000900*    ACCORDE PAR DEROGATION.  DT-RENOUVELLEMENT-SW "O" DEMANDE
001000*    LA RECONDUCTION A L'ECHEANCE.
001100*-----------------------------------------------------------------
001200 01  DEPOSIT-BOOKING-RECORD.
001300     05  DT-NUMERO-DEPOT     PIC X(10).
001400     05  DT-ACCOUNT-NUMBER   PIC X(10).
001500     05  DT-MONTANT          PIC 9(9)V99.
001600     05  DT-DUREE-MOIS       PIC 9(02).
001700     05  DT-DATE-VALEUR      PIC X(08).
001800     05  DT-TAUX-NEGOCIE     PIC 9V9(4).
001900     05  DT-RENOUVELLEMENT-SW PIC X(01).
002000     05  DT-OPERATEUR        PIC X(08).
002100     05  FILLER              PIC X(05).
