000100*-----------------------------------------------------------------
000200*    DEPOEXC.CPY
000300*    RECORD LAYOUT FOR THE TERM DEPOSIT EXCEPTION REPORT
000400*    WRITTEN BY SIMPLEBANK.  ONE RECORD IS WRITTEN FOR EVERY
000500*    DEPOSIT PLACEMENT OR MATURITY PAYMENT THAT COULD NOT BE
000600*    POSTED ON THE RUN DATE, WITH THE LEDGER REASON CODE OF THE
000700*    DECLINE ; THE MOVEMENT IS PRESENTED AGAIN THE NEXT NIGHT.
000800*    DX-OPERATION "P" = MISE EN PLACE, "M" = ECHEANCE.
000900*-----------------------------------------------------------------
001000 01  DEPOSIT-EXCEPTION-RECORD.
001100     05  DX-NUMERO-DEPOT     PIC X(10).
001200     05  DX-ACCOUNT-NUMBER   PIC X(10).
001300     05  DX-OPERATION        PIC X(01).
001400     05  DX-DATE-AFFAIRES    PIC X(08).
001500     05  DX-MONTANT          PIC 9(9)V99.
001600     05  DX-RAISON           PIC X(04).
001700     05  FILLER              PIC X(04).
