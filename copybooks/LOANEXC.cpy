000100*-----------------------------------------------------------------
000200*    LOANEXC.CPY
000300*    RECORD LAYOUT FOR THE LOAN COLLECTION EXCEPTION REPORT
000400*    WRITTEN BY SIMPLEBANK.  ONE RECORD IS WRITTEN FOR EVERY
000500*    LOAN DISBURSEMENT OR INSTALMENT THAT COULD NOT BE POSTED
000600*    ON THE RUN DATE, WITH THE LEDGER REASON CODE OF THE
000700*    DECLINE.  LX-OPERATION "K" = DEBLOCAGE, "L" = ECHEANCE.
000800*    POUR UNE ECHEANCE, LX-MONTANT EST LE TOTAL DES IMPAYES
000900*    PRESENTES (CAPITAL + INTERETS), LX-NB-IMPAYES ET LX-JOURS-
001000*    RETARD L'ETAT DES ARRIERES APRES LE REJET.
001100*-----------------------------------------------------------------
001200 01  LOAN-EXCEPTION-RECORD.
001300     05  LX-NUMERO-PRET      PIC X(10).
001400     05  LX-ACCOUNT-NUMBER   PIC X(10).
001500     05  LX-OPERATION        PIC X(01).
001600     05  LX-DATE-AFFAIRES    PIC X(08).
001700     05  LX-MONTANT          PIC 9(9)V99.
001800     05  LX-RAISON           PIC X(04).
001900     05  LX-NB-IMPAYES       PIC 9(03).
002000     05  LX-DATE-PREMIER-IMPAYE PIC X(08).
002100     05  LX-JOURS-RETARD     PIC 9(05).
002200     05  FILLER              PIC X(04).
