000100*-----------------------------------------------------------------
000200*    LOANREJ.CPY
000300*    RECORD LAYOUT FOR THE LOAN BOOKING EXCEPTIONS QUEUE.  ONE
000400*    RECORD IS WRITTEN FOR EVERY LOAN REJECTED BY LOAN-BOOKING
000500*    (DUPLICATE LOAN, UNKNOWN OR NON-OPEN ACCOUNT, INVALID
000600*    AMOUNT, RATE, TERM OR DATE).
000700*-----------------------------------------------------------------
000800 01  LOAN-REJECT-RECORD.
000900     05  LR-NUMERO-PRET      PIC X(10).
001000     05  LR-ACCOUNT-NUMBER   PIC X(10).
001100     05  LR-RAISON           PIC X(30).
001200     05  LR-OPERATEUR        PIC X(08).
001300     05  FILLER              PIC X(02).
