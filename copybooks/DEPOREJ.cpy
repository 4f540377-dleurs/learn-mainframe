000100*-----------------------------------------------------------------
000200*    DEPOREJ.CPY
000300*    RECORD LAYOUT FOR THE TERM DEPOSIT BOOKING EXCEPTIONS
000400*    QUEUE.  ONE RECORD IS WRITTEN FOR EVERY DEPOSIT REJECTED
000500*    BY DEPOSIT-BOOKING (DUPLICATE DEPOSIT, UNKNOWN OR NON-OPEN
000600*    ACCOUNT, AMOUNT BELOW THE MINIMUM, INVALID TERM, RATE OR
000700*    VALUE DATE).
000800*-----------------------------------------------------------------
000900 01  DEPOSIT-REJECT-RECORD.
001000     05  DR-NUMERO-DEPOT     PIC X(10).
001100     05  DR-ACCOUNT-NUMBER   PIC X(10).
001200     05  DR-RAISON           PIC X(30).
001300     05  DR-OPERATEUR        PIC X(08).
001400     05  FILLER              PIC X(02).
