000100*-----------------------------------------------------------------
000200*    MANDREJ.CPY
000300*    RECORD LAYOUT FOR THE MANDATE MAINTENANCE EXCEPTIONS
000400*    QUEUE.  ONE RECORD IS WRITTEN FOR EVERY MNDIN ACTION
000500*    REJECTED BY MANDATE-MAINT (UNKNOWN ACTION, DUPLICATE OR
000600*    UNKNOWN MANDATE, UNKNOWN OR NON-OPEN ACCOUNT, INVALID
000700*    SIGNATURE DATE OR MANDATE TYPE).
000800*-----------------------------------------------------------------
000900 01  MANDATE-REJECT-RECORD.
001000     05  MJ-ACTION           PIC X(01).
001100     05  MJ-CREANCIER-ID     PIC X(18).
001200     05  MJ-REFERENCE-MANDAT PIC X(20).
001300     05  MJ-ACCOUNT-NUMBER   PIC X(10).
001400     05  MJ-RAISON           PIC X(30).
001500     05  MJ-OPERATEUR        PIC X(08).
001600     05  FILLER              PIC X(03).
