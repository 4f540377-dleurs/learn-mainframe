000100*-----------------------------------------------------------------
000200*    IDDOCEXC.CPY
000300*    RECORD LAYOUT FOR THE IDENTITY DOCUMENT MAINTENANCE
000400*    EXCEPTIONS QUEUE.  ONE RECORD IS WRITTEN FOR EVERY
000500*    TRANSACTION REJECTED BY KYC-ID-DOCUMENT-MAINT (PIECE DEJA
000600*    ENREGISTREE, CLIENT SANS PIECE, FONCTION, TYPE OU DATE
000700*    INVALIDE, ZONE OBLIGATOIRE ABSENTE).
000800*-----------------------------------------------------------------
000900 01  ID-DOCUMENT-EXCEPTION.
001000     05  IX-NUMERO-CLIENT    PIC X(10).
001100     05  IX-FONCTION         PIC X(01).
001200     05  IX-RAISON           PIC X(30).
001300     05  IX-OPERATEUR        PIC X(08).
001400     05  FILLER              PIC X(01).
