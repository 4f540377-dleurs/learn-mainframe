000200*    USRTRAN.CPY
000300*    RECORD LAYOUT FOR THE USER-INFO MAINTENANCE TRANSACTION
000400*    FILE.  ONE RECORD PER ADD, CHANGE OR DELETE APPLIED TO THE
000450*    USER-INFO MASTER FILE.  UT-OPERATEUR IS THE CLERK WHO KEYED
000500*    THE TRANSACTION ; IT IS CARRIED TO THE JOURNAL AND TO THE
000550*    OPERATOR AUDIT TRAIL (AUDITLOG).
000600*-----------------------------------------------------------------
000700 01  USER-TRANS-RECORD.
000800     05  UT-FUNCTION         PIC X(01).
001300     05  UT-EMAIL            PIC X(50).
001400     05  UT-PHONE            PIC X(22).
001500     05  UT-DATE-TIME        PIC X(18).
001600     05  UT-OPERATEUR        PIC X(08).
