001404*    "PAYO"), THEN STATUS CLOSED WITH THE CLOSURE DATE ON THE
001405*    MASTER.  ARCHIVE-PURGE REMOVES THE RECORD TO THE ACCOUNT
001406*    ARCHIVE ONCE THE RETENTION PERIOD HAS PASSED.
001413*    TYPES "K" (LOAN DISBURSEMENT) AND "L" (LOAN INSTALMENT) ARE
001420*    BUILT BY THE SIMPLEBANK LOAN PASS ONLY (TX-TARGET-ACCOUNT =
001427*    LOAN NUMBER) ; READ FROM THE TRANSACTION FILE, THEY REJECT.
001434*    TYPES "P" (TERM DEPOSIT PLACEMENT) AND "M" (TERM DEPOSIT
001441*    MATURITY PAYOUT) ARE LIKEWISE BUILT BY THE TERM DEPOSIT PASS
001448*    ONLY.  AN EARLY BREAK OF A TERM DEPOSIT ("Q") IS REQUESTED
001455*    ON THE LINKED ACCOUNT WITH TX-TARGET-ACCOUNT = DEPOSIT
001462*    NUMBER ; TX-AMOUNT IS IGNORED, THE PAYOUT IS COMPUTED.
001469*    TYPES "O" (SEPA DIRECT DEBIT, TX-TARGET-ACCOUNT = INTERNAL
001476*    MANDATE NUMBER) AND "U" (REFUND OF A DIRECT DEBIT) ARE
001483*    BUILT BY THE DIRECT-DEBIT PASS ONLY, FROM DDIN AND DDREFIN.
001490*-----------------------------------------------------------------
001500 01  TRANSACTION-RECORD.
001600     05  TX-RECORD-TYPE      PIC X(01).
001700         88  TX-IS-BATCH-HEADER       VALUE "H".
002420         88  TX-IS-CHEQUE-DEPOSIT     VALUE "C".
002440         88  TX-IS-CHEQUE-RETURN      VALUE "R".
002460         88  TX-IS-CLOSURE            VALUE "X".
002464         88  TX-IS-LOAN-DISBURSEMENT  VALUE "K".
002468         88  TX-IS-LOAN-INSTALMENT    VALUE "L".
002472         88  TX-IS-LOAN-MOVEMENT      VALUES "K" "L".
002476         88  TX-IS-DEPOSIT-PLACEMENT  VALUE "P".
002480         88  TX-IS-DEPOSIT-MATURITY   VALUE "M".
002484         88  TX-IS-DEPOSIT-BREAK      VALUE "Q".
002488         88  TX-IS-DIRECT-DEBIT       VALUE "O".
002492         88  TX-IS-DIRECT-DEBIT-REFUND VALUE "U".
002500     05  TX-AMOUNT           PIC 9(9)V99.
002600     05  TX-TARGET-ACCOUNT   PIC X(10).
002650     05  TX-CURRENCY         PIC X(03).
