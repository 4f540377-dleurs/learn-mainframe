001630*    CARRIES THE CONVERSION RATE APPLIED TO A CROSS-CURRENCY
001640*    TRANSFER ON BOTH LEGS (1 ON A SINGLE-CURRENCY ENTRY) SO
001650*    RECONCILIATION AND STATEMENTS CAN EXPLAIN THE AMOUNTS.
001651*    QUARTERLY DEBIT INTEREST (AGIOS) IS DEBITED WITH TYPE "A",
001652*    SEPARATE FROM FEES ("F") AND FROM CREDIT INTEREST ("I").
001653*    A TERM LOAN IS CREDITED ON DISBURSEMENT WITH TYPE "K" ; AN
001654*    INSTALMENT DEBITS ITS CAPITAL AS TYPE "L" AND ITS INTEREST
001655*    AS TYPE "J".  ALL THREE CARRY THE LOAN NUMBER IN
001656*    LG-COUNTERPARTY.
001657*    A TERM DEPOSIT IS DEBITED FROM ITS LINKED ACCOUNT ON
001658*    PLACEMENT WITH TYPE "P" ; AT MATURITY OR ON AN EARLY BREAK
001659*    (REASON "RUPT") THE ACCOUNT IS CREDITED WITH THE PRINCIPAL
001660*    AS TYPE "M" AND THE INTEREST AS TYPE "G".  ALL THREE CARRY
001661*    THE DEPOSIT NUMBER IN LG-COUNTERPARTY ; A REFUSED BREAK IS
001662*    A DECLINED "Q" (REASON "DEPO").
001663*    A SEPA DIRECT DEBIT COLLECTED BY A CREDITOR IS DEBITED WITH
001664*    TYPE "O" AND ITS REFUND TO THE CUSTOMER CREDITED WITH TYPE
001665*    "U", BOTH CARRYING THE INTERNAL MANDATE NUMBER IN
001666*    LG-COUNTERPARTY.
001667*    AN OPERATOR REVERSAL OFFSETS A POSTED ENTRY EXACTLY (SAME
001668*    AMOUNT, CURRENCY AND RATE, NO FEE) : TYPE "Y" DEBITS BACK A
001669*    CREDIT AND TYPE "Z" CREDITS BACK A DEBIT.  LG-REASON-CODE
001670*    IS "EX" FOLLOWED BY THE ORIGINAL TYPE AND LG-COUNTERPARTY
001671*    CARRIES THE ORIGINAL BUSINESS DATE (YYYYMMDD) ; THE FULL
001672*    LINK TO THE ORIGINAL LG-SEQUENCE IS KEPT ON REVHIST.  BOTH
001673*    LEGS OF A TRANSFER ARE REVERSED TOGETHER.
001674*    AN OUTBOUND PAYMENT REJECTED BY THE CLEARING HOUSE (CLRACK)
001675*    IS CREDITED BACK WITH TYPE "N" : LG-REASON-CODE CARRIES THE
001676*    CLEARING REJECT REASON AND LG-COUNTERPARTY THE EXTERNAL
001677*    ACCOUNT ; THE LINK TO THE ORIGINAL "EXTB" ENTRY IS KEPT ON
001678*    OUTPREG.
001700*-----------------------------------------------------------------
001800 01  LEDGER-RECORD.
001900     05  LG-ACCOUNT-NUMBER   PIC X(10).
002720         88  LG-TYPE-CHEQUE-DEPOSIT   VALUE "C".
002730         88  LG-TYPE-CHEQUE-RETURN    VALUE "B".
002740         88  LG-TYPE-CLOSURE          VALUE "X".
002744         88  LG-TYPE-DEBIT-INTEREST   VALUE "A".
002748         88  LG-TYPE-LOAN-DISBURSEMENT VALUE "K".
002752         88  LG-TYPE-LOAN-CAPITAL     VALUE "L".
002756         88  LG-TYPE-LOAN-INTEREST    VALUE "J".
002760         88  LG-TYPE-DEPOSIT-PLACEMENT VALUE "P".
002764         88  LG-TYPE-DEPOSIT-PRINCIPAL VALUE "M".
002768         88  LG-TYPE-DEPOSIT-INTEREST VALUE "G".
002772         88  LG-TYPE-DEPOSIT-BREAK    VALUE "Q".
002776         88  LG-TYPE-DIRECT-DEBIT     VALUE "O".
002780         88  LG-TYPE-DIRECT-DEBIT-REFUND VALUE "U".
002784         88  LG-TYPE-REVERSAL-DEBIT   VALUE "Y".
002788         88  LG-TYPE-REVERSAL-CREDIT  VALUE "Z".
002792         88  LG-TYPE-PAYMENT-RETURN   VALUE "N".
002800     05  LG-AMOUNT           PIC 9(9)V99.
002900     05  LG-TIMESTAMP        PIC X(18).
003000     05  LG-RESULTING-BALANCE PIC S9(9)V99.
