001110*    CURRENCY OF THE MOVEMENT AND THE CONVERSION RATE APPLIED
001120*    (1 ON A SINGLE-CURRENCY MOVEMENT) TAKEN FROM THE LEDGER
001130*    ENTRY, SO A CONVERTED TRANSFER LEG EXPLAINS ITS AMOUNT.
001138*    AN OPERATOR REVERSAL APPEARS AS ITS OWN DETAIL ("Z" COUNTS
001146*    AS A DEPOSIT, "Y" AS A WITHDRAWAL) WITH REASON CODE "EX"
001154*    FOLLOWED BY THE TYPE OF THE ENTRY IT CANCELS.
001162*    THE "H" HEADER IS FOLLOWED BY ONE "N" LINE PER HOLDER
001170*    (STATEMENT-HOLDER-LINE : CLIENT NUMBER, ROLE, NAME) -- THE
001178*    PRIMARY HOLDER ("P") THEN EVERY OTHER CLIENT LINKED TO THE
001186*    ACCOUNT ON RELMSTR OVER THE STATEMENT PERIOD.
001200*-----------------------------------------------------------------
001300 01  STATEMENT-RECORD.
001400     05  STMT-RECORD-TYPE        PIC X(01).
001500         88  STMT-IS-HEADER           VALUE "H".
001600         88  STMT-IS-DETAIL           VALUE "D".
001700         88  STMT-IS-TOTAL            VALUE "T".
001750         88  STMT-IS-TITULAIRE        VALUE "N".
001800     05  STMT-ACCOUNT-NUMBER     PIC X(10).
001900     05  STMT-OPENING-BALANCE    PIC S9(9)V99.
002000     05  STMT-TIMESTAMP          PIC X(18).
003050     05  STMT-CURRENCY           PIC X(03).
003060     05  STMT-RATE-APPLIED       PIC 9(03)V9(06).
003100     05  FILLER                  PIC X(08).
003200 01  STATEMENT-HOLDER-LINE.
003300     05  FILLER                  PIC X(11).
003400     05  STMT-NUMERO-CLIENT      PIC X(10).
003500     05  STMT-ROLE               PIC X(01).
003600     05  STMT-NOM                PIC X(20).
003700     05  FILLER                  PIC X(101).
