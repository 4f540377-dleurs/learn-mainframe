000100*-----------------------------------------------------------------
000200*    REVHIST.CPY
000300*    RECORD LAYOUT FOR THE REVERSAL HISTORY (REVHIST), INDEXED ON
000400*    THE ORIGINAL LEDGER ENTRY : BUSINESS DATE, ACCOUNT AND
000500*    LG-SEQUENCE.  WRITTEN BY SIMPLEBANK FOR EVERY LEG IT HAS
000600*    REVERSED -- UNE ECRITURE DEJA HISTORISEE EST REFUSEE EN
000700*    DOUBLE EXTOURNE, OU SAUTEE A LA REPRISE DE LA MEME DATE
000800*    D'AFFAIRES.  LES DEUX JAMBES D'UN VIREMENT SONT HISTORISEES
000900*    CHACUNE, RH-CLE-PAIRE DESIGNANT L'AUTRE JAMBE.
001000*    RH-DATE-EXTOURNE ET RH-SEQUENCE-EXTOURNE DESIGNENT
001100*    L'ECRITURE D'EXTOURNE ("Y" OU "Z") DU GRAND LIVRE.
001200*-----------------------------------------------------------------
001300 01  REVERSAL-HISTORY-RECORD.
001400     05  RH-CLE-ECRITURE.
001500         10  RH-DATE-ORIGINE     PIC X(08).
001600         10  RH-ACCOUNT-NUMBER   PIC X(10).
001700         10  RH-SEQUENCE-ORIGINE PIC 9(08).
001800     05  RH-TYPE-ORIGINE     PIC X(01).
001900     05  RH-AMOUNT           PIC 9(9)V99.
002000     05  RH-CURRENCY         PIC X(03).
002100     05  RH-DATE-EXTOURNE    PIC X(08).
002200     05  RH-SEQUENCE-EXTOURNE PIC 9(08).
002300     05  RH-TYPE-EXTOURNE    PIC X(01).
002400     05  RH-OPERATEUR-SAISIE PIC X(08).
002500     05  RH-OPERATEUR-APPROB PIC X(08).
002600     05  RH-CLE-PAIRE        PIC X(26).
002700     05  FILLER              PIC X(10).
