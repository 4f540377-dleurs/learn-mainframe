000100*-----------------------------------------------------------------
000200*    DDHIST.CPY
000300*    RECORD LAYOUT FOR THE DIRECT-DEBIT COLLECTION HISTORY
000400*    (DDHIST), INDEXED ON THE CREDITOR IDENTIFIER AND THE
000500*    CREDITOR'S END-TO-END REFERENCE.  WRITTEN BY SIMPLEBANK
000600*    FOR EVERY COLLECTION OF DDIN IT HAS DEALT WITH, POSTED OR
000700*    RETURNED : UNE COLLECTION DEJA HISTORISEE A LA DATE
000800*    D'AFFAIRES N'EST PAS REPRISE A LA REPRISE, ET UNE
000900*    REFERENCE DEJA CONNUE UN AUTRE JOUR EST RETOURNEE EN
001000*    DOUBLON.  DH-STATUT "P" : PRELEVEMENT POSTE ; "R" :
001100*    RETOURNE AU CREANCIER ; "F" : POSTE PUIS REMBOURSE AU
001200*    CLIENT A SA DEMANDE (DH-DATE-REMBOURSEMENT).
001300*    DH-DATE-PRELEVEMENT EST LA DATE D'AFFAIRES DU POSTAGE,
001400*    POINT DE DEPART DU DELAI DE REMBOURSEMENT DE 8 SEMAINES.
001500*-----------------------------------------------------------------
001600 01  DD-HISTORY-RECORD.
001700     05  DH-CLE-PRELEVEMENT.
001800         10  DH-CREANCIER-ID     PIC X(18).
001900         10  DH-REFERENCE-PRELEV PIC X(20).
002000     05  DH-REFERENCE-MANDAT PIC X(20).
002100     05  DH-NUMERO-MANDAT    PIC X(10).
002200     05  DH-ACCOUNT-NUMBER   PIC X(10).
002300     05  DH-AMOUNT           PIC 9(9)V99.
002400     05  DH-DATE-PRELEVEMENT PIC X(08).
002500     05  DH-STATUT           PIC X(01).
002600         88  DH-POSTE                 VALUE "P".
002700         88  DH-RETOURNE              VALUE "R".
002800         88  DH-REMBOURSE             VALUE "F".
002900     05  DH-RAISON           PIC X(04).
003000     05  DH-DATE-REMBOURSEMENT PIC X(08).
003100     05  DH-DATE-TRAITEMENT  PIC X(08).
003200     05  FILLER              PIC X(02).
