000100*-----------------------------------------------------------------
000200*    PRODCTL.CPY
000300*    RECORD LAYOUT FOR THE ACCOUNT PRODUCT CATALOGUE, READ BY
000400*    SIMPLEBANK AND ACCOUNT-MAINTENANCE AT INITIALIZATION.
000500*    UN ENREGISTREMENT PORTE LES CONDITIONS D'UN PRODUIT
000600*    (ACCT-PRODUIT) A PARTIR D'UNE DATE D'EFFET -- MEME SCHEMA
000700*    DATE QUE RATECTL ET TARIFCTL : POUR CHAQUE PRODUIT, LE
000800*    DERNIER ENREGISTREMENT DONT LA DATE D'EFFET N'EST PAS
000900*    POSTERIEURE A LA DATE D'AFFAIRES FAIT FOI.
001000*    PALIERS D'INTERETS CREDITEURS : SOLDE < PC-PALIER-1 AU
001100*    TAUX PC-TAUX-1, SOLDE < PC-PALIER-2 AU TAUX PC-TAUX-2,
001200*    AU-DELA AU TAUX PC-TAUX-3 (TAUX ANNUELS, COMME LES
001300*    PALIERS STANDARD DE 6200-DETERMINE-RATE).
001400*    LES FRAIS REMPLACENT CEUX DE TARIFCTL POUR LES COMPTES DU
001500*    PRODUIT (MONTANT NUL = PAS DE FRAIS).
001600*    PC-DECOUVERT-SW "N" INTERDIT TOUT DECOUVERT (LIMITE
001700*    RAMENEE A ZERO) ; SINON PC-DECOUVERT-MAX PLAFONNE
001800*    ACCT-OVERDRAFT-LIMIT (ZERO = PAS DE PLAFOND).
001900*    PC-VIREMENT-SORTANT-SW : "O" VIREMENTS SORTANTS LIBRES,
002000*    "N" REFUSES, "T" SEULEMENT VERS UN COMPTE DU MEME
002100*    TITULAIRE (ACCT-NUMERO-CLIENT).  PC-PAIEMENT-EXTERNE-SW
002200*    "N" REFUSE LES VIREMENTS VERS UNE AUTRE BANQUE.
002300*    UN COMPTE SANS PRODUIT (ACCT-PRODUIT A BLANC) OU DONT LE
002400*    PRODUIT EST ABSENT DU CATALOGUE GARDE LE TARIF TARIFCTL
002500*    ET LES PALIERS STANDARD.
002510*    PC-TAUX-DEBITEUR ET PC-TAUX-PENALITE (ANNUELS) REMPLACENT
002520*    LES TAUX D'AGIOS DE DBTCTL POUR LES COMPTES DU PRODUIT
002530*    (TAUX NUL = TAUX DBTCTL).
002600*-----------------------------------------------------------------
002700 01  PRODUCT-CONTROL-RECORD.
002800     05  PC-PRODUIT          PIC X(04).
002900     05  PC-DATE-EFFET       PIC X(08).
003000     05  PC-LIBELLE          PIC X(20).
003100     05  PC-FAMILLE          PIC X(01).
003200         88  PC-COMPTE-COURANT        VALUE "C".
003300         88  PC-LIVRET                VALUE "L".
003400         88  PC-PROFESSIONNEL         VALUE "P".
003500     05  PC-PALIER-1         PIC 9(7)V99.
003600     05  PC-TAUX-1           PIC 9V9(4).
003700     05  PC-PALIER-2         PIC 9(7)V99.
003800     05  PC-TAUX-2           PIC 9V9(4).
003900     05  PC-TAUX-3           PIC 9V9(4).
004000     05  PC-FRAIS-MENSUEL    PIC 9(5)V99.
004100     05  PC-RETRAITS-GRATUITS PIC 9(03).
004200     05  PC-FRAIS-RETRAIT    PIC 9(5)V99.
004300     05  PC-FRAIS-VIREMENT   PIC 9(5)V99.
004400     05  PC-DECOUVERT-SW     PIC X(01).
004500         88  PC-DECOUVERT-INTERDIT    VALUE "N".
004600     05  PC-DECOUVERT-MAX    PIC 9(7)V99.
004700     05  PC-FRAIS-DECOUVERT  PIC 9(3)V99.
004800     05  PC-VIREMENT-SORTANT-SW PIC X(01).
004900         88  PC-VIREMENT-LIBRE        VALUES "O" " ".
005000         88  PC-VIREMENT-REFUSE       VALUE "N".
005100         88  PC-VIREMENT-TITULAIRE    VALUE "T".
005200     05  PC-PAIEMENT-EXTERNE-SW PIC X(01).
005300         88  PC-PAIEMENT-EXTERNE-REFUSE VALUE "N".
005400     05  PC-TAUX-DEBITEUR    PIC 9V9(4).
005500     05  PC-TAUX-PENALITE    PIC 9V9(4).
005600     05  FILLER              PIC X(03).
