000100*-----------------------------------------------------------------
000200*    FGDRREC.CPY
000300*    RECORD LAYOUT FOR THE DEPOSIT GUARANTEE SINGLE CUSTOMER
000400*    VIEW FILE (FGDROUT) WRITTEN BY FGDR-SINGLE-VIEW FOR THE
000500*    FONDS DE GARANTIE DES DEPOTS ET DE RESOLUTION.  PAR
000600*    DEPOSANT (NUMERO CLIENT), UN "D" PAR COMPTE DETENU : SOLDE
000700*    EN DEVISE, TAUX EN EUROS APPLIQUE ET QUOTE-PART EN EUROS
000800*    (UN COMPTE JOINT EST REPARTI A PARTS EGALES ENTRE SES
000900*    TITULAIRES "P" ET CO-TITULAIRES "J", LE RESTE DE L'ARRONDI
001000*    AU TITULAIRE), PUIS UN "C" (FGDR-CLIENT-LINE) AVEC
001100*    L'IDENTITE DU DEPOSANT (MAITRE CLIENT KYC ET USER-INFO),
001200*    LE TOTAL NET EN EUROS, LE MONTANT COUVERT (TOTAL POSITIF
001300*    PLAFONNE) ET L'EXCEDENT AU-DELA DU PLAFOND.  FV-IDENTITE :
001400*    "C" IDENTITE COMPLETE, "K" MAITRE CLIENT SEUL, "N" CLIENT
001500*    ABSENT DU MAITRE CLIENT.  UN "T" FINAL (FGDR-TOTAL-LINE)
001600*    PORTE LES NOMBRES ET TOTAUX DE CONTROLE DE LA VUE.
001700*-----------------------------------------------------------------
001800 01  FGDR-RECORD.
001900     05  FV-RECORD-TYPE      PIC X(01).
002000         88  FV-IS-COMPTE             VALUE "D".
002100         88  FV-IS-CLIENT             VALUE "C".
002200         88  FV-IS-TOTAL              VALUE "T".
002300     05  FV-DATE-ARRETE      PIC X(08).
002400     05  FV-NUMERO-CLIENT    PIC X(10).
002500     05  FV-ACCOUNT-NUMBER   PIC X(10).
002600     05  FV-ROLE             PIC X(01).
002700     05  FV-NOMBRE-TITULAIRES PIC 9(02).
002800     05  FV-STATUS           PIC X(01).
002900     05  FV-CURRENCY         PIC X(03).
003000     05  FV-BALANCE          PIC S9(9)V99.
003100     05  FV-TAUX-EUR         PIC 9(03)V9(06).
003200     05  FV-QUOTE-PART-EUR   PIC S9(11)V99.
003300     05  FILLER              PIC X(101).
003400 01  FGDR-CLIENT-LINE.
003500     05  FILLER              PIC X(19).
003600     05  FV-NOM              PIC X(20).
003700     05  FV-PAYS-CODE        PIC X(02).
003800     05  FV-EMAIL            PIC X(50).
003900     05  FV-PHONE            PIC X(22).
004000     05  FV-IDENTITE         PIC X(01).
004100         88  FV-IDENTITE-COMPLETE     VALUE "C".
004200         88  FV-IDENTITE-KYC-SEULE    VALUE "K".
004300         88  FV-IDENTITE-INCONNUE     VALUE "N".
004400     05  FV-NOMBRE-COMPTES   PIC 9(04).
004500     05  FV-TOTAL-EUR        PIC S9(11)V99.
004600     05  FV-MONTANT-COUVERT  PIC 9(09)V99.
004700     05  FV-EXCEDENT         PIC 9(11)V99.
004800     05  FILLER              PIC X(15).
004900 01  FGDR-TOTAL-LINE.
005000     05  FILLER              PIC X(09).
005100     05  FV-NOMBRE-CLIENTS   PIC 9(07).
005200     05  FV-NOMBRE-LIGNES    PIC 9(07).
005300     05  FV-TOTAL-GENERAL    PIC S9(13)V99.
005400     05  FV-TOTAL-COUVERT    PIC 9(13)V99.
005500     05  FV-PLAFOND          PIC 9(07)V99.
005600     05  FILLER              PIC X(108).
