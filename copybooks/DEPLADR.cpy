000100*-----------------------------------------------------------------
000200*    DEPLADR.CPY
000300*    RECORD LAYOUT FOR THE TERM DEPOSIT MATURITY LADDER WRITTEN
000400*    BY DEPOSIT-LADDER FOR THE TREASURY DESK.  UN "D" PAR DEPOT
000500*    EN COURS (DATE DE PAIEMENT, JOURS RESTANTS, CAPITAL ET
000600*    INTERETS A VERSER A L'ECHEANCE), DANS L'ORDRE DES NUMEROS
000700*    DE DEPOT ; PUIS UN "B" PAR TRANCHE D'ECHEANCE (NOMBRE DE
000800*    DEPOTS, CAPITAL ET INTERETS) ET UN "G" DE TOTAL GENERAL.
000900*    TRANCHES (JOURS ENTRE LA DATE D'AFFAIRES ET LA DATE DE
001000*    PAIEMENT) : 00 ECHU NON VERSE, 01 JUSQU'A 7 JOURS, 02
001100*    JUSQU'A 1 MOIS, 03 JUSQU'A 3 MOIS, 04 JUSQU'A 6 MOIS, 05
001200*    JUSQU'A 12 MOIS, 06 AU-DELA.
001300*-----------------------------------------------------------------
001400 01  DEPOSIT-LADDER-RECORD.
001500     05  DL-GENRE            PIC X(01).
001600         88  DL-IS-DETAIL             VALUE "D".
001700         88  DL-IS-TRANCHE            VALUE "B".
001800         88  DL-IS-GRAND-TOTAL        VALUE "G".
001900     05  DL-TRANCHE          PIC 9(02).
002000     05  DL-LIBELLE          PIC X(20).
002100     05  DL-NUMERO-DEPOT     PIC X(10).
002200     05  DL-ACCOUNT-NUMBER   PIC X(10).
002300     05  DL-DATE-PAIEMENT    PIC X(08).
002400     05  DL-JOURS            PIC 9(05).
002500     05  DL-NOMBRE           PIC 9(07).
002600     05  DL-MONTANT          PIC 9(13)V99.
002700     05  DL-INTERETS         PIC 9(11)V99.
002800     05  FILLER              PIC X(09).
