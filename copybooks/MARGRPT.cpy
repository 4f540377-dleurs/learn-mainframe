000100*-----------------------------------------------------------------
000200*    MARGRPT.CPY
000300*    RECORD LAYOUT FOR THE MARGIN REPORT WRITTEN BY EXEMPLE-PIC
000400*    AFTER EACH PRICING RUN.  UN "H" (DATE D'AFFAIRES), PUIS UN
000500*    "D" PAR PRIX EN VIGUEUR TRAITE : COUT DE REVIENT, ANCIEN ET
000600*    NOUVEAU PRIX (PRIX PROPOSE, MEME S'IL EST TENU EN ATTENTE),
000700*    ANCIENNE ET NOUVELLE MARGE EN POUR CENT DU COUT, MARGE
000800*    MINIMALE DE LA CATEGORIE ET STATUT ("O" CONFORME, "M" SOUS
000900*    LA MARGE MINIMALE -- TENU SUR PRICEPND S'IL CHANGE --, "S"
001000*    SANS COUT AU FICHIER COSTMST), ET UN "T" (NOMBRE DE PRIX
001100*    AVEC COUT, SANS COUT ET SOUS LA MARGE, VUE
001160*    MARGIN-REPORT-CONTROL).  LE FICHIER EST CUMULATIF : CHAQUE
001220*    RUN AJOUTE SON LOT H/D/T EN FIN DE FICHIER.
001300*-----------------------------------------------------------------
001400 01  MARGIN-REPORT-RECORD.
001500     05  MR-RECORD-TYPE      PIC X(01).
001600         88  MR-IS-HEADER             VALUE "H".
001700         88  MR-IS-DETAIL             VALUE "D".
001800         88  MR-IS-TRAILER            VALUE "T".
001900     05  MR-SKU              PIC X(10).
002000     05  MR-CATEGORIE        PIC X(04).
002100     05  MR-DATE-EFFET       PIC X(08).
002200     05  MR-PRIX-REVIENT     PIC S9(7)V99.
002300     05  MR-OLD-PRIX         PIC S9(7)V99.
002400     05  MR-NEW-PRIX         PIC S9(7)V99.
002500     05  MR-OLD-MARGE-PCT    PIC S9(5)V99.
002600     05  MR-NEW-MARGE-PCT    PIC S9(5)V99.
002700     05  MR-MARGE-MIN-PCT    PIC 9(03)V99.
002800     05  MR-STATUT           PIC X(01).
002900         88  MR-CONFORME              VALUE "O".
003000         88  MR-SOUS-MARGE            VALUE "M".
003100         88  MR-SANS-COUT             VALUE "S".
003200     05  FILLER              PIC X(10).
003300 01  MARGIN-REPORT-CONTROL.
003400     05  FILLER              PIC X(01).
003500     05  MR-BATCH-DATE       PIC X(08).
003600     05  MR-NB-AVEC-COUT     PIC 9(07).
003700     05  MR-NB-SANS-COUT     PIC 9(07).
003800     05  MR-NB-SOUS-MARGE    PIC 9(07).
003900     05  FILLER              PIC X(50).
