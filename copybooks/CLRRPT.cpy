000100*-----------------------------------------------------------------
000200*    CLRRPT.CPY
000300*    RECORD LAYOUT FOR THE DAILY CLEARING RECONCILIATION REPORT
000400*    (CLRRPT) WRITTEN BY CLEARING-ACK-REPORT FROM THE OUTPREG
000500*    REGISTER.  UNE LIGNE PAR PAIEMENT : "R" REJETE PAR LE
000600*    RESEAU A LA DATE D'AFFAIRES (QR-RESULTAT-RETOUR "C"
000700*    RECREDITE PAR L'ECRITURE "N" QR-SEQUENCE-RETOUR, "X" NON
000800*    RECREDITE), "O" EMIS ET TOUJOURS SANS ACQUITTEMENT DEUX
000900*    JOURS OUVRES APRES SON LOT (QR-DATE-LIMITE).  UNE LIGNE "B"
001000*    PAR LOT ACQUITTE A LA DATE D'AFFAIRES (VUE
001100*    CLEARING-REPORT-BATCH) RAPPROCHE LE TRAILER OUTPAY DES
001200*    ACQUITTEMENTS CUMULES (QR-EQUILIBRE "O" OU "N").  UN "T"
001300*    FINAL PORTE LES TOTAUX (VUE CLEARING-REPORT-TOTAL).
001400*-----------------------------------------------------------------
001500 01  CLEARING-REPORT-RECORD.
001600     05  QR-GENRE            PIC X(01).
001700         88  QR-IS-REJET              VALUE "R".
001800         88  QR-IS-EN-RETARD          VALUE "O".
001900         88  QR-IS-LOT                VALUE "B".
002000         88  QR-IS-TOTAL              VALUE "T".
002100     05  QR-DATE-AFFAIRES    PIC X(08).
002200     05  QR-DATE-LOT         PIC X(08).
002300     05  QR-ACCOUNT-NUMBER   PIC X(10).
002400     05  QR-REFERENCE        PIC 9(08).
002500     05  QR-CONTREPARTIE     PIC X(10).
002600     05  QR-AMOUNT           PIC 9(9)V99.
002700     05  QR-DATE-LIMITE      PIC X(08).
002800     05  QR-RAISON-REJET     PIC X(04).
002900     05  QR-RESULTAT-RETOUR  PIC X(01).
003000     05  QR-SEQUENCE-RETOUR  PIC 9(08).
003100     05  FILLER              PIC X(03).
003200 01  CLEARING-REPORT-BATCH.
003300     05  FILLER              PIC X(17).
003400     05  QR-NB-EMIS          PIC 9(07).
003500     05  QR-HASH-EMIS        PIC 9(11)V99.
003600     05  QR-NB-ACQUITTES     PIC 9(07).
003700     05  QR-HASH-ACQUITTES   PIC 9(11)V99.
003800     05  QR-NB-REJETES       PIC 9(07).
003900     05  QR-MONTANT-REJETE   PIC 9(11)V99.
004000     05  QR-EQUILIBRE        PIC X(01).
004100         88  QR-LOT-EQUILIBRE         VALUE "O".
004200     05  FILLER              PIC X(02).
004300 01  CLEARING-REPORT-TOTAL.
004400     05  FILLER              PIC X(09).
004500     05  QR-NB-EN-RETARD     PIC 9(07).
004600     05  QR-MONTANT-EN-RETARD PIC 9(11)V99.
004700     05  QR-NB-RETOURS       PIC 9(07).
004800     05  QR-MONTANT-RETOURS  PIC 9(11)V99.
004900     05  QR-NB-LOTS-ECART    PIC 9(07).
005000     05  FILLER              PIC X(24).
