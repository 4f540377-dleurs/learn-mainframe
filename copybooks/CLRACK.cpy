000100*-----------------------------------------------------------------
000200*    CLRACK.CPY
000300*    RECORD LAYOUT FOR THE CLEARING ACKNOWLEDGEMENT FILE (CLRACK)
000400*    RETURNED BY THE CLEARING HOUSE FOR AN OUTPAY BATCH.  LE
000500*    FICHIER OUVRE SUR UN "H" PORTANT LA DATE DU LOT OUTPAY
000600*    ACQUITTE ET CLOT SUR UN "T" (NOMBRE DE DETAILS ET TOTAL DE
000700*    CONTROLE DES MONTANTS, VUE CLEARING-ACK-CONTROL) COMME
000800*    INPAY.  UN "D" PAR PAIEMENT : AQ-STATUT "A" ACCEPTE OU "R"
000900*    REJETE AVEC LA RAISON DU RESEAU (AQ-RAISON), NOTRE COMPTE,
001000*    LA REFERENCE PM-REFERENCE ET LE MONTANT DU PAIEMENT EMIS.
001100*-----------------------------------------------------------------
001200 01  CLEARING-ACK-RECORD.
001300     05  AQ-RECORD-TYPE      PIC X(01).
001400         88  AQ-IS-BATCH-HEADER       VALUE "H".
001500         88  AQ-IS-DETAIL             VALUE "D".
001600         88  AQ-IS-BATCH-TRAILER      VALUE "T".
001700     05  AQ-STATUT           PIC X(01).
001800         88  AQ-ACCEPTE               VALUE "A".
001900         88  AQ-REJETE                VALUE "R".
002000     05  AQ-ACCOUNT-NUMBER   PIC X(10).
002100     05  AQ-REFERENCE        PIC 9(08).
002200     05  AQ-AMOUNT           PIC 9(9)V99.
002300     05  AQ-CURRENCY         PIC X(03).
002400     05  AQ-RAISON           PIC X(04).
002500     05  FILLER              PIC X(12).
002600 01  CLEARING-ACK-CONTROL REDEFINES CLEARING-ACK-RECORD.
002700     05  FILLER              PIC X(02).
002800     05  AQ-BATCH-DATE       PIC X(08).
002900     05  AQ-BATCH-COUNT      PIC 9(07).
003000     05  AQ-BATCH-HASH-TOTAL PIC 9(11)V99.
003100     05  FILLER              PIC X(20).
