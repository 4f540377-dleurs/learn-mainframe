000100*-----------------------------------------------------------------
000200*    AGCHIST.CPY
000300*    RECORD LAYOUT FOR THE BRANCH ASSIGNMENT HISTORY FILE
000400*    WRITTEN BY ACCOUNT-MAINTENANCE.  UN ENREGISTREMENT PAR
000500*    AFFECTATION D'UN COMPTE A UNE AGENCE : A LA CREATION
000600*    (AH-FONCTION "C", AGENCE PRECEDENTE A BLANC) ET A CHAQUE
000700*    TRANSFERT D'AGENCE (AH-FONCTION "A").  L'AFFECTATION VAUT A
000800*    PARTIR DE LA DATE D'AFFAIRES AH-DATE-EFFET ; LES ECRITURES
000900*    DU JOUR SONT DEJA COMPTABILISEES SUR LA NOUVELLE AGENCE.
001000*    AH-SOLDE ET AH-CURRENCY DONNENT LA POSITION DU COMPTE AU
001100*    MOMENT DU TRANSFERT, QUE LA COMPTABILITE RECLASSE D'UNE
001200*    AGENCE A L'AUTRE.  LE FICHIER EST CUMULATIF (OUVERT EN
001300*    EXTENSION), DANS L'ORDRE DES TRANSACTIONS.
001400*-----------------------------------------------------------------
001500 01  BRANCH-HISTORY-RECORD.
001600     05  AH-ACCOUNT-NUMBER   PIC X(10).
001700     05  AH-DATE-EFFET       PIC X(08).
001800     05  AH-FONCTION         PIC X(01).
001900         88  AH-IS-CREATION           VALUE "C".
002000         88  AH-IS-TRANSFERT          VALUE "A".
002100     05  AH-AGENCE-PRECEDENTE PIC X(02).
002200     05  AH-AGENCE           PIC X(02).
002300     05  AH-OPERATEUR        PIC X(08).
002400     05  AH-SOLDE            PIC S9(9)V99.
002500     05  AH-CURRENCY         PIC X(03).
002600     05  AH-NUMERO-RUN       PIC 9(05).
002700     05  FILLER              PIC X(10).
