000100*-----------------------------------------------------------------
000200*    AGIONOT.CPY
000300*    RECORD LAYOUT FOR THE QUARTERLY DEBIT INTEREST NOTICE FILE
000400*    WRITTEN BY SIMPLEBANK ON THE LAST BUSINESS DAY OF EACH
000500*    QUARTER.  UN ENREGISTREMENT PAR COMPTE AYANT ETE DEBITEUR
000600*    AU COURS DU TRIMESTRE : C'EST LA MATIERE DU RECAPITULATIF
000700*    DES AGIOS ADRESSE AU CLIENT AVANT LEUR PRELEVEMENT (AV-
000800*    DATE-PRELEVEMENT, APRES LE DELAI DE PREAVIS DE DBTCTL).
000900*    AV-SOLDE-MOYEN EST LE SOLDE DEBITEUR MOYEN DES JOURS
001000*    DEBITEURS (NOMBRES DEBITEURS / AV-JOURS-DEBITEURS).
001100*    AV-AGIOS-NORMAUX EST CALCULE AU TAUX DEBITEUR SUR LA PART
001200*    DU DECOUVERT COMPRISE DANS LA LIMITE, AV-AGIOS-PENALITE
001300*    AU TAUX DE PENALITE SUR LA PART QUI LA DEPASSE.  LES TAUX
001400*    SONT CEUX EN VIGUEUR A L'ARRETE DU TRIMESTRE ; LES
001500*    MONTANTS CUMULENT JOUR PAR JOUR LES TAUX DATES DE CHAQUE
001600*    NUIT.  MONTANTS DANS LA DEVISE DU COMPTE (AV-DEVISE).
001700*-----------------------------------------------------------------
001800 01  AGIOS-NOTICE-RECORD.
001900     05  AV-ACCOUNT-NUMBER   PIC X(10).
002000     05  AV-NUMERO-CLIENT    PIC X(10).
002100     05  AV-DEVISE           PIC X(03).
002200     05  AV-DATE-DEBUT       PIC X(08).
002300     05  AV-DATE-FIN         PIC X(08).
002400     05  AV-JOURS-DEBITEURS  PIC 9(03).
002500     05  AV-SOLDE-MOYEN      PIC 9(9)V99.
002600     05  AV-TAUX-DEBITEUR    PIC 9V9(4).
002700     05  AV-TAUX-PENALITE    PIC 9V9(4).
002800     05  AV-AGIOS-NORMAUX    PIC 9(7)V99.
002900     05  AV-AGIOS-PENALITE   PIC 9(7)V99.
003000     05  AV-AGIOS-TOTAL      PIC 9(7)V99.
003100     05  AV-DATE-AVIS        PIC X(08).
003200     05  AV-DATE-PRELEVEMENT PIC X(08).
003300     05  FILLER              PIC X(14).
