000100*-----------------------------------------------------------------
000200*    FXREVRPT.CPY
000300*    RECORD LAYOUT FOR THE MONTH-END FX POSITION REPORT WRITTEN
000400*    BY FX-REVALUATION.  UN "D" PAR DEVISE : NOMBRE DE COMPTES,
000500*    NOMINAL, TAUX FXRATES APPLIQUE ET SA DATE D'EFFET,
000600*    CONTRE-VALEUR EN EUROS, CONTRE-VALEUR DE LA REEVALUATION
000700*    PRECEDENTE (FV-DATE-PRECEDENTE), ECART DE CONVERSION LATENT
000800*    CUMULE ET MOUVEMENT DU MOIS PASSE AU JOURNAL GLJRNL (POSITIF
000900*    = PERTE, NEGATIF = GAIN).  UN "T" FINAL TOTALISE LES
001000*    MONTANTS EN EUROS (NOMINAL ET TAUX A ZERO).
001100*-----------------------------------------------------------------
001200 01  FX-REVAL-REPORT-RECORD.
001300     05  FV-GENRE            PIC X(01).
001400         88  FV-IS-DEVISE             VALUE "D".
001500         88  FV-IS-TOTAL              VALUE "T".
001600     05  FV-DATE-REEVAL      PIC X(08).
001700     05  FV-DEVISE           PIC X(03).
001800     05  FV-NB-COMPTES       PIC 9(07).
001900     05  FV-NOMINAL          PIC S9(13)V99.
002000     05  FV-TAUX             PIC 9(03)V9(06).
002100     05  FV-DATE-TAUX        PIC X(08).
002200     05  FV-VALEUR-EUR       PIC S9(13)V99.
002300     05  FV-DATE-PRECEDENTE  PIC X(08).
002400     05  FV-VALEUR-PRECEDENTE PIC S9(13)V99.
002500     05  FV-ECART            PIC S9(13)V99.
002600     05  FV-MOUVEMENT        PIC S9(13)V99.
002700     05  FILLER              PIC X(01).
