000100*-----------------------------------------------------------------
000200*    FXREVHST.CPY
000300*    RECORD LAYOUT FOR THE FX REVALUATION CARRY-FORWARD FILE
000400*    (GROUPE DE GENERATIONS FXREVHSG) WRITTEN BY FX-REVALUATION.
000500*    UN ENREGISTREMENT PAR DEVISE REEVALUEE AU DERNIER JOUR
000600*    OUVRE DU MOIS : NOMINAL (SOMME DES SOLDES DES COMPTES DE LA
000700*    DEVISE), TAUX FXRATES APPLIQUE, CONTRE-VALEUR EN EUROS ET
000800*    ECART DE CONVERSION LATENT CUMULE (CONTRE-VALEUR MOINS
000900*    NOMINAL).  LA REEVALUATION DU MOIS SUIVANT N'EN PASSE AU
001000*    JOURNAL QUE LE MOUVEMENT ; LES AUTRES NUITS RECOPIENT LA
001100*    GENERATION TELLE QUELLE.
001200*-----------------------------------------------------------------
001300 01  FX-REVAL-HISTORY-RECORD.
001400     05  FH-DATE-REEVAL      PIC X(08).
001500     05  FH-DEVISE           PIC X(03).
001600     05  FH-NOMINAL          PIC S9(13)V99.
001700     05  FH-TAUX             PIC 9(03)V9(06).
001800     05  FH-VALEUR-EUR       PIC S9(13)V99.
001900     05  FH-ECART            PIC S9(13)V99.
002000     05  FILLER              PIC X(05).
