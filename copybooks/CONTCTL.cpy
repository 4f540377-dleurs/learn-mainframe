000100*-----------------------------------------------------------------
000200*    CONTCTL.CPY
000300*    RECORD LAYOUT FOR THE READER CONTEST CONTROL CARD READ BY
000400*    SUDOKU-CONCOURS.  DATE DU CONCOURS JUGE (A BLANC : DATE
000500*    D'AFFAIRES DE RUNCTL), CLOTURE DES REPONSES (DATE A BLANC :
000600*    JOUR DU CONCOURS ; HEURE A BLANC : 235959), NOMBRE DE
000700*    GAGNANTS EXTRAITS PAR CLASSEMENT (ZERO : 3) ET POIDS D'UNE
000800*    BONNE REPONSE SELON LA DIFFICULTE DE LA GRILLE (ZERO : 1 POUR
000900*    FACILE, 2 POUR MOYEN, 3 POUR DIFFICILE).  CARTE ABSENTE :
001000*    TOUTES LES VALEURS PAR DEFAUT.
001100*-----------------------------------------------------------------
001200 01  CONTEST-CONTROL-RECORD.
001300     05  CC-DATE-CONCOURS    PIC X(08).
001400     05  CC-DATE-CLOTURE     PIC X(08).
001500     05  CC-HEURE-CLOTURE    PIC X(06).
001600     05  CC-NB-GAGNANTS      PIC 9(03).
001700     05  CC-POIDS-FACILE     PIC 9(02).
001800     05  CC-POIDS-MOYEN      PIC 9(02).
001900     05  CC-POIDS-DIFFICILE  PIC 9(02).
002000     05  FILLER              PIC X(09).
