000100*-----------------------------------------------------------------
000200*    SUBMREC.CPY
000300*    RECORD LAYOUT FOR THE READER CONTEST SUBMISSION FILE READ BY
000400*    SUDOKU-CONCOURS.  UN ENREGISTREMENT PAR REPONSE RECUE D'UN
000500*    LECTEUR : IDENTIFIANT DU PARTICIPANT, NUMERO DE SEQUENCE DE
000600*    LA GRILLE DU JOUR (SL-SEQUENCE DE SOLOUT), GRILLE PROPOSEE DE
000700*    81 CASES (LIGNE PAR LIGNE, BLANC OU ZERO POUR UNE CASE NON
000800*    REMPLIE) ET HORODATAGE DE LA SOUMISSION.
000900*-----------------------------------------------------------------
001000 01  CONTEST-SUBMISSION-RECORD.
001100     05  SB-PARTICIPANT      PIC X(10).
001200     05  SB-SEQUENCE         PIC 9(05).
001300     05  SB-GRID             PIC X(81).
001400     05  SB-HORODATAGE.
001500         10  SB-DATE-SOUMISSION  PIC X(08).
001600         10  SB-HEURE-SOUMISSION PIC X(06).
001700     05  FILLER              PIC X(10).
