000100*-----------------------------------------------------------------
000200*    LEADRPT.CPY
000300*    RECORD LAYOUT FOR THE READER CONTEST LEADERBOARD (LEADOUT)
000400*    WRITTEN BY SUDOKU-CONCOURS.  DEUX CLASSEMENTS A CHAQUE
000500*    PASSAGE : "J" DU JOUR (PERIODE = DATE DU CONCOURS) ET "M" DU
000600*    MOIS A DATE (PERIODE = AAAAMM).  POUR CHACUN UN "H", UN "D"
000700*    PAR PARTICIPANT DANS L'ORDRE DU CLASSEMENT (POINTS PONDERES
000800*    PAR LA DIFFICULTE DECROISSANTS, PUIS HORODATAGE DE LA
000900*    DERNIERE BONNE REPONSE RETENUE CROISSANT -- LE PLUS RAPIDE A
001000*    ATTEINDRE SON SCORE PASSE DEVANT), ET UN "T" (NOMBRE DE
001100*    PARTICIPANTS ET DE REPONSES, VUE LEADERBOARD-CONTROL).
001200*-----------------------------------------------------------------
001300 01  LEADERBOARD-RECORD.
001400     05  LB-RECORD-TYPE      PIC X(01).
001500         88  LB-IS-HEADER             VALUE "H".
001600         88  LB-IS-DETAIL             VALUE "D".
001700         88  LB-IS-TRAILER            VALUE "T".
001800     05  LB-TYPE-PERIODE     PIC X(01).
001900         88  LB-JOUR                  VALUE "J".
002000         88  LB-MOIS                  VALUE "M".
002100     05  LB-PERIODE          PIC X(08).
002200     05  LB-RANG             PIC 9(05).
002300     05  LB-PARTICIPANT      PIC X(10).
002400     05  LB-POINTS           PIC 9(05).
002500     05  LB-NB-CORRECTES     PIC 9(05).
002600     05  LB-NB-REPONSES      PIC 9(05).
002700     05  LB-DERNIERE-REPONSE PIC X(14).
002800     05  FILLER              PIC X(26).
002900 01  LEADERBOARD-CONTROL.
003000     05  FILLER              PIC X(10).
003100     05  LB-NB-PARTICIPANTS  PIC 9(07).
003200     05  LB-TOTAL-REPONSES   PIC 9(07).
003300     05  LB-TOTAL-CORRECTES  PIC 9(07).
003400     05  FILLER              PIC X(49).
