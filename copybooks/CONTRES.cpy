000100*-----------------------------------------------------------------
000200*    CONTRES.CPY
000300*    RECORD LAYOUT FOR THE READER CONTEST RESULT HISTORY
000400*    (CONTHIST) WRITTEN BY SUDOKU-CONCOURS.  UN ENREGISTREMENT PAR
000500*    REPONSE JUGEE, AJOUTE A CHAQUE PASSAGE : DATE DU CONCOURS,
000600*    HORODATAGE DU PASSAGE (UN CONCOURS REJUGE NE COMPTE PLUS QUE
000700*    PAR SON DERNIER PASSAGE), PARTICIPANT, GRILLE, HORODATAGE DE
000800*    LA SOUMISSION, CLASSE ("C" CORRECTE, "W" FAUSSE AVEC LE
000900*    NOMBRE DE CASES FAUSSES, "I" INCOMPLETE, "L" HORS DELAI, "N"
001000*    NON JUGEE, GRILLE INCONNUE OU NON RESOLUE AU LOT DU JOUR),
001100*    DIFFICULTE DE LA GRILLE, POINTS ACQUIS ET INDICATEUR DE
001200*    REPONSE RETENUE AU CLASSEMENT ("O" : PREMIERE BONNE REPONSE
001300*    DU PARTICIPANT A CETTE GRILLE).
001400*-----------------------------------------------------------------
001500 01  CONTEST-RESULT-RECORD.
001600     05  CR-DATE-CONCOURS    PIC X(08).
001700     05  CR-PASSAGE.
001800         10  CR-DATE-PASSAGE     PIC X(08).
001900         10  CR-HEURE-PASSAGE    PIC X(08).
002000     05  CR-PARTICIPANT      PIC X(10).
002100     05  CR-SEQUENCE         PIC 9(05).
002200     05  CR-HORODATAGE.
002300         10  CR-DATE-SOUMISSION  PIC X(08).
002400         10  CR-HEURE-SOUMISSION PIC X(06).
002500     05  CR-CLASSE           PIC X(01).
002600         88  CR-CORRECTE              VALUE "C".
002700         88  CR-FAUSSE                VALUE "W".
002800         88  CR-INCOMPLETE            VALUE "I".
002900         88  CR-HORS-DELAI            VALUE "L".
003000         88  CR-NON-JUGEE             VALUE "N".
003100     05  CR-NB-CASES-FAUSSES PIC 9(02).
003200     05  CR-DIFFICULTE       PIC X(01).
003300     05  CR-POINTS           PIC 9(02).
003400     05  CR-RETENUE          PIC X(01).
003500         88  CR-REPONSE-RETENUE       VALUE "O".
003600     05  FILLER              PIC X(20).
