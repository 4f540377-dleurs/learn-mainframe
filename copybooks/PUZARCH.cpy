000100*-----------------------------------------------------------------
000200*    PUZARCH.CPY
000300*    RECORD LAYOUT FOR THE PUZZLE ARCHIVE, AN INDEXED FILE OF
000400*    EVERY GRID PUBLISHED BY SUDOKU-GENERATEUR.  LA CLE EST LA
000500*    FORME CANONIQUE DE LA SOLUTION ET DE LA GRILLE : LIGNES
000600*    PERMUTEES DANS LEURS BANDES ET BANDES PERMUTEES DE FACON A
000700*    DONNER LA PLUS PETITE SOLUTION, CHIFFRES RENUMEROTES DANS
000800*    L'ORDRE DE LEUR PREMIERE APPARITION (LA PREMIERE LIGNE DE
000900*    PA-SOLUTION-CANON VAUT DONC TOUJOURS 123456789), LA GRILLE
001000*    SUIVANT LA MEME TRANSFORMATION ("0" POUR UNE CASE VIDE).
001100*    UNE GRILLE RENUMEROTEE OU AUX LIGNES ET BANDES PERMUTEES A
001200*    DONC LA MEME CLE QUE SON ORIGINAL.  PA-GRILLE GARDE LA
001300*    GRILLE TELLE QUE PUBLIEE LA PREMIERE FOIS ET
001400*    PA-DATE-PUBLICATION LA DERNIERE DATE DE PUBLICATION ;
001500*    PA-ORIGINE VAUT "G" POUR
001600*    UNE GRILLE GENEREE, "C" POUR UNE GRILLE PLANIFIEE AU
001700*    CALENDRIER DE PUBLICATION (DESSIN PUBCAL).
001800*-----------------------------------------------------------------
001900 01  PUZZLE-ARCHIVE-RECORD.
002000     05  PA-CLE.
002100         10  PA-SOLUTION-CANON   PIC X(81).
002200         10  PA-GRILLE-CANON     PIC X(81).
002300     05  PA-GRILLE           PIC X(81).
002400     05  PA-DIFFICULTE       PIC X(01).
002500     05  PA-DATE-PREMIERE    PIC X(08).
002600     05  PA-DATE-PUBLICATION PIC X(08).
002700     05  PA-NB-PUBLICATIONS  PIC 9(03).
002800     05  PA-ORIGINE          PIC X(01).
002900         88  PA-GRILLE-GENEREE       VALUE "G".
003000         88  PA-GRILLE-CALENDRIER    VALUE "C".
003100     05  FILLER              PIC X(16).
