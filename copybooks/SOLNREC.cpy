000860*    "D" DIFFICILE ; A BLANC POUR UNE GRILLE NON RESOLUE).
000900*    UN "T" FINAL PORTE LES TOTAUX LUES / RESOLUES /
001000*    INVALIDES / INSOLUBLES POUR LE CONTROLE DE L'ETAPE
001040*    SUIVANTE, ET LA DATE D'AFFAIRES DU LOT (SL-DATE-LOT, A LA
001057*    PLACE DE LA GRILLE).  SUR UN "D", LA ZONE DES TOTAUX
001074*    PORTE LA DATE DE PARUTION DE LA GRILLE (SL-DATE-PUBLICATION,
001091*    REPRISE DE PZ-DATE-PUBLICATION, OU DATE D'AFFAIRES DU LOT
001108*    POUR UNE GRILLE SANS DATE) : LE LOT DU VENDREDI PORTE AUSSI
001125*    LES GRILLES DU WEEK-END ET DES FERIES, ET LE JUGEMENT DU
001142*    CONCOURS RETROUVE PAR CETTE DATE LES GRILLES D'UN JOUR DONNE
001159*    DANS LE FICHIER CUMULE (CHAQUE NUIT AJOUTE SON LOT EN FIN DE
001176*    FICHIER).
001200*-----------------------------------------------------------------
001300 01  SOLUTION-RECORD.
001400     05  SL-RECORD-TYPE      PIC X(01).
002300     05  SL-INVALID-INDEX-1  PIC 9(02).
002400     05  SL-INVALID-INDEX-2  PIC 9(02).
002500     05  SL-GRID             PIC X(81).
002520     05  SL-TRAILER-LOT REDEFINES SL-GRID.
002540         10  SL-DATE-LOT     PIC X(08).
002560         10  FILLER          PIC X(73).
002600     05  SL-BACKTRACKS       PIC 9(09).
002650     05  SL-DIFFICULTE       PIC X(01).
002660         88  SL-FACILE                VALUE "F".
002670         88  SL-MOYEN                 VALUE "M".
002680         88  SL-DIFFICILE             VALUE "D".
002720     05  SL-TOTAUX.
002760         10  SL-TOTAL-LUES       PIC 9(05).
002800         10  SL-TOTAL-RESOLUES   PIC 9(05).
002840         10  SL-TOTAL-INVALIDES  PIC 9(05).
002880         10  SL-TOTAL-INSOLUBLES PIC 9(05).
002920     05  SL-DETAIL-PARUTION REDEFINES SL-TOTAUX.
002960         10  SL-DATE-PUBLICATION PIC X(08).
003000         10  FILLER              PIC X(12).
003100     05  FILLER              PIC X(07).
