000100*-----------------------------------------------------------------
000200*    PUBCAL.CPY
000300*    RECORD LAYOUT FOR THE PUZZLE PUBLICATION CALENDAR, TENU PAR
000400*    LA REDACTION.  QUATRE TYPES D'ENREGISTREMENT :
000500*      "D" MIX DE DIFFICULTE D'UNE DATE DE PUBLICATION DONNEE ;
000600*      "G" GRILLE PLANIFIEE POUR UNE DATE (81 CHIFFRES, "0" POUR
000700*          UNE CASE VIDE), PUBLIEE TELLE QUELLE ET COMPTEE DANS
000800*          LE MIX DE LA DATE ;
000900*      "S" MIX PAR DEFAUT DE L'EDITION DU DIMANCHE ;
001000*      "F" MIX PAR DEFAUT DES JOURS FERIES DU CALENDRIER BANCAIRE
001100*          (CALFILE).
001200*    PC-DATE-PUBLICATION EST A BLANC POUR LES REGLES "S" ET "F".
001300*    UN MIX A ZERO PARTOUT NE PUBLIE QUE LES GRILLES PLANIFIEES.
001400*-----------------------------------------------------------------
001500 01  PUBLICATION-CALENDAR-RECORD.
001600     05  PC-TYPE             PIC X(01).
001700         88  PC-MIX-DATE             VALUE "D".
001800         88  PC-GRILLE-PLANIFIEE     VALUE "G".
001900         88  PC-REGLE-DIMANCHE       VALUE "S".
002000         88  PC-REGLE-FERIE          VALUE "F".
002100     05  PC-DATE-PUBLICATION PIC X(08).
002200     05  PC-MIX.
002300         10  PC-CIBLE-FACILE     PIC 9(03).
002400         10  PC-CIBLE-MOYENNE    PIC 9(03).
002500         10  PC-CIBLE-DIFFICILE  PIC 9(03).
002600     05  PC-GRILLE           PIC X(81).
002700     05  PC-LIBELLE          PIC X(20).
002800     05  FILLER              PIC X(01).
