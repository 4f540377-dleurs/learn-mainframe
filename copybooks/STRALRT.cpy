000100*-----------------------------------------------------------------
000200*    STRALRT.CPY
000300*    RECORD LAYOUT FOR THE STRUCTURING ALERT FILE WRITTEN BY
000400*    STRUCTURING-WATCH FOR THE COMPLIANCE TEAM.  UN "A" PAR
000500*    ALERTE (CLIENT, REGLE DE STRCTL, NOMBRE ET CUMUL DES
000600*    MOUVEMENTS EN CAUSE, NOMBRE DE COMPTES, SEUIL, DATE DU
000700*    PLUS ANCIEN MOUVEMENT, FENETRE), SUIVI D'UN "E"
000800*    (STRUCTURING-ALERT-ENTRY) PAR ECRITURE DU GRAND LIVRE QUI Y
000900*    CONTRIBUE ; SA-LISTE-TRONQUEE "O" QUAND LA LISTE N'A PU
001000*    ETRE DONNEE EN ENTIER.  UN COMPTE SANS NUMERO CLIENT EST
001100*    SUIVI SEUL : SA-NUMERO-CLIENT A BLANC, SA-ACCOUNT-NUMBER
001200*    RENSEIGNE SUR LE "A".  UNE ALERTE N'EST EMISE QUE SI UN
001300*    MOUVEMENT DU JOUR Y CONTRIBUE.  UN "T" FINAL PORTE LE
001400*    NOMBRE D'ALERTES ET LE NOMBRE D'ECRITURES LISTEES.
001500*-----------------------------------------------------------------
001600 01  STRUCTURING-ALERT-RECORD.
001700     05  SA-GENRE            PIC X(01).
001800         88  SA-IS-ALERTE             VALUE "A".
001900         88  SA-IS-ECRITURE           VALUE "E".
002000         88  SA-IS-TOTAL              VALUE "T".
002100     05  SA-DATE-AFFAIRES    PIC X(08).
002200     05  SA-NUMERO-CLIENT    PIC X(10).
002300     05  SA-REGLE            PIC X(01).
002400         88  SA-REGLE-SOUS-SEUIL      VALUE "S".
002500         88  SA-REGLE-CUMUL-DEPOTS    VALUE "C".
002600         88  SA-REGLE-CUMUL-RETRAITS  VALUE "R".
002700         88  SA-REGLE-MULTI-COMPTES   VALUE "M".
002800     05  SA-ACCOUNT-NUMBER   PIC X(10).
002900     05  SA-NOMBRE           PIC 9(05).
003000     05  SA-TOTAL            PIC 9(11)V99.
003100     05  SA-NOMBRE-COMPTES   PIC 9(03).
003200     05  SA-SEUIL            PIC 9(11)V99.
003300     05  SA-PREMIERE-DATE    PIC X(08).
003400     05  SA-FENETRE-JOURS    PIC 9(03).
003500     05  SA-LISTE-TRONQUEE   PIC X(01).
003600     05  FILLER              PIC X(24).
003700 01  STRUCTURING-ALERT-ENTRY.
003800     05  FILLER              PIC X(30).
003900     05  SA-TIMESTAMP        PIC X(18).
004000     05  SA-TRANS-TYPE       PIC X(01).
004100     05  SA-AMOUNT           PIC 9(9)V99.
004200     05  SA-CURRENCY         PIC X(03).
004300     05  SA-SEQUENCE         PIC 9(08).
004400     05  FILLER              PIC X(29).
