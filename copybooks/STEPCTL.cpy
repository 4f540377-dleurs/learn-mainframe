000100*-----------------------------------------------------------------
000200*    STEPCTL.CPY
000300*    SHARED WORKING-STORAGE FOR THE STEPS OF THE NIGHTLY CHAIN
000400*    THAT READ THEIR STEP DIRECTIVE (STEPDIR) AND RECORD THEIR
000500*    COMPLETION ON THE CHAIN REGISTER (CHAINREG).  ETP-PROGRAMME
000600*    EST LE NOM DU MODULE CHERCHE SUR DI-PROGRAMME ; LA CONSIGNE
000700*    TROUVEE DONNE LA DATE, LE RUN ET L'ETAPE A INSCRIRE.
000800*    ETP-LUS, ETP-ECRITS ET ETP-REJETS RECOIVENT LES COMPTEURS DE
000900*    FIN DU PROGRAMME AVANT L'INSCRIPTION.
001000*-----------------------------------------------------------------
001100 01  STEP-CONTROL-AREA.
001200     05  ETP-PROGRAMME       PIC X(08)   VALUE SPACES.
001300     05  ETP-DIR-EOF-SW      PIC X(01)   VALUE "N".
001400         88  ETP-DIR-END-OF-FILE     VALUE "Y".
001500     05  ETP-TROUVEE-SW      PIC X(01)   VALUE "N".
001600         88  ETP-CONSIGNE-TROUVEE    VALUE "Y".
001700     05  ETP-DATE-AFFAIRES   PIC X(08)   VALUE SPACES.
001800     05  ETP-NUMERO-RUN      PIC 9(05)   VALUE ZERO.
001900     05  ETP-ETAPE           PIC X(08)   VALUE SPACES.
002000     05  ETP-ACTION          PIC X(01)   VALUE "E".
002100         88  ETP-A-SAUTER            VALUE "S".
002200     05  ETP-MOTIF           PIC X(04)   VALUE SPACES.
002300     05  ETP-LUS             PIC 9(09)   VALUE ZERO.
002400     05  ETP-ECRITS          PIC 9(09)   VALUE ZERO.
002500     05  ETP-REJETS          PIC 9(09)   VALUE ZERO.
002600     05  ETP-CODE-RETOUR     PIC 9(04)   VALUE ZERO.
002700     05  ETP-DATE-SYSTEME    PIC X(08)   VALUE SPACES.
002800     05  ETP-HEURE-SYSTEME   PIC X(08)   VALUE SPACES.
