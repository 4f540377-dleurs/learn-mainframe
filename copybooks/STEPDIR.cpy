000100*-----------------------------------------------------------------
000200*    STEPDIR.CPY
000300*    RECORD LAYOUT FOR THE STEP DIRECTIVES OF THE NIGHTLY CHAIN
000400*    (STEPDIR), REECRITES A CHAQUE LANCEMENT PAR LE CONTROLE DE
000500*    TETE DE CHAINE (RUNVALID).  UN ENREGISTREMENT PAR ETAPE :
000600*    EXECUTER ("E") OU NE PAS REJOUER ("S") UNE ETAPE DEJA
000700*    ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
000800*    RUN.  CHAQUE PROGRAMME Y CHERCHE SA CONSIGNE SUR
000900*    DI-PROGRAMME ; SANS CONSIGNE (PASSAGE HORS CHAINE), IL
001000*    S'EXECUTE.  MOTIFS : PREM (PREMIER PASSAGE), TERM (ACHEVEE),
001100*    RECO (ACHEVEE, GENERATION DE LA VEILLE RECONDUITE), ECHE
001200*    (ACHEVEE EN ERREUR, REJOUEE), NPAS (NON ATTEINTE), REJO
001300*    (TOUJOURS REJOUEE), PURG (PURGE DE DEBUT DE CHAINE).
001400*-----------------------------------------------------------------
001500 01  STEP-DIRECTIVE-RECORD.
001600     05  DI-DATE-AFFAIRES    PIC X(08).
001700     05  DI-NUMERO-RUN       PIC 9(05).
001800     05  DI-ETAPE            PIC X(08).
001900     05  DI-PROGRAMME        PIC X(08).
002000     05  DI-ACTION           PIC X(01).
002100         88  DI-EXECUTER             VALUE "E".
002200         88  DI-SAUTER               VALUE "S".
002300     05  DI-MOTIF            PIC X(04).
002400     05  FILLER              PIC X(06).
