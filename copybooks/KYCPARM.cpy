001100*    RUN EST LE JEU DE PARAMETRES APPLIQUE.  LES DELAIS DE
001110*    REVUE PERIODIQUE (EN MOIS, PAR CATEGORIE DE RISQUE)
001120*    FIXENT LA DATE DE PROCHAINE REVUE DE CHAQUE CLIENT.
001127*    FACTEURS DE COMPORTEMENT (PROFIL BEHVSUM DU CLIENT) : POIDS
001134*    DES ALERTES DE VELOCITE SUSPOUT, DES DECLARATIONS DECLOUT,
001141*    DES PAIEMENTS RECUS DE PREFIXES ETRANGERS ET DE LA ROTATION
001148*    EXCESSIVE (CREDITS ANNUALISES SUPERIEURS A KP-MULTIPLE-
001155*    REVENU FOIS CL-REVENU-EUR) ; KP-FENETRE-COMPORT EST LA
001162*    FENETRE EN JOURS DU PROFIL.  CHAMPS NON NUMERIQUES (JEU
001169*    SAISI AVANT LEUR AJOUT) : VALEURS PAR DEFAUT DU PROGRAMME.
001176*    KP-JOURS-ALERTE-PIECE : DELAI EN JOURS AVANT EXPIRATION
001183*    DE LA PIECE D'IDENTITE (IDDOCMST) OU L'EXCEPTION EST
001190*    LEVEE (60 PAR DEFAUT).
001200*-----------------------------------------------------------------
001300 01  KYC-PARAM-RECORD.
001400     05  KP-DATE-EFFET       PIC X(08).
002210     05  KP-MOIS-REVUE-ELEVE PIC 9(03).
002220     05  KP-MOIS-REVUE-MOYEN PIC 9(03).
002230     05  KP-MOIS-REVUE-FAIBLE PIC 9(03).
002240     05  KP-POIDS-ALERTES    PIC 9V99.
002250     05  KP-POIDS-DECLARATIONS PIC 9V99.
002260     05  KP-POIDS-ETRANGER   PIC 9V99.
002270     05  KP-POIDS-ROTATION   PIC 9V99.
002280     05  KP-MULTIPLE-REVENU  PIC 9(03).
002290     05  KP-FENETRE-COMPORT  PIC 9(03).
002300     05  KP-JOURS-ALERTE-PIECE PIC 9(03).
002310     05  FILLER              PIC X(01).
