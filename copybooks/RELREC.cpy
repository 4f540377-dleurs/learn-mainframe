000100*-----------------------------------------------------------------
000200*    RELREC.CPY
000300*    RECORD LAYOUT FOR THE ACCOUNT RELATIONSHIP MASTER (RELMSTR),
000400*    INDEXED ON ACCOUNT NUMBER + CLIENT NUMBER AND MAINTAINED BY
000500*    ACCOUNT-MAINTENANCE (FONCTION "R").  UN ENREGISTREMENT PAR
000600*    CLIENT LIE AU COMPTE, AVEC SON ROLE : TITULAIRE ("P", LE
000700*    CLIENT DE ACCT-NUMERO-CLIENT), CO-TITULAIRE ("J"),
000800*    MANDATAIRE OU REPRESENTANT LEGAL ("M") ET BENEFICIAIRE
000900*    EFFECTIF ("B").  LE LIEN VAUT DE RL-DATE-DEBUT A RL-DATE-FIN
001000*    INCLUSE ; RL-DATE-FIN A BLANC = LIEN EN COURS.  LES
001100*    OPERATEURS D'OUVERTURE ET DE FIN DU LIEN SONT CONSERVES.
001200*    KYC-FREEZE-SYNC, LARGE-TRANS-DECL ET STATEMENT-PRODUCER
001300*    RETIENNENT LE TITULAIRE DE ACCT-NUMERO-CLIENT PLUS LES
001400*    AUTRES CLIENTS DONT LE LIEN EST EN COURS A LA DATE
001450*    D'AFFAIRES (PENDANT LE MOIS POUR MONTHLY-STATEMENT).
001500*-----------------------------------------------------------------
001600 01  ACCOUNT-RELATION-RECORD.
001700     05  RL-CLE.
001800         10  RL-ACCOUNT-NUMBER   PIC X(10).
001900         10  RL-NUMERO-CLIENT    PIC X(10).
002000     05  RL-ROLE             PIC X(01).
002100         88  RL-ROLE-TITULAIRE        VALUE "P".
002200         88  RL-ROLE-COTITULAIRE      VALUE "J".
002300         88  RL-ROLE-MANDATAIRE       VALUE "M".
002400         88  RL-ROLE-BENEFICIAIRE     VALUE "B".
002500         88  RL-ROLE-VALIDE           VALUES "P" "J" "M" "B".
002600     05  RL-DATE-DEBUT       PIC X(08).
002700     05  RL-DATE-FIN         PIC X(08).
002800     05  RL-OPERATEUR-DEBUT  PIC X(08).
002900     05  RL-OPERATEUR-FIN    PIC X(08).
003000     05  RL-DATE-MAJ         PIC X(08).
003100     05  FILLER              PIC X(19).
