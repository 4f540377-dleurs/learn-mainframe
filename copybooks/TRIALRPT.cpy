000800*    DU SEUIL DE GRANDE EXPOSITION (EXPCTL), PUIS UN "G" DE
000900*    TOTAL GENERAL QUE LE POINTAGE CROISE AVEC LE TOTAL DE LA
001000*    VEILLE PLUS LE MOUVEMENT NET DU JOUR (GLPOST).
001006*    LES LIGNES "P" SOUS-TOTALISENT PAR PRODUIT (TB-PRODUIT,
001012*    ACCT-PRODUIT, BLANC = COMPTES SANS PRODUIT) LE NOMBRE DE
001018*    COMPTES ET LE TOTAL DES SOLDES, APRES LES LIGNES "S".
001024*    APRES LE "G", UN "R" PAR PRET A TERME EN IMPAYE (TB-ACCOUNT-
001030*    NUMBER = NUMERO DE PRET, TB-NOMBRE = JOURS DE RETARD,
001036*    TB-MONTANT = IMPAYES, TB-MARGE-RESTANTE = ENCOURS DU PRET),
001042*    PUIS UN "L" D'ENCOURS DES PRETS EN COURS (NOMBRE ET CAPITAL
001048*    RESTANT DU) ET UN "I" DE TOTAL DES IMPAYES (NOMBRE DE PRETS
001054*    EN RETARD ET MONTANT).
001060*    TB-AGENCE PORTE L'AGENCE DU COMPTE (ACCT-AGENCE, BLANC =
001066*    COMPTE SANS AGENCE) : LES LIGNES "S" SONT EDITEES PAR
001072*    AGENCE DANS L'ORDRE DES CODES, CHAQUE AGENCE SUIVIE DE SON
001078*    SOUS-TOTAL "A" (NOMBRE DE COMPTES ET TOTAL DES SOLDES) ;
001084*    LES LIGNES "N" ET "E" PORTENT AUSSI L'AGENCE DU COMPTE.
001100*-----------------------------------------------------------------
001200 01  TRIAL-BALANCE-RECORD.
001300     05  TB-GENRE            PIC X(01).
001500         88  TB-IS-NEGATIF            VALUE "N".
001600         88  TB-IS-EXPOSITION         VALUE "E".
001700         88  TB-IS-GRAND-TOTAL        VALUE "G".
001710         88  TB-IS-PRODUIT            VALUE "P".
001720         88  TB-IS-PRET-IMPAYE        VALUE "R".
001730         88  TB-IS-ENCOURS-PRETS      VALUE "L".
001740         88  TB-IS-IMPAYES-PRETS      VALUE "I".
001750         88  TB-IS-AGENCE             VALUE "A".
001800     05  TB-STATUT           PIC X(01).
001900     05  TB-ACCOUNT-NUMBER   PIC X(10).
002000     05  TB-NOMBRE           PIC 9(09).
002100     05  TB-MONTANT          PIC S9(13)V99.
002200     05  TB-MARGE-RESTANTE   PIC S9(9)V99.
002300     05  TB-SEUIL            PIC 9(11)V99.
002400     05  TB-PRODUIT          PIC X(04).
002500     05  TB-AGENCE           PIC X(02).
