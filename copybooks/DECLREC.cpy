000900*    MONTANT, LA DEVISE ET L'HORODATAGE DU GRAND LIVRE.  UN "T"
001000*    FINAL PORTE LE NOMBRE DE DECLARATIONS ET LE TOTAL DES
001100*    MONTANTS, POUR LE POINTAGE DU MATIN.
001110*    CHAQUE "D" EST SUIVI D'UN "C" PAR AUTRE CLIENT LIE AU COMPTE
001120*    (LIEN RELMSTR EN COURS : CO-TITULAIRE, MANDATAIRE,
001130*    BENEFICIAIRE EFFECTIF), REPRENANT LE MOUVEMENT AVEC SON
001140*    NUMERO, SON NOM ET SON ROLE (DL-ROLE, "P" SUR LE "D") ; LE
001150*    "T" NE COMPTE QUE LES MOUVEMENTS.
001200*-----------------------------------------------------------------
001300 01  DECLARATION-RECORD.
001400     05  DL-GENRE            PIC X(01).
001500         88  DL-IS-DETAIL             VALUE "D".
001600         88  DL-IS-TRAILER            VALUE "T".
001650         88  DL-IS-PARTIE-LIEE        VALUE "C".
001700     05  DL-NUMERO-CLIENT    PIC X(10).
001800     05  DL-NOM              PIC X(20).
001900     05  DL-ACCOUNT-NUMBER   PIC X(10).
002200     05  DL-CURRENCY         PIC X(03).
002300     05  DL-TIMESTAMP        PIC X(18).
002400     05  DL-NOMBRE           PIC 9(07).
002500     05  DL-ROLE             PIC X(01).
002600     05  FILLER              PIC X(03).
