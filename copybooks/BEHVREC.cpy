000100*-----------------------------------------------------------------
000200*    BEHVREC.CPY
000300*    RECORD LAYOUT FOR THE CLIENT BEHAVIOUR SUMMARY (BEHVSUM)
000400*    WRITTEN NIGHTLY BY KYC-BEHAVIOUR-SUMMARY AND READ BY
000500*    KYC-ANALYSE-RISQUES AT THE NEXT NIGHT'S SCORING.  UN
000600*    ENREGISTREMENT PAR CLIENT (ACCT-NUMERO-CLIENT DE SES
000700*    COMPTES) AYANT EU UNE ACTIVITE SUR LA FENETRE DE
000800*    BH-FENETRE-JOURS JOURS FINISSANT A BH-DATE-CALCUL : ALERTES
000900*    DE VELOCITE SUSPOUT, DECLARATIONS DECLOUT, PAIEMENTS RECUS
001000*    DE PREFIXES DE ROUTAGE ETRANGERS (NOMBRE ET MONTANT) ET
001100*    ROTATION CREDITRICE (DEPOTS, REMISES DE CHEQUES ET
001200*    PAIEMENTS RECUS POSTES), BRUTE ET ANNUALISEE.  TRIE PAR
001300*    NUMERO CLIENT.
001400*-----------------------------------------------------------------
001500 01  BEHAVIOUR-SUMMARY-RECORD.
001600     05  BH-NUMERO-CLIENT    PIC X(10).
001700     05  BH-DATE-CALCUL      PIC X(08).
001800     05  BH-FENETRE-JOURS    PIC 9(03).
001900     05  BH-NOMBRE-ALERTES   PIC 9(05).
002000     05  BH-NOMBRE-DECLARATIONS PIC 9(05).
002100     05  BH-NOMBRE-ETRANGER  PIC 9(05).
002200     05  BH-MONTANT-ETRANGER PIC 9(11)V99.
002300     05  BH-ROTATION         PIC 9(11)V99.
002400     05  BH-ROTATION-ANNUELLE PIC 9(11)V99.
002500     05  FILLER              PIC X(05).
