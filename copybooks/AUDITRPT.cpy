000100*-----------------------------------------------------------------
000200*    AUDITRPT.CPY
000300*    RECORD LAYOUT FOR THE REPORT WRITTEN BY AUDIT-INQUIRY. CHAQUE
000400*    DEMANDE PRODUIT UN "H" (TERMES DE LA DEMANDE), UN "D" PAR
000500*    EVENEMENT RETENU ET UN "T" AVEC LE NOMBRE D'EVENEMENTS EDITES
000600*    ET LE NOMBRE D'ANOMALIES ; LES TERMES DE LA DEMANDE SONT
000700*    REPRIS SUR CHAQUE LIGNE.  LE "D" REPREND L'EVENEMENT DE LA
000800*    PISTE AUDITLOG (DESSIN AUDITEVT) OU UNE OPPOSITION DE STOPIN
000900*    (TYPE "OPPO", PROGRAMME "STOPIN", DATE = DATE D'EFFET, SANS
001000*    HORODATAGE).  AR-CLIENT EST LE CLIENT DE L'OBJET (TITULAIRE
001100*    DU COMPTE S'IL N'EST PAS SUR L'EVENEMENT).  ANOMALIES DE
001200*    SEPARATION DES TACHES :
001300*      AR-ANOMALIE-SAISIE = "SAIS" : L'OPERATEUR APPROUVE (OU
001400*               TENTE D'APPROUVER) SA PROPRE SAISIE ;
001500*      AR-ANOMALIE-CLIENT = "PROP" : L'OPERATEUR MAINTIENT UN
001600*               OBJET DE SON PROPRE CLIENT (OPERCTL), OU UN COMPTE
001700*               DONT IL EST TITULAIRE OU LIE (RELMSTR) A LA DATE.
001800*-----------------------------------------------------------------
001900 01  AUDIT-REPORT-RECORD.
002000     05  AR-RECORD-TYPE      PIC X(01).
002100         88  AR-IS-HEADER             VALUE "H".
002200         88  AR-IS-DETAIL             VALUE "D".
002300         88  AR-IS-TOTAL              VALUE "T".
002400     05  AR-DEMANDE.
002500         10  AR-DEM-OPERATEUR    PIC X(08).
002600         10  AR-DEM-TYPE-OBJET   PIC X(04).
002700         10  AR-DEM-CLE-OBJET    PIC X(30).
002800         10  AR-DEM-DATE-DEBUT   PIC X(08).
002900         10  AR-DEM-DATE-FIN     PIC X(08).
003000     05  AR-OPERATEUR        PIC X(08).
003100     05  AR-DATE-AFFAIRES    PIC X(08).
003200     05  AR-HORODATAGE       PIC X(16).
003300     05  AR-PROGRAMME        PIC X(08).
003400     05  AR-TYPE-OBJET       PIC X(04).
003500         88  AR-OBJET-DE-COMPTE       VALUES "COMP" "LIEN" "EXTO"
003600                                             "RETN" "MAND" "OPPO".
003700     05  AR-CLE-OBJET        PIC X(30).
003800     05  AR-ACTION           PIC X(04).
003900     05  AR-ZONE             PIC X(12).
004000     05  AR-AVANT            PIC X(40).
004100     05  AR-APRES            PIC X(40).
004200     05  AR-OPERATEUR-SAISIE PIC X(08).
004300     05  AR-CLIENT           PIC X(10).
004400     05  AR-ANOMALIE-SAISIE  PIC X(04).
004500     05  AR-ANOMALIE-CLIENT  PIC X(04).
004600     05  AR-NOMBRE-EVENEMENTS PIC 9(07).
004700     05  AR-NOMBRE-ANOMALIES PIC 9(07).
004800     05  FILLER              PIC X(11).
