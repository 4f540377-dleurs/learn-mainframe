000100*-----------------------------------------------------------------
000200*    NOTIFREC.CPY
000300*    RECORD LAYOUT FOR THE CUSTOMER NOTIFICATION EXTRACT WRITTEN
000400*    BY NOTIFICATION-EXTRACT FOR THE MESSAGING GATEWAY.  UN
000500*    ENREGISTREMENT PAR MESSAGE : CANAL ("E" COURRIEL OU "S"
000600*    SMS, PRIS SUR LES COORDONNEES USER-INFO DU TITULAIRE),
000700*    ADRESSE, CODE DU MODELE DE MESSAGE ET VALEURS DES
000800*    VARIABLES DU MODELE.  MODELES :
000900*      RETREF  RETRAIT REFUSE (MONTANT, DEVISE, RAISON)
001000*      CHQIMP  CHEQUE IMPAYE (MONTANT, DEVISE, REFERENCE DU
001100*              CHEQUE, SOLDE APRES REJET)
001200*      OPPOSI  DEBIT ARRETE PAR UNE OPPOSITION (TYPE, MONTANT,
001300*              DEVISE, CONTREPARTIE)
001400*      DORMAN  COMPTE PASSE EN DORMANT (DATE DU DERNIER
001500*              MOUVEMENT, SOLDE)
001600*      CLOTUR  REGLEMENT DE CLOTURE (MONTANT, DEVISE, COMPTE
001700*              DESTINATAIRE OU A BLANC SI PAIEMENT EN ATTENTE)
001800*      GELLEV  COMPTE DE NOUVEAU DISPONIBLE APRES LEVEE DE GEL
001900*    LES VARIABLES SANS OBJET POUR UN MODELE SONT A BLANC OU A
002000*    ZERO.
002100*-----------------------------------------------------------------
002200 01  NOTIFICATION-RECORD.
002300     05  NT-CANAL            PIC X(01).
002400         88  NT-CANAL-EMAIL           VALUE "E".
002500         88  NT-CANAL-SMS             VALUE "S".
002600     05  NT-ADRESSE          PIC X(50).
002700     05  NT-MODELE           PIC X(06).
002800         88  NT-IS-RETRAIT-REFUSE     VALUE "RETREF".
002900         88  NT-IS-CHEQUE-IMPAYE      VALUE "CHQIMP".
003000         88  NT-IS-OPPOSITION         VALUE "OPPOSI".
003100         88  NT-IS-DORMANCE           VALUE "DORMAN".
003200         88  NT-IS-CLOTURE            VALUE "CLOTUR".
003300         88  NT-IS-LEVEE-GEL          VALUE "GELLEV".
003400     05  NT-NUMERO-CLIENT    PIC X(10).
003500     05  NT-ACCOUNT-NUMBER   PIC X(10).
003600     05  NT-DATE-EVENEMENT   PIC X(08).
003700     05  NT-VARIABLES.
003800         10  NT-TRANS-TYPE   PIC X(01).
003900         10  NT-MONTANT      PIC 9(9)V99.
004000         10  NT-DEVISE       PIC X(03).
004100         10  NT-SOLDE        PIC S9(9)V99.
004200         10  NT-RAISON       PIC X(04).
004300         10  NT-REFERENCE    PIC X(10).
004400         10  NT-DATE-REF     PIC X(08).
004500     05  FILLER              PIC X(17).
