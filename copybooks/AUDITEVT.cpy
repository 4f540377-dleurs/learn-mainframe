000100*-----------------------------------------------------------------
000200*    AUDITEVT.CPY
000300*    RECORD LAYOUT FOR THE CONSOLIDATED OPERATOR AUDIT TRAIL
000400*    (AUDITLOG).  CHAQUE PROGRAMME DE MAINTENANCE (USER-INFO,
000500*    ACCOUNT-MAINTENANCE, KYC-CASE-MAINT, KYC-ID-DOCUMENT-MAINT,
000600*    MANDATE-MAINT, EXEMPLE-PIC POUR LES PRIX MANUELS ET
000700*    PRICE-APPROVAL) Y AJOUTE UN EVENEMENT PAR ZONE MODIFIEE :
000800*    OPERATEUR, DATE D'AFFAIRES ET RUN DE RUNCTL, HORODATAGE
000900*    SYSTEME (AAAAMMJJ + HHMMSSCC), PROGRAMME, OBJET (TYPE ET
001000*    CLE), ACTION, ZONE ET VALEURS AVANT / APRES EN CLAIR.
001100*    EV-OPERATEUR-SAISIE PORTE L'OPERATEUR DE LA PREMIERE SAISIE
001200*    QUAND L'EVENEMENT EST UNE APPROBATION (OU UN REFUS) A QUATRE
001300*    YEUX ; EV-CLIENT LE CLIENT CONCERNE QUAND IL EST CONNU.  LE
001400*    FICHIER S'ETEND DE LOT EN LOT COMME RUNSTATS ET EST LU PAR
001500*    AUDIT-INQUIRY (JOB AUDITINQ).
001600*    TYPES D'OBJET : "USER" UTILISATEUR, "COMP" COMPTE, "LIEN"
001700*    LIEN COMPTE-CLIENT, "EXTO" EXTOURNE, "RETN" PAIEMENT RETENU,
001800*    "CAS " CAS CONFORMITE, "PIEC" PIECE D'IDENTITE, "MAND"
001900*    MANDAT, "PRIX" PRIX.
002000*    ACTIONS : "CREA" CREATION, "MODI" MODIFICATION, "SUPP"
002100*    SUPPRESSION OU REVOCATION, "SAIS" SAISIE MISE EN INSTANCE,
002200*    "APPR" APPROBATION, "REFU" REFUS A QUATRE YEUX, "ECAR"
002300*    CHANGEMENT ECARTE.
002400*-----------------------------------------------------------------
002500 01  AUDIT-EVENT-RECORD.
002600     05  EV-OPERATEUR        PIC X(08).
002700     05  EV-DATE-AFFAIRES    PIC X(08).
002800     05  EV-HORODATAGE.
002900         10  EV-DATE-SYSTEME PIC X(08).
003000         10  EV-HEURE-SYSTEME PIC X(08).
003100     05  EV-NUMERO-RUN       PIC 9(05).
003200     05  EV-PROGRAMME        PIC X(08).
003300     05  EV-TYPE-OBJET       PIC X(04).
003400     05  EV-CLE-OBJET        PIC X(30).
003500     05  EV-ACTION           PIC X(04).
003600         88  EV-IS-SAISIE             VALUE "SAIS".
003700         88  EV-IS-APPROBATION        VALUE "APPR".
003800         88  EV-IS-REFUS              VALUE "REFU".
003900     05  EV-ZONE             PIC X(12).
004000     05  EV-AVANT            PIC X(40).
004100     05  EV-APRES            PIC X(40).
004200     05  EV-OPERATEUR-SAISIE PIC X(08).
004300     05  EV-CLIENT           PIC X(10).
004400     05  FILLER              PIC X(07).
