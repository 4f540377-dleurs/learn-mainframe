000878*    LES COMPTES OUVERTS SANS MOUVEMENT DEPUIS LE DELAI DE
000880*    DORMCTL.  UN COMPTE DORMANT N'ACCEPTE PLUS DE DEBIT AVANT
000882*    REACTIVATION PAR ACCOUNT-MAINTENANCE (STATUT "O").
000883*    UN COMPTE BLOQUE ("B") PAR OVERDRAFT-ARREARS (DECOUVERT
000884*    DEPASSE DEPUIS 60 JOURS) N'ACCEPTE PLUS QUE DES CREDITS ;
000885*    IL EST DEBLOQUE QUAND LE SOLDE REVIENT DANS SA LIMITE, OU
000886*    A QUATRE YEUX PAR ACCOUNT-MAINTENANCE.
000887*    ACCT-DATE-CLOTURE EST LA DATE D'AFFAIRES DU REGLEMENT DE
000888*    CLOTURE (TRANSACTION "X") ; PASSEE LA RETENTION D'ARCHCTL,
000889*    ARCHIVE-PURGE DEVERSE LE COMPTE CLOS SUR L'ARCHIVE ACCTARC
000890*    ET LE SUPPRIME DU MAITRE.
000892*    ACCT-NUMERO-CLIENT EST LE NUMERO CLIENT DU TITULAIRE
000894*    (IDENTIFIANT USER-INFO = CL-NUMERO-CLIENT, POPULATION
000896*    PROUVEE PAR USER-CLIENT-BRIDGE) ; C'EST PAR LUI QUE LES
000898*    CAS KYC ESCALADES GELENT LES COMPTES ET QUE LES
000899*    DECLARATIONS REGLEMENTAIRES RETROUVENT LE TITULAIRE.
000903*    ACCT-PRODUIT EST LE CODE PRODUIT DU COMPTE (CATALOGUE
000907*    PRODCTL), POSE PAR ACCOUNT-MAINTENANCE A LA CREATION ;
000911*    SIMPLEBANK EN TIRE PALIERS D'INTERETS, FRAIS ET REGLES DE
000915*    DECOUVERT ET DE VIREMENT.  UN CODE A BLANC (COMPTE
000919*    ANTERIEUR AU CATALOGUE) GARDE LE TARIF TARIFCTL ET LES
000923*    PALIERS STANDARD.
000927*    LES AGIOS (INTERETS DEBITEURS) SONT TENUS PAR SIMPLEBANK :
000931*    CHAQUE NUIT, UN SOLDE NEGATIF COURT JUSQU'AU JOUR OUVRE
000935*    SUIVANT (ACCT-DATE-ARRETE, DATE JUSQU'A LAQUELLE LES
000939*    AGIOS SONT COURUS) ; LES JOURS ET NOMBRES DEBITEURS ET LES
000943*    AGIOS COURUS (PART DANS LA LIMITE, PART EN PENALITE)
000947*    CUMULENT SUR LE TRIMESTRE.  A L'ARRETE TRIMESTRIEL, L'AVIS
000951*    AGIONOT EST EMIS ET LE MONTANT PASSE EN
000955*    ACCT-AGIOS-A-PRELEVER, DEBITE (ECRITURE "A") A PARTIR DE
000959*    ACCT-DATE-PRELEV-AGIOS.
000963*    ACCT-AGENCE EST LE CODE DE L'AGENCE QUI TIENT LE COMPTE
000967*    (CATALOGUE BRCHCTL), POSE PAR ACCOUNT-MAINTENANCE A LA
000971*    CREATION ET CHANGE PAR UN TRANSFERT D'AGENCE ("A"), CHAQUE
000975*    AFFECTATION ETANT HISTORISEE SUR AGCHIST.  TRIAL-BALANCE
000979*    SOUS-TOTALISE PAR AGENCE ET GL-POSTING-SUMMARY PORTE L'AGENCE
000983*    SUR LE JOURNAL GLJRNL.  UN CODE A BLANC (COMPTE ANTERIEUR A
000987*    L'AGENCE, NON ENCORE AFFECTE) FORME SON PROPRE GROUPE.
000991*-----------------------------------------------------------------
001000 01  ACCOUNT-RECORD.
001100     05  ACCOUNT-NUMBER      PIC X(10).
001200     05  BALANCE             PIC S9(9)V99.
001600         88  ACCOUNT-FROZEN           VALUE "F".
001700         88  ACCOUNT-CLOSED           VALUE "C".
001750         88  ACCOUNT-DORMANT          VALUE "D".
001770         88  ACCOUNT-BLOCKED          VALUE "B".
001800     05  ACCT-CURRENCY       PIC X(03).
001900     05  ACCT-UNCLEARED-FUNDS PIC 9(9)V99.
002000     05  ACCT-DATE-DERNIER-MVT PIC X(08).
002100     05  ACCT-DATE-CLOTURE   PIC X(08).
002200     05  ACCT-NUMERO-CLIENT  PIC X(10).
002300     05  ACCT-PRODUIT        PIC X(04).
002400     05  ACCT-DATE-ARRETE    PIC X(08).
002500     05  ACCT-JOURS-DEBITEURS PIC 9(03).
002600     05  ACCT-NOMBRES-DEBITEURS PIC 9(11)V99.
002700     05  ACCT-AGIOS-COURUS   PIC 9(7)V9(4).
002800     05  ACCT-AGIOS-PENALITE PIC 9(7)V9(4).
002900     05  ACCT-AGIOS-A-PRELEVER PIC 9(7)V99.
003000     05  ACCT-DATE-PRELEV-AGIOS PIC X(08).
003100     05  ACCT-AGENCE         PIC X(02).
