000100*-----------------------------------------------------------------
000200*    ARRREC.CPY
000300*    RECORD LAYOUT FOR THE OVERDRAFT ARREARS MASTER (ARRMSTR),
000400*    INDEXED ON ACCOUNT NUMBER AND MAINTAINED BY
000500*    OVERDRAFT-ARREARS.  UN ENREGISTREMENT PAR COMPTE DONT LE
000600*    SOLDE DEPASSE SON DECOUVERT AUTORISE (ACCT-OVERDRAFT-LIMIT)
000700*    : AR-DATE-DEBUT EST LA PREMIERE DATE D'AFFAIRES OU LE
000800*    DEPASSEMENT A ETE CONSTATE, AR-JOURS-RETARD LE NOMBRE DE
000900*    JOURS CALENDAIRES ECOULES DEPUIS, AR-PALIER LE DERNIER
001000*    COURRIER DE RELANCE EMIS (1 RAPPEL A 15 JOURS, 2 MISE EN
001100*    DEMEURE A 30 JOURS, 3 DERNIER AVIS A 60 JOURS, AVEC
001200*    BLOCAGE DU COMPTE).  LE RETOUR DU SOLDE DANS SA LIMITE
001300*    CLOT LE CYCLE (AR-DATE-REGUL) ; L'ENREGISTREMENT EST
001310*    SUPPRIME LA NUIT SUIVANTE, ET UN NOUVEAU DEPASSEMENT
001320*    REPART D'UN CYCLE A ZERO.  AR-DATE-BLOCAGE EST LA DATE
001330*    D'EMISSION DU BLOCAGE VERS ACCOUNT-MAINTENANCE.
001400*-----------------------------------------------------------------
001500 01  ARREARS-RECORD.
001600     05  AR-ACCOUNT-NUMBER   PIC X(10).
001700     05  AR-NUMERO-CLIENT    PIC X(10).
001800     05  AR-DATE-DEBUT       PIC X(08).
001900     05  AR-DATE-CONSTAT     PIC X(08).
002000     05  AR-JOURS-RETARD     PIC 9(03).
002100     05  AR-PALIER           PIC X(01).
002200         88  AR-PALIER-AUCUN          VALUE " ".
002300         88  AR-PALIER-RAPPEL         VALUE "1".
002400         88  AR-PALIER-DEMEURE        VALUE "2".
002500         88  AR-PALIER-FINAL          VALUE "3".
002600     05  AR-DATE-PALIER      PIC X(08).
002700     05  AR-DEPASSEMENT      PIC 9(9)V99.
002800     05  AR-BLOCAGE-SW       PIC X(01).
002900         88  AR-BLOCAGE-EMIS          VALUE "Y".
003000     05  AR-DATE-BLOCAGE     PIC X(08).
003050     05  AR-DATE-REGUL       PIC X(08).
003100     05  FILLER              PIC X(04).
