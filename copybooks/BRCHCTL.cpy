000100*-----------------------------------------------------------------
000200*    BRCHCTL.CPY
000300*    RECORD LAYOUT FOR THE BRANCH CATALOGUE CONTROL FILE READ BY
000400*    ACCOUNT-MAINTENANCE AT INITIALIZATION.  MEME SCHEMA DATE
000500*    QUE PRODCTL : POUR CHAQUE AGENCE (BR-AGENCE, REPRIS SUR
000600*    ACCT-AGENCE), LE DERNIER ENREGISTREMENT DONT LA DATE
000700*    D'EFFET N'EST PAS POSTERIEURE A LA DATE D'AFFAIRES FAIT
000800*    FOI.  UNE AGENCE FERMEE ("F") NE RECOIT PLUS DE COMPTE, NI
000900*    PAR CREATION NI PAR TRANSFERT ; SES COMPTES EN PARTENT PAR
001000*    TRANSFERT D'AGENCE.  LE CODE AGENCE EST AUSSI LE CENTRE DE
001100*    COUT DES LIGNES DU JOURNAL COMPTABLE GLJRNL.
001200*-----------------------------------------------------------------
001300 01  BRANCH-CONTROL-RECORD.
001400     05  BR-AGENCE           PIC X(02).
001500     05  BR-DATE-EFFET       PIC X(08).
001600     05  BR-LIBELLE          PIC X(30).
001700     05  BR-STATUT           PIC X(01).
001800         88  BR-AGENCE-OUVERTE        VALUES "O" " ".
001900         88  BR-AGENCE-FERMEE         VALUE "F".
002000     05  FILLER              PIC X(19).
