000100*-----------------------------------------------------------------
000200*    DBTCTL.CPY
000300*    RECORD LAYOUT FOR THE DEBIT INTEREST (AGIOS) CONTROL FILE
000400*    READ BY SIMPLEBANK AT INITIALIZATION.  UN ENREGISTREMENT
000500*    PORTE LES TAUX DEBITEURS EN VIGUEUR A PARTIR D'UNE DATE
000600*    D'EFFET -- MEME SCHEMA DATE QUE TARIFCTL : LE DERNIER
000700*    ENREGISTREMENT DONT LA DATE D'EFFET N'EST PAS POSTERIEURE
000800*    A LA DATE D'AFFAIRES FAIT FOI POUR LE RUN.
000900*    DB-TAUX-DEBITEUR (ANNUEL) S'APPLIQUE JOUR PAR JOUR A LA
001000*    PART DU SOLDE DEBITEUR COMPRISE DANS LA LIMITE DE
001100*    DECOUVERT DU COMPTE, DB-TAUX-PENALITE (ANNUEL) A LA PART
001200*    QUI LA DEPASSE (NUL = TAUX DEBITEUR).  DB-BASE-JOURS EST LE
001300*    DIVISEUR ANNUEL DES NOMBRES (NUL = 365).
001400*    DB-DELAI-PREAVIS EST LE NOMBRE DE JOURS CALENDAIRES ENTRE
001500*    L'AVIS TRIMESTRIEL DES AGIOS (AGIONOT) ET LEUR
001600*    PRELEVEMENT (NUL = 14).  UN PRODUIT DU CATALOGUE PRODCTL
001700*    PEUT PORTER SES PROPRES TAUX (PC-TAUX-DEBITEUR,
001800*    PC-TAUX-PENALITE).
001900*-----------------------------------------------------------------
002000 01  DEBIT-CONTROL-RECORD.
002100     05  DB-DATE-EFFET       PIC X(08).
002200     05  DB-TAUX-DEBITEUR    PIC 9V9(4).
002300     05  DB-TAUX-PENALITE    PIC 9V9(4).
002400     05  DB-BASE-JOURS       PIC 9(03).
002500     05  DB-DELAI-PREAVIS    PIC 9(03).
002600     05  FILLER              PIC X(06).
