000100*-----------------------------------------------------------------
000200*    DEPCTL.CPY
000300*    RECORD LAYOUT FOR THE TERM DEPOSIT RATE CONTROL FILE READ
000400*    BY DEPOSIT-BOOKING AND SIMPLEBANK AT INITIALIZATION.  UN
000500*    ENREGISTREMENT PORTE LA GRILLE DES TAUX DE DEPOT A TERME
000600*    EN VIGUEUR A PARTIR D'UNE DATE D'EFFET -- MEME SCHEMA DATE
000700*    QUE DBTCTL : LE DERNIER ENREGISTREMENT DONT LA DATE D'EFFET
000800*    N'EST PAS POSTERIEURE A LA DATE D'AFFAIRES FAIT FOI.
000900*    TAUX ANNUELS FIXES PAR DUREE (3, 6 ET 12 MOIS) ; UN TAUX
001000*    NUL FERME LA DUREE A LA SOUSCRIPTION.  DC-TAUX-PENALITE
001100*    EST LE TAUX ANNUEL SERVI SUR LES JOURS COURUS EN CAS DE
001200*    RUPTURE ANTICIPEE.  DC-MONTANT-MINIMUM EST LE PLUS PETIT
001300*    DEPOT ACCEPTE (NUL = PAS DE MINIMUM).
001400*    SIMPLEBANK RECONDUIT LES DEPOTS RENOUVELABLES AU TAUX DE LA
001500*    GRILLE EN VIGUEUR A LA DATE DU RENOUVELLEMENT.
001600*-----------------------------------------------------------------
001700 01  DEPOSIT-CONTROL-RECORD.
001800     05  DC-DATE-EFFET       PIC X(08).
001900     05  DC-TAUX-3-MOIS      PIC 9V9(4).
002000     05  DC-TAUX-6-MOIS      PIC 9V9(4).
002100     05  DC-TAUX-12-MOIS     PIC 9V9(4).
002200     05  DC-TAUX-PENALITE    PIC 9V9(4).
002300     05  DC-MONTANT-MINIMUM  PIC 9(7)V99.
002400     05  FILLER              PIC X(03).
