000100*-----------------------------------------------------------------
000200*    DEPOREC.CPY
000300*    RECORD LAYOUT FOR THE TERM DEPOSIT MASTER FILE (TDMSTR),
000400*    INDEXED ON THE DEPOSIT NUMBER.  WRITTEN BY DEPOSIT-BOOKING
000500*    WHEN A DEPOSIT IS BOOKED, UPDATED EACH NIGHT BY SIMPLEBANK,
000600*    READ BY DEPOSIT-LADDER FOR THE TREASURY MATURITY LADDER.
000700*    DP-ACCOUNT-NUMBER EST LE COMPTE COURANT RATTACHE DANS
000800*    ACCOUNT-MASTER : LA MISE EN PLACE Y EST DEBITEE, LE
000900*    CAPITAL ET LES INTERETS Y SONT REVERSES A L'ECHEANCE OU A
001000*    LA RUPTURE ANTICIPEE.  DP-TAUX-ANNUEL EST LE TAUX FIXE DU
001100*    DEPOT (INTERETS = MONTANT X TAUX X JOURS / 365, JOURS
001200*    COMPTES DE LA DATE DE VALEUR A LA DATE DE PAIEMENT),
001300*    DP-TAUX-PENALITE LE TAUX ANNUEL APPLIQUE AUX JOURS COURUS
001400*    EN CAS DE RUPTURE ANTICIPEE.  DP-DUREE-MOIS : 3, 6 OU 12.
001500*    DP-DATE-ECHEANCE EST L'ECHEANCE CONTRACTUELLE (DATE DE
001600*    VALEUR + DUREE, RAMENEE AU DERNIER JOUR D'UN MOIS PLUS
001700*    COURT), DP-DATE-PAIEMENT L'ECHEANCE REPORTEE AU JOUR OUVRE
001800*    SUIVANT SELON LE CALENDRIER CALFILE (FIXEE PAR SIMPLEBANK
001900*    A LA MISE EN PLACE ET A CHAQUE RENOUVELLEMENT).
002000*    DP-RENOUVELLEMENT-SW "O" : A L'ECHEANCE, SEULS LES INTERETS
002100*    SONT VERSES ET LE DEPOT EST RECONDUIT POUR LA MEME DUREE A
002200*    PARTIR DE LA DATE DE PAIEMENT.
002300*    STATUT "N" : DEPOT SAISI, A METTRE EN PLACE A SA DATE DE
002400*    VALEUR ; "A" : DEPOT EN COURS ; "E" : DEPOT ECHU ET
002500*    REMBOURSE ; "R" : DEPOT ROMPU PAR ANTICIPATION.
002600*    DP-INTERETS-VERSES CUMULE LES INTERETS PAYES SUR LA VIE DU
002700*    DEPOT, DP-NB-RENOUVELLEMENTS COMPTE LES RECONDUCTIONS.
002800*    DP-DATE-TRAITEMENT EST LA DATE D'AFFAIRES DU DERNIER
002900*    PASSAGE DE SIMPLEBANK SUR LE DEPOT (UN DEPOT DEJA TRAITE
003000*    N'EST PAS REPRIS A LA REPRISE).
003100*-----------------------------------------------------------------
003200 01  TERM-DEPOSIT-RECORD.
003300     05  DP-NUMERO-DEPOT     PIC X(10).
003400     05  DP-ACCOUNT-NUMBER   PIC X(10).
003500     05  DP-NUMERO-CLIENT    PIC X(10).
003600     05  DP-MONTANT          PIC 9(9)V99.
003700     05  DP-TAUX-ANNUEL      PIC 9V9(4).
003800     05  DP-TAUX-PENALITE    PIC 9V9(4).
003900     05  DP-DUREE-MOIS       PIC 9(02).
004000     05  DP-DATE-VALEUR      PIC X(08).
004100     05  DP-DATE-ECHEANCE    PIC X(08).
004200     05  DP-DATE-PAIEMENT    PIC X(08).
004300     05  DP-RENOUVELLEMENT-SW PIC X(01).
004400         88  DP-RENOUVELABLE          VALUE "O".
004500     05  DP-STATUT           PIC X(01).
004600         88  DP-A-PLACER              VALUE "N".
004700         88  DP-ACTIF                 VALUE "A".
004800         88  DP-ECHU                  VALUE "E".
004900         88  DP-ROMPU                 VALUE "R".
005000     05  DP-INTERETS-VERSES  PIC 9(9)V99.
005100     05  DP-NB-RENOUVELLEMENTS PIC 9(03).
005200     05  DP-DATE-CLOTURE     PIC X(08).
005300     05  DP-DATE-TRAITEMENT  PIC X(08).
005400     05  FILLER              PIC X(11).
