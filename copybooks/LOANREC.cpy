000100*-----------------------------------------------------------------
000200*    LOANREC.CPY
000300*    RECORD LAYOUT FOR THE TERM LOAN MASTER FILE (LOANMSTR),
000400*    INDEXED ON THE LOAN NUMBER.  WRITTEN BY LOAN-BOOKING WHEN
000500*    A LOAN IS BOOKED, UPDATED EACH NIGHT BY SIMPLEBANK, READ BY
000600*    TRIAL-BALANCE FOR THE LOAN OUTSTANDING.
000700*    LN-ACCOUNT-NUMBER EST LE COMPTE DE L'EMPRUNTEUR DANS
000800*    ACCOUNT-MASTER : LE DEBLOCAGE Y EST CREDITE ET LES
000900*    ECHEANCES Y SONT PRELEVEES.  LN-TAUX-ANNUEL EST LE TAUX
001000*    NOMINAL ANNUEL (INTERET D'UNE ECHEANCE = CAPITAL RESTANT
001100*    DU X TAUX / 12).  LN-MENSUALITE EST L'ECHEANCE CONSTANTE
001200*    DU TABLEAU D'AMORTISSEMENT (LA DERNIERE SOLDE LE CAPITAL).
001300*    LN-JOUR-ECHEANCE : UN JOUR AU-DELA DE LA FIN D'UN MOIS
001400*    COURT TOMBE LE DERNIER JOUR DE CE MOIS, COMME LES ORDRES
001500*    PERMANENTS.
001600*    STATUT "N" : PRET SAISI, A DEBLOQUER A LA DATE DE DEBUT ;
001700*    "A" : PRET EN COURS ; "S" : PRET SOLDE.
001800*    LN-ECHEANCES-ECHUES COMPTE LES ECHEANCES ARRIVEES A TERME
001900*    (PAYEES OU NON), LN-DATE-PROCHAINE EST LA DATE DE LA
002000*    SUIVANTE.  LN-CAPITAL-RESTANT EST LE CAPITAL RESTANT DU
002100*    APRES LA DERNIERE ECHEANCE ECHUE ; LE CAPITAL ET LES
002200*    INTERETS ECHUS NON PAYES SONT PORTES A PART (LN-IMPAYE-
002300*    CAPITAL, LN-IMPAYE-INTERET) : L'ENCOURS DU PRET EST LA
002400*    SOMME LN-CAPITAL-RESTANT + LN-IMPAYE-CAPITAL.
002500*    LN-JOURS-RETARD EST LE NOMBRE DE JOURS ENTRE LA PLUS
002600*    ANCIENNE ECHEANCE IMPAYEE (LN-DATE-PREMIER-IMPAYE) ET LA
002700*    DATE D'AFFAIRES DU DERNIER RUN ; REMIS A ZERO QUAND LES
002800*    IMPAYES SONT REGLES.  LN-DATE-TRAITEMENT EST LA DATE
002900*    D'AFFAIRES DU DERNIER PASSAGE DE SIMPLEBANK SUR LE PRET
003000*    (UN PRET DEJA TRAITE N'EST PAS REPRIS A LA REPRISE).
003100*-----------------------------------------------------------------
003200 01  LOAN-RECORD.
003300     05  LN-NUMERO-PRET      PIC X(10).
003400     05  LN-ACCOUNT-NUMBER   PIC X(10).
003500     05  LN-NUMERO-CLIENT    PIC X(10).
003600     05  LN-CAPITAL-INITIAL  PIC 9(9)V99.
003700     05  LN-TAUX-ANNUEL      PIC 9V9(4).
003800     05  LN-DUREE-MOIS       PIC 9(03).
003900     05  LN-DATE-DEBUT       PIC X(08).
004000     05  LN-JOUR-ECHEANCE    PIC 9(02).
004100     05  LN-MENSUALITE       PIC 9(9)V99.
004200     05  LN-STATUT           PIC X(01).
004300         88  LN-A-DEBLOQUER           VALUE "N".
004400         88  LN-ACTIF                 VALUE "A".
004500         88  LN-SOLDE                 VALUE "S".
004600     05  LN-ECHEANCES-ECHUES PIC 9(03).
004700     05  LN-DATE-PROCHAINE   PIC X(08).
004800     05  LN-CAPITAL-RESTANT  PIC 9(9)V99.
004900     05  LN-IMPAYE-CAPITAL   PIC 9(9)V99.
005000     05  LN-IMPAYE-INTERET   PIC 9(9)V99.
005100     05  LN-NB-IMPAYES       PIC 9(03).
005200     05  LN-DATE-PREMIER-IMPAYE PIC X(08).
005300     05  LN-JOURS-RETARD     PIC 9(05).
005400     05  LN-DATE-TRAITEMENT  PIC X(08).
005500     05  LN-DATE-DEBLOCAGE   PIC X(08).
005600     05  FILLER              PIC X(13).
