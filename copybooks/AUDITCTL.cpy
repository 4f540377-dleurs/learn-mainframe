000100*-----------------------------------------------------------------
000200*    AUDITCTL.CPY
000300*    SHARED WORKING-STORAGE FOR THE MAINTENANCE PROGRAMS THAT
000400*    WRITE THE OPERATOR AUDIT TRAIL (AUDITLOG, DESSIN AUDITEVT).
000500*    L'APPELANT POSE LES ZONES AUD- DE L'EVENEMENT PUIS PERFORME
000600*    SON 9800-WRITE-AUDIT-EVENT, QUI AJOUTE LA DATE D'AFFAIRES,
000700*    LE RUN ET L'HORODATAGE SYSTEME, ECRIT L'EVENEMENT ET REMET A
000800*    BLANC LA ZONE, LES VALEURS ET L'OPERATEUR DE SAISIE.
000900*    AUD-PROGRAMME EST LE NOM DU MODULE, POSE A L'INITIALISATION.
001000*    AUD-MONTANT-EDITE SERT A PORTER UN MONTANT EN CLAIR DANS
001100*    AUD-AVANT OU AUD-APRES.
001200*-----------------------------------------------------------------
001300 01  AUDIT-CONTROL-AREA.
001400     05  AUD-PROGRAMME       PIC X(08)   VALUE SPACES.
001500     05  AUD-OPERATEUR       PIC X(08)   VALUE SPACES.
001600     05  AUD-TYPE-OBJET      PIC X(04)   VALUE SPACES.
001700     05  AUD-CLE-OBJET       PIC X(30)   VALUE SPACES.
001800     05  AUD-ACTION          PIC X(04)   VALUE SPACES.
001900     05  AUD-ZONE            PIC X(12)   VALUE SPACES.
002000     05  AUD-AVANT           PIC X(40)   VALUE SPACES.
002100     05  AUD-APRES           PIC X(40)   VALUE SPACES.
002200     05  AUD-OPERATEUR-SAISIE PIC X(08)  VALUE SPACES.
002300     05  AUD-CLIENT          PIC X(10)   VALUE SPACES.
002400     05  AUD-DATE-SYSTEME    PIC X(08)   VALUE SPACES.
002500     05  AUD-HEURE-SYSTEME   PIC X(08)   VALUE SPACES.
002600     05  AUD-MONTANT-EDITE   PIC -(9)9.99.
002700     05  AUD-EVENEMENTS      PIC 9(07)   COMP VALUE ZERO.
