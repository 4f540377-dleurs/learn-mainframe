000100*-----------------------------------------------------------------
000200*    RSTRPT.CPY
000300*    RECORD LAYOUT FOR THE RESTART REPORT OF THE NIGHTLY CHAIN
000400*    (RSTRPT), EDITE PAR LE CONTROLE DE TETE DE CHAINE A CHAQUE
000500*    LANCEMENT.  UNE LIGNE "D" PAR ETAPE AVEC LA CONSIGNE DONNEE
000600*    (MOTIFS DE STEPDIR) ET, POUR UNE ETAPE DEJA ACHEVEE, LE CODE
000700*    RETOUR, LES COMPTEURS ET L'HORODATAGE DU PASSAGE INSCRIT AU
000800*    REGISTRE CHAINREG ; UNE LIGNE "T" FINALE AVEC LE NOMBRE
000900*    D'ETAPES SAUTEES ET EXECUTEES ET LE TYPE DE PASSAGE
001000*    (PREMIER PASSAGE OU RELANCE).
001100*-----------------------------------------------------------------
001200 01  RESTART-REPORT-RECORD.
001300     05  RI-TYPE             PIC X(01).
001400         88  RI-DETAIL-ETAPE         VALUE "D".
001500         88  RI-TOTAL                VALUE "T".
001600     05  RI-DATE-AFFAIRES    PIC X(08).
001700     05  RI-NUMERO-RUN       PIC 9(05).
001800     05  RI-DETAIL.
001900         10  RI-ETAPE            PIC X(08).
002000         10  RI-PROGRAMME        PIC X(08).
002100         10  RI-ACTION           PIC X(01).
002200         10  RI-MOTIF            PIC X(04).
002300         10  RI-CODE-RETOUR      PIC 9(04).
002400         10  RI-LUS              PIC 9(09).
002500         10  RI-ECRITS           PIC 9(09).
002600         10  RI-HORODATAGE       PIC X(16).
002700     05  RI-TOTAUX REDEFINES RI-DETAIL.
002800         10  RI-ETAPES-SAUTEES   PIC 9(05).
002900         10  RI-ETAPES-EXECUTEES PIC 9(05).
003000         10  RI-PASSAGE          PIC X(01).
003100             88  RI-PREMIER-PASSAGE  VALUE "P".
003200             88  RI-RELANCE          VALUE "R".
003300         10  FILLER              PIC X(48).
003400     05  FILLER              PIC X(07).
