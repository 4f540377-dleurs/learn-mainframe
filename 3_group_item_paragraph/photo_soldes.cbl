000280*                  SEUL SOLDE D'OUVERTURE PROUVE DU LENDEMAIN ET
000290*                  LA SEULE POSITION HISTORIQUE POUR LES
000300*                  LITIGES.  LES COMPTEURS PARTENT SUR RUNSTATS.
000301* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000302*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000303*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000304*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000305*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000306*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000310*-----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000480
000490     SELECT RUN-STATISTICS   ASSIGN TO RUNSTATS
000500            ORGANIZATION IS SEQUENTIAL.
000501
000502     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000503            ORGANIZATION IS SEQUENTIAL.
000504
000505     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000506            ORGANIZATION IS SEQUENTIAL.
000510*-------------
000520 DATA DIVISION.
000530*-------------
000670     LABEL RECORDS ARE STANDARD.
000680 COPY RUNSTAT.
000690*
000691 FD  STEP-DIRECTIVES
000692     LABEL RECORDS ARE STANDARD.
000693 COPY STEPDIR.
000694*
000695 FD  CHAIN-REGISTER
000696     LABEL RECORDS ARE STANDARD.
000697 COPY CHAINREG.
000698*
000700 WORKING-STORAGE SECTION.
000710*
000720 01  WS-SWITCHES.
000820 77  WS-STAT-ETAPE           PIC X(08)   VALUE "BALSNAP ".
000830 77  WS-STAT-COMPTEUR        PIC X(12)   VALUE SPACES.
000840 77  WS-STAT-VALEUR          PIC 9(09)   VALUE ZERO.
000843*
000846 COPY STEPCTL.
000850*-------------------
000860 PROCEDURE DIVISION.
000870*-------------------
000880 0000-MAINLINE.
000890     DISPLAY "BALANCE-SNAPSHOT : PHOTO DES SOLDES DE FIN DE "
000900             "JOURNEE"
000905     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
000910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000920     PERFORM 2000-SNAPSHOT-NEXT-ACCOUNT THRU 2000-EXIT
000930         UNTIL END-OF-FILE
000940     PERFORM 3000-TERMINATE THRU 3000-EXIT
000945     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
000950     STOP RUN.
000960*-----------------------------------------------------------------
000970* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES, OUVRE LES FICHIERS
002030     WRITE RUN-STAT-RECORD.
002040 9510-EXIT.
002050     EXIT.
002060*-----------------------------------------------------------------
002070* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
002080* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
002090* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
002100* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
002110* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
002120* N'EST PAS INSCRITE AU REGISTRE.
002130*-----------------------------------------------------------------
002140 9600-CHECK-STEP-DIRECTIVE.
002150     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
002160     OPEN INPUT STEP-DIRECTIVES
002170     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
002180         UNTIL ETP-DIR-END-OF-FILE
002190             OR ETP-CONSIGNE-TROUVEE
002200     CLOSE STEP-DIRECTIVES
002210     IF NOT ETP-A-SAUTER
002220         GO TO 9600-EXIT
002230     END-IF
002240     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
002250             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
002260             ") - NON REJOUEE"
002270     MOVE ZERO TO RETURN-CODE
002280     STOP RUN.
002290 9600-EXIT.
002300     EXIT.
002310*-----------------------------------------------------------------
002320* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
002330* CELLE DU PROGRAMME.
002340*-----------------------------------------------------------------
002350 9610-READ-DIRECTIVE.
002360     READ STEP-DIRECTIVES
002370         AT END
002380             MOVE "Y" TO ETP-DIR-EOF-SW
002390         NOT AT END
002400             IF DI-PROGRAMME = ETP-PROGRAMME
002410                 MOVE "Y"              TO ETP-TROUVEE-SW
002420                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
002430                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
002440                 MOVE DI-ETAPE         TO ETP-ETAPE
002450                 MOVE DI-ACTION        TO ETP-ACTION
002460                 MOVE DI-MOTIF         TO ETP-MOTIF
002470             END-IF
002480     END-READ.
002490 9610-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------------
002520* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
002530* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
002540* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
002550* CHAINE, RIEN N'EST INSCRIT.
002560*-----------------------------------------------------------------
002570 9700-REGISTER-STEP.
002580     IF NOT ETP-CONSIGNE-TROUVEE
002590         GO TO 9700-EXIT
002600     END-IF
002610     MOVE WS-COMPTES-LUS TO ETP-LUS
002620     MOVE WS-COMPTES-ECRITS TO ETP-ECRITS
002630     MOVE RETURN-CODE TO ETP-CODE-RETOUR
002640     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
002650     ACCEPT ETP-HEURE-SYSTEME FROM TIME
002660     OPEN EXTEND CHAIN-REGISTER
002670     MOVE SPACES            TO CHAIN-REGISTER-RECORD
002680     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
002690     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
002700     MOVE ETP-ETAPE         TO RG-ETAPE
002710     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
002720     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
002730     MOVE ETP-LUS           TO RG-LUS
002740     MOVE ETP-ECRITS        TO RG-ECRITS
002750     MOVE ETP-REJETS        TO RG-REJETS
002760     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
002770     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
002780     WRITE CHAIN-REGISTER-RECORD
002790     CLOSE CHAIN-REGISTER
002800     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
002810             ETP-CODE-RETOUR.
002820 9700-EXIT.
002830     EXIT.
