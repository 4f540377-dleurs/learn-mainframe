000820*                  AUSSI SUR LE FICHIER COMMUN DES STATISTIQUES DE
000830*                  RUN (RUNSTATS), CROISES PAR L'ETAPE FINALE
000840*                  RUN-BALANCER DE LA CHAINE.
000841* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000842*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000843*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000844*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000845*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000846*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000847* 2026-10-15 MF    PISTE D'AUDIT DES OPERATEURS : LA TRANSACTION
000848*                  PORTE L'OPERATEUR DE SAISIE (UT-OPERATEUR ;
000849*                  USRTRIN PASSE DE 101 A 109 OCTETS ; USRCORIN
000850*                  ET USREXCQ GARDENT LRECL=160, LEURS IMAGES
000851*                  UC-TRANS-IMAGE ET UE-TRANS-IMAGE PASSANT DE 101
000852*                  A 109 OCTETS) ; IL
000853*                  EST REPRIS SUR LE JOURNAL (JR-OPERATEUR) ET
000854*                  CHAQUE ZONE AJOUTEE, MODIFIEE OU SUPPRIMEE EST
000855*                  INSCRITE SUR AUDITLOG (DESSIN AUDITEVT) AVEC
000856*                  SES VALEURS AVANT ET APRES.
000857*-----------------------------------------------------------------
000860 ENVIRONMENT DIVISION.
000870 CONFIGURATION SECTION.
000880 SOURCE-COMPUTER. IBM-370.
001070            ORGANIZATION IS SEQUENTIAL.

001080     SELECT USER-JOURNAL     ASSIGN TO USRJRNL
001081            ORGANIZATION IS SEQUENTIAL.
001082
001083     SELECT AUDIT-TRAIL      ASSIGN TO AUDITLOG
001084            ORGANIZATION IS SEQUENTIAL.
001085
001086     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
001087            ORGANIZATION IS SEQUENTIAL.
001088
001089     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
001090            ORGANIZATION IS SEQUENTIAL.
001100*-------------
001110 DATA DIVISION.
001400 01  USER-CORRECTION-RECORD.
001410     05  UC-IDENTIFIANT      PIC X(10).
001420     05  UC-RAISON           PIC X(40).
001430     05  UC-TRANS-IMAGE      PIC X(109).
001440     05  FILLER              PIC X(01).
001450*
001460 FD  USER-JOURNAL
001470     LABEL RECORDS ARE STANDARD.
001480 COPY USRJRNL.
001481*
001482 FD  AUDIT-TRAIL
001483     LABEL RECORDS ARE STANDARD.
001484 COPY AUDITEVT.
001485*
001486 FD  STEP-DIRECTIVES
001487     LABEL RECORDS ARE STANDARD.
001488 COPY STEPDIR.
001489*
001490 FD  CHAIN-REGISTER
001491     LABEL RECORDS ARE STANDARD.
001492 COPY CHAINREG.
001493*
001500 WORKING-STORAGE SECTION.
001510*
001520 01  WS-SWITCHES.
002000 77  WS-APRES-IMAGE           PIC X(100)  VALUE SPACES.
002010 77  WS-FONCTION-JOURNAL      PIC X(01)   VALUE SPACE.
002020 77  WS-JOURNAL-ECRITS        PIC 9(05)   COMP VALUE ZERO.
002030 77  WS-IMAGE-EXCEPTION       PIC X(109)  VALUE SPACES.
002040 77  WS-CORR-EOF-SW           PIC X(01)   VALUE "N".
002050     88  CORR-END-OF-FILE             VALUE "Y".
002060 77  WS-RESOUMISSIONS-LUES    PIC 9(05)   COMP VALUE ZERO.
002120 77  WS-STAT-ETAPE           PIC X(08)   VALUE "USERINFO".
002130 77  WS-STAT-COMPTEUR        PIC X(12)   VALUE SPACES.
002140 77  WS-STAT-VALEUR          PIC 9(09)   VALUE ZERO.
002142*
002144 COPY STEPCTL.
002146 COPY AUDITCTL.
002150*-------------------
002160 PROCEDURE DIVISION.
002170*-------------------
002180 0000-MAINLINE.
002190     DISPLAY "USERINFO : MISE A JOUR ET EDITION DES UTILISATEURS"
002195     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002210     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002220         UNTIL TRANS-END-OF-FILE
002230     PERFORM 4000-RESUBMISSION-PASS THRU 4000-EXIT
002240     PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT
002250     PERFORM 9000-TERMINATE THRU 9000-EXIT
002255     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
002260     STOP RUN.
002270*-----------------------------------------------------------------
002280* 1000-INITIALIZE -- OUVRE LES FICHIERS ET LIT LA PREMIERE
002350     OPEN OUTPUT USER-REPORT
002360     OPEN OUTPUT USER-EXCEPTIONS
002370     OPEN EXTEND USER-JOURNAL
002373     MOVE "USERINFO" TO AUD-PROGRAMME
002376     OPEN EXTEND AUDIT-TRAIL
002380     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
002390 1000-EXIT.
002400     EXIT.
006810     MOVE WS-FONCTION-JOURNAL TO JR-FONCTION
006820     MOVE WS-AVANT-IMAGE      TO JR-AVANT
006830     MOVE WS-APRES-IMAGE      TO JR-APRES
006835     MOVE UT-OPERATEUR        TO JR-OPERATEUR
006840     WRITE USER-JOURNAL-RECORD
006846     ADD 1 TO WS-JOURNAL-ECRITS
006852     PERFORM 8450-AUDIT-USER THRU 8450-EXIT.
006860 8400-EXIT.
006861     EXIT.
006862*-----------------------------------------------------------------
006863* 8450-AUDIT-USER -- INSCRIT SUR LA PISTE D'AUDIT, POUR L'ACTION
006864* QUI VIENT D'ETRE JOURNALISEE, CHAQUE ZONE DONT LA VALEUR DIFFERE
006865* ENTRE LES IMAGES AVANT ET APRES (TOUTES LES ZONES RENSEIGNEES
006866* POUR UN AJOUT OU UNE SUPPRESSION).
006867*-----------------------------------------------------------------
006868 8450-AUDIT-USER.
006869     MOVE UT-OPERATEUR   TO AUD-OPERATEUR
006870     MOVE "USER"         TO AUD-TYPE-OBJET
006871     MOVE UT-IDENTIFIANT TO AUD-CLE-OBJET
006872     MOVE UT-IDENTIFIANT TO AUD-CLIENT
006873     EVALUATE WS-FONCTION-JOURNAL
006874         WHEN "A"
006875             MOVE "CREA" TO AUD-ACTION
006876         WHEN "C"
006877             MOVE "MODI" TO AUD-ACTION
006878         WHEN OTHER
006879             MOVE "SUPP" TO AUD-ACTION
006880     END-EVALUATE
006881     IF WS-AVANT-IMAGE (11:50) NOT = WS-APRES-IMAGE (11:50)
006882         MOVE "EMAIL"                TO AUD-ZONE
006883         MOVE WS-AVANT-IMAGE (11:50) TO AUD-AVANT
006884         MOVE WS-APRES-IMAGE (11:50) TO AUD-APRES
006885         PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT
006886     END-IF
006887     IF WS-AVANT-IMAGE (61:22) NOT = WS-APRES-IMAGE (61:22)
006888         MOVE "PHONE"                TO AUD-ZONE
006889         MOVE WS-AVANT-IMAGE (61:22) TO AUD-AVANT
006890         MOVE WS-APRES-IMAGE (61:22) TO AUD-APRES
006891         PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT
006892     END-IF
006893     IF WS-AVANT-IMAGE (83:18) NOT = WS-APRES-IMAGE (83:18)
006894         MOVE "DATE-TIME"            TO AUD-ZONE
006895         MOVE WS-AVANT-IMAGE (83:18) TO AUD-AVANT
006896         MOVE WS-APRES-IMAGE (83:18) TO AUD-APRES
006897         PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT
006898     END-IF.
006899 8450-EXIT.
006900     EXIT.
006901*-----------------------------------------------------------------
006902* 8600-BUILD-TIMESTAMP -- CONSTRUIT L'HORODATAGE DTSTAMP (DATE
006903* ET HEURE DU JOUR) UTILISE SUR LE JOURNAL.
006910*-----------------------------------------------------------------
006920 8600-BUILD-TIMESTAMP.
006930     MOVE WS-DATE-AFFAIRES TO WS-DATE-PART
007180     CLOSE USER-REPORT
007190     CLOSE USER-EXCEPTIONS
007200     CLOSE USER-JOURNAL
007205     CLOSE AUDIT-TRAIL
007210     DISPLAY "--------------------------------------------"
007220     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
007230     DISPLAY "TRANSACTIONS LUES         : " WS-TRANSACTIONS-LUES
007350     DISPLAY "  DONT DATE-TIME INVALIDE : "
007360             WS-DATES-INVALIDES
007370     DISPLAY "IDENTIFIANTS EN DOUBLE    : "
007376             WS-IDENTIFIANTS-DOUBLONS
007382     DISPLAY "EVENEMENTS D'AUDIT        : " AUD-EVENEMENTS.
007390 9000-EXIT.
007400     EXIT.
007410*-----------------------------------------------------------------
007870     WRITE RUN-STAT-RECORD.
007880 9510-EXIT.
007890     EXIT.
007900*-----------------------------------------------------------------
007910* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
007920* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
007930* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
007940* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
007950* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
007960* N'EST PAS INSCRITE AU REGISTRE.
007970*-----------------------------------------------------------------
007980 9600-CHECK-STEP-DIRECTIVE.
007990     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
008000     OPEN INPUT STEP-DIRECTIVES
008010     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
008020         UNTIL ETP-DIR-END-OF-FILE
008030             OR ETP-CONSIGNE-TROUVEE
008040     CLOSE STEP-DIRECTIVES
008050     IF NOT ETP-A-SAUTER
008060         GO TO 9600-EXIT
008070     END-IF
008080     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
008090             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
008100             ") - NON REJOUEE"
008110     MOVE ZERO TO RETURN-CODE
008120     STOP RUN.
008130 9600-EXIT.
008140     EXIT.
008150*-----------------------------------------------------------------
008160* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
008170* CELLE DU PROGRAMME.
008180*-----------------------------------------------------------------
008190 9610-READ-DIRECTIVE.
008200     READ STEP-DIRECTIVES
008210         AT END
008220             MOVE "Y" TO ETP-DIR-EOF-SW
008230         NOT AT END
008240             IF DI-PROGRAMME = ETP-PROGRAMME
008250                 MOVE "Y"              TO ETP-TROUVEE-SW
008260                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
008270                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
008280                 MOVE DI-ETAPE         TO ETP-ETAPE
008290                 MOVE DI-ACTION        TO ETP-ACTION
008300                 MOVE DI-MOTIF         TO ETP-MOTIF
008310             END-IF
008320     END-READ.
008330 9610-EXIT.
008340     EXIT.
008350*-----------------------------------------------------------------
008360* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
008370* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
008380* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
008390* CHAINE, RIEN N'EST INSCRIT.
008400*-----------------------------------------------------------------
008410 9700-REGISTER-STEP.
008420     IF NOT ETP-CONSIGNE-TROUVEE
008430         GO TO 9700-EXIT
008440     END-IF
008450     MOVE WS-TRANSACTIONS-LUES TO ETP-LUS
008460     COMPUTE ETP-ECRITS = WS-AJOUTS-POSTES
008470                        + WS-MODIFS-POSTEES
008480                        + WS-SUPPRESSIONS-POSTEES
008490     MOVE WS-TRANSACTIONS-REJETEES TO ETP-REJETS
008500     MOVE RETURN-CODE TO ETP-CODE-RETOUR
008510     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
008520     ACCEPT ETP-HEURE-SYSTEME FROM TIME
008530     OPEN EXTEND CHAIN-REGISTER
008540     MOVE SPACES            TO CHAIN-REGISTER-RECORD
008550     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
008560     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
008570     MOVE ETP-ETAPE         TO RG-ETAPE
008580     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
008590     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
008600     MOVE ETP-LUS           TO RG-LUS
008610     MOVE ETP-ECRITS        TO RG-ECRITS
008620     MOVE ETP-REJETS        TO RG-REJETS
008630     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
008640     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
008650     WRITE CHAIN-REGISTER-RECORD
008660     CLOSE CHAIN-REGISTER
008670     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
008680             ETP-CODE-RETOUR.
008690 9700-EXIT.
008700     EXIT.
008710*-----------------------------------------------------------------
008720* 9800-WRITE-AUDIT-EVENT -- AJOUTE A LA PISTE D'AUDIT DES
008730* OPERATEURS (AUDITLOG) L'EVENEMENT PREPARE DANS LES ZONES AUD- ;
008740* LA DATE D'AFFAIRES, LE RUN ET L'HORODATAGE SYSTEME SONT POSES
008750* ICI.
008760*-----------------------------------------------------------------
008770 9800-WRITE-AUDIT-EVENT.
008780     ACCEPT AUD-DATE-SYSTEME FROM DATE YYYYMMDD
008790     ACCEPT AUD-HEURE-SYSTEME FROM TIME
008800     MOVE SPACES               TO AUDIT-EVENT-RECORD
008810     MOVE AUD-OPERATEUR        TO EV-OPERATEUR
008820     MOVE WS-DATE-AFFAIRES     TO EV-DATE-AFFAIRES
008830     MOVE AUD-DATE-SYSTEME     TO EV-DATE-SYSTEME
008840     MOVE AUD-HEURE-SYSTEME    TO EV-HEURE-SYSTEME
008850     MOVE WS-NUMERO-RUN        TO EV-NUMERO-RUN
008860     MOVE AUD-PROGRAMME        TO EV-PROGRAMME
008870     MOVE AUD-TYPE-OBJET       TO EV-TYPE-OBJET
008880     MOVE AUD-CLE-OBJET        TO EV-CLE-OBJET
008890     MOVE AUD-ACTION           TO EV-ACTION
008900     MOVE AUD-ZONE             TO EV-ZONE
008910     MOVE AUD-AVANT            TO EV-AVANT
008920     MOVE AUD-APRES            TO EV-APRES
008930     MOVE AUD-OPERATEUR-SAISIE TO EV-OPERATEUR-SAISIE
008940     MOVE AUD-CLIENT           TO EV-CLIENT
008950     WRITE AUDIT-EVENT-RECORD
008960     ADD 1 TO AUD-EVENEMENTS
008970     MOVE SPACES TO AUD-ZONE AUD-AVANT AUD-APRES
008980                    AUD-OPERATEUR-SAISIE.
008990 9800-EXIT.
009000     EXIT.
