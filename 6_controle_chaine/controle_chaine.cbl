000520*                  COMPTEUR DE GAUCHE DE CHAQUE EQUATION EST
000530*                  DESORMAIS NOMME PAR L'APPELANT
000540*                  (WS-COMPTEUR-CHERCHE).
000541* 2026-10-15 MF    MVTSPRETS (DEBLOCAGES ET ECHEANCES DE PRETS
000542*                  A TERME POSTES PAR SIMPLEBANK) SE RETRANCHE
000543*                  DU MEMBRE DE DROITE COMME MVTSORDRES.
000544* 2026-10-15 MF    MVTSDEPOTS (MISES EN PLACE ET ECHEANCES DE
000545*                  DEPOTS A TERME POSTEES PAR SIMPLEBANK) SE
000546*                  RETRANCHE DU MEMBRE DE DROITE COMME MVTSPRETS.
000547* 2026-10-15 MF    MVTSPRELEV (PRELEVEMENTS SEPA ET LEURS
000548*                  REMBOURSEMENTS POSTES PAR SIMPLEBANK) SE
000549*                  RETRANCHE DU MEMBRE DE DROITE COMME MVTSDEPOTS.
000550* 2026-10-15 MF    MVTSLIBERES (PAIEMENTS RETENUS LIBERES ET
000551*                  POSTES PAR SIMPLEBANK HORS FICHIER DES
000552*                  TRANSACTIONS) SE RETRANCHE DU MEMBRE DE DROITE.
000553* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000554*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000555*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000556*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000557*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000558*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000559*-----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000650            ORGANIZATION IS SEQUENTIAL.

000660     SELECT LAST-RUN         ASSIGN TO LASTRUN
000661            ORGANIZATION IS SEQUENTIAL.
000662
000663     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000664            ORGANIZATION IS SEQUENTIAL.
000665
000666     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000670            ORGANIZATION IS SEQUENTIAL.
000680*-------------
000690 DATA DIVISION.
000800 FD  LAST-RUN
000810     LABEL RECORDS ARE STANDARD.
000820 COPY LASTRUN.
000821*
000822 FD  STEP-DIRECTIVES
000823     LABEL RECORDS ARE STANDARD.
000824 COPY STEPDIR.
000825*
000826 FD  CHAIN-REGISTER
000827     LABEL RECORDS ARE STANDARD.
000828 COPY CHAINREG.
000830*
000840 WORKING-STORAGE SECTION.
000850*
001110         10  SB-ETAPE           PIC X(08).
001120         10  SB-COMPTEUR        PIC X(12).
001130         10  SB-VALEUR          PIC 9(09).
001133*
001136 COPY STEPCTL.
001140*-------------------
001150 PROCEDURE DIVISION.
001160*-------------------
001170 0000-MAINLINE.
001180     DISPLAY "RUN-BALANCER : POINTAGE DE LA CHAINE DE NUIT"
001185     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001190     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001200     PERFORM 2000-LOAD-ONE-STAT THRU 2000-EXIT
001210         UNTIL STAT-END-OF-FILE
001220     PERFORM 3000-CROSS-FOOT-RUN THRU 3000-EXIT
001230     PERFORM 9000-TERMINATE THRU 9000-EXIT
001235     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001240     STOP RUN.
001250*-----------------------------------------------------------------
001260* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES ET LE NUMERO DE RUN,
002820         WHEN "CORRIGEES"
002830             SUBTRACT SB-VALEUR (WS-TAB-SCAN)
002840                 FROM WS-TOTAL-DROITE
002841         WHEN "MVTSPRETS"
002842             SUBTRACT SB-VALEUR (WS-TAB-SCAN)
002843                 FROM WS-TOTAL-DROITE
002844         WHEN "MVTSDEPOTS"
002845             SUBTRACT SB-VALEUR (WS-TAB-SCAN)
002846                 FROM WS-TOTAL-DROITE
002847         WHEN "MVTSPRELEV"
002848             SUBTRACT SB-VALEUR (WS-TAB-SCAN)
002849                 FROM WS-TOTAL-DROITE
002850         WHEN "MVTSLIBERES"
002851             SUBTRACT SB-VALEUR (WS-TAB-SCAN)
002852                 FROM WS-TOTAL-DROITE
002853         WHEN "TRAITES"
002860             CONTINUE
002870         WHEN "EXCEPTES"
002880             CONTINUE
004290     END-IF.
004300 9000-EXIT.
004310     EXIT.
004320*-----------------------------------------------------------------
004330* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
004340* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
004350* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
004360* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
004370* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
004380* N'EST PAS INSCRITE AU REGISTRE.
004390*-----------------------------------------------------------------
004400 9600-CHECK-STEP-DIRECTIVE.
004410     MOVE "RUNBAL  " TO ETP-PROGRAMME
004420     OPEN INPUT STEP-DIRECTIVES
004430     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
004440         UNTIL ETP-DIR-END-OF-FILE
004450             OR ETP-CONSIGNE-TROUVEE
004460     CLOSE STEP-DIRECTIVES
004470     IF NOT ETP-A-SAUTER
004480         GO TO 9600-EXIT
004490     END-IF
004500     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
004510             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
004520             ") - NON REJOUEE"
004530     MOVE ZERO TO RETURN-CODE
004540     STOP RUN.
004550 9600-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------------
004580* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
004590* CELLE DU PROGRAMME.
004600*-----------------------------------------------------------------
004610 9610-READ-DIRECTIVE.
004620     READ STEP-DIRECTIVES
004630         AT END
004640             MOVE "Y" TO ETP-DIR-EOF-SW
004650         NOT AT END
004660             IF DI-PROGRAMME = ETP-PROGRAMME
004670                 MOVE "Y"              TO ETP-TROUVEE-SW
004680                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
004690                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
004700                 MOVE DI-ETAPE         TO ETP-ETAPE
004710                 MOVE DI-ACTION        TO ETP-ACTION
004720                 MOVE DI-MOTIF         TO ETP-MOTIF
004730             END-IF
004740     END-READ.
004750 9610-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
004790* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
004800* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
004810* CHAINE, RIEN N'EST INSCRIT.
004820*-----------------------------------------------------------------
004830 9700-REGISTER-STEP.
004840     IF NOT ETP-CONSIGNE-TROUVEE
004850         GO TO 9700-EXIT
004860     END-IF
004870     MOVE WS-STATS-LUES TO ETP-LUS
004880     MOVE WS-STATS-RETENUES TO ETP-ECRITS
004890     MOVE RETURN-CODE TO ETP-CODE-RETOUR
004900     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
004910     ACCEPT ETP-HEURE-SYSTEME FROM TIME
004920     OPEN EXTEND CHAIN-REGISTER
004930     MOVE SPACES            TO CHAIN-REGISTER-RECORD
004940     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
004950     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
004960     MOVE ETP-ETAPE         TO RG-ETAPE
004970     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
004980     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
004990     MOVE ETP-LUS           TO RG-LUS
005000     MOVE ETP-ECRITS        TO RG-ECRITS
005010     MOVE ETP-REJETS        TO RG-REJETS
005020     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
005030     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
005040     WRITE CHAIN-REGISTER-RECORD
005050     CLOSE CHAIN-REGISTER
005060     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
005070             ETP-CODE-RETOUR.
005080 9700-EXIT.
005090     EXIT.
