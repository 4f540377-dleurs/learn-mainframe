000340*                  CENT DEPOTS D'HISTORIQUE, LA TRONCATURE EN
000350*                  9(02) RENDAIT 00 ET LA MOYENNE DIVISAIT PAR
000360*                  ZERO (LE PLAFOND A DIX S'APPLIQUE APRES).
000361* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000362*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000363*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000364*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000365*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000366*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000510            ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT TREND-REPORT     ASSIGN TO TRNDRPT
000531            ORGANIZATION IS SEQUENTIAL.
000532
000533     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000534            ORGANIZATION IS SEQUENTIAL.
000535
000536     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000540            ORGANIZATION IS SEQUENTIAL.
000550*-------------
000560 DATA DIVISION.
000710 FD  TREND-REPORT
000720     LABEL RECORDS ARE STANDARD.
000730 COPY TRNDRPT.
000731*
000732 FD  STEP-DIRECTIVES
000733     LABEL RECORDS ARE STANDARD.
000734 COPY STEPDIR.
000735*
000736 FD  CHAIN-REGISTER
000737     LABEL RECORDS ARE STANDARD.
000738 COPY CHAINREG.
000740*
000750 WORKING-STORAGE SECTION.
000760*
001100         10  TT-VALEUR-COURANTE PIC 9(09).
001110         10  TT-COURANTE-SW     PIC X(01).
001120         10  TT-VALEURS OCCURS 10 TIMES PIC 9(09).
001123*
001126 COPY STEPCTL.
001130*-------------------
001140 PROCEDURE DIVISION.
001150*-------------------
001160 0000-MAINLINE.
001170     DISPLAY "STAT-TREND : TENDANCE DES COMPTEURS DE RUN"
001175     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001190     PERFORM 2000-LOAD-ONE-STAT THRU 2000-EXIT
001200         UNTIL STAT-END-OF-FILE
001230         VARYING WS-CLE-SCAN FROM 1 BY 1
001240             UNTIL WS-CLE-SCAN > WS-CLE-COUNT
001250     PERFORM 9000-TERMINATE THRU 9000-EXIT
001255     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001260     STOP RUN.
001270*-----------------------------------------------------------------
001280* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES ET LA TOLERANCE,
003130     END-READ.
003140 8000-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------------
003170* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
003180* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
003190* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
003200* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
003210* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
003220* N'EST PAS INSCRITE AU REGISTRE.
003230*-----------------------------------------------------------------
003240 9600-CHECK-STEP-DIRECTIVE.
003250     MOVE "RUNTREND" TO ETP-PROGRAMME
003260     OPEN INPUT STEP-DIRECTIVES
003270     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
003280         UNTIL ETP-DIR-END-OF-FILE
003290             OR ETP-CONSIGNE-TROUVEE
003300     CLOSE STEP-DIRECTIVES
003310     IF NOT ETP-A-SAUTER
003320         GO TO 9600-EXIT
003330     END-IF
003340     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
003350             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
003360             ") - NON REJOUEE"
003370     MOVE ZERO TO RETURN-CODE
003380     STOP RUN.
003390 9600-EXIT.
003400     EXIT.
003410*-----------------------------------------------------------------
003420* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
003430* CELLE DU PROGRAMME.
003440*-----------------------------------------------------------------
003450 9610-READ-DIRECTIVE.
003460     READ STEP-DIRECTIVES
003470         AT END
003480             MOVE "Y" TO ETP-DIR-EOF-SW
003490         NOT AT END
003500             IF DI-PROGRAMME = ETP-PROGRAMME
003510                 MOVE "Y"              TO ETP-TROUVEE-SW
003520                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
003530                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
003540                 MOVE DI-ETAPE         TO ETP-ETAPE
003550                 MOVE DI-ACTION        TO ETP-ACTION
003560                 MOVE DI-MOTIF         TO ETP-MOTIF
003570             END-IF
003580     END-READ.
003590 9610-EXIT.
003600     EXIT.
003610*-----------------------------------------------------------------
003620* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
003630* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
003640* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
003650* CHAINE, RIEN N'EST INSCRIT.
003660*-----------------------------------------------------------------
003670 9700-REGISTER-STEP.
003680     IF NOT ETP-CONSIGNE-TROUVEE
003690         GO TO 9700-EXIT
003700     END-IF
003710     MOVE WS-STATS-LUES TO ETP-LUS
003720     MOVE WS-ALERTES TO ETP-ECRITS
003730     MOVE RETURN-CODE TO ETP-CODE-RETOUR
003740     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
003750     ACCEPT ETP-HEURE-SYSTEME FROM TIME
003760     OPEN EXTEND CHAIN-REGISTER
003770     MOVE SPACES            TO CHAIN-REGISTER-RECORD
003780     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
003790     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
003800     MOVE ETP-ETAPE         TO RG-ETAPE
003810     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
003820     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
003830     MOVE ETP-LUS           TO RG-LUS
003840     MOVE ETP-ECRITS        TO RG-ECRITS
003850     MOVE ETP-REJETS        TO RG-REJETS
003860     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
003870     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
003880     WRITE CHAIN-REGISTER-RECORD
003890     CLOSE CHAIN-REGISTER
003900     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
003910             ETP-CODE-RETOUR.
003920 9700-EXIT.
003930     EXIT.
