000510*                  MOYEN JUSQU'A 500, DIFFICILE AU-DELA -- MEMES
000520*                  SEUILS QUE LE GENERATEUR) ET LA GRADE EST
000530*                  PORTEE SUR SOLUTION-RECORD (SL-DIFFICULTE).
000531* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000532*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000533*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000534*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000535*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000536*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000537* 2026-10-15 MF    LE TOTAL FINAL DE SOLOUT PORTE LA DATE
000538*                  D'AFFAIRES DU LOT (SL-DATE-LOT) : LE JUGEMENT
000539*                  DU CONCOURS DES LECTEURS Y RETROUVE LES
000540*                  SOLUTIONS DU JOUR DANS LE FICHIER CUMULE.
000541* 2026-10-15 MF    SOLOUT EST OUVERT EN EXTEND ET NON PLUS EN
000542*                  OUTPUT : SOUS LE DD DISP=MOD DE L'ETAPE 040,
000543*                  OUTPUT REECRIVAIT LE FICHIER ET NE LAISSAIT QUE
000544*                  LE DERNIER LOT. CHAQUE GRILLE PORTE DESORMAIS
000545*                  SA DATE DE PARUTION (SL-DATE-PUBLICATION, DATE
000546*                  D'AFFAIRES DU LOT A DEFAUT) : LES GRILLES DU
000547*                  WEEK-END ET DES FERIES PASSENT DANS LE LOT DU
000548*                  VENDREDI.
000549*-----------------------------------------------------------------
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000660            ORGANIZATION IS SEQUENTIAL.

000670     SELECT SOLUTION-FILE    ASSIGN TO SOLOUT
000671            ORGANIZATION IS SEQUENTIAL.
000672
000673     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000674            ORGANIZATION IS SEQUENTIAL.
000675
000676     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000680            ORGANIZATION IS SEQUENTIAL.
000690*-------------
000700 DATA DIVISION.
000850 FD  SOLUTION-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY SOLNREC.
000871*
000872 FD  STEP-DIRECTIVES
000873     LABEL RECORDS ARE STANDARD.
000874 COPY STEPDIR.
000875*
000876 FD  CHAIN-REGISTER
000877     LABEL RECORDS ARE STANDARD.
000878 COPY CHAINREG.
000880*
000890 WORKING-STORAGE SECTION.
000900*
001660 77  WS-STAT-ETAPE           PIC X(08)   VALUE "SUDOKU  ".
001670 77  WS-STAT-COMPTEUR        PIC X(12)   VALUE SPACES.
001680 77  WS-STAT-VALEUR          PIC 9(09)   VALUE ZERO.
001683*
001686 COPY STEPCTL.
001690*-------------------
001700 PROCEDURE DIVISION.
001710*-------------------
001720 0000-MAINLINE.
001730     DISPLAY "=== Sudoku Facile ==="
001735     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001750     PERFORM 2000-PROCESS-PUZZLE THRU 2000-EXIT
001760         UNTIL END-OF-FILE
001770     PERFORM 3000-TERMINATE THRU 3000-EXIT
001775     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001780     STOP RUN.
001790*-----------------------------------------------------------------
001800* 1000-INITIALIZE -- OUVRE LE FICHIER DES GRILLES ET LIT LA
001805* PREMIERE GRILLE.  SOLOUT CUMULE LES LOTS DE NUIT EN NUIT : IL
001810* EST OUVERT EN EXTEND ET LE LOT DU JOUR S'AJOUTE EN FIN DE
001815* FICHIER.
001820*-----------------------------------------------------------------
001830 1000-INITIALIZE.
001840     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001850     OPEN INPUT PUZZLE-FILE
001860     OPEN EXTEND SOLUTION-FILE
001870     PERFORM 8000-READ-PUZZLE THRU 8000-EXIT.
001880 1000-EXIT.
001890     EXIT.
006380* GRILLE COURANTE : SL-STATUT EST DEJA POSITIONNE PAR L'APPELANT ;
006390* UNE GRILLE RESOLUE PART AVEC SES 81 CHIFFRES RESOLUS, LES AUTRES
006400* AVEC LA GRILLE D'ORIGINE ; LE DETAIL D'INVALIDITE ET LE NOMBRE
006406* DE RETOURS ARRIERE COMPLETENT L'ENREGISTREMENT, AVEC LA DATE DE
006412* PARUTION DE LA GRILLE (A DEFAUT, LA DATE D'AFFAIRES DU LOT).
006420*-----------------------------------------------------------------
006430 7000-WRITE-SOLUTION.
006440     MOVE SPACES TO WS-GRID-STRING
006690     ELSE
006700         MOVE SPACE TO SL-DIFFICULTE
006710     END-IF
006714     MOVE SPACES TO SL-DETAIL-PARUTION
006718     IF PZ-DATE-PUBLICATION = SPACES
006722         MOVE WS-DATE-AFFAIRES    TO SL-DATE-PUBLICATION
006726     ELSE
006730         MOVE PZ-DATE-PUBLICATION TO SL-DATE-PUBLICATION
006734     END-IF
006740     WRITE SOLUTION-RECORD.
006750 7000-EXIT.
006760     EXIT.
006990     EXIT.
007000*-----------------------------------------------------------------
007010* 7100-WRITE-TRAILER -- ECRIT L'ENREGISTREMENT DE TOTAUX QUI CLOT
007016* LE FICHIER DES SOLUTIONS, POUR LE CONTROLE DE L'ETAPE SUIVANTE,
007022* AVEC LA DATE D'AFFAIRES DU LOT.
007030*-----------------------------------------------------------------
007040 7100-WRITE-TRAILER.
007050     MOVE SPACES TO SOLUTION-RECORD
007060     MOVE "T"                   TO SL-RECORD-TYPE
007065     MOVE WS-DATE-AFFAIRES      TO SL-DATE-LOT
007070     MOVE ZERO TO SL-SEQUENCE SL-INVALID-INDEX-1
007080                  SL-INVALID-INDEX-2 SL-BACKTRACKS
007090     MOVE WS-PUZZLE-COUNT       TO SL-TOTAL-LUES
007860     WRITE RUN-STAT-RECORD.
007870 9510-EXIT.
007880     EXIT.
007890*-----------------------------------------------------------------
007900* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
007910* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
007920* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
007930* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
007940* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
007950* N'EST PAS INSCRITE AU REGISTRE.
007960*-----------------------------------------------------------------
007970 9600-CHECK-STEP-DIRECTIVE.
007980     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
007990     OPEN INPUT STEP-DIRECTIVES
008000     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
008010         UNTIL ETP-DIR-END-OF-FILE
008020             OR ETP-CONSIGNE-TROUVEE
008030     CLOSE STEP-DIRECTIVES
008040     IF NOT ETP-A-SAUTER
008050         GO TO 9600-EXIT
008060     END-IF
008070     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
008080             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
008090             ") - NON REJOUEE"
008100     MOVE ZERO TO RETURN-CODE
008110     STOP RUN.
008120 9600-EXIT.
008130     EXIT.
008140*-----------------------------------------------------------------
008150* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
008160* CELLE DU PROGRAMME.
008170*-----------------------------------------------------------------
008180 9610-READ-DIRECTIVE.
008190     READ STEP-DIRECTIVES
008200         AT END
008210             MOVE "Y" TO ETP-DIR-EOF-SW
008220         NOT AT END
008230             IF DI-PROGRAMME = ETP-PROGRAMME
008240                 MOVE "Y"              TO ETP-TROUVEE-SW
008250                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
008260                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
008270                 MOVE DI-ETAPE         TO ETP-ETAPE
008280                 MOVE DI-ACTION        TO ETP-ACTION
008290                 MOVE DI-MOTIF         TO ETP-MOTIF
008300             END-IF
008310     END-READ.
008320 9610-EXIT.
008330     EXIT.
008340*-----------------------------------------------------------------
008350* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
008360* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
008370* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
008380* CHAINE, RIEN N'EST INSCRIT.
008390*-----------------------------------------------------------------
008400 9700-REGISTER-STEP.
008410     IF NOT ETP-CONSIGNE-TROUVEE
008420         GO TO 9700-EXIT
008430     END-IF
008440     MOVE WS-PUZZLE-COUNT TO ETP-LUS
008450     MOVE WS-GRILLES-RESOLUES TO ETP-ECRITS
008460     COMPUTE ETP-REJETS = WS-GRILLES-INVALIDES
008470                        + WS-GRILLES-INSOLUBLES
008480     MOVE RETURN-CODE TO ETP-CODE-RETOUR
008490     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
008500     ACCEPT ETP-HEURE-SYSTEME FROM TIME
008510     OPEN EXTEND CHAIN-REGISTER
008520     MOVE SPACES            TO CHAIN-REGISTER-RECORD
008530     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
008540     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
008550     MOVE ETP-ETAPE         TO RG-ETAPE
008560     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
008570     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
008580     MOVE ETP-LUS           TO RG-LUS
008590     MOVE ETP-ECRITS        TO RG-ECRITS
008600     MOVE ETP-REJETS        TO RG-REJETS
008610     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
008620     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
008630     WRITE CHAIN-REGISTER-RECORD
008640     CLOSE CHAIN-REGISTER
008650     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
008660             ETP-CODE-RETOUR.
008670 9700-EXIT.
008680     EXIT.
