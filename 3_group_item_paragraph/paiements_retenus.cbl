000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    PAYMENT-HOLD-REPORT.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. ETAT QUOTIDIEN DES PAIEMENTS
000220*                  RETENUS APRES UN CHANGEMENT DE COORDONNEES :
000230*                  LIT LE MAITRE PAYHOLD ET ECRIT SUR HOLDRPT LES
000240*                  RETENUES DU JOUR, LES LIBERATIONS ET LES
000250*                  ANNULATIONS DU JOUR ET LES RETENUES PLUS
000260*                  ANCIENNES ENCORE EN ATTENTE, PUIS UNE LIGNE DE
000270*                  TOTAL.
000280* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000290*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000300*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000310*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000320*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000330*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000340*-----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PAYMENT-HOLDS    ASSIGN TO PAYHOLD
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE IS SEQUENTIAL
000440            RECORD KEY IS PH-CLE.

000450     SELECT HOLD-REPORT      ASSIGN TO HOLDRPT
000460            ORGANIZATION IS SEQUENTIAL.

000470     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000480            ORGANIZATION IS SEQUENTIAL.
000490
000500     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000510            ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000540            ORGANIZATION IS SEQUENTIAL.
000550*-------------
000560 DATA DIVISION.
000570*-------------
000580 FILE SECTION.
000590 FD  PAYMENT-HOLDS.
000600 COPY PAYHOLD.
000610*
000620 FD  HOLD-REPORT
000630     LABEL RECORDS ARE STANDARD.
000640 COPY HOLDRPT.
000650*
000660 FD  RUN-CONTROL
000670     LABEL RECORDS ARE STANDARD.
000680 COPY RUNCTL.
000690*
000700 FD  STEP-DIRECTIVES
000710     LABEL RECORDS ARE STANDARD.
000720 COPY STEPDIR.
000730*
000740 FD  CHAIN-REGISTER
000750     LABEL RECORDS ARE STANDARD.
000760 COPY CHAINREG.
000770*
000780 WORKING-STORAGE SECTION.
000790*
000800 01  WS-SWITCHES.
000810     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000820         88  END-OF-FILE             VALUE "Y".
000830*
000840 77  WS-RETENUES-LUES        PIC 9(07)   COMP VALUE ZERO.
000850 77  WS-LIGNES-EDITEES       PIC 9(07)   COMP VALUE ZERO.
000860 77  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
000870     88  RUNCTL-END-OF-FILE          VALUE "Y".
000880 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
000890 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
000900 77  WS-GENRE-LIGNE          PIC X(01)   VALUE SPACE.
000910*
000920*    CUMULS DE LA LIGNE DE TOTAL : RETENUES, LIBERATIONS ET
000930*    ANNULATIONS DU JOUR ; PAIEMENTS ENCORE RETENUS (DU JOUR OU
000940*    PLUS ANCIENS) ET LEUR MONTANT.
000950 77  WS-NOMBRE-RETENUS       PIC 9(07)   COMP VALUE ZERO.
000960 77  WS-NOMBRE-LIBERES       PIC 9(07)   COMP VALUE ZERO.
000970 77  WS-NOMBRE-ANNULES       PIC 9(07)   COMP VALUE ZERO.
000980 77  WS-NOMBRE-EN-ATTENTE    PIC 9(07)   COMP VALUE ZERO.
000990 77  WS-MONTANT-EN-ATTENTE   PIC 9(11)V99 VALUE ZERO.
001000*
001010*    IMAGE DU MOUVEMENT RETENU (DESSIN TRANSREC).
001020 01  WS-IMAGE-MOUVEMENT.
001030     05  FILLER              PIC X(12).
001040     05  WS-IM-AMOUNT        PIC 9(9)V99.
001050     05  WS-IM-TARGET-ACCOUNT PIC X(10).
001060     05  FILLER              PIC X(23).
001070*
001080 COPY STEPCTL.
001090*-------------------
001100 PROCEDURE DIVISION.
001110*-------------------
001120 0000-MAINLINE.
001130     DISPLAY "PAYMENT-HOLD-REPORT : ETAT DES PAIEMENTS RETENUS"
001140     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001160     PERFORM 2000-PROCESS-HOLD THRU 2000-EXIT
001170         UNTIL END-OF-FILE
001180     PERFORM 3000-TERMINATE THRU 3000-EXIT
001190     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001200     STOP RUN.
001210*-----------------------------------------------------------------
001220* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES, OUVRE LES FICHIERS ET
001230* LIT LA PREMIERE RETENUE.
001240*-----------------------------------------------------------------
001250 1000-INITIALIZE.
001260     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001270     OPEN INPUT  PAYMENT-HOLDS
001280     OPEN OUTPUT HOLD-REPORT
001290     PERFORM 8000-READ-HOLD THRU 8000-EXIT.
001300 1000-EXIT.
001310     EXIT.
001320*-----------------------------------------------------------------
001330* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES DU RUN SUR
001340* RUNCTL ; ARRET EN CODE RETOUR 16 SI ELLE EST ABSENTE.
001350*-----------------------------------------------------------------
001360 1050-LOAD-RUN-CONTROL.
001370     OPEN INPUT RUN-CONTROL
001380     READ RUN-CONTROL
001390         AT END
001400             MOVE "Y" TO WS-RUNCTL-EOF-SW
001410         NOT AT END
001420             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
001430             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
001440     END-READ
001450     CLOSE RUN-CONTROL
001460     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
001470         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
001480         MOVE 16 TO RETURN-CODE
001490         STOP RUN
001500     END-IF
001510     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
001520             " RUN : " WS-NUMERO-RUN.
001530 1050-EXIT.
001540     EXIT.
001550*-----------------------------------------------------------------
001560* 2000-PROCESS-HOLD -- CLASSE LA RETENUE COURANTE : "H" RETENUE A
001570* LA DATE D'AFFAIRES ET TOUJOURS EN ATTENTE, "W" RETENUE UN JOUR
001580* PRECEDENT ET TOUJOURS EN ATTENTE, "L" OU "A" LIBEREE OU ANNULEE
001590* A LA DATE D'AFFAIRES.  LES DECISIONS DES JOURS PRECEDENTS NE
001600* SONT PAS EDITEES.  UNE RETENUE DU JOUR DEJA TRANCHEE LE MEME
001610* JOUR (REPRISE) EST EDITEE SOUS SA DECISION.
001620*-----------------------------------------------------------------
001630 2000-PROCESS-HOLD.
001640     MOVE SPACE TO WS-GENRE-LIGNE
001650     MOVE PH-IMAGE TO WS-IMAGE-MOUVEMENT
001660     IF PH-RETENU
001670         ADD 1 TO WS-NOMBRE-EN-ATTENTE
001680         ADD WS-IM-AMOUNT TO WS-MONTANT-EN-ATTENTE
001690         IF PH-DATE-RETENUE = WS-DATE-AFFAIRES
001700             MOVE "H" TO WS-GENRE-LIGNE
001710             ADD 1 TO WS-NOMBRE-RETENUS
001720         ELSE
001730             MOVE "W" TO WS-GENRE-LIGNE
001740         END-IF
001750     END-IF
001760     IF (PH-LIBERE OR PH-ANNULE)
001770        AND PH-DATE-DECISION = WS-DATE-AFFAIRES
001780         MOVE PH-STATUT TO WS-GENRE-LIGNE
001790         IF PH-LIBERE
001800             ADD 1 TO WS-NOMBRE-LIBERES
001810         ELSE
001820             ADD 1 TO WS-NOMBRE-ANNULES
001830         END-IF
001840     END-IF
001850     IF WS-GENRE-LIGNE = SPACE
001860         GO TO 2000-SUITE
001870     END-IF
001880     MOVE SPACES              TO PAYMENT-HOLD-REPORT-RECORD
001890     MOVE WS-GENRE-LIGNE      TO HR-GENRE
001900     MOVE WS-DATE-AFFAIRES    TO HR-DATE-AFFAIRES
001910     MOVE PH-DATE-RETENUE     TO HR-DATE-RETENUE
001920     MOVE PH-ACCOUNT-NUMBER   TO HR-ACCOUNT-NUMBER
001930     MOVE PH-SEQUENCE         TO HR-SEQUENCE
001940     MOVE PH-GENRE            TO HR-GENRE-VIREMENT
001950     MOVE WS-IM-AMOUNT        TO HR-AMOUNT
001960     MOVE WS-IM-TARGET-ACCOUNT TO HR-CONTREPARTIE
001970     MOVE PH-DATE-CHANGEMENT  TO HR-DATE-CHANGEMENT
001980     IF HR-IS-LIBERE OR HR-IS-ANNULE
001990         MOVE PH-OPERATEUR-SAISIE TO HR-OPERATEUR-SAISIE
002000         MOVE PH-OPERATEUR-APPROB TO HR-OPERATEUR-APPROB
002010     END-IF
002020     IF HR-IS-LIBERE AND PH-RESULTAT-REFUSE
002030         MOVE PH-RAISON-REFUS TO HR-RAISON
002040     END-IF
002050     WRITE PAYMENT-HOLD-REPORT-RECORD
002060     ADD 1 TO WS-LIGNES-EDITEES.
002070 2000-SUITE.
002080     PERFORM 8000-READ-HOLD THRU 8000-EXIT.
002090 2000-EXIT.
002100     EXIT.
002110*-----------------------------------------------------------------
002120* 3000-TERMINATE -- ECRIT LA LIGNE "T" DE TOTAL ET FERME LES
002130* FICHIERS.
002140*-----------------------------------------------------------------
002150 3000-TERMINATE.
002160     MOVE SPACES              TO PAYMENT-HOLD-REPORT-RECORD
002170     MOVE "T"                 TO HR-GENRE
002180     MOVE WS-DATE-AFFAIRES    TO HR-DATE-AFFAIRES
002190     MOVE WS-NOMBRE-RETENUS   TO HR-NOMBRE-RETENUS
002200     MOVE WS-NOMBRE-LIBERES   TO HR-NOMBRE-LIBERES
002210     MOVE WS-NOMBRE-ANNULES   TO HR-NOMBRE-ANNULES
002220     MOVE WS-NOMBRE-EN-ATTENTE TO HR-NOMBRE-EN-ATTENTE
002230     MOVE WS-MONTANT-EN-ATTENTE TO HR-MONTANT-EN-ATTENTE
002240     WRITE PAYMENT-HOLD-REPORT-RECORD
002250     CLOSE PAYMENT-HOLDS
002260     CLOSE HOLD-REPORT
002270     DISPLAY "RETENUES LUES         : " WS-RETENUES-LUES
002280     DISPLAY "LIGNES EDITEES        : " WS-LIGNES-EDITEES
002290     DISPLAY "RETENUS DU JOUR       : " WS-NOMBRE-RETENUS
002300     DISPLAY "LIBERES DU JOUR       : " WS-NOMBRE-LIBERES
002310     DISPLAY "ANNULES DU JOUR       : " WS-NOMBRE-ANNULES
002320     DISPLAY "EN ATTENTE            : " WS-NOMBRE-EN-ATTENTE
002330     DISPLAY "MONTANT EN ATTENTE    : " WS-MONTANT-EN-ATTENTE.
002340 3000-EXIT.
002350     EXIT.
002360*-----------------------------------------------------------------
002370* 8000-READ-HOLD -- LECTURE SEQUENTIELLE DU MAITRE DES PAIEMENTS
002380* RETENUS.
002390*-----------------------------------------------------------------
002400 8000-READ-HOLD.
002410     READ PAYMENT-HOLDS
002420         AT END
002430             MOVE "Y" TO WS-EOF-SW
002440         NOT AT END
002450             ADD 1 TO WS-RETENUES-LUES
002460     END-READ.
002470 8000-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002500* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
002510* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
002520* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
002530* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
002540* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
002550* N'EST PAS INSCRITE AU REGISTRE.
002560*-----------------------------------------------------------------
002570 9600-CHECK-STEP-DIRECTIVE.
002580     MOVE "PAYHRPT " TO ETP-PROGRAMME
002590     OPEN INPUT STEP-DIRECTIVES
002600     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
002610         UNTIL ETP-DIR-END-OF-FILE
002620             OR ETP-CONSIGNE-TROUVEE
002630     CLOSE STEP-DIRECTIVES
002640     IF NOT ETP-A-SAUTER
002650         GO TO 9600-EXIT
002660     END-IF
002670     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
002680             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
002690             ") - NON REJOUEE"
002700     MOVE ZERO TO RETURN-CODE
002710     STOP RUN.
002720 9600-EXIT.
002730     EXIT.
002740*-----------------------------------------------------------------
002750* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
002760* CELLE DU PROGRAMME.
002770*-----------------------------------------------------------------
002780 9610-READ-DIRECTIVE.
002790     READ STEP-DIRECTIVES
002800         AT END
002810             MOVE "Y" TO ETP-DIR-EOF-SW
002820         NOT AT END
002830             IF DI-PROGRAMME = ETP-PROGRAMME
002840                 MOVE "Y"              TO ETP-TROUVEE-SW
002850                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
002860                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
002870                 MOVE DI-ETAPE         TO ETP-ETAPE
002880                 MOVE DI-ACTION        TO ETP-ACTION
002890                 MOVE DI-MOTIF         TO ETP-MOTIF
002900             END-IF
002910     END-READ.
002920 9610-EXIT.
002930     EXIT.
002940*-----------------------------------------------------------------
002950* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
002960* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
002970* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
002980* CHAINE, RIEN N'EST INSCRIT.
002990*-----------------------------------------------------------------
003000 9700-REGISTER-STEP.
003010     IF NOT ETP-CONSIGNE-TROUVEE
003020         GO TO 9700-EXIT
003030     END-IF
003040     MOVE WS-RETENUES-LUES TO ETP-LUS
003050     MOVE WS-LIGNES-EDITEES TO ETP-ECRITS
003060     MOVE RETURN-CODE TO ETP-CODE-RETOUR
003070     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
003080     ACCEPT ETP-HEURE-SYSTEME FROM TIME
003090     OPEN EXTEND CHAIN-REGISTER
003100     MOVE SPACES            TO CHAIN-REGISTER-RECORD
003110     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
003120     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
003130     MOVE ETP-ETAPE         TO RG-ETAPE
003140     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
003150     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
003160     MOVE ETP-LUS           TO RG-LUS
003170     MOVE ETP-ECRITS        TO RG-ECRITS
003180     MOVE ETP-REJETS        TO RG-REJETS
003190     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
003200     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
003210     WRITE CHAIN-REGISTER-RECORD
003220     CLOSE CHAIN-REGISTER
003230     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
003240             ETP-CODE-RETOUR.
003250 9700-EXIT.
003260     EXIT.
