000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    AUDIT-INQUIRY.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. INTERROGATION DE LA PISTE
000220*                  D'AUDIT DES OPERATEURS POUR L'AUDIT INTERNE :
000230*                  CHAQUE DEMANDE DU FICHIER AUDITREQ (OPERATEUR,
000240*                  TYPE ET CLE D'OBJET, PLAGE DE DATES) DECLENCHE
000250*                  UNE PASSE SUR AUDITLOG (DESSIN AUDITEVT) ET SUR
000260*                  LES OPPOSITIONS STOPIN, ET EDITE SUR AUDITOUT
000270*                  (DESSIN AUDITRPT) LES EVENEMENTS RETENUS
000280*                  (H/D/T).  CHAQUE EVENEMENT EST CONFRONTE A LA
000290*                  SEPARATION DES TACHES : MEME OPERATEUR A LA
000300*                  SAISIE ET A L'APPROBATION, OU OPERATEUR QUI
000310*                  MAINTIENT L'OBJET DE SON PROPRE CLIENT
000320*                  (CATALOGUE OPERCTL, TITULAIRE DU COMPTE SUR
000330*                  ACCTMSTR, LIENS RELMSTR).  CODE 4 : AU MOINS
000340*                  UNE ANOMALIE EST EDITEE.
000350*-----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT AUDIT-REQUESTS   ASSIGN TO AUDITREQ
000430            ORGANIZATION IS SEQUENTIAL.
000440
000450     SELECT AUDIT-TRAIL      ASSIGN TO AUDITLOG
000460            ORGANIZATION IS SEQUENTIAL.
000470
000480     SELECT OPTIONAL STOP-INSTRUCTIONS ASSIGN TO STOPIN
000490            ORGANIZATION IS SEQUENTIAL.
000500
000510     SELECT OPTIONAL OPERATOR-CONTROL ASSIGN TO OPERCTL
000520            ORGANIZATION IS SEQUENTIAL.
000530
000540     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE IS DYNAMIC
000570            RECORD KEY IS ACCOUNT-NUMBER.
000580
000590     SELECT RELATION-MASTER  ASSIGN TO RELMSTR
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE IS DYNAMIC
000620            RECORD KEY IS RL-CLE.
000630
000640     SELECT AUDIT-REPORT     ASSIGN TO AUDITOUT
000650            ORGANIZATION IS SEQUENTIAL.
000660*-------------
000670 DATA DIVISION.
000680*-------------
000690 FILE SECTION.
000700 FD  AUDIT-REQUESTS
000710     LABEL RECORDS ARE STANDARD.
000720 COPY AUDITREQ.
000730*
000740 FD  AUDIT-TRAIL
000750     LABEL RECORDS ARE STANDARD.
000760 COPY AUDITEVT.
000770*
000780 FD  STOP-INSTRUCTIONS
000790     LABEL RECORDS ARE STANDARD.
000800 COPY STOPREC.
000810*
000820 FD  OPERATOR-CONTROL
000830     LABEL RECORDS ARE STANDARD.
000840 COPY OPERCTL.
000850*
000860 FD  ACCOUNT-MASTER.
000870 COPY ACCTREC.
000880*
000890 FD  RELATION-MASTER.
000900 COPY RELREC.
000910*
000920 FD  AUDIT-REPORT
000930     LABEL RECORDS ARE STANDARD.
000940 COPY AUDITRPT.
000950*
000960 WORKING-STORAGE SECTION.
000970*
000980 01  WS-SWITCHES.
000990     05  WS-REQ-EOF-SW       PIC X(01)   VALUE "N".
001000         88  REQUESTS-END-OF-FILE    VALUE "Y".
001010     05  WS-EVT-EOF-SW       PIC X(01)   VALUE "N".
001020         88  EVENTS-END-OF-FILE      VALUE "Y".
001030     05  WS-STOP-EOF-SW      PIC X(01)   VALUE "N".
001040         88  STOPS-END-OF-FILE       VALUE "Y".
001050     05  WS-OPR-EOF-SW       PIC X(01)   VALUE "N".
001060         88  OPERATORS-END-OF-FILE   VALUE "Y".
001070     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001080         88  KEY-NOT-FOUND           VALUE "Y".
001090     05  WS-FIN-CLE-SW       PIC X(01)   VALUE "N".
001100         88  FIN-CLE-TROUVEE         VALUE "Y".
001110*
001120 77  WS-DEMANDES-LUES        PIC 9(05)   COMP VALUE ZERO.
001130 77  WS-EVENEMENTS-LUS       PIC 9(07)   COMP VALUE ZERO.
001140 77  WS-OPPOSITIONS-LUES     PIC 9(07)   COMP VALUE ZERO.
001150 77  WS-EVT-EDITES           PIC 9(07)   COMP VALUE ZERO.
001160 77  WS-ANOMALIES-DEMANDE    PIC 9(07)   COMP VALUE ZERO.
001170 77  WS-ANOMALIES-TOTAL      PIC 9(07)   COMP VALUE ZERO.
001180 77  WS-LONGUEUR-CLE         PIC 9(02)   COMP VALUE ZERO.
001190 77  WS-CLIENT-OPERATEUR     PIC X(10)   VALUE SPACES.
001200*
001210 77  WS-OPR-COUNT            PIC 9(03)   COMP VALUE ZERO.
001220 77  WS-OPR-SCAN             PIC 9(03)   COMP VALUE ZERO.
001230 77  WS-OPR-IDX              PIC 9(03)   COMP VALUE ZERO.
001240 01  OPERATOR-TABLE.
001250     05  OPT-ENTRY OCCURS 500 TIMES.
001260         10  OPT-OPERATEUR      PIC X(08).
001270         10  OPT-NUMERO-CLIENT  PIC X(10).
001280*-------------------
001290 PROCEDURE DIVISION.
001300*-------------------
001310 0000-MAINLINE.
001320     DISPLAY "AUDIT-INQUIRY : INTERROGATION DE LA PISTE D'AUDIT "
001330             "DES OPERATEURS"
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001350     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
001360         UNTIL REQUESTS-END-OF-FILE
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT
001380     STOP RUN.
001390*-----------------------------------------------------------------
001400* 1000-INITIALIZE -- CHARGE LE CATALOGUE DES OPERATEURS, OUVRE
001410* LES FICHIERS CONSULTES POUR TOUTES LES DEMANDES ET LIT LA
001420* PREMIERE DEMANDE.
001430*-----------------------------------------------------------------
001440 1000-INITIALIZE.
001450     PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT
001460     OPEN INPUT  ACCOUNT-MASTER
001470     OPEN INPUT  RELATION-MASTER
001480     OPEN INPUT  AUDIT-REQUESTS
001490     OPEN OUTPUT AUDIT-REPORT
001500     PERFORM 8000-READ-REQUEST THRU 8000-EXIT.
001510 1000-EXIT.
001520     EXIT.
001530*-----------------------------------------------------------------
001540* 1100-LOAD-OPERATORS -- CHARGE CHAQUE OPERATEUR DU CATALOGUE
001550* OPERCTL AVEC SON NUMERO CLIENT (FICHIER ABSENT : LE CONTROLE
001560* DU PROPRE CLIENT N'EST PAS FAIT).
001570*-----------------------------------------------------------------
001580 1100-LOAD-OPERATORS.
001590     OPEN INPUT OPERATOR-CONTROL
001600     PERFORM 8300-READ-OPERATOR THRU 8300-EXIT
001610     PERFORM 1110-STORE-ONE-OPERATOR THRU 1110-EXIT
001620         UNTIL OPERATORS-END-OF-FILE
001630     CLOSE OPERATOR-CONTROL
001640     DISPLAY "OPERATEURS CHARGES : " WS-OPR-COUNT.
001650 1100-EXIT.
001660     EXIT.
001670*-----------------------------------------------------------------
001680* 1110-STORE-ONE-OPERATOR -- RANGE L'OPERATEUR COURANT DANS LA
001690* TABLE, PUIS LIT LE SUIVANT.  UNE TABLE PLEINE ARRETE L'ETAPE :
001700* DES ANOMALIES PASSERAIENT INAPERCUES.
001710*-----------------------------------------------------------------
001720 1110-STORE-ONE-OPERATOR.
001730     IF WS-OPR-COUNT NOT < 500
001740         DISPLAY "TABLE DES OPERATEURS PLEINE (500) - ARRET"
001750         MOVE 16 TO RETURN-CODE
001760         STOP RUN
001770     END-IF
001780     ADD 1 TO WS-OPR-COUNT
001790     MOVE OP-OPERATEUR     TO OPT-OPERATEUR (WS-OPR-COUNT)
001800     MOVE OP-NUMERO-CLIENT TO OPT-NUMERO-CLIENT (WS-OPR-COUNT)
001810     PERFORM 8300-READ-OPERATOR THRU 8300-EXIT.
001820 1110-EXIT.
001830     EXIT.
001840*-----------------------------------------------------------------
001850* 2000-PROCESS-ONE-REQUEST -- TRAITE LA DEMANDE COURANTE : EDITE
001860* L'EN-TETE, PARCOURT LA PISTE D'AUDIT PUIS LES OPPOSITIONS
001870* (ROUVERTES A CHAQUE DEMANDE), EDITE LE TOTAL, PUIS LIT LA
001880* DEMANDE SUIVANTE.
001890*-----------------------------------------------------------------
001900 2000-PROCESS-ONE-REQUEST.
001910     DISPLAY "DEMANDE : OPERATEUR " AQ-OPERATEUR
001920             " OBJET " AQ-TYPE-OBJET " " AQ-CLE-OBJET
001930             " DU " AQ-DATE-DEBUT " AU " AQ-DATE-FIN
001940     MOVE ZERO TO WS-EVT-EDITES WS-ANOMALIES-DEMANDE
001950     PERFORM 2050-MEASURE-KEY THRU 2050-EXIT
001960     MOVE SPACES TO AUDIT-REPORT-RECORD
001970     MOVE "H" TO AR-RECORD-TYPE
001980     PERFORM 2900-FILL-REQUEST-FIELDS THRU 2900-EXIT
001990     WRITE AUDIT-REPORT-RECORD
002000     MOVE "N" TO WS-EVT-EOF-SW
002010     OPEN INPUT AUDIT-TRAIL
002020     PERFORM 8100-READ-EVENT THRU 8100-EXIT
002030     PERFORM 2100-SELECT-ONE-EVENT THRU 2100-EXIT
002040         UNTIL EVENTS-END-OF-FILE
002050     CLOSE AUDIT-TRAIL
002060     MOVE "N" TO WS-STOP-EOF-SW
002070     OPEN INPUT STOP-INSTRUCTIONS
002080     PERFORM 8200-READ-STOP THRU 8200-EXIT
002090     PERFORM 2200-SELECT-ONE-STOP THRU 2200-EXIT
002100         UNTIL STOPS-END-OF-FILE
002110     CLOSE STOP-INSTRUCTIONS
002120     MOVE SPACES TO AUDIT-REPORT-RECORD
002130     MOVE "T" TO AR-RECORD-TYPE
002140     PERFORM 2900-FILL-REQUEST-FIELDS THRU 2900-EXIT
002150     MOVE WS-EVT-EDITES        TO AR-NOMBRE-EVENEMENTS
002160     MOVE WS-ANOMALIES-DEMANDE TO AR-NOMBRE-ANOMALIES
002170     WRITE AUDIT-REPORT-RECORD
002180     ADD 1 TO WS-DEMANDES-LUES
002190     ADD WS-ANOMALIES-DEMANDE TO WS-ANOMALIES-TOTAL
002200     DISPLAY "EVENEMENTS EDITES : " WS-EVT-EDITES
002210             " DONT ANOMALIES : " WS-ANOMALIES-DEMANDE
002220     PERFORM 8000-READ-REQUEST THRU 8000-EXIT.
002230 2000-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------------
002260* 2050-MEASURE-KEY -- LONGUEUR SIGNIFICATIVE DE LA CLE DEMANDEE
002270* (BLANCS DE DROITE EXCLUS) ; ZERO = PAS DE CRITERE DE CLE.
002280*-----------------------------------------------------------------
002290 2050-MEASURE-KEY.
002300     MOVE 30 TO WS-LONGUEUR-CLE
002310     MOVE "N" TO WS-FIN-CLE-SW
002320     PERFORM 2060-SHORTEN-KEY THRU 2060-EXIT
002330         UNTIL WS-LONGUEUR-CLE = ZERO
002340             OR FIN-CLE-TROUVEE.
002350 2050-EXIT.
002360     EXIT.
002370*-----------------------------------------------------------------
002380* 2060-SHORTEN-KEY -- ECARTE LE DERNIER CARACTERE DE LA CLE S'IL
002390* EST A BLANC.
002400*-----------------------------------------------------------------
002410 2060-SHORTEN-KEY.
002420     IF AQ-CLE-OBJET (WS-LONGUEUR-CLE:1) = SPACE
002430         SUBTRACT 1 FROM WS-LONGUEUR-CLE
002440     ELSE
002450         MOVE "Y" TO WS-FIN-CLE-SW
002460     END-IF.
002470 2060-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002500* 2100-SELECT-ONE-EVENT -- PREPARE LA LIGNE DE DETAIL DE
002510* L'EVENEMENT COURANT DE LA PISTE ET LA SOUMET A LA DEMANDE, PUIS
002520* LIT L'EVENEMENT SUIVANT.
002530*-----------------------------------------------------------------
002540 2100-SELECT-ONE-EVENT.
002550     MOVE SPACES TO AUDIT-REPORT-RECORD
002560     MOVE EV-OPERATEUR        TO AR-OPERATEUR
002570     MOVE EV-DATE-AFFAIRES    TO AR-DATE-AFFAIRES
002580     MOVE EV-HORODATAGE       TO AR-HORODATAGE
002590     MOVE EV-PROGRAMME        TO AR-PROGRAMME
002600     MOVE EV-TYPE-OBJET       TO AR-TYPE-OBJET
002610     MOVE EV-CLE-OBJET        TO AR-CLE-OBJET
002620     MOVE EV-ACTION           TO AR-ACTION
002630     MOVE EV-ZONE             TO AR-ZONE
002640     MOVE EV-AVANT            TO AR-AVANT
002650     MOVE EV-APRES            TO AR-APRES
002660     MOVE EV-OPERATEUR-SAISIE TO AR-OPERATEUR-SAISIE
002670     MOVE EV-CLIENT           TO AR-CLIENT
002680     PERFORM 2300-SELECT-AND-WRITE THRU 2300-EXIT
002690     PERFORM 8100-READ-EVENT THRU 8100-EXIT.
002700 2100-EXIT.
002710     EXIT.
002720*-----------------------------------------------------------------
002730* 2200-SELECT-ONE-STOP -- PREPARE LA LIGNE DE DETAIL DE
002740* L'OPPOSITION COURANTE (SAISIE DIRECTEMENT SUR STOPIN, SANS
002750* PROGRAMME DE MAINTENANCE) ET LA SOUMET A LA DEMANDE, PUIS LIT
002760* L'OPPOSITION SUIVANTE.
002770*-----------------------------------------------------------------
002780 2200-SELECT-ONE-STOP.
002790     MOVE SPACES TO AUDIT-REPORT-RECORD
002800     MOVE SP-OPERATEUR      TO AR-OPERATEUR
002810     MOVE SP-DATE-EFFET     TO AR-DATE-AFFAIRES
002820     MOVE "STOPIN"          TO AR-PROGRAMME
002830     MOVE "OPPO"            TO AR-TYPE-OBJET
002840     MOVE SP-ACCOUNT-NUMBER TO AR-CLE-OBJET
002850     MOVE "CREA"            TO AR-ACTION
002860     MOVE "OPPOSITION"      TO AR-ZONE
002870     STRING "DU " SP-DATE-EFFET " AU " SP-DATE-EXPIR
002880            DELIMITED BY SIZE INTO AR-APRES
002890     PERFORM 2300-SELECT-AND-WRITE THRU 2300-EXIT
002900     PERFORM 8200-READ-STOP THRU 8200-EXIT.
002910 2200-EXIT.
002920     EXIT.
002930*-----------------------------------------------------------------
002940* 2300-SELECT-AND-WRITE -- CONFRONTE LA LIGNE PREPAREE AUX
002950* CRITERES DE LA DEMANDE, CONTROLE LA SEPARATION DES TACHES ET
002960* EDITE LA LIGNE RETENUE (ANOMALIES SEULES SI DEMANDE).
002970*-----------------------------------------------------------------
002980 2300-SELECT-AND-WRITE.
002990     IF AQ-OPERATEUR NOT = SPACES
003000             AND AR-OPERATEUR NOT = AQ-OPERATEUR
003010             AND AR-OPERATEUR-SAISIE NOT = AQ-OPERATEUR
003020         GO TO 2300-EXIT
003030     END-IF
003040     IF AQ-TYPE-OBJET NOT = SPACES
003050             AND AR-TYPE-OBJET NOT = AQ-TYPE-OBJET
003060         GO TO 2300-EXIT
003070     END-IF
003080     IF WS-LONGUEUR-CLE > ZERO
003090             AND AR-CLE-OBJET (1:WS-LONGUEUR-CLE)
003100                 NOT = AQ-CLE-OBJET (1:WS-LONGUEUR-CLE)
003110         GO TO 2300-EXIT
003120     END-IF
003130     IF AR-DATE-AFFAIRES < AQ-DATE-DEBUT
003140         GO TO 2300-EXIT
003150     END-IF
003160     IF AQ-DATE-FIN NOT = SPACES
003170             AND AR-DATE-AFFAIRES > AQ-DATE-FIN
003180         GO TO 2300-EXIT
003190     END-IF
003200     PERFORM 2500-CHECK-DUTIES THRU 2500-EXIT
003210     IF AR-ANOMALIE-SAISIE = SPACES
003220             AND AR-ANOMALIE-CLIENT = SPACES
003230         IF AQ-ANOMALIES-SEULEMENT
003240             GO TO 2300-EXIT
003250         END-IF
003260     ELSE
003270         ADD 1 TO WS-ANOMALIES-DEMANDE
003280     END-IF
003290     MOVE "D" TO AR-RECORD-TYPE
003300     PERFORM 2900-FILL-REQUEST-FIELDS THRU 2900-EXIT
003310     WRITE AUDIT-REPORT-RECORD
003320     ADD 1 TO WS-EVT-EDITES.
003330 2300-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------------
003360* 2500-CHECK-DUTIES -- SEPARATION DES TACHES.  "SAIS" : LA
003370* PREMIERE SAISIE ET L'APPROBATION (OU SA TENTATIVE) SONT DU MEME
003380* OPERATEUR.  "PROP" : LE CLIENT DE L'OBJET EST LE CLIENT DE
003390* L'OPERATEUR, OU, POUR UN OBJET DE COMPTE, L'OPERATEUR EST
003400* TITULAIRE DU COMPTE OU Y EST LIE A LA DATE DE L'EVENEMENT.  LE
003410* TITULAIRE DU COMPTE COMPLETE AR-CLIENT QUAND L'EVENEMENT NE
003420* PORTE PAS DE CLIENT.
003430*-----------------------------------------------------------------
003440 2500-CHECK-DUTIES.
003450     IF AR-OPERATEUR-SAISIE NOT = SPACES
003460             AND AR-OPERATEUR-SAISIE = AR-OPERATEUR
003470         MOVE "SAIS" TO AR-ANOMALIE-SAISIE
003480     END-IF
003490     MOVE SPACES TO WS-CLIENT-OPERATEUR
003500     IF AR-OPERATEUR NOT = SPACES
003510         MOVE ZERO TO WS-OPR-IDX
003520         PERFORM 2510-MATCH-ONE-OPERATOR THRU 2510-EXIT
003530             VARYING WS-OPR-SCAN FROM 1 BY 1
003540                 UNTIL WS-OPR-SCAN > WS-OPR-COUNT
003550                     OR WS-OPR-IDX > ZERO
003560         IF WS-OPR-IDX > ZERO
003570             MOVE OPT-NUMERO-CLIENT (WS-OPR-IDX)
003580                 TO WS-CLIENT-OPERATEUR
003590         END-IF
003600     END-IF
003610     IF AR-CLIENT NOT = SPACES
003620             AND WS-CLIENT-OPERATEUR NOT = SPACES
003630             AND AR-CLIENT = WS-CLIENT-OPERATEUR
003640         MOVE "PROP" TO AR-ANOMALIE-CLIENT
003650     END-IF
003660     IF NOT AR-OBJET-DE-COMPTE
003670         GO TO 2500-EXIT
003680     END-IF
003690     MOVE AR-CLE-OBJET (1:10) TO ACCOUNT-NUMBER
003700     PERFORM 8400-READ-ACCOUNT THRU 8400-EXIT
003710     IF KEY-NOT-FOUND
003720         GO TO 2500-EXIT
003730     END-IF
003740     IF AR-CLIENT = SPACES
003750         MOVE ACCT-NUMERO-CLIENT TO AR-CLIENT
003760     END-IF
003770     IF WS-CLIENT-OPERATEUR = SPACES
003780             OR AR-ANOMALIE-CLIENT NOT = SPACES
003790         GO TO 2500-EXIT
003800     END-IF
003810     IF ACCT-NUMERO-CLIENT = WS-CLIENT-OPERATEUR
003820         MOVE "PROP" TO AR-ANOMALIE-CLIENT
003830         GO TO 2500-EXIT
003840     END-IF
003850     MOVE AR-CLE-OBJET (1:10)  TO RL-ACCOUNT-NUMBER
003860     MOVE WS-CLIENT-OPERATEUR  TO RL-NUMERO-CLIENT
003870     PERFORM 8500-READ-RELATION THRU 8500-EXIT
003880     IF KEY-NOT-FOUND
003890         GO TO 2500-EXIT
003900     END-IF
003910     IF RL-DATE-DEBUT NOT > AR-DATE-AFFAIRES
003920             AND (RL-DATE-FIN = SPACES
003930                  OR RL-DATE-FIN NOT < AR-DATE-AFFAIRES)
003940         MOVE "PROP" TO AR-ANOMALIE-CLIENT
003950     END-IF.
003960 2500-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990* 2510-MATCH-ONE-OPERATOR -- RETIENT DANS WS-OPR-IDX L'OPERATEUR
004000* DU CATALOGUE POINTE PAR WS-OPR-SCAN S'IL EST CELUI DE LA LIGNE.
004010*-----------------------------------------------------------------
004020 2510-MATCH-ONE-OPERATOR.
004030     IF OPT-OPERATEUR (WS-OPR-SCAN) = AR-OPERATEUR
004040         MOVE WS-OPR-SCAN TO WS-OPR-IDX
004050     END-IF.
004060 2510-EXIT.
004070     EXIT.
004080*-----------------------------------------------------------------
004090* 2900-FILL-REQUEST-FIELDS -- PORTE SUR LA LIGNE EDITEE LES
004100* TERMES DE LA DEMANDE.
004110*-----------------------------------------------------------------
004120 2900-FILL-REQUEST-FIELDS.
004130     MOVE AQ-OPERATEUR  TO AR-DEM-OPERATEUR
004140     MOVE AQ-TYPE-OBJET TO AR-DEM-TYPE-OBJET
004150     MOVE AQ-CLE-OBJET  TO AR-DEM-CLE-OBJET
004160     MOVE AQ-DATE-DEBUT TO AR-DEM-DATE-DEBUT
004170     MOVE AQ-DATE-FIN   TO AR-DEM-DATE-FIN
004180     MOVE ZERO TO AR-NOMBRE-EVENEMENTS AR-NOMBRE-ANOMALIES.
004190 2900-EXIT.
004200     EXIT.
004210*-----------------------------------------------------------------
004220* 8000-READ-REQUEST -- LECTURE SEQUENTIELLE DU FICHIER DES
004230* DEMANDES.
004240*-----------------------------------------------------------------
004250 8000-READ-REQUEST.
004260     READ AUDIT-REQUESTS
004270         AT END
004280             MOVE "Y" TO WS-REQ-EOF-SW
004290     END-READ.
004300 8000-EXIT.
004310     EXIT.
004320*-----------------------------------------------------------------
004330* 8100-READ-EVENT -- LECTURE SEQUENTIELLE DE LA PISTE D'AUDIT.
004340*-----------------------------------------------------------------
004350 8100-READ-EVENT.
004360     READ AUDIT-TRAIL
004370         AT END
004380             MOVE "Y" TO WS-EVT-EOF-SW
004390         NOT AT END
004400             ADD 1 TO WS-EVENEMENTS-LUS
004410     END-READ.
004420 8100-EXIT.
004430     EXIT.
004440*-----------------------------------------------------------------
004450* 8200-READ-STOP -- LECTURE SEQUENTIELLE DES OPPOSITIONS.
004460*-----------------------------------------------------------------
004470 8200-READ-STOP.
004480     READ STOP-INSTRUCTIONS
004490         AT END
004500             MOVE "Y" TO WS-STOP-EOF-SW
004510         NOT AT END
004520             ADD 1 TO WS-OPPOSITIONS-LUES
004530     END-READ.
004540 8200-EXIT.
004550     EXIT.
004560*-----------------------------------------------------------------
004570* 8300-READ-OPERATOR -- LECTURE SEQUENTIELLE DU CATALOGUE DES
004580* OPERATEURS.
004590*-----------------------------------------------------------------
004600 8300-READ-OPERATOR.
004610     READ OPERATOR-CONTROL
004620         AT END
004630             MOVE "Y" TO WS-OPR-EOF-SW
004640     END-READ.
004650 8300-EXIT.
004660     EXIT.
004670*-----------------------------------------------------------------
004680* 8400-READ-ACCOUNT -- LECTURE DIRECTE DU COMPTE DONT LA CLE EST
004690* DANS ACCOUNT-NUMBER.
004700*-----------------------------------------------------------------
004710 8400-READ-ACCOUNT.
004720     MOVE "N" TO WS-KEY-SW
004730     READ ACCOUNT-MASTER
004740         INVALID KEY
004750             MOVE "Y" TO WS-KEY-SW
004760     END-READ.
004770 8400-EXIT.
004780     EXIT.
004790*-----------------------------------------------------------------
004800* 8500-READ-RELATION -- LECTURE DIRECTE DU LIEN COMPTE-CLIENT
004810* DONT LA CLE EST DANS RL-CLE.
004820*-----------------------------------------------------------------
004830 8500-READ-RELATION.
004840     MOVE "N" TO WS-KEY-SW
004850     READ RELATION-MASTER
004860         INVALID KEY
004870             MOVE "Y" TO WS-KEY-SW
004880     END-READ.
004890 8500-EXIT.
004900     EXIT.
004910*-----------------------------------------------------------------
004920* 9000-TERMINATE -- FERME LES FICHIERS ET AFFICHE LE BILAN.  UNE
004930* ANOMALIE EDITEE TERMINE L'ETAPE EN CODE 4.
004940*-----------------------------------------------------------------
004950 9000-TERMINATE.
004960     CLOSE AUDIT-REQUESTS
004970     CLOSE AUDIT-REPORT
004980     CLOSE ACCOUNT-MASTER
004990     CLOSE RELATION-MASTER
005000     DISPLAY "DEMANDES TRAITEES   : " WS-DEMANDES-LUES
005010     DISPLAY "EVENEMENTS LUS      : " WS-EVENEMENTS-LUS
005020     DISPLAY "OPPOSITIONS LUES    : " WS-OPPOSITIONS-LUES
005030     DISPLAY "ANOMALIES EDITEES   : " WS-ANOMALIES-TOTAL
005040     IF WS-ANOMALIES-TOTAL > ZERO
005050         MOVE 4 TO RETURN-CODE
005060     END-IF.
005070 9000-EXIT.
005080     EXIT.
