000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NOTIFICATION-EXTRACT.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. EXTRAIT NOCTURNE DES
000220*                  NOTIFICATIONS CLIENT POUR LA PASSERELLE DE
000230*                  MESSAGERIE : APRES LE POSTAGE, LES EVENEMENTS
000240*                  DU JOUR DEJA PRODUITS PAR LA CHAINE -- RETRAIT
000250*                  REFUSE, CHEQUE IMPAYE, DEBIT ARRETE PAR UNE
000260*                  OPPOSITION ET REGLEMENT DE CLOTURE (GRAND
000270*                  LIVRE DE SIMPLEBANK), PASSAGE EN DORMANT
000280*                  (DORMRPT DE DORMANCY-REVIEW), LEVEE DE GEL
000290*                  (FRZRPT DE KYC-FREEZE-SYNC) -- DONNENT CHACUN
000300*                  UN MESSAGE SUR NOTIFOUT.  LE TITULAIRE EST
000310*                  RETROUVE PAR ACCT-NUMERO-CLIENT = IDENTIFIANT
000320*                  USER-INFO ; LE COURRIEL EST PREFERE, LE SMS
000330*                  SERT A DEFAUT.  UN COMPTE SANS COORDONNEE
000340*                  UTILISABLE PART SUR LA LISTE D'EXCEPTIONS
000350*                  NOTIFEXC.  LE GEL KYC ET LES REFUS QU'IL
000360*                  PROVOQUE ("GELE") NE SONT PAS ANNONCES AU
000370*                  CLIENT.
000380* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000390*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000400*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000410*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000420*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000430*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000440*-----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000520            ORGANIZATION IS SEQUENTIAL.
000530
000540     SELECT TRANSACTION-LEDGER ASSIGN TO LEDGIN
000550            ORGANIZATION IS SEQUENTIAL.
000560
000570     SELECT DORMANCY-REPORT  ASSIGN TO DORMRPT
000580            ORGANIZATION IS SEQUENTIAL.
000590
000600     SELECT FREEZE-REPORT    ASSIGN TO FRZRPT
000610            ORGANIZATION IS SEQUENTIAL.
000620
000630     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE IS DYNAMIC
000660            RECORD KEY IS ACCOUNT-NUMBER.
000670
000680     SELECT USER-INFO        ASSIGN TO USERINFO
000690            ORGANIZATION IS INDEXED
000700            ACCESS MODE IS DYNAMIC
000710            RECORD KEY IS IDENTIFIANT.
000720
000730     SELECT NOTIFICATION-OUT ASSIGN TO NOTIFOUT
000740            ORGANIZATION IS SEQUENTIAL.
000750
000760     SELECT NOTIF-EXCEPTIONS ASSIGN TO NOTIFEXC
000770            ORGANIZATION IS SEQUENTIAL.
000780
000790     SELECT RUN-STATISTICS   ASSIGN TO RUNSTATS
000800            ORGANIZATION IS SEQUENTIAL.
000810
000820     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000830            ORGANIZATION IS SEQUENTIAL.
000840
000850     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000860            ORGANIZATION IS SEQUENTIAL.
000870*-------------
000880 DATA DIVISION.
000890*-------------
000900 FILE SECTION.
000910 FD  RUN-CONTROL
000920     LABEL RECORDS ARE STANDARD.
000930 COPY RUNCTL.
000940*
000950 FD  TRANSACTION-LEDGER
000960     LABEL RECORDS ARE STANDARD.
000970 COPY LEDGREC.
000980*
000990 FD  DORMANCY-REPORT
001000     LABEL RECORDS ARE STANDARD.
001010 COPY DORMRPT.
001020*
001030 FD  FREEZE-REPORT
001040     LABEL RECORDS ARE STANDARD.
001050 COPY FRZRPT.
001060*
001070 FD  ACCOUNT-MASTER.
001080 COPY ACCTREC.
001090*
001100 FD  USER-INFO.
001110 COPY USERREC.
001120*
001130 FD  NOTIFICATION-OUT
001140     LABEL RECORDS ARE STANDARD.
001150 COPY NOTIFREC.
001160*
001170 FD  NOTIF-EXCEPTIONS
001180     LABEL RECORDS ARE STANDARD.
001190 COPY NOTIFEXC.
001200*
001210 FD  RUN-STATISTICS
001220     LABEL RECORDS ARE STANDARD.
001230 COPY RUNSTAT.
001240*
001250 FD  STEP-DIRECTIVES
001260     LABEL RECORDS ARE STANDARD.
001270 COPY STEPDIR.
001280*
001290 FD  CHAIN-REGISTER
001300     LABEL RECORDS ARE STANDARD.
001310 COPY CHAINREG.
001320*
001330 WORKING-STORAGE SECTION.
001340*
001350 01  WS-SWITCHES.
001360     05  WS-RUNCTL-EOF-SW    PIC X(01)   VALUE "N".
001370         88  RUNCTL-END-OF-FILE      VALUE "Y".
001380     05  WS-LEDG-EOF-SW      PIC X(01)   VALUE "N".
001390         88  LEDGER-END-OF-FILE      VALUE "Y".
001400     05  WS-DORM-EOF-SW      PIC X(01)   VALUE "N".
001410         88  DORMANCY-END-OF-FILE    VALUE "Y".
001420     05  WS-FRZ-EOF-SW       PIC X(01)   VALUE "N".
001430         88  FREEZE-END-OF-FILE      VALUE "Y".
001440     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001450         88  KEY-NOT-FOUND           VALUE "Y".
001460*
001470 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001480 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001490 77  WS-MODELE               PIC X(06)   VALUE SPACES.
001500 77  WS-MOTIF-EXCEPTION      PIC X(04)   VALUE SPACES.
001510 77  WS-ECRITURES-LUES       PIC 9(07)   COMP VALUE ZERO.
001520 77  WS-EVENEMENTS           PIC 9(07)   COMP VALUE ZERO.
001530 77  WS-MESSAGES             PIC 9(07)   COMP VALUE ZERO.
001540 77  WS-COURRIELS            PIC 9(07)   COMP VALUE ZERO.
001550 77  WS-SMS                  PIC 9(07)   COMP VALUE ZERO.
001560 77  WS-EXCEPTIONS           PIC 9(07)   COMP VALUE ZERO.
001570 77  WS-STAT-ETAPE           PIC X(08)   VALUE "NOTIFY  ".
001580 77  WS-STAT-COMPTEUR        PIC X(12)   VALUE SPACES.
001590 77  WS-STAT-VALEUR          PIC 9(09)   VALUE ZERO.
001600*
001610 COPY STEPCTL.
001620*-------------------
001630 PROCEDURE DIVISION.
001640*-------------------
001650 0000-MAINLINE.
001660     DISPLAY "NOTIFICATION-EXTRACT : NOTIFICATIONS CLIENT DU JOUR"
001670     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001690     PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT
001700     PERFORM 3000-SCAN-DORMANCY THRU 3000-EXIT
001710     PERFORM 4000-SCAN-FREEZES THRU 4000-EXIT
001720     PERFORM 9000-TERMINATE THRU 9000-EXIT
001730     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001740     STOP RUN.
001750*-----------------------------------------------------------------
001760* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES ET OUVRE LES FICHIERS
001770* DE RECHERCHE DU TITULAIRE ET LES SORTIES.
001780*-----------------------------------------------------------------
001790 1000-INITIALIZE.
001800     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001810     OPEN INPUT  ACCOUNT-MASTER
001820     OPEN INPUT  USER-INFO
001830     OPEN OUTPUT NOTIFICATION-OUT
001840     OPEN OUTPUT NOTIF-EXCEPTIONS.
001850 1000-EXIT.
001860     EXIT.
001870*-----------------------------------------------------------------
001880* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES ET LE NUMERO DE
001890* RUN SUR LE FICHIER DE CONTROLE DE LA CHAINE.  FICHIER VIDE OU
001900* ABSENT : L'ETAPE S'ARRETE EN CODE 16, ON N'ANNONCE PAS AUX
001910* CLIENTS LES EVENEMENTS D'UNE DATE INCONNUE.
001920*-----------------------------------------------------------------
001930 1050-LOAD-RUN-CONTROL.
001940     OPEN INPUT RUN-CONTROL
001950     READ RUN-CONTROL
001960         AT END
001970             MOVE "Y" TO WS-RUNCTL-EOF-SW
001980         NOT AT END
001990             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
002000             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
002010     END-READ
002020     CLOSE RUN-CONTROL
002030     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
002040         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
002050         MOVE 16 TO RETURN-CODE
002060         STOP RUN
002070     END-IF
002080     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
002090             " RUN : " WS-NUMERO-RUN.
002100 1050-EXIT.
002110     EXIT.
002120*-----------------------------------------------------------------
002130* 2000-SCAN-LEDGER -- PARCOURT LE GRAND LIVRE ET ANNONCE LES
002140* EVENEMENTS CLIENT DU JOUR.
002150*-----------------------------------------------------------------
002160 2000-SCAN-LEDGER.
002170     OPEN INPUT TRANSACTION-LEDGER
002180     PERFORM 8000-READ-LEDGER THRU 8000-EXIT
002190     PERFORM 2100-CHECK-ONE-ENTRY THRU 2100-EXIT
002200         UNTIL LEDGER-END-OF-FILE
002210     CLOSE TRANSACTION-LEDGER.
002220 2000-EXIT.
002230     EXIT.
002240*-----------------------------------------------------------------
002250* 2100-CHECK-ONE-ENTRY -- RETIENT LE MODELE DE MESSAGE DE
002260* L'ECRITURE COURANTE SI ELLE EST DU JOUR : DEBIT REFUSE SUR
002270* OPPOSITION ("STOP", QUEL QUE SOIT LE TYPE), RETRAIT "W"
002280* REFUSE (SAUF "GELE", LE GEL KYC N'EST PAS ANNONCE), CHEQUE
002290* "B" REJETE, JAMBE DEBIT DU REGLEMENT DE CLOTURE ("T" RAISON
002300* "CLOT" OU "W" RAISON "PAYO").  LES AUTRES ECRITURES NE DONNENT
002310* PAS DE MESSAGE.  LIT ENSUITE L'ECRITURE SUIVANTE.
002320*-----------------------------------------------------------------
002330 2100-CHECK-ONE-ENTRY.
002340     IF LG-TIMESTAMP (1:8) NOT = WS-DATE-AFFAIRES
002350         GO TO 2100-SUITE
002360     END-IF
002370     MOVE SPACES TO WS-MODELE
002380     EVALUATE TRUE
002390         WHEN LG-STATUS-DECLINED AND LG-REASON-CODE = "STOP"
002400             MOVE "OPPOSI" TO WS-MODELE
002410         WHEN LG-STATUS-DECLINED AND LG-TYPE-WITHDRAWAL
002420              AND LG-REASON-CODE NOT = "GELE"
002430             MOVE "RETREF" TO WS-MODELE
002440         WHEN LG-STATUS-POSTED AND LG-TYPE-CHEQUE-RETURN
002450             MOVE "CHQIMP" TO WS-MODELE
002460         WHEN LG-STATUS-POSTED AND LG-TYPE-TRANSFER-DEBIT
002470              AND LG-REASON-CODE = "CLOT"
002480             MOVE "CLOTUR" TO WS-MODELE
002490         WHEN LG-STATUS-POSTED AND LG-TYPE-WITHDRAWAL
002500              AND LG-REASON-CODE = "PAYO"
002510             MOVE "CLOTUR" TO WS-MODELE
002520     END-EVALUATE
002530     IF WS-MODELE = SPACES
002540         GO TO 2100-SUITE
002550     END-IF
002560     MOVE SPACES TO NOTIFICATION-RECORD
002570     MOVE WS-MODELE            TO NT-MODELE
002580     MOVE LG-ACCOUNT-NUMBER    TO NT-ACCOUNT-NUMBER
002590     MOVE WS-DATE-AFFAIRES     TO NT-DATE-EVENEMENT
002600     MOVE LG-TRANS-TYPE        TO NT-TRANS-TYPE
002610     MOVE LG-AMOUNT            TO NT-MONTANT
002620     MOVE LG-CURRENCY          TO NT-DEVISE
002630     MOVE LG-RESULTING-BALANCE TO NT-SOLDE
002640     MOVE LG-REASON-CODE       TO NT-RAISON
002650     MOVE LG-COUNTERPARTY      TO NT-REFERENCE
002660     PERFORM 7000-ROUTE-MESSAGE THRU 7000-EXIT.
002670 2100-SUITE.
002680     PERFORM 8000-READ-LEDGER THRU 8000-EXIT.
002690 2100-EXIT.
002700     EXIT.
002710*-----------------------------------------------------------------
002720* 3000-SCAN-DORMANCY -- ANNONCE CHAQUE COMPTE PASSE EN DORMANT
002730* CETTE NUIT (DORMRPT EST REECRIT A CHAQUE PASSAGE DE
002740* DORMANCY-REVIEW).
002750*-----------------------------------------------------------------
002760 3000-SCAN-DORMANCY.
002770     OPEN INPUT DORMANCY-REPORT
002780     PERFORM 8100-READ-DORMANCY THRU 8100-EXIT
002790     PERFORM 3100-NOTIFY-ONE-DORMANT THRU 3100-EXIT
002800         UNTIL DORMANCY-END-OF-FILE
002810     CLOSE DORMANCY-REPORT.
002820 3000-EXIT.
002830     EXIT.
002840*-----------------------------------------------------------------
002850* 3100-NOTIFY-ONE-DORMANT -- PREPARE LE MESSAGE "DORMAN" (DATE
002860* DU DERNIER MOUVEMENT, SOLDE) DU COMPTE COURANT, PUIS LIT LE
002870* SUIVANT.
002880*-----------------------------------------------------------------
002890 3100-NOTIFY-ONE-DORMANT.
002900     MOVE SPACES TO NOTIFICATION-RECORD
002910     MOVE "DORMAN"             TO NT-MODELE
002920     MOVE DR-ACCOUNT-NUMBER    TO NT-ACCOUNT-NUMBER
002930     MOVE WS-DATE-AFFAIRES     TO NT-DATE-EVENEMENT
002940     MOVE ZERO                 TO NT-MONTANT
002950     MOVE DR-BALANCE           TO NT-SOLDE
002960     MOVE DR-DATE-DERNIER-MVT  TO NT-DATE-REF
002970     PERFORM 7000-ROUTE-MESSAGE THRU 7000-EXIT
002980     PERFORM 8100-READ-DORMANCY THRU 8100-EXIT.
002990 3100-EXIT.
003000     EXIT.
003010*-----------------------------------------------------------------
003020* 4000-SCAN-FREEZES -- ANNONCE CHAQUE LEVEE DE GEL EMISE CETTE
003030* NUIT PAR KYC-FREEZE-SYNC (FRZRPT EST REECRIT A CHAQUE
003040* PASSAGE).  LE GEL LUI-MEME ("G") N'EST PAS ANNONCE : LA
003050* CONFORMITE NE PREVIENT PAS LE CLIENT D'UN CAS ESCALADE.
003060*-----------------------------------------------------------------
003070 4000-SCAN-FREEZES.
003080     OPEN INPUT FREEZE-REPORT
003090     PERFORM 8200-READ-FREEZE THRU 8200-EXIT
003100     PERFORM 4100-NOTIFY-ONE-RELEASE THRU 4100-EXIT
003110         UNTIL FREEZE-END-OF-FILE
003120     CLOSE FREEZE-REPORT.
003130 4000-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160* 4100-NOTIFY-ONE-RELEASE -- PREPARE LE MESSAGE "GELLEV" SI LA
003170* LIGNE COURANTE EST UNE LEVEE ("L"), PUIS LIT LA SUIVANTE.
003180*-----------------------------------------------------------------
003190 4100-NOTIFY-ONE-RELEASE.
003200     IF NOT FR-IS-LEVEE
003210         GO TO 4100-SUITE
003220     END-IF
003230     MOVE SPACES TO NOTIFICATION-RECORD
003240     MOVE "GELLEV"             TO NT-MODELE
003250     MOVE FR-ACCOUNT-NUMBER    TO NT-ACCOUNT-NUMBER
003260     MOVE WS-DATE-AFFAIRES     TO NT-DATE-EVENEMENT
003270     MOVE ZERO                 TO NT-MONTANT
003280     MOVE ZERO                 TO NT-SOLDE
003290     PERFORM 7000-ROUTE-MESSAGE THRU 7000-EXIT.
003300 4100-SUITE.
003310     PERFORM 8200-READ-FREEZE THRU 8200-EXIT.
003320 4100-EXIT.
003330     EXIT.
003340*-----------------------------------------------------------------
003350* 7000-ROUTE-MESSAGE -- RETROUVE LE TITULAIRE DU MESSAGE PREPARE
003360* (NUMERO CLIENT SUR LE MAITRE DES COMPTES, COORDONNEES SUR
003370* USER-INFO) ET L'ECRIT SUR NOTIFOUT : PAR COURRIEL SI EMAIL EST
003380* RENSEIGNE, SINON PAR SMS SI PHONE L'EST.  SANS COORDONNEE
003390* UTILISABLE, LE MESSAGE PART SUR LA LISTE D'EXCEPTIONS.  UNE
003400* DEVISE A BLANC EST PRISE SUR LE COMPTE (EUR A DEFAUT).
003410*-----------------------------------------------------------------
003420 7000-ROUTE-MESSAGE.
003430     ADD 1 TO WS-EVENEMENTS
003440     MOVE "N" TO WS-KEY-SW
003450     MOVE NT-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
003460     READ ACCOUNT-MASTER
003470         INVALID KEY
003480             MOVE "Y" TO WS-KEY-SW
003490     END-READ
003500     IF KEY-NOT-FOUND
003510         MOVE "NACC" TO WS-MOTIF-EXCEPTION
003520         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
003530         GO TO 7000-EXIT
003540     END-IF
003550     IF ACCT-NUMERO-CLIENT = SPACES
003560         MOVE "NCLI" TO WS-MOTIF-EXCEPTION
003570         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
003580         GO TO 7000-EXIT
003590     END-IF
003600     MOVE ACCT-NUMERO-CLIENT TO NT-NUMERO-CLIENT
003610     IF NT-DEVISE = SPACES
003620         MOVE ACCT-CURRENCY TO NT-DEVISE
003630     END-IF
003640     IF NT-DEVISE = SPACES
003650         MOVE "EUR" TO NT-DEVISE
003660     END-IF
003670     MOVE "N" TO WS-KEY-SW
003680     MOVE ACCT-NUMERO-CLIENT TO IDENTIFIANT
003690     READ USER-INFO
003700         INVALID KEY
003710             MOVE "Y" TO WS-KEY-SW
003720     END-READ
003730     IF KEY-NOT-FOUND
003740         MOVE "NUSR" TO WS-MOTIF-EXCEPTION
003750         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
003760         GO TO 7000-EXIT
003770     END-IF
003780     IF EMAIL NOT = SPACES
003790         MOVE "E"   TO NT-CANAL
003800         MOVE EMAIL TO NT-ADRESSE
003810         ADD 1 TO WS-COURRIELS
003820     ELSE
003830         IF PHONE NOT = SPACES
003840             MOVE "S"   TO NT-CANAL
003850             MOVE PHONE TO NT-ADRESSE
003860             ADD 1 TO WS-SMS
003870         ELSE
003880             MOVE "NCON" TO WS-MOTIF-EXCEPTION
003890             PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
003900             GO TO 7000-EXIT
003910         END-IF
003920     END-IF
003930     WRITE NOTIFICATION-RECORD
003940     ADD 1 TO WS-MESSAGES.
003950 7000-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------------
003980* 7100-WRITE-EXCEPTION -- ECRIT LE MESSAGE NON ACHEMINABLE SUR LA
003990* LISTE D'EXCEPTIONS AVEC LE MOTIF PREPARE PAR L'APPELANT.
004000*-----------------------------------------------------------------
004010 7100-WRITE-EXCEPTION.
004020     MOVE SPACES TO NOTIF-EXCEPTION-RECORD
004030     MOVE WS-MOTIF-EXCEPTION   TO NX-MOTIF
004040     MOVE NT-MODELE            TO NX-MODELE
004050     MOVE NT-ACCOUNT-NUMBER    TO NX-ACCOUNT-NUMBER
004060     MOVE NT-NUMERO-CLIENT     TO NX-NUMERO-CLIENT
004070     MOVE NT-DATE-EVENEMENT    TO NX-DATE-EVENEMENT
004080     WRITE NOTIF-EXCEPTION-RECORD
004090     ADD 1 TO WS-EXCEPTIONS
004100     DISPLAY "NOTIFICATION NON ACHEMINABLE (" WS-MOTIF-EXCEPTION
004110             ") : " NT-MODELE " COMPTE " NT-ACCOUNT-NUMBER.
004120 7100-EXIT.
004130     EXIT.
004140*-----------------------------------------------------------------
004150* 8000-READ-LEDGER -- LECTURE SEQUENTIELLE DU GRAND LIVRE.
004160*-----------------------------------------------------------------
004170 8000-READ-LEDGER.
004180     READ TRANSACTION-LEDGER
004190         AT END
004200             MOVE "Y" TO WS-LEDG-EOF-SW
004210         NOT AT END
004220             ADD 1 TO WS-ECRITURES-LUES
004230     END-READ.
004240 8000-EXIT.
004250     EXIT.
004260*-----------------------------------------------------------------
004270* 8100-READ-DORMANCY -- LECTURE SEQUENTIELLE DU RAPPORT DES
004280* COMPTES PASSES EN DORMANT.
004290*-----------------------------------------------------------------
004300 8100-READ-DORMANCY.
004310     READ DORMANCY-REPORT
004320         AT END
004330             MOVE "Y" TO WS-DORM-EOF-SW
004340     END-READ.
004350 8100-EXIT.
004360     EXIT.
004370*-----------------------------------------------------------------
004380* 8200-READ-FREEZE -- LECTURE SEQUENTIELLE DU RAPPORT DES GELS
004390* ET LEVEES KYC.
004400*-----------------------------------------------------------------
004410 8200-READ-FREEZE.
004420     READ FREEZE-REPORT
004430         AT END
004440             MOVE "Y" TO WS-FRZ-EOF-SW
004450     END-READ.
004460 8200-EXIT.
004470     EXIT.
004480*-----------------------------------------------------------------
004490* 9000-TERMINATE -- FERME LES FICHIERS ET DEPOSE LES COMPTEURS
004500* SUR RUNSTATS.
004510*-----------------------------------------------------------------
004520 9000-TERMINATE.
004530     CLOSE ACCOUNT-MASTER
004540     CLOSE USER-INFO
004550     CLOSE NOTIFICATION-OUT
004560     CLOSE NOTIF-EXCEPTIONS
004570     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
004580     DISPLAY "ECRITURES LUES : " WS-ECRITURES-LUES
004590     DISPLAY "EVENEMENTS     : " WS-EVENEMENTS
004600     DISPLAY "MESSAGES       : " WS-MESSAGES
004610     DISPLAY "  COURRIELS    : " WS-COURRIELS
004620     DISPLAY "  SMS          : " WS-SMS
004630     DISPLAY "EXCEPTIONS     : " WS-EXCEPTIONS.
004640 9000-EXIT.
004650     EXIT.
004660*-----------------------------------------------------------------
004670* 9500-WRITE-RUN-STATS -- ECRIT LES COMPTEURS DU RUN SUR LE
004680* FICHIER COMMUN DES STATISTIQUES DE LA CHAINE.
004690*-----------------------------------------------------------------
004700 9500-WRITE-RUN-STATS.
004710     OPEN EXTEND RUN-STATISTICS
004720     MOVE "EVENEMENTS" TO WS-STAT-COMPTEUR
004730     MOVE WS-EVENEMENTS TO WS-STAT-VALEUR
004740     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
004750     MOVE "MESSAGES" TO WS-STAT-COMPTEUR
004760     MOVE WS-MESSAGES TO WS-STAT-VALEUR
004770     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
004780     MOVE "EXCEPTIONS" TO WS-STAT-COMPTEUR
004790     MOVE WS-EXCEPTIONS TO WS-STAT-VALEUR
004800     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
004810     CLOSE RUN-STATISTICS.
004820 9500-EXIT.
004830     EXIT.
004840*-----------------------------------------------------------------
004850* 9510-WRITE-ONE-STAT -- ECRIT UN COMPTEUR (NOM ET VALEUR
004860* PREPARES PAR L'APPELANT) ESTAMPILLE DE LA DATE D'AFFAIRES ET
004870* DU RUN.
004880*-----------------------------------------------------------------
004890 9510-WRITE-ONE-STAT.
004900     MOVE WS-DATE-AFFAIRES TO RS-DATE-AFFAIRES
004910     MOVE WS-NUMERO-RUN    TO RS-NUMERO-RUN
004920     MOVE WS-STAT-ETAPE    TO RS-ETAPE
004930     MOVE WS-STAT-COMPTEUR TO RS-COMPTEUR
004940     MOVE WS-STAT-VALEUR   TO RS-VALEUR
004950     WRITE RUN-STAT-RECORD.
004960 9510-EXIT.
004970     EXIT.
004980*-----------------------------------------------------------------
004990* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
005000* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
005010* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
005020* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
005030* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
005040* N'EST PAS INSCRITE AU REGISTRE.
005050*-----------------------------------------------------------------
005060 9600-CHECK-STEP-DIRECTIVE.
005070     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
005080     OPEN INPUT STEP-DIRECTIVES
005090     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
005100         UNTIL ETP-DIR-END-OF-FILE
005110             OR ETP-CONSIGNE-TROUVEE
005120     CLOSE STEP-DIRECTIVES
005130     IF NOT ETP-A-SAUTER
005140         GO TO 9600-EXIT
005150     END-IF
005160     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
005170             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
005180             ") - NON REJOUEE"
005190     MOVE ZERO TO RETURN-CODE
005200     STOP RUN.
005210 9600-EXIT.
005220     EXIT.
005230*-----------------------------------------------------------------
005240* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
005250* CELLE DU PROGRAMME.
005260*-----------------------------------------------------------------
005270 9610-READ-DIRECTIVE.
005280     READ STEP-DIRECTIVES
005290         AT END
005300             MOVE "Y" TO ETP-DIR-EOF-SW
005310         NOT AT END
005320             IF DI-PROGRAMME = ETP-PROGRAMME
005330                 MOVE "Y"              TO ETP-TROUVEE-SW
005340                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
005350                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
005360                 MOVE DI-ETAPE         TO ETP-ETAPE
005370                 MOVE DI-ACTION        TO ETP-ACTION
005380                 MOVE DI-MOTIF         TO ETP-MOTIF
005390             END-IF
005400     END-READ.
005410 9610-EXIT.
005420     EXIT.
005430*-----------------------------------------------------------------
005440* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
005450* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
005460* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
005470* CHAINE, RIEN N'EST INSCRIT.
005480*-----------------------------------------------------------------
005490 9700-REGISTER-STEP.
005500     IF NOT ETP-CONSIGNE-TROUVEE
005510         GO TO 9700-EXIT
005520     END-IF
005530     MOVE WS-ECRITURES-LUES TO ETP-LUS
005540     MOVE WS-MESSAGES TO ETP-ECRITS
005550     MOVE WS-EXCEPTIONS TO ETP-REJETS
005560     MOVE RETURN-CODE TO ETP-CODE-RETOUR
005570     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
005580     ACCEPT ETP-HEURE-SYSTEME FROM TIME
005590     OPEN EXTEND CHAIN-REGISTER
005600     MOVE SPACES            TO CHAIN-REGISTER-RECORD
005610     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
005620     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
005630     MOVE ETP-ETAPE         TO RG-ETAPE
005640     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
005650     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
005660     MOVE ETP-LUS           TO RG-LUS
005670     MOVE ETP-ECRITS        TO RG-ECRITS
005680     MOVE ETP-REJETS        TO RG-REJETS
005690     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
005700     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
005710     WRITE CHAIN-REGISTER-RECORD
005720     CLOSE CHAIN-REGISTER
005730     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
005740             ETP-CODE-RETOUR.
005750 9700-EXIT.
005760     EXIT.
