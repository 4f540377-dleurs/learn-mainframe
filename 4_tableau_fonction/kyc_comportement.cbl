000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    KYC-BEHAVIOUR-SUMMARY.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. PROFIL DE COMPORTEMENT
000220*                  BANCAIRE PAR CLIENT POUR LE SCORE KYC : SUR LA
000230*                  FENETRE KP-FENETRE-COMPORT DE KYCPARM, COMPTE
000240*                  LES ALERTES DE VELOCITE SUSPOUT ET LES
000250*                  DECLARATIONS DECLOUT (HISTORISEES D'UNE NUIT A
000260*                  L'AUTRE SUR LE GROUPE BHVHSTG, CES FICHIERS
000270*                  ETANT REECRITS CHAQUE NUIT), LES PAIEMENTS
000280*                  RECUS DE PREFIXES DE ROUTAGE ETRANGERS
000290*                  (RT-ETRANGER DE ROUTCTL) ET LA ROTATION
000300*                  CREDITRICE DU GRAND LIVRE, RATTACHES AU CLIENT
000310*                  PAR ACCT-NUMERO-CLIENT. LE PROFIL BEHVSUM EST
000320*                  LU PAR KYC-ANALYSE-RISQUES AU SCORE DE LA NUIT
000330*                  SUIVANTE.
000340* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000350*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000360*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000370*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000380*                  REJOUEE, SA GENERATION DE LA VEILLE EST
000390*                  RECONDUITE -- ET L'ACHEVEMENT (CODE RETOUR,
000400*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000410*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000490            ORGANIZATION IS SEQUENTIAL.
000500
000510     SELECT OPTIONAL KYC-PARAMETERS ASSIGN TO KYCPARM
000520            ORGANIZATION IS SEQUENTIAL.
000530
000540     SELECT OPTIONAL ROUTING-PREFIXES ASSIGN TO ROUTCTL
000550            ORGANIZATION IS SEQUENTIAL.
000560
000570     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS DYNAMIC
000600            RECORD KEY IS ACCOUNT-NUMBER.
000610
000620     SELECT TRANSACTION-LEDGER ASSIGN TO LEDGIN
000630            ORGANIZATION IS SEQUENTIAL.
000640
000650     SELECT OPTIONAL SUSPICIOUS-ACTIVITY ASSIGN TO SUSPIN
000660            ORGANIZATION IS SEQUENTIAL.
000670
000680     SELECT OPTIONAL DECLARATION-IN ASSIGN TO DECLIN
000690            ORGANIZATION IS SEQUENTIAL.
000700
000710     SELECT OPTIONAL BEHAVIOUR-HISTORY-IN ASSIGN TO BHVHSTI
000720            ORGANIZATION IS SEQUENTIAL.
000730
000740     SELECT BEHAVIOUR-HISTORY-OUT ASSIGN TO BHVHSTO
000750            ORGANIZATION IS SEQUENTIAL.
000760
000770     SELECT BEHAVIOUR-SUMMARY ASSIGN TO BEHVSUM
000780            ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT RUN-STATISTICS   ASSIGN TO RUNSTATS
000810            ORGANIZATION IS SEQUENTIAL.
000820
000830     SELECT TRI-COMPORTEMENT ASSIGN TO SORTWK.
000840
000850     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000860            ORGANIZATION IS SEQUENTIAL.
000870
000880     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000890            ORGANIZATION IS SEQUENTIAL.
000900*-------------
000910 DATA DIVISION.
000920*-------------
000930 FILE SECTION.
000940 FD  RUN-CONTROL
000950     LABEL RECORDS ARE STANDARD.
000960 COPY RUNCTL.
000970*
000980 FD  KYC-PARAMETERS
000990     LABEL RECORDS ARE STANDARD.
001000 COPY KYCPARM.
001010*
001020 FD  ROUTING-PREFIXES
001030     LABEL RECORDS ARE STANDARD.
001040 COPY ROUTREC.
001050*
001060 FD  ACCOUNT-MASTER.
001070 COPY ACCTREC.
001080*
001090 FD  TRANSACTION-LEDGER
001100     LABEL RECORDS ARE STANDARD.
001110 COPY LEDGREC.
001120*
001130 FD  SUSPICIOUS-ACTIVITY
001140     LABEL RECORDS ARE STANDARD.
001150 COPY SUSPREC.
001160*
001170 FD  DECLARATION-IN
001180     LABEL RECORDS ARE STANDARD.
001190 COPY DECLREC.
001200*
001210 FD  BEHAVIOUR-HISTORY-IN
001220     LABEL RECORDS ARE STANDARD.
001230 01  BEHAVIOUR-HISTORY-IN-RECORD PIC X(50).
001240*
001250 FD  BEHAVIOUR-HISTORY-OUT
001260     LABEL RECORDS ARE STANDARD.
001270 COPY BEHVHST.
001280*
001290 FD  BEHAVIOUR-SUMMARY
001300     LABEL RECORDS ARE STANDARD.
001310 COPY BEHVREC.
001320*
001330 FD  RUN-STATISTICS
001340     LABEL RECORDS ARE STANDARD.
001350 COPY RUNSTAT.
001360*
001370 SD  TRI-COMPORTEMENT.
001380 01  TRI-COMPORTEMENT-RECORD.
001390     05  TB-NUMERO-CLIENT    PIC X(10).
001400     05  TB-GENRE            PIC X(01).
001410     05  TB-DATE             PIC X(08).
001420     05  TB-ACCOUNT-NUMBER   PIC X(10).
001430     05  TB-AMOUNT           PIC 9(11)V99.
001440     05  TB-RAISON           PIC X(04).
001450*
001460 FD  STEP-DIRECTIVES
001470     LABEL RECORDS ARE STANDARD.
001480 COPY STEPDIR.
001490*
001500 FD  CHAIN-REGISTER
001510     LABEL RECORDS ARE STANDARD.
001520 COPY CHAINREG.
001530*
001540 WORKING-STORAGE SECTION.
001550*
001560 01  WS-SWITCHES.
001570     05  WS-RUNCTL-EOF-SW    PIC X(01)   VALUE "N".
001580         88  RUNCTL-END-OF-FILE      VALUE "Y".
001590     05  WS-PARM-EOF-SW      PIC X(01)   VALUE "N".
001600         88  PARM-END-OF-FILE        VALUE "Y".
001610     05  WS-ROUTE-EOF-SW     PIC X(01)   VALUE "N".
001620         88  ROUTE-END-OF-FILE       VALUE "Y".
001630     05  WS-LEDG-EOF-SW      PIC X(01)   VALUE "N".
001640         88  LEDGER-END-OF-FILE      VALUE "Y".
001650     05  WS-SUSP-EOF-SW      PIC X(01)   VALUE "N".
001660         88  SUSP-END-OF-FILE        VALUE "Y".
001670     05  WS-DECL-EOF-SW      PIC X(01)   VALUE "N".
001680         88  DECL-END-OF-FILE        VALUE "Y".
001690     05  WS-HIST-EOF-SW      PIC X(01)   VALUE "N".
001700         88  HIST-END-OF-FILE        VALUE "Y".
001710     05  WS-TRI-EOF-SW       PIC X(01)   VALUE "N".
001720         88  TRI-END-OF-FILE         VALUE "Y".
001730     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001740         88  ACCOUNT-NOT-FOUND        VALUE "Y".
001750     05  WS-PREFIXE-ETRANGER-SW PIC X(01) VALUE "N".
001760         88  PREFIXE-ETRANGER         VALUE "Y".
001770*
001780 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001790 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001800 77  WS-FENETRE-JOURS        PIC 9(03)   VALUE 90.
001810 77  WS-PARM-DATE-EFFET      PIC X(08)   VALUE "DEFAUT  ".
001820 77  WS-JOURS-AFFAIRES       PIC 9(07)   VALUE ZERO.
001830 77  WS-JOURS-DEBUT          PIC 9(07)   VALUE ZERO.
001840 77  WS-CLIENT-TROUVE        PIC X(10)   VALUE SPACES.
001850 77  WS-ECRITURES-LUES       PIC 9(07)   COMP VALUE ZERO.
001860 77  WS-ALERTES-LUES         PIC 9(07)   COMP VALUE ZERO.
001870 77  WS-DECLARATIONS-LUES    PIC 9(07)   COMP VALUE ZERO.
001880 77  WS-HISTORIQUE-LU        PIC 9(07)   COMP VALUE ZERO.
001890 77  WS-HISTORIQUE-ECRIT     PIC 9(07)   COMP VALUE ZERO.
001900 77  WS-SANS-CLIENT          PIC 9(07)   COMP VALUE ZERO.
001910 77  WS-PROFILS-ECRITS       PIC 9(07)   COMP VALUE ZERO.
001920 77  WS-STAT-ETAPE           PIC X(08)   VALUE "KYCBEHV ".
001930 77  WS-STAT-COMPTEUR        PIC X(12)   VALUE SPACES.
001940 77  WS-STAT-VALEUR          PIC 9(09)   VALUE ZERO.
001950*
001960* PREFIXES DE ROUTAGE ETRANGERS (RT-ETRANGER "O" SUR ROUTCTL).
001970*
001980 77  WS-ROUTE-COUNT          PIC 9(04)   COMP VALUE ZERO.
001990 77  WS-ROUTE-SCAN           PIC 9(04)   COMP VALUE ZERO.
002000 01  FOREIGN-ROUTE-TABLE.
002010     05  FR-ENTRY OCCURS 50 TIMES.
002020         10  FR-PREFIXE         PIC X(03).
002030*
002040* CUMULS DU CLIENT EN COURS.
002050*
002060 77  WS-CLIENT-COURANT       PIC X(10)   VALUE SPACES.
002070 77  WS-NB-ALERTES           PIC 9(05)   VALUE ZERO.
002080 77  WS-NB-DECLARATIONS      PIC 9(05)   VALUE ZERO.
002090 77  WS-NB-ETRANGER          PIC 9(05)   VALUE ZERO.
002100 77  WS-MONTANT-ETRANGER     PIC 9(11)V99 VALUE ZERO.
002110 77  WS-ROTATION             PIC 9(11)V99 VALUE ZERO.
002120*
002130 01  WS-DATE-CALCUL.
002140     05  WS-CAL-ANNEE        PIC 9(04).
002150     05  WS-CAL-MOIS         PIC 9(02).
002160     05  WS-CAL-JOUR         PIC 9(02).
002170 77  WS-DT-JOURS             PIC 9(07)   VALUE ZERO.
002180 77  WS-DT-ANNEE-PREC        PIC 9(04)   VALUE ZERO.
002190 77  WS-DT-BIS4              PIC 9(04)   VALUE ZERO.
002200 77  WS-DT-BIS100            PIC 9(04)   VALUE ZERO.
002210 77  WS-DT-BIS400            PIC 9(04)   VALUE ZERO.
002220 77  WS-DT-BISSEXTILE-SW     PIC X(01)   VALUE "N".
002230     88  ANNEE-BISSEXTILE            VALUE "Y".
002240 77  WS-DT-RESTE             PIC 9(04)   VALUE ZERO.
002250 77  WS-DT-QUOTIENT          PIC 9(04)   VALUE ZERO.
002260 01  WS-JOURS-CUMULES-TABLE.
002270     05  FILLER          PIC X(18) VALUE "000031059090120151".
002280     05  FILLER          PIC X(18) VALUE "181212243273304334".
002290 01  WS-JOURS-CUMULES REDEFINES WS-JOURS-CUMULES-TABLE.
002300     05  WS-JC-MOIS OCCURS 12 TIMES PIC 9(03).
002310*
002320 COPY STEPCTL.
002330*-------------------
002340 PROCEDURE DIVISION.
002350*-------------------
002360 0000-MAINLINE.
002370     DISPLAY "KYC-BEHAVIOUR-SUMMARY : PROFIL DE COMPORTEMENT "
002380             "BANCAIRE DES CLIENTS"
002390     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002410     SORT TRI-COMPORTEMENT
002420         ON ASCENDING KEY TB-NUMERO-CLIENT
002430         ON ASCENDING KEY TB-GENRE
002440         ON ASCENDING KEY TB-DATE
002450         INPUT PROCEDURE IS 2000-COLLECT-EVENTS
002460             THRU 2000-EXIT
002470         OUTPUT PROCEDURE IS 3000-WRITE-PROFILES
002480             THRU 3000-EXIT
002490     PERFORM 4000-TERMINATE THRU 4000-EXIT
002500     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
002510     STOP RUN.
002520*-----------------------------------------------------------------
002530* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES ET LA FENETRE DU
002540* PROFIL, CHARGE LES PREFIXES ETRANGERS, CALCULE LE PREMIER JOUR
002550* DE LA FENETRE ET OUVRE LES FICHIERS.
002560*-----------------------------------------------------------------
002570 1000-INITIALIZE.
002580     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
002590     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT
002600     PERFORM 1200-LOAD-FOREIGN-ROUTES THRU 1200-EXIT
002610     MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
002620     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
002630     MOVE WS-DT-JOURS TO WS-JOURS-AFFAIRES
002640     COMPUTE WS-JOURS-DEBUT
002650             = WS-JOURS-AFFAIRES - WS-FENETRE-JOURS + 1
002660     OPEN INPUT  ACCOUNT-MASTER
002670     OPEN OUTPUT BEHAVIOUR-HISTORY-OUT
002680     OPEN OUTPUT BEHAVIOUR-SUMMARY.
002690 1000-EXIT.
002700     EXIT.
002710*-----------------------------------------------------------------
002720* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES ET LE NUMERO DE
002730* RUN SUR LE FICHIER DE CONTROLE DE LA CHAINE.  FICHIER VIDE OU
002740* ABSENT : L'ETAPE S'ARRETE EN CODE 16, ON NE TRAITE PAS SOUS UNE
002750* DATE INCONNUE.
002760*-----------------------------------------------------------------
002770 1050-LOAD-RUN-CONTROL.
002780     OPEN INPUT RUN-CONTROL
002790     READ RUN-CONTROL
002800         AT END
002810             MOVE "Y" TO WS-RUNCTL-EOF-SW
002820         NOT AT END
002830             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
002840             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
002850     END-READ
002860     CLOSE RUN-CONTROL
002870     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
002880         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF
002920     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
002930             " RUN : " WS-NUMERO-RUN.
002940 1050-EXIT.
002950     EXIT.
002960*-----------------------------------------------------------------
002970* 1100-LOAD-PARAMETERS -- RETIENT LA FENETRE DU PROFIL DU JEU DE
002980* PARAMETRES KYC EN VIGUEUR A LA DATE D'AFFAIRES (MEME SCHEMA
002990* DATE QUE RATECTL).  FICHIER ABSENT, VIDE, OU FENETRE NULLE OU
003000* NON SAISIE : 90 JOURS.
003010*-----------------------------------------------------------------
003020 1100-LOAD-PARAMETERS.
003030     OPEN INPUT KYC-PARAMETERS
003040     PERFORM 8100-READ-PARAMETERS THRU 8100-EXIT
003050     PERFORM 1110-APPLY-PARAMETERS THRU 1110-EXIT
003060         UNTIL PARM-END-OF-FILE
003070     CLOSE KYC-PARAMETERS
003080     DISPLAY "PARAMETRES KYC (DATE D'EFFET " WS-PARM-DATE-EFFET
003090             ") : FENETRE " WS-FENETRE-JOURS " JOURS".
003100 1100-EXIT.
003110     EXIT.
003120*-----------------------------------------------------------------
003130* 1110-APPLY-PARAMETERS -- RETIENT LA FENETRE DU JEU COURANT S'IL
003140* EST EN VIGUEUR (LE DERNIER LU ECRASE LE PRECEDENT), PUIS LIT LE
003150* SUIVANT.
003160*-----------------------------------------------------------------
003170 1110-APPLY-PARAMETERS.
003180     IF KP-DATE-EFFET NOT > WS-DATE-AFFAIRES
003190         MOVE KP-DATE-EFFET TO WS-PARM-DATE-EFFET
003200         MOVE 90 TO WS-FENETRE-JOURS
003210         IF KP-FENETRE-COMPORT NUMERIC
003220                 AND KP-FENETRE-COMPORT > ZERO
003230             MOVE KP-FENETRE-COMPORT TO WS-FENETRE-JOURS
003240         END-IF
003250     END-IF
003260     PERFORM 8100-READ-PARAMETERS THRU 8100-EXIT.
003270 1110-EXIT.
003280     EXIT.
003290*-----------------------------------------------------------------
003300* 1200-LOAD-FOREIGN-ROUTES -- CHARGE LES PREFIXES DE ROUTAGE
003310* MARQUES ETRANGERS SUR ROUTCTL.  FICHIER ABSENT OU VIDE : AUCUN
003320* PAIEMENT RECU N'EST COMPTE COMME ETRANGER.
003330*-----------------------------------------------------------------
003340 1200-LOAD-FOREIGN-ROUTES.
003350     OPEN INPUT ROUTING-PREFIXES
003360     PERFORM 8200-READ-ROUTE THRU 8200-EXIT
003370     PERFORM 1210-STORE-ROUTE THRU 1210-EXIT
003380         UNTIL ROUTE-END-OF-FILE
003390     CLOSE ROUTING-PREFIXES
003400     DISPLAY "PREFIXES ETRANGERS CHARGES : " WS-ROUTE-COUNT.
003410 1200-EXIT.
003420     EXIT.
003430*-----------------------------------------------------------------
003440* 1210-STORE-ROUTE -- RANGE LE PREFIXE COURANT S'IL EST ETRANGER,
003450* PUIS LIT LE SUIVANT.  UNE TABLE PLEINE ARRETE L'ETAPE : UN
003460* PREFIXE ETRANGER IGNORE FAUSSERAIT LE PROFIL.
003470*-----------------------------------------------------------------
003480 1210-STORE-ROUTE.
003490     IF NOT RT-PREFIXE-ETRANGER
003500         GO TO 1210-SUITE
003510     END-IF
003520     IF WS-ROUTE-COUNT < 50
003530         ADD 1 TO WS-ROUTE-COUNT
003540         MOVE RT-PREFIXE TO FR-PREFIXE (WS-ROUTE-COUNT)
003550     ELSE
003560         DISPLAY "TABLE DES PREFIXES ETRANGERS PLEINE (50) : "
003570                 RT-PREFIXE
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610 1210-SUITE.
003620     PERFORM 8200-READ-ROUTE THRU 8200-EXIT.
003630 1210-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------------
003660* 2000-COLLECT-EVENTS -- PROCEDURE D'ENTREE DU TRI : REMET AU TRI
003670* L'HISTORIQUE ENCORE DANS LA FENETRE, LES ALERTES ET LES
003680* DECLARATIONS DU JOUR ET LES CREDITS DU GRAND LIVRE DE LA
003690* FENETRE.
003700*-----------------------------------------------------------------
003710 2000-COLLECT-EVENTS.
003720     PERFORM 2100-COLLECT-HISTORY THRU 2100-EXIT
003730     PERFORM 2200-COLLECT-ALERTS THRU 2200-EXIT
003740     PERFORM 2300-COLLECT-DECLARATIONS THRU 2300-EXIT
003750     PERFORM 2400-COLLECT-LEDGER THRU 2400-EXIT.
003760 2000-EXIT.
003770     EXIT.
003780*-----------------------------------------------------------------
003790* 2100-COLLECT-HISTORY -- RELIT L'HISTORIQUE DE LA VEILLE.
003800*-----------------------------------------------------------------
003810 2100-COLLECT-HISTORY.
003820     OPEN INPUT BEHAVIOUR-HISTORY-IN
003830     PERFORM 8300-READ-HISTORY THRU 8300-EXIT
003840     PERFORM 2110-KEEP-ONE-EVENT THRU 2110-EXIT
003850         UNTIL HIST-END-OF-FILE
003860     CLOSE BEHAVIOUR-HISTORY-IN.
003870 2100-EXIT.
003880     EXIT.
003890*-----------------------------------------------------------------
003900* 2110-KEEP-ONE-EVENT -- REMET AU TRI L'EVENEMENT HISTORISE S'IL
003910* EST ENCORE DANS LA FENETRE.  LES EVENEMENTS DATES DU JOUR SONT
003920* ECARTES : ILS SONT RELUS SUR SUSPOUT ET DECLOUT, CE QUI REND
003930* L'ETAPE REPASSABLE SANS DOUBLE COMPTE.
003940*-----------------------------------------------------------------
003950 2110-KEEP-ONE-EVENT.
003960     MOVE BEHAVIOUR-HISTORY-IN-RECORD TO BEHAVIOUR-HISTORY-RECORD
003970     IF BV-DATE NOT NUMERIC
003980             OR BV-DATE NOT < WS-DATE-AFFAIRES
003990         GO TO 2110-SUITE
004000     END-IF
004010     MOVE BV-DATE TO WS-DATE-CALCUL
004020     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
004030     IF WS-DT-JOURS < WS-JOURS-DEBUT
004040         GO TO 2110-SUITE
004050     END-IF
004060     MOVE BV-NUMERO-CLIENT  TO TB-NUMERO-CLIENT
004070     MOVE BV-GENRE          TO TB-GENRE
004080     MOVE BV-DATE           TO TB-DATE
004090     MOVE BV-ACCOUNT-NUMBER TO TB-ACCOUNT-NUMBER
004100     MOVE BV-AMOUNT         TO TB-AMOUNT
004110     MOVE BV-RAISON         TO TB-RAISON
004120     RELEASE TRI-COMPORTEMENT-RECORD.
004130 2110-SUITE.
004140     PERFORM 8300-READ-HISTORY THRU 8300-EXIT.
004150 2110-EXIT.
004160     EXIT.
004170*-----------------------------------------------------------------
004180* 2200-COLLECT-ALERTS -- LIT LES ALERTES DE VELOCITE DU JOUR.
004190*-----------------------------------------------------------------
004200 2200-COLLECT-ALERTS.
004210     OPEN INPUT SUSPICIOUS-ACTIVITY
004220     PERFORM 8400-READ-SUSPICIOUS THRU 8400-EXIT
004230     PERFORM 2210-RELEASE-ONE-ALERT THRU 2210-EXIT
004240         UNTIL SUSP-END-OF-FILE
004250     CLOSE SUSPICIOUS-ACTIVITY.
004260 2200-EXIT.
004270     EXIT.
004280*-----------------------------------------------------------------
004290* 2210-RELEASE-ONE-ALERT -- REMET AU TRI L'ALERTE COURANTE ("A"
004300* DATEE DU JOUR) SOUS LE CLIENT DU COMPTE, PUIS LIT LA SUIVANTE.
004310*-----------------------------------------------------------------
004320 2210-RELEASE-ONE-ALERT.
004330     MOVE SU-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
004340     PERFORM 8500-FIND-CLIENT THRU 8500-EXIT
004350     IF WS-CLIENT-TROUVE = SPACES
004360         GO TO 2210-SUITE
004370     END-IF
004380     MOVE WS-CLIENT-TROUVE  TO TB-NUMERO-CLIENT
004390     MOVE "A"               TO TB-GENRE
004400     MOVE WS-DATE-AFFAIRES  TO TB-DATE
004410     MOVE SU-ACCOUNT-NUMBER TO TB-ACCOUNT-NUMBER
004420     MOVE SU-AMOUNT         TO TB-AMOUNT
004430     MOVE SU-RAISON         TO TB-RAISON
004440     RELEASE TRI-COMPORTEMENT-RECORD.
004450 2210-SUITE.
004460     PERFORM 8400-READ-SUSPICIOUS THRU 8400-EXIT.
004470 2210-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------------
004500* 2300-COLLECT-DECLARATIONS -- LIT LES DECLARATIONS DU JOUR.
004510*-----------------------------------------------------------------
004520 2300-COLLECT-DECLARATIONS.
004530     OPEN INPUT DECLARATION-IN
004540     PERFORM 8600-READ-DECLARATION THRU 8600-EXIT
004550     PERFORM 2310-RELEASE-ONE-DECLARATION THRU 2310-EXIT
004560         UNTIL DECL-END-OF-FILE
004570     CLOSE DECLARATION-IN.
004580 2300-EXIT.
004590     EXIT.
004600*-----------------------------------------------------------------
004610* 2310-RELEASE-ONE-DECLARATION -- REMET AU TRI LA DECLARATION
004620* COURANTE ("D" DU TITULAIRE ; LES PARTIES LIEES "C" ET LE TOTAL
004630* SONT IGNORES, COMME LE TITULAIRE "INCONNU"), PUIS LIT LA
004640* SUIVANTE.
004650*-----------------------------------------------------------------
004660 2310-RELEASE-ONE-DECLARATION.
004670     IF NOT DL-IS-DETAIL
004680             OR DL-NUMERO-CLIENT = SPACES
004690             OR DL-NUMERO-CLIENT = "INCONNU"
004700         GO TO 2310-SUITE
004710     END-IF
004720     ADD 1 TO WS-DECLARATIONS-LUES
004730     MOVE DL-NUMERO-CLIENT  TO TB-NUMERO-CLIENT
004740     MOVE "D"               TO TB-GENRE
004750     MOVE WS-DATE-AFFAIRES  TO TB-DATE
004760     MOVE DL-ACCOUNT-NUMBER TO TB-ACCOUNT-NUMBER
004770     MOVE DL-AMOUNT         TO TB-AMOUNT
004780     MOVE SPACES            TO TB-RAISON
004790     RELEASE TRI-COMPORTEMENT-RECORD.
004800 2310-SUITE.
004810     PERFORM 8600-READ-DECLARATION THRU 8600-EXIT.
004820 2310-EXIT.
004830     EXIT.
004840*-----------------------------------------------------------------
004850* 2400-COLLECT-LEDGER -- PARCOURT L'ARCHIVE ET LE GRAND LIVRE VIF
004860* (CONCATENES SUR LEDGIN).
004870*-----------------------------------------------------------------
004880 2400-COLLECT-LEDGER.
004890     OPEN INPUT TRANSACTION-LEDGER
004900     PERFORM 8000-READ-LEDGER THRU 8000-EXIT
004910     PERFORM 2410-RELEASE-ONE-CREDIT THRU 2410-EXIT
004920         UNTIL LEDGER-END-OF-FILE
004930     CLOSE TRANSACTION-LEDGER.
004940 2400-EXIT.
004950     EXIT.
004960*-----------------------------------------------------------------
004970* 2410-RELEASE-ONE-CREDIT -- REMET AU TRI L'ECRITURE COURANTE SI
004980* C'EST UN CREDIT POSTE VENU DE L'EXTERIEUR (DEPOT "D", REMISE DE
004990* CHEQUE "C", PAIEMENT RECU "E") DATE DANS LA FENETRE : "E" SI LE
005000* PAIEMENT VIENT D'UN PREFIXE ETRANGER, "R" SINON.  PUIS LIT LA
005010* SUIVANTE.
005020*-----------------------------------------------------------------
005030 2410-RELEASE-ONE-CREDIT.
005040     IF NOT LG-STATUS-POSTED
005050         GO TO 2410-SUITE
005060     END-IF
005070     IF NOT LG-TYPE-DEPOSIT
005080             AND NOT LG-TYPE-CHEQUE-DEPOSIT
005090             AND NOT LG-TYPE-EXTERNAL-CREDIT
005100         GO TO 2410-SUITE
005110     END-IF
005120     IF LG-TIMESTAMP (1:8) NOT NUMERIC
005130             OR LG-TIMESTAMP (1:8) > WS-DATE-AFFAIRES
005140         GO TO 2410-SUITE
005150     END-IF
005160     MOVE LG-TIMESTAMP (1:8) TO WS-DATE-CALCUL
005170     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
005180     IF WS-DT-JOURS < WS-JOURS-DEBUT
005190         GO TO 2410-SUITE
005200     END-IF
005210     MOVE LG-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
005220     PERFORM 8500-FIND-CLIENT THRU 8500-EXIT
005230     IF WS-CLIENT-TROUVE = SPACES
005240         GO TO 2410-SUITE
005250     END-IF
005260     MOVE "R" TO TB-GENRE
005270     IF LG-TYPE-EXTERNAL-CREDIT
005280         PERFORM 2420-CHECK-FOREIGN-ROUTE THRU 2420-EXIT
005290         IF PREFIXE-ETRANGER
005300             MOVE "E" TO TB-GENRE
005310         END-IF
005320     END-IF
005330     MOVE WS-CLIENT-TROUVE   TO TB-NUMERO-CLIENT
005340     MOVE LG-TIMESTAMP (1:8) TO TB-DATE
005350     MOVE LG-ACCOUNT-NUMBER  TO TB-ACCOUNT-NUMBER
005360     MOVE LG-AMOUNT          TO TB-AMOUNT
005370     MOVE SPACES             TO TB-RAISON
005380     RELEASE TRI-COMPORTEMENT-RECORD.
005390 2410-SUITE.
005400     PERFORM 8000-READ-LEDGER THRU 8000-EXIT.
005410 2410-EXIT.
005420     EXIT.
005430*-----------------------------------------------------------------
005440* 2420-CHECK-FOREIGN-ROUTE -- INDIQUE SI LE COMPTE EMETTEUR DU
005450* PAIEMENT RECU (LG-COUNTERPARTY) COMMENCE PAR UN PREFIXE
005460* ETRANGER.
005470*-----------------------------------------------------------------
005480 2420-CHECK-FOREIGN-ROUTE.
005490     MOVE "N" TO WS-PREFIXE-ETRANGER-SW
005500     PERFORM 2430-MATCH-ONE-PREFIX THRU 2430-EXIT
005510         VARYING WS-ROUTE-SCAN FROM 1 BY 1
005520             UNTIL WS-ROUTE-SCAN > WS-ROUTE-COUNT
005530                 OR PREFIXE-ETRANGER.
005540 2420-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005570* 2430-MATCH-ONE-PREFIX -- CONFRONTE LE COMPTE EMETTEUR AU
005580* PREFIXE POINTE PAR WS-ROUTE-SCAN.
005590*-----------------------------------------------------------------
005600 2430-MATCH-ONE-PREFIX.
005610     IF LG-COUNTERPARTY (1:3) = FR-PREFIXE (WS-ROUTE-SCAN)
005620         MOVE "Y" TO WS-PREFIXE-ETRANGER-SW
005630     END-IF.
005640 2430-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------------
005670* 3000-WRITE-PROFILES -- PROCEDURE DE SORTIE DU TRI : CUMULE LES
005680* EVENEMENTS CLIENT PAR CLIENT, HISTORISE LES ALERTES ET LES
005690* DECLARATIONS ET ECRIT UN PROFIL PAR CLIENT A LA RUPTURE.
005700*-----------------------------------------------------------------
005710 3000-WRITE-PROFILES.
005720     MOVE SPACES TO WS-CLIENT-COURANT
005730     PERFORM 8700-RETURN-EVENT THRU 8700-EXIT
005740     PERFORM 3100-ACCUMULATE-ONE-EVENT THRU 3100-EXIT
005750         UNTIL TRI-END-OF-FILE
005760     IF WS-CLIENT-COURANT NOT = SPACES
005770         PERFORM 3200-WRITE-ONE-PROFILE THRU 3200-EXIT
005780     END-IF.
005790 3000-EXIT.
005800     EXIT.
005810*-----------------------------------------------------------------
005820* 3100-ACCUMULATE-ONE-EVENT -- A LA RUPTURE DE CLIENT, ECRIT LE
005830* PROFIL DU CLIENT PRECEDENT ET REPART A ZERO ; AJOUTE
005840* L'EVENEMENT COURANT AUX CUMULS DU CLIENT, PUIS LIT LE SUIVANT.
005850*-----------------------------------------------------------------
005860 3100-ACCUMULATE-ONE-EVENT.
005870     IF TB-NUMERO-CLIENT NOT = WS-CLIENT-COURANT
005880         IF WS-CLIENT-COURANT NOT = SPACES
005890             PERFORM 3200-WRITE-ONE-PROFILE THRU 3200-EXIT
005900         END-IF
005910         MOVE TB-NUMERO-CLIENT TO WS-CLIENT-COURANT
005920         MOVE ZERO TO WS-NB-ALERTES
005930         MOVE ZERO TO WS-NB-DECLARATIONS
005940         MOVE ZERO TO WS-NB-ETRANGER
005950         MOVE ZERO TO WS-MONTANT-ETRANGER
005960         MOVE ZERO TO WS-ROTATION
005970     END-IF
005980     EVALUATE TB-GENRE
005990         WHEN "A"
006000             ADD 1 TO WS-NB-ALERTES
006010             PERFORM 3110-WRITE-HISTORY THRU 3110-EXIT
006020         WHEN "D"
006030             ADD 1 TO WS-NB-DECLARATIONS
006040             PERFORM 3110-WRITE-HISTORY THRU 3110-EXIT
006050         WHEN "E"
006060             ADD 1         TO WS-NB-ETRANGER
006070             ADD TB-AMOUNT TO WS-MONTANT-ETRANGER
006080             ADD TB-AMOUNT TO WS-ROTATION
006090         WHEN OTHER
006100             ADD TB-AMOUNT TO WS-ROTATION
006110     END-EVALUATE
006120     PERFORM 8700-RETURN-EVENT THRU 8700-EXIT.
006130 3100-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------------
006160* 3110-WRITE-HISTORY -- REPORTE L'ALERTE OU LA DECLARATION
006170* COURANTE SUR LA NOUVELLE GENERATION DE L'HISTORIQUE.
006180*-----------------------------------------------------------------
006190 3110-WRITE-HISTORY.
006200     MOVE SPACES            TO BEHAVIOUR-HISTORY-RECORD
006210     MOVE TB-NUMERO-CLIENT  TO BV-NUMERO-CLIENT
006220     MOVE TB-GENRE          TO BV-GENRE
006230     MOVE TB-DATE           TO BV-DATE
006240     MOVE TB-ACCOUNT-NUMBER TO BV-ACCOUNT-NUMBER
006250     MOVE TB-AMOUNT         TO BV-AMOUNT
006260     MOVE TB-RAISON         TO BV-RAISON
006270     WRITE BEHAVIOUR-HISTORY-RECORD
006280     ADD 1 TO WS-HISTORIQUE-ECRIT.
006290 3110-EXIT.
006300     EXIT.
006310*-----------------------------------------------------------------
006320* 3200-WRITE-ONE-PROFILE -- ECRIT LE PROFIL DU CLIENT EN COURS
006330* AVEC SA ROTATION ANNUALISEE SUR LA FENETRE.
006340*-----------------------------------------------------------------
006350 3200-WRITE-ONE-PROFILE.
006360     MOVE SPACES              TO BEHAVIOUR-SUMMARY-RECORD
006370     MOVE WS-CLIENT-COURANT   TO BH-NUMERO-CLIENT
006380     MOVE WS-DATE-AFFAIRES    TO BH-DATE-CALCUL
006390     MOVE WS-FENETRE-JOURS    TO BH-FENETRE-JOURS
006400     MOVE WS-NB-ALERTES       TO BH-NOMBRE-ALERTES
006410     MOVE WS-NB-DECLARATIONS  TO BH-NOMBRE-DECLARATIONS
006420     MOVE WS-NB-ETRANGER      TO BH-NOMBRE-ETRANGER
006430     MOVE WS-MONTANT-ETRANGER TO BH-MONTANT-ETRANGER
006440     MOVE WS-ROTATION         TO BH-ROTATION
006450     COMPUTE BH-ROTATION-ANNUELLE ROUNDED
006460             = WS-ROTATION * 365 / WS-FENETRE-JOURS
006470         ON SIZE ERROR
006480             MOVE 99999999999.99 TO BH-ROTATION-ANNUELLE
006490     END-COMPUTE
006500     WRITE BEHAVIOUR-SUMMARY-RECORD
006510     ADD 1 TO WS-PROFILS-ECRITS.
006520 3200-EXIT.
006530     EXIT.
006540*-----------------------------------------------------------------
006550* 4000-TERMINATE -- FERME LES FICHIERS ET DEPOSE LES COMPTEURS
006560* SUR RUNSTATS.
006570*-----------------------------------------------------------------
006580 4000-TERMINATE.
006590     CLOSE ACCOUNT-MASTER
006600     CLOSE BEHAVIOUR-HISTORY-OUT
006610     CLOSE BEHAVIOUR-SUMMARY
006620     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
006630     DISPLAY "ECRITURES LUES       : " WS-ECRITURES-LUES
006640     DISPLAY "ALERTES DU JOUR      : " WS-ALERTES-LUES
006650     DISPLAY "DECLARATIONS DU JOUR : " WS-DECLARATIONS-LUES
006660     DISPLAY "HISTORIQUE LU        : " WS-HISTORIQUE-LU
006670     DISPLAY "HISTORIQUE ECRIT     : " WS-HISTORIQUE-ECRIT
006680     DISPLAY "SANS NUMERO CLIENT   : " WS-SANS-CLIENT
006690     DISPLAY "PROFILS ECRITS       : " WS-PROFILS-ECRITS.
006700 4000-EXIT.
006710     EXIT.
006720*-----------------------------------------------------------------
006730* 8000-READ-LEDGER -- LECTURE SEQUENTIELLE DU GRAND LIVRE.
006740*-----------------------------------------------------------------
006750 8000-READ-LEDGER.
006760     READ TRANSACTION-LEDGER
006770         AT END
006780             MOVE "Y" TO WS-LEDG-EOF-SW
006790         NOT AT END
006800             ADD 1 TO WS-ECRITURES-LUES
006810     END-READ.
006820 8000-EXIT.
006830     EXIT.
006840*-----------------------------------------------------------------
006850* 8100-READ-PARAMETERS -- LECTURE SEQUENTIELLE DU FICHIER DE
006860* CONTROLE DES PARAMETRES DE RISQUE.
006870*-----------------------------------------------------------------
006880 8100-READ-PARAMETERS.
006890     READ KYC-PARAMETERS
006900         AT END
006910             MOVE "Y" TO WS-PARM-EOF-SW
006920     END-READ.
006930 8100-EXIT.
006940     EXIT.
006950*-----------------------------------------------------------------
006960* 8200-READ-ROUTE -- LECTURE SEQUENTIELLE DU FICHIER DES
006970* PREFIXES DE ROUTAGE.
006980*-----------------------------------------------------------------
006990 8200-READ-ROUTE.
007000     READ ROUTING-PREFIXES
007010         AT END
007020             MOVE "Y" TO WS-ROUTE-EOF-SW
007030     END-READ.
007040 8200-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------------
007070* 8300-READ-HISTORY -- LECTURE SEQUENTIELLE DE L'HISTORIQUE DE LA
007080* VEILLE.
007090*-----------------------------------------------------------------
007100 8300-READ-HISTORY.
007110     READ BEHAVIOUR-HISTORY-IN
007120         AT END
007130             MOVE "Y" TO WS-HIST-EOF-SW
007140         NOT AT END
007150             ADD 1 TO WS-HISTORIQUE-LU
007160     END-READ.
007170 8300-EXIT.
007180     EXIT.
007190*-----------------------------------------------------------------
007200* 8400-READ-SUSPICIOUS -- LECTURE SEQUENTIELLE DES ALERTES DE
007210* VELOCITE DU JOUR.
007220*-----------------------------------------------------------------
007230 8400-READ-SUSPICIOUS.
007240     READ SUSPICIOUS-ACTIVITY
007250         AT END
007260             MOVE "Y" TO WS-SUSP-EOF-SW
007270         NOT AT END
007280             ADD 1 TO WS-ALERTES-LUES
007290     END-READ.
007300 8400-EXIT.
007310     EXIT.
007320*-----------------------------------------------------------------
007330* 8500-FIND-CLIENT -- RETROUVE SUR LE MAITRE DES COMPTES LE
007340* NUMERO CLIENT DU COMPTE PLACE DANS ACCOUNT-NUMBER (A BLANC SI
007350* LE COMPTE EST INTROUVABLE OU SANS NUMERO CLIENT).
007360*-----------------------------------------------------------------
007370 8500-FIND-CLIENT.
007380     MOVE SPACES TO WS-CLIENT-TROUVE
007390     MOVE "N" TO WS-KEY-SW
007400     READ ACCOUNT-MASTER
007410         INVALID KEY
007420             MOVE "Y" TO WS-KEY-SW
007430     END-READ
007440     IF ACCOUNT-NOT-FOUND OR ACCT-NUMERO-CLIENT = SPACES
007450         ADD 1 TO WS-SANS-CLIENT
007460     ELSE
007470         MOVE ACCT-NUMERO-CLIENT TO WS-CLIENT-TROUVE
007480     END-IF.
007490 8500-EXIT.
007500     EXIT.
007510*-----------------------------------------------------------------
007520* 8600-READ-DECLARATION -- LECTURE SEQUENTIELLE DES DECLARATIONS
007530* DU JOUR.
007540*-----------------------------------------------------------------
007550 8600-READ-DECLARATION.
007560     READ DECLARATION-IN
007570         AT END
007580             MOVE "Y" TO WS-DECL-EOF-SW
007590     END-READ.
007600 8600-EXIT.
007610     EXIT.
007620*-----------------------------------------------------------------
007630* 8700-RETURN-EVENT -- RETOUR DE L'EVENEMENT SUIVANT DU TRI.
007640*-----------------------------------------------------------------
007650 8700-RETURN-EVENT.
007660     RETURN TRI-COMPORTEMENT
007670         AT END
007680             MOVE "Y" TO WS-TRI-EOF-SW
007690     END-RETURN.
007700 8700-EXIT.
007710     EXIT.
007720*-----------------------------------------------------------------
007730* 8810-DATE-EN-JOURS -- CONVERTIT WS-DATE-CALCUL (AAAAMMJJ) EN
007740* NOMBRE DE JOURS DEPUIS L'ORIGINE (MEME FORMULE QUE
007750* SIMPLEBANK).
007760*-----------------------------------------------------------------
007770 8810-DATE-EN-JOURS.
007780     COMPUTE WS-DT-ANNEE-PREC = WS-CAL-ANNEE - 1
007790     DIVIDE WS-DT-ANNEE-PREC BY 4 GIVING WS-DT-BIS4
007800     DIVIDE WS-DT-ANNEE-PREC BY 100 GIVING WS-DT-BIS100
007810     DIVIDE WS-DT-ANNEE-PREC BY 400 GIVING WS-DT-BIS400
007820     COMPUTE WS-DT-JOURS
007830             = WS-CAL-ANNEE * 365
007840             + WS-DT-BIS4
007850             - WS-DT-BIS100
007860             + WS-DT-BIS400
007870             + WS-JC-MOIS (WS-CAL-MOIS)
007880             + WS-CAL-JOUR
007890     MOVE "N" TO WS-DT-BISSEXTILE-SW
007900     DIVIDE WS-CAL-ANNEE BY 4 GIVING WS-DT-QUOTIENT
007910         REMAINDER WS-DT-RESTE
007920     IF WS-DT-RESTE = ZERO
007930         MOVE "Y" TO WS-DT-BISSEXTILE-SW
007940     END-IF
007950     DIVIDE WS-CAL-ANNEE BY 100 GIVING WS-DT-QUOTIENT
007960         REMAINDER WS-DT-RESTE
007970     IF WS-DT-RESTE = ZERO
007980         MOVE "N" TO WS-DT-BISSEXTILE-SW
007990     END-IF
008000     DIVIDE WS-CAL-ANNEE BY 400 GIVING WS-DT-QUOTIENT
008010         REMAINDER WS-DT-RESTE
008020     IF WS-DT-RESTE = ZERO
008030         MOVE "Y" TO WS-DT-BISSEXTILE-SW
008040     END-IF
008050     IF ANNEE-BISSEXTILE AND WS-CAL-MOIS > 2
008060         ADD 1 TO WS-DT-JOURS
008070     END-IF.
008080 8810-EXIT.
008090     EXIT.
008100*-----------------------------------------------------------------
008110* 9500-WRITE-RUN-STATS -- ECRIT LES COMPTEURS DU RUN SUR LE
008120* FICHIER COMMUN DES STATISTIQUES DE LA CHAINE.
008130*-----------------------------------------------------------------
008140 9500-WRITE-RUN-STATS.
008150     OPEN EXTEND RUN-STATISTICS
008160     MOVE "LUES" TO WS-STAT-COMPTEUR
008170     MOVE WS-ECRITURES-LUES TO WS-STAT-VALEUR
008180     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
008190     MOVE "ALERTES" TO WS-STAT-COMPTEUR
008200     MOVE WS-ALERTES-LUES TO WS-STAT-VALEUR
008210     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
008220     MOVE "DECLARATIONS" TO WS-STAT-COMPTEUR
008230     MOVE WS-DECLARATIONS-LUES TO WS-STAT-VALEUR
008240     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
008250     MOVE "SANS CLIENT" TO WS-STAT-COMPTEUR
008260     MOVE WS-SANS-CLIENT TO WS-STAT-VALEUR
008270     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
008280     MOVE "PROFILS" TO WS-STAT-COMPTEUR
008290     MOVE WS-PROFILS-ECRITS TO WS-STAT-VALEUR
008300     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
008310     CLOSE RUN-STATISTICS.
008320 9500-EXIT.
008330     EXIT.
008340*-----------------------------------------------------------------
008350* 9510-WRITE-ONE-STAT -- ECRIT UN COMPTEUR (NOM ET VALEUR
008360* PREPARES PAR L'APPELANT) ESTAMPILLE DE LA DATE D'AFFAIRES ET
008370* DU RUN.
008380*-----------------------------------------------------------------
008390 9510-WRITE-ONE-STAT.
008400     MOVE WS-DATE-AFFAIRES TO RS-DATE-AFFAIRES
008410     MOVE WS-NUMERO-RUN    TO RS-NUMERO-RUN
008420     MOVE WS-STAT-ETAPE    TO RS-ETAPE
008430     MOVE WS-STAT-COMPTEUR TO RS-COMPTEUR
008440     MOVE WS-STAT-VALEUR   TO RS-VALEUR
008450     WRITE RUN-STAT-RECORD.
008460 9510-EXIT.
008470     EXIT.
008480*-----------------------------------------------------------------
008490* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
008500* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
008510* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
008520* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER --
008530* SA GENERATION DE LA VEILLE, CELLE DU PASSAGE ACHEVE, EST
008540* RECONDUITE SUR LA NOUVELLE QUE LE JCL CATALOGUE.
008550* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
008560* N'EST PAS INSCRITE AU REGISTRE.
008570*-----------------------------------------------------------------
008580 9600-CHECK-STEP-DIRECTIVE.
008590     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
008600     OPEN INPUT STEP-DIRECTIVES
008610     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
008620         UNTIL ETP-DIR-END-OF-FILE
008630             OR ETP-CONSIGNE-TROUVEE
008640     CLOSE STEP-DIRECTIVES
008650     IF NOT ETP-A-SAUTER
008660         GO TO 9600-EXIT
008670     END-IF
008680     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
008690             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
008700             ") - NON REJOUEE"
008710     PERFORM 9620-CARRY-FORWARD THRU 9620-EXIT
008720     MOVE ZERO TO RETURN-CODE
008730     STOP RUN.
008740 9600-EXIT.
008750     EXIT.
008760*-----------------------------------------------------------------
008770* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
008780* CELLE DU PROGRAMME.
008790*-----------------------------------------------------------------
008800 9610-READ-DIRECTIVE.
008810     READ STEP-DIRECTIVES
008820         AT END
008830             MOVE "Y" TO ETP-DIR-EOF-SW
008840         NOT AT END
008850             IF DI-PROGRAMME = ETP-PROGRAMME
008860                 MOVE "Y"              TO ETP-TROUVEE-SW
008870                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
008880                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
008890                 MOVE DI-ETAPE         TO ETP-ETAPE
008900                 MOVE DI-ACTION        TO ETP-ACTION
008910                 MOVE DI-MOTIF         TO ETP-MOTIF
008920             END-IF
008930     END-READ.
008940 9610-EXIT.
008950     EXIT.
008960*-----------------------------------------------------------------
008970* 9620-CARRY-FORWARD -- ETAPE NON REJOUEE : RECOPIE TELLE QUELLE
008980* LA DERNIERE GENERATION BHVHSTG SUR LA NOUVELLE, POUR NE
008990* PAS CATALOGUER UNE GENERATION VIDE.
009000*-----------------------------------------------------------------
009010 9620-CARRY-FORWARD.
009020     MOVE "N" TO WS-HIST-EOF-SW
009030     OPEN INPUT  BEHAVIOUR-HISTORY-IN
009040     OPEN OUTPUT BEHAVIOUR-HISTORY-OUT
009050     PERFORM 8300-READ-HISTORY THRU 8300-EXIT
009060     PERFORM 9625-CARRY-ONE-RECORD THRU 9625-EXIT
009070         UNTIL HIST-END-OF-FILE
009080     CLOSE BEHAVIOUR-HISTORY-IN
009090     CLOSE BEHAVIOUR-HISTORY-OUT.
009100 9620-EXIT.
009110     EXIT.
009120*-----------------------------------------------------------------
009130* 9625-CARRY-ONE-RECORD -- RECOPIE L'ENREGISTREMENT COURANT PUIS
009140* LIT LE SUIVANT.
009150*-----------------------------------------------------------------
009160 9625-CARRY-ONE-RECORD.
009170     WRITE BEHAVIOUR-HISTORY-RECORD
009180         FROM BEHAVIOUR-HISTORY-IN-RECORD
009190     PERFORM 8300-READ-HISTORY THRU 8300-EXIT.
009200 9625-EXIT.
009210     EXIT.
009220*-----------------------------------------------------------------
009230* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
009240* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
009250* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
009260* CHAINE, RIEN N'EST INSCRIT.
009270*-----------------------------------------------------------------
009280 9700-REGISTER-STEP.
009290     IF NOT ETP-CONSIGNE-TROUVEE
009300         GO TO 9700-EXIT
009310     END-IF
009320     MOVE WS-ECRITURES-LUES TO ETP-LUS
009330     MOVE WS-HISTORIQUE-ECRIT TO ETP-ECRITS
009340     MOVE WS-SANS-CLIENT TO ETP-REJETS
009350     MOVE RETURN-CODE TO ETP-CODE-RETOUR
009360     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
009370     ACCEPT ETP-HEURE-SYSTEME FROM TIME
009380     OPEN EXTEND CHAIN-REGISTER
009390     MOVE SPACES            TO CHAIN-REGISTER-RECORD
009400     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
009410     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
009420     MOVE ETP-ETAPE         TO RG-ETAPE
009430     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
009440     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
009450     MOVE ETP-LUS           TO RG-LUS
009460     MOVE ETP-ECRITS        TO RG-ECRITS
009470     MOVE ETP-REJETS        TO RG-REJETS
009480     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
009490     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
009500     WRITE CHAIN-REGISTER-RECORD
009510     CLOSE CHAIN-REGISTER
009520     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
009530             ETP-CODE-RETOUR.
009540 9700-EXIT.
009550     EXIT.
