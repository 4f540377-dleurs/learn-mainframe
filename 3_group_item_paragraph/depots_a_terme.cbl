000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DEPOSIT-BOOKING.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. SAISIE DES DEPOTS A TERME
000220*                  PILOTEE PAR LE FICHIER TDIN : CONTROLE DU
000230*                  DEPOT ET DU COMPTE RATTACHE, FIXATION DU TAUX
000240*                  (GRILLE DATEE DEPCTL PAR DUREE OU TAUX
000250*                  NEGOCIE) ET DU TAUX DE RUPTURE, CALCUL DE
000260*                  L'ECHEANCE CONTRACTUELLE ET CREATION DU DEPOT
000270*                  SUR LE MAITRE TDMSTR.  LA MISE EN PLACE, LE
000280*                  REMBOURSEMENT A L'ECHEANCE ET LA RUPTURE SONT
000290*                  PASSES PAR SIMPLEBANK.  LES DEPOTS REJETES
000300*                  SONT HISTORISES SUR TDREJ.
000310* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000320*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000330*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000340*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000350*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000360*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000361* 2026-10-15 MF    UN DEPOT DONT L'ECRITURE EST REFUSEE PAR TDMSTR
000362*                  (INVALID KEY) N'EST PLUS COMPTE COMME CREE : IL
000363*                  PART EN REJET SUR TDREJ (RAISON "ERREUR
000364*                  ECRITURE MAITRE") ET EST COMPTE AVEC LES
000365*                  REJETS.
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE IS DYNAMIC
000470            RECORD KEY IS ACCOUNT-NUMBER.

000480     SELECT TERM-DEPOSIT-MASTER ASSIGN TO TDMSTR
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS DYNAMIC
000510            RECORD KEY IS DP-NUMERO-DEPOT.

000520     SELECT OPTIONAL DEPOSIT-BOOKINGS ASSIGN TO TDIN
000530            ORGANIZATION IS SEQUENTIAL.

000540     SELECT OPTIONAL DEPOSIT-CONTROL ASSIGN TO DEPCTL
000550            ORGANIZATION IS SEQUENTIAL.

000560     SELECT DEPOSIT-REJECTS  ASSIGN TO TDREJ
000570            ORGANIZATION IS SEQUENTIAL.

000580     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000590            ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000620            ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000650            ORGANIZATION IS SEQUENTIAL.
000660*-------------
000670 DATA DIVISION.
000680*-------------
000690 FILE SECTION.
000700 FD  ACCOUNT-MASTER.
000710 COPY ACCTREC.
000720*
000730 FD  TERM-DEPOSIT-MASTER.
000740 COPY DEPOREC.
000750*
000760 FD  DEPOSIT-BOOKINGS
000770     LABEL RECORDS ARE STANDARD.
000780 COPY DEPOTRN.
000790*
000800 FD  DEPOSIT-CONTROL
000810     LABEL RECORDS ARE STANDARD.
000820 COPY DEPCTL.
000830*
000840 FD  DEPOSIT-REJECTS
000850     LABEL RECORDS ARE STANDARD.
000860 COPY DEPOREJ.
000870*
000880 FD  RUN-CONTROL
000890     LABEL RECORDS ARE STANDARD.
000900 COPY RUNCTL.
000910*
000920 FD  STEP-DIRECTIVES
000930     LABEL RECORDS ARE STANDARD.
000940 COPY STEPDIR.
000950*
000960 FD  CHAIN-REGISTER
000970     LABEL RECORDS ARE STANDARD.
000980 COPY CHAINREG.
000990*
001000 WORKING-STORAGE SECTION.
001010*
001020 01  WS-SWITCHES.
001030     05  WS-EOF-SW           PIC X(01)   VALUE "N".
001040         88  END-OF-FILE             VALUE "Y".
001050     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001060         88  COMPTE-TROUVE            VALUE "Y".
001070     05  WS-DEPOT-SW         PIC X(01)   VALUE "N".
001080         88  DEPOT-EXISTANT           VALUE "Y".
001090     05  WS-GRILLE-EOF-SW    PIC X(01)   VALUE "N".
001100         88  GRILLE-END-OF-FILE       VALUE "Y".
001110*
001120 77  WS-DEPOTS-LUS           PIC 9(05)   COMP VALUE ZERO.
001130 77  WS-DEPOTS-CREES         PIC 9(05)   COMP VALUE ZERO.
001140 77  WS-DEPOTS-REJETES       PIC 9(05)   COMP VALUE ZERO.
001150 77  WS-RAISON-REJET         PIC X(30)   VALUE SPACES.
001160 77  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
001170     88  RUNCTL-END-OF-FILE          VALUE "Y".
001180 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001190 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001200*
001210*    GRILLE DES TAUX EN VIGUEUR (DEPCTL) ET PLAFOND D'UN TAUX
001220*    NEGOCIE.  WS-DATE-GRILLE A BLANC : AUCUNE GRILLE EN VIGUEUR.
001230 77  WS-DATE-GRILLE          PIC X(08)   VALUE SPACES.
001240 77  WS-TAUX-3-MOIS          PIC 9V9(4)  VALUE ZERO.
001250 77  WS-TAUX-6-MOIS          PIC 9V9(4)  VALUE ZERO.
001260 77  WS-TAUX-12-MOIS         PIC 9V9(4)  VALUE ZERO.
001270 77  WS-TAUX-PENALITE        PIC 9V9(4)  VALUE ZERO.
001280 77  WS-MONTANT-MINIMUM      PIC 9(7)V99 VALUE ZERO.
001290 77  WS-TAUX-MAX             PIC 9V9(4)  VALUE 0.3000.
001300 77  WS-TAUX-DEPOT           PIC 9V9(4)  VALUE ZERO.
001310*
001320 01  WS-DATE-CALCUL.
001330     05  WS-CAL-ANNEE        PIC 9(04).
001340     05  WS-CAL-MOIS         PIC 9(02).
001350     05  WS-CAL-JOUR         PIC 9(02).
001360 77  WS-CAL-DERNIER-JOUR     PIC 9(02)   VALUE ZERO.
001370 77  WS-CAL-RESTE            PIC 9(03)   VALUE ZERO.
001380 77  WS-CAL-QUOTIENT         PIC 9(04)   VALUE ZERO.
001390 77  WS-JOUR-VALEUR          PIC 9(02)   VALUE ZERO.
001400 77  WS-MOIS-ABSOLU          PIC 9(06)   VALUE ZERO.
001410 77  WS-MOIS-RESTE           PIC 9(02)   VALUE ZERO.
001420*
001430 COPY STEPCTL.
001440*-------------------
001450 PROCEDURE DIVISION.
001460*-------------------
001470 0000-MAINLINE.
001480     DISPLAY "DEPOSIT-BOOKING : SAISIE DES DEPOTS A TERME"
001490     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001510     PERFORM 2000-PROCESS-DEPOSIT THRU 2000-EXIT
001520         UNTIL END-OF-FILE
001530     PERFORM 3000-TERMINATE THRU 3000-EXIT
001540     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001550     STOP RUN.
001560*-----------------------------------------------------------------
001570* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES ET LA GRILLE DES TAUX,
001580* OUVRE LES FICHIERS ET LIT LE PREMIER DEPOT A SAISIR.
001590*-----------------------------------------------------------------
001600 1000-INITIALIZE.
001610     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001620     PERFORM 1100-LOAD-RATE-GRID THRU 1100-EXIT
001630     OPEN INPUT  ACCOUNT-MASTER
001640     OPEN I-O    TERM-DEPOSIT-MASTER
001650     OPEN INPUT  DEPOSIT-BOOKINGS
001660     OPEN OUTPUT DEPOSIT-REJECTS
001670     PERFORM 8000-READ-BOOKING THRU 8000-EXIT.
001680 1000-EXIT.
001690     EXIT.
001700*-----------------------------------------------------------------
001710* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES DU RUN SUR
001720* RUNCTL ; ARRET EN CODE RETOUR 16 SI ELLE EST ABSENTE.
001730*-----------------------------------------------------------------
001740 1050-LOAD-RUN-CONTROL.
001750     OPEN INPUT RUN-CONTROL
001760     READ RUN-CONTROL
001770         AT END
001780             MOVE "Y" TO WS-RUNCTL-EOF-SW
001790         NOT AT END
001800             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
001810             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
001820     END-READ
001830     CLOSE RUN-CONTROL
001840     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
001850         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF
001890     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
001900             " RUN : " WS-NUMERO-RUN.
001910 1050-EXIT.
001920     EXIT.
001930*-----------------------------------------------------------------
001940* 1100-LOAD-RATE-GRID -- CHARGE LA GRILLE DES TAUX DE DEPOT EN
001950* VIGUEUR : LE DERNIER ENREGISTREMENT DE DEPCTL DONT LA DATE
001960* D'EFFET N'EST PAS POSTERIEURE A LA DATE D'AFFAIRES FAIT FOI.
001970* FICHIER ABSENT OU VIDE : SEULS LES DEPOTS A TAUX NEGOCIE SONT
001980* ACCEPTES.
001990*-----------------------------------------------------------------
002000 1100-LOAD-RATE-GRID.
002010     OPEN INPUT DEPOSIT-CONTROL
002020     PERFORM 8050-READ-RATE-GRID THRU 8050-EXIT
002030     PERFORM 1150-APPLY-ONE-GRID THRU 1150-EXIT
002040         UNTIL GRILLE-END-OF-FILE
002050     CLOSE DEPOSIT-CONTROL
002060     IF WS-DATE-GRILLE = SPACES
002070         DISPLAY "AUCUNE GRILLE DE TAUX DEPCTL EN VIGUEUR"
002080     ELSE
002090         DISPLAY "GRILLE DES TAUX DU " WS-DATE-GRILLE
002100                 " : 3 MOIS " WS-TAUX-3-MOIS
002110                 " 6 MOIS " WS-TAUX-6-MOIS
002120                 " 12 MOIS " WS-TAUX-12-MOIS
002130                 " RUPTURE " WS-TAUX-PENALITE
002140     END-IF.
002150 1100-EXIT.
002160     EXIT.
002170*-----------------------------------------------------------------
002180* 1150-APPLY-ONE-GRID -- RETIENT LA GRILLE COURANTE SI ELLE EST
002190* EN VIGUEUR A LA DATE D'AFFAIRES (LA DERNIERE LUE ECRASE LA
002200* PRECEDENTE), PUIS LIT LA SUIVANTE.
002210*-----------------------------------------------------------------
002220 1150-APPLY-ONE-GRID.
002230     IF DC-DATE-EFFET NOT > WS-DATE-AFFAIRES
002240         MOVE DC-DATE-EFFET      TO WS-DATE-GRILLE
002250         MOVE DC-TAUX-3-MOIS     TO WS-TAUX-3-MOIS
002260         MOVE DC-TAUX-6-MOIS     TO WS-TAUX-6-MOIS
002270         MOVE DC-TAUX-12-MOIS    TO WS-TAUX-12-MOIS
002280         MOVE DC-TAUX-PENALITE   TO WS-TAUX-PENALITE
002290         MOVE DC-MONTANT-MINIMUM TO WS-MONTANT-MINIMUM
002300     END-IF
002310     PERFORM 8050-READ-RATE-GRID THRU 8050-EXIT.
002320 1150-EXIT.
002330     EXIT.
002340*-----------------------------------------------------------------
002350* 2000-PROCESS-DEPOSIT -- CONTROLE LE DEPOT COURANT ; S'IL EST
002360* ACCEPTE, LE CREE SUR LE MAITRE AVEC SON TAUX ET SON ECHEANCE.
002370* LIT ENSUITE LE DEPOT SUIVANT.
002380*-----------------------------------------------------------------
002390 2000-PROCESS-DEPOSIT.
002400     MOVE SPACES TO WS-RAISON-REJET
002410     PERFORM 2100-VALIDATE-DEPOSIT THRU 2100-EXIT
002420     IF WS-RAISON-REJET NOT = SPACES
002430         PERFORM 8200-WRITE-REJECT THRU 8200-EXIT
002440     ELSE
002450         PERFORM 2200-INIT-DEPOSIT-RECORD THRU 2200-EXIT
002460         PERFORM 2500-WRITE-DEPOSIT THRU 2500-EXIT
002470     END-IF
002480     PERFORM 8000-READ-BOOKING THRU 8000-EXIT.
002490 2000-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------------
002520* 2100-VALIDATE-DEPOSIT -- CONTROLES DE SAISIE : NUMERO DE DEPOT
002530* RENSEIGNE ET NOUVEAU, COMPTE RATTACHE CONNU ET NI GELE NI
002540* CLOS, MONTANT AU MOINS EGAL AU MINIMUM DE LA GRILLE, DUREE DE
002550* 3, 6 OU 12 MOIS, TAUX DISPONIBLE POUR LA DUREE (OU TAUX
002560* NEGOCIE DANS LA LIMITE), DATE DE VALEUR VALIDE ET NON PASSEE.
002570* LE TAUX RETENU EST LAISSE DANS WS-TAUX-DEPOT.  WS-RAISON-REJET
002580* RESTE A BLANC SI LE DEPOT EST ACCEPTE.
002590*-----------------------------------------------------------------
002600 2100-VALIDATE-DEPOSIT.
002610     IF DT-NUMERO-DEPOT = SPACES
002620         MOVE "NUMERO DE DEPOT ABSENT" TO WS-RAISON-REJET
002630         GO TO 2100-EXIT
002640     END-IF
002650     PERFORM 8150-READ-DEPOSIT THRU 8150-EXIT
002660     IF DEPOT-EXISTANT
002670         MOVE "DEPOT DEJA EXISTANT" TO WS-RAISON-REJET
002680         GO TO 2100-EXIT
002690     END-IF
002700     PERFORM 8100-READ-ACCOUNT THRU 8100-EXIT
002710     IF NOT COMPTE-TROUVE
002720         MOVE "COMPTE INCONNU" TO WS-RAISON-REJET
002730         GO TO 2100-EXIT
002740     END-IF
002750     IF ACCOUNT-FROZEN OR ACCOUNT-CLOSED
002760         MOVE "COMPTE GELE OU CLOS" TO WS-RAISON-REJET
002770         GO TO 2100-EXIT
002780     END-IF
002790     IF DT-MONTANT NOT NUMERIC OR DT-MONTANT = ZERO
002800         MOVE "MONTANT INVALIDE" TO WS-RAISON-REJET
002810         GO TO 2100-EXIT
002820     END-IF
002830     IF DT-MONTANT < WS-MONTANT-MINIMUM
002840         MOVE "MONTANT INFERIEUR AU MINIMUM" TO WS-RAISON-REJET
002850         GO TO 2100-EXIT
002860     END-IF
002870     IF DT-DUREE-MOIS NOT NUMERIC
002880         MOVE "DUREE INVALIDE" TO WS-RAISON-REJET
002890         GO TO 2100-EXIT
002900     END-IF
002910     EVALUATE DT-DUREE-MOIS
002920         WHEN 03
002930             MOVE WS-TAUX-3-MOIS  TO WS-TAUX-DEPOT
002940         WHEN 06
002950             MOVE WS-TAUX-6-MOIS  TO WS-TAUX-DEPOT
002960         WHEN 12
002970             MOVE WS-TAUX-12-MOIS TO WS-TAUX-DEPOT
002980         WHEN OTHER
002990             MOVE "DUREE INVALIDE" TO WS-RAISON-REJET
003000             GO TO 2100-EXIT
003010     END-EVALUATE
003020     IF DT-TAUX-NEGOCIE NOT NUMERIC
003030             OR DT-TAUX-NEGOCIE > WS-TAUX-MAX
003040         MOVE "TAUX HORS LIMITE" TO WS-RAISON-REJET
003050         GO TO 2100-EXIT
003060     END-IF
003070     IF DT-TAUX-NEGOCIE > ZERO
003080         MOVE DT-TAUX-NEGOCIE TO WS-TAUX-DEPOT
003090     END-IF
003100     IF WS-TAUX-DEPOT = ZERO
003110         MOVE "AUCUN TAUX POUR LA DUREE" TO WS-RAISON-REJET
003120         GO TO 2100-EXIT
003130     END-IF
003140     IF DT-RENOUVELLEMENT-SW NOT = "O"
003150             AND DT-RENOUVELLEMENT-SW NOT = "N"
003160             AND DT-RENOUVELLEMENT-SW NOT = SPACE
003170         MOVE "CHOIX DE RENOUVELLEMENT INVALIDE"
003180             TO WS-RAISON-REJET
003190         GO TO 2100-EXIT
003200     END-IF
003210     PERFORM 2150-VALIDATE-VALUE-DATE THRU 2150-EXIT
003220     IF WS-RAISON-REJET NOT = SPACES
003230         GO TO 2100-EXIT
003240     END-IF
003250     IF DT-DATE-VALEUR < WS-DATE-AFFAIRES
003260         MOVE "DATE DE VALEUR PASSEE" TO WS-RAISON-REJET
003270     END-IF.
003280 2100-EXIT.
003290     EXIT.
003300*-----------------------------------------------------------------
003310* 2150-VALIDATE-VALUE-DATE -- CONTROLE QUE DT-DATE-VALEUR EST UNE
003320* DATE AAAAMMJJ EXISTANTE.
003330*-----------------------------------------------------------------
003340 2150-VALIDATE-VALUE-DATE.
003350     IF DT-DATE-VALEUR NOT NUMERIC
003360         MOVE "DATE DE VALEUR INVALIDE" TO WS-RAISON-REJET
003370         GO TO 2150-EXIT
003380     END-IF
003390     MOVE DT-DATE-VALEUR TO WS-DATE-CALCUL
003400     IF WS-CAL-MOIS < 1 OR WS-CAL-MOIS > 12
003410         MOVE "DATE DE VALEUR INVALIDE" TO WS-RAISON-REJET
003420         GO TO 2150-EXIT
003430     END-IF
003440     PERFORM 8310-CAL-DERNIER-JOUR THRU 8310-EXIT
003450     IF WS-CAL-JOUR < 1 OR WS-CAL-JOUR > WS-CAL-DERNIER-JOUR
003460         MOVE "DATE DE VALEUR INVALIDE" TO WS-RAISON-REJET
003470     END-IF.
003480 2150-EXIT.
003490     EXIT.
003500*-----------------------------------------------------------------
003510* 2200-INIT-DEPOSIT-RECORD -- PREPARE L'ENREGISTREMENT DU DEPOT
003520* EN STATUT "N" (A METTRE EN PLACE PAR SIMPLEBANK A SA DATE DE
003530* VALEUR) AVEC SON TAUX, SON TAUX DE RUPTURE (PLAFONNE AU TAUX
003540* DU DEPOT) ET SON ECHEANCE CONTRACTUELLE.  LA DATE DE PAIEMENT
003550* EST FIXEE PAR SIMPLEBANK A LA MISE EN PLACE.
003560*-----------------------------------------------------------------
003570 2200-INIT-DEPOSIT-RECORD.
003580     MOVE SPACES               TO TERM-DEPOSIT-RECORD
003590     MOVE DT-NUMERO-DEPOT      TO DP-NUMERO-DEPOT
003600     MOVE DT-ACCOUNT-NUMBER    TO DP-ACCOUNT-NUMBER
003610     MOVE ACCT-NUMERO-CLIENT   TO DP-NUMERO-CLIENT
003620     MOVE DT-MONTANT           TO DP-MONTANT
003630     MOVE WS-TAUX-DEPOT        TO DP-TAUX-ANNUEL
003640     MOVE WS-TAUX-PENALITE     TO DP-TAUX-PENALITE
003650     IF DP-TAUX-PENALITE > DP-TAUX-ANNUEL
003660         MOVE DP-TAUX-ANNUEL   TO DP-TAUX-PENALITE
003670     END-IF
003680     MOVE DT-DUREE-MOIS        TO DP-DUREE-MOIS
003690     MOVE DT-DATE-VALEUR       TO DP-DATE-VALEUR
003700     PERFORM 8300-COMPUTE-MATURITY THRU 8300-EXIT
003710     IF DT-RENOUVELLEMENT-SW = "O"
003720         MOVE "O"              TO DP-RENOUVELLEMENT-SW
003730     ELSE
003740         MOVE "N"              TO DP-RENOUVELLEMENT-SW
003750     END-IF
003760     MOVE "N"                  TO DP-STATUT
003770     MOVE ZERO                 TO DP-INTERETS-VERSES
003780     MOVE ZERO                 TO DP-NB-RENOUVELLEMENTS.
003790 2200-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------------
003815* 2500-WRITE-DEPOSIT -- CREE LE DEPOT SUR LE MAITRE TDMSTR.  UNE
003820* ECRITURE REFUSEE PAR LE MAITRE N'EST PAS COMPTEE COMME CREEE :
003825* LE DEPOT PART EN REJET SUR TDREJ.
003830*-----------------------------------------------------------------
003840 2500-WRITE-DEPOSIT.
003850     WRITE TERM-DEPOSIT-RECORD
003860         INVALID KEY
003870             DISPLAY "ERREUR ECRITURE DEPOT : " DP-NUMERO-DEPOT
003876             MOVE "ERREUR ECRITURE MAITRE" TO WS-RAISON-REJET
003882             PERFORM 8200-WRITE-REJECT THRU 8200-EXIT
003888         NOT INVALID KEY
003894             ADD 1 TO WS-DEPOTS-CREES
003900             DISPLAY "DEPOT CREE : " DP-NUMERO-DEPOT
003906                     " MONTANT " DP-MONTANT
003912                     " TAUX " DP-TAUX-ANNUEL
003918                     " ECHEANCE " DP-DATE-ECHEANCE
003924     END-WRITE.
003930 2500-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------------
003960* 3000-TERMINATE -- FERME LES FICHIERS ET AFFICHE LE BILAN DE LA
003970* SAISIE.
003980*-----------------------------------------------------------------
003990 3000-TERMINATE.
004000     CLOSE ACCOUNT-MASTER
004010     CLOSE TERM-DEPOSIT-MASTER
004020     CLOSE DEPOSIT-BOOKINGS
004030     CLOSE DEPOSIT-REJECTS
004040     DISPLAY "DEPOTS LUS            : " WS-DEPOTS-LUS
004050     DISPLAY "DEPOTS CREES          : " WS-DEPOTS-CREES
004060     DISPLAY "DEPOTS REJETES        : " WS-DEPOTS-REJETES.
004070 3000-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------------
004100* 8000-READ-BOOKING -- LIT LE PROCHAIN DEPOT A SAISIR.
004110*-----------------------------------------------------------------
004120 8000-READ-BOOKING.
004130     READ DEPOSIT-BOOKINGS
004140         AT END
004150             MOVE "Y" TO WS-EOF-SW
004160         NOT AT END
004170             ADD 1 TO WS-DEPOTS-LUS
004180     END-READ.
004190 8000-EXIT.
004200     EXIT.
004210*-----------------------------------------------------------------
004220* 8050-READ-RATE-GRID -- LECTURE SEQUENTIELLE DE LA GRILLE DES
004230* TAUX DE DEPOT.
004240*-----------------------------------------------------------------
004250 8050-READ-RATE-GRID.
004260     READ DEPOSIT-CONTROL
004270         AT END
004280             MOVE "Y" TO WS-GRILLE-EOF-SW
004290     END-READ.
004300 8050-EXIT.
004310     EXIT.
004320*-----------------------------------------------------------------
004330* 8100-READ-ACCOUNT -- LIT LE COMPTE RATTACHE ET POSITIONNE
004340* WS-KEY-SW.
004350*-----------------------------------------------------------------
004360 8100-READ-ACCOUNT.
004370     MOVE "N" TO WS-KEY-SW
004380     MOVE DT-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
004390     READ ACCOUNT-MASTER
004400         INVALID KEY
004410             CONTINUE
004420         NOT INVALID KEY
004430             MOVE "Y" TO WS-KEY-SW
004440     END-READ.
004450 8100-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------------
004480* 8150-READ-DEPOSIT -- RECHERCHE LE NUMERO DE DEPOT SUR LE MAITRE
004490* ET POSITIONNE WS-DEPOT-SW.
004500*-----------------------------------------------------------------
004510 8150-READ-DEPOSIT.
004520     MOVE "N" TO WS-DEPOT-SW
004530     MOVE DT-NUMERO-DEPOT TO DP-NUMERO-DEPOT
004540     READ TERM-DEPOSIT-MASTER
004550         INVALID KEY
004560             CONTINUE
004570         NOT INVALID KEY
004580             MOVE "Y" TO WS-DEPOT-SW
004590     END-READ.
004600 8150-EXIT.
004610     EXIT.
004620*-----------------------------------------------------------------
004630* 8200-WRITE-REJECT -- HISTORISE LE DEPOT REJETE SUR TDREJ AVEC
004640* LA RAISON DU REJET.
004650*-----------------------------------------------------------------
004660 8200-WRITE-REJECT.
004670     ADD 1 TO WS-DEPOTS-REJETES
004680     MOVE SPACES             TO DEPOSIT-REJECT-RECORD
004690     MOVE DT-NUMERO-DEPOT    TO DR-NUMERO-DEPOT
004700     MOVE DT-ACCOUNT-NUMBER  TO DR-ACCOUNT-NUMBER
004710     MOVE WS-RAISON-REJET    TO DR-RAISON
004720     MOVE DT-OPERATEUR       TO DR-OPERATEUR
004730     WRITE DEPOSIT-REJECT-RECORD
004740     DISPLAY "DEPOT REJETE : " DT-NUMERO-DEPOT
004750             " (" WS-RAISON-REJET ")".
004760 8200-EXIT.
004770     EXIT.
004780*-----------------------------------------------------------------
004790* 8300-COMPUTE-MATURITY -- ECHEANCE CONTRACTUELLE DU DEPOT : LE
004800* JOUR DE LA DATE DE VALEUR, DP-DUREE-MOIS MOIS PLUS TARD,
004810* RAMENE AU DERNIER JOUR D'UN MOIS PLUS COURT (MEME REGLE QUE
004820* LE RENOUVELLEMENT DANS SIMPLEBANK).  RESULTAT DANS
004830* DP-DATE-ECHEANCE.
004840*-----------------------------------------------------------------
004850 8300-COMPUTE-MATURITY.
004860     MOVE DP-DATE-VALEUR TO WS-DATE-CALCUL
004870     MOVE WS-CAL-JOUR    TO WS-JOUR-VALEUR
004880     COMPUTE WS-MOIS-ABSOLU = WS-CAL-ANNEE * 12 + WS-CAL-MOIS
004890                            - 1 + DP-DUREE-MOIS
004900     DIVIDE WS-MOIS-ABSOLU BY 12 GIVING WS-CAL-ANNEE
004910         REMAINDER WS-MOIS-RESTE
004920     COMPUTE WS-CAL-MOIS = WS-MOIS-RESTE + 1
004930     PERFORM 8310-CAL-DERNIER-JOUR THRU 8310-EXIT
004940     IF WS-JOUR-VALEUR > WS-CAL-DERNIER-JOUR
004950         MOVE WS-CAL-DERNIER-JOUR TO WS-CAL-JOUR
004960     ELSE
004970         MOVE WS-JOUR-VALEUR TO WS-CAL-JOUR
004980     END-IF
004990     MOVE WS-DATE-CALCUL TO DP-DATE-ECHEANCE.
005000 8300-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005030* 8310-CAL-DERNIER-JOUR -- DERNIER JOUR DU MOIS DE
005040* WS-DATE-CALCUL (MEME REGLE BISSEXTILE QUE SIMPLEBANK).
005050*-----------------------------------------------------------------
005060 8310-CAL-DERNIER-JOUR.
005070     EVALUATE WS-CAL-MOIS
005080         WHEN 01 WHEN 03 WHEN 05 WHEN 07
005090         WHEN 08 WHEN 10 WHEN 12
005100             MOVE 31 TO WS-CAL-DERNIER-JOUR
005110         WHEN 04 WHEN 06 WHEN 09 WHEN 11
005120             MOVE 30 TO WS-CAL-DERNIER-JOUR
005130         WHEN OTHER
005140             MOVE 28 TO WS-CAL-DERNIER-JOUR
005150             DIVIDE WS-CAL-ANNEE BY 4
005160                 GIVING WS-CAL-QUOTIENT
005170                 REMAINDER WS-CAL-RESTE
005180             IF WS-CAL-RESTE = ZERO
005190                 MOVE 29 TO WS-CAL-DERNIER-JOUR
005200             END-IF
005210             DIVIDE WS-CAL-ANNEE BY 100
005220                 GIVING WS-CAL-QUOTIENT
005230                 REMAINDER WS-CAL-RESTE
005240             IF WS-CAL-RESTE = ZERO
005250                 MOVE 28 TO WS-CAL-DERNIER-JOUR
005260             END-IF
005270             DIVIDE WS-CAL-ANNEE BY 400
005280                 GIVING WS-CAL-QUOTIENT
005290                 REMAINDER WS-CAL-RESTE
005300             IF WS-CAL-RESTE = ZERO
005310                 MOVE 29 TO WS-CAL-DERNIER-JOUR
005320             END-IF
005330     END-EVALUATE.
005340 8310-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------------
005370* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
005380* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
005390* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
005400* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
005410* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
005420* N'EST PAS INSCRITE AU REGISTRE.
005430*-----------------------------------------------------------------
005440 9600-CHECK-STEP-DIRECTIVE.
005450     MOVE "TDBOOK  " TO ETP-PROGRAMME
005460     OPEN INPUT STEP-DIRECTIVES
005470     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
005480         UNTIL ETP-DIR-END-OF-FILE
005490             OR ETP-CONSIGNE-TROUVEE
005500     CLOSE STEP-DIRECTIVES
005510     IF NOT ETP-A-SAUTER
005520         GO TO 9600-EXIT
005530     END-IF
005540     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
005550             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
005560             ") - NON REJOUEE"
005570     MOVE ZERO TO RETURN-CODE
005580     STOP RUN.
005590 9600-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------------
005620* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
005630* CELLE DU PROGRAMME.
005640*-----------------------------------------------------------------
005650 9610-READ-DIRECTIVE.
005660     READ STEP-DIRECTIVES
005670         AT END
005680             MOVE "Y" TO ETP-DIR-EOF-SW
005690         NOT AT END
005700             IF DI-PROGRAMME = ETP-PROGRAMME
005710                 MOVE "Y"              TO ETP-TROUVEE-SW
005720                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
005730                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
005740                 MOVE DI-ETAPE         TO ETP-ETAPE
005750                 MOVE DI-ACTION        TO ETP-ACTION
005760                 MOVE DI-MOTIF         TO ETP-MOTIF
005770             END-IF
005780     END-READ.
005790 9610-EXIT.
005800     EXIT.
005810*-----------------------------------------------------------------
005820* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
005830* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
005840* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
005850* CHAINE, RIEN N'EST INSCRIT.
005860*-----------------------------------------------------------------
005870 9700-REGISTER-STEP.
005880     IF NOT ETP-CONSIGNE-TROUVEE
005890         GO TO 9700-EXIT
005900     END-IF
005910     MOVE WS-DEPOTS-LUS TO ETP-LUS
005920     MOVE WS-DEPOTS-CREES TO ETP-ECRITS
005930     MOVE WS-DEPOTS-REJETES TO ETP-REJETS
005940     MOVE RETURN-CODE TO ETP-CODE-RETOUR
005950     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
005960     ACCEPT ETP-HEURE-SYSTEME FROM TIME
005970     OPEN EXTEND CHAIN-REGISTER
005980     MOVE SPACES            TO CHAIN-REGISTER-RECORD
005990     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
006000     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
006010     MOVE ETP-ETAPE         TO RG-ETAPE
006020     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
006030     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
006040     MOVE ETP-LUS           TO RG-LUS
006050     MOVE ETP-ECRITS        TO RG-ECRITS
006060     MOVE ETP-REJETS        TO RG-REJETS
006070     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
006080     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
006090     WRITE CHAIN-REGISTER-RECORD
006100     CLOSE CHAIN-REGISTER
006110     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
006120             ETP-CODE-RETOUR.
006130 9700-EXIT.
006140     EXIT.
