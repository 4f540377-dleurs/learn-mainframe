000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    STRUCTURING-WATCH.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. DETECTION DU FRACTIONNEMENT
000220*                  DES MOUVEMENTS D'ESPECES : LES ECRITURES "D"
000230*                  ET "W" POSTEES NON DECLAREES (MONTANT NE
000240*                  DEPASSANT PAS LE SEUIL DECLCTL) DES N DERNIERS
000250*                  JOURS, LUES SUR L'ARCHIVE ET LE GRAND LIVRE
000260*                  VIF, SONT TRIEES PAR CLIENT
000270*                  (ACCT-NUMERO-CLIENT) ET CONFRONTEES AUX REGLES
000280*                  DATEES DE STRCTL : DEPOTS REPETES JUSTE SOUS LE
000290*                  SEUIL, CUMUL DES DEPOTS OU DES RETRAITS AU-DELA
000300*                  DU SEUIL, DEPOTS REPARTIS SUR PLUSIEURS COMPTES
000310*                  DU CLIENT.
000320*                  CHAQUE ALERTE SORT SUR STRALRT POUR LA
000330*                  CONFORMITE, AVEC LA LISTE DES ECRITURES EN
000340*                  CAUSE.
000350* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000360*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000370*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000380*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000390*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
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
000510     SELECT DECLARATION-CONTROL ASSIGN TO DECLCTL
000520            ORGANIZATION IS SEQUENTIAL.
000530
000540     SELECT STRUCTURING-CONTROL ASSIGN TO STRCTL
000550            ORGANIZATION IS SEQUENTIAL.
000560
000570     SELECT TRANSACTION-LEDGER ASSIGN TO LEDGIN
000580            ORGANIZATION IS SEQUENTIAL.
000590
000600     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000610            ORGANIZATION IS INDEXED
000620            ACCESS MODE IS DYNAMIC
000630            RECORD KEY IS ACCOUNT-NUMBER.
000640
000650     SELECT STRUCTURING-ALERTS ASSIGN TO STRALRT
000660            ORGANIZATION IS SEQUENTIAL.
000670
000680     SELECT RUN-STATISTICS   ASSIGN TO RUNSTATS
000690            ORGANIZATION IS SEQUENTIAL.
000700
000710     SELECT TRI-ESPECES      ASSIGN TO SORTWK.
000720
000730     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000740            ORGANIZATION IS SEQUENTIAL.
000750
000760     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000770            ORGANIZATION IS SEQUENTIAL.
000780*-------------
000790 DATA DIVISION.
000800*-------------
000810 FILE SECTION.
000820 FD  RUN-CONTROL
000830     LABEL RECORDS ARE STANDARD.
000840 COPY RUNCTL.
000850*
000860 FD  DECLARATION-CONTROL
000870     LABEL RECORDS ARE STANDARD.
000880 COPY DECLCTL.
000890*
000900 FD  STRUCTURING-CONTROL
000910     LABEL RECORDS ARE STANDARD.
000920 COPY STRCTL.
000930*
000940 FD  TRANSACTION-LEDGER
000950     LABEL RECORDS ARE STANDARD.
000960 COPY LEDGREC.
000970*
000980 FD  ACCOUNT-MASTER.
000990 COPY ACCTREC.
001000*
001010 FD  STRUCTURING-ALERTS
001020     LABEL RECORDS ARE STANDARD.
001030 COPY STRALRT.
001040*
001050 FD  RUN-STATISTICS
001060     LABEL RECORDS ARE STANDARD.
001070 COPY RUNSTAT.
001080*
001090 SD  TRI-ESPECES.
001100 01  TRI-ESPECES-RECORD.
001110     05  TE-SANS-CLIENT      PIC X(01).
001120     05  TE-GROUPE           PIC X(10).
001130     05  TE-ACCOUNT-NUMBER   PIC X(10).
001140     05  TE-TIMESTAMP        PIC X(18).
001150     05  TE-SEQUENCE         PIC 9(08).
001160     05  TE-TRANS-TYPE       PIC X(01).
001170     05  TE-AMOUNT           PIC 9(9)V99.
001180     05  TE-CURRENCY         PIC X(03).
001190*
001200 FD  STEP-DIRECTIVES
001210     LABEL RECORDS ARE STANDARD.
001220 COPY STEPDIR.
001230*
001240 FD  CHAIN-REGISTER
001250     LABEL RECORDS ARE STANDARD.
001260 COPY CHAINREG.
001270*
001280 WORKING-STORAGE SECTION.
001290*
001300 01  WS-SWITCHES.
001310     05  WS-RUNCTL-EOF-SW    PIC X(01)   VALUE "N".
001320         88  RUNCTL-END-OF-FILE      VALUE "Y".
001330     05  WS-CTL-EOF-SW       PIC X(01)   VALUE "N".
001340         88  CTL-END-OF-FILE         VALUE "Y".
001350     05  WS-STR-EOF-SW       PIC X(01)   VALUE "N".
001360         88  STR-END-OF-FILE         VALUE "Y".
001370     05  WS-LEDG-EOF-SW      PIC X(01)   VALUE "N".
001380         88  LEDGER-END-OF-FILE      VALUE "Y".
001390     05  WS-TRI-EOF-SW       PIC X(01)   VALUE "N".
001400         88  TRI-END-OF-FILE         VALUE "Y".
001410     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001420         88  ACCOUNT-NOT-FOUND        VALUE "Y".
001430*
001440 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001450 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001460 77  WS-SEUIL                PIC 9(11)V99 VALUE ZERO.
001470 77  WS-SEUIL-BAS            PIC 9(11)V99 VALUE ZERO.
001480 77  WS-FENETRE-JOURS        PIC 9(03)   VALUE ZERO.
001490 77  WS-MARGE-PCT            PIC 9(02)V99 VALUE ZERO.
001500 77  WS-NOMBRE-SOUS-SEUIL    PIC 9(03)   VALUE ZERO.
001510 77  WS-NOMBRE-CUMUL         PIC 9(03)   VALUE ZERO.
001520 77  WS-NOMBRE-COMPTES       PIC 9(03)   VALUE ZERO.
001530 77  WS-JOURS-AFFAIRES       PIC 9(07)   VALUE ZERO.
001540 77  WS-JOURS-DEBUT          PIC 9(07)   VALUE ZERO.
001550 77  WS-ECRITURES-LUES       PIC 9(07)   COMP VALUE ZERO.
001560 77  WS-ECRITURES-RETENUES   PIC 9(07)   COMP VALUE ZERO.
001570 77  WS-CLIENTS-SUIVIS       PIC 9(07)   COMP VALUE ZERO.
001580 77  WS-ALERTES              PIC 9(07)   COMP VALUE ZERO.
001590 77  WS-ECRITURES-LISTEES    PIC 9(07)   COMP VALUE ZERO.
001600 77  WS-LISTES-TRONQUEES     PIC 9(07)   COMP VALUE ZERO.
001610 77  WS-STAT-ETAPE           PIC X(08)   VALUE "STRUCT  ".
001620 77  WS-STAT-COMPTEUR        PIC X(12)   VALUE SPACES.
001630 77  WS-STAT-VALEUR          PIC 9(09)   VALUE ZERO.
001640*
001650* CUMULS DU CLIENT EN COURS (GROUPE = CLIENT, OU COMPTE SEUL SI
001660* LE COMPTE NE PORTE PAS DE NUMERO CLIENT).
001670*
001680 77  WS-SANS-CLIENT-COURANT  PIC X(01)   VALUE SPACES.
001690 77  WS-GROUPE-COURANT       PIC X(10)   VALUE SPACES.
001700 77  WS-DERNIER-COMPTE-DEPOT PIC X(10)   VALUE SPACES.
001710 77  WS-DATE-ECRITURE        PIC X(08)   VALUE SPACES.
001720 77  WS-NB-SOUS-SEUIL        PIC 9(05)   COMP VALUE ZERO.
001730 77  WS-TOT-SOUS-SEUIL       PIC 9(11)V99 VALUE ZERO.
001740 77  WS-DATE-SOUS-SEUIL      PIC X(08)   VALUE SPACES.
001750 77  WS-JOUR-SOUS-SEUIL-SW   PIC X(01)   VALUE "N".
001760     88  SOUS-SEUIL-DU-JOUR          VALUE "Y".
001770 77  WS-NB-DEPOTS            PIC 9(05)   COMP VALUE ZERO.
001780 77  WS-TOT-DEPOTS           PIC 9(11)V99 VALUE ZERO.
001790 77  WS-DATE-DEPOTS          PIC X(08)   VALUE SPACES.
001800 77  WS-COMPTES-DEPOTS       PIC 9(03)   VALUE ZERO.
001810 77  WS-JOUR-DEPOTS-SW       PIC X(01)   VALUE "N".
001820     88  DEPOT-DU-JOUR               VALUE "Y".
001830 77  WS-NB-RETRAITS          PIC 9(05)   COMP VALUE ZERO.
001840 77  WS-TOT-RETRAITS         PIC 9(11)V99 VALUE ZERO.
001850 77  WS-DATE-RETRAITS        PIC X(08)   VALUE SPACES.
001860 77  WS-JOUR-RETRAITS-SW     PIC X(01)   VALUE "N".
001870     88  RETRAIT-DU-JOUR             VALUE "Y".
001880*
001890* ALERTE EN COURS D'ECRITURE.
001900*
001910 77  WS-REGLE                PIC X(01)   VALUE SPACES.
001920 77  WS-ALERTE-NOMBRE        PIC 9(05)   COMP VALUE ZERO.
001930 77  WS-ALERTE-TOTAL         PIC 9(11)V99 VALUE ZERO.
001940 77  WS-ALERTE-DATE          PIC X(08)   VALUE SPACES.
001950*
001960* ECRITURES DU CLIENT EN COURS, GARDEES POUR LA LISTE DES
001970* ALERTES.  AU-DELA DE 500, LES CUMULS RESTENT EXACTS MAIS LA
001980* LISTE EST TRONQUEE (SA-LISTE-TRONQUEE "O").
001990*
002000 77  WS-ECR-COUNT            PIC 9(04)   COMP VALUE ZERO.
002010 77  WS-ECR-IDX              PIC 9(04)   COMP VALUE ZERO.
002020 77  WS-ECR-TRONQUEE-SW      PIC X(01)   VALUE "N".
002030     88  LISTE-TRONQUEE              VALUE "Y".
002040 01  CASH-ENTRY-TABLE.
002050     05  CE-ENTRY OCCURS 500 TIMES.
002060         10  CE-ACCOUNT-NUMBER   PIC X(10).
002070         10  CE-TIMESTAMP        PIC X(18).
002080         10  CE-SEQUENCE         PIC 9(08).
002090         10  CE-TRANS-TYPE       PIC X(01).
002100         10  CE-AMOUNT           PIC 9(9)V99.
002110         10  CE-CURRENCY         PIC X(03).
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
002370     DISPLAY "STRUCTURING-WATCH : DETECTION DU FRACTIONNEMENT "
002380             "DES MOUVEMENTS D'ESPECES"
002390     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002410     IF WS-SEUIL = ZERO OR WS-FENETRE-JOURS = ZERO
002420         DISPLAY "SEUIL OU FENETRE NUL - AUCUNE DETECTION"
002430     ELSE
002440         SORT TRI-ESPECES
002450             ON ASCENDING KEY TE-SANS-CLIENT
002460             ON ASCENDING KEY TE-GROUPE
002470             ON ASCENDING KEY TE-ACCOUNT-NUMBER
002480             ON ASCENDING KEY TE-TIMESTAMP
002490             ON ASCENDING KEY TE-SEQUENCE
002500             INPUT PROCEDURE IS 2000-SELECT-CASH
002510                 THRU 2000-EXIT
002520             OUTPUT PROCEDURE IS 3000-REVIEW-CLIENTS
002530                 THRU 3000-EXIT
002540     END-IF
002550     PERFORM 4000-TERMINATE THRU 4000-EXIT
002560     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
002570     STOP RUN.
002580*-----------------------------------------------------------------
002590* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES, LE SEUIL DATE ET LES
002600* PARAMETRES DATES DE DETECTION, CALCULE LA FENETRE ET OUVRE LES
002610* FICHIERS.
002620*-----------------------------------------------------------------
002630 1000-INITIALIZE.
002640     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
002650     PERFORM 1100-LOAD-THRESHOLD THRU 1100-EXIT
002660     PERFORM 1150-LOAD-STRUCTURING-CTL THRU 1150-EXIT
002670     COMPUTE WS-SEUIL-BAS ROUNDED
002680             = WS-SEUIL * (100 - WS-MARGE-PCT) / 100
002690     MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
002700     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
002710     MOVE WS-DT-JOURS TO WS-JOURS-AFFAIRES
002720     COMPUTE WS-JOURS-DEBUT
002730             = WS-JOURS-AFFAIRES - WS-FENETRE-JOURS + 1
002740     OPEN INPUT  ACCOUNT-MASTER
002750     OPEN OUTPUT STRUCTURING-ALERTS.
002760 1000-EXIT.
002770     EXIT.
002780*-----------------------------------------------------------------
002790* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES ET LE NUMERO DE
002800* RUN SUR LE FICHIER DE CONTROLE DE LA CHAINE.  FICHIER VIDE OU
002810* ABSENT : L'ETAPE S'ARRETE EN CODE 16, ON NE TRAITE PAS SOUS UNE
002820* DATE INCONNUE.
002830*-----------------------------------------------------------------
002840 1050-LOAD-RUN-CONTROL.
002850     OPEN INPUT RUN-CONTROL
002860     READ RUN-CONTROL
002870         AT END
002880             MOVE "Y" TO WS-RUNCTL-EOF-SW
002890         NOT AT END
002900             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
002910             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
002920     END-READ
002930     CLOSE RUN-CONTROL
002940     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
002950         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF
002990     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
003000             " RUN : " WS-NUMERO-RUN.
003010 1050-EXIT.
003020     EXIT.
003030*-----------------------------------------------------------------
003040* 1100-LOAD-THRESHOLD -- RETIENT LE SEUIL DE DECLARATION EN
003050* VIGUEUR A LA DATE D'AFFAIRES (MEME SCHEMA DATE QUE RATECTL).
003060*-----------------------------------------------------------------
003070 1100-LOAD-THRESHOLD.
003080     OPEN INPUT DECLARATION-CONTROL
003090     PERFORM 8100-READ-THRESHOLD THRU 8100-EXIT
003100     PERFORM 1110-APPLY-ONE-THRESHOLD THRU 1110-EXIT
003110         UNTIL CTL-END-OF-FILE
003120     CLOSE DECLARATION-CONTROL
003130     IF WS-SEUIL > ZERO
003140         DISPLAY "SEUIL DE DECLARATION : " WS-SEUIL
003150     END-IF.
003160 1100-EXIT.
003170     EXIT.
003180*-----------------------------------------------------------------
003190* 1110-APPLY-ONE-THRESHOLD -- RETIENT LE SEUIL COURANT S'IL EST
003200* EN VIGUEUR (LE DERNIER LU ECRASE LE PRECEDENT), PUIS LIT LE
003210* SUIVANT.
003220*-----------------------------------------------------------------
003230 1110-APPLY-ONE-THRESHOLD.
003240     IF DL-DATE-EFFET NOT > WS-DATE-AFFAIRES
003250         MOVE DL-SEUIL TO WS-SEUIL
003260     END-IF
003270     PERFORM 8100-READ-THRESHOLD THRU 8100-EXIT.
003280 1110-EXIT.
003290     EXIT.
003300*-----------------------------------------------------------------
003310* 1150-LOAD-STRUCTURING-CTL -- RETIENT LA FENETRE, LA MARGE ET LES
003320* NOMBRES DES REGLES EN VIGUEUR A LA DATE D'AFFAIRES (MEME SCHEMA
003330* DATE QUE RATECTL).  AUCUN ENREGISTREMENT EN VIGUEUR : FENETRE
003340* NULLE, PAS DE DETECTION.
003350*-----------------------------------------------------------------
003360 1150-LOAD-STRUCTURING-CTL.
003370     OPEN INPUT STRUCTURING-CONTROL
003380     PERFORM 8150-READ-STRUCTURING-CTL THRU 8150-EXIT
003390     PERFORM 1160-APPLY-ONE-CONTROL THRU 1160-EXIT
003400         UNTIL STR-END-OF-FILE
003410     CLOSE STRUCTURING-CONTROL
003420     IF WS-FENETRE-JOURS > ZERO
003430         DISPLAY "FENETRE (JOURS)      : " WS-FENETRE-JOURS
003440         DISPLAY "MARGE SOUS LE SEUIL  : " WS-MARGE-PCT
003450         DISPLAY "DEPOTS SOUS LE SEUIL : " WS-NOMBRE-SOUS-SEUIL
003460         DISPLAY "MOUVEMENTS CUMULES   : " WS-NOMBRE-CUMUL
003470         DISPLAY "COMPTES DU CLIENT    : " WS-NOMBRE-COMPTES
003480     END-IF.
003490 1150-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------------
003520* 1160-APPLY-ONE-CONTROL -- RETIENT LES PARAMETRES COURANTS S'ILS
003530* SONT EN VIGUEUR (LE DERNIER LU ECRASE LE PRECEDENT), PUIS LIT
003540* LE SUIVANT.
003550*-----------------------------------------------------------------
003560 1160-APPLY-ONE-CONTROL.
003570     IF SC-DATE-EFFET NOT > WS-DATE-AFFAIRES
003580         MOVE SC-FENETRE-JOURS     TO WS-FENETRE-JOURS
003590         MOVE SC-MARGE-PCT         TO WS-MARGE-PCT
003600         MOVE SC-NOMBRE-SOUS-SEUIL TO WS-NOMBRE-SOUS-SEUIL
003610         MOVE SC-NOMBRE-CUMUL      TO WS-NOMBRE-CUMUL
003620         MOVE SC-NOMBRE-COMPTES    TO WS-NOMBRE-COMPTES
003630     END-IF
003640     PERFORM 8150-READ-STRUCTURING-CTL THRU 8150-EXIT.
003650 1160-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680* 2000-SELECT-CASH -- PROCEDURE D'ENTREE DU TRI : PARCOURT
003690* L'ARCHIVE ET LE GRAND LIVRE VIF (CONCATENES SUR LEDGIN) ET
003700* REMET AU TRI LES MOUVEMENTS D'ESPECES DE LA FENETRE.
003710*-----------------------------------------------------------------
003720 2000-SELECT-CASH.
003730     OPEN INPUT TRANSACTION-LEDGER
003740     PERFORM 8000-READ-LEDGER THRU 8000-EXIT
003750     PERFORM 2100-CHECK-ONE-ENTRY THRU 2100-EXIT
003760         UNTIL LEDGER-END-OF-FILE
003770     CLOSE TRANSACTION-LEDGER.
003780 2000-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810* 2100-CHECK-ONE-ENTRY -- RETIENT L'ECRITURE COURANTE SI C'EST UN
003820* MOUVEMENT D'ESPECES ("D" OU "W") POSTE, NON DECLARE (MONTANT NE
003830* DEPASSANT PAS LE SEUIL), DATE DANS LA FENETRE QUI SE TERMINE A
003840* LA DATE D'AFFAIRES, PUIS LIT LA SUIVANTE.
003850*-----------------------------------------------------------------
003860 2100-CHECK-ONE-ENTRY.
003870     IF NOT LG-STATUS-POSTED
003880         GO TO 2100-SUITE
003890     END-IF
003900     IF NOT LG-TYPE-DEPOSIT AND NOT LG-TYPE-WITHDRAWAL
003910         GO TO 2100-SUITE
003920     END-IF
003930     IF LG-AMOUNT > WS-SEUIL
003940         GO TO 2100-SUITE
003950     END-IF
003960     IF LG-TIMESTAMP (1:8) NOT NUMERIC
003970             OR LG-TIMESTAMP (1:8) > WS-DATE-AFFAIRES
003980         GO TO 2100-SUITE
003990     END-IF
004000     MOVE LG-TIMESTAMP (1:8) TO WS-DATE-CALCUL
004010     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
004020     IF WS-DT-JOURS < WS-JOURS-DEBUT
004030         GO TO 2100-SUITE
004040     END-IF
004050     PERFORM 2200-RELEASE-ENTRY THRU 2200-EXIT.
004060 2100-SUITE.
004070     PERFORM 8000-READ-LEDGER THRU 8000-EXIT.
004080 2100-EXIT.
004090     EXIT.
004100*-----------------------------------------------------------------
004110* 2200-RELEASE-ENTRY -- RATTACHE LE MOUVEMENT AU CLIENT DU COMPTE
004120* (ACCT-NUMERO-CLIENT) ET LE REMET AU TRI.  UN COMPTE INTROUVABLE
004130* OU SANS NUMERO CLIENT EST SUIVI SEUL SOUS SON NUMERO.
004140*-----------------------------------------------------------------
004150 2200-RELEASE-ENTRY.
004160     MOVE "N" TO WS-KEY-SW
004170     MOVE LG-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
004180     READ ACCOUNT-MASTER
004190         INVALID KEY
004200             MOVE "Y" TO WS-KEY-SW
004210     END-READ
004220     IF ACCOUNT-NOT-FOUND OR ACCT-NUMERO-CLIENT = SPACES
004230         MOVE "O"               TO TE-SANS-CLIENT
004240         MOVE LG-ACCOUNT-NUMBER TO TE-GROUPE
004250     ELSE
004260         MOVE "N"                TO TE-SANS-CLIENT
004270         MOVE ACCT-NUMERO-CLIENT TO TE-GROUPE
004280     END-IF
004290     MOVE LG-ACCOUNT-NUMBER TO TE-ACCOUNT-NUMBER
004300     MOVE LG-TIMESTAMP      TO TE-TIMESTAMP
004310     MOVE LG-SEQUENCE       TO TE-SEQUENCE
004320     MOVE LG-TRANS-TYPE     TO TE-TRANS-TYPE
004330     MOVE LG-AMOUNT         TO TE-AMOUNT
004340     MOVE LG-CURRENCY       TO TE-CURRENCY
004350     RELEASE TRI-ESPECES-RECORD
004360     ADD 1 TO WS-ECRITURES-RETENUES.
004370 2200-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------------
004400* 3000-REVIEW-CLIENTS -- PROCEDURE DE SORTIE DU TRI : CUMULE LES
004410* MOUVEMENTS CLIENT PAR CLIENT ET CONFRONTE CHAQUE CLIENT AUX
004420* REGLES A LA RUPTURE.
004430*-----------------------------------------------------------------
004440 3000-REVIEW-CLIENTS.
004450     MOVE SPACES TO WS-GROUPE-COURANT
004460     PERFORM 8300-RETURN-CASH THRU 8300-EXIT
004470     PERFORM 3100-ACCUMULATE-ONE-ENTRY THRU 3100-EXIT
004480         UNTIL TRI-END-OF-FILE
004490     IF WS-GROUPE-COURANT NOT = SPACES
004500         PERFORM 3200-EVALUATE-CLIENT THRU 3200-EXIT
004510     END-IF.
004520 3000-EXIT.
004530     EXIT.
004540*-----------------------------------------------------------------
004550* 3100-ACCUMULATE-ONE-ENTRY -- A LA RUPTURE DE CLIENT, EVALUE LE
004560* CLIENT PRECEDENT ET REPART A ZERO ; PUIS GARDE LE MOUVEMENT
004570* COURANT DANS LA TABLE, L'AJOUTE AUX CUMULS DU CLIENT ET LIT LE
004580* SUIVANT.
004590*-----------------------------------------------------------------
004600 3100-ACCUMULATE-ONE-ENTRY.
004610     IF TE-SANS-CLIENT NOT = WS-SANS-CLIENT-COURANT
004620             OR TE-GROUPE NOT = WS-GROUPE-COURANT
004630         IF WS-GROUPE-COURANT NOT = SPACES
004640             PERFORM 3200-EVALUATE-CLIENT THRU 3200-EXIT
004650         END-IF
004660         PERFORM 3150-START-CLIENT THRU 3150-EXIT
004670     END-IF
004680     IF WS-ECR-COUNT < 500
004690         ADD 1 TO WS-ECR-COUNT
004700         MOVE TE-ACCOUNT-NUMBER
004710                            TO CE-ACCOUNT-NUMBER (WS-ECR-COUNT)
004720         MOVE TE-TIMESTAMP  TO CE-TIMESTAMP (WS-ECR-COUNT)
004730         MOVE TE-SEQUENCE   TO CE-SEQUENCE (WS-ECR-COUNT)
004740         MOVE TE-TRANS-TYPE TO CE-TRANS-TYPE (WS-ECR-COUNT)
004750         MOVE TE-AMOUNT     TO CE-AMOUNT (WS-ECR-COUNT)
004760         MOVE TE-CURRENCY   TO CE-CURRENCY (WS-ECR-COUNT)
004770     ELSE
004780         MOVE "Y" TO WS-ECR-TRONQUEE-SW
004790     END-IF
004800     MOVE TE-TIMESTAMP (1:8) TO WS-DATE-ECRITURE
004810     IF TE-TRANS-TYPE = "W"
004820         PERFORM 3120-ADD-WITHDRAWAL THRU 3120-EXIT
004830     ELSE
004840         PERFORM 3110-ADD-DEPOSIT THRU 3110-EXIT
004850     END-IF
004860     PERFORM 8300-RETURN-CASH THRU 8300-EXIT.
004870 3100-EXIT.
004880     EXIT.
004890*-----------------------------------------------------------------
004900* 3110-ADD-DEPOSIT -- AJOUTE LE DEPOT COURANT AUX CUMULS DES
004910* DEPOTS (ET DES DEPOTS JUSTE SOUS LE SEUIL S'IL ATTEINT LE SEUIL
004920* MOINS LA MARGE), COMPTE LES COMPTES DISTINCTS DU CLIENT CREDITES
004930* EN ESPECES (LE TRI RANGE LES MOUVEMENTS PAR COMPTE) ET RETIENT
004940* LA DATE DU PLUS ANCIEN DEPOT.
004950*-----------------------------------------------------------------
004960 3110-ADD-DEPOSIT.
004970     ADD 1         TO WS-NB-DEPOTS
004980     ADD TE-AMOUNT TO WS-TOT-DEPOTS
004990     IF WS-DATE-ECRITURE = WS-DATE-AFFAIRES
005000         MOVE "Y" TO WS-JOUR-DEPOTS-SW
005010     END-IF
005020     IF WS-DATE-DEPOTS = SPACES
005030             OR WS-DATE-ECRITURE < WS-DATE-DEPOTS
005040         MOVE WS-DATE-ECRITURE TO WS-DATE-DEPOTS
005050     END-IF
005060     IF TE-ACCOUNT-NUMBER NOT = WS-DERNIER-COMPTE-DEPOT
005070         ADD 1 TO WS-COMPTES-DEPOTS
005080         MOVE TE-ACCOUNT-NUMBER TO WS-DERNIER-COMPTE-DEPOT
005090     END-IF
005100     IF TE-AMOUNT < WS-SEUIL-BAS
005110         GO TO 3110-EXIT
005120     END-IF
005130     ADD 1         TO WS-NB-SOUS-SEUIL
005140     ADD TE-AMOUNT TO WS-TOT-SOUS-SEUIL
005150     IF WS-DATE-ECRITURE = WS-DATE-AFFAIRES
005160         MOVE "Y" TO WS-JOUR-SOUS-SEUIL-SW
005170     END-IF
005180     IF WS-DATE-SOUS-SEUIL = SPACES
005190             OR WS-DATE-ECRITURE < WS-DATE-SOUS-SEUIL
005200         MOVE WS-DATE-ECRITURE TO WS-DATE-SOUS-SEUIL
005210     END-IF.
005220 3110-EXIT.
005230     EXIT.
005240*-----------------------------------------------------------------
005250* 3120-ADD-WITHDRAWAL -- AJOUTE LE RETRAIT COURANT AUX CUMULS DES
005260* RETRAITS ET RETIENT LA DATE DU PLUS ANCIEN.
005270*-----------------------------------------------------------------
005280 3120-ADD-WITHDRAWAL.
005290     ADD 1         TO WS-NB-RETRAITS
005300     ADD TE-AMOUNT TO WS-TOT-RETRAITS
005310     IF WS-DATE-ECRITURE = WS-DATE-AFFAIRES
005320         MOVE "Y" TO WS-JOUR-RETRAITS-SW
005330     END-IF
005340     IF WS-DATE-RETRAITS = SPACES
005350             OR WS-DATE-ECRITURE < WS-DATE-RETRAITS
005360         MOVE WS-DATE-ECRITURE TO WS-DATE-RETRAITS
005370     END-IF.
005380 3120-EXIT.
005390     EXIT.
005400*-----------------------------------------------------------------
005410* 3150-START-CLIENT -- MEMORISE LE NOUVEAU CLIENT ET REMET SES
005420* CUMULS ET SA TABLE DE MOUVEMENTS A ZERO.
005430*-----------------------------------------------------------------
005440 3150-START-CLIENT.
005450     MOVE TE-SANS-CLIENT TO WS-SANS-CLIENT-COURANT
005460     MOVE TE-GROUPE      TO WS-GROUPE-COURANT
005470     ADD 1 TO WS-CLIENTS-SUIVIS
005480     MOVE SPACES TO WS-DERNIER-COMPTE-DEPOT
005490     MOVE ZERO   TO WS-NB-SOUS-SEUIL
005500     MOVE ZERO   TO WS-TOT-SOUS-SEUIL
005510     MOVE SPACES TO WS-DATE-SOUS-SEUIL
005520     MOVE "N"    TO WS-JOUR-SOUS-SEUIL-SW
005530     MOVE ZERO   TO WS-NB-DEPOTS
005540     MOVE ZERO   TO WS-TOT-DEPOTS
005550     MOVE SPACES TO WS-DATE-DEPOTS
005560     MOVE ZERO   TO WS-COMPTES-DEPOTS
005570     MOVE "N"    TO WS-JOUR-DEPOTS-SW
005580     MOVE ZERO   TO WS-NB-RETRAITS
005590     MOVE ZERO   TO WS-TOT-RETRAITS
005600     MOVE SPACES TO WS-DATE-RETRAITS
005610     MOVE "N"    TO WS-JOUR-RETRAITS-SW
005620     MOVE ZERO   TO WS-ECR-COUNT
005630     MOVE "N"    TO WS-ECR-TRONQUEE-SW.
005640 3150-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------------
005670* 3200-EVALUATE-CLIENT -- CONFRONTE LES CUMULS DU CLIENT AUX
005680* REGLES DE STRCTL (UN NOMBRE NUL DESACTIVE SA REGLE).  UNE REGLE
005690* N'ALERTE QUE SI UN MOUVEMENT DU JOUR Y CONTRIBUE : LE MEME
005700* FRACTIONNEMENT N'EST PAS RESIGNALE CHAQUE NUIT TANT QU'IL RESTE
005710* DANS LA FENETRE.
005720*-----------------------------------------------------------------
005730 3200-EVALUATE-CLIENT.
005740     IF WS-NOMBRE-SOUS-SEUIL > ZERO
005750             AND WS-NB-SOUS-SEUIL NOT < WS-NOMBRE-SOUS-SEUIL
005760             AND SOUS-SEUIL-DU-JOUR
005770         MOVE "S"                TO WS-REGLE
005780         MOVE WS-NB-SOUS-SEUIL   TO WS-ALERTE-NOMBRE
005790         MOVE WS-TOT-SOUS-SEUIL  TO WS-ALERTE-TOTAL
005800         MOVE WS-DATE-SOUS-SEUIL TO WS-ALERTE-DATE
005810         PERFORM 3300-WRITE-ALERT THRU 3300-EXIT
005820     END-IF
005830     IF WS-NOMBRE-CUMUL > ZERO
005840             AND WS-NB-DEPOTS NOT < WS-NOMBRE-CUMUL
005850             AND WS-TOT-DEPOTS > WS-SEUIL
005860             AND DEPOT-DU-JOUR
005870         MOVE "C"            TO WS-REGLE
005880         MOVE WS-NB-DEPOTS   TO WS-ALERTE-NOMBRE
005890         MOVE WS-TOT-DEPOTS  TO WS-ALERTE-TOTAL
005900         MOVE WS-DATE-DEPOTS TO WS-ALERTE-DATE
005910         PERFORM 3300-WRITE-ALERT THRU 3300-EXIT
005920     END-IF
005930     IF WS-NOMBRE-CUMUL > ZERO
005940             AND WS-NB-RETRAITS NOT < WS-NOMBRE-CUMUL
005950             AND WS-TOT-RETRAITS > WS-SEUIL
005960             AND RETRAIT-DU-JOUR
005970         MOVE "R"              TO WS-REGLE
005980         MOVE WS-NB-RETRAITS   TO WS-ALERTE-NOMBRE
005990         MOVE WS-TOT-RETRAITS  TO WS-ALERTE-TOTAL
006000         MOVE WS-DATE-RETRAITS TO WS-ALERTE-DATE
006010         PERFORM 3300-WRITE-ALERT THRU 3300-EXIT
006020     END-IF
006030     IF WS-NOMBRE-COMPTES > ZERO
006040             AND WS-COMPTES-DEPOTS NOT < WS-NOMBRE-COMPTES
006050             AND WS-TOT-DEPOTS NOT < WS-SEUIL-BAS
006060             AND DEPOT-DU-JOUR
006070         MOVE "M"            TO WS-REGLE
006080         MOVE WS-NB-DEPOTS   TO WS-ALERTE-NOMBRE
006090         MOVE WS-TOT-DEPOTS  TO WS-ALERTE-TOTAL
006100         MOVE WS-DATE-DEPOTS TO WS-ALERTE-DATE
006110         PERFORM 3300-WRITE-ALERT THRU 3300-EXIT
006120     END-IF.
006130 3200-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------------
006160* 3300-WRITE-ALERT -- ECRIT L'EN-TETE "A" DE L'ALERTE WS-REGLE DU
006170* CLIENT EN COURS, PUIS UNE LIGNE "E" PAR MOUVEMENT GARDE QUI Y
006180* CONTRIBUE.
006190*-----------------------------------------------------------------
006200 3300-WRITE-ALERT.
006210     MOVE SPACES TO STRUCTURING-ALERT-RECORD
006220     MOVE "A"              TO SA-GENRE
006230     MOVE WS-DATE-AFFAIRES TO SA-DATE-AFFAIRES
006240     IF WS-SANS-CLIENT-COURANT = "O"
006250         MOVE WS-GROUPE-COURANT TO SA-ACCOUNT-NUMBER
006260     ELSE
006270         MOVE WS-GROUPE-COURANT TO SA-NUMERO-CLIENT
006280     END-IF
006290     MOVE WS-REGLE          TO SA-REGLE
006300     MOVE WS-ALERTE-NOMBRE  TO SA-NOMBRE
006310     MOVE WS-ALERTE-TOTAL   TO SA-TOTAL
006320     MOVE WS-COMPTES-DEPOTS TO SA-NOMBRE-COMPTES
006330     IF WS-REGLE = "R"
006340         MOVE ZERO TO SA-NOMBRE-COMPTES
006350     END-IF
006360     MOVE WS-SEUIL          TO SA-SEUIL
006370     MOVE WS-ALERTE-DATE    TO SA-PREMIERE-DATE
006380     MOVE WS-FENETRE-JOURS  TO SA-FENETRE-JOURS
006390     MOVE "N"               TO SA-LISTE-TRONQUEE
006400     IF LISTE-TRONQUEE
006410         MOVE "O" TO SA-LISTE-TRONQUEE
006420         ADD 1 TO WS-LISTES-TRONQUEES
006430     END-IF
006440     WRITE STRUCTURING-ALERT-RECORD
006450     ADD 1 TO WS-ALERTES
006460     DISPLAY "ALERTE " WS-REGLE " : CLIENT " WS-GROUPE-COURANT
006470             " MOUVEMENTS " WS-ALERTE-NOMBRE
006480             " CUMUL " WS-ALERTE-TOTAL
006490     PERFORM 3310-LIST-ONE-ENTRY THRU 3310-EXIT
006500         VARYING WS-ECR-IDX FROM 1 BY 1
006510             UNTIL WS-ECR-IDX > WS-ECR-COUNT.
006520 3300-EXIT.
006530     EXIT.
006540*-----------------------------------------------------------------
006550* 3310-LIST-ONE-ENTRY -- ECRIT LA LIGNE "E" DU MOUVEMENT GARDE
006560* COURANT S'IL CONTRIBUE A LA REGLE : DEPOT JUSTE SOUS LE SEUIL
006570* POUR "S", DEPOT POUR "C" ET "M", RETRAIT POUR "R".
006580*-----------------------------------------------------------------
006590 3310-LIST-ONE-ENTRY.
006600     IF WS-REGLE = "R"
006610         IF CE-TRANS-TYPE (WS-ECR-IDX) NOT = "W"
006620             GO TO 3310-EXIT
006630         END-IF
006640     ELSE
006650         IF CE-TRANS-TYPE (WS-ECR-IDX) = "W"
006660             GO TO 3310-EXIT
006670         END-IF
006680     END-IF
006690     IF WS-REGLE = "S"
006700             AND CE-AMOUNT (WS-ECR-IDX) < WS-SEUIL-BAS
006710         GO TO 3310-EXIT
006720     END-IF
006730     MOVE SPACES TO STRUCTURING-ALERT-RECORD
006740     MOVE "E"              TO SA-GENRE
006750     MOVE WS-DATE-AFFAIRES TO SA-DATE-AFFAIRES
006760     IF WS-SANS-CLIENT-COURANT NOT = "O"
006770         MOVE WS-GROUPE-COURANT TO SA-NUMERO-CLIENT
006780     END-IF
006790     MOVE WS-REGLE TO SA-REGLE
006800     MOVE CE-ACCOUNT-NUMBER (WS-ECR-IDX) TO SA-ACCOUNT-NUMBER
006810     MOVE CE-TIMESTAMP (WS-ECR-IDX)      TO SA-TIMESTAMP
006820     MOVE CE-TRANS-TYPE (WS-ECR-IDX)     TO SA-TRANS-TYPE
006830     MOVE CE-AMOUNT (WS-ECR-IDX)         TO SA-AMOUNT
006840     MOVE CE-CURRENCY (WS-ECR-IDX)       TO SA-CURRENCY
006850     MOVE CE-SEQUENCE (WS-ECR-IDX)       TO SA-SEQUENCE
006860     WRITE STRUCTURING-ALERT-RECORD
006870     ADD 1 TO WS-ECRITURES-LISTEES.
006880 3310-EXIT.
006890     EXIT.
006900*-----------------------------------------------------------------
006910* 4000-TERMINATE -- ECRIT LE TOTAL DE CONTROLE, FERME LES
006920* FICHIERS ET DEPOSE LES COMPTEURS SUR RUNSTATS.
006930*-----------------------------------------------------------------
006940 4000-TERMINATE.
006950     MOVE SPACES TO STRUCTURING-ALERT-RECORD
006960     MOVE "T"                  TO SA-GENRE
006970     MOVE WS-DATE-AFFAIRES     TO SA-DATE-AFFAIRES
006980     MOVE WS-ALERTES           TO SA-NOMBRE
006990     MOVE ZERO                 TO SA-TOTAL
007000     MOVE ZERO                 TO SA-NOMBRE-COMPTES
007010     MOVE WS-SEUIL             TO SA-SEUIL
007020     MOVE WS-FENETRE-JOURS     TO SA-FENETRE-JOURS
007030     WRITE STRUCTURING-ALERT-RECORD
007040     CLOSE ACCOUNT-MASTER
007050     CLOSE STRUCTURING-ALERTS
007060     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
007070     DISPLAY "ECRITURES LUES     : " WS-ECRITURES-LUES
007080     DISPLAY "ECRITURES RETENUES : " WS-ECRITURES-RETENUES
007090     DISPLAY "CLIENTS SUIVIS     : " WS-CLIENTS-SUIVIS
007100     DISPLAY "ALERTES            : " WS-ALERTES
007110     DISPLAY "ECRITURES LISTEES  : " WS-ECRITURES-LISTEES
007120     IF WS-LISTES-TRONQUEES > ZERO
007130         DISPLAY "LISTES TRONQUEES   : " WS-LISTES-TRONQUEES
007140     END-IF.
007150 4000-EXIT.
007160     EXIT.
007170*-----------------------------------------------------------------
007180* 8000-READ-LEDGER -- LECTURE SEQUENTIELLE DU GRAND LIVRE.
007190*-----------------------------------------------------------------
007200 8000-READ-LEDGER.
007210     READ TRANSACTION-LEDGER
007220         AT END
007230             MOVE "Y" TO WS-LEDG-EOF-SW
007240         NOT AT END
007250             ADD 1 TO WS-ECRITURES-LUES
007260     END-READ.
007270 8000-EXIT.
007280     EXIT.
007290*-----------------------------------------------------------------
007300* 8100-READ-THRESHOLD -- LECTURE SEQUENTIELLE DU FICHIER DE
007310* CONTROLE DES SEUILS DE DECLARATION.
007320*-----------------------------------------------------------------
007330 8100-READ-THRESHOLD.
007340     READ DECLARATION-CONTROL
007350         AT END
007360             MOVE "Y" TO WS-CTL-EOF-SW
007370     END-READ.
007380 8100-EXIT.
007390     EXIT.
007400*-----------------------------------------------------------------
007410* 8150-READ-STRUCTURING-CTL -- LECTURE SEQUENTIELLE DU FICHIER DE
007420* CONTROLE DE LA DETECTION DU FRACTIONNEMENT.
007430*-----------------------------------------------------------------
007440 8150-READ-STRUCTURING-CTL.
007450     READ STRUCTURING-CONTROL
007460         AT END
007470             MOVE "Y" TO WS-STR-EOF-SW
007480     END-READ.
007490 8150-EXIT.
007500     EXIT.
007510*-----------------------------------------------------------------
007520* 8300-RETURN-CASH -- RETOUR DU MOUVEMENT SUIVANT DU TRI.
007530*-----------------------------------------------------------------
007540 8300-RETURN-CASH.
007550     RETURN TRI-ESPECES
007560         AT END
007570             MOVE "Y" TO WS-TRI-EOF-SW
007580     END-RETURN.
007590 8300-EXIT.
007600     EXIT.
007610*-----------------------------------------------------------------
007620* 8810-DATE-EN-JOURS -- CONVERTIT WS-DATE-CALCUL (AAAAMMJJ) EN
007630* NOMBRE DE JOURS DEPUIS L'ORIGINE (MEME FORMULE QUE
007640* SIMPLEBANK).
007650*-----------------------------------------------------------------
007660 8810-DATE-EN-JOURS.
007670     COMPUTE WS-DT-ANNEE-PREC = WS-CAL-ANNEE - 1
007680     DIVIDE WS-DT-ANNEE-PREC BY 4 GIVING WS-DT-BIS4
007690     DIVIDE WS-DT-ANNEE-PREC BY 100 GIVING WS-DT-BIS100
007700     DIVIDE WS-DT-ANNEE-PREC BY 400 GIVING WS-DT-BIS400
007710     COMPUTE WS-DT-JOURS
007720             = WS-CAL-ANNEE * 365
007730             + WS-DT-BIS4
007740             - WS-DT-BIS100
007750             + WS-DT-BIS400
007760             + WS-JC-MOIS (WS-CAL-MOIS)
007770             + WS-CAL-JOUR
007780     MOVE "N" TO WS-DT-BISSEXTILE-SW
007790     DIVIDE WS-CAL-ANNEE BY 4 GIVING WS-DT-QUOTIENT
007800         REMAINDER WS-DT-RESTE
007810     IF WS-DT-RESTE = ZERO
007820         MOVE "Y" TO WS-DT-BISSEXTILE-SW
007830     END-IF
007840     DIVIDE WS-CAL-ANNEE BY 100 GIVING WS-DT-QUOTIENT
007850         REMAINDER WS-DT-RESTE
007860     IF WS-DT-RESTE = ZERO
007870         MOVE "N" TO WS-DT-BISSEXTILE-SW
007880     END-IF
007890     DIVIDE WS-CAL-ANNEE BY 400 GIVING WS-DT-QUOTIENT
007900         REMAINDER WS-DT-RESTE
007910     IF WS-DT-RESTE = ZERO
007920         MOVE "Y" TO WS-DT-BISSEXTILE-SW
007930     END-IF
007940     IF ANNEE-BISSEXTILE AND WS-CAL-MOIS > 2
007950         ADD 1 TO WS-DT-JOURS
007960     END-IF.
007970 8810-EXIT.
007980     EXIT.
007990*-----------------------------------------------------------------
008000* 9500-WRITE-RUN-STATS -- ECRIT LES COMPTEURS DU RUN SUR LE
008010* FICHIER COMMUN DES STATISTIQUES DE LA CHAINE.
008020*-----------------------------------------------------------------
008030 9500-WRITE-RUN-STATS.
008040     OPEN EXTEND RUN-STATISTICS
008050     MOVE "LUES" TO WS-STAT-COMPTEUR
008060     MOVE WS-ECRITURES-LUES TO WS-STAT-VALEUR
008070     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
008080     MOVE "RETENUES" TO WS-STAT-COMPTEUR
008090     MOVE WS-ECRITURES-RETENUES TO WS-STAT-VALEUR
008100     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
008110     MOVE "ALERTES" TO WS-STAT-COMPTEUR
008120     MOVE WS-ALERTES TO WS-STAT-VALEUR
008130     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
008140     CLOSE RUN-STATISTICS.
008150 9500-EXIT.
008160     EXIT.
008170*-----------------------------------------------------------------
008180* 9510-WRITE-ONE-STAT -- ECRIT UN COMPTEUR (NOM ET VALEUR
008190* PREPARES PAR L'APPELANT) ESTAMPILLE DE LA DATE D'AFFAIRES ET
008200* DU RUN.
008210*-----------------------------------------------------------------
008220 9510-WRITE-ONE-STAT.
008230     MOVE WS-DATE-AFFAIRES TO RS-DATE-AFFAIRES
008240     MOVE WS-NUMERO-RUN    TO RS-NUMERO-RUN
008250     MOVE WS-STAT-ETAPE    TO RS-ETAPE
008260     MOVE WS-STAT-COMPTEUR TO RS-COMPTEUR
008270     MOVE WS-STAT-VALEUR   TO RS-VALEUR
008280     WRITE RUN-STAT-RECORD.
008290 9510-EXIT.
008300     EXIT.
008310*-----------------------------------------------------------------
008320* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
008330* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
008340* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
008350* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
008360* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
008370* N'EST PAS INSCRITE AU REGISTRE.
008380*-----------------------------------------------------------------
008390 9600-CHECK-STEP-DIRECTIVE.
008400     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
008410     OPEN INPUT STEP-DIRECTIVES
008420     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
008430         UNTIL ETP-DIR-END-OF-FILE
008440             OR ETP-CONSIGNE-TROUVEE
008450     CLOSE STEP-DIRECTIVES
008460     IF NOT ETP-A-SAUTER
008470         GO TO 9600-EXIT
008480     END-IF
008490     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
008500             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
008510             ") - NON REJOUEE"
008520     MOVE ZERO TO RETURN-CODE
008530     STOP RUN.
008540 9600-EXIT.
008550     EXIT.
008560*-----------------------------------------------------------------
008570* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
008580* CELLE DU PROGRAMME.
008590*-----------------------------------------------------------------
008600 9610-READ-DIRECTIVE.
008610     READ STEP-DIRECTIVES
008620         AT END
008630             MOVE "Y" TO ETP-DIR-EOF-SW
008640         NOT AT END
008650             IF DI-PROGRAMME = ETP-PROGRAMME
008660                 MOVE "Y"              TO ETP-TROUVEE-SW
008670                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
008680                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
008690                 MOVE DI-ETAPE         TO ETP-ETAPE
008700                 MOVE DI-ACTION        TO ETP-ACTION
008710                 MOVE DI-MOTIF         TO ETP-MOTIF
008720             END-IF
008730     END-READ.
008740 9610-EXIT.
008750     EXIT.
008760*-----------------------------------------------------------------
008770* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
008780* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
008790* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
008800* CHAINE, RIEN N'EST INSCRIT.
008810*-----------------------------------------------------------------
008820 9700-REGISTER-STEP.
008830     IF NOT ETP-CONSIGNE-TROUVEE
008840         GO TO 9700-EXIT
008850     END-IF
008860     MOVE WS-ECRITURES-LUES TO ETP-LUS
008870     MOVE WS-ALERTES TO ETP-ECRITS
008880     MOVE RETURN-CODE TO ETP-CODE-RETOUR
008890     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
008900     ACCEPT ETP-HEURE-SYSTEME FROM TIME
008910     OPEN EXTEND CHAIN-REGISTER
008920     MOVE SPACES            TO CHAIN-REGISTER-RECORD
008930     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
008940     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
008950     MOVE ETP-ETAPE         TO RG-ETAPE
008960     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
008970     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
008980     MOVE ETP-LUS           TO RG-LUS
008990     MOVE ETP-ECRITS        TO RG-ECRITS
009000     MOVE ETP-REJETS        TO RG-REJETS
009010     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
009020     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
009030     WRITE CHAIN-REGISTER-RECORD
009040     CLOSE CHAIN-REGISTER
009050     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
009060             ETP-CODE-RETOUR.
009070 9700-EXIT.
009080     EXIT.
