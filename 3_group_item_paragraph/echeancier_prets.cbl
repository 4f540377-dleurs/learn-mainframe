000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    LOAN-BOOKING.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. SAISIE DES PRETS A TERME
000220*                  PILOTEE PAR LE FICHIER LOANIN : CONTROLE DU
000230*                  PRET ET DU COMPTE EMPRUNTEUR, CALCUL DE
000240*                  L'ECHEANCE CONSTANTE, EDITION DU TABLEAU
000250*                  D'AMORTISSEMENT COMPLET (LOANSCHD) ET
000260*                  CREATION DU PRET SUR LE MAITRE LOANMSTR.  LE
000270*                  DEBLOCAGE ET LE PRELEVEMENT DES ECHEANCES
000280*                  SONT PASSES PAR SIMPLEBANK.  LES PRETS
000290*                  REJETES SONT HISTORISES SUR LOANREJ.
000300* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000310*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000320*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000330*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000340*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000350*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000351* 2026-10-15 MF    LE PRET EST ECRIT SUR LOANMSTR AVANT L'EDITION
000352*                  DE SON TABLEAU D'AMORTISSEMENT : UNE ECRITURE
000353*                  REFUSEE (INVALID KEY) PART EN REJET SUR LOANREJ
000354*                  (RAISON "ERREUR ECRITURE MAITRE"), N'EST PLUS
000355*                  COMPTEE COMME CREEE OU REPRISE ET NE LAISSE
000356*                  AUCUNE ECHEANCE ORPHELINE SUR LOANSCHD. LE PRET
000357*                  ACCEPTE EST RELU, SON TABLEAU EDITE, PUIS IL
000358*                  EST REECRIT (NOUVELLE 2600-REWRITE-LOAN) AVEC
000359*                  LES ECHEANCES DEJA PAYEES ET LA PROCHAINE
000360*                  ECHEANCE.
000361*-----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS DYNAMIC
000460            RECORD KEY IS ACCOUNT-NUMBER.

000470     SELECT LOAN-MASTER      ASSIGN TO LOANMSTR
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS DYNAMIC
000500            RECORD KEY IS LN-NUMERO-PRET.

000510     SELECT OPTIONAL LOAN-BOOKINGS ASSIGN TO LOANIN
000520            ORGANIZATION IS SEQUENTIAL.

000530     SELECT LOAN-SCHEDULE    ASSIGN TO LOANSCHD
000540            ORGANIZATION IS SEQUENTIAL.

000550     SELECT LOAN-REJECTS     ASSIGN TO LOANREJ
000560            ORGANIZATION IS SEQUENTIAL.

000570     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000580            ORGANIZATION IS SEQUENTIAL.
000590
000600     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000610            ORGANIZATION IS SEQUENTIAL.
000620
000630     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000640            ORGANIZATION IS SEQUENTIAL.
000650*-------------
000660 DATA DIVISION.
000670*-------------
000680 FILE SECTION.
000690 FD  ACCOUNT-MASTER.
000700 COPY ACCTREC.
000710*
000720 FD  LOAN-MASTER.
000730 COPY LOANREC.
000740*
000750 FD  LOAN-BOOKINGS
000760     LABEL RECORDS ARE STANDARD.
000770 COPY LOANTRN.
000780*
000790 FD  LOAN-SCHEDULE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY LOANSCH.
000820*
000830 FD  LOAN-REJECTS
000840     LABEL RECORDS ARE STANDARD.
000850 COPY LOANREJ.
000860*
000870 FD  RUN-CONTROL
000880     LABEL RECORDS ARE STANDARD.
000890 COPY RUNCTL.
000900*
000910 FD  STEP-DIRECTIVES
000920     LABEL RECORDS ARE STANDARD.
000930 COPY STEPDIR.
000940*
000950 FD  CHAIN-REGISTER
000960     LABEL RECORDS ARE STANDARD.
000970 COPY CHAINREG.
000980*
000990 WORKING-STORAGE SECTION.
001000*
001010 01  WS-SWITCHES.
001020     05  WS-EOF-SW           PIC X(01)   VALUE "N".
001030         88  END-OF-FILE             VALUE "Y".
001040     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001050         88  COMPTE-TROUVE            VALUE "Y".
001060     05  WS-PRET-SW          PIC X(01)   VALUE "N".
001070         88  PRET-EXISTANT            VALUE "Y".
001073     05  WS-ECRIT-SW         PIC X(01)   VALUE "N".
001076         88  PRET-ECRIT               VALUE "Y".
001080*
001090 77  WS-PRETS-LUS            PIC 9(05)   COMP VALUE ZERO.
001100 77  WS-PRETS-CREES          PIC 9(05)   COMP VALUE ZERO.
001110 77  WS-PRETS-REPRIS         PIC 9(05)   COMP VALUE ZERO.
001120 77  WS-PRETS-REJETES        PIC 9(05)   COMP VALUE ZERO.
001130 77  WS-ECHEANCES-ECRITES    PIC 9(07)   COMP VALUE ZERO.
001140 77  WS-RAISON-REJET         PIC X(30)   VALUE SPACES.
001150 77  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
001160     88  RUNCTL-END-OF-FILE          VALUE "Y".
001170 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001180 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001190*
001200*    PLAFONDS DE SAISIE : DUREE EN MOIS ET TAUX NOMINAL ANNUEL
001210*    (LE FACTEUR D'ACTUALISATION TIENT DANS WS-FACTEUR).
001220 77  WS-DUREE-MAX            PIC 9(03)   VALUE 360.
001230 77  WS-TAUX-MAX             PIC 9V9(4)  VALUE 0.3000.
001240*
001250 01  WS-DATE-CALCUL.
001260     05  WS-CAL-ANNEE        PIC 9(04).
001270     05  WS-CAL-MOIS         PIC 9(02).
001280     05  WS-CAL-JOUR         PIC 9(02).
001290 77  WS-CAL-DERNIER-JOUR     PIC 9(02)   VALUE ZERO.
001300 77  WS-CAL-RESTE            PIC 9(03)   VALUE ZERO.
001310 77  WS-CAL-QUOTIENT         PIC 9(04)   VALUE ZERO.
001320 77  WS-MOIS-ABSOLU          PIC 9(06)   VALUE ZERO.
001330 77  WS-MOIS-RESTE           PIC 9(02)   VALUE ZERO.
001340 77  WS-RANG-ECHEANCE        PIC 9(03)   COMP VALUE ZERO.
001350 77  WS-DATE-ECHEANCE        PIC X(08)   VALUE SPACES.
001360*
001370 77  WS-TAUX-MENSUEL         PIC 9V9(12) VALUE ZERO.
001380 77  WS-UN-PLUS-TAUX         PIC 9V9(12) VALUE ZERO.
001390 77  WS-FACTEUR              PIC 9(6)V9(12) VALUE ZERO.
001400 77  WS-CRD                  PIC 9(9)V99 VALUE ZERO.
001410 77  WS-INTERET              PIC 9(9)V99 VALUE ZERO.
001420 77  WS-CAPITAL              PIC 9(9)V99 VALUE ZERO.
001430 77  WS-MONTANT-ECHEANCE     PIC 9(9)V99 VALUE ZERO.
001440*
001450 COPY STEPCTL.
001460*-------------------
001470 PROCEDURE DIVISION.
001480*-------------------
001490 0000-MAINLINE.
001500     DISPLAY "LOAN-BOOKING : SAISIE DES PRETS ET TABLEAUX "
001510             "D'AMORTISSEMENT"
001520     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001540     PERFORM 2000-PROCESS-LOAN THRU 2000-EXIT
001550         UNTIL END-OF-FILE
001560     PERFORM 3000-TERMINATE THRU 3000-EXIT
001570     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001580     STOP RUN.
001590*-----------------------------------------------------------------
001600* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES, OUVRE LES FICHIERS
001610* ET LIT LE PREMIER PRET A SAISIR.
001620*-----------------------------------------------------------------
001630 1000-INITIALIZE.
001640     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001650     OPEN INPUT  ACCOUNT-MASTER
001660     OPEN I-O    LOAN-MASTER
001670     OPEN INPUT  LOAN-BOOKINGS
001680     OPEN EXTEND LOAN-SCHEDULE
001690     OPEN OUTPUT LOAN-REJECTS
001700     PERFORM 8000-READ-BOOKING THRU 8000-EXIT.
001710 1000-EXIT.
001720     EXIT.
001730*-----------------------------------------------------------------
001740* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES DU RUN SUR
001750* RUNCTL ; ARRET EN CODE RETOUR 16 SI ELLE EST ABSENTE.
001760*-----------------------------------------------------------------
001770 1050-LOAD-RUN-CONTROL.
001780     OPEN INPUT RUN-CONTROL
001790     READ RUN-CONTROL
001800         AT END
001810             MOVE "Y" TO WS-RUNCTL-EOF-SW
001820         NOT AT END
001830             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
001840             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
001850     END-READ
001860     CLOSE RUN-CONTROL
001870     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
001880         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
001890         MOVE 16 TO RETURN-CODE
001900         STOP RUN
001910     END-IF
001920     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
001930             " RUN : " WS-NUMERO-RUN.
001940 1050-EXIT.
001950     EXIT.
001960*-----------------------------------------------------------------
001970* 2000-PROCESS-LOAN -- CONTROLE LE PRET COURANT ; S'IL EST
001980* ACCEPTE, CALCULE L'ECHEANCE ET CREE LE PRET SUR LE MAITRE.  LE
001985* TABLEAU D'AMORTISSEMENT N'EST EDITE QUE SI LE MAITRE A ACCEPTE
001990* LE PRET, QUI EST ALORS MIS A JOUR DES ECHEANCES DEJA PAYEES ET
001995* DE LA PROCHAINE ECHEANCE.  LIT ENSUITE LE PRET SUIVANT.
002000*-----------------------------------------------------------------
002010 2000-PROCESS-LOAN.
002020     MOVE SPACES TO WS-RAISON-REJET
002030     PERFORM 2100-VALIDATE-LOAN THRU 2100-EXIT
002040     IF WS-RAISON-REJET NOT = SPACES
002050         PERFORM 8200-WRITE-REJECT THRU 8200-EXIT
002060     ELSE
002070         PERFORM 2200-INIT-LOAN-RECORD THRU 2200-EXIT
002080         PERFORM 2300-COMPUTE-INSTALMENT THRU 2300-EXIT
002100         PERFORM 2500-WRITE-LOAN THRU 2500-EXIT
002102         IF PRET-ECRIT
002104             PERFORM 2400-BUILD-SCHEDULE THRU 2400-EXIT
002106             PERFORM 2600-REWRITE-LOAN THRU 2600-EXIT
002108         END-IF
002110     END-IF
002120     PERFORM 8000-READ-BOOKING THRU 8000-EXIT.
002130 2000-EXIT.
002140     EXIT.
002150*-----------------------------------------------------------------
002160* 2100-VALIDATE-LOAN -- CONTROLES DE SAISIE : NUMERO DE PRET
002170* RENSEIGNE ET NOUVEAU, COMPTE EMPRUNTEUR CONNU ET NI GELE NI
002180* CLOS, CAPITAL, TAUX, DUREE ET JOUR D'ECHEANCE DANS LES
002190* LIMITES, DATE DE DEBUT VALIDE.  UN PRET NEUF NE PEUT PAS
002200* DEMARRER AVANT LA DATE D'AFFAIRES ; UN PRET REPRIS DOIT AVOIR
002210* AU MOINS UNE ECHEANCE A VENIR.  WS-RAISON-REJET RESTE A BLANC
002220* SI LE PRET EST ACCEPTE.
002230*-----------------------------------------------------------------
002240 2100-VALIDATE-LOAN.
002250     IF LT-NUMERO-PRET = SPACES
002260         MOVE "NUMERO DE PRET ABSENT" TO WS-RAISON-REJET
002270         GO TO 2100-EXIT
002280     END-IF
002290     PERFORM 8150-READ-LOAN THRU 8150-EXIT
002300     IF PRET-EXISTANT
002310         MOVE "PRET DEJA EXISTANT" TO WS-RAISON-REJET
002320         GO TO 2100-EXIT
002330     END-IF
002340     PERFORM 8100-READ-ACCOUNT THRU 8100-EXIT
002350     IF NOT COMPTE-TROUVE
002360         MOVE "COMPTE INCONNU" TO WS-RAISON-REJET
002370         GO TO 2100-EXIT
002380     END-IF
002390     IF ACCOUNT-FROZEN OR ACCOUNT-CLOSED
002400         MOVE "COMPTE GELE OU CLOS" TO WS-RAISON-REJET
002410         GO TO 2100-EXIT
002420     END-IF
002430     IF LT-CAPITAL NOT NUMERIC OR LT-CAPITAL = ZERO
002440         MOVE "CAPITAL INVALIDE" TO WS-RAISON-REJET
002450         GO TO 2100-EXIT
002460     END-IF
002470     IF LT-TAUX-ANNUEL NOT NUMERIC
002480             OR LT-TAUX-ANNUEL > WS-TAUX-MAX
002490         MOVE "TAUX HORS LIMITE" TO WS-RAISON-REJET
002500         GO TO 2100-EXIT
002510     END-IF
002520     IF LT-DUREE-MOIS NOT NUMERIC OR LT-DUREE-MOIS = ZERO
002530             OR LT-DUREE-MOIS > WS-DUREE-MAX
002540         MOVE "DUREE INVALIDE" TO WS-RAISON-REJET
002550         GO TO 2100-EXIT
002560     END-IF
002570     IF LT-JOUR-ECHEANCE NOT NUMERIC
002580             OR LT-JOUR-ECHEANCE < 1 OR LT-JOUR-ECHEANCE > 31
002590         MOVE "JOUR D'ECHEANCE INVALIDE" TO WS-RAISON-REJET
002600         GO TO 2100-EXIT
002610     END-IF
002620     PERFORM 2150-VALIDATE-START-DATE THRU 2150-EXIT
002630     IF WS-RAISON-REJET NOT = SPACES
002640         GO TO 2100-EXIT
002650     END-IF
002660     IF LT-PRET-REPRIS
002670         MOVE LT-DATE-DEBUT    TO LN-DATE-DEBUT
002680         MOVE LT-JOUR-ECHEANCE TO LN-JOUR-ECHEANCE
002690         MOVE LT-DUREE-MOIS    TO WS-RANG-ECHEANCE
002700         PERFORM 8300-COMPUTE-DUE-DATE THRU 8300-EXIT
002710         IF WS-DATE-ECHEANCE < WS-DATE-AFFAIRES
002720             MOVE "PRET ENTIEREMENT ECHU" TO WS-RAISON-REJET
002730         END-IF
002740     ELSE
002750         IF LT-DATE-DEBUT < WS-DATE-AFFAIRES
002760             MOVE "DATE DE DEBUT PASSEE" TO WS-RAISON-REJET
002770         END-IF
002780     END-IF.
002790 2100-EXIT.
002800     EXIT.
002810*-----------------------------------------------------------------
002820* 2150-VALIDATE-START-DATE -- CONTROLE QUE LT-DATE-DEBUT EST UNE
002830* DATE AAAAMMJJ EXISTANTE.
002840*-----------------------------------------------------------------
002850 2150-VALIDATE-START-DATE.
002860     IF LT-DATE-DEBUT NOT NUMERIC
002870         MOVE "DATE DE DEBUT INVALIDE" TO WS-RAISON-REJET
002880         GO TO 2150-EXIT
002890     END-IF
002900     MOVE LT-DATE-DEBUT TO WS-DATE-CALCUL
002910     IF WS-CAL-MOIS < 1 OR WS-CAL-MOIS > 12
002920         MOVE "DATE DE DEBUT INVALIDE" TO WS-RAISON-REJET
002930         GO TO 2150-EXIT
002940     END-IF
002950     PERFORM 8310-CAL-DERNIER-JOUR THRU 8310-EXIT
002960     IF WS-CAL-JOUR < 1 OR WS-CAL-JOUR > WS-CAL-DERNIER-JOUR
002970         MOVE "DATE DE DEBUT INVALIDE" TO WS-RAISON-REJET
002980     END-IF.
002990 2150-EXIT.
003000     EXIT.
003010*-----------------------------------------------------------------
003020* 2200-INIT-LOAN-RECORD -- PREPARE L'ENREGISTREMENT DU PRET :
003030* UN PRET NEUF EST CREE EN STATUT "N" (A DEBLOQUER PAR
003040* SIMPLEBANK A SA DATE DE DEBUT), UN PRET REPRIS EN STATUT "A"
003050* AVEC LA DATE DE DEBUT POUR DATE DE DEBLOCAGE.
003060*-----------------------------------------------------------------
003070 2200-INIT-LOAN-RECORD.
003080     MOVE SPACES             TO LOAN-RECORD
003090     MOVE LT-NUMERO-PRET     TO LN-NUMERO-PRET
003100     MOVE LT-ACCOUNT-NUMBER  TO LN-ACCOUNT-NUMBER
003110     MOVE ACCT-NUMERO-CLIENT TO LN-NUMERO-CLIENT
003120     MOVE LT-CAPITAL         TO LN-CAPITAL-INITIAL
003130     MOVE LT-TAUX-ANNUEL     TO LN-TAUX-ANNUEL
003140     MOVE LT-DUREE-MOIS      TO LN-DUREE-MOIS
003150     MOVE LT-DATE-DEBUT      TO LN-DATE-DEBUT
003160     MOVE LT-JOUR-ECHEANCE   TO LN-JOUR-ECHEANCE
003170     MOVE ZERO               TO LN-MENSUALITE
003180     MOVE ZERO               TO LN-ECHEANCES-ECHUES
003190     MOVE LT-CAPITAL         TO LN-CAPITAL-RESTANT
003200     MOVE ZERO               TO LN-IMPAYE-CAPITAL
003210     MOVE ZERO               TO LN-IMPAYE-INTERET
003220     MOVE ZERO               TO LN-NB-IMPAYES
003230     MOVE ZERO               TO LN-JOURS-RETARD
003240     IF LT-PRET-REPRIS
003250         MOVE "A"            TO LN-STATUT
003260         MOVE LT-DATE-DEBUT  TO LN-DATE-DEBLOCAGE
003270     ELSE
003280         MOVE "N"            TO LN-STATUT
003290     END-IF.
003300 2200-EXIT.
003310     EXIT.
003320*-----------------------------------------------------------------
003330* 2300-COMPUTE-INSTALMENT -- ECHEANCE CONSTANTE DU PRET :
003340* CAPITAL X T / (1 - (1 + T) ** -N), SOIT CAPITAL X T X F /
003350* (F - 1) AVEC T LE TAUX MENSUEL ET F = (1 + T) ** N.  A TAUX
003360* NUL, LE CAPITAL EST REPARTI EN N PARTS EGALES.
003370*-----------------------------------------------------------------
003380 2300-COMPUTE-INSTALMENT.
003390     IF LN-TAUX-ANNUEL = ZERO
003400         COMPUTE LN-MENSUALITE ROUNDED
003410                 = LN-CAPITAL-INITIAL / LN-DUREE-MOIS
003420         GO TO 2300-EXIT
003430     END-IF
003440     COMPUTE WS-TAUX-MENSUEL = LN-TAUX-ANNUEL / 12
003450     COMPUTE WS-UN-PLUS-TAUX = 1 + WS-TAUX-MENSUEL
003460     MOVE 1 TO WS-FACTEUR
003470     PERFORM 2310-COMPOUND-ONE-MONTH THRU 2310-EXIT
003480         LN-DUREE-MOIS TIMES
003490     COMPUTE LN-MENSUALITE ROUNDED
003500             = LN-CAPITAL-INITIAL * WS-TAUX-MENSUEL * WS-FACTEUR
003510               / (WS-FACTEUR - 1).
003520 2300-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------------
003550* 2310-COMPOUND-ONE-MONTH -- MULTIPLIE LE FACTEUR
003560* D'ACTUALISATION PAR (1 + TAUX MENSUEL).
003570*-----------------------------------------------------------------
003580 2310-COMPOUND-ONE-MONTH.
003590     COMPUTE WS-FACTEUR ROUNDED = WS-FACTEUR * WS-UN-PLUS-TAUX.
003600 2310-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------------
003630* 2400-BUILD-SCHEDULE -- EDITE LE TABLEAU D'AMORTISSEMENT
003640* COMPLET, DE LA PREMIERE A LA DERNIERE ECHEANCE.
003650*-----------------------------------------------------------------
003660 2400-BUILD-SCHEDULE.
003670     MOVE LN-CAPITAL-INITIAL TO WS-CRD
003680     PERFORM 2410-SCHEDULE-ONE-INSTALMENT THRU 2410-EXIT
003690         VARYING WS-RANG-ECHEANCE FROM 1 BY 1
003700             UNTIL WS-RANG-ECHEANCE > LN-DUREE-MOIS.
003710 2400-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740* 2410-SCHEDULE-ONE-INSTALMENT -- CALCULE ET ECRIT L'ECHEANCE DE
003750* RANG WS-RANG-ECHEANCE : INTERETS SUR LE CAPITAL RESTANT DU,
003760* CAPITAL = ECHEANCE - INTERETS (PLAFONNE AU CAPITAL RESTANT),
003770* LA DERNIERE ECHEANCE SOLDANT LE CAPITAL.  MEME CALCUL QUE LE
003780* PRELEVEMENT DE SIMPLEBANK (1830-FALL-DUE-ONE-INSTALMENT).
003790* POUR UN PRET REPRIS, LES ECHEANCES ANTERIEURES A LA DATE
003800* D'AFFAIRES SONT COMPTEES COMME DEJA PAYEES.
003810*-----------------------------------------------------------------
003820 2410-SCHEDULE-ONE-INSTALMENT.
003830     PERFORM 8300-COMPUTE-DUE-DATE THRU 8300-EXIT
003840     COMPUTE WS-INTERET ROUNDED = WS-CRD * LN-TAUX-ANNUEL / 12
003850     IF WS-RANG-ECHEANCE = LN-DUREE-MOIS
003860         MOVE WS-CRD TO WS-CAPITAL
003870     ELSE
003880         IF WS-INTERET < LN-MENSUALITE
003890             COMPUTE WS-CAPITAL = LN-MENSUALITE - WS-INTERET
003900         ELSE
003910             MOVE ZERO TO WS-CAPITAL
003920         END-IF
003930         IF WS-CAPITAL > WS-CRD
003940             MOVE WS-CRD TO WS-CAPITAL
003950         END-IF
003960     END-IF
003970     COMPUTE WS-MONTANT-ECHEANCE = WS-CAPITAL + WS-INTERET
003980     SUBTRACT WS-CAPITAL FROM WS-CRD
003990     MOVE SPACES              TO LOAN-SCHEDULE-RECORD
004000     MOVE LN-NUMERO-PRET      TO LE-NUMERO-PRET
004010     MOVE WS-RANG-ECHEANCE    TO LE-NUMERO-ECHEANCE
004020     MOVE WS-DATE-ECHEANCE    TO LE-DATE-ECHEANCE
004030     MOVE WS-MONTANT-ECHEANCE TO LE-MENSUALITE
004040     MOVE WS-CAPITAL          TO LE-CAPITAL
004050     MOVE WS-INTERET          TO LE-INTERET
004060     MOVE WS-CRD              TO LE-CAPITAL-RESTANT
004070     MOVE LN-ACCOUNT-NUMBER   TO LE-ACCOUNT-NUMBER
004080     WRITE LOAN-SCHEDULE-RECORD
004090     ADD 1 TO WS-ECHEANCES-ECRITES
004100     IF LT-PRET-REPRIS AND WS-DATE-ECHEANCE < WS-DATE-AFFAIRES
004110         ADD 1 TO LN-ECHEANCES-ECHUES
004120         MOVE WS-CRD TO LN-CAPITAL-RESTANT
004130     ELSE
004140         IF LN-DATE-PROCHAINE = SPACES
004150             MOVE WS-DATE-ECHEANCE TO LN-DATE-PROCHAINE
004160         END-IF
004170     END-IF.
004180 2410-EXIT.
004190     EXIT.
004200*-----------------------------------------------------------------
004210* 2500-WRITE-LOAN -- CREE LE PRET SUR LE MAITRE LOANMSTR.  UNE
004212* ECRITURE REFUSEE PAR LE MAITRE N'EST PAS COMPTEE COMME CREEE :
004214* LE PRET PART EN REJET SUR LOANREJ.  ACCEPTE, LE PRET EST RELU
004216* POUR QUE LA ZONE DU FICHIER LE PORTE DE NOUVEAU (ELLE N'EST PLUS
004218* DISPONIBLE APRES L'ECRITURE).
004220*-----------------------------------------------------------------
004230 2500-WRITE-LOAN.
004235     MOVE "N" TO WS-ECRIT-SW
004240     WRITE LOAN-RECORD
004250         INVALID KEY
004260             DISPLAY "ERREUR ECRITURE PRET : " LN-NUMERO-PRET
004261             MOVE "ERREUR ECRITURE MAITRE" TO WS-RAISON-REJET
004262             PERFORM 8200-WRITE-REJECT THRU 8200-EXIT
004263         NOT INVALID KEY
004264             MOVE "Y" TO WS-ECRIT-SW
004265             IF LN-ACTIF
004266                 ADD 1 TO WS-PRETS-REPRIS
004267             ELSE
004268                 ADD 1 TO WS-PRETS-CREES
004269             END-IF
004270     END-WRITE
004271     IF NOT PRET-ECRIT
004272         GO TO 2500-EXIT
004273     END-IF
004274     PERFORM 8150-READ-LOAN THRU 8150-EXIT.
004275 2500-EXIT.
004276     EXIT.
004277*-----------------------------------------------------------------
004278* 2600-REWRITE-LOAN -- REPORTE SUR LE MAITRE CE QUE L'EDITION DU
004279* TABLEAU A ARRETE (ECHEANCES DEJA PAYEES ET CAPITAL RESTANT D'UN
004280* PRET REPRIS, PROCHAINE ECHEANCE) ET ANNONCE LE PRET.
004281*-----------------------------------------------------------------
004282 2600-REWRITE-LOAN.
004283     REWRITE LOAN-RECORD
004284         INVALID KEY
004285             DISPLAY "ERREUR REECRITURE PRET : " LN-NUMERO-PRET
004286     END-REWRITE
004287     IF LN-ACTIF
004300         DISPLAY "PRET REPRIS : " LN-NUMERO-PRET
004310                 " ECHEANCES DEJA PAYEES : " LN-ECHEANCES-ECHUES
004320     ELSE
004340         DISPLAY "PRET CREE : " LN-NUMERO-PRET
004350                 " ECHEANCE : " LN-MENSUALITE
004360     END-IF.
004370 2600-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------------
004400* 3000-TERMINATE -- FERME LES FICHIERS ET AFFICHE LE BILAN DE LA
004410* SAISIE.
004420*-----------------------------------------------------------------
004430 3000-TERMINATE.
004440     CLOSE ACCOUNT-MASTER
004450     CLOSE LOAN-MASTER
004460     CLOSE LOAN-BOOKINGS
004470     CLOSE LOAN-SCHEDULE
004480     CLOSE LOAN-REJECTS
004490     DISPLAY "PRETS LUS             : " WS-PRETS-LUS
004500     DISPLAY "PRETS CREES           : " WS-PRETS-CREES
004510     DISPLAY "PRETS REPRIS          : " WS-PRETS-REPRIS
004520     DISPLAY "PRETS REJETES         : " WS-PRETS-REJETES
004530     DISPLAY "ECHEANCES EDITEES     : " WS-ECHEANCES-ECRITES.
004540 3000-EXIT.
004550     EXIT.
004560*-----------------------------------------------------------------
004570* 8000-READ-BOOKING -- LIT LE PROCHAIN PRET A SAISIR.
004580*-----------------------------------------------------------------
004590 8000-READ-BOOKING.
004600     READ LOAN-BOOKINGS
004610         AT END
004620             MOVE "Y" TO WS-EOF-SW
004630         NOT AT END
004640             ADD 1 TO WS-PRETS-LUS
004650     END-READ.
004660 8000-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------------
004690* 8100-READ-ACCOUNT -- LIT LE COMPTE EMPRUNTEUR ET POSITIONNE
004700* WS-KEY-SW.
004710*-----------------------------------------------------------------
004720 8100-READ-ACCOUNT.
004730     MOVE "N" TO WS-KEY-SW
004740     MOVE LT-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
004750     READ ACCOUNT-MASTER
004760         INVALID KEY
004770             CONTINUE
004780         NOT INVALID KEY
004790             MOVE "Y" TO WS-KEY-SW
004800     END-READ.
004810 8100-EXIT.
004820     EXIT.
004830*-----------------------------------------------------------------
004840* 8150-READ-LOAN -- RECHERCHE LE NUMERO DE PRET SUR LE MAITRE ET
004850* POSITIONNE WS-PRET-SW.
004860*-----------------------------------------------------------------
004870 8150-READ-LOAN.
004880     MOVE "N" TO WS-PRET-SW
004890     MOVE LT-NUMERO-PRET TO LN-NUMERO-PRET
004900     READ LOAN-MASTER
004910         INVALID KEY
004920             CONTINUE
004930         NOT INVALID KEY
004940             MOVE "Y" TO WS-PRET-SW
004950     END-READ.
004960 8150-EXIT.
004970     EXIT.
004980*-----------------------------------------------------------------
004990* 8200-WRITE-REJECT -- HISTORISE LE PRET REJETE SUR LOANREJ AVEC
005000* LA RAISON DU REJET.
005010*-----------------------------------------------------------------
005020 8200-WRITE-REJECT.
005030     ADD 1 TO WS-PRETS-REJETES
005040     MOVE SPACES             TO LOAN-REJECT-RECORD
005050     MOVE LT-NUMERO-PRET     TO LR-NUMERO-PRET
005060     MOVE LT-ACCOUNT-NUMBER  TO LR-ACCOUNT-NUMBER
005070     MOVE WS-RAISON-REJET    TO LR-RAISON
005080     MOVE LT-OPERATEUR       TO LR-OPERATEUR
005090     WRITE LOAN-REJECT-RECORD
005100     DISPLAY "PRET REJETE : " LT-NUMERO-PRET
005110             " (" WS-RAISON-REJET ")".
005120 8200-EXIT.
005130     EXIT.
005140*-----------------------------------------------------------------
005150* 8300-COMPUTE-DUE-DATE -- DATE DE L'ECHEANCE DE RANG
005160* WS-RANG-ECHEANCE : LE LN-JOUR-ECHEANCE DU MOIS SITUE
005170* WS-RANG-ECHEANCE MOIS APRES LE MOIS DE LN-DATE-DEBUT, RAMENE
005180* AU DERNIER JOUR D'UN MOIS PLUS COURT.  RESULTAT DANS
005190* WS-DATE-ECHEANCE.
005200*-----------------------------------------------------------------
005210 8300-COMPUTE-DUE-DATE.
005220     MOVE LN-DATE-DEBUT TO WS-DATE-CALCUL
005230     COMPUTE WS-MOIS-ABSOLU = WS-CAL-ANNEE * 12 + WS-CAL-MOIS
005240                            - 1 + WS-RANG-ECHEANCE
005250     DIVIDE WS-MOIS-ABSOLU BY 12 GIVING WS-CAL-ANNEE
005260         REMAINDER WS-MOIS-RESTE
005270     COMPUTE WS-CAL-MOIS = WS-MOIS-RESTE + 1
005280     PERFORM 8310-CAL-DERNIER-JOUR THRU 8310-EXIT
005290     IF LN-JOUR-ECHEANCE > WS-CAL-DERNIER-JOUR
005300         MOVE WS-CAL-DERNIER-JOUR TO WS-CAL-JOUR
005310     ELSE
005320         MOVE LN-JOUR-ECHEANCE TO WS-CAL-JOUR
005330     END-IF
005340     MOVE WS-DATE-CALCUL TO WS-DATE-ECHEANCE.
005350 8300-EXIT.
005360     EXIT.
005370*-----------------------------------------------------------------
005380* 8310-CAL-DERNIER-JOUR -- DERNIER JOUR DU MOIS DE
005390* WS-DATE-CALCUL (MEME REGLE BISSEXTILE QUE SIMPLEBANK).
005400*-----------------------------------------------------------------
005410 8310-CAL-DERNIER-JOUR.
005420     EVALUATE WS-CAL-MOIS
005430         WHEN 01 WHEN 03 WHEN 05 WHEN 07
005440         WHEN 08 WHEN 10 WHEN 12
005450             MOVE 31 TO WS-CAL-DERNIER-JOUR
005460         WHEN 04 WHEN 06 WHEN 09 WHEN 11
005470             MOVE 30 TO WS-CAL-DERNIER-JOUR
005480         WHEN OTHER
005490             MOVE 28 TO WS-CAL-DERNIER-JOUR
005500             DIVIDE WS-CAL-ANNEE BY 4
005510                 GIVING WS-CAL-QUOTIENT
005520                 REMAINDER WS-CAL-RESTE
005530             IF WS-CAL-RESTE = ZERO
005540                 MOVE 29 TO WS-CAL-DERNIER-JOUR
005550             END-IF
005560             DIVIDE WS-CAL-ANNEE BY 100
005570                 GIVING WS-CAL-QUOTIENT
005580                 REMAINDER WS-CAL-RESTE
005590             IF WS-CAL-RESTE = ZERO
005600                 MOVE 28 TO WS-CAL-DERNIER-JOUR
005610             END-IF
005620             DIVIDE WS-CAL-ANNEE BY 400
005630                 GIVING WS-CAL-QUOTIENT
005640                 REMAINDER WS-CAL-RESTE
005650             IF WS-CAL-RESTE = ZERO
005660                 MOVE 29 TO WS-CAL-DERNIER-JOUR
005670             END-IF
005680     END-EVALUATE.
005690 8310-EXIT.
005700     EXIT.
005710*-----------------------------------------------------------------
005720* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
005730* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
005740* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
005750* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
005760* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
005770* N'EST PAS INSCRITE AU REGISTRE.
005780*-----------------------------------------------------------------
005790 9600-CHECK-STEP-DIRECTIVE.
005800     MOVE "LOANBOOK" TO ETP-PROGRAMME
005810     OPEN INPUT STEP-DIRECTIVES
005820     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
005830         UNTIL ETP-DIR-END-OF-FILE
005840             OR ETP-CONSIGNE-TROUVEE
005850     CLOSE STEP-DIRECTIVES
005860     IF NOT ETP-A-SAUTER
005870         GO TO 9600-EXIT
005880     END-IF
005890     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
005900             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
005910             ") - NON REJOUEE"
005920     MOVE ZERO TO RETURN-CODE
005930     STOP RUN.
005940 9600-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------------
005970* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
005980* CELLE DU PROGRAMME.
005990*-----------------------------------------------------------------
006000 9610-READ-DIRECTIVE.
006010     READ STEP-DIRECTIVES
006020         AT END
006030             MOVE "Y" TO ETP-DIR-EOF-SW
006040         NOT AT END
006050             IF DI-PROGRAMME = ETP-PROGRAMME
006060                 MOVE "Y"              TO ETP-TROUVEE-SW
006070                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
006080                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
006090                 MOVE DI-ETAPE         TO ETP-ETAPE
006100                 MOVE DI-ACTION        TO ETP-ACTION
006110                 MOVE DI-MOTIF         TO ETP-MOTIF
006120             END-IF
006130     END-READ.
006140 9610-EXIT.
006150     EXIT.
006160*-----------------------------------------------------------------
006170* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
006180* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
006190* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
006200* CHAINE, RIEN N'EST INSCRIT.
006210*-----------------------------------------------------------------
006220 9700-REGISTER-STEP.
006230     IF NOT ETP-CONSIGNE-TROUVEE
006240         GO TO 9700-EXIT
006250     END-IF
006260     MOVE WS-PRETS-LUS TO ETP-LUS
006270     MOVE WS-PRETS-CREES TO ETP-ECRITS
006280     MOVE WS-PRETS-REJETES TO ETP-REJETS
006290     MOVE RETURN-CODE TO ETP-CODE-RETOUR
006300     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
006310     ACCEPT ETP-HEURE-SYSTEME FROM TIME
006320     OPEN EXTEND CHAIN-REGISTER
006330     MOVE SPACES            TO CHAIN-REGISTER-RECORD
006340     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
006350     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
006360     MOVE ETP-ETAPE         TO RG-ETAPE
006370     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
006380     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
006390     MOVE ETP-LUS           TO RG-LUS
006400     MOVE ETP-ECRITS        TO RG-ECRITS
006410     MOVE ETP-REJETS        TO RG-REJETS
006420     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
006430     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
006440     WRITE CHAIN-REGISTER-RECORD
006450     CLOSE CHAIN-REGISTER
006460     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
006470             ETP-CODE-RETOUR.
006480 9700-EXIT.
006490     EXIT.
