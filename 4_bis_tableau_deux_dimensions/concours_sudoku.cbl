000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    SUDOKU-CONCOURS.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. JUGEMENT DU CONCOURS DES
000220*                  LECTEURS : CHAQUE REPONSE DE CONTSUB (DESSIN
000230*                  SUBMREC) EST CONFRONTEE A LA SOLUTION DU LOT DU
000240*                  JOUR SUR SOLOUT (RETROUVE PAR LA DATE DE SON
000250*                  TOTAL FINAL) ET CLASSEE CORRECTE, FAUSSE (AVEC
000260*                  LE NOMBRE DE CASES FAUSSES), INCOMPLETE OU HORS
000270*                  DELAI (CLOTURE DE CONTCTL).  LES REPONSES
000280*                  JUGEES S'AJOUTENT A L'HISTORIQUE CONTHIST
000290*                  (DESSIN CONTRES) ; LES CLASSEMENTS DU JOUR ET
000300*                  DU MOIS A DATE (POINTS PONDERES PAR LA
000310*                  DIFFICULTE, PUIS HEURE DE LA DERNIERE BONNE
000320*                  REPONSE) PARTENT SUR LEADOUT (DESSIN LEADRPT)
000330*                  ET LES GAGNANTS SUR WINNERS (DESSIN WINREC)
000340*                  POUR LE MARKETING.
000341* 2026-10-15 MF    LES GRILLES DU JOUR SONT RETENUES SUR LEUR DATE
000342*                  DE PARUTION (SL-DATE-PUBLICATION DE CHAQUE
000343*                  GRILLE) ET NON PLUS SUR LA DATE D'AFFAIRES DU
000344*                  TOTAL DE LOT : LES GRILLES DU WEEK-END ET DES
000345*                  FERIES, RESOLUES DANS LE LOT DU VENDREDI, SONT
000346*                  JUGEES A LEUR DATE ET UN LOT DE SEMAINE NE MELE
000347*                  PLUS LES GRILLES D'AUTRES JOURS.
000350*-----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL CONTEST-CONTROL ASSIGN TO CONTCTL
000430            ORGANIZATION IS SEQUENTIAL.

000440     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000450            ORGANIZATION IS SEQUENTIAL.

000460     SELECT SOLUTION-FILE    ASSIGN TO SOLOUT
000470            ORGANIZATION IS SEQUENTIAL.

000480     SELECT CONTEST-SUBMISSIONS ASSIGN TO CONTSUB
000490            ORGANIZATION IS SEQUENTIAL.

000500     SELECT OPTIONAL CONTEST-HISTORY ASSIGN TO CONTHIST
000510            ORGANIZATION IS SEQUENTIAL.

000520     SELECT LEADERBOARD      ASSIGN TO LEADOUT
000530            ORGANIZATION IS SEQUENTIAL.

000540     SELECT WINNERS-EXTRACT  ASSIGN TO WINNERS
000550            ORGANIZATION IS SEQUENTIAL.

000560     SELECT TRI-REPONSES     ASSIGN TO SORTWK.

000570     SELECT TRI-CLASSEMENT   ASSIGN TO SORTWK.
000580*-------------
000590 DATA DIVISION.
000600*-------------
000610 FILE SECTION.
000620 FD  CONTEST-CONTROL
000630     LABEL RECORDS ARE STANDARD.
000640 COPY CONTCTL.
000650*
000660 FD  RUN-CONTROL
000670     LABEL RECORDS ARE STANDARD.
000680 COPY RUNCTL.
000690*
000700 FD  SOLUTION-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY SOLNREC.
000730*
000740 FD  CONTEST-SUBMISSIONS
000750     LABEL RECORDS ARE STANDARD.
000760 COPY SUBMREC.
000770*
000780 FD  CONTEST-HISTORY
000790     LABEL RECORDS ARE STANDARD.
000800 COPY CONTRES.
000810*
000820 FD  LEADERBOARD
000830     LABEL RECORDS ARE STANDARD.
000840 COPY LEADRPT.
000850*
000860 FD  WINNERS-EXTRACT
000870     LABEL RECORDS ARE STANDARD.
000880 COPY WINREC.
000890*
000900 SD  TRI-REPONSES.
000910 01  TRI-REPONSES-RECORD.
000920     05  TR-PARTICIPANT      PIC X(10).
000930     05  TR-SEQUENCE         PIC 9(05).
000940     05  TR-GRID             PIC X(81).
000950     05  TR-HORODATAGE       PIC X(14).
000960     05  FILLER              PIC X(10).
000970*
000980 SD  TRI-CLASSEMENT.
000990 01  TRI-CLASSEMENT-RECORD.
001000     05  TK-POINTS           PIC 9(05).
001010     05  TK-DERNIERE-REPONSE PIC X(14).
001020     05  TK-PARTICIPANT      PIC X(10).
001030     05  TK-NB-CORRECTES     PIC 9(05).
001040     05  TK-NB-REPONSES      PIC 9(05).
001050*
001060 WORKING-STORAGE SECTION.
001070*
001080 01  WS-SWITCHES.
001090     05  WS-CTL-EOF-SW       PIC X(01)   VALUE "N".
001100         88  CTL-END-OF-FILE         VALUE "Y".
001110     05  WS-RUNCTL-EOF-SW    PIC X(01)   VALUE "N".
001120         88  RUNCTL-END-OF-FILE      VALUE "Y".
001130     05  WS-SOL-EOF-SW       PIC X(01)   VALUE "N".
001140         88  SOLUTIONS-END-OF-FILE   VALUE "Y".
001150     05  WS-HIST-EOF-SW      PIC X(01)   VALUE "N".
001160         88  HISTORY-END-OF-FILE     VALUE "Y".
001170     05  WS-TRI-EOF-SW       PIC X(01)   VALUE "N".
001180         88  TRI-END-OF-FILE         VALUE "Y".
001190     05  WS-FIN-DE-MOIS-SW   PIC X(01)   VALUE "N".
001200         88  FIN-DE-MOIS             VALUE "Y".
001203     05  WS-LOT-A-DATE-SW    PIC X(01)   VALUE "N".
001206         88  LOT-A-LA-DATE           VALUE "Y".
001210     05  WS-TYPE-PERIODE     PIC X(01)   VALUE SPACE.
001220         88  PERIODE-JOUR            VALUE "J".
001230         88  PERIODE-MOIS            VALUE "M".
001240*
001250 01  WS-DATE-CONCOURS        PIC X(08)   VALUE SPACES.
001260 01  WS-DATE-CONCOURS-R REDEFINES WS-DATE-CONCOURS.
001270     05  WS-CC-ANNEE         PIC 9(04).
001280     05  WS-CC-MOIS          PIC 9(02).
001290     05  WS-CC-JOUR          PIC 9(02).
001300 77  WS-MOIS-CONCOURS        PIC X(08)   VALUE SPACES.
001310 01  WS-CLOTURE.
001320     05  WS-DATE-CLOTURE     PIC X(08)   VALUE SPACES.
001330     05  WS-HEURE-CLOTURE    PIC X(06)   VALUE SPACES.
001340 01  WS-PASSAGE.
001350     05  WS-DATE-PASSAGE     PIC X(08)   VALUE SPACES.
001360     05  WS-HEURE-PASSAGE    PIC X(08)   VALUE SPACES.
001370 77  WS-NB-GAGNANTS          PIC 9(03)   VALUE ZERO.
001380 77  WS-POIDS-FACILE         PIC 9(02)   VALUE ZERO.
001390 77  WS-POIDS-MOYEN          PIC 9(02)   VALUE ZERO.
001400 77  WS-POIDS-DIFFICILE      PIC 9(02)   VALUE ZERO.
001410*
001420*    NOMBRE DE JOURS DE CHAQUE MOIS (FEVRIER CORRIGE POUR LES
001430*    ANNEES BISSEXTILES), POUR RECONNAITRE LE DERNIER JOUR DU
001440*    MOIS.
001450 01  WS-JOURS-MOIS-TABLE.
001460     05  FILLER              PIC X(24)
001470                             VALUE "312831303130313130313031".
001480 01  WS-JOURS-MOIS-R REDEFINES WS-JOURS-MOIS-TABLE.
001490     05  WS-JOURS-MOIS OCCURS 12 TIMES PIC 9(02).
001500 77  WS-DERNIER-JOUR         PIC 9(02)   VALUE ZERO.
001510 77  WS-QUOTIENT             PIC 9(04)   VALUE ZERO.
001520 77  WS-RESTE-4              PIC 9(04)   VALUE ZERO.
001530 77  WS-RESTE-100            PIC 9(04)   VALUE ZERO.
001540 77  WS-RESTE-400            PIC 9(04)   VALUE ZERO.
001550*
001560 77  WS-BLOC-COURANT         PIC 9(05)   COMP VALUE ZERO.
001570 77  WS-BLOC-RETENU          PIC 9(05)   COMP VALUE ZERO.
001580 77  WS-CELLULE              PIC 9(02)   COMP VALUE ZERO.
001590 77  WS-CASES-VIDES          PIC 9(02)   COMP VALUE ZERO.
001600 77  WS-CASES-FAUSSES        PIC 9(02)   COMP VALUE ZERO.
001610 77  WS-POSITION             PIC 9(05)   COMP VALUE ZERO.
001620 77  WS-RANG                 PIC 9(05)   COMP VALUE ZERO.
001630 77  WS-PREC-POINTS          PIC 9(05)   VALUE ZERO.
001640 77  WS-PREC-DERNIERE        PIC X(14)   VALUE SPACES.
001650*
001660 77  WS-REPONSES-LUES        PIC 9(07)   COMP VALUE ZERO.
001670 77  WS-NB-CORRECTES         PIC 9(07)   COMP VALUE ZERO.
001680 77  WS-NB-RETENUES          PIC 9(07)   COMP VALUE ZERO.
001690 77  WS-NB-FAUSSES           PIC 9(07)   COMP VALUE ZERO.
001700 77  WS-NB-INCOMPLETES       PIC 9(07)   COMP VALUE ZERO.
001710 77  WS-NB-HORS-DELAI        PIC 9(07)   COMP VALUE ZERO.
001720 77  WS-NB-NON-JUGEES        PIC 9(07)   COMP VALUE ZERO.
001730 77  WS-HIST-LUS             PIC 9(07)   COMP VALUE ZERO.
001740 77  WS-HIST-RETENUS         PIC 9(07)   COMP VALUE ZERO.
001750 77  WS-GAGNANTS-EXTRAITS    PIC 9(05)   COMP VALUE ZERO.
001760 77  WS-CLASSES              PIC 9(07)   COMP VALUE ZERO.
001770 77  WS-CLASSES-REPONSES     PIC 9(07)   COMP VALUE ZERO.
001780 77  WS-CLASSES-CORRECTES    PIC 9(07)   COMP VALUE ZERO.
001790*
001800*    GRILLES PARUES A LA DATE DU CONCOURS (SOLOUT) : SEQUENCE,
001810*    STATUT, DIFFICULTE ET GRILLE RESOLUE.  GENCTL PLAFONNE LE LOT
001820*    A 999 GRILLES.
001830 77  WS-SOT-COUNT            PIC 9(04)   COMP VALUE ZERO.
001840 77  WS-SOT-SCAN             PIC 9(04)   COMP VALUE ZERO.
001850 77  WS-SOT-IDX              PIC 9(04)   COMP VALUE ZERO.
001860 01  SOLUTION-TABLE.
001870     05  SOT-ENTRY OCCURS 999 TIMES.
001880         10  SOT-SEQUENCE       PIC 9(05).
001890         10  SOT-STATUT         PIC X(01).
001900         10  SOT-DIFFICULTE     PIC X(01).
001910         10  SOT-GRID           PIC X(81).
001920*
001930*    PARTICIPANTS DU MOIS : CUMULS DU JOUR ("J") ET DU MOIS A DATE
001940*    ("M") ; LA DERNIERE REPONSE EST L'HORODATAGE DE LA DERNIERE
001950*    BONNE REPONSE RETENUE.
001960 77  WS-PAT-COUNT            PIC 9(05)   COMP VALUE ZERO.
001970 77  WS-PAT-SCAN             PIC 9(05)   COMP VALUE ZERO.
001980 77  WS-PAT-IDX              PIC 9(05)   COMP VALUE ZERO.
001990 77  WS-PARTICIPANT          PIC X(10)   VALUE SPACES.
002000 01  PARTICIPANT-TABLE.
002010     05  PAT-ENTRY OCCURS 5000 TIMES.
002020         10  PAT-PARTICIPANT    PIC X(10).
002030         10  PAT-J-POINTS       PIC 9(05)   COMP.
002040         10  PAT-J-CORRECTES    PIC 9(05)   COMP.
002050         10  PAT-J-REPONSES     PIC 9(05)   COMP.
002060         10  PAT-J-DERNIERE     PIC X(14).
002070         10  PAT-M-POINTS       PIC 9(05)   COMP.
002080         10  PAT-M-CORRECTES    PIC 9(05)   COMP.
002090         10  PAT-M-REPONSES     PIC 9(05)   COMP.
002100         10  PAT-M-DERNIERE     PIC X(14).
002110*
002120*    GRILLES DEJA REUSSIES DANS LA JOURNEE PAR CHAQUE
002130*    PARTICIPANT : SEULE LA PREMIERE BONNE REPONSE A UNE GRILLE
002140*    RAPPORTE DES POINTS.
002150 77  WS-PRT-COUNT            PIC 9(05)   COMP VALUE ZERO.
002160 77  WS-PRT-SCAN             PIC 9(05)   COMP VALUE ZERO.
002170 77  WS-PRT-IDX              PIC 9(05)   COMP VALUE ZERO.
002180 01  PAIR-TABLE.
002190     05  PRT-ENTRY OCCURS 5000 TIMES.
002200         10  PRT-PARTICIPANT    PIC X(10).
002210         10  PRT-SEQUENCE       PIC 9(05).
002220*
002230*    DERNIER PASSAGE DE CHAQUE JOUR DU MOIS DEJA JUGE SUR
002240*    CONTHIST.
002250 77  WS-PST-COUNT            PIC 9(02)   COMP VALUE ZERO.
002260 77  WS-PST-SCAN             PIC 9(02)   COMP VALUE ZERO.
002270 77  WS-PST-IDX              PIC 9(02)   COMP VALUE ZERO.
002280 01  PASSAGE-TABLE.
002290     05  PST-ENTRY OCCURS 31 TIMES.
002300         10  PST-DATE-CONCOURS  PIC X(08).
002310         10  PST-PASSAGE        PIC X(16).
002320*-------------------
002330 PROCEDURE DIVISION.
002340*-------------------
002350 0000-MAINLINE.
002360     DISPLAY "SUDOKU-CONCOURS : JUGEMENT DU CONCOURS DES LECTEURS"
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002380     PERFORM 2000-LOAD-MONTH-HISTORY THRU 2000-EXIT
002390     OPEN EXTEND CONTEST-HISTORY
002400     SORT TRI-REPONSES
002410         ON ASCENDING KEY TR-HORODATAGE
002420         ON ASCENDING KEY TR-PARTICIPANT
002430         ON ASCENDING KEY TR-SEQUENCE
002440         USING CONTEST-SUBMISSIONS
002450         OUTPUT PROCEDURE IS 3000-JUDGE-SUBMISSIONS
002460             THRU 3000-EXIT
002470     CLOSE CONTEST-HISTORY
002480     OPEN OUTPUT LEADERBOARD
002490     OPEN OUTPUT WINNERS-EXTRACT
002500     MOVE "J" TO WS-TYPE-PERIODE
002510     PERFORM 4000-RANK-PERIOD THRU 4000-EXIT
002520     MOVE "M" TO WS-TYPE-PERIODE
002530     PERFORM 4000-RANK-PERIOD THRU 4000-EXIT
002540     PERFORM 9000-TERMINATE THRU 9000-EXIT
002550     STOP RUN.
002560*-----------------------------------------------------------------
002570* 1000-INITIALIZE -- HORODATE LE PASSAGE, LIT LA CARTE DU
002580* CONCOURS, RECONNAIT LE DERNIER JOUR DU MOIS ET CHARGE LES
002590* SOLUTIONS DU LOT DU JOUR.
002600*-----------------------------------------------------------------
002610 1000-INITIALIZE.
002620     ACCEPT WS-DATE-PASSAGE FROM DATE YYYYMMDD
002630     ACCEPT WS-HEURE-PASSAGE FROM TIME
002640     PERFORM 1100-LOAD-CONTEST-CONTROL THRU 1100-EXIT
002650     PERFORM 1200-CHECK-MONTH-END THRU 1200-EXIT
002660     PERFORM 1300-LOAD-SOLUTIONS THRU 1300-EXIT.
002670 1000-EXIT.
002680     EXIT.
002690*-----------------------------------------------------------------
002700* 1100-LOAD-CONTEST-CONTROL -- LIT LA CARTE CONTCTL ET POSE LES
002710* VALEURS PAR DEFAUT DES ZONES A BLANC OU A ZERO.  SANS DATE DE
002720* CONCOURS, C'EST LA DATE D'AFFAIRES DE RUNCTL QUI EST JUGEE ;
002730* UNE DATE NON NUMERIQUE ARRETE LE PASSAGE EN CODE 16.
002740*-----------------------------------------------------------------
002750 1100-LOAD-CONTEST-CONTROL.
002760     MOVE SPACES TO CONTEST-CONTROL-RECORD
002770     OPEN INPUT CONTEST-CONTROL
002780     READ CONTEST-CONTROL
002790         AT END
002800             MOVE "Y" TO WS-CTL-EOF-SW
002810             MOVE SPACES TO CONTEST-CONTROL-RECORD
002820             DISPLAY "CONTCTL ABSENT - VALEURS PAR DEFAUT"
002830     END-READ
002840     CLOSE CONTEST-CONTROL
002850     MOVE CC-DATE-CONCOURS TO WS-DATE-CONCOURS
002860     IF WS-DATE-CONCOURS = SPACES
002870         PERFORM 1150-LOAD-RUN-CONTROL THRU 1150-EXIT
002880     END-IF
002890     IF WS-DATE-CONCOURS NOT NUMERIC
002900         DISPLAY "DATE DU CONCOURS INVALIDE : " WS-DATE-CONCOURS
002910                 " - ARRET"
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF
002950     MOVE WS-DATE-CONCOURS (1:6) TO WS-MOIS-CONCOURS
002960     MOVE CC-DATE-CLOTURE  TO WS-DATE-CLOTURE
002970     IF WS-DATE-CLOTURE = SPACES
002980         MOVE WS-DATE-CONCOURS TO WS-DATE-CLOTURE
002990     END-IF
003000     MOVE CC-HEURE-CLOTURE TO WS-HEURE-CLOTURE
003010     IF WS-HEURE-CLOTURE = SPACES
003020         MOVE "235959" TO WS-HEURE-CLOTURE
003030     END-IF
003040     MOVE 3 TO WS-NB-GAGNANTS
003050     IF CC-NB-GAGNANTS NUMERIC AND CC-NB-GAGNANTS > ZERO
003060         MOVE CC-NB-GAGNANTS TO WS-NB-GAGNANTS
003070     END-IF
003080     MOVE 1 TO WS-POIDS-FACILE
003090     IF CC-POIDS-FACILE NUMERIC AND CC-POIDS-FACILE > ZERO
003100         MOVE CC-POIDS-FACILE TO WS-POIDS-FACILE
003110     END-IF
003120     MOVE 2 TO WS-POIDS-MOYEN
003130     IF CC-POIDS-MOYEN NUMERIC AND CC-POIDS-MOYEN > ZERO
003140         MOVE CC-POIDS-MOYEN TO WS-POIDS-MOYEN
003150     END-IF
003160     MOVE 3 TO WS-POIDS-DIFFICILE
003170     IF CC-POIDS-DIFFICILE NUMERIC AND CC-POIDS-DIFFICILE > ZERO
003180         MOVE CC-POIDS-DIFFICILE TO WS-POIDS-DIFFICILE
003190     END-IF
003200     DISPLAY "CONCOURS DU " WS-DATE-CONCOURS " CLOTURE "
003210             WS-DATE-CLOTURE " " WS-HEURE-CLOTURE
003220     DISPLAY "POIDS F/M/D : " WS-POIDS-FACILE "/" WS-POIDS-MOYEN
003230             "/" WS-POIDS-DIFFICILE " GAGNANTS : " WS-NB-GAGNANTS.
003240 1100-EXIT.
003250     EXIT.
003260*-----------------------------------------------------------------
003270* 1150-LOAD-RUN-CONTROL -- PREND LA DATE D'AFFAIRES DE RUNCTL
003280* COMME DATE DU CONCOURS.  FICHIER VIDE : ARRET EN CODE 16, ON NE
003290* JUGE PAS SOUS UNE DATE INCONNUE.
003300*-----------------------------------------------------------------
003310 1150-LOAD-RUN-CONTROL.
003320     OPEN INPUT RUN-CONTROL
003330     READ RUN-CONTROL
003340         AT END
003350             MOVE "Y" TO WS-RUNCTL-EOF-SW
003360         NOT AT END
003370             MOVE RN-DATE-AFFAIRES TO WS-DATE-CONCOURS
003380     END-READ
003390     CLOSE RUN-CONTROL
003400     IF RUNCTL-END-OF-FILE OR WS-DATE-CONCOURS = SPACES
003410         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
003420         MOVE 16 TO RETURN-CODE
003430         STOP RUN
003440     END-IF.
003450 1150-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------------
003480* 1200-CHECK-MONTH-END -- LE CLASSEMENT DU MOIS NE DESIGNE SES
003490* GAGNANTS QUE LE DERNIER JOUR DU MOIS (FEVRIER A 29 JOURS LES
003500* ANNEES BISSEXTILES).
003510*-----------------------------------------------------------------
003520 1200-CHECK-MONTH-END.
003530     IF WS-CC-MOIS < 1 OR WS-CC-MOIS > 12
003540         DISPLAY "DATE DU CONCOURS INVALIDE : " WS-DATE-CONCOURS
003550                 " - ARRET"
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF
003590     MOVE WS-JOURS-MOIS (WS-CC-MOIS) TO WS-DERNIER-JOUR
003600     IF WS-CC-MOIS = 2
003610         DIVIDE WS-CC-ANNEE BY 4 GIVING WS-QUOTIENT
003620                 REMAINDER WS-RESTE-4
003630         DIVIDE WS-CC-ANNEE BY 100 GIVING WS-QUOTIENT
003640                 REMAINDER WS-RESTE-100
003650         DIVIDE WS-CC-ANNEE BY 400 GIVING WS-QUOTIENT
003660                 REMAINDER WS-RESTE-400
003670         IF WS-RESTE-4 = ZERO
003680                 AND (WS-RESTE-100 NOT = ZERO
003690                      OR WS-RESTE-400 = ZERO)
003700             MOVE 29 TO WS-DERNIER-JOUR
003710         END-IF
003720     END-IF
003730     IF WS-CC-JOUR = WS-DERNIER-JOUR
003740         MOVE "Y" TO WS-FIN-DE-MOIS-SW
003750         DISPLAY "DERNIER JOUR DU MOIS : GAGNANTS DU MOIS "
003760                 "EXTRAITS"
003770     END-IF.
003780 1200-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810* 1300-LOAD-SOLUTIONS -- SOLOUT CUMULE LES LOTS DE NUIT EN NUIT,
003817* CHACUN CLOS PAR UN TOTAL.  CHAQUE GRILLE PORTE SA DATE DE
003824* PARUTION : LE LOT DU VENDREDI PORTE AUSSI LES GRILLES DU
003831* WEEK-END ET DES FERIES.  UNE PREMIERE PASSE REPERE LE DERNIER
003838* LOT QUI PORTE DES GRILLES PARUES A LA DATE DU CONCOURS (UN LOT
003845* REJOUE REMPLACE LE PRECEDENT), UNE SECONDE EN CHARGE CES SEULES
003852* GRILLES.  AUCUNE GRILLE A CETTE DATE : ARRET EN CODE 16.
003860*-----------------------------------------------------------------
003870 1300-LOAD-SOLUTIONS.
003880     MOVE ZERO TO WS-BLOC-COURANT WS-BLOC-RETENU
003890     MOVE "N" TO WS-SOL-EOF-SW WS-LOT-A-DATE-SW
003900     OPEN INPUT SOLUTION-FILE
003910     PERFORM 8000-READ-SOLUTION THRU 8000-EXIT
003920     PERFORM 1310-NOTE-ONE-TRAILER THRU 1310-EXIT
003930         UNTIL SOLUTIONS-END-OF-FILE
003940     CLOSE SOLUTION-FILE
003950     IF WS-BLOC-RETENU = ZERO
003960         DISPLAY "AUCUNE GRILLE PARUE LE " WS-DATE-CONCOURS
003970                 " SUR SOLOUT - ARRET"
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF
004010     MOVE 1 TO WS-BLOC-COURANT
004020     MOVE "N" TO WS-SOL-EOF-SW
004030     OPEN INPUT SOLUTION-FILE
004040     PERFORM 8000-READ-SOLUTION THRU 8000-EXIT
004050     PERFORM 1320-STORE-ONE-SOLUTION THRU 1320-EXIT
004060         UNTIL SOLUTIONS-END-OF-FILE
004070             OR WS-BLOC-COURANT > WS-BLOC-RETENU
004080     CLOSE SOLUTION-FILE
004090     DISPLAY "GRILLES PARUES LE " WS-DATE-CONCOURS " : "
004100             WS-SOT-COUNT.
004110 1300-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------------
004140* 1310-NOTE-ONE-TRAILER -- COMPTE LES LOTS ET RETIENT LE NUMERO
004150* DU DERNIER LOT QUI PORTE UNE GRILLE PARUE A LA DATE DU CONCOURS.
004160*-----------------------------------------------------------------
004170 1310-NOTE-ONE-TRAILER.
004172     IF SL-IS-DETAIL
004174             AND SL-DATE-PUBLICATION = WS-DATE-CONCOURS
004176         MOVE "Y" TO WS-LOT-A-DATE-SW
004178     END-IF
004180     IF SL-IS-TRAILER
004190         ADD 1 TO WS-BLOC-COURANT
004200         IF LOT-A-LA-DATE
004210             MOVE WS-BLOC-COURANT TO WS-BLOC-RETENU
004220         END-IF
004225         MOVE "N" TO WS-LOT-A-DATE-SW
004230     END-IF
004240     PERFORM 8000-READ-SOLUTION THRU 8000-EXIT.
004250 1310-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------------
004280* 1320-STORE-ONE-SOLUTION -- RANGE DANS LA TABLE CHAQUE GRILLE DU
004286* LOT RETENU PARUE A LA DATE DU CONCOURS, PUIS LIT LA SUIVANTE.
004292* LES GRILLES DES AUTRES JOURS DU LOT SONT IGNOREES.  UNE TABLE
004298* PLEINE ARRETE LE PASSAGE : DES REPONSES SERAIENT JUGEES SANS
004304* LEUR SOLUTION.
004310*-----------------------------------------------------------------
004320 1320-STORE-ONE-SOLUTION.
004330     IF SL-IS-TRAILER
004340         ADD 1 TO WS-BLOC-COURANT
004350         GO TO 1320-READ
004360     END-IF
004370     IF WS-BLOC-COURANT NOT = WS-BLOC-RETENU
004372         GO TO 1320-READ
004374     END-IF
004376     IF SL-DATE-PUBLICATION NOT = WS-DATE-CONCOURS
004380         GO TO 1320-READ
004390     END-IF
004400     IF WS-SOT-COUNT NOT < 999
004410         DISPLAY "TABLE DES SOLUTIONS PLEINE (999) - ARRET"
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF
004450     ADD 1 TO WS-SOT-COUNT
004460     MOVE SL-SEQUENCE   TO SOT-SEQUENCE (WS-SOT-COUNT)
004470     MOVE SL-STATUT     TO SOT-STATUT (WS-SOT-COUNT)
004480     MOVE SL-DIFFICULTE TO SOT-DIFFICULTE (WS-SOT-COUNT)
004490     MOVE SL-GRID       TO SOT-GRID (WS-SOT-COUNT).
004500 1320-READ.
004510     PERFORM 8000-READ-SOLUTION THRU 8000-EXIT.
004520 1320-EXIT.
004530     EXIT.
004540*-----------------------------------------------------------------
004550* 2000-LOAD-MONTH-HISTORY -- REPREND SUR CONTHIST LES REPONSES
004560* DES JOURS PRECEDENTS DU MOIS.  UNE PREMIERE PASSE RETIENT LE
004570* DERNIER PASSAGE DE CHAQUE JOUR (UN JOUR REJUGE NE COMPTE QU'UNE
004580* FOIS), UNE SECONDE CUMULE SES REPONSES PAR PARTICIPANT.  LE JOUR
004590* DU CONCOURS LUI-MEME EST ECARTE : IL EST REJUGE CI-APRES.
004600*-----------------------------------------------------------------
004610 2000-LOAD-MONTH-HISTORY.
004620     MOVE "N" TO WS-HIST-EOF-SW
004630     OPEN INPUT CONTEST-HISTORY
004640     PERFORM 8100-READ-HISTORY THRU 8100-EXIT
004650     PERFORM 2100-NOTE-ONE-PASSAGE THRU 2100-EXIT
004660         UNTIL HISTORY-END-OF-FILE
004670     CLOSE CONTEST-HISTORY
004680     MOVE "N" TO WS-HIST-EOF-SW
004690     OPEN INPUT CONTEST-HISTORY
004700     PERFORM 8100-READ-HISTORY THRU 8100-EXIT
004710     PERFORM 2200-ADD-ONE-HISTORY THRU 2200-EXIT
004720         UNTIL HISTORY-END-OF-FILE
004730     CLOSE CONTEST-HISTORY
004740     DISPLAY "HISTORIQUE DU MOIS : " WS-PST-COUNT " JOURS, "
004750             WS-HIST-RETENUS " REPONSES REPRISES SUR "
004760             WS-HIST-LUS " LUES".
004770 2000-EXIT.
004780     EXIT.
004790*-----------------------------------------------------------------
004800* 2100-NOTE-ONE-PASSAGE -- POUR UNE REPONSE D'UN JOUR ANTERIEUR
004810* DU MOIS, RETIENT LE PASSAGE LE PLUS RECENT DE SON JOUR, PUIS LIT
004820* LA SUIVANTE.
004830*-----------------------------------------------------------------
004840 2100-NOTE-ONE-PASSAGE.
004850     ADD 1 TO WS-HIST-LUS
004860     IF CR-DATE-CONCOURS (1:6) NOT = WS-MOIS-CONCOURS (1:6)
004870             OR CR-DATE-CONCOURS NOT < WS-DATE-CONCOURS
004880         GO TO 2100-READ
004890     END-IF
004900     PERFORM 2900-FIND-PASSAGE THRU 2900-EXIT
004910     IF WS-PST-IDX = ZERO
004920         IF WS-PST-COUNT NOT < 31
004930             DISPLAY "TABLE DES PASSAGES PLEINE (31) - ARRET"
004940             MOVE 16 TO RETURN-CODE
004950             STOP RUN
004960         END-IF
004970         ADD 1 TO WS-PST-COUNT
004980         MOVE WS-PST-COUNT TO WS-PST-IDX
004990         MOVE CR-DATE-CONCOURS TO PST-DATE-CONCOURS (WS-PST-IDX)
005000         MOVE CR-PASSAGE       TO PST-PASSAGE (WS-PST-IDX)
005010     END-IF
005020     IF CR-PASSAGE > PST-PASSAGE (WS-PST-IDX)
005030         MOVE CR-PASSAGE TO PST-PASSAGE (WS-PST-IDX)
005040     END-IF.
005050 2100-READ.
005060     PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
005070 2100-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100* 2200-ADD-ONE-HISTORY -- AJOUTE AU CUMUL DU MOIS DU PARTICIPANT
005110* UNE REPONSE DU DERNIER PASSAGE D'UN JOUR ANTERIEUR DU MOIS, PUIS
005120* LIT LA SUIVANTE.
005130*-----------------------------------------------------------------
005140 2200-ADD-ONE-HISTORY.
005150     IF CR-DATE-CONCOURS (1:6) NOT = WS-MOIS-CONCOURS (1:6)
005160             OR CR-DATE-CONCOURS NOT < WS-DATE-CONCOURS
005170         GO TO 2200-READ
005180     END-IF
005190     PERFORM 2900-FIND-PASSAGE THRU 2900-EXIT
005200     IF CR-PASSAGE NOT = PST-PASSAGE (WS-PST-IDX)
005210         GO TO 2200-READ
005220     END-IF
005230     ADD 1 TO WS-HIST-RETENUS
005240     MOVE CR-PARTICIPANT TO WS-PARTICIPANT
005250     PERFORM 5000-FIND-PARTICIPANT THRU 5000-EXIT
005260     ADD 1 TO PAT-M-REPONSES (WS-PAT-IDX)
005270     IF CR-REPONSE-RETENUE
005280         ADD CR-POINTS TO PAT-M-POINTS (WS-PAT-IDX)
005290         ADD 1 TO PAT-M-CORRECTES (WS-PAT-IDX)
005300         IF CR-HORODATAGE > PAT-M-DERNIERE (WS-PAT-IDX)
005310             MOVE CR-HORODATAGE TO PAT-M-DERNIERE (WS-PAT-IDX)
005320         END-IF
005330     END-IF.
005340 2200-READ.
005350     PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
005360 2200-EXIT.
005370     EXIT.
005380*-----------------------------------------------------------------
005390* 2900-FIND-PASSAGE -- CHERCHE LE JOUR CR-DATE-CONCOURS DANS LA
005400* TABLE DES PASSAGES (WS-PST-IDX A ZERO SI ABSENT).
005410*-----------------------------------------------------------------
005420 2900-FIND-PASSAGE.
005430     MOVE ZERO TO WS-PST-IDX
005440     PERFORM 2910-MATCH-PASSAGE THRU 2910-EXIT
005450         VARYING WS-PST-SCAN FROM 1 BY 1
005460         UNTIL WS-PST-SCAN > WS-PST-COUNT
005470             OR WS-PST-IDX > ZERO.
005480 2900-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------------
005510* 2910-MATCH-PASSAGE -- COMPARE UN POSTE DE LA TABLE DES PASSAGES.
005520*-----------------------------------------------------------------
005530 2910-MATCH-PASSAGE.
005540     IF PST-DATE-CONCOURS (WS-PST-SCAN) = CR-DATE-CONCOURS
005550         MOVE WS-PST-SCAN TO WS-PST-IDX
005560     END-IF.
005570 2910-EXIT.
005580     EXIT.
005590*-----------------------------------------------------------------
005600* 3000-JUDGE-SUBMISSIONS -- PROCEDURE DE SORTIE DU TRI DES
005610* REPONSES PAR HORODATAGE : JUGE CHAQUE REPONSE DANS L'ORDRE OU
005620* ELLE EST ARRIVEE.
005630*-----------------------------------------------------------------
005640 3000-JUDGE-SUBMISSIONS.
005650     MOVE "N" TO WS-TRI-EOF-SW
005660     PERFORM 8200-RETURN-REPONSE THRU 8200-EXIT
005670     PERFORM 3100-JUDGE-ONE-SUBMISSION THRU 3100-EXIT
005680         UNTIL TRI-END-OF-FILE.
005690 3000-EXIT.
005700     EXIT.
005710*-----------------------------------------------------------------
005720* 3100-JUDGE-ONE-SUBMISSION -- CLASSE LA REPONSE COURANTE : NON
005730* JUGEE SI LA GRILLE N'EST PAS UNE GRILLE RESOLUE DU LOT, HORS
005740* DELAI SI ELLE EST ARRIVEE APRES LA CLOTURE, INCOMPLETE SI UNE
005750* CASE N'EST PAS REMPLIE D'UN CHIFFRE DE 1 A 9, FAUSSE SI UNE
005760* CASE DIFFERE DE LA SOLUTION, CORRECTE SINON.  SEULE LA PREMIERE
005770* BONNE REPONSE DU PARTICIPANT A UNE GRILLE EST RETENUE ET
005780* RAPPORTE LE POIDS DE SA DIFFICULTE.  LA REPONSE JUGEE PART SUR
005790* CONTHIST ET S'AJOUTE AUX CUMULS DU JOUR ET DU MOIS.
005800*-----------------------------------------------------------------
005810 3100-JUDGE-ONE-SUBMISSION.
005820     ADD 1 TO WS-REPONSES-LUES
005830     MOVE SPACES             TO CONTEST-RESULT-RECORD
005840     MOVE WS-DATE-CONCOURS   TO CR-DATE-CONCOURS
005850     MOVE WS-PASSAGE         TO CR-PASSAGE
005860     MOVE TR-PARTICIPANT     TO CR-PARTICIPANT
005870     MOVE TR-SEQUENCE        TO CR-SEQUENCE
005880     MOVE TR-HORODATAGE      TO CR-HORODATAGE
005890     MOVE ZERO TO CR-NB-CASES-FAUSSES CR-POINTS
005900     MOVE "N"                TO CR-RETENUE
005910     PERFORM 3200-FIND-SOLUTION THRU 3200-EXIT
005920     IF WS-SOT-IDX = ZERO
005930         MOVE "N" TO CR-CLASSE
005940         ADD 1 TO WS-NB-NON-JUGEES
005950         GO TO 3100-WRITE
005960     END-IF
005970     IF SOT-STATUT (WS-SOT-IDX) NOT = "S"
005980         MOVE "N" TO CR-CLASSE
005990         ADD 1 TO WS-NB-NON-JUGEES
006000         GO TO 3100-WRITE
006010     END-IF
006020     MOVE SOT-DIFFICULTE (WS-SOT-IDX) TO CR-DIFFICULTE
006030     IF TR-HORODATAGE > WS-CLOTURE
006040         MOVE "L" TO CR-CLASSE
006050         ADD 1 TO WS-NB-HORS-DELAI
006060         GO TO 3100-WRITE
006070     END-IF
006080     MOVE ZERO TO WS-CASES-VIDES WS-CASES-FAUSSES
006090     PERFORM 3300-COMPARE-ONE-CELL THRU 3300-EXIT
006100         VARYING WS-CELLULE FROM 1 BY 1 UNTIL WS-CELLULE > 81
006110     MOVE WS-CASES-FAUSSES TO CR-NB-CASES-FAUSSES
006120     IF WS-CASES-VIDES > ZERO
006130         MOVE "I" TO CR-CLASSE
006140         ADD 1 TO WS-NB-INCOMPLETES
006150         GO TO 3100-WRITE
006160     END-IF
006170     IF WS-CASES-FAUSSES > ZERO
006180         MOVE "W" TO CR-CLASSE
006190         ADD 1 TO WS-NB-FAUSSES
006200         GO TO 3100-WRITE
006210     END-IF
006220     MOVE "C" TO CR-CLASSE
006230     ADD 1 TO WS-NB-CORRECTES
006240     PERFORM 3400-RETAIN-ANSWER THRU 3400-EXIT.
006250 3100-WRITE.
006260     WRITE CONTEST-RESULT-RECORD
006270     MOVE CR-PARTICIPANT TO WS-PARTICIPANT
006280     PERFORM 5000-FIND-PARTICIPANT THRU 5000-EXIT
006290     ADD 1 TO PAT-J-REPONSES (WS-PAT-IDX)
006300     ADD 1 TO PAT-M-REPONSES (WS-PAT-IDX)
006310     IF CR-REPONSE-RETENUE
006320         ADD CR-POINTS TO PAT-J-POINTS (WS-PAT-IDX)
006330         ADD CR-POINTS TO PAT-M-POINTS (WS-PAT-IDX)
006340         ADD 1 TO PAT-J-CORRECTES (WS-PAT-IDX)
006350         ADD 1 TO PAT-M-CORRECTES (WS-PAT-IDX)
006360         MOVE CR-HORODATAGE TO PAT-J-DERNIERE (WS-PAT-IDX)
006370         IF CR-HORODATAGE > PAT-M-DERNIERE (WS-PAT-IDX)
006380             MOVE CR-HORODATAGE TO PAT-M-DERNIERE (WS-PAT-IDX)
006390         END-IF
006400     END-IF
006410     PERFORM 8200-RETURN-REPONSE THRU 8200-EXIT.
006420 3100-EXIT.
006430     EXIT.
006440*-----------------------------------------------------------------
006450* 3200-FIND-SOLUTION -- CHERCHE LA GRILLE TR-SEQUENCE PARMI LES
006460* GRILLES DU JOUR (WS-SOT-IDX A ZERO SI ABSENTE).
006470*-----------------------------------------------------------------
006480 3200-FIND-SOLUTION.
006490     MOVE ZERO TO WS-SOT-IDX
006500     PERFORM 3210-MATCH-SOLUTION THRU 3210-EXIT
006510         VARYING WS-SOT-SCAN FROM 1 BY 1
006520         UNTIL WS-SOT-SCAN > WS-SOT-COUNT
006530             OR WS-SOT-IDX > ZERO.
006540 3200-EXIT.
006550     EXIT.
006560*-----------------------------------------------------------------
006570* 3210-MATCH-SOLUTION -- COMPARE UN POSTE DE LA TABLE DES
006580* SOLUTIONS.
006590*-----------------------------------------------------------------
006600 3210-MATCH-SOLUTION.
006610     IF SOT-SEQUENCE (WS-SOT-SCAN) = TR-SEQUENCE
006620         MOVE WS-SOT-SCAN TO WS-SOT-IDX
006630     END-IF.
006640 3210-EXIT.
006650     EXIT.
006660*-----------------------------------------------------------------
006670* 3300-COMPARE-ONE-CELL -- COMPTE LA CASE WS-CELLULE COMME VIDE
006680* (AUTRE CHOSE QU'UN CHIFFRE DE 1 A 9) OU COMME FAUSSE (CHIFFRE
006690* DIFFERENT DE LA SOLUTION).
006700*-----------------------------------------------------------------
006710 3300-COMPARE-ONE-CELL.
006720     IF TR-GRID (WS-CELLULE:1) < "1"
006730             OR TR-GRID (WS-CELLULE:1) > "9"
006740         ADD 1 TO WS-CASES-VIDES
006750     ELSE
006760         IF TR-GRID (WS-CELLULE:1)
006770                 NOT = SOT-GRID (WS-SOT-IDX) (WS-CELLULE:1)
006780             ADD 1 TO WS-CASES-FAUSSES
006790         END-IF
006800     END-IF.
006810 3300-EXIT.
006820     EXIT.
006830*-----------------------------------------------------------------
006840* 3400-RETAIN-ANSWER -- UNE BONNE REPONSE N'EST RETENUE QUE SI LE
006850* PARTICIPANT N'A PAS DEJA REUSSI CETTE GRILLE DANS LA JOURNEE
006860* (LES REPONSES ARRIVENT DANS L'ORDRE CHRONOLOGIQUE : C'EST LA
006870* PLUS ANCIENNE QUI COMPTE) ; ELLE RAPPORTE ALORS LE POIDS DE LA
006880* DIFFICULTE DE LA GRILLE.  UNE TABLE PLEINE ARRETE LE PASSAGE.
006890*-----------------------------------------------------------------
006900 3400-RETAIN-ANSWER.
006910     MOVE ZERO TO WS-PRT-IDX
006920     PERFORM 3410-MATCH-PAIR THRU 3410-EXIT
006930         VARYING WS-PRT-SCAN FROM 1 BY 1
006940         UNTIL WS-PRT-SCAN > WS-PRT-COUNT
006950             OR WS-PRT-IDX > ZERO
006960     IF WS-PRT-IDX > ZERO
006970         GO TO 3400-EXIT
006980     END-IF
006990     IF WS-PRT-COUNT NOT < 5000
007000         DISPLAY "TABLE DES GRILLES REUSSIES PLEINE (5000) "
007010                 "- ARRET"
007020         MOVE 16 TO RETURN-CODE
007030         STOP RUN
007040     END-IF
007050     ADD 1 TO WS-PRT-COUNT
007060     MOVE TR-PARTICIPANT TO PRT-PARTICIPANT (WS-PRT-COUNT)
007070     MOVE TR-SEQUENCE    TO PRT-SEQUENCE (WS-PRT-COUNT)
007080     MOVE "O" TO CR-RETENUE
007090     ADD 1 TO WS-NB-RETENUES
007100     EVALUATE CR-DIFFICULTE
007110         WHEN "F"
007120             MOVE WS-POIDS-FACILE    TO CR-POINTS
007130         WHEN "M"
007140             MOVE WS-POIDS-MOYEN     TO CR-POINTS
007150         WHEN "D"
007160             MOVE WS-POIDS-DIFFICILE TO CR-POINTS
007170         WHEN OTHER
007180             MOVE WS-POIDS-FACILE    TO CR-POINTS
007190     END-EVALUATE.
007200 3400-EXIT.
007210     EXIT.
007220*-----------------------------------------------------------------
007230* 3410-MATCH-PAIR -- COMPARE UN POSTE DE LA TABLE DES GRILLES
007240* REUSSIES.
007250*-----------------------------------------------------------------
007260 3410-MATCH-PAIR.
007270     IF PRT-PARTICIPANT (WS-PRT-SCAN) = TR-PARTICIPANT
007280             AND PRT-SEQUENCE (WS-PRT-SCAN) = TR-SEQUENCE
007290         MOVE WS-PRT-SCAN TO WS-PRT-IDX
007300     END-IF.
007310 3410-EXIT.
007320     EXIT.
007330*-----------------------------------------------------------------
007340* 4000-RANK-PERIOD -- CLASSE LES PARTICIPANTS DE LA PERIODE
007350* WS-TYPE-PERIODE ("J" JOUR, "M" MOIS A DATE) PAR UN TRI SUR LES
007360* POINTS DECROISSANTS PUIS L'HEURE DE LA DERNIERE BONNE REPONSE.
007370*-----------------------------------------------------------------
007380 4000-RANK-PERIOD.
007390     SORT TRI-CLASSEMENT
007400         ON DESCENDING KEY TK-POINTS
007410         ON ASCENDING KEY TK-DERNIERE-REPONSE
007420         ON ASCENDING KEY TK-PARTICIPANT
007430         INPUT PROCEDURE IS 4100-RELEASE-PARTICIPANTS
007440             THRU 4100-EXIT
007450         OUTPUT PROCEDURE IS 4200-WRITE-RANKING
007460             THRU 4200-EXIT.
007470 4000-EXIT.
007480     EXIT.
007490*-----------------------------------------------------------------
007500* 4100-RELEASE-PARTICIPANTS -- PROCEDURE D'ENTREE DU TRI : LIVRE
007510* CHAQUE PARTICIPANT QUI A REPONDU DANS LA PERIODE.
007520*-----------------------------------------------------------------
007530 4100-RELEASE-PARTICIPANTS.
007540     PERFORM 4110-RELEASE-ONE THRU 4110-EXIT
007550         VARYING WS-PAT-SCAN FROM 1 BY 1
007560         UNTIL WS-PAT-SCAN > WS-PAT-COUNT.
007570 4100-EXIT.
007580     EXIT.
007590*-----------------------------------------------------------------
007600* 4110-RELEASE-ONE -- LIVRE LES CUMULS DE LA PERIODE D'UN
007610* PARTICIPANT.
007620*-----------------------------------------------------------------
007630 4110-RELEASE-ONE.
007640     MOVE PAT-PARTICIPANT (WS-PAT-SCAN) TO TK-PARTICIPANT
007650     IF PERIODE-JOUR
007660         IF PAT-J-REPONSES (WS-PAT-SCAN) = ZERO
007670             GO TO 4110-EXIT
007680         END-IF
007690         MOVE PAT-J-POINTS (WS-PAT-SCAN)    TO TK-POINTS
007700         MOVE PAT-J-DERNIERE (WS-PAT-SCAN)  TO TK-DERNIERE-REPONSE
007710         MOVE PAT-J-CORRECTES (WS-PAT-SCAN) TO TK-NB-CORRECTES
007720         MOVE PAT-J-REPONSES (WS-PAT-SCAN)  TO TK-NB-REPONSES
007730     ELSE
007740         IF PAT-M-REPONSES (WS-PAT-SCAN) = ZERO
007750             GO TO 4110-EXIT
007760         END-IF
007770         MOVE PAT-M-POINTS (WS-PAT-SCAN)    TO TK-POINTS
007780         MOVE PAT-M-DERNIERE (WS-PAT-SCAN)  TO TK-DERNIERE-REPONSE
007790         MOVE PAT-M-CORRECTES (WS-PAT-SCAN) TO TK-NB-CORRECTES
007800         MOVE PAT-M-REPONSES (WS-PAT-SCAN)  TO TK-NB-REPONSES
007810     END-IF
007820     RELEASE TRI-CLASSEMENT-RECORD.
007830 4110-EXIT.
007840     EXIT.
007850*-----------------------------------------------------------------
007860* 4200-WRITE-RANKING -- PROCEDURE DE SORTIE DU TRI : EDITE LE
007870* CLASSEMENT DE LA PERIODE (H, UN D PAR PARTICIPANT, T) ET EXTRAIT
007880* LES GAGNANTS.
007890*-----------------------------------------------------------------
007900 4200-WRITE-RANKING.
007910     MOVE ZERO TO WS-POSITION WS-RANG WS-PREC-POINTS
007920                  WS-CLASSES WS-CLASSES-REPONSES
007930                  WS-CLASSES-CORRECTES
007940     MOVE SPACES TO WS-PREC-DERNIERE
007950     MOVE SPACES TO LEADERBOARD-RECORD
007960     MOVE "H" TO LB-RECORD-TYPE
007970     PERFORM 4290-FILL-PERIOD THRU 4290-EXIT
007980     MOVE ZERO TO LB-RANG LB-POINTS LB-NB-CORRECTES LB-NB-REPONSES
007990     WRITE LEADERBOARD-RECORD
008000     MOVE "N" TO WS-TRI-EOF-SW
008010     PERFORM 8300-RETURN-CLASSEMENT THRU 8300-EXIT
008020     PERFORM 4210-RANK-ONE THRU 4210-EXIT
008030         UNTIL TRI-END-OF-FILE
008040     MOVE SPACES TO LEADERBOARD-RECORD
008050     MOVE "T" TO LB-RECORD-TYPE
008060     PERFORM 4290-FILL-PERIOD THRU 4290-EXIT
008070     MOVE WS-CLASSES           TO LB-NB-PARTICIPANTS
008080     MOVE WS-CLASSES-REPONSES  TO LB-TOTAL-REPONSES
008090     MOVE WS-CLASSES-CORRECTES TO LB-TOTAL-CORRECTES
008100     WRITE LEADERBOARD-RECORD
008110     DISPLAY "CLASSEMENT " WS-TYPE-PERIODE " : " WS-CLASSES
008120             " PARTICIPANTS".
008130 4200-EXIT.
008140     EXIT.
008150*-----------------------------------------------------------------
008160* 4210-RANK-ONE -- DONNE SON RANG AU PARTICIPANT COURANT (LES EX
008170* AEQUO, MEMES POINTS ET MEME DERNIERE REPONSE, PARTAGENT LE
008180* RANG), L'EDITE, L'EXTRAIT S'IL EST GAGNANT ET LIT LE SUIVANT.
008190* LE CLASSEMENT DU MOIS N'A DE GAGNANTS QUE LE DERNIER JOUR DU
008200* MOIS.
008210*-----------------------------------------------------------------
008220 4210-RANK-ONE.
008230     ADD 1 TO WS-POSITION
008240     IF WS-POSITION = 1
008250             OR TK-POINTS NOT = WS-PREC-POINTS
008260             OR TK-DERNIERE-REPONSE NOT = WS-PREC-DERNIERE
008270         MOVE WS-POSITION TO WS-RANG
008280     END-IF
008290     MOVE TK-POINTS           TO WS-PREC-POINTS
008300     MOVE TK-DERNIERE-REPONSE TO WS-PREC-DERNIERE
008310     MOVE SPACES TO LEADERBOARD-RECORD
008320     MOVE "D" TO LB-RECORD-TYPE
008330     PERFORM 4290-FILL-PERIOD THRU 4290-EXIT
008340     MOVE WS-RANG             TO LB-RANG
008350     MOVE TK-PARTICIPANT      TO LB-PARTICIPANT
008360     MOVE TK-POINTS           TO LB-POINTS
008370     MOVE TK-NB-CORRECTES     TO LB-NB-CORRECTES
008380     MOVE TK-NB-REPONSES      TO LB-NB-REPONSES
008390     MOVE TK-DERNIERE-REPONSE TO LB-DERNIERE-REPONSE
008400     WRITE LEADERBOARD-RECORD
008410     ADD 1 TO WS-CLASSES
008420     ADD TK-NB-REPONSES  TO WS-CLASSES-REPONSES
008430     ADD TK-NB-CORRECTES TO WS-CLASSES-CORRECTES
008440     IF WS-RANG > WS-NB-GAGNANTS OR TK-POINTS = ZERO
008450         GO TO 4210-READ
008460     END-IF
008470     IF PERIODE-MOIS AND NOT FIN-DE-MOIS
008480         GO TO 4210-READ
008490     END-IF
008500     MOVE SPACES TO WINNER-RECORD
008510     MOVE WS-TYPE-PERIODE     TO WN-TYPE-PERIODE
008520     MOVE LB-PERIODE          TO WN-PERIODE
008530     MOVE WS-RANG             TO WN-RANG
008540     MOVE TK-PARTICIPANT      TO WN-PARTICIPANT
008550     MOVE TK-POINTS           TO WN-POINTS
008560     MOVE TK-NB-CORRECTES     TO WN-NB-CORRECTES
008570     MOVE TK-DERNIERE-REPONSE TO WN-DERNIERE-REPONSE
008580     MOVE WS-DATE-PASSAGE     TO WN-DATE-EXTRACTION
008590     WRITE WINNER-RECORD
008600     ADD 1 TO WS-GAGNANTS-EXTRAITS.
008610 4210-READ.
008620     PERFORM 8300-RETURN-CLASSEMENT THRU 8300-EXIT.
008630 4210-EXIT.
008640     EXIT.
008650*-----------------------------------------------------------------
008660* 4290-FILL-PERIOD -- POSE LE TYPE ET LA PERIODE DU CLASSEMENT :
008670* DATE DU CONCOURS POUR LE JOUR, AAAAMM POUR LE MOIS.
008680*-----------------------------------------------------------------
008690 4290-FILL-PERIOD.
008700     MOVE WS-TYPE-PERIODE TO LB-TYPE-PERIODE
008710     IF PERIODE-JOUR
008720         MOVE WS-DATE-CONCOURS TO LB-PERIODE
008730     ELSE
008740         MOVE WS-MOIS-CONCOURS TO LB-PERIODE
008750     END-IF.
008760 4290-EXIT.
008770     EXIT.
008780*-----------------------------------------------------------------
008790* 5000-FIND-PARTICIPANT -- CHERCHE WS-PARTICIPANT DANS LA TABLE
008800* ET L'Y AJOUTE A ZERO S'IL EST NOUVEAU (WS-PAT-IDX).  UNE TABLE
008810* PLEINE ARRETE LE PASSAGE : LE CLASSEMENT SERAIT FAUX.
008820*-----------------------------------------------------------------
008830 5000-FIND-PARTICIPANT.
008840     MOVE ZERO TO WS-PAT-IDX
008850     PERFORM 5010-MATCH-PARTICIPANT THRU 5010-EXIT
008860         VARYING WS-PAT-SCAN FROM 1 BY 1
008870         UNTIL WS-PAT-SCAN > WS-PAT-COUNT
008880             OR WS-PAT-IDX > ZERO
008890     IF WS-PAT-IDX > ZERO
008900         GO TO 5000-EXIT
008910     END-IF
008920     IF WS-PAT-COUNT NOT < 5000
008930         DISPLAY "TABLE DES PARTICIPANTS PLEINE (5000) - ARRET"
008940         MOVE 16 TO RETURN-CODE
008950         STOP RUN
008960     END-IF
008970     ADD 1 TO WS-PAT-COUNT
008980     MOVE WS-PAT-COUNT TO WS-PAT-IDX
008990     MOVE WS-PARTICIPANT TO PAT-PARTICIPANT (WS-PAT-IDX)
009000     MOVE ZERO TO PAT-J-POINTS (WS-PAT-IDX)
009010                  PAT-J-CORRECTES (WS-PAT-IDX)
009020                  PAT-J-REPONSES (WS-PAT-IDX)
009030                  PAT-M-POINTS (WS-PAT-IDX)
009040                  PAT-M-CORRECTES (WS-PAT-IDX)
009050                  PAT-M-REPONSES (WS-PAT-IDX)
009060     MOVE SPACES TO PAT-J-DERNIERE (WS-PAT-IDX)
009070                    PAT-M-DERNIERE (WS-PAT-IDX).
009080 5000-EXIT.
009090     EXIT.
009100*-----------------------------------------------------------------
009110* 5010-MATCH-PARTICIPANT -- COMPARE UN POSTE DE LA TABLE DES
009120* PARTICIPANTS.
009130*-----------------------------------------------------------------
009140 5010-MATCH-PARTICIPANT.
009150     IF PAT-PARTICIPANT (WS-PAT-SCAN) = WS-PARTICIPANT
009160         MOVE WS-PAT-SCAN TO WS-PAT-IDX
009170     END-IF.
009180 5010-EXIT.
009190     EXIT.
009200*-----------------------------------------------------------------
009210* 8000-READ-SOLUTION -- LECTURE SEQUENTIELLE DE SOLOUT.
009220*-----------------------------------------------------------------
009230 8000-READ-SOLUTION.
009240     READ SOLUTION-FILE
009250         AT END
009260             MOVE "Y" TO WS-SOL-EOF-SW
009270     END-READ.
009280 8000-EXIT.
009290     EXIT.
009300*-----------------------------------------------------------------
009310* 8100-READ-HISTORY -- LECTURE SEQUENTIELLE DE CONTHIST (ABSENT
009320* AU PREMIER PASSAGE : FIN DE FICHIER IMMEDIATE).
009330*-----------------------------------------------------------------
009340 8100-READ-HISTORY.
009350     READ CONTEST-HISTORY
009360         AT END
009370             MOVE "Y" TO WS-HIST-EOF-SW
009380     END-READ.
009390 8100-EXIT.
009400     EXIT.
009410*-----------------------------------------------------------------
009420* 8200-RETURN-REPONSE -- RETOUR DE LA REPONSE SUIVANTE DU TRI.
009430*-----------------------------------------------------------------
009440 8200-RETURN-REPONSE.
009450     RETURN TRI-REPONSES
009460         AT END
009470             MOVE "Y" TO WS-TRI-EOF-SW
009480     END-RETURN.
009490 8200-EXIT.
009500     EXIT.
009510*-----------------------------------------------------------------
009520* 8300-RETURN-CLASSEMENT -- RETOUR DU PARTICIPANT SUIVANT DU TRI.
009530*-----------------------------------------------------------------
009540 8300-RETURN-CLASSEMENT.
009550     RETURN TRI-CLASSEMENT
009560         AT END
009570             MOVE "Y" TO WS-TRI-EOF-SW
009580     END-RETURN.
009590 8300-EXIT.
009600     EXIT.
009610*-----------------------------------------------------------------
009620* 9000-TERMINATE -- FERME LES SORTIES ET AFFICHE LE BILAN DU
009630* JUGEMENT.  CODE 4 : DES REPONSES VISENT UNE GRILLE ABSENTE OU
009640* NON RESOLUE AU LOT DU JOUR.
009650*-----------------------------------------------------------------
009660 9000-TERMINATE.
009670     CLOSE LEADERBOARD
009680     CLOSE WINNERS-EXTRACT
009690     DISPLAY "REPONSES LUES       : " WS-REPONSES-LUES
009700     DISPLAY "  CORRECTES         : " WS-NB-CORRECTES
009710             " DONT RETENUES : " WS-NB-RETENUES
009720     DISPLAY "  FAUSSES           : " WS-NB-FAUSSES
009730     DISPLAY "  INCOMPLETES       : " WS-NB-INCOMPLETES
009740     DISPLAY "  HORS DELAI        : " WS-NB-HORS-DELAI
009750     DISPLAY "  NON JUGEES        : " WS-NB-NON-JUGEES
009760     DISPLAY "GAGNANTS EXTRAITS   : " WS-GAGNANTS-EXTRAITS
009770     IF WS-NB-NON-JUGEES > ZERO
009780         MOVE 4 TO RETURN-CODE
009790     ELSE
009800         MOVE ZERO TO RETURN-CODE
009810     END-IF.
009820 9000-EXIT.
009830     EXIT.
