000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    FX-REVALUATION.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. REEVALUATION DE FIN DE MOIS
000220*                  DES POSITIONS EN DEVISES : LE DERNIER JOUR
000230*                  OUVRE DU MOIS (CALENDRIER CALFILE), SOMME PAR
000240*                  DEVISE LES SOLDES DES COMPTES HORS EURO DU
000250*                  MAITRE, LES VALORISE AU TAUX FXRATES EN
000260*                  VIGUEUR, COMPARE L'ECART DE CONVERSION A CELUI
000270*                  DE LA REEVALUATION PRECEDENTE (GENERATION
000280*                  FXREVHSG) ET PASSE LE MOUVEMENT SUR LE JOURNAL
000290*                  GLJRNL EN LIGNES EQUILIBREES (CORRESPONDANCE
000300*                  GLMAP "R"), AVEC L'ETAT DES POSITIONS PAR
000310*                  DEVISE FXREVRPT.
000320*                  LES AUTRES NUITS, RECOPIE LA GENERATION.
000330* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000340*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000350*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000360*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000370*                  REJOUEE, SA GENERATION DE LA VEILLE EST
000380*                  RECONDUITE -- ET L'ACHEVEMENT (CODE RETOUR,
000390*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000391* 2026-10-15 MF    GLJRNL EST OUVERT EN EXTEND ET NON PLUS EN
000392*                  OUTPUT : SOUS LE DD DISP=MOD DE L'ETAPE 044,
000393*                  OUTPUT REECRIVAIT LE JOURNAL DEPUIS LE DEBUT ET
000394*                  EFFACAIT EN FIN DE MOIS LE JOURNAL QUE GLSUMM
000395*                  (ETAPE 037) VENAIT D'ECRIRE.
000400*-----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS DYNAMIC
000500            RECORD KEY IS ACCOUNT-NUMBER.

000510     SELECT OPTIONAL FX-RATES ASSIGN TO FXRATES
000520            ORGANIZATION IS SEQUENTIAL.

000530     SELECT OPTIONAL GL-MAPPING ASSIGN TO GLMAP
000540            ORGANIZATION IS SEQUENTIAL.

000550     SELECT OPTIONAL BUSINESS-CALENDAR ASSIGN TO CALFILE
000560            ORGANIZATION IS SEQUENTIAL.

000570     SELECT OPTIONAL FX-HISTORY-IN ASSIGN TO FXREVHI
000580            ORGANIZATION IS SEQUENTIAL.

000590     SELECT FX-HISTORY-OUT   ASSIGN TO FXREVHO
000600            ORGANIZATION IS SEQUENTIAL.

000610     SELECT FX-REVAL-REPORT  ASSIGN TO FXREVRPT
000620            ORGANIZATION IS SEQUENTIAL.

000630     SELECT GL-JOURNAL       ASSIGN TO GLJRNL
000640            ORGANIZATION IS SEQUENTIAL.

000650     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000660            ORGANIZATION IS SEQUENTIAL.
000670
000680     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000690            ORGANIZATION IS SEQUENTIAL.
000700
000710     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000720            ORGANIZATION IS SEQUENTIAL.
000730*-------------
000740 DATA DIVISION.
000750*-------------
000760 FILE SECTION.
000770 FD  ACCOUNT-MASTER.
000780 COPY ACCTREC.
000790*
000800 FD  FX-RATES
000810     LABEL RECORDS ARE STANDARD.
000820 COPY FXRATE.
000830*
000840 FD  GL-MAPPING
000850     LABEL RECORDS ARE STANDARD.
000860 COPY GLMAP.
000870*
000880 FD  BUSINESS-CALENDAR
000890     LABEL RECORDS ARE STANDARD.
000900 COPY CALREC.
000910*
000920 FD  FX-HISTORY-IN
000930     LABEL RECORDS ARE STANDARD.
000940 COPY FXREVHST.
000950*
000960 FD  FX-HISTORY-OUT
000970     LABEL RECORDS ARE STANDARD.
000980 01  FX-HISTORY-OUT-RECORD   PIC X(70).
000990*
001000 FD  FX-REVAL-REPORT
001010     LABEL RECORDS ARE STANDARD.
001020 COPY FXREVRPT.
001030*
001040 FD  GL-JOURNAL
001050     LABEL RECORDS ARE STANDARD.
001060 COPY GLJRNL.
001070*
001080 FD  RUN-CONTROL
001090     LABEL RECORDS ARE STANDARD.
001100 COPY RUNCTL.
001110*
001120 FD  STEP-DIRECTIVES
001130     LABEL RECORDS ARE STANDARD.
001140 COPY STEPDIR.
001150*
001160 FD  CHAIN-REGISTER
001170     LABEL RECORDS ARE STANDARD.
001180 COPY CHAINREG.
001190*
001200 WORKING-STORAGE SECTION.
001210*
001220 01  WS-SWITCHES.
001230     05  WS-EOF-SW           PIC X(01)   VALUE "N".
001240         88  END-OF-FILE             VALUE "Y".
001250     05  WS-HIST-EOF-SW      PIC X(01)   VALUE "N".
001260         88  HISTORIQUE-END-OF-FILE  VALUE "Y".
001270     05  WS-FIN-DE-MOIS-SW   PIC X(01)   VALUE "N".
001280         88  FIN-DE-MOIS             VALUE "Y".
001290     05  WS-DEJA-FAITE-SW    PIC X(01)   VALUE "N".
001300         88  REEVALUATION-DEJA-FAITE VALUE "Y".
001310     05  WS-MAP-TROUVEE-SW   PIC X(01)   VALUE "N".
001320         88  CORRESPONDANCE-TROUVEE  VALUE "Y".
001330*
001340 77  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
001350     88  RUNCTL-END-OF-FILE          VALUE "Y".
001360 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001370 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001380 77  WS-DATE-PRECEDENTE      PIC X(08)   VALUE SPACES.
001390 77  WS-COMPTES-LUS          PIC 9(07)   COMP VALUE ZERO.
001400 77  WS-COMPTES-EN-DEVISES   PIC 9(07)   COMP VALUE ZERO.
001410 77  WS-HISTO-LUS            PIC 9(05)   COMP VALUE ZERO.
001420 77  WS-HISTO-ECRITS         PIC 9(05)   COMP VALUE ZERO.
001430 77  WS-LIGNES-ETAT          PIC 9(05)   COMP VALUE ZERO.
001440 77  WS-LIGNES-JOURNAL       PIC 9(05)   COMP VALUE ZERO.
001450 77  WS-DEVISES-SANS-TAUX    PIC 9(03)   COMP VALUE ZERO.
001460 77  WS-MOUVEMENTS-A-PASSER  PIC 9(03)   COMP VALUE ZERO.
001470*
001480*    TABLE DES POSITIONS PAR DEVISE : CHARGEE D'ABORD DE LA
001490*    REEVALUATION PRECEDENTE (UNE DEVISE SORTIE DU BILAN DOIT
001500*    VOIR SON ECART EXTOURNE), PUIS CUMULEE SUR LE MAITRE.
001510 77  WS-RV-COUNT             PIC 9(03)   COMP VALUE ZERO.
001520 77  WS-RV-SCAN              PIC 9(03)   COMP VALUE ZERO.
001530 77  WS-RV-IDX               PIC 9(03)   COMP VALUE ZERO.
001540 01  REEVAL-TABLE.
001550     05  RV-ENTRY OCCURS 50 TIMES.
001560         10  RV-DEVISE          PIC X(03).
001570         10  RV-NB-COMPTES      PIC 9(07).
001580         10  RV-NOMINAL         PIC S9(13)V99.
001590         10  RV-TAUX            PIC 9(03)V9(06).
001600         10  RV-DATE-TAUX       PIC X(08).
001610         10  RV-VALEUR-EUR      PIC S9(13)V99.
001620         10  RV-ECART           PIC S9(13)V99.
001630         10  RV-MOUVEMENT       PIC S9(13)V99.
001640         10  RV-VALEUR-PREC     PIC S9(13)V99.
001650         10  RV-ECART-PREC      PIC S9(13)V99.
001660*
001670*    CUMULS DE LA LIGNE "T" ET DES LIGNES DE PREUVE.
001680 77  WS-TOTAL-COMPTES        PIC 9(07)   VALUE ZERO.
001690 77  WS-TOTAL-VALEUR-EUR     PIC S9(13)V99 VALUE ZERO.
001700 77  WS-TOTAL-VALEUR-PREC    PIC S9(13)V99 VALUE ZERO.
001710 77  WS-TOTAL-ECART          PIC S9(13)V99 VALUE ZERO.
001720 77  WS-TOTAL-MOUVEMENT      PIC S9(13)V99 VALUE ZERO.
001730 77  WS-TOTAL-DEBITS         PIC 9(13)V99 VALUE ZERO.
001740 77  WS-TOTAL-CREDITS        PIC 9(13)V99 VALUE ZERO.
001750 77  WS-MONTANT-JOURNAL      PIC 9(13)V99 VALUE ZERO.
001760*
001770*    CORRESPONDANCE GLMAP DU TYPE "R".
001780 77  WS-TYPE-REEVALUATION    PIC X(01)   VALUE "R".
001790 77  WS-MAP-EOF-SW           PIC X(01)   VALUE "N".
001800     88  MAP-END-OF-FILE             VALUE "Y".
001810 77  WS-MAP-DEBIT            PIC X(08)   VALUE SPACES.
001820 77  WS-MAP-CREDIT           PIC X(08)   VALUE SPACES.
001830 77  WS-COMPTE-DEBIT         PIC X(08)   VALUE SPACES.
001840 77  WS-COMPTE-CREDIT        PIC X(08)   VALUE SPACES.
001850*
001860*    TAUX DE CHANGE (MEMES REGLES QUE SIMPLEBANK).
001870 77  WS-FX-EOF-SW            PIC X(01)   VALUE "N".
001880     88  FX-END-OF-FILE              VALUE "Y".
001890 77  WS-FX-COUNT             PIC 9(03)   COMP VALUE ZERO.
001900 77  WS-FX-SCAN              PIC 9(03)   COMP VALUE ZERO.
001910 77  WS-FX-IDX               PIC 9(03)   COMP VALUE ZERO.
001920 77  WS-DEVISE-CHERCHEE      PIC X(03)   VALUE SPACES.
001930 77  WS-TAUX-TROUVE          PIC 9(03)V9(06) VALUE ZERO.
001940 77  WS-TAUX-TROUVE-SW       PIC X(01)   VALUE "N".
001950     88  TAUX-TROUVE                 VALUE "Y".
001960 01  FX-RATE-TABLE.
001970     05  FXT-ENTRY OCCURS 50 TIMES.
001980         10  FXT-DEVISE         PIC X(03).
001990         10  FXT-TAUX           PIC 9(03)V9(06).
002000         10  FXT-DATE-EFFET     PIC X(08).
002010*
002020*    CALENDRIER D'AFFAIRES (MEMES REGLES QUE SIMPLEBANK).
002030 77  WS-CALEND-EOF-SW        PIC X(01)   VALUE "N".
002040     88  CALENDRIER-END-OF-FILE      VALUE "Y".
002050 77  WS-FER-COUNT            PIC 9(03)   COMP VALUE ZERO.
002060 77  WS-FER-SCAN             PIC 9(03)   COMP VALUE ZERO.
002070 77  WS-FERIE-SW             PIC X(01)   VALUE "N".
002080     88  JOUR-FERIE                  VALUE "Y".
002090 77  WS-JOUR-OUVRE-SW        PIC X(01)   VALUE "N".
002100     88  JOUR-OUVRE                  VALUE "Y".
002110 77  WS-JOUR-SEMAINE         PIC 9(01)   VALUE ZERO.
002120 01  FERIE-TABLE.
002130     05  FER-DATE OCCURS 200 TIMES PIC X(08).
002140 01  WS-DATE-CALCUL.
002150     05  WS-CAL-ANNEE        PIC 9(04).
002160     05  WS-CAL-MOIS         PIC 9(02).
002170     05  WS-CAL-JOUR         PIC 9(02).
002180 77  WS-CAL-DERNIER-JOUR     PIC 9(02)   VALUE ZERO.
002190 77  WS-CAL-RESTE            PIC 9(03)   VALUE ZERO.
002200 77  WS-CAL-QUOTIENT         PIC 9(04)   VALUE ZERO.
002210 77  WS-DT-JOURS             PIC 9(07)   VALUE ZERO.
002220 77  WS-DT-ANNEE-PREC        PIC 9(04)   VALUE ZERO.
002230 77  WS-DT-BIS4              PIC 9(04)   VALUE ZERO.
002240 77  WS-DT-BIS100            PIC 9(04)   VALUE ZERO.
002250 77  WS-DT-BIS400            PIC 9(04)   VALUE ZERO.
002260 77  WS-DT-BISSEXTILE-SW     PIC X(01)   VALUE "N".
002270     88  ANNEE-BISSEXTILE            VALUE "Y".
002280 77  WS-DT-RESTE             PIC 9(04)   VALUE ZERO.
002290 77  WS-DT-QUOTIENT          PIC 9(04)   VALUE ZERO.
002300 77  WS-DT-QUOT7             PIC 9(07)   VALUE ZERO.
002310 01  WS-JOURS-CUMULES-TABLE.
002320     05  FILLER          PIC X(18) VALUE "000031059090120151".
002330     05  FILLER          PIC X(18) VALUE "181212243273304334".
002340 01  WS-JOURS-CUMULES REDEFINES WS-JOURS-CUMULES-TABLE.
002350     05  WS-JC-MOIS OCCURS 12 TIMES PIC 9(03).
002360*
002370 COPY STEPCTL.
002380*-------------------
002390 PROCEDURE DIVISION.
002400*-------------------
002410 0000-MAINLINE.
002420     DISPLAY "FX-REVALUATION : REEVALUATION DES POSITIONS EN "
002430             "DEVISES"
002440     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002460     IF FIN-DE-MOIS AND NOT REEVALUATION-DEJA-FAITE
002470         PERFORM 2000-VALUE-POSITIONS THRU 2000-EXIT
002480         PERFORM 3000-POST-REVALUATION THRU 3000-EXIT
002490     ELSE
002500         PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
002510     END-IF
002520     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
002530     STOP RUN.
002540*-----------------------------------------------------------------
002550* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES, CHARGE LE CALENDRIER,
002560* DETERMINE SI LA DATE D'AFFAIRES EST LE DERNIER JOUR OUVRE DU
002570* MOIS ET, SI OUI, CHARGE LA REEVALUATION PRECEDENTE.
002580*-----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
002610     PERFORM 1330-LOAD-CALENDAR THRU 1330-EXIT
002620     PERFORM 1400-CHECK-MONTH-END THRU 1400-EXIT
002630     IF NOT FIN-DE-MOIS
002640         DISPLAY "PAS DE FIN DE MOIS : GENERATION RECOPIEE"
002650         GO TO 1000-EXIT
002660     END-IF
002670     PERFORM 1200-LOAD-PRIOR-REVALUATION THRU 1200-EXIT
002680     IF REEVALUATION-DEJA-FAITE
002690         DISPLAY "REEVALUATION DU " WS-DATE-AFFAIRES
002700                 " DEJA PASSEE : GENERATION RECOPIEE"
002710     END-IF.
002720 1000-EXIT.
002730     EXIT.
002740*-----------------------------------------------------------------
002750* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES DU RUN SUR
002760* RUNCTL ; ARRET EN CODE RETOUR 16 SI ELLE EST ABSENTE.
002770*-----------------------------------------------------------------
002780 1050-LOAD-RUN-CONTROL.
002790     OPEN INPUT RUN-CONTROL
002800     READ RUN-CONTROL
002810         AT END
002820             MOVE "Y" TO WS-RUNCTL-EOF-SW
002830         NOT AT END
002840             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
002850             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
002860     END-READ
002870     CLOSE RUN-CONTROL
002880     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
002890         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF
002930     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
002940             " RUN : " WS-NUMERO-RUN.
002950 1050-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------------
002980* 1200-LOAD-PRIOR-REVALUATION -- CHARGE LA DERNIERE GENERATION
002990* FXREVHSG DANS REEVAL-TABLE (CONTRE-VALEUR ET ECART PRECEDENTS DE
003000* CHAQUE DEVISE).  UNE GENERATION DEJA DATEE DU JOUR SIGNIFIE QUE
003010* LA REEVALUATION DU MOIS EST PASSEE (RELANCE DE LA CHAINE) : ELLE
003020* N'EST PAS REPASSEE AU JOURNAL.  FICHIER ABSENT OU VIDE (PREMIER
003030* MOIS) : TOUT L'ECART EST UN MOUVEMENT.
003040*-----------------------------------------------------------------
003050 1200-LOAD-PRIOR-REVALUATION.
003060     MOVE "N" TO WS-HIST-EOF-SW
003070     OPEN INPUT FX-HISTORY-IN
003080     PERFORM 8100-READ-HISTORY THRU 8100-EXIT
003090     PERFORM 1210-STORE-PRIOR-DEVISE THRU 1210-EXIT
003100         UNTIL HISTORIQUE-END-OF-FILE
003110     CLOSE FX-HISTORY-IN
003120     DISPLAY "REEVALUATION PRECEDENTE : " WS-DATE-PRECEDENTE
003130             " DEVISES : " WS-HISTO-LUS.
003140 1200-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------------
003170* 1210-STORE-PRIOR-DEVISE -- RANGE LA DEVISE DE LA REEVALUATION
003180* PRECEDENTE DANS LA TABLE PUIS LIT LA SUIVANTE.
003190*-----------------------------------------------------------------
003200 1210-STORE-PRIOR-DEVISE.
003210     IF FH-DATE-REEVAL = WS-DATE-AFFAIRES
003220         MOVE "Y" TO WS-DEJA-FAITE-SW
003230     END-IF
003240     MOVE FH-DATE-REEVAL TO WS-DATE-PRECEDENTE
003250     MOVE FH-DEVISE      TO WS-DEVISE-CHERCHEE
003260     PERFORM 8200-FIND-DEVISE THRU 8200-EXIT
003270     IF WS-RV-IDX = ZERO
003280         CLOSE FX-HISTORY-IN
003290         PERFORM 9000-ABANDON THRU 9000-EXIT
003300     END-IF
003310     MOVE FH-VALEUR-EUR TO RV-VALEUR-PREC (WS-RV-IDX)
003320     MOVE FH-ECART      TO RV-ECART-PREC (WS-RV-IDX)
003330     PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
003340 1210-EXIT.
003350     EXIT.
003360*-----------------------------------------------------------------
003370* 1250-LOAD-FX-RATES -- CHARGE LES TAUX DE CHANGE DU FICHIER DE
003380* CONTROLE DATE FXRATES DANS FX-RATE-TABLE : POUR CHAQUE DEVISE,
003390* LE DERNIER ENREGISTREMENT DONT LA DATE D'EFFET N'EST PAS
003400* POSTERIEURE A LA DATE D'AFFAIRES EST LE TAUX DE LA REEVALUATION.
003410*-----------------------------------------------------------------
003420 1250-LOAD-FX-RATES.
003430     OPEN INPUT FX-RATES
003440     PERFORM 8085-READ-FX-RATE THRU 8085-EXIT
003450     PERFORM 1260-STORE-FX-RATE THRU 1260-EXIT
003460         UNTIL FX-END-OF-FILE
003470     CLOSE FX-RATES
003480     DISPLAY "TAUX DE CHANGE CHARGES : " WS-FX-COUNT.
003490 1250-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------------
003520* 1260-STORE-FX-RATE -- RANGE LE TAUX COURANT DANS FX-RATE-TABLE
003530* S'IL EST EN VIGUEUR A LA DATE D'AFFAIRES (UN TAUX PLUS RECENT
003540* DE LA MEME DEVISE ECRASE LE PRECEDENT), PUIS LIT LE SUIVANT.
003550* UNE TABLE PLEINE ABANDONNE LA REEVALUATION.
003560*-----------------------------------------------------------------
003570 1260-STORE-FX-RATE.
003580     IF FX-DATE-EFFET > WS-DATE-AFFAIRES
003590         GO TO 1260-SUITE
003600     END-IF
003610     MOVE ZERO TO WS-FX-IDX
003620     PERFORM 1270-MATCH-ONE-DEVISE THRU 1270-EXIT
003630         VARYING WS-FX-SCAN FROM 1 BY 1
003640             UNTIL WS-FX-SCAN > WS-FX-COUNT
003650                 OR WS-FX-IDX > ZERO
003660     IF WS-FX-IDX = ZERO
003670         IF WS-FX-COUNT < 50
003680             ADD 1 TO WS-FX-COUNT
003690             MOVE WS-FX-COUNT TO WS-FX-IDX
003700             MOVE FX-DEVISE TO FXT-DEVISE (WS-FX-IDX)
003710         ELSE
003720             DISPLAY "TABLE DES TAUX DE CHANGE PLEINE (50) - "
003730                     "DEVISE NON CHARGEE : " FX-DEVISE
003740             CLOSE FX-RATES
003750             PERFORM 9000-ABANDON THRU 9000-EXIT
003760         END-IF
003770     END-IF
003780     MOVE FX-TAUX-EUR   TO FXT-TAUX (WS-FX-IDX)
003790     MOVE FX-DATE-EFFET TO FXT-DATE-EFFET (WS-FX-IDX).
003800 1260-SUITE.
003810     PERFORM 8085-READ-FX-RATE THRU 8085-EXIT.
003820 1260-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------------
003850* 1270-MATCH-ONE-DEVISE -- RETIENT DANS WS-FX-IDX L'ENTREE DE
003860* FX-RATE-TABLE DE LA DEVISE COURANTE SI ELLE EXISTE DEJA.
003870*-----------------------------------------------------------------
003880 1270-MATCH-ONE-DEVISE.
003890     IF FXT-DEVISE (WS-FX-SCAN) = FX-DEVISE
003900         MOVE WS-FX-SCAN TO WS-FX-IDX
003910     END-IF.
003920 1270-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------------
003950* 1330-LOAD-CALENDAR -- CHARGE LES JOURS FERIES DU CALENDRIER
003960* D'AFFAIRES DANS FERIE-TABLE.  FICHIER ABSENT : SEULS LES
003970* SAMEDIS ET DIMANCHES SONT NON OUVRES.
003980*-----------------------------------------------------------------
003990 1330-LOAD-CALENDAR.
004000     OPEN INPUT BUSINESS-CALENDAR
004010     PERFORM 8079-READ-CALENDAR THRU 8079-EXIT
004020     PERFORM 1335-STORE-ONE-FERIE THRU 1335-EXIT
004030         UNTIL CALENDRIER-END-OF-FILE
004040     CLOSE BUSINESS-CALENDAR
004050     DISPLAY "JOURS FERIES CHARGES : " WS-FER-COUNT.
004060 1330-EXIT.
004070     EXIT.
004080*-----------------------------------------------------------------
004090* 1335-STORE-ONE-FERIE -- RANGE LE JOUR FERIE COURANT DANS LA
004100* TABLE PUIS LIT LE SUIVANT.  UNE TABLE PLEINE ARRETE L'ETAPE.
004110*-----------------------------------------------------------------
004120 1335-STORE-ONE-FERIE.
004130     IF WS-FER-COUNT < 200
004140         ADD 1 TO WS-FER-COUNT
004150         MOVE CD-DATE-FERIE TO FER-DATE (WS-FER-COUNT)
004160     ELSE
004170         DISPLAY "TABLE DES JOURS FERIES PLEINE (200)"
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF
004210     PERFORM 8079-READ-CALENDAR THRU 8079-EXIT.
004220 1335-EXIT.
004230     EXIT.
004240*-----------------------------------------------------------------
004250* 1400-CHECK-MONTH-END -- LA DATE D'AFFAIRES EST LE DERNIER JOUR
004260* OUVRE DU MOIS QUAND LE JOUR OUVRE SUIVANT (SAMEDIS, DIMANCHES ET
004270* FERIES DU CALENDRIER SAUTES) TOMBE DANS UN AUTRE MOIS.
004280*-----------------------------------------------------------------
004290 1400-CHECK-MONTH-END.
004300     MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
004310     MOVE "N" TO WS-JOUR-OUVRE-SW
004320     PERFORM 1410-ADD-ONE-BUSINESS-DAY THRU 1410-EXIT
004330         UNTIL JOUR-OUVRE
004340     IF WS-DATE-CALCUL (1:6) NOT = WS-DATE-AFFAIRES (1:6)
004350         MOVE "Y" TO WS-FIN-DE-MOIS-SW
004360         DISPLAY "DERNIER JOUR OUVRE DU MOIS : REEVALUATION DUE"
004370     END-IF.
004380 1400-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------------
004410* 1410-ADD-ONE-BUSINESS-DAY -- AVANCE D'UN JOUR CALENDAIRE ET
004420* CONTROLE S'IL EST OUVRE.
004430*-----------------------------------------------------------------
004440 1410-ADD-ONE-BUSINESS-DAY.
004450     PERFORM 1545-ADD-ONE-DAY THRU 1545-EXIT
004460     PERFORM 1570-CHECK-ONE-DAY THRU 1570-EXIT.
004470 1410-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------------
004500* 1545-ADD-ONE-DAY -- AVANCE WS-DATE-CALCUL D'UN JOUR CALENDAIRE
004510* (FIN DE MOIS ET ANNEE BISSEXTILE COMPRISES).
004520*-----------------------------------------------------------------
004530 1545-ADD-ONE-DAY.
004540     PERFORM 1548-CAL-DERNIER-JOUR THRU 1548-EXIT
004550     IF WS-CAL-JOUR < WS-CAL-DERNIER-JOUR
004560         ADD 1 TO WS-CAL-JOUR
004570     ELSE
004580         MOVE 1 TO WS-CAL-JOUR
004590         IF WS-CAL-MOIS < 12
004600             ADD 1 TO WS-CAL-MOIS
004610         ELSE
004620             MOVE 1 TO WS-CAL-MOIS
004630             ADD 1 TO WS-CAL-ANNEE
004640         END-IF
004650     END-IF.
004660 1545-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------------
004690* 1548-CAL-DERNIER-JOUR -- DERNIER JOUR DU MOIS DE
004700* WS-DATE-CALCUL.
004710*-----------------------------------------------------------------
004720 1548-CAL-DERNIER-JOUR.
004730     EVALUATE WS-CAL-MOIS
004740         WHEN 01 WHEN 03 WHEN 05 WHEN 07
004750         WHEN 08 WHEN 10 WHEN 12
004760             MOVE 31 TO WS-CAL-DERNIER-JOUR
004770         WHEN 04 WHEN 06 WHEN 09 WHEN 11
004780             MOVE 30 TO WS-CAL-DERNIER-JOUR
004790         WHEN OTHER
004800             MOVE 28 TO WS-CAL-DERNIER-JOUR
004810             DIVIDE WS-CAL-ANNEE BY 4
004820                 GIVING WS-CAL-QUOTIENT
004830                 REMAINDER WS-CAL-RESTE
004840             IF WS-CAL-RESTE = ZERO
004850                 MOVE 29 TO WS-CAL-DERNIER-JOUR
004860             END-IF
004870             DIVIDE WS-CAL-ANNEE BY 100
004880                 GIVING WS-CAL-QUOTIENT
004890                 REMAINDER WS-CAL-RESTE
004900             IF WS-CAL-RESTE = ZERO
004910                 MOVE 28 TO WS-CAL-DERNIER-JOUR
004920             END-IF
004930             DIVIDE WS-CAL-ANNEE BY 400
004940                 GIVING WS-CAL-QUOTIENT
004950                 REMAINDER WS-CAL-RESTE
004960             IF WS-CAL-RESTE = ZERO
004970                 MOVE 29 TO WS-CAL-DERNIER-JOUR
004980             END-IF
004990     END-EVALUATE.
005000 1548-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005030* 1570-CHECK-ONE-DAY -- POSITIONNE WS-JOUR-OUVRE-SW POUR LA DATE
005040* DE WS-DATE-CALCUL : NI SAMEDI NI DIMANCHE (JOUR DE SEMAINE
005050* CALCULE PAR LE NOMBRE DE JOURS DEPUIS L'ORIGINE, CALIBRE SUR
005060* LE LUNDI 05/01/2026 DONT LE RESTE MODULO 7 VAUT 2 : SAMEDI =
005070* 0, DIMANCHE = 1), NI FERIE DU CALENDRIER.
005080*-----------------------------------------------------------------
005090 1570-CHECK-ONE-DAY.
005100     MOVE "Y" TO WS-JOUR-OUVRE-SW
005110     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
005120     DIVIDE WS-DT-JOURS BY 7 GIVING WS-DT-QUOT7
005130         REMAINDER WS-JOUR-SEMAINE
005140     IF WS-JOUR-SEMAINE = 0 OR WS-JOUR-SEMAINE = 1
005150         MOVE "N" TO WS-JOUR-OUVRE-SW
005160         GO TO 1570-EXIT
005170     END-IF
005180     MOVE "N" TO WS-FERIE-SW
005190     PERFORM 1575-MATCH-ONE-FERIE THRU 1575-EXIT
005200         VARYING WS-FER-SCAN FROM 1 BY 1
005210             UNTIL WS-FER-SCAN > WS-FER-COUNT
005220                 OR JOUR-FERIE
005230     IF JOUR-FERIE
005240         MOVE "N" TO WS-JOUR-OUVRE-SW
005250     END-IF.
005260 1570-EXIT.
005270     EXIT.
005280*-----------------------------------------------------------------
005290* 1575-MATCH-ONE-FERIE -- CONFRONTE LA DATE DE WS-DATE-CALCUL AU
005300* FERIE POINTE PAR WS-FER-SCAN.
005310*-----------------------------------------------------------------
005320 1575-MATCH-ONE-FERIE.
005330     IF FER-DATE (WS-FER-SCAN) = WS-DATE-CALCUL
005340         MOVE "Y" TO WS-FERIE-SW
005350     END-IF.
005360 1575-EXIT.
005370     EXIT.
005380*-----------------------------------------------------------------
005390* 2000-VALUE-POSITIONS -- CHARGE LES TAUX, CUMULE LE NOMINAL DE
005400* CHAQUE DEVISE SUR LE MAITRE DES COMPTES ET LE VALORISE.  UNE
005410* DEVISE DETENUE SANS TAUX EN VIGUEUR, OU UN MOUVEMENT A PASSER
005420* SANS CORRESPONDANCE GLMAP "R", ABANDONNE LA REEVALUATION : LA
005430* COMPTABILITE NE DOIT PAS RECEVOIR UN JOURNAL INCOMPLET.
005440*-----------------------------------------------------------------
005450 2000-VALUE-POSITIONS.
005460     PERFORM 1250-LOAD-FX-RATES THRU 1250-EXIT
005470     OPEN INPUT ACCOUNT-MASTER
005480     MOVE LOW-VALUES TO ACCOUNT-NUMBER
005490     START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCOUNT-NUMBER
005500         INVALID KEY
005510             MOVE "Y" TO WS-EOF-SW
005520     END-START
005530     PERFORM 2100-TALLY-NEXT-ACCOUNT THRU 2100-EXIT
005540         UNTIL END-OF-FILE
005550     CLOSE ACCOUNT-MASTER
005560     PERFORM 2200-VALUE-ONE-DEVISE THRU 2200-EXIT
005570         VARYING WS-RV-SCAN FROM 1 BY 1
005580             UNTIL WS-RV-SCAN > WS-RV-COUNT
005590     IF WS-DEVISES-SANS-TAUX > ZERO
005600         DISPLAY "DEVISES DETENUES SANS TAUX : "
005610                 WS-DEVISES-SANS-TAUX
005620         PERFORM 9000-ABANDON THRU 9000-EXIT
005630     END-IF
005640     IF WS-MOUVEMENTS-A-PASSER > ZERO
005650         PERFORM 2300-LOAD-REVAL-MAPPING THRU 2300-EXIT
005660         IF NOT CORRESPONDANCE-TROUVEE
005670             DISPLAY "PAS DE CORRESPONDANCE GLMAP POUR LE TYPE "
005680                     WS-TYPE-REEVALUATION
005690             PERFORM 9000-ABANDON THRU 9000-EXIT
005700         END-IF
005710     END-IF.
005720 2000-EXIT.
005730     EXIT.
005740*-----------------------------------------------------------------
005750* 2100-TALLY-NEXT-ACCOUNT -- LIT LE COMPTE SUIVANT EN SEQUENCE DE
005760* CLE ET, S'IL EST TENU EN DEVISE (NI EURO NI DEVISE A BLANC),
005770* CUMULE SON SOLDE DANS LE NOMINAL DE SA DEVISE.
005780*-----------------------------------------------------------------
005790 2100-TALLY-NEXT-ACCOUNT.
005800     READ ACCOUNT-MASTER NEXT RECORD
005810         AT END
005820             MOVE "Y" TO WS-EOF-SW
005830     END-READ
005840     IF END-OF-FILE
005850         GO TO 2100-EXIT
005860     END-IF
005870     ADD 1 TO WS-COMPTES-LUS
005880     IF ACCT-CURRENCY = SPACES OR ACCT-CURRENCY = "EUR"
005890         GO TO 2100-EXIT
005900     END-IF
005910     ADD 1 TO WS-COMPTES-EN-DEVISES
005920     MOVE ACCT-CURRENCY TO WS-DEVISE-CHERCHEE
005930     PERFORM 8200-FIND-DEVISE THRU 8200-EXIT
005940     IF WS-RV-IDX = ZERO
005950         CLOSE ACCOUNT-MASTER
005960         PERFORM 9000-ABANDON THRU 9000-EXIT
005970     END-IF
005980     ADD 1       TO RV-NB-COMPTES (WS-RV-IDX)
005990     ADD BALANCE TO RV-NOMINAL (WS-RV-IDX).
006000 2100-EXIT.
006010     EXIT.
006020*-----------------------------------------------------------------
006030* 2200-VALUE-ONE-DEVISE -- VALORISE LA DEVISE POINTEE PAR
006040* WS-RV-SCAN : CONTRE-VALEUR = NOMINAL X TAUX, ECART LATENT =
006050* CONTRE-VALEUR - NOMINAL, MOUVEMENT = ECART - ECART PRECEDENT.
006060* UNE DEVISE SANS TAUX N'EST ADMISE QUE SI SON NOMINAL EST NUL.
006070*-----------------------------------------------------------------
006080 2200-VALUE-ONE-DEVISE.
006090     MOVE RV-DEVISE (WS-RV-SCAN) TO WS-DEVISE-CHERCHEE
006100     PERFORM 8090-FIND-FX-RATE THRU 8090-EXIT
006110     IF TAUX-TROUVE
006120         MOVE WS-TAUX-TROUVE TO RV-TAUX (WS-RV-SCAN)
006130         MOVE FXT-DATE-EFFET (WS-FX-IDX)
006140                             TO RV-DATE-TAUX (WS-RV-SCAN)
006150         COMPUTE RV-VALEUR-EUR (WS-RV-SCAN) ROUNDED
006160                 = RV-NOMINAL (WS-RV-SCAN) * RV-TAUX (WS-RV-SCAN)
006170     ELSE
006180         IF RV-NOMINAL (WS-RV-SCAN) NOT = ZERO
006190             DISPLAY "PAS DE TAUX FXRATES EN VIGUEUR POUR LA "
006200                     "DEVISE " RV-DEVISE (WS-RV-SCAN)
006210             ADD 1 TO WS-DEVISES-SANS-TAUX
006220         END-IF
006230     END-IF
006240     COMPUTE RV-ECART (WS-RV-SCAN)
006250             = RV-VALEUR-EUR (WS-RV-SCAN)
006260             - RV-NOMINAL (WS-RV-SCAN)
006270     COMPUTE RV-MOUVEMENT (WS-RV-SCAN)
006280             = RV-ECART (WS-RV-SCAN) - RV-ECART-PREC (WS-RV-SCAN)
006290     IF RV-MOUVEMENT (WS-RV-SCAN) NOT = ZERO
006300         ADD 1 TO WS-MOUVEMENTS-A-PASSER
006310     END-IF.
006320 2200-EXIT.
006330     EXIT.
006340*-----------------------------------------------------------------
006350* 2300-LOAD-REVAL-MAPPING -- RECHERCHE SUR GLMAP LA CORRESPONDANCE
006360* DU TYPE "R" (COMPTE DE RESULTAT DE CHANGE AU DEBIT, COMPTE
006370* D'ECART DE CONVERSION AU CREDIT).
006380*-----------------------------------------------------------------
006390 2300-LOAD-REVAL-MAPPING.
006400     OPEN INPUT GL-MAPPING
006410     PERFORM 8050-READ-GL-MAP THRU 8050-EXIT
006420     PERFORM 2310-MATCH-ONE-MAP THRU 2310-EXIT
006430         UNTIL MAP-END-OF-FILE
006440             OR CORRESPONDANCE-TROUVEE
006450     CLOSE GL-MAPPING.
006460 2300-EXIT.
006470     EXIT.
006480*-----------------------------------------------------------------
006490* 2310-MATCH-ONE-MAP -- RETIENT LA CORRESPONDANCE COURANTE SI
006500* ELLE EST DU TYPE "R", SINON LIT LA SUIVANTE.
006510*-----------------------------------------------------------------
006520 2310-MATCH-ONE-MAP.
006530     IF GM-TRANS-TYPE = WS-TYPE-REEVALUATION
006540         MOVE GM-COMPTE-DEBIT  TO WS-MAP-DEBIT
006550         MOVE GM-COMPTE-CREDIT TO WS-MAP-CREDIT
006560         MOVE "Y" TO WS-MAP-TROUVEE-SW
006570         GO TO 2310-EXIT
006580     END-IF
006590     PERFORM 8050-READ-GL-MAP THRU 8050-EXIT.
006600 2310-EXIT.
006610     EXIT.
006620*-----------------------------------------------------------------
006630* 3000-POST-REVALUATION -- EDITE UNE LIGNE "D" PAR DEVISE, PASSE
006640* LES MOUVEMENTS AU JOURNAL, ECRIT LA NOUVELLE GENERATION
006650* FXREVHSG, PUIS LA LIGNE "T" DE L'ETAT ET LES DEUX LIGNES DE
006655* PREUVE "P" DU LOT DE REEVALUATION SUR GLJRNL.  LE JOURNAL EST
006660* OUVERT EN EXTEND : LE LOT "R" S'AJOUTE A CELUI QUE GLSUMM VIENT
006665* D'ECRIRE DANS LA MEME NUIT.
006670*-----------------------------------------------------------------
006680 3000-POST-REVALUATION.
006690     OPEN OUTPUT FX-REVAL-REPORT
006700     OPEN EXTEND GL-JOURNAL
006710     OPEN OUTPUT FX-HISTORY-OUT
006720     PERFORM 3100-REPORT-ONE-DEVISE THRU 3100-EXIT
006730         VARYING WS-RV-SCAN FROM 1 BY 1
006740             UNTIL WS-RV-SCAN > WS-RV-COUNT
006750     MOVE SPACES               TO FX-REVAL-REPORT-RECORD
006760     MOVE "T"                  TO FV-GENRE
006770     MOVE WS-DATE-AFFAIRES     TO FV-DATE-REEVAL
006780     MOVE WS-TOTAL-COMPTES     TO FV-NB-COMPTES
006790     MOVE ZERO                 TO FV-NOMINAL FV-TAUX
006800     MOVE WS-TOTAL-VALEUR-EUR  TO FV-VALEUR-EUR
006810     MOVE WS-DATE-PRECEDENTE   TO FV-DATE-PRECEDENTE
006820     MOVE WS-TOTAL-VALEUR-PREC TO FV-VALEUR-PRECEDENTE
006830     MOVE WS-TOTAL-ECART       TO FV-ECART
006840     MOVE WS-TOTAL-MOUVEMENT   TO FV-MOUVEMENT
006850     WRITE FX-REVAL-REPORT-RECORD
006860     ADD 1 TO WS-LIGNES-ETAT
006870     MOVE SPACES TO GL-JOURNAL-RECORD
006880     MOVE "P"                  TO GJ-GENRE
006890     MOVE WS-DATE-AFFAIRES     TO GJ-DATE-AFFAIRES
006900     MOVE "D"                  TO GJ-SENS
006910     MOVE WS-TYPE-REEVALUATION TO GJ-TRANS-TYPE
006920     MOVE WS-TOTAL-DEBITS      TO GJ-MONTANT
006930     WRITE GL-JOURNAL-RECORD
006940     MOVE SPACES TO GL-JOURNAL-RECORD
006950     MOVE "P"                  TO GJ-GENRE
006960     MOVE WS-DATE-AFFAIRES     TO GJ-DATE-AFFAIRES
006970     MOVE "C"                  TO GJ-SENS
006980     MOVE WS-TYPE-REEVALUATION TO GJ-TRANS-TYPE
006990     MOVE WS-TOTAL-CREDITS     TO GJ-MONTANT
007000     WRITE GL-JOURNAL-RECORD
007010     CLOSE FX-REVAL-REPORT
007020     CLOSE GL-JOURNAL
007030     CLOSE FX-HISTORY-OUT
007040     DISPLAY "COMPTES LUS           : " WS-COMPTES-LUS
007050     DISPLAY "COMPTES EN DEVISES    : " WS-COMPTES-EN-DEVISES
007060     DISPLAY "DEVISES REEVALUEES    : " WS-RV-COUNT
007070     DISPLAY "LIGNES D'ETAT         : " WS-LIGNES-ETAT
007080     DISPLAY "LIGNES DE JOURNAL     : " WS-LIGNES-JOURNAL
007090     DISPLAY "TOTAL DEBITS JOURNAL  : " WS-TOTAL-DEBITS
007100     DISPLAY "TOTAL CREDITS JOURNAL : " WS-TOTAL-CREDITS
007110     DISPLAY "MOUVEMENT DU MOIS     : " WS-TOTAL-MOUVEMENT
007120     DISPLAY "GENERATION ECRITE     : " WS-HISTO-ECRITS.
007130 3000-EXIT.
007140     EXIT.
007150*-----------------------------------------------------------------
007160* 3100-REPORT-ONE-DEVISE -- LIGNE "D" DE LA DEVISE POINTEE PAR
007170* WS-RV-SCAN, SES LIGNES DE JOURNAL SI SON ECART A BOUGE, ET SON
007180* ENREGISTREMENT DE REPORT SI ELLE EST ENCORE DETENUE.
007190*-----------------------------------------------------------------
007200 3100-REPORT-ONE-DEVISE.
007210     MOVE SPACES                 TO FX-REVAL-REPORT-RECORD
007220     MOVE "D"                    TO FV-GENRE
007230     MOVE WS-DATE-AFFAIRES       TO FV-DATE-REEVAL
007240     MOVE RV-DEVISE (WS-RV-SCAN) TO FV-DEVISE
007250     MOVE RV-NB-COMPTES (WS-RV-SCAN) TO FV-NB-COMPTES
007260     MOVE RV-NOMINAL (WS-RV-SCAN)    TO FV-NOMINAL
007270     MOVE RV-TAUX (WS-RV-SCAN)       TO FV-TAUX
007280     MOVE RV-DATE-TAUX (WS-RV-SCAN)  TO FV-DATE-TAUX
007290     MOVE RV-VALEUR-EUR (WS-RV-SCAN) TO FV-VALEUR-EUR
007300     MOVE WS-DATE-PRECEDENTE         TO FV-DATE-PRECEDENTE
007310     MOVE RV-VALEUR-PREC (WS-RV-SCAN) TO FV-VALEUR-PRECEDENTE
007320     MOVE RV-ECART (WS-RV-SCAN)      TO FV-ECART
007330     MOVE RV-MOUVEMENT (WS-RV-SCAN)  TO FV-MOUVEMENT
007340     WRITE FX-REVAL-REPORT-RECORD
007350     ADD 1 TO WS-LIGNES-ETAT
007360     ADD RV-NB-COMPTES (WS-RV-SCAN)  TO WS-TOTAL-COMPTES
007370     ADD RV-VALEUR-EUR (WS-RV-SCAN)  TO WS-TOTAL-VALEUR-EUR
007380     ADD RV-VALEUR-PREC (WS-RV-SCAN) TO WS-TOTAL-VALEUR-PREC
007390     ADD RV-ECART (WS-RV-SCAN)       TO WS-TOTAL-ECART
007400     ADD RV-MOUVEMENT (WS-RV-SCAN)   TO WS-TOTAL-MOUVEMENT
007410     IF RV-MOUVEMENT (WS-RV-SCAN) NOT = ZERO
007420         PERFORM 3200-WRITE-JOURNAL-LINES THRU 3200-EXIT
007430     END-IF
007440     IF RV-NOMINAL (WS-RV-SCAN) = ZERO
007450         GO TO 3100-EXIT
007460     END-IF
007470     MOVE SPACES                     TO FX-REVAL-HISTORY-RECORD
007480     MOVE WS-DATE-AFFAIRES           TO FH-DATE-REEVAL
007490     MOVE RV-DEVISE (WS-RV-SCAN)     TO FH-DEVISE
007500     MOVE RV-NOMINAL (WS-RV-SCAN)    TO FH-NOMINAL
007510     MOVE RV-TAUX (WS-RV-SCAN)       TO FH-TAUX
007520     MOVE RV-VALEUR-EUR (WS-RV-SCAN) TO FH-VALEUR-EUR
007530     MOVE RV-ECART (WS-RV-SCAN)      TO FH-ECART
007540     WRITE FX-HISTORY-OUT-RECORD FROM FX-REVAL-HISTORY-RECORD
007550     ADD 1 TO WS-HISTO-ECRITS.
007560 3100-EXIT.
007570     EXIT.
007580*-----------------------------------------------------------------
007590* 3200-WRITE-JOURNAL-LINES -- ECRIT LA LIGNE DEBIT ET LA LIGNE
007600* CREDIT DU MOUVEMENT DE LA DEVISE POINTEE PAR WS-RV-SCAN.  UN
007610* ECART EN HAUSSE (PERTE) PASSE LA CORRESPONDANCE "R" TELLE
007620* QUELLE, UN ECART EN BAISSE (GAIN) LA PASSE DEBIT ET CREDIT
007630* INVERSES, POUR LA VALEUR ABSOLUE DU MOUVEMENT.
007640*-----------------------------------------------------------------
007650 3200-WRITE-JOURNAL-LINES.
007660     IF RV-MOUVEMENT (WS-RV-SCAN) > ZERO
007670         MOVE WS-MAP-DEBIT  TO WS-COMPTE-DEBIT
007680         MOVE WS-MAP-CREDIT TO WS-COMPTE-CREDIT
007690         MOVE RV-MOUVEMENT (WS-RV-SCAN) TO WS-MONTANT-JOURNAL
007700     ELSE
007710         MOVE WS-MAP-CREDIT TO WS-COMPTE-DEBIT
007720         MOVE WS-MAP-DEBIT  TO WS-COMPTE-CREDIT
007730         COMPUTE WS-MONTANT-JOURNAL
007740                 = 0 - RV-MOUVEMENT (WS-RV-SCAN)
007750     END-IF
007760     MOVE SPACES TO GL-JOURNAL-RECORD
007770     MOVE "D"                    TO GJ-GENRE
007780     MOVE WS-DATE-AFFAIRES       TO GJ-DATE-AFFAIRES
007790     MOVE WS-COMPTE-DEBIT        TO GJ-COMPTE-GL
007800     MOVE "D"                    TO GJ-SENS
007810     MOVE WS-TYPE-REEVALUATION   TO GJ-TRANS-TYPE
007820     MOVE WS-MONTANT-JOURNAL     TO GJ-MONTANT
007830     MOVE RV-DEVISE (WS-RV-SCAN) TO GJ-DEVISE
007840     WRITE GL-JOURNAL-RECORD
007850     ADD WS-MONTANT-JOURNAL TO WS-TOTAL-DEBITS
007860     MOVE SPACES TO GL-JOURNAL-RECORD
007870     MOVE "D"                    TO GJ-GENRE
007880     MOVE WS-DATE-AFFAIRES       TO GJ-DATE-AFFAIRES
007890     MOVE WS-COMPTE-CREDIT       TO GJ-COMPTE-GL
007900     MOVE "C"                    TO GJ-SENS
007910     MOVE WS-TYPE-REEVALUATION   TO GJ-TRANS-TYPE
007920     MOVE WS-MONTANT-JOURNAL     TO GJ-MONTANT
007930     MOVE RV-DEVISE (WS-RV-SCAN) TO GJ-DEVISE
007940     WRITE GL-JOURNAL-RECORD
007950     ADD WS-MONTANT-JOURNAL TO WS-TOTAL-CREDITS
007960     ADD 2 TO WS-LIGNES-JOURNAL.
007970 3200-EXIT.
007980     EXIT.
007990*-----------------------------------------------------------------
008000* 4000-CARRY-FORWARD -- RECOPIE LA DERNIERE GENERATION FXREVHSG
008010* SUR LA NOUVELLE : LA REEVALUATION PRECEDENTE RESTE LA
008020* REFERENCE DU PROCHAIN DERNIER JOUR OUVRE.
008030*-----------------------------------------------------------------
008040 4000-CARRY-FORWARD.
008050     MOVE "N" TO WS-HIST-EOF-SW
008060     MOVE ZERO TO WS-HISTO-LUS
008070     OPEN INPUT  FX-HISTORY-IN
008080     OPEN OUTPUT FX-HISTORY-OUT
008090     PERFORM 8100-READ-HISTORY THRU 8100-EXIT
008100     PERFORM 4100-COPY-ONE-HISTORY THRU 4100-EXIT
008110         UNTIL HISTORIQUE-END-OF-FILE
008120     CLOSE FX-HISTORY-IN
008130     CLOSE FX-HISTORY-OUT
008140     DISPLAY "GENERATION RECOPIEE   : " WS-HISTO-ECRITS.
008150 4000-EXIT.
008160     EXIT.
008170*-----------------------------------------------------------------
008180* 4100-COPY-ONE-HISTORY -- RECOPIE L'ENREGISTREMENT COURANT ET LIT
008190* LE SUIVANT.
008200*-----------------------------------------------------------------
008210 4100-COPY-ONE-HISTORY.
008220     WRITE FX-HISTORY-OUT-RECORD FROM FX-REVAL-HISTORY-RECORD
008230     ADD 1 TO WS-HISTO-ECRITS
008240     PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
008250 4100-EXIT.
008260     EXIT.
008270*-----------------------------------------------------------------
008280* 8050-READ-GL-MAP -- LECTURE SEQUENTIELLE DU FICHIER DE
008290* CORRESPONDANCE DES COMPTES GENERAUX.
008300*-----------------------------------------------------------------
008310 8050-READ-GL-MAP.
008320     READ GL-MAPPING
008330         AT END
008340             MOVE "Y" TO WS-MAP-EOF-SW
008350     END-READ.
008360 8050-EXIT.
008370     EXIT.
008380*-----------------------------------------------------------------
008390* 8079-READ-CALENDAR -- LECTURE SEQUENTIELLE DU CALENDRIER
008400* D'AFFAIRES.
008410*-----------------------------------------------------------------
008420 8079-READ-CALENDAR.
008430     READ BUSINESS-CALENDAR
008440         AT END
008450             MOVE "Y" TO WS-CALEND-EOF-SW
008460     END-READ.
008470 8079-EXIT.
008480     EXIT.
008490*-----------------------------------------------------------------
008500* 8085-READ-FX-RATE -- LECTURE SEQUENTIELLE DU FICHIER DES TAUX
008510* DE CHANGE.
008520*-----------------------------------------------------------------
008530 8085-READ-FX-RATE.
008540     READ FX-RATES
008550         AT END
008560             MOVE "Y" TO WS-FX-EOF-SW
008570     END-READ.
008580 8085-EXIT.
008590     EXIT.
008600*-----------------------------------------------------------------
008610* 8090-FIND-FX-RATE -- RETROUVE DANS FX-RATE-TABLE LE TAUX EN
008620* EUROS DE LA DEVISE WS-DEVISE-CHERCHEE.  WS-TAUX-TROUVE,
008630* WS-TAUX-TROUVE-SW ET WS-FX-IDX SONT POSITIONNES EN SORTIE.
008640*-----------------------------------------------------------------
008650 8090-FIND-FX-RATE.
008660     MOVE "N"  TO WS-TAUX-TROUVE-SW
008670     MOVE ZERO TO WS-TAUX-TROUVE
008680     MOVE ZERO TO WS-FX-IDX
008690     PERFORM 8091-MATCH-RATE-DEVISE THRU 8091-EXIT
008700         VARYING WS-FX-SCAN FROM 1 BY 1
008710             UNTIL WS-FX-SCAN > WS-FX-COUNT
008720                 OR WS-FX-IDX > ZERO
008730     IF WS-FX-IDX > ZERO
008740         MOVE FXT-TAUX (WS-FX-IDX) TO WS-TAUX-TROUVE
008750         MOVE "Y" TO WS-TAUX-TROUVE-SW
008760     END-IF.
008770 8090-EXIT.
008780     EXIT.
008790*-----------------------------------------------------------------
008800* 8091-MATCH-RATE-DEVISE -- RETIENT DANS WS-FX-IDX L'ENTREE DE
008810* FX-RATE-TABLE DE LA DEVISE CHERCHEE.
008820*-----------------------------------------------------------------
008830 8091-MATCH-RATE-DEVISE.
008840     IF FXT-DEVISE (WS-FX-SCAN) = WS-DEVISE-CHERCHEE
008850         MOVE WS-FX-SCAN TO WS-FX-IDX
008860     END-IF.
008870 8091-EXIT.
008880     EXIT.
008890*-----------------------------------------------------------------
008900* 8100-READ-HISTORY -- LECTURE SEQUENTIELLE DE LA DERNIERE
008910* GENERATION FXREVHSG.
008920*-----------------------------------------------------------------
008930 8100-READ-HISTORY.
008940     READ FX-HISTORY-IN
008950         AT END
008960             MOVE "Y" TO WS-HIST-EOF-SW
008970         NOT AT END
008980             ADD 1 TO WS-HISTO-LUS
008990     END-READ.
009000 8100-EXIT.
009010     EXIT.
009020*-----------------------------------------------------------------
009030* 8200-FIND-DEVISE -- RETIENT DANS WS-RV-IDX L'ENTREE DE
009040* REEVAL-TABLE DE LA DEVISE WS-DEVISE-CHERCHEE, CREEE A ZERO SI
009050* ELLE N'EXISTE PAS ENCORE.  TABLE PLEINE : WS-RV-IDX RESTE A
009060* ZERO.
009070*-----------------------------------------------------------------
009080 8200-FIND-DEVISE.
009090     MOVE ZERO TO WS-RV-IDX
009100     PERFORM 8210-MATCH-ONE-DEVISE THRU 8210-EXIT
009110         VARYING WS-RV-SCAN FROM 1 BY 1
009120             UNTIL WS-RV-SCAN > WS-RV-COUNT
009130                 OR WS-RV-IDX > ZERO
009140     IF WS-RV-IDX > ZERO
009150         GO TO 8200-EXIT
009160     END-IF
009170     IF WS-RV-COUNT NOT < 50
009180         DISPLAY "TABLE DES DEVISES PLEINE (50) - DEVISE "
009190                 WS-DEVISE-CHERCHEE
009200         GO TO 8200-EXIT
009210     END-IF
009220     ADD 1 TO WS-RV-COUNT
009230     MOVE WS-RV-COUNT        TO WS-RV-IDX
009240     MOVE WS-DEVISE-CHERCHEE TO RV-DEVISE (WS-RV-IDX)
009250     MOVE SPACES             TO RV-DATE-TAUX (WS-RV-IDX)
009260     MOVE ZERO TO RV-NB-COMPTES (WS-RV-IDX)
009270                  RV-NOMINAL (WS-RV-IDX)
009280                  RV-TAUX (WS-RV-IDX)
009290                  RV-VALEUR-EUR (WS-RV-IDX)
009300                  RV-ECART (WS-RV-IDX)
009310                  RV-MOUVEMENT (WS-RV-IDX)
009320                  RV-VALEUR-PREC (WS-RV-IDX)
009330                  RV-ECART-PREC (WS-RV-IDX).
009340 8200-EXIT.
009350     EXIT.
009360*-----------------------------------------------------------------
009370* 8210-MATCH-ONE-DEVISE -- RETIENT DANS WS-RV-IDX L'ENTREE DE LA
009380* DEVISE CHERCHEE.
009390*-----------------------------------------------------------------
009400 8210-MATCH-ONE-DEVISE.
009410     IF RV-DEVISE (WS-RV-SCAN) = WS-DEVISE-CHERCHEE
009420         MOVE WS-RV-SCAN TO WS-RV-IDX
009430     END-IF.
009440 8210-EXIT.
009450     EXIT.
009460*-----------------------------------------------------------------
009470* 8810-DATE-EN-JOURS -- CONVERTIT WS-DATE-CALCUL (AAAAMMJJ) EN
009480* NOMBRE DE JOURS DEPUIS L'ORIGINE (MEME FORMULE QUE SIMPLEBANK).
009490*-----------------------------------------------------------------
009500 8810-DATE-EN-JOURS.
009510     COMPUTE WS-DT-ANNEE-PREC = WS-CAL-ANNEE - 1
009520     DIVIDE WS-DT-ANNEE-PREC BY 4 GIVING WS-DT-BIS4
009530     DIVIDE WS-DT-ANNEE-PREC BY 100 GIVING WS-DT-BIS100
009540     DIVIDE WS-DT-ANNEE-PREC BY 400 GIVING WS-DT-BIS400
009550     COMPUTE WS-DT-JOURS
009560             = WS-CAL-ANNEE * 365
009570             + WS-DT-BIS4
009580             - WS-DT-BIS100
009590             + WS-DT-BIS400
009600             + WS-JC-MOIS (WS-CAL-MOIS)
009610             + WS-CAL-JOUR
009620     MOVE "N" TO WS-DT-BISSEXTILE-SW
009630     DIVIDE WS-CAL-ANNEE BY 4 GIVING WS-DT-QUOTIENT
009640         REMAINDER WS-DT-RESTE
009650     IF WS-DT-RESTE = ZERO
009660         MOVE "Y" TO WS-DT-BISSEXTILE-SW
009670     END-IF
009680     DIVIDE WS-CAL-ANNEE BY 100 GIVING WS-DT-QUOTIENT
009690         REMAINDER WS-DT-RESTE
009700     IF WS-DT-RESTE = ZERO
009710         MOVE "N" TO WS-DT-BISSEXTILE-SW
009720     END-IF
009730     DIVIDE WS-CAL-ANNEE BY 400 GIVING WS-DT-QUOTIENT
009740         REMAINDER WS-DT-RESTE
009750     IF WS-DT-RESTE = ZERO
009760         MOVE "Y" TO WS-DT-BISSEXTILE-SW
009770     END-IF
009780     IF ANNEE-BISSEXTILE AND WS-CAL-MOIS > 2
009790         ADD 1 TO WS-DT-JOURS
009800     END-IF.
009810 8810-EXIT.
009820     EXIT.
009830*-----------------------------------------------------------------
009840* 9000-ABANDON -- LA REEVALUATION NE PEUT PAS ETRE COMPLETE :
009850* AUCUNE LIGNE N'EST PASSEE AU JOURNAL, LA GENERATION PRECEDENTE
009860* EST RECOPIEE (LA RELANCE APRES CORRECTION REPART DU MEME MOIS)
009870* ET L'ETAPE S'ARRETE EN CODE 16.
009880*-----------------------------------------------------------------
009890 9000-ABANDON.
009900     DISPLAY "REEVALUATION DES DEVISES ABANDONNEE"
009910     PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
009920     MOVE 16 TO RETURN-CODE
009930     STOP RUN.
009940 9000-EXIT.
009950     EXIT.
009960*-----------------------------------------------------------------
009970* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
009980* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
009990* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
010000* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER --
010010* SA GENERATION DE LA VEILLE, CELLE DU PASSAGE ACHEVE, EST
010020* RECONDUITE SUR LA NOUVELLE QUE LE JCL CATALOGUE.
010030* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
010040* N'EST PAS INSCRITE AU REGISTRE.
010050*-----------------------------------------------------------------
010060 9600-CHECK-STEP-DIRECTIVE.
010070     MOVE "FXREVAL " TO ETP-PROGRAMME
010080     OPEN INPUT STEP-DIRECTIVES
010090     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
010100         UNTIL ETP-DIR-END-OF-FILE
010110             OR ETP-CONSIGNE-TROUVEE
010120     CLOSE STEP-DIRECTIVES
010130     IF NOT ETP-A-SAUTER
010140         GO TO 9600-EXIT
010150     END-IF
010160     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
010170             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
010180             ") - NON REJOUEE"
010190     PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
010200     MOVE ZERO TO RETURN-CODE
010210     STOP RUN.
010220 9600-EXIT.
010230     EXIT.
010240*-----------------------------------------------------------------
010250* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
010260* CELLE DU PROGRAMME.
010270*-----------------------------------------------------------------
010280 9610-READ-DIRECTIVE.
010290     READ STEP-DIRECTIVES
010300         AT END
010310             MOVE "Y" TO ETP-DIR-EOF-SW
010320         NOT AT END
010330             IF DI-PROGRAMME = ETP-PROGRAMME
010340                 MOVE "Y"              TO ETP-TROUVEE-SW
010350                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
010360                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
010370                 MOVE DI-ETAPE         TO ETP-ETAPE
010380                 MOVE DI-ACTION        TO ETP-ACTION
010390                 MOVE DI-MOTIF         TO ETP-MOTIF
010400             END-IF
010410     END-READ.
010420 9610-EXIT.
010430     EXIT.
010440*-----------------------------------------------------------------
010450* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
010460* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
010470* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
010480* CHAINE, RIEN N'EST INSCRIT.
010490*-----------------------------------------------------------------
010500 9700-REGISTER-STEP.
010510     IF NOT ETP-CONSIGNE-TROUVEE
010520         GO TO 9700-EXIT
010530     END-IF
010540     MOVE WS-COMPTES-LUS TO ETP-LUS
010550     MOVE WS-LIGNES-JOURNAL TO ETP-ECRITS
010560     MOVE RETURN-CODE TO ETP-CODE-RETOUR
010570     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
010580     ACCEPT ETP-HEURE-SYSTEME FROM TIME
010590     OPEN EXTEND CHAIN-REGISTER
010600     MOVE SPACES            TO CHAIN-REGISTER-RECORD
010610     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
010620     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
010630     MOVE ETP-ETAPE         TO RG-ETAPE
010640     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
010650     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
010660     MOVE ETP-LUS           TO RG-LUS
010670     MOVE ETP-ECRITS        TO RG-ECRITS
010680     MOVE ETP-REJETS        TO RG-REJETS
010690     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
010700     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
010710     WRITE CHAIN-REGISTER-RECORD
010720     CLOSE CHAIN-REGISTER
010730     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
010740             ETP-CODE-RETOUR.
010750 9700-EXIT.
010760     EXIT.
