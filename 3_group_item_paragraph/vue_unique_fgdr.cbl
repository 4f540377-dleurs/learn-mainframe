000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    FGDR-SINGLE-VIEW.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. VUE UNIQUE DU DEPOSANT POUR
000220*                  LE FONDS DE GARANTIE DES DEPOTS (FGDR), PASSEE
000230*                  A LA DEMANDE : LES COMPTES NON CLOS DU FICHIER
000240*                  MAITRE (OU DE LA PHOTO BALSNAP DE LA DATE
000250*                  D'ARRETE, SELON FGDRCTL) SONT CONVERTIS EN
000260*                  EUROS AUX TAUX FXRATES EN VIGUEUR, REPARTIS
000270*                  ENTRE LE TITULAIRE ET LES CO-TITULAIRES RELMSTR
000280*                  ET TRIES PAR DEPOSANT. FGDROUT RECOIT UN "D"
000290*                  PAR COMPTE ET UN "C" PAR DEPOSANT (IDENTITE DU
000300*                  MAITRE CLIENT KYC ET DE USER-INFO, TOTAL NET,
000310*                  MONTANT COUVERT AU PLAFOND) PUIS UN "T" DE
000320*                  CONTROLE ; FGDRRPT LISTE LES DEPOSANTS AU-DELA
000330*                  DU PLAFOND, LES COMPTES SANS TITULAIRE
000340*                  IDENTIFIE ET LES DEVISES SANS TAUX. UN ECART
000350*                  ENTRE LES QUOTE-PARTS TRIEES ET LES LIGNES
000360*                  EDITEES ARRETE L'ETAPE EN CODE 16 ; UN COMPTE
000370*                  ECARTE DE LA VUE LA TERMINE EN CODE 4.
000380*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT FGDR-CONTROL     ASSIGN TO FGDRCTL
000460            ORGANIZATION IS SEQUENTIAL.
000470
000480     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS DYNAMIC
000510            RECORD KEY IS ACCOUNT-NUMBER.
000520
000530     SELECT SNAPSHOT-IN      ASSIGN TO SNAPIN
000540            ORGANIZATION IS SEQUENTIAL.
000550
000560     SELECT OPTIONAL FX-RATES ASSIGN TO FXRATES
000570            ORGANIZATION IS SEQUENTIAL.
000580
000590     SELECT CLIENT-MASTER    ASSIGN TO CLIMSTR
000600            ORGANIZATION IS SEQUENTIAL.
000610
000620     SELECT USER-INFO        ASSIGN TO USERINFO
000630            ORGANIZATION IS INDEXED
000640            ACCESS MODE IS DYNAMIC
000650            RECORD KEY IS IDENTIFIANT.
000660
000670     SELECT RELATION-MASTER  ASSIGN TO RELMSTR
000680            ORGANIZATION IS INDEXED
000690            ACCESS MODE IS DYNAMIC
000700            RECORD KEY IS RL-CLE.
000710
000720     SELECT FGDR-VIEW        ASSIGN TO FGDROUT
000730            ORGANIZATION IS SEQUENTIAL.
000740
000750     SELECT FGDR-REPORT      ASSIGN TO FGDRRPT
000760            ORGANIZATION IS SEQUENTIAL.
000770
000780     SELECT TRI-VUE          ASSIGN TO SORTWK.
000790*-------------
000800 DATA DIVISION.
000810*-------------
000820 FILE SECTION.
000830 FD  FGDR-CONTROL
000840     LABEL RECORDS ARE STANDARD.
000850 COPY FGDRCTL.
000860*
000870 FD  ACCOUNT-MASTER.
000880 COPY ACCTREC.
000890*
000900 FD  SNAPSHOT-IN
000910     LABEL RECORDS ARE STANDARD.
000920 COPY SNAPREC.
000930*
000940 FD  FX-RATES
000950     LABEL RECORDS ARE STANDARD.
000960 COPY FXRATE.
000970*
000980 FD  CLIENT-MASTER
000990     LABEL RECORDS ARE STANDARD.
001000 COPY CLIENTREC.
001010*
001020 FD  USER-INFO.
001030 COPY USERREC.
001040*
001050 FD  RELATION-MASTER.
001060 COPY RELREC.
001070*
001080 FD  FGDR-VIEW
001090     LABEL RECORDS ARE STANDARD.
001100 COPY FGDRREC.
001110*
001120 FD  FGDR-REPORT
001130     LABEL RECORDS ARE STANDARD.
001140 COPY FGDRRPT.
001150*
001160 SD  TRI-VUE.
001170 01  TRI-VUE-RECORD.
001180     05  TV-NUMERO-CLIENT    PIC X(10).
001190     05  TV-ACCOUNT-NUMBER   PIC X(10).
001200     05  TV-ROLE             PIC X(01).
001210     05  TV-NOMBRE-TITULAIRES PIC 9(02).
001220     05  TV-STATUS           PIC X(01).
001230     05  TV-CURRENCY         PIC X(03).
001240     05  TV-BALANCE          PIC S9(9)V99.
001250     05  TV-TAUX-EUR         PIC 9(03)V9(06).
001260     05  TV-QUOTE-PART       PIC S9(11)V99.
001270*
001280 WORKING-STORAGE SECTION.
001290*
001300 01  WS-SWITCHES.
001310     05  WS-CTL-EOF-SW       PIC X(01)   VALUE "N".
001320         88  CTL-END-OF-FILE         VALUE "Y".
001330     05  WS-EOF-SW           PIC X(01)   VALUE "N".
001340         88  END-OF-FILE             VALUE "Y".
001350     05  WS-TRI-EOF-SW       PIC X(01)   VALUE "N".
001360         88  TRI-END-OF-FILE         VALUE "Y".
001370     05  WS-FX-EOF-SW        PIC X(01)   VALUE "N".
001380         88  FX-END-OF-FILE          VALUE "Y".
001390     05  WS-CLI-EOF-SW       PIC X(01)   VALUE "N".
001400         88  CLIENTS-END-OF-FILE     VALUE "Y".
001410     05  WS-REL-EOF-SW       PIC X(01)   VALUE "N".
001420         88  REL-FIN-DU-COMPTE       VALUE "Y".
001430     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001440         88  KEY-NOT-FOUND           VALUE "Y".
001450     05  WS-TAUX-TROUVE-SW   PIC X(01)   VALUE "N".
001460         88  TAUX-TROUVE             VALUE "Y".
001470     05  WS-IDENTIFIE-SW     PIC X(01)   VALUE "N".
001480         88  TITULAIRE-IDENTIFIE     VALUE "Y".
001490     05  WS-CPT-ABSENT-SW    PIC X(01)   VALUE "N".
001500         88  COMPTE-HORS-MAITRE      VALUE "Y".
001510*
001520 77  WS-SOURCE               PIC X(01)   VALUE "M".
001530     88  SOURCE-PHOTO                VALUE "S".
001540 77  WS-DATE-ARRETE          PIC X(08)   VALUE SPACES.
001550 77  WS-PLAFOND              PIC 9(07)V99 VALUE ZERO.
001560 77  WS-CLIENT-COURANT       PIC X(10)   VALUE SPACES.
001570 77  WS-CLIENT-CHERCHE       PIC X(10)   VALUE SPACES.
001580 77  WS-ROLE-CHERCHE         PIC X(01)   VALUE SPACE.
001590 77  WS-GENRE-EXCEPTION      PIC X(01)   VALUE SPACE.
001600 77  WS-MOTIF-EXCEPTION      PIC X(04)   VALUE SPACES.
001610*
001620 77  WS-CPT-NUMERO           PIC X(10)   VALUE SPACES.
001630 77  WS-CPT-SOLDE            PIC S9(9)V99 VALUE ZERO.
001640 77  WS-CPT-DEVISE           PIC X(03)   VALUE SPACES.
001650 77  WS-CPT-STATUT           PIC X(01)   VALUE SPACE.
001660 77  WS-CPT-TITULAIRE        PIC X(10)   VALUE SPACES.
001670 77  WS-SOLDE-EUR            PIC S9(11)V99 VALUE ZERO.
001680 77  WS-QUOTE-PART           PIC S9(11)V99 VALUE ZERO.
001690 77  WS-QUOTE-PART-TITULAIRE PIC S9(11)V99 VALUE ZERO.
001700*
001710 77  WS-COMPTES-LUS          PIC 9(07)   COMP VALUE ZERO.
001720 77  WS-COMPTES-CLOS         PIC 9(07)   COMP VALUE ZERO.
001730 77  WS-COMPTES-RETENUS      PIC 9(07)   COMP VALUE ZERO.
001740 77  WS-COMPTES-JOINTS       PIC 9(07)   COMP VALUE ZERO.
001750 77  WS-COMPTES-SANS-TITULAIRE PIC 9(07) COMP VALUE ZERO.
001760 77  WS-COMPTES-NON-IDENTIFIES PIC 9(07) COMP VALUE ZERO.
001770 77  WS-COMPTES-SANS-TAUX    PIC 9(07)   COMP VALUE ZERO.
001780 77  WS-CLIENTS-AU-PLAFOND   PIC 9(07)   COMP VALUE ZERO.
001790*
001800 77  WS-NOMBRE-COMPTES-CLIENT PIC 9(04)  VALUE ZERO.
001810 77  WS-TOTAL-CLIENT         PIC S9(11)V99 VALUE ZERO.
001820 77  WS-COUVERT-CLIENT       PIC 9(09)V99 VALUE ZERO.
001830 77  WS-EXCEDENT-CLIENT      PIC 9(11)V99 VALUE ZERO.
001840 77  WS-NOMBRE-CLIENTS       PIC 9(07)   VALUE ZERO.
001850 77  WS-NOMBRE-LIGNES        PIC 9(07)   VALUE ZERO.
001860 77  WS-TOTAL-GENERAL        PIC S9(13)V99 VALUE ZERO.
001870 77  WS-TOTAL-COUVERT        PIC 9(13)V99 VALUE ZERO.
001880 77  WS-LIGNES-TRIEES        PIC 9(07)   VALUE ZERO.
001890 77  WS-TOTAL-TRIE           PIC S9(13)V99 VALUE ZERO.
001900*
001910 77  WS-TIT-COUNT            PIC 9(02)   COMP VALUE ZERO.
001920 77  WS-TIT-IDX              PIC 9(02)   COMP VALUE ZERO.
001930 01  TITULAIRE-TABLE.
001940     05  TT-ENTRY OCCURS 20 TIMES.
001950         10  TT-NUMERO          PIC X(10).
001960         10  TT-ROLE            PIC X(01).
001970*
001980 77  WS-DEVISE-CHERCHEE      PIC X(03)   VALUE SPACES.
001990 77  WS-TAUX-TROUVE          PIC 9(03)V9(06) VALUE ZERO.
002000 77  WS-FX-COUNT             PIC 9(03)   COMP VALUE ZERO.
002010 77  WS-FX-SCAN              PIC 9(03)   COMP VALUE ZERO.
002020 77  WS-FX-IDX               PIC 9(03)   COMP VALUE ZERO.
002030 01  FX-RATE-TABLE.
002040     05  FXT-ENTRY OCCURS 50 TIMES.
002050         10  FXT-DEVISE         PIC X(03).
002060         10  FXT-TAUX           PIC 9(03)V9(06).
002070         10  FXT-DATE-EFFET     PIC X(08).
002080*
002090 77  WS-CLI-COUNT            PIC 9(05)   COMP VALUE ZERO.
002100 77  WS-CLI-SCAN             PIC 9(05)   COMP VALUE ZERO.
002110 77  WS-CLI-IDX              PIC 9(05)   COMP VALUE ZERO.
002120 01  CLIENT-NAME-TABLE.
002130     05  CN-ENTRY OCCURS 10000 TIMES.
002140         10  CN-NUMERO          PIC X(10).
002150         10  CN-NOM             PIC X(20).
002160         10  CN-PAYS-CODE       PIC X(02).
002170*-------------------
002180 PROCEDURE DIVISION.
002190*-------------------
002200 0000-MAINLINE.
002210     DISPLAY "FGDR-SINGLE-VIEW : VUE UNIQUE DU DEPOSANT POUR LE "
002220             "FONDS DE GARANTIE DES DEPOTS"
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002240     SORT TRI-VUE
002250         ON ASCENDING KEY TV-NUMERO-CLIENT
002260         ON ASCENDING KEY TV-ACCOUNT-NUMBER
002270         INPUT PROCEDURE IS 2000-SELECT-ACCOUNTS
002280             THRU 2000-EXIT
002290         OUTPUT PROCEDURE IS 3000-WRITE-VIEW
002300             THRU 3000-EXIT
002310     PERFORM 4000-TERMINATE THRU 4000-EXIT
002320     STOP RUN.
002330*-----------------------------------------------------------------
002340* 1000-INITIALIZE -- LIT LA CARTE FGDRCTL, CHARGE LES TAUX DE
002350* CHANGE ET LE MAITRE CLIENT, OUVRE LES FICHIERS ET SE POSITIONNE
002360* EN TETE DU FICHIER MAITRE (SOURCE "M") OU DE LA PHOTO ("S").
002370*-----------------------------------------------------------------
002380 1000-INITIALIZE.
002390     PERFORM 1050-LOAD-FGDR-CONTROL THRU 1050-EXIT
002400     PERFORM 1250-LOAD-FX-RATES THRU 1250-EXIT
002410     PERFORM 1200-LOAD-CLIENT-NAMES THRU 1200-EXIT
002420     OPEN INPUT  ACCOUNT-MASTER
002430     OPEN INPUT  RELATION-MASTER
002440     OPEN INPUT  USER-INFO
002450     OPEN OUTPUT FGDR-VIEW
002460     OPEN OUTPUT FGDR-REPORT
002470     IF SOURCE-PHOTO
002480         OPEN INPUT SNAPSHOT-IN
002490     ELSE
002500         MOVE LOW-VALUES TO ACCOUNT-NUMBER
002510         START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCOUNT-NUMBER
002520             INVALID KEY
002530                 MOVE "Y" TO WS-EOF-SW
002540         END-START
002550     END-IF.
002560 1000-EXIT.
002570     EXIT.
002580*-----------------------------------------------------------------
002590* 1050-LOAD-FGDR-CONTROL -- LIT LA SOURCE, LA DATE D'ARRETE ET LE
002600* PLAFOND SUR FGDRCTL.  CARTE ABSENTE, SOURCE INCONNUE OU DATE
002610* NON NUMERIQUE : ARRET EN CODE 16.  PLAFOND A ZERO : 100 000
002620* EUROS.
002630*-----------------------------------------------------------------
002640 1050-LOAD-FGDR-CONTROL.
002650     OPEN INPUT FGDR-CONTROL
002660     READ FGDR-CONTROL
002670         AT END
002680             MOVE "Y" TO WS-CTL-EOF-SW
002690     END-READ
002700     CLOSE FGDR-CONTROL
002710     IF CTL-END-OF-FILE OR FG-DATE-ARRETE NOT NUMERIC
002720         DISPLAY "DATE D'ARRETE ABSENTE SUR FGDRCTL - ARRET"
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF
002760     IF NOT FG-SOURCE-MAITRE AND NOT FG-SOURCE-PHOTO
002770         DISPLAY "SOURCE INCONNUE SUR FGDRCTL : " FG-SOURCE
002780                 " - ARRET"
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF
002820     MOVE FG-DATE-ARRETE TO WS-DATE-ARRETE
002830     IF FG-SOURCE-PHOTO
002840         MOVE "S" TO WS-SOURCE
002850     END-IF
002860     IF FG-PLAFOND NUMERIC AND FG-PLAFOND > ZERO
002870         MOVE FG-PLAFOND TO WS-PLAFOND
002880     ELSE
002890         MOVE 100000.00 TO WS-PLAFOND
002900     END-IF
002910     DISPLAY "DATE D'ARRETE : " WS-DATE-ARRETE
002920             " SOURCE : " WS-SOURCE " PLAFOND : " WS-PLAFOND.
002930 1050-EXIT.
002940     EXIT.
002950*-----------------------------------------------------------------
002960* 1200-LOAD-CLIENT-NAMES -- CHARGE LE NUMERO, LE NOM ET LE PAYS DE
002970* CHAQUE CLIENT DU MAITRE CLIENT KYC DANS CLIENT-NAME-TABLE.
002980*-----------------------------------------------------------------
002990 1200-LOAD-CLIENT-NAMES.
003000     OPEN INPUT CLIENT-MASTER
003010     PERFORM 8200-READ-CLIENT THRU 8200-EXIT
003020     PERFORM 1210-STORE-ONE-CLIENT THRU 1210-EXIT
003030         UNTIL CLIENTS-END-OF-FILE
003040     CLOSE CLIENT-MASTER
003050     DISPLAY "CLIENTS CHARGES : " WS-CLI-COUNT.
003060 1200-EXIT.
003070     EXIT.
003080*-----------------------------------------------------------------
003090* 1210-STORE-ONE-CLIENT -- RANGE LE CLIENT COURANT DANS LA TABLE
003100* (LES CLIENTS SANS NUMERO SONT IGNORES), PUIS LIT LE SUIVANT.
003110* UNE TABLE PLEINE ARRETE L'ETAPE : UN DEPOSANT PRESENTE SANS
003120* IDENTITE ALORS QU'IL EST CONNU FAUSSERAIT LA VUE.
003130*-----------------------------------------------------------------
003140 1210-STORE-ONE-CLIENT.
003150     IF CL-NUMERO-CLIENT = SPACES
003160         GO TO 1210-SUITE
003170     END-IF
003180     IF WS-CLI-COUNT NOT < 10000
003190         DISPLAY "TABLE DES CLIENTS PLEINE (10000) - ARRET"
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF
003230     ADD 1 TO WS-CLI-COUNT
003240     MOVE CL-NUMERO-CLIENT TO CN-NUMERO (WS-CLI-COUNT)
003250     MOVE CL-NOM           TO CN-NOM (WS-CLI-COUNT)
003260     MOVE CL-PAYS-CODE     TO CN-PAYS-CODE (WS-CLI-COUNT).
003270 1210-SUITE.
003280     PERFORM 8200-READ-CLIENT THRU 8200-EXIT.
003290 1210-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320* 1250-LOAD-FX-RATES -- CHARGE LES TAUX DE CHANGE DU FICHIER DE
003330* CONTROLE DATE FXRATES DANS FX-RATE-TABLE : POUR CHAQUE DEVISE,
003340* LE DERNIER ENREGISTREMENT DONT LA DATE D'EFFET N'EST PAS
003350* POSTERIEURE A LA DATE D'ARRETE EST LE TAUX APPLIQUE.  FICHIER
003360* ABSENT OU VIDE : SEULS LES COMPTES EN EUROS SONT CONVERTIS.
003370*-----------------------------------------------------------------
003380 1250-LOAD-FX-RATES.
003390     OPEN INPUT FX-RATES
003400     PERFORM 8085-READ-FX-RATE THRU 8085-EXIT
003410     PERFORM 1260-STORE-FX-RATE THRU 1260-EXIT
003420         UNTIL FX-END-OF-FILE
003430     CLOSE FX-RATES
003440     DISPLAY "TAUX DE CHANGE CHARGES : " WS-FX-COUNT.
003450 1250-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------------
003480* 1260-STORE-FX-RATE -- RANGE LE TAUX COURANT DANS FX-RATE-TABLE
003490* S'IL EST EN VIGUEUR A LA DATE D'ARRETE (UN TAUX PLUS RECENT DE
003500* LA MEME DEVISE ECRASE LE PRECEDENT), PUIS LIT LE SUIVANT.  UNE
003510* TABLE PLEINE ARRETE L'ETAPE.
003520*-----------------------------------------------------------------
003530 1260-STORE-FX-RATE.
003540     IF FX-DATE-EFFET > WS-DATE-ARRETE
003550         GO TO 1260-SUITE
003560     END-IF
003570     MOVE ZERO TO WS-FX-IDX
003580     PERFORM 1270-MATCH-ONE-DEVISE THRU 1270-EXIT
003590         VARYING WS-FX-SCAN FROM 1 BY 1
003600             UNTIL WS-FX-SCAN > WS-FX-COUNT
003610                 OR WS-FX-IDX > ZERO
003620     IF WS-FX-IDX = ZERO
003630         IF WS-FX-COUNT < 50
003640             ADD 1 TO WS-FX-COUNT
003650             MOVE WS-FX-COUNT TO WS-FX-IDX
003660             MOVE FX-DEVISE TO FXT-DEVISE (WS-FX-IDX)
003670         ELSE
003680             DISPLAY "TABLE DES TAUX DE CHANGE PLEINE (50) - "
003690                     "DEVISE NON CHARGEE : " FX-DEVISE
003700             MOVE 16 TO RETURN-CODE
003710             STOP RUN
003720         END-IF
003730     END-IF
003740     MOVE FX-TAUX-EUR   TO FXT-TAUX (WS-FX-IDX)
003750     MOVE FX-DATE-EFFET TO FXT-DATE-EFFET (WS-FX-IDX).
003760 1260-SUITE.
003770     PERFORM 8085-READ-FX-RATE THRU 8085-EXIT.
003780 1260-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810* 1270-MATCH-ONE-DEVISE -- RETIENT DANS WS-FX-IDX L'ENTREE DE
003820* FX-RATE-TABLE DE LA DEVISE COURANTE SI ELLE EXISTE DEJA.
003830*-----------------------------------------------------------------
003840 1270-MATCH-ONE-DEVISE.
003850     IF FXT-DEVISE (WS-FX-SCAN) = FX-DEVISE
003860         MOVE WS-FX-SCAN TO WS-FX-IDX
003870     END-IF.
003880 1270-EXIT.
003890     EXIT.
003900*-----------------------------------------------------------------
003910* 2000-SELECT-ACCOUNTS -- PROCEDURE D'ENTREE DU TRI : PRESENTE
003920* CHAQUE COMPTE DE LA SOURCE A 2100.
003930*-----------------------------------------------------------------
003940 2000-SELECT-ACCOUNTS.
003950     PERFORM 2100-SELECT-ONE-ACCOUNT THRU 2100-EXIT
003960         UNTIL END-OF-FILE.
003970 2000-EXIT.
003980     EXIT.
003990*-----------------------------------------------------------------
004000* 2100-SELECT-ONE-ACCOUNT -- LIT LE COMPTE SUIVANT ; UN COMPTE
004010* CLOS EST IGNORE, UNE DEVISE SANS TAUX OU UN COMPTE SANS
004020* TITULAIRE EST SIGNALE ET ECARTE.  SINON LE SOLDE CONVERTI EN
004030* EUROS EST REPARTI A PARTS EGALES ENTRE LES TITULAIRES (LE RESTE
004040* DE L'ARRONDI AU PREMIER) ET UNE LIGNE PAR TITULAIRE EST
004050* REMISE AU TRI.
004060*-----------------------------------------------------------------
004070 2100-SELECT-ONE-ACCOUNT.
004080     PERFORM 8000-READ-NEXT-ACCOUNT THRU 8000-EXIT
004090     IF END-OF-FILE
004100         GO TO 2100-EXIT
004110     END-IF
004120     ADD 1 TO WS-COMPTES-LUS
004130     IF WS-CPT-STATUT = "C"
004140         ADD 1 TO WS-COMPTES-CLOS
004150         GO TO 2100-EXIT
004160     END-IF
004170     MOVE WS-CPT-DEVISE TO WS-DEVISE-CHERCHEE
004180     PERFORM 8090-FIND-FX-RATE THRU 8090-EXIT
004190     IF NOT TAUX-TROUVE
004200         ADD 1 TO WS-COMPTES-SANS-TAUX
004210         MOVE "X"    TO WS-GENRE-EXCEPTION
004220         MOVE "TAUX" TO WS-MOTIF-EXCEPTION
004230         PERFORM 2900-WRITE-ACCOUNT-EXCEPTION THRU 2900-EXIT
004240         GO TO 2100-EXIT
004250     END-IF
004260     COMPUTE WS-SOLDE-EUR ROUNDED = WS-CPT-SOLDE * WS-TAUX-TROUVE
004270     PERFORM 2200-FIND-HOLDERS THRU 2200-EXIT
004280     IF WS-TIT-COUNT = ZERO
004290         ADD 1 TO WS-COMPTES-SANS-TITULAIRE
004300         MOVE "A"    TO WS-GENRE-EXCEPTION
004310         IF COMPTE-HORS-MAITRE
004320             MOVE "NACC" TO WS-MOTIF-EXCEPTION
004330         ELSE
004340             MOVE "NCLI" TO WS-MOTIF-EXCEPTION
004350         END-IF
004360         PERFORM 2900-WRITE-ACCOUNT-EXCEPTION THRU 2900-EXIT
004370         GO TO 2100-EXIT
004380     END-IF
004390     IF NOT TITULAIRE-IDENTIFIE
004400         ADD 1 TO WS-COMPTES-NON-IDENTIFIES
004410         MOVE "A"    TO WS-GENRE-EXCEPTION
004420         MOVE "ICLI" TO WS-MOTIF-EXCEPTION
004430         PERFORM 2900-WRITE-ACCOUNT-EXCEPTION THRU 2900-EXIT
004440     END-IF
004450     ADD 1 TO WS-COMPTES-RETENUS
004460     IF WS-TIT-COUNT > 1
004470         ADD 1 TO WS-COMPTES-JOINTS
004480     END-IF
004490     COMPUTE WS-QUOTE-PART ROUNDED = WS-SOLDE-EUR / WS-TIT-COUNT
004500     COMPUTE WS-QUOTE-PART-TITULAIRE = WS-SOLDE-EUR
004510             - WS-QUOTE-PART * (WS-TIT-COUNT - 1)
004520     PERFORM 2300-RELEASE-ONE-HOLDER THRU 2300-EXIT
004530         VARYING WS-TIT-IDX FROM 1 BY 1
004540             UNTIL WS-TIT-IDX > WS-TIT-COUNT.
004550 2100-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------------
004580* 2200-FIND-HOLDERS -- DRESSE DANS TITULAIRE-TABLE LES TITULAIRES
004590* DU COMPTE COURANT : LE CLIENT DE ACCT-NUMERO-CLIENT ("P") PUIS
004600* LES CO-TITULAIRES ("J") DONT LE LIEN RELMSTR EST EN COURS A LA
004610* DATE D'ARRETE.  LES MANDATAIRES ET BENEFICIAIRES NE SONT PAS
004620* DEPOSANTS.  TITULAIRE-IDENTIFIE EST POSITIONNE SI UN TITULAIRE
004630* AU MOINS EST CONNU DU MAITRE CLIENT.
004640*-----------------------------------------------------------------
004650 2200-FIND-HOLDERS.
004660     MOVE ZERO TO WS-TIT-COUNT
004670     MOVE "N"  TO WS-IDENTIFIE-SW
004680     IF WS-CPT-TITULAIRE NOT = SPACES
004690         MOVE WS-CPT-TITULAIRE TO WS-CLIENT-CHERCHE
004700         MOVE "P"              TO WS-ROLE-CHERCHE
004710         PERFORM 2250-ADD-HOLDER THRU 2250-EXIT
004720     END-IF
004730     IF COMPTE-HORS-MAITRE
004740         GO TO 2200-EXIT
004750     END-IF
004760     MOVE "N" TO WS-REL-EOF-SW
004770     MOVE WS-CPT-NUMERO TO RL-ACCOUNT-NUMBER
004780     MOVE LOW-VALUES    TO RL-NUMERO-CLIENT
004790     START RELATION-MASTER KEY IS NOT LESS THAN RL-CLE
004800         INVALID KEY
004810             MOVE "Y" TO WS-REL-EOF-SW
004820     END-START
004830     PERFORM 2210-NEXT-JOINT-HOLDER THRU 2210-EXIT
004840         UNTIL REL-FIN-DU-COMPTE.
004850 2200-EXIT.
004860     EXIT.
004870*-----------------------------------------------------------------
004880* 2210-NEXT-JOINT-HOLDER -- LIT LE LIEN SUIVANT DU COMPTE ET
004890* RETIENT SON CLIENT S'IL EST CO-TITULAIRE A LA DATE D'ARRETE.
004900*-----------------------------------------------------------------
004910 2210-NEXT-JOINT-HOLDER.
004920     READ RELATION-MASTER NEXT RECORD
004930         AT END
004940             MOVE "Y" TO WS-REL-EOF-SW
004950     END-READ
004960     IF REL-FIN-DU-COMPTE
004970         GO TO 2210-EXIT
004980     END-IF
004990     IF RL-ACCOUNT-NUMBER NOT = WS-CPT-NUMERO
005000         MOVE "Y" TO WS-REL-EOF-SW
005010         GO TO 2210-EXIT
005020     END-IF
005030     IF NOT RL-ROLE-COTITULAIRE
005040             OR RL-NUMERO-CLIENT = WS-CPT-TITULAIRE
005050         GO TO 2210-EXIT
005060     END-IF
005070     IF RL-DATE-DEBUT > WS-DATE-ARRETE
005080         GO TO 2210-EXIT
005090     END-IF
005100     IF RL-DATE-FIN NOT = SPACES
005110             AND RL-DATE-FIN < WS-DATE-ARRETE
005120         GO TO 2210-EXIT
005130     END-IF
005140     MOVE RL-NUMERO-CLIENT TO WS-CLIENT-CHERCHE
005150     MOVE "J"              TO WS-ROLE-CHERCHE
005160     PERFORM 2250-ADD-HOLDER THRU 2250-EXIT.
005170 2210-EXIT.
005180     EXIT.
005190*-----------------------------------------------------------------
005200* 2250-ADD-HOLDER -- AJOUTE LE CLIENT CHERCHE A TITULAIRE-TABLE.
005210* PLUS DE 20 TITULAIRES SUR UN COMPTE ARRETE L'ETAPE : LA
005220* REPARTITION DU SOLDE SERAIT FAUSSE.
005230*-----------------------------------------------------------------
005240 2250-ADD-HOLDER.
005250     IF WS-TIT-COUNT NOT < 20
005260         DISPLAY "PLUS DE 20 TITULAIRES SUR LE COMPTE "
005270                 WS-CPT-NUMERO " - ARRET"
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF
005310     ADD 1 TO WS-TIT-COUNT
005320     MOVE WS-CLIENT-CHERCHE TO TT-NUMERO (WS-TIT-COUNT)
005330     MOVE WS-ROLE-CHERCHE   TO TT-ROLE (WS-TIT-COUNT)
005340     PERFORM 8210-FIND-CLIENT THRU 8210-EXIT
005350     IF WS-CLI-IDX > ZERO
005360         MOVE "Y" TO WS-IDENTIFIE-SW
005370     END-IF.
005380 2250-EXIT.
005390     EXIT.
005400*-----------------------------------------------------------------
005410* 2300-RELEASE-ONE-HOLDER -- REMET AU TRI LA LIGNE DU TITULAIRE
005420* WS-TIT-IDX AVEC SA QUOTE-PART DU SOLDE EN EUROS.
005430*-----------------------------------------------------------------
005440 2300-RELEASE-ONE-HOLDER.
005450     MOVE TT-NUMERO (WS-TIT-IDX) TO TV-NUMERO-CLIENT
005460     MOVE WS-CPT-NUMERO          TO TV-ACCOUNT-NUMBER
005470     MOVE TT-ROLE (WS-TIT-IDX)   TO TV-ROLE
005480     MOVE WS-TIT-COUNT           TO TV-NOMBRE-TITULAIRES
005490     MOVE WS-CPT-STATUT          TO TV-STATUS
005500     MOVE WS-CPT-DEVISE          TO TV-CURRENCY
005510     MOVE WS-CPT-SOLDE           TO TV-BALANCE
005520     MOVE WS-TAUX-TROUVE         TO TV-TAUX-EUR
005530     IF WS-TIT-IDX = 1
005540         MOVE WS-QUOTE-PART-TITULAIRE TO TV-QUOTE-PART
005550     ELSE
005560         MOVE WS-QUOTE-PART           TO TV-QUOTE-PART
005570     END-IF
005580     ADD 1 TO WS-LIGNES-TRIEES
005590     ADD TV-QUOTE-PART TO WS-TOTAL-TRIE
005600     RELEASE TRI-VUE-RECORD.
005610 2300-EXIT.
005620     EXIT.
005630*-----------------------------------------------------------------
005640* 2900-WRITE-ACCOUNT-EXCEPTION -- SIGNALE LE COMPTE COURANT SUR
005650* FGDRRPT AVEC LE GENRE ET LE MOTIF PREPARES PAR L'APPELANT.
005660*-----------------------------------------------------------------
005670 2900-WRITE-ACCOUNT-EXCEPTION.
005680     MOVE SPACES TO FGDR-REPORT-RECORD
005690     MOVE WS-GENRE-EXCEPTION TO FE-GENRE
005700     MOVE WS-MOTIF-EXCEPTION TO FE-MOTIF
005710     MOVE WS-CPT-TITULAIRE   TO FE-NUMERO-CLIENT
005720     MOVE WS-CPT-NUMERO      TO FE-ACCOUNT-NUMBER
005730     MOVE WS-CPT-DEVISE      TO FE-CURRENCY
005740     MOVE WS-CPT-SOLDE       TO FE-BALANCE
005750     MOVE ZERO               TO FE-TOTAL-EUR
005760     MOVE ZERO               TO FE-MONTANT-COUVERT
005770     MOVE ZERO               TO FE-EXCEDENT
005780     MOVE WS-DATE-ARRETE     TO FE-DATE-ARRETE
005790     WRITE FGDR-REPORT-RECORD.
005800 2900-EXIT.
005810     EXIT.
005820*-----------------------------------------------------------------
005830* 3000-WRITE-VIEW -- PROCEDURE DE SORTIE DU TRI : EDITE LES
005840* COMPTES DE CHAQUE DEPOSANT (RUPTURE SUR TV-NUMERO-CLIENT), LA
005850* LIGNE DU DEPOSANT, PUIS LE TOTAL DE CONTROLE DE LA VUE.
005860*-----------------------------------------------------------------
005870 3000-WRITE-VIEW.
005880     PERFORM 8100-RETURN-VUE THRU 8100-EXIT
005890     PERFORM 3100-WRITE-ONE-ACCOUNT THRU 3100-EXIT
005900         UNTIL TRI-END-OF-FILE
005910     IF WS-CLIENT-COURANT NOT = SPACES
005920         PERFORM 3200-WRITE-DEPOSITOR THRU 3200-EXIT
005930     END-IF
005940     MOVE SPACES TO FGDR-TOTAL-LINE
005950     MOVE "T"               TO FV-RECORD-TYPE
005960     MOVE WS-DATE-ARRETE    TO FV-DATE-ARRETE
005970     MOVE WS-NOMBRE-CLIENTS TO FV-NOMBRE-CLIENTS
005980     MOVE WS-NOMBRE-LIGNES  TO FV-NOMBRE-LIGNES
005990     MOVE WS-TOTAL-GENERAL  TO FV-TOTAL-GENERAL
006000     MOVE WS-TOTAL-COUVERT  TO FV-TOTAL-COUVERT
006010     MOVE WS-PLAFOND        TO FV-PLAFOND
006020     WRITE FGDR-TOTAL-LINE.
006030 3000-EXIT.
006040     EXIT.
006050*-----------------------------------------------------------------
006060* 3100-WRITE-ONE-ACCOUNT -- EDITE LA LIGNE "D" DU COMPTE COURANT
006070* ET LA CUMULE SUR LE DEPOSANT (RUPTURE DE DEPOSANT : LA LIGNE DU
006080* DEPOSANT PRECEDENT EST EDITEE), PUIS REND LA LIGNE SUIVANTE.
006090*-----------------------------------------------------------------
006100 3100-WRITE-ONE-ACCOUNT.
006110     IF TV-NUMERO-CLIENT NOT = WS-CLIENT-COURANT
006120         IF WS-CLIENT-COURANT NOT = SPACES
006130             PERFORM 3200-WRITE-DEPOSITOR THRU 3200-EXIT
006140         END-IF
006150         MOVE TV-NUMERO-CLIENT TO WS-CLIENT-COURANT
006160         MOVE ZERO TO WS-NOMBRE-COMPTES-CLIENT
006170         MOVE ZERO TO WS-TOTAL-CLIENT
006180     END-IF
006190     MOVE SPACES TO FGDR-RECORD
006200     MOVE "D"                  TO FV-RECORD-TYPE
006210     MOVE WS-DATE-ARRETE       TO FV-DATE-ARRETE
006220     MOVE TV-NUMERO-CLIENT     TO FV-NUMERO-CLIENT
006230     MOVE TV-ACCOUNT-NUMBER    TO FV-ACCOUNT-NUMBER
006240     MOVE TV-ROLE              TO FV-ROLE
006250     MOVE TV-NOMBRE-TITULAIRES TO FV-NOMBRE-TITULAIRES
006260     MOVE TV-STATUS            TO FV-STATUS
006270     MOVE TV-CURRENCY          TO FV-CURRENCY
006280     MOVE TV-BALANCE           TO FV-BALANCE
006290     MOVE TV-TAUX-EUR          TO FV-TAUX-EUR
006300     MOVE TV-QUOTE-PART        TO FV-QUOTE-PART-EUR
006310     WRITE FGDR-RECORD
006320     ADD 1 TO WS-NOMBRE-LIGNES
006330     ADD 1 TO WS-NOMBRE-COMPTES-CLIENT
006340     ADD TV-QUOTE-PART TO WS-TOTAL-CLIENT
006350     ADD TV-QUOTE-PART TO WS-TOTAL-GENERAL
006360     PERFORM 8100-RETURN-VUE THRU 8100-EXIT.
006370 3100-EXIT.
006380     EXIT.
006390*-----------------------------------------------------------------
006400* 3200-WRITE-DEPOSITOR -- EDITE LA LIGNE "C" DU DEPOSANT COURANT :
006410* IDENTITE (MAITRE CLIENT KYC, PUIS COORDONNEES USER-INFO), TOTAL
006420* NET EN EUROS, MONTANT COUVERT (TOTAL POSITIF PLAFONNE) ET
006430* EXCEDENT ; UN DEPOSANT AU-DELA DU PLAFOND EST SIGNALE "P".
006440*-----------------------------------------------------------------
006450 3200-WRITE-DEPOSITOR.
006460     MOVE ZERO TO WS-COUVERT-CLIENT
006470     MOVE ZERO TO WS-EXCEDENT-CLIENT
006480     IF WS-TOTAL-CLIENT > WS-PLAFOND
006490         MOVE WS-PLAFOND TO WS-COUVERT-CLIENT
006500         COMPUTE WS-EXCEDENT-CLIENT = WS-TOTAL-CLIENT - WS-PLAFOND
006510     ELSE
006520         IF WS-TOTAL-CLIENT > ZERO
006530             MOVE WS-TOTAL-CLIENT TO WS-COUVERT-CLIENT
006540         END-IF
006550     END-IF
006560     MOVE SPACES TO FGDR-CLIENT-LINE
006570     MOVE "C"                 TO FV-RECORD-TYPE
006580     MOVE WS-DATE-ARRETE      TO FV-DATE-ARRETE
006590     MOVE WS-CLIENT-COURANT   TO FV-NUMERO-CLIENT
006600     MOVE WS-CLIENT-COURANT   TO WS-CLIENT-CHERCHE
006610     PERFORM 8210-FIND-CLIENT THRU 8210-EXIT
006620     IF WS-CLI-IDX = ZERO
006630         MOVE "N" TO FV-IDENTITE
006640     ELSE
006650         MOVE CN-NOM (WS-CLI-IDX)       TO FV-NOM
006660         MOVE CN-PAYS-CODE (WS-CLI-IDX) TO FV-PAYS-CODE
006670         MOVE "N" TO WS-KEY-SW
006680         MOVE WS-CLIENT-COURANT TO IDENTIFIANT
006690         READ USER-INFO
006700             INVALID KEY
006710                 MOVE "Y" TO WS-KEY-SW
006720         END-READ
006730         IF KEY-NOT-FOUND
006740             MOVE "K" TO FV-IDENTITE
006750         ELSE
006760             MOVE EMAIL TO FV-EMAIL
006770             MOVE PHONE TO FV-PHONE
006780             MOVE "C"   TO FV-IDENTITE
006790         END-IF
006800     END-IF
006810     MOVE WS-NOMBRE-COMPTES-CLIENT TO FV-NOMBRE-COMPTES
006820     MOVE WS-TOTAL-CLIENT     TO FV-TOTAL-EUR
006830     MOVE WS-COUVERT-CLIENT   TO FV-MONTANT-COUVERT
006840     MOVE WS-EXCEDENT-CLIENT  TO FV-EXCEDENT
006850     WRITE FGDR-CLIENT-LINE
006860     ADD 1 TO WS-NOMBRE-CLIENTS
006870     ADD WS-COUVERT-CLIENT TO WS-TOTAL-COUVERT
006880     IF WS-EXCEDENT-CLIENT > ZERO
006890         PERFORM 3300-REPORT-OVER-CEILING THRU 3300-EXIT
006900     END-IF.
006910 3200-EXIT.
006920     EXIT.
006930*-----------------------------------------------------------------
006940* 3300-REPORT-OVER-CEILING -- SIGNALE SUR FGDRRPT LE DEPOSANT
006950* COURANT DONT LE TOTAL DEPASSE LE PLAFOND.
006960*-----------------------------------------------------------------
006970 3300-REPORT-OVER-CEILING.
006980     MOVE SPACES TO FGDR-REPORT-RECORD
006990     MOVE "P"                TO FE-GENRE
007000     MOVE WS-CLIENT-COURANT  TO FE-NUMERO-CLIENT
007010     MOVE ZERO               TO FE-BALANCE
007020     MOVE WS-TOTAL-CLIENT    TO FE-TOTAL-EUR
007030     MOVE WS-COUVERT-CLIENT  TO FE-MONTANT-COUVERT
007040     MOVE WS-EXCEDENT-CLIENT TO FE-EXCEDENT
007050     MOVE WS-DATE-ARRETE     TO FE-DATE-ARRETE
007060     WRITE FGDR-REPORT-RECORD
007070     ADD 1 TO WS-CLIENTS-AU-PLAFOND.
007080 3300-EXIT.
007090     EXIT.
007100*-----------------------------------------------------------------
007110* 4000-TERMINATE -- FERME LES FICHIERS, AFFICHE LE BILAN ET PROUVE
007120* QUE LES LIGNES EDITEES EGALENT LES QUOTE-PARTS REMISES AU TRI
007130* (ARRET EN CODE 16 SINON).  UN COMPTE ECARTE DE LA VUE (SANS
007140* TITULAIRE OU SANS TAUX) TERMINE L'ETAPE EN CODE 4.
007150*-----------------------------------------------------------------
007160 4000-TERMINATE.
007170     CLOSE ACCOUNT-MASTER
007180     CLOSE RELATION-MASTER
007190     CLOSE USER-INFO
007200     CLOSE FGDR-VIEW
007210     CLOSE FGDR-REPORT
007220     IF SOURCE-PHOTO
007230         CLOSE SNAPSHOT-IN
007240     END-IF
007250     DISPLAY "COMPTES LUS            : " WS-COMPTES-LUS
007260     DISPLAY "COMPTES CLOS IGNORES   : " WS-COMPTES-CLOS
007270     DISPLAY "COMPTES DANS LA VUE    : " WS-COMPTES-RETENUS
007280     DISPLAY "DONT COMPTES JOINTS    : " WS-COMPTES-JOINTS
007290     DISPLAY "COMPTES SANS TITULAIRE : " WS-COMPTES-SANS-TITULAIRE
007300     DISPLAY "TITULAIRES INCONNUS    : " WS-COMPTES-NON-IDENTIFIES
007310     DISPLAY "DEVISES SANS TAUX      : " WS-COMPTES-SANS-TAUX
007320     DISPLAY "DEPOSANTS              : " WS-NOMBRE-CLIENTS
007330     DISPLAY "DEPOSANTS AU PLAFOND   : " WS-CLIENTS-AU-PLAFOND
007340     DISPLAY "TOTAL NET EN EUROS     : " WS-TOTAL-GENERAL
007350     DISPLAY "TOTAL COUVERT          : " WS-TOTAL-COUVERT
007360     IF WS-NOMBRE-LIGNES NOT = WS-LIGNES-TRIEES
007370             OR WS-TOTAL-GENERAL NOT = WS-TOTAL-TRIE
007380         DISPLAY "ECART ENTRE LES LIGNES EDITEES ET LES "
007390                 "QUOTE-PARTS TRIEES - VUE NON PROUVEE"
007400         MOVE 16 TO RETURN-CODE
007410         GO TO 4000-EXIT
007420     END-IF
007430     IF WS-COMPTES-SANS-TITULAIRE > ZERO
007440             OR WS-COMPTES-SANS-TAUX > ZERO
007450         DISPLAY "COMPTES ECARTES DE LA VUE - VOIR FGDRRPT"
007460         MOVE 4 TO RETURN-CODE
007470     END-IF.
007480 4000-EXIT.
007490     EXIT.
007500*-----------------------------------------------------------------
007510* 8000-READ-NEXT-ACCOUNT -- PREPARE LE COMPTE SUIVANT DE LA SOURCE
007520* DANS LES ZONES WS-CPT-*.
007530*-----------------------------------------------------------------
007540 8000-READ-NEXT-ACCOUNT.
007550     MOVE "N" TO WS-CPT-ABSENT-SW
007560     IF SOURCE-PHOTO
007570         PERFORM 8020-READ-SNAPSHOT THRU 8020-EXIT
007580     ELSE
007590         PERFORM 8010-READ-MASTER THRU 8010-EXIT
007600     END-IF.
007610 8000-EXIT.
007620     EXIT.
007630*-----------------------------------------------------------------
007640* 8010-READ-MASTER -- LIT LE COMPTE SUIVANT DU FICHIER MAITRE EN
007650* SEQUENCE DE CLE.
007660*-----------------------------------------------------------------
007670 8010-READ-MASTER.
007680     READ ACCOUNT-MASTER NEXT RECORD
007690         AT END
007700             MOVE "Y" TO WS-EOF-SW
007710     END-READ
007720     IF END-OF-FILE
007730         GO TO 8010-EXIT
007740     END-IF
007750     MOVE ACCOUNT-NUMBER     TO WS-CPT-NUMERO
007760     MOVE BALANCE            TO WS-CPT-SOLDE
007770     MOVE ACCT-CURRENCY      TO WS-CPT-DEVISE
007780     MOVE ACCT-STATUS        TO WS-CPT-STATUT
007790     MOVE ACCT-NUMERO-CLIENT TO WS-CPT-TITULAIRE.
007800 8010-EXIT.
007810     EXIT.
007820*-----------------------------------------------------------------
007830* 8020-READ-SNAPSHOT -- LIT LE COMPTE SUIVANT DE LA PHOTO ET
007840* RETROUVE SON TITULAIRE SUR LE FICHIER MAITRE (COMPTE PURGE
007850* DEPUIS : TITULAIRE INCONNU).  UNE PHOTO D'UNE AUTRE DATE QUE LA
007860* DATE D'ARRETE ARRETE L'ETAPE EN CODE 16.
007870*-----------------------------------------------------------------
007880 8020-READ-SNAPSHOT.
007890     READ SNAPSHOT-IN
007900         AT END
007910             MOVE "Y" TO WS-EOF-SW
007920     END-READ
007930     IF END-OF-FILE
007940         GO TO 8020-EXIT
007950     END-IF
007960     IF SN-DATE-AFFAIRES NOT = WS-DATE-ARRETE
007970         DISPLAY "PHOTO DU " SN-DATE-AFFAIRES " ET NON DU "
007980                 WS-DATE-ARRETE " - ARRET"
007990         MOVE 16 TO RETURN-CODE
008000         STOP RUN
008010     END-IF
008020     MOVE SN-ACCOUNT-NUMBER TO WS-CPT-NUMERO
008030     MOVE SN-BALANCE        TO WS-CPT-SOLDE
008040     MOVE SN-CURRENCY       TO WS-CPT-DEVISE
008050     MOVE SN-STATUS         TO WS-CPT-STATUT
008060     MOVE SPACES            TO WS-CPT-TITULAIRE
008070     MOVE SN-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
008080     READ ACCOUNT-MASTER
008090         INVALID KEY
008100             MOVE "Y" TO WS-CPT-ABSENT-SW
008110     END-READ
008120     IF NOT COMPTE-HORS-MAITRE
008130         MOVE ACCT-NUMERO-CLIENT TO WS-CPT-TITULAIRE
008140     END-IF.
008150 8020-EXIT.
008160     EXIT.
008170*-----------------------------------------------------------------
008180* 8085-READ-FX-RATE -- LECTURE SEQUENTIELLE DU FICHIER DES TAUX
008190* DE CHANGE.
008200*-----------------------------------------------------------------
008210 8085-READ-FX-RATE.
008220     READ FX-RATES
008230         AT END
008240             MOVE "Y" TO WS-FX-EOF-SW
008250     END-READ.
008260 8085-EXIT.
008270     EXIT.
008280*-----------------------------------------------------------------
008290* 8090-FIND-FX-RATE -- RETROUVE DANS FX-RATE-TABLE LE TAUX EN
008300* EUROS DE LA DEVISE WS-DEVISE-CHERCHEE.  L'EURO (OU UNE DEVISE
008310* A BLANC) PORTE LE TAUX IMPLICITE 1.  WS-TAUX-TROUVE ET
008320* WS-TAUX-TROUVE-SW SONT POSITIONNES EN SORTIE.
008330*-----------------------------------------------------------------
008340 8090-FIND-FX-RATE.
008350     MOVE "N"  TO WS-TAUX-TROUVE-SW
008360     MOVE ZERO TO WS-TAUX-TROUVE
008370     IF WS-DEVISE-CHERCHEE = "EUR" OR WS-DEVISE-CHERCHEE = SPACES
008380         MOVE 1   TO WS-TAUX-TROUVE
008390         MOVE "Y" TO WS-TAUX-TROUVE-SW
008400         GO TO 8090-EXIT
008410     END-IF
008420     MOVE ZERO TO WS-FX-IDX
008430     PERFORM 8091-MATCH-RATE-DEVISE THRU 8091-EXIT
008440         VARYING WS-FX-SCAN FROM 1 BY 1
008450             UNTIL WS-FX-SCAN > WS-FX-COUNT
008460                 OR WS-FX-IDX > ZERO
008470     IF WS-FX-IDX > ZERO
008480         MOVE FXT-TAUX (WS-FX-IDX) TO WS-TAUX-TROUVE
008490         MOVE "Y" TO WS-TAUX-TROUVE-SW
008500     END-IF.
008510 8090-EXIT.
008520     EXIT.
008530*-----------------------------------------------------------------
008540* 8091-MATCH-RATE-DEVISE -- RETIENT DANS WS-FX-IDX L'ENTREE DE
008550* FX-RATE-TABLE DE LA DEVISE CHERCHEE.
008560*-----------------------------------------------------------------
008570 8091-MATCH-RATE-DEVISE.
008580     IF FXT-DEVISE (WS-FX-SCAN) = WS-DEVISE-CHERCHEE
008590         MOVE WS-FX-SCAN TO WS-FX-IDX
008600     END-IF.
008610 8091-EXIT.
008620     EXIT.
008630*-----------------------------------------------------------------
008640* 8100-RETURN-VUE -- REND LA LIGNE SUIVANTE DU TRI.
008650*-----------------------------------------------------------------
008660 8100-RETURN-VUE.
008670     RETURN TRI-VUE
008680         AT END
008690             MOVE "Y" TO WS-TRI-EOF-SW
008700     END-RETURN.
008710 8100-EXIT.
008720     EXIT.
008730*-----------------------------------------------------------------
008740* 8200-READ-CLIENT -- LECTURE SEQUENTIELLE DU MAITRE CLIENT KYC.
008750*-----------------------------------------------------------------
008760 8200-READ-CLIENT.
008770     READ CLIENT-MASTER
008780         AT END
008790             MOVE "Y" TO WS-CLI-EOF-SW
008800     END-READ.
008810 8200-EXIT.
008820     EXIT.
008830*-----------------------------------------------------------------
008840* 8210-FIND-CLIENT -- RETIENT DANS WS-CLI-IDX L'ENTREE DE
008850* CLIENT-NAME-TABLE DU CLIENT WS-CLIENT-CHERCHE (ZERO SI ABSENT).
008860*-----------------------------------------------------------------
008870 8210-FIND-CLIENT.
008880     MOVE ZERO TO WS-CLI-IDX
008890     PERFORM 8220-MATCH-ONE-CLIENT THRU 8220-EXIT
008900         VARYING WS-CLI-SCAN FROM 1 BY 1
008910             UNTIL WS-CLI-SCAN > WS-CLI-COUNT
008920                 OR WS-CLI-IDX > ZERO.
008930 8210-EXIT.
008940     EXIT.
008950*-----------------------------------------------------------------
008960* 8220-MATCH-ONE-CLIENT -- RETIENT DANS WS-CLI-IDX L'ENTREE DU
008970* CLIENT CHERCHE.
008980*-----------------------------------------------------------------
008990 8220-MATCH-ONE-CLIENT.
009000     IF CN-NUMERO (WS-CLI-SCAN) = WS-CLIENT-CHERCHE
009010         MOVE WS-CLI-SCAN TO WS-CLI-IDX
009020     END-IF.
009030 8220-EXIT.
009040     EXIT.
