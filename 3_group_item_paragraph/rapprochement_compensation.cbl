000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CLEARING-ACK-REPORT.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. ETAT QUOTIDIEN DU
000220*                  RAPPROCHEMENT AVEC LA COMPENSATION : LIT LE
000230*                  REGISTRE OUTPREG DES PAIEMENTS SORTANTS ET
000240*                  ECRIT SUR CLRRPT LES PAIEMENTS REJETES DU JOUR,
000250*                  LES PAIEMENTS TOUJOURS SANS ACQUITTEMENT DEUX
000260*                  JOURS OUVRES APRES LEUR LOT (CALENDRIER
000270*                  CALFILE), LE RAPPROCHEMENT DE CHAQUE LOT
000280*                  ACQUITTE DU JOUR AVEC SON TRAILER OUTPAY, PUIS
000290*                  UNE LIGNE DE TOTAL.  CODE 4 : UN LOT ACQUITTE
000300*                  EST EN ECART.
000310* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000320*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000330*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000340*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000350*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000360*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OUTPAY-REGISTER  ASSIGN TO OUTPREG
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE IS SEQUENTIAL
000470            RECORD KEY IS OG-CLE.

000480     SELECT CLEARING-REPORT  ASSIGN TO CLRRPT
000490            ORGANIZATION IS SEQUENTIAL.

000500     SELECT OPTIONAL BUSINESS-CALENDAR ASSIGN TO CALFILE
000510            ORGANIZATION IS SEQUENTIAL.

000520     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000530            ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000560            ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000590            ORGANIZATION IS SEQUENTIAL.
000600*-------------
000610 DATA DIVISION.
000620*-------------
000630 FILE SECTION.
000640 FD  OUTPAY-REGISTER.
000650 COPY OUTPREG.
000660*
000670 FD  CLEARING-REPORT
000680     LABEL RECORDS ARE STANDARD.
000690 COPY CLRRPT.
000700*
000710 FD  BUSINESS-CALENDAR
000720     LABEL RECORDS ARE STANDARD.
000730 COPY CALREC.
000740*
000750 FD  RUN-CONTROL
000760     LABEL RECORDS ARE STANDARD.
000770 COPY RUNCTL.
000780*
000790 FD  STEP-DIRECTIVES
000800     LABEL RECORDS ARE STANDARD.
000810 COPY STEPDIR.
000820*
000830 FD  CHAIN-REGISTER
000840     LABEL RECORDS ARE STANDARD.
000850 COPY CHAINREG.
000860*
000870 WORKING-STORAGE SECTION.
000880*
000890 01  WS-SWITCHES.
000900     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000910         88  END-OF-FILE             VALUE "Y".
000920*
000930 77  WS-PAIEMENTS-LUS        PIC 9(07)   COMP VALUE ZERO.
000940 77  WS-LIGNES-EDITEES       PIC 9(07)   COMP VALUE ZERO.
000950 77  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
000960     88  RUNCTL-END-OF-FILE          VALUE "Y".
000970 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
000980 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
000990*
001000*    DELAI D'ACQUITTEMENT : UN PAIEMENT EMIS DOIT ETRE ACQUITTE
001010*    AU PLUS TARD LE DEUXIEME JOUR OUVRE QUI SUIT SON LOT.  LA
001020*    DATE LIMITE EST RECALCULEE A CHAQUE CHANGEMENT DE LOT.
001030 77  WS-DELAI-ACQUIT         PIC 9(02)   VALUE 2.
001040 77  WS-JOURS-OUVRES         PIC 9(02)   VALUE ZERO.
001050 77  WS-LOT-COURANT          PIC X(08)   VALUE SPACES.
001060 77  WS-DATE-LIMITE          PIC X(08)   VALUE SPACES.
001070*
001080*    CUMULS DE LA LIGNE DE TOTAL : PAIEMENTS EN RETARD
001090*    D'ACQUITTEMENT, PAIEMENTS REJETES DU JOUR ET LOTS EN ECART.
001100 77  WS-NOMBRE-EN-RETARD     PIC 9(07)   COMP VALUE ZERO.
001110 77  WS-MONTANT-EN-RETARD    PIC 9(11)V99 VALUE ZERO.
001120 77  WS-NOMBRE-RETOURS       PIC 9(07)   COMP VALUE ZERO.
001130 77  WS-MONTANT-RETOURS      PIC 9(11)V99 VALUE ZERO.
001140 77  WS-LOTS-RAPPROCHES      PIC 9(07)   COMP VALUE ZERO.
001150 77  WS-LOTS-EN-ECART        PIC 9(07)   COMP VALUE ZERO.
001160*
001170*    CALENDRIER D'AFFAIRES (MEMES REGLES QUE SIMPLEBANK).
001180 77  WS-CALEND-EOF-SW        PIC X(01)   VALUE "N".
001190     88  CALENDRIER-END-OF-FILE      VALUE "Y".
001200 77  WS-FER-COUNT            PIC 9(03)   COMP VALUE ZERO.
001210 77  WS-FER-SCAN             PIC 9(03)   COMP VALUE ZERO.
001220 77  WS-FERIE-SW             PIC X(01)   VALUE "N".
001230     88  JOUR-FERIE                  VALUE "Y".
001240 77  WS-JOUR-OUVRE-SW        PIC X(01)   VALUE "N".
001250     88  JOUR-OUVRE                  VALUE "Y".
001260 77  WS-JOUR-SEMAINE         PIC 9(01)   VALUE ZERO.
001270 01  FERIE-TABLE.
001280     05  FER-DATE OCCURS 200 TIMES PIC X(08).
001290 01  WS-DATE-CALCUL.
001300     05  WS-CAL-ANNEE        PIC 9(04).
001310     05  WS-CAL-MOIS         PIC 9(02).
001320     05  WS-CAL-JOUR         PIC 9(02).
001330 77  WS-CAL-DERNIER-JOUR     PIC 9(02)   VALUE ZERO.
001340 77  WS-CAL-RESTE            PIC 9(03)   VALUE ZERO.
001350 77  WS-CAL-QUOTIENT         PIC 9(04)   VALUE ZERO.
001360 77  WS-DT-JOURS             PIC 9(07)   VALUE ZERO.
001370 77  WS-DT-ANNEE-PREC        PIC 9(04)   VALUE ZERO.
001380 77  WS-DT-BIS4              PIC 9(04)   VALUE ZERO.
001390 77  WS-DT-BIS100            PIC 9(04)   VALUE ZERO.
001400 77  WS-DT-BIS400            PIC 9(04)   VALUE ZERO.
001410 77  WS-DT-BISSEXTILE-SW     PIC X(01)   VALUE "N".
001420     88  ANNEE-BISSEXTILE            VALUE "Y".
001430 77  WS-DT-RESTE             PIC 9(04)   VALUE ZERO.
001440 77  WS-DT-QUOTIENT          PIC 9(04)   VALUE ZERO.
001450 77  WS-DT-QUOT7             PIC 9(07)   VALUE ZERO.
001460 01  WS-JOURS-CUMULES-TABLE.
001470     05  FILLER          PIC X(18) VALUE "000031059090120151".
001480     05  FILLER          PIC X(18) VALUE "181212243273304334".
001490 01  WS-JOURS-CUMULES REDEFINES WS-JOURS-CUMULES-TABLE.
001500     05  WS-JC-MOIS OCCURS 12 TIMES PIC 9(03).
001510*
001520 COPY STEPCTL.
001530*-------------------
001540 PROCEDURE DIVISION.
001550*-------------------
001560 0000-MAINLINE.
001570     DISPLAY "CLEARING-ACK-REPORT : RAPPROCHEMENT COMPENSATION"
001580     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001600     PERFORM 2000-PROCESS-PAYMENT THRU 2000-EXIT
001610         UNTIL END-OF-FILE
001620     PERFORM 3000-TERMINATE THRU 3000-EXIT
001630     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001640     STOP RUN.
001650*-----------------------------------------------------------------
001660* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES, CHARGE LE CALENDRIER,
001670* OUVRE LES FICHIERS ET LIT LE PREMIER ENREGISTREMENT DU REGISTRE.
001680*-----------------------------------------------------------------
001690 1000-INITIALIZE.
001700     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001710     PERFORM 1330-LOAD-CALENDAR THRU 1330-EXIT
001720     OPEN INPUT  OUTPAY-REGISTER
001730     OPEN OUTPUT CLEARING-REPORT
001740     PERFORM 8000-READ-REGISTER THRU 8000-EXIT.
001750 1000-EXIT.
001760     EXIT.
001770*-----------------------------------------------------------------
001780* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES DU RUN SUR
001790* RUNCTL ; ARRET EN CODE RETOUR 16 SI ELLE EST ABSENTE.
001800*-----------------------------------------------------------------
001810 1050-LOAD-RUN-CONTROL.
001820     OPEN INPUT RUN-CONTROL
001830     READ RUN-CONTROL
001840         AT END
001850             MOVE "Y" TO WS-RUNCTL-EOF-SW
001860         NOT AT END
001870             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
001880             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
001890     END-READ
001900     CLOSE RUN-CONTROL
001910     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
001920         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF
001960     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
001970             " RUN : " WS-NUMERO-RUN.
001980 1050-EXIT.
001990     EXIT.
002000*-----------------------------------------------------------------
002010* 1330-LOAD-CALENDAR -- CHARGE LES JOURS FERIES DU CALENDRIER
002020* D'AFFAIRES DANS FERIE-TABLE.  FICHIER ABSENT : SEULS LES
002030* SAMEDIS ET DIMANCHES SONT NON OUVRES.
002040*-----------------------------------------------------------------
002050 1330-LOAD-CALENDAR.
002060     OPEN INPUT BUSINESS-CALENDAR
002070     PERFORM 8079-READ-CALENDAR THRU 8079-EXIT
002080     PERFORM 1335-STORE-ONE-FERIE THRU 1335-EXIT
002090         UNTIL CALENDRIER-END-OF-FILE
002100     CLOSE BUSINESS-CALENDAR
002110     DISPLAY "JOURS FERIES CHARGES : " WS-FER-COUNT.
002120 1330-EXIT.
002130     EXIT.
002140*-----------------------------------------------------------------
002150* 1335-STORE-ONE-FERIE -- RANGE LE JOUR FERIE COURANT DANS LA
002160* TABLE PUIS LIT LE SUIVANT.  UNE TABLE PLEINE ARRETE L'ETAPE.
002170*-----------------------------------------------------------------
002180 1335-STORE-ONE-FERIE.
002190     IF WS-FER-COUNT < 200
002200         ADD 1 TO WS-FER-COUNT
002210         MOVE CD-DATE-FERIE TO FER-DATE (WS-FER-COUNT)
002220     ELSE
002230         DISPLAY "TABLE DES JOURS FERIES PLEINE (200)"
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF
002270     PERFORM 8079-READ-CALENDAR THRU 8079-EXIT.
002280 1335-EXIT.
002290     EXIT.
002300*-----------------------------------------------------------------
002310* 1545-ADD-ONE-DAY -- AVANCE WS-DATE-CALCUL D'UN JOUR CALENDAIRE
002320* (FIN DE MOIS ET ANNEE BISSEXTILE COMPRISES).
002330*-----------------------------------------------------------------
002340 1545-ADD-ONE-DAY.
002350     PERFORM 1548-CAL-DERNIER-JOUR THRU 1548-EXIT
002360     IF WS-CAL-JOUR < WS-CAL-DERNIER-JOUR
002370         ADD 1 TO WS-CAL-JOUR
002380     ELSE
002390         MOVE 1 TO WS-CAL-JOUR
002400         IF WS-CAL-MOIS < 12
002410             ADD 1 TO WS-CAL-MOIS
002420         ELSE
002430             MOVE 1 TO WS-CAL-MOIS
002440             ADD 1 TO WS-CAL-ANNEE
002450         END-IF
002460     END-IF.
002470 1545-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002500* 1548-CAL-DERNIER-JOUR -- DERNIER JOUR DU MOIS DE
002510* WS-DATE-CALCUL.
002520*-----------------------------------------------------------------
002530 1548-CAL-DERNIER-JOUR.
002540     EVALUATE WS-CAL-MOIS
002550         WHEN 01 WHEN 03 WHEN 05 WHEN 07
002560         WHEN 08 WHEN 10 WHEN 12
002570             MOVE 31 TO WS-CAL-DERNIER-JOUR
002580         WHEN 04 WHEN 06 WHEN 09 WHEN 11
002590             MOVE 30 TO WS-CAL-DERNIER-JOUR
002600         WHEN OTHER
002610             MOVE 28 TO WS-CAL-DERNIER-JOUR
002620             DIVIDE WS-CAL-ANNEE BY 4
002630                 GIVING WS-CAL-QUOTIENT
002640                 REMAINDER WS-CAL-RESTE
002650             IF WS-CAL-RESTE = ZERO
002660                 MOVE 29 TO WS-CAL-DERNIER-JOUR
002670             END-IF
002680             DIVIDE WS-CAL-ANNEE BY 100
002690                 GIVING WS-CAL-QUOTIENT
002700                 REMAINDER WS-CAL-RESTE
002710             IF WS-CAL-RESTE = ZERO
002720                 MOVE 28 TO WS-CAL-DERNIER-JOUR
002730             END-IF
002740             DIVIDE WS-CAL-ANNEE BY 400
002750                 GIVING WS-CAL-QUOTIENT
002760                 REMAINDER WS-CAL-RESTE
002770             IF WS-CAL-RESTE = ZERO
002780                 MOVE 29 TO WS-CAL-DERNIER-JOUR
002790             END-IF
002800     END-EVALUATE.
002810 1548-EXIT.
002820     EXIT.
002830*-----------------------------------------------------------------
002840* 1570-CHECK-ONE-DAY -- POSITIONNE WS-JOUR-OUVRE-SW POUR LA DATE
002850* DE WS-DATE-CALCUL : NI SAMEDI NI DIMANCHE (JOUR DE SEMAINE
002860* CALCULE PAR LE NOMBRE DE JOURS DEPUIS L'ORIGINE, CALIBRE SUR
002870* LE LUNDI 05/01/2026 DONT LE RESTE MODULO 7 VAUT 2 : SAMEDI =
002880* 0, DIMANCHE = 1), NI FERIE DU CALENDRIER.
002890*-----------------------------------------------------------------
002900 1570-CHECK-ONE-DAY.
002910     MOVE "Y" TO WS-JOUR-OUVRE-SW
002920     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
002930     DIVIDE WS-DT-JOURS BY 7 GIVING WS-DT-QUOT7
002940         REMAINDER WS-JOUR-SEMAINE
002950     IF WS-JOUR-SEMAINE = 0 OR WS-JOUR-SEMAINE = 1
002960         MOVE "N" TO WS-JOUR-OUVRE-SW
002970         GO TO 1570-EXIT
002980     END-IF
002990     MOVE "N" TO WS-FERIE-SW
003000     PERFORM 1575-MATCH-ONE-FERIE THRU 1575-EXIT
003010         VARYING WS-FER-SCAN FROM 1 BY 1
003020             UNTIL WS-FER-SCAN > WS-FER-COUNT
003030                 OR JOUR-FERIE
003040     IF JOUR-FERIE
003050         MOVE "N" TO WS-JOUR-OUVRE-SW
003060     END-IF.
003070 1570-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------------
003100* 1575-MATCH-ONE-FERIE -- CONFRONTE LA DATE DE WS-DATE-CALCUL AU
003110* FERIE POINTE PAR WS-FER-SCAN.
003120*-----------------------------------------------------------------
003130 1575-MATCH-ONE-FERIE.
003140     IF FER-DATE (WS-FER-SCAN) = WS-DATE-CALCUL
003150         MOVE "Y" TO WS-FERIE-SW
003160     END-IF.
003170 1575-EXIT.
003180     EXIT.
003190*-----------------------------------------------------------------
003200* 2000-PROCESS-PAYMENT -- CLASSE L'ENREGISTREMENT COURANT DU
003210* REGISTRE.  LE TOTAL D'UN LOT (PREMIER DE SON LOT DANS L'ORDRE
003220* DES CLES) DONNE UNE LIGNE "B" S'IL A ETE ACQUITTE A LA DATE
003230* D'AFFAIRES (2200).  UN PAIEMENT REJETE A LA DATE D'AFFAIRES
003240* DONNE UNE LIGNE "R" ; UN PAIEMENT TOUJOURS EMIS DONT LA DATE
003250* LIMITE D'ACQUITTEMENT EST ATTEINTE DONNE UNE LIGNE "O".  LES
003260* ACCEPTATIONS ET LES REJETS DES JOURS PRECEDENTS NE SONT PAS
003270* EDITES.
003280*-----------------------------------------------------------------
003290 2000-PROCESS-PAYMENT.
003300     IF OG-DATE-LOT NOT = WS-LOT-COURANT
003310         PERFORM 2100-COMPUTE-DATE-LIMITE THRU 2100-EXIT
003320     END-IF
003330     IF OG-IS-TOTAL
003340         PERFORM 2200-REPORT-BATCH THRU 2200-EXIT
003350         GO TO 2000-SUITE
003360     END-IF
003370     MOVE SPACES              TO CLEARING-REPORT-RECORD
003380     EVALUATE TRUE
003390         WHEN OG-REJETE AND OG-DATE-ACQUIT = WS-DATE-AFFAIRES
003400             MOVE "R" TO QR-GENRE
003410             ADD 1 TO WS-NOMBRE-RETOURS
003420             ADD OG-AMOUNT TO WS-MONTANT-RETOURS
003430         WHEN OG-EMIS AND WS-DATE-LIMITE NOT > WS-DATE-AFFAIRES
003440             MOVE "O" TO QR-GENRE
003450             ADD 1 TO WS-NOMBRE-EN-RETARD
003460             ADD OG-AMOUNT TO WS-MONTANT-EN-RETARD
003470         WHEN OTHER
003480             GO TO 2000-SUITE
003490     END-EVALUATE
003500     MOVE WS-DATE-AFFAIRES    TO QR-DATE-AFFAIRES
003510     MOVE OG-DATE-LOT         TO QR-DATE-LOT
003520     MOVE OG-ACCOUNT-NUMBER   TO QR-ACCOUNT-NUMBER
003530     MOVE OG-REFERENCE        TO QR-REFERENCE
003540     MOVE OG-COUNTERPARTY     TO QR-CONTREPARTIE
003550     MOVE OG-AMOUNT           TO QR-AMOUNT
003560     MOVE WS-DATE-LIMITE      TO QR-DATE-LIMITE
003570     IF QR-IS-REJET
003580         MOVE OG-RAISON-REJET    TO QR-RAISON-REJET
003590         MOVE OG-RESULTAT-RETOUR TO QR-RESULTAT-RETOUR
003600         IF OG-RETOUR-CREDITE
003610             MOVE OG-SEQUENCE-RETOUR TO QR-SEQUENCE-RETOUR
003620         ELSE
003630             MOVE ZERO TO QR-SEQUENCE-RETOUR
003640         END-IF
003650     ELSE
003660         MOVE ZERO TO QR-SEQUENCE-RETOUR
003670     END-IF
003680     WRITE CLEARING-REPORT-RECORD
003690     ADD 1 TO WS-LIGNES-EDITEES.
003700 2000-SUITE.
003710     PERFORM 8000-READ-REGISTER THRU 8000-EXIT.
003720 2000-EXIT.
003730     EXIT.
003740*-----------------------------------------------------------------
003750* 2100-COMPUTE-DATE-LIMITE -- DATE LIMITE D'ACQUITTEMENT DU LOT
003760* COURANT : LA DATE DU LOT AVANCEE DE WS-DELAI-ACQUIT JOURS OUVRES
003770* (SAMEDIS, DIMANCHES ET FERIES DU CALENDRIER SAUTES).
003780*-----------------------------------------------------------------
003790 2100-COMPUTE-DATE-LIMITE.
003800     MOVE OG-DATE-LOT TO WS-LOT-COURANT
003810     MOVE OG-DATE-LOT TO WS-DATE-CALCUL
003820     MOVE ZERO TO WS-JOURS-OUVRES
003830     PERFORM 2110-ADD-ONE-BUSINESS-DAY THRU 2110-EXIT
003840         UNTIL WS-JOURS-OUVRES = WS-DELAI-ACQUIT
003850     MOVE WS-DATE-CALCUL TO WS-DATE-LIMITE.
003860 2100-EXIT.
003870     EXIT.
003880*-----------------------------------------------------------------
003890* 2110-ADD-ONE-BUSINESS-DAY -- AVANCE D'UN JOUR CALENDAIRE ET LE
003900* COMPTE S'IL EST OUVRE.
003910*-----------------------------------------------------------------
003920 2110-ADD-ONE-BUSINESS-DAY.
003930     PERFORM 1545-ADD-ONE-DAY THRU 1545-EXIT
003940     PERFORM 1570-CHECK-ONE-DAY THRU 1570-EXIT
003950     IF JOUR-OUVRE
003960         ADD 1 TO WS-JOURS-OUVRES
003970     END-IF.
003980 2110-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------------
004010* 2200-REPORT-BATCH -- LIGNE "B" D'UN LOT DONT LES ACQUITTEMENTS
004020* ONT ETE APPLIQUES A LA DATE D'AFFAIRES : TRAILER OUTPAY (EMIS)
004030* CONTRE ACQUITTEMENTS CUMULES DU LOT.  LE LOT EST EQUILIBRE ("O")
004040* QUAND TOUS SES PAIEMENTS SONT ACQUITTES, EN NOMBRE ET EN TOTAL
004050* DE CONTROLE ; SINON "N" ET LE LOT COMPTE EN ECART.
004060*-----------------------------------------------------------------
004070 2200-REPORT-BATCH.
004080     IF OG-DATE-DERNIER-ACQUIT NOT = WS-DATE-AFFAIRES
004090         GO TO 2200-EXIT
004100     END-IF
004110     ADD 1 TO WS-LOTS-RAPPROCHES
004120     MOVE SPACES              TO CLEARING-REPORT-RECORD
004130     MOVE "B"                 TO QR-GENRE
004140     MOVE WS-DATE-AFFAIRES    TO QR-DATE-AFFAIRES
004150     MOVE OG-DATE-LOT         TO QR-DATE-LOT
004160     MOVE OG-NB-EMIS          TO QR-NB-EMIS
004170     MOVE OG-HASH-EMIS        TO QR-HASH-EMIS
004180     MOVE OG-NB-ACQUITTES     TO QR-NB-ACQUITTES
004190     MOVE OG-HASH-ACQUITTES   TO QR-HASH-ACQUITTES
004200     MOVE OG-NB-REJETES       TO QR-NB-REJETES
004210     MOVE OG-MONTANT-REJETE   TO QR-MONTANT-REJETE
004220     IF OG-NB-ACQUITTES = OG-NB-EMIS
004230             AND OG-HASH-ACQUITTES = OG-HASH-EMIS
004240         MOVE "O" TO QR-EQUILIBRE
004250     ELSE
004260         MOVE "N" TO QR-EQUILIBRE
004270         ADD 1 TO WS-LOTS-EN-ECART
004280         DISPLAY "LOT " OG-DATE-LOT " EN ECART : EMIS "
004290                 OG-NB-EMIS " / " OG-HASH-EMIS " ACQUITTES "
004300                 OG-NB-ACQUITTES " / " OG-HASH-ACQUITTES
004310     END-IF
004320     WRITE CLEARING-REPORT-RECORD
004330     ADD 1 TO WS-LIGNES-EDITEES.
004340 2200-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------------
004370* 3000-TERMINATE -- ECRIT LA LIGNE "T" DE TOTAL ET FERME LES
004380* FICHIERS.  CODE RETOUR 4 SI UN LOT ACQUITTE EST EN ECART.
004390*-----------------------------------------------------------------
004400 3000-TERMINATE.
004410     MOVE SPACES              TO CLEARING-REPORT-RECORD
004420     MOVE "T"                 TO QR-GENRE
004430     MOVE WS-DATE-AFFAIRES    TO QR-DATE-AFFAIRES
004440     MOVE WS-NOMBRE-EN-RETARD TO QR-NB-EN-RETARD
004450     MOVE WS-MONTANT-EN-RETARD TO QR-MONTANT-EN-RETARD
004460     MOVE WS-NOMBRE-RETOURS   TO QR-NB-RETOURS
004470     MOVE WS-MONTANT-RETOURS  TO QR-MONTANT-RETOURS
004480     MOVE WS-LOTS-EN-ECART    TO QR-NB-LOTS-ECART
004490     WRITE CLEARING-REPORT-RECORD
004500     CLOSE OUTPAY-REGISTER
004510     CLOSE CLEARING-REPORT
004520     DISPLAY "PAIEMENTS LUS         : " WS-PAIEMENTS-LUS
004530     DISPLAY "LIGNES EDITEES        : " WS-LIGNES-EDITEES
004540     DISPLAY "EN RETARD D'ACQUIT.   : " WS-NOMBRE-EN-RETARD
004550     DISPLAY "MONTANT EN RETARD     : " WS-MONTANT-EN-RETARD
004560     DISPLAY "REJETES DU JOUR       : " WS-NOMBRE-RETOURS
004570     DISPLAY "MONTANT REJETE        : " WS-MONTANT-RETOURS
004580     DISPLAY "LOTS RAPPROCHES       : " WS-LOTS-RAPPROCHES
004590     DISPLAY "LOTS EN ECART         : " WS-LOTS-EN-ECART
004600     IF WS-LOTS-EN-ECART > ZERO
004610         MOVE 4 TO RETURN-CODE
004620     END-IF.
004630 3000-EXIT.
004640     EXIT.
004650*-----------------------------------------------------------------
004660* 8000-READ-REGISTER -- LECTURE SEQUENTIELLE DU REGISTRE DES
004670* PAIEMENTS SORTANTS (ORDRE LOT, COMPTE, REFERENCE).
004680*-----------------------------------------------------------------
004690 8000-READ-REGISTER.
004700     READ OUTPAY-REGISTER
004710         AT END
004720             MOVE "Y" TO WS-EOF-SW
004730         NOT AT END
004740             ADD 1 TO WS-PAIEMENTS-LUS
004750     END-READ.
004760 8000-EXIT.
004770     EXIT.
004780*-----------------------------------------------------------------
004790* 8079-READ-CALENDAR -- LECTURE SEQUENTIELLE DU CALENDRIER
004800* D'AFFAIRES.
004810*-----------------------------------------------------------------
004820 8079-READ-CALENDAR.
004830     READ BUSINESS-CALENDAR
004840         AT END
004850             MOVE "Y" TO WS-CALEND-EOF-SW
004860     END-READ.
004870 8079-EXIT.
004880     EXIT.
004890*-----------------------------------------------------------------
004900* 8810-DATE-EN-JOURS -- CONVERTIT WS-DATE-CALCUL (AAAAMMJJ) EN
004910* NOMBRE DE JOURS DEPUIS L'ORIGINE (MEME FORMULE QUE SIMPLEBANK).
004920*-----------------------------------------------------------------
004930 8810-DATE-EN-JOURS.
004940     COMPUTE WS-DT-ANNEE-PREC = WS-CAL-ANNEE - 1
004950     DIVIDE WS-DT-ANNEE-PREC BY 4 GIVING WS-DT-BIS4
004960     DIVIDE WS-DT-ANNEE-PREC BY 100 GIVING WS-DT-BIS100
004970     DIVIDE WS-DT-ANNEE-PREC BY 400 GIVING WS-DT-BIS400
004980     COMPUTE WS-DT-JOURS
004990             = WS-CAL-ANNEE * 365
005000             + WS-DT-BIS4
005010             - WS-DT-BIS100
005020             + WS-DT-BIS400
005030             + WS-JC-MOIS (WS-CAL-MOIS)
005040             + WS-CAL-JOUR
005050     MOVE "N" TO WS-DT-BISSEXTILE-SW
005060     DIVIDE WS-CAL-ANNEE BY 4 GIVING WS-DT-QUOTIENT
005070         REMAINDER WS-DT-RESTE
005080     IF WS-DT-RESTE = ZERO
005090         MOVE "Y" TO WS-DT-BISSEXTILE-SW
005100     END-IF
005110     DIVIDE WS-CAL-ANNEE BY 100 GIVING WS-DT-QUOTIENT
005120         REMAINDER WS-DT-RESTE
005130     IF WS-DT-RESTE = ZERO
005140         MOVE "N" TO WS-DT-BISSEXTILE-SW
005150     END-IF
005160     DIVIDE WS-CAL-ANNEE BY 400 GIVING WS-DT-QUOTIENT
005170         REMAINDER WS-DT-RESTE
005180     IF WS-DT-RESTE = ZERO
005190         MOVE "Y" TO WS-DT-BISSEXTILE-SW
005200     END-IF
005210     IF ANNEE-BISSEXTILE AND WS-CAL-MOIS > 2
005220         ADD 1 TO WS-DT-JOURS
005230     END-IF.
005240 8810-EXIT.
005250     EXIT.
005260*-----------------------------------------------------------------
005270* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
005280* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
005290* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
005300* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
005310* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
005320* N'EST PAS INSCRITE AU REGISTRE.
005330*-----------------------------------------------------------------
005340 9600-CHECK-STEP-DIRECTIVE.
005350     MOVE "CLRACKR " TO ETP-PROGRAMME
005360     OPEN INPUT STEP-DIRECTIVES
005370     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
005380         UNTIL ETP-DIR-END-OF-FILE
005390             OR ETP-CONSIGNE-TROUVEE
005400     CLOSE STEP-DIRECTIVES
005410     IF NOT ETP-A-SAUTER
005420         GO TO 9600-EXIT
005430     END-IF
005440     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
005450             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
005460             ") - NON REJOUEE"
005470     MOVE ZERO TO RETURN-CODE
005480     STOP RUN.
005490 9600-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------------
005520* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
005530* CELLE DU PROGRAMME.
005540*-----------------------------------------------------------------
005550 9610-READ-DIRECTIVE.
005560     READ STEP-DIRECTIVES
005570         AT END
005580             MOVE "Y" TO ETP-DIR-EOF-SW
005590         NOT AT END
005600             IF DI-PROGRAMME = ETP-PROGRAMME
005610                 MOVE "Y"              TO ETP-TROUVEE-SW
005620                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
005630                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
005640                 MOVE DI-ETAPE         TO ETP-ETAPE
005650                 MOVE DI-ACTION        TO ETP-ACTION
005660                 MOVE DI-MOTIF         TO ETP-MOTIF
005670             END-IF
005680     END-READ.
005690 9610-EXIT.
005700     EXIT.
005710*-----------------------------------------------------------------
005720* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
005730* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
005740* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
005750* CHAINE, RIEN N'EST INSCRIT.
005760*-----------------------------------------------------------------
005770 9700-REGISTER-STEP.
005780     IF NOT ETP-CONSIGNE-TROUVEE
005790         GO TO 9700-EXIT
005800     END-IF
005810     MOVE WS-PAIEMENTS-LUS TO ETP-LUS
005820     MOVE WS-LIGNES-EDITEES TO ETP-ECRITS
005830     MOVE RETURN-CODE TO ETP-CODE-RETOUR
005840     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
005850     ACCEPT ETP-HEURE-SYSTEME FROM TIME
005860     OPEN EXTEND CHAIN-REGISTER
005870     MOVE SPACES            TO CHAIN-REGISTER-RECORD
005880     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
005890     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
005900     MOVE ETP-ETAPE         TO RG-ETAPE
005910     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
005920     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
005930     MOVE ETP-LUS           TO RG-LUS
005940     MOVE ETP-ECRITS        TO RG-ECRITS
005950     MOVE ETP-REJETS        TO RG-REJETS
005960     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
005970     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
005980     WRITE CHAIN-REGISTER-RECORD
005990     CLOSE CHAIN-REGISTER
006000     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
006010             ETP-CODE-RETOUR.
006020 9700-EXIT.
006030     EXIT.
