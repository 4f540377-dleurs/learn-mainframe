000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DEPOSIT-LADDER.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. ECHELLE DES ECHEANCES DES
000220*                  DEPOTS A TERME POUR LA TRESORERIE : UNE LIGNE
000230*                  PAR DEPOT EN COURS DU MAITRE TDMSTR (JOURS
000240*                  JUSQU'A LA DATE DE PAIEMENT, CAPITAL ET
000250*                  INTERETS A VERSER), PUIS LES TOTAUX PAR
000260*                  TRANCHE D'ECHEANCE ET LE TOTAL GENERAL SUR
000270*                  TDLADR.
000280* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000290*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000300*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000310*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000320*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000330*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000340*-----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TERM-DEPOSIT-MASTER ASSIGN TO TDMSTR
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE IS SEQUENTIAL
000440            RECORD KEY IS DP-NUMERO-DEPOT.

000450     SELECT DEPOSIT-LADDER   ASSIGN TO TDLADR
000460            ORGANIZATION IS SEQUENTIAL.

000470     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000480            ORGANIZATION IS SEQUENTIAL.
000490
000500     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000510            ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000540            ORGANIZATION IS SEQUENTIAL.
000550*-------------
000560 DATA DIVISION.
000570*-------------
000580 FILE SECTION.
000590 FD  TERM-DEPOSIT-MASTER.
000600 COPY DEPOREC.
000610*
000620 FD  DEPOSIT-LADDER
000630     LABEL RECORDS ARE STANDARD.
000640 COPY DEPLADR.
000650*
000660 FD  RUN-CONTROL
000670     LABEL RECORDS ARE STANDARD.
000680 COPY RUNCTL.
000690*
000700 FD  STEP-DIRECTIVES
000710     LABEL RECORDS ARE STANDARD.
000720 COPY STEPDIR.
000730*
000740 FD  CHAIN-REGISTER
000750     LABEL RECORDS ARE STANDARD.
000760 COPY CHAINREG.
000770*
000780 WORKING-STORAGE SECTION.
000790*
000800 01  WS-SWITCHES.
000810     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000820         88  END-OF-FILE             VALUE "Y".
000830*
000840 77  WS-DEPOTS-LUS           PIC 9(07)   COMP VALUE ZERO.
000850 77  WS-DEPOTS-EDITES        PIC 9(07)   COMP VALUE ZERO.
000860 77  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
000870     88  RUNCTL-END-OF-FILE          VALUE "Y".
000880 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
000890 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
000900 77  WS-JOURS-AFFAIRES       PIC 9(07)   VALUE ZERO.
000910 77  WS-JOURS-VALEUR         PIC 9(07)   VALUE ZERO.
000920 77  WS-JOURS-PAIEMENT       PIC 9(07)   VALUE ZERO.
000930 77  WS-JOURS-RESTANTS       PIC 9(05)   VALUE ZERO.
000940 77  WS-JOURS-COURUS         PIC 9(05)   VALUE ZERO.
000950 77  WS-INTERETS             PIC 9(9)V99 VALUE ZERO.
000960 77  WS-TR-IDX               PIC 9(02)   COMP VALUE ZERO.
000970*
000980*    TRANCHES D'ECHEANCE : LIMITE HAUTE EN JOURS RESTANTS (LA
000990*    TRANCHE 00 REGROUPE LES DEPOTS DONT LA DATE DE PAIEMENT EST
001000*    DEPASSEE SANS VERSEMENT, LA DERNIERE N'A PAS DE LIMITE).
001010 01  WS-TRANCHES-TABLE.
001020     05  FILLER              PIC X(25)
001030                             VALUE "00000ECHU NON VERSE      ".
001040     05  FILLER              PIC X(25)
001050                             VALUE "00007JUSQU'A 7 JOURS     ".
001060     05  FILLER              PIC X(25)
001070                             VALUE "00031JUSQU'A 1 MOIS      ".
001080     05  FILLER              PIC X(25)
001090                             VALUE "00092JUSQU'A 3 MOIS      ".
001100     05  FILLER              PIC X(25)
001110                             VALUE "00183JUSQU'A 6 MOIS      ".
001120     05  FILLER              PIC X(25)
001130                             VALUE "00366JUSQU'A 12 MOIS     ".
001140     05  FILLER              PIC X(25)
001150                             VALUE "99999AU-DELA DE 12 MOIS  ".
001160 01  WS-TRANCHES REDEFINES WS-TRANCHES-TABLE.
001170     05  WS-TR-DEFINITION OCCURS 7 TIMES.
001180         10  WS-TR-LIMITE    PIC 9(05).
001190         10  WS-TR-LIBELLE   PIC X(20).
001200 01  WS-CUMULS-TABLE.
001210     05  WS-CU-TRANCHE OCCURS 7 TIMES.
001220         10  WS-CU-NOMBRE    PIC 9(07)   COMP.
001230         10  WS-CU-MONTANT   PIC 9(13)V99.
001240         10  WS-CU-INTERETS  PIC 9(11)V99.
001250 77  WS-TOTAL-NOMBRE         PIC 9(07)   COMP VALUE ZERO.
001260 77  WS-TOTAL-MONTANT        PIC 9(13)V99 VALUE ZERO.
001270 77  WS-TOTAL-INTERETS       PIC 9(11)V99 VALUE ZERO.
001280*
001290 01  WS-DATE-CALCUL.
001300     05  WS-CAL-ANNEE        PIC 9(04).
001310     05  WS-CAL-MOIS         PIC 9(02).
001320     05  WS-CAL-JOUR         PIC 9(02).
001330 77  WS-DT-JOURS             PIC 9(07)   VALUE ZERO.
001340 77  WS-DT-ANNEE-PREC        PIC 9(04)   VALUE ZERO.
001350 77  WS-DT-BIS4              PIC 9(04)   VALUE ZERO.
001360 77  WS-DT-BIS100            PIC 9(04)   VALUE ZERO.
001370 77  WS-DT-BIS400            PIC 9(04)   VALUE ZERO.
001380 77  WS-DT-BISSEXTILE-SW     PIC X(01)   VALUE "N".
001390     88  ANNEE-BISSEXTILE            VALUE "Y".
001400 77  WS-DT-RESTE             PIC 9(04)   VALUE ZERO.
001410 77  WS-DT-QUOTIENT          PIC 9(04)   VALUE ZERO.
001420 01  WS-JOURS-CUMULES-TABLE.
001430     05  FILLER          PIC X(18) VALUE "000031059090120151".
001440     05  FILLER          PIC X(18) VALUE "181212243273304334".
001450 01  WS-JOURS-CUMULES REDEFINES WS-JOURS-CUMULES-TABLE.
001460     05  WS-JC-MOIS OCCURS 12 TIMES PIC 9(03).
001470*
001480 COPY STEPCTL.
001490*-------------------
001500 PROCEDURE DIVISION.
001510*-------------------
001520 0000-MAINLINE.
001530     DISPLAY "DEPOSIT-LADDER : ECHELLE DES DEPOTS A TERME"
001540     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560     PERFORM 2000-PROCESS-DEPOSIT THRU 2000-EXIT
001570         UNTIL END-OF-FILE
001580     PERFORM 3000-TERMINATE THRU 3000-EXIT
001590     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001600     STOP RUN.
001610*-----------------------------------------------------------------
001620* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES, REMET LES CUMULS DES
001630* TRANCHES A ZERO, OUVRE LES FICHIERS ET LIT LE PREMIER DEPOT.
001640*-----------------------------------------------------------------
001650 1000-INITIALIZE.
001660     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001670     MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
001680     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
001690     MOVE WS-DT-JOURS TO WS-JOURS-AFFAIRES
001700     MOVE 1 TO WS-TR-IDX
001710     PERFORM 1100-CLEAR-ONE-TRANCHE THRU 1100-EXIT
001720         UNTIL WS-TR-IDX > 7
001730     OPEN INPUT  TERM-DEPOSIT-MASTER
001740     OPEN OUTPUT DEPOSIT-LADDER
001750     PERFORM 8000-READ-DEPOSIT THRU 8000-EXIT.
001760 1000-EXIT.
001770     EXIT.
001780*-----------------------------------------------------------------
001790* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES DU RUN SUR
001800* RUNCTL ; ARRET EN CODE RETOUR 16 SI ELLE EST ABSENTE.
001810*-----------------------------------------------------------------
001820 1050-LOAD-RUN-CONTROL.
001830     OPEN INPUT RUN-CONTROL
001840     READ RUN-CONTROL
001850         AT END
001860             MOVE "Y" TO WS-RUNCTL-EOF-SW
001870         NOT AT END
001880             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
001890             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
001900     END-READ
001910     CLOSE RUN-CONTROL
001920     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
001930         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF
001970     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
001980             " RUN : " WS-NUMERO-RUN.
001990 1050-EXIT.
002000     EXIT.
002010*-----------------------------------------------------------------
002020* 1100-CLEAR-ONE-TRANCHE -- REMET A ZERO LES CUMULS D'UNE
002030* TRANCHE D'ECHEANCE.
002040*-----------------------------------------------------------------
002050 1100-CLEAR-ONE-TRANCHE.
002060     MOVE ZERO TO WS-CU-NOMBRE (WS-TR-IDX)
002070     MOVE ZERO TO WS-CU-MONTANT (WS-TR-IDX)
002080     MOVE ZERO TO WS-CU-INTERETS (WS-TR-IDX)
002090     ADD 1 TO WS-TR-IDX.
002100 1100-EXIT.
002110     EXIT.
002120*-----------------------------------------------------------------
002130* 2000-PROCESS-DEPOSIT -- EDITE LE DEPOT COURANT S'IL EST EN
002140* COURS : JOURS RESTANTS JUSQU'A SA DATE DE PAIEMENT, INTERETS
002150* A VERSER A L'ECHEANCE AU TAUX DU DEPOT (MONTANT X TAUX X JOURS
002160* DE LA DATE DE VALEUR A LA DATE DE PAIEMENT / 365, MEME CALCUL
002170* QUE SIMPLEBANK), PUIS LE CUMULE DANS SA TRANCHE.  LES DEPOTS A
002180* METTRE EN PLACE, ECHUS OU ROMPUS NE SONT PAS EDITES.
002190*-----------------------------------------------------------------
002200 2000-PROCESS-DEPOSIT.
002210     IF NOT DP-ACTIF
002220         GO TO 2000-SUITE
002230     END-IF
002240     MOVE DP-DATE-VALEUR TO WS-DATE-CALCUL
002250     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
002260     MOVE WS-DT-JOURS TO WS-JOURS-VALEUR
002270     MOVE DP-DATE-PAIEMENT TO WS-DATE-CALCUL
002280     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
002290     MOVE WS-DT-JOURS TO WS-JOURS-PAIEMENT
002300     IF WS-JOURS-PAIEMENT > WS-JOURS-VALEUR
002310         COMPUTE WS-JOURS-COURUS
002320                 = WS-JOURS-PAIEMENT - WS-JOURS-VALEUR
002330     ELSE
002340         MOVE ZERO TO WS-JOURS-COURUS
002350     END-IF
002360     COMPUTE WS-INTERETS ROUNDED
002370             = DP-MONTANT * DP-TAUX-ANNUEL * WS-JOURS-COURUS / 365
002380     IF WS-JOURS-PAIEMENT < WS-JOURS-AFFAIRES
002390         MOVE ZERO TO WS-JOURS-RESTANTS
002400         MOVE 1 TO WS-TR-IDX
002410     ELSE
002420         COMPUTE WS-JOURS-RESTANTS
002430                 = WS-JOURS-PAIEMENT - WS-JOURS-AFFAIRES
002440         MOVE 2 TO WS-TR-IDX
002450         PERFORM 2100-NEXT-TRANCHE THRU 2100-EXIT
002460             UNTIL WS-JOURS-RESTANTS
002470            NOT > WS-TR-LIMITE (WS-TR-IDX)
002480     END-IF
002490     MOVE SPACES             TO DEPOSIT-LADDER-RECORD
002500     MOVE "D"                TO DL-GENRE
002510     COMPUTE DL-TRANCHE = WS-TR-IDX - 1
002520     MOVE WS-TR-LIBELLE (WS-TR-IDX) TO DL-LIBELLE
002530     MOVE DP-NUMERO-DEPOT    TO DL-NUMERO-DEPOT
002540     MOVE DP-ACCOUNT-NUMBER  TO DL-ACCOUNT-NUMBER
002550     MOVE DP-DATE-PAIEMENT   TO DL-DATE-PAIEMENT
002560     MOVE WS-JOURS-RESTANTS  TO DL-JOURS
002570     MOVE 1                  TO DL-NOMBRE
002580     MOVE DP-MONTANT         TO DL-MONTANT
002590     MOVE WS-INTERETS        TO DL-INTERETS
002600     WRITE DEPOSIT-LADDER-RECORD
002610     ADD 1 TO WS-DEPOTS-EDITES
002620     ADD 1           TO WS-CU-NOMBRE (WS-TR-IDX)
002630     ADD DP-MONTANT  TO WS-CU-MONTANT (WS-TR-IDX)
002640     ADD WS-INTERETS TO WS-CU-INTERETS (WS-TR-IDX).
002650 2000-SUITE.
002660     PERFORM 8000-READ-DEPOSIT THRU 8000-EXIT.
002670 2000-EXIT.
002680     EXIT.
002690*-----------------------------------------------------------------
002700* 2100-NEXT-TRANCHE -- PASSE A LA TRANCHE D'ECHEANCE SUIVANTE
002710* (LA DERNIERE, SANS LIMITE, ARRETE LA RECHERCHE).
002720*-----------------------------------------------------------------
002730 2100-NEXT-TRANCHE.
002740     ADD 1 TO WS-TR-IDX.
002750 2100-EXIT.
002760     EXIT.
002770*-----------------------------------------------------------------
002780* 3000-TERMINATE -- ECRIT UNE LIGNE "B" PAR TRANCHE PUIS LA LIGNE
002790* "G" DE TOTAL GENERAL, FERME LES FICHIERS.
002800*-----------------------------------------------------------------
002810 3000-TERMINATE.
002820     MOVE 1 TO WS-TR-IDX
002830     PERFORM 3100-WRITE-ONE-TRANCHE THRU 3100-EXIT
002840         UNTIL WS-TR-IDX > 7
002850     MOVE SPACES             TO DEPOSIT-LADDER-RECORD
002860     MOVE "G"                TO DL-GENRE
002870     MOVE "TOTAL GENERAL"    TO DL-LIBELLE
002880     MOVE ZERO               TO DL-TRANCHE
002890     MOVE ZERO               TO DL-JOURS
002900     MOVE WS-TOTAL-NOMBRE    TO DL-NOMBRE
002910     MOVE WS-TOTAL-MONTANT   TO DL-MONTANT
002920     MOVE WS-TOTAL-INTERETS  TO DL-INTERETS
002930     WRITE DEPOSIT-LADDER-RECORD
002940     CLOSE TERM-DEPOSIT-MASTER
002950     CLOSE DEPOSIT-LADDER
002960     DISPLAY "DEPOTS LUS            : " WS-DEPOTS-LUS
002970     DISPLAY "DEPOTS EDITES         : " WS-DEPOTS-EDITES
002980     DISPLAY "CAPITAL EN COURS      : " WS-TOTAL-MONTANT
002990     DISPLAY "INTERETS A VERSER     : " WS-TOTAL-INTERETS.
003000 3000-EXIT.
003010     EXIT.
003020*-----------------------------------------------------------------
003030* 3100-WRITE-ONE-TRANCHE -- ECRIT LA LIGNE "B" DE LA TRANCHE
003040* COURANTE (MEME A ZERO, POUR UNE ECHELLE COMPLETE) ET LA CUMULE
003050* DANS LE TOTAL GENERAL.
003060*-----------------------------------------------------------------
003070 3100-WRITE-ONE-TRANCHE.
003080     MOVE SPACES             TO DEPOSIT-LADDER-RECORD
003090     MOVE "B"                TO DL-GENRE
003100     COMPUTE DL-TRANCHE = WS-TR-IDX - 1
003110     MOVE WS-TR-LIBELLE (WS-TR-IDX) TO DL-LIBELLE
003120     MOVE ZERO               TO DL-JOURS
003130     MOVE WS-CU-NOMBRE (WS-TR-IDX)   TO DL-NOMBRE
003140     MOVE WS-CU-MONTANT (WS-TR-IDX)  TO DL-MONTANT
003150     MOVE WS-CU-INTERETS (WS-TR-IDX) TO DL-INTERETS
003160     WRITE DEPOSIT-LADDER-RECORD
003170     ADD WS-CU-NOMBRE (WS-TR-IDX)   TO WS-TOTAL-NOMBRE
003180     ADD WS-CU-MONTANT (WS-TR-IDX)  TO WS-TOTAL-MONTANT
003190     ADD WS-CU-INTERETS (WS-TR-IDX) TO WS-TOTAL-INTERETS
003200     ADD 1 TO WS-TR-IDX.
003210 3100-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------------
003240* 8000-READ-DEPOSIT -- LECTURE SEQUENTIELLE DU MAITRE DES DEPOTS
003250* A TERME.
003260*-----------------------------------------------------------------
003270 8000-READ-DEPOSIT.
003280     READ TERM-DEPOSIT-MASTER
003290         AT END
003300             MOVE "Y" TO WS-EOF-SW
003310         NOT AT END
003320             ADD 1 TO WS-DEPOTS-LUS
003330     END-READ.
003340 8000-EXIT.
003350     EXIT.
003360*-----------------------------------------------------------------
003370* 8810-DATE-EN-JOURS -- CONVERTIT WS-DATE-CALCUL (AAAAMMJJ) EN
003380* NOMBRE DE JOURS DEPUIS L'ORIGINE (MEME FORMULE QUE
003390* KYC-CASE-MAINT).
003400*-----------------------------------------------------------------
003410 8810-DATE-EN-JOURS.
003420     COMPUTE WS-DT-ANNEE-PREC = WS-CAL-ANNEE - 1
003430     DIVIDE WS-DT-ANNEE-PREC BY 4 GIVING WS-DT-BIS4
003440     DIVIDE WS-DT-ANNEE-PREC BY 100 GIVING WS-DT-BIS100
003450     DIVIDE WS-DT-ANNEE-PREC BY 400 GIVING WS-DT-BIS400
003460     COMPUTE WS-DT-JOURS
003470             = WS-CAL-ANNEE * 365
003480             + WS-DT-BIS4
003490             - WS-DT-BIS100
003500             + WS-DT-BIS400
003510             + WS-JC-MOIS (WS-CAL-MOIS)
003520             + WS-CAL-JOUR
003530     MOVE "N" TO WS-DT-BISSEXTILE-SW
003540     DIVIDE WS-CAL-ANNEE BY 4 GIVING WS-DT-QUOTIENT
003550         REMAINDER WS-DT-RESTE
003560     IF WS-DT-RESTE = ZERO
003570         MOVE "Y" TO WS-DT-BISSEXTILE-SW
003580     END-IF
003590     DIVIDE WS-CAL-ANNEE BY 100 GIVING WS-DT-QUOTIENT
003600         REMAINDER WS-DT-RESTE
003610     IF WS-DT-RESTE = ZERO
003620         MOVE "N" TO WS-DT-BISSEXTILE-SW
003630     END-IF
003640     DIVIDE WS-CAL-ANNEE BY 400 GIVING WS-DT-QUOTIENT
003650         REMAINDER WS-DT-RESTE
003660     IF WS-DT-RESTE = ZERO
003670         MOVE "Y" TO WS-DT-BISSEXTILE-SW
003680     END-IF
003690     IF ANNEE-BISSEXTILE AND WS-CAL-MOIS > 2
003700         ADD 1 TO WS-DT-JOURS
003710     END-IF.
003720 8810-EXIT.
003730     EXIT.
003740*-----------------------------------------------------------------
003750* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
003760* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
003770* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
003780* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
003790* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
003800* N'EST PAS INSCRITE AU REGISTRE.
003810*-----------------------------------------------------------------
003820 9600-CHECK-STEP-DIRECTIVE.
003830     MOVE "TDLADDR " TO ETP-PROGRAMME
003840     OPEN INPUT STEP-DIRECTIVES
003850     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
003860         UNTIL ETP-DIR-END-OF-FILE
003870             OR ETP-CONSIGNE-TROUVEE
003880     CLOSE STEP-DIRECTIVES
003890     IF NOT ETP-A-SAUTER
003900         GO TO 9600-EXIT
003910     END-IF
003920     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
003930             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
003940             ") - NON REJOUEE"
003950     MOVE ZERO TO RETURN-CODE
003960     STOP RUN.
003970 9600-EXIT.
003980     EXIT.
003990*-----------------------------------------------------------------
004000* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
004010* CELLE DU PROGRAMME.
004020*-----------------------------------------------------------------
004030 9610-READ-DIRECTIVE.
004040     READ STEP-DIRECTIVES
004050         AT END
004060             MOVE "Y" TO ETP-DIR-EOF-SW
004070         NOT AT END
004080             IF DI-PROGRAMME = ETP-PROGRAMME
004090                 MOVE "Y"              TO ETP-TROUVEE-SW
004100                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
004110                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
004120                 MOVE DI-ETAPE         TO ETP-ETAPE
004130                 MOVE DI-ACTION        TO ETP-ACTION
004140                 MOVE DI-MOTIF         TO ETP-MOTIF
004150             END-IF
004160     END-READ.
004170 9610-EXIT.
004180     EXIT.
004190*-----------------------------------------------------------------
004200* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
004210* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
004220* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
004230* CHAINE, RIEN N'EST INSCRIT.
004240*-----------------------------------------------------------------
004250 9700-REGISTER-STEP.
004260     IF NOT ETP-CONSIGNE-TROUVEE
004270         GO TO 9700-EXIT
004280     END-IF
004290     MOVE WS-DEPOTS-LUS TO ETP-LUS
004300     MOVE WS-DEPOTS-EDITES TO ETP-ECRITS
004310     MOVE RETURN-CODE TO ETP-CODE-RETOUR
004320     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
004330     ACCEPT ETP-HEURE-SYSTEME FROM TIME
004340     OPEN EXTEND CHAIN-REGISTER
004350     MOVE SPACES            TO CHAIN-REGISTER-RECORD
004360     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
004370     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
004380     MOVE ETP-ETAPE         TO RG-ETAPE
004390     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
004400     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
004410     MOVE ETP-LUS           TO RG-LUS
004420     MOVE ETP-ECRITS        TO RG-ECRITS
004430     MOVE ETP-REJETS        TO RG-REJETS
004440     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
004450     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
004460     WRITE CHAIN-REGISTER-RECORD
004470     CLOSE CHAIN-REGISTER
004480     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
004490             ETP-CODE-RETOUR.
004500 9700-EXIT.
004510     EXIT.
