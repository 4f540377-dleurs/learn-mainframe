000330*                  NUIT A L'AUTRE.  LE TOTAL DU SOIR PART SUR LA
000340*                  NOUVELLE GENERATION TBALHST ET LES COMPTEURS
000350*                  SUR RUNSTATS.
000351* 2026-10-15 MF    SOUS-TOTAUX PAR PRODUIT (LIGNES "P" : NOMBRE
000352*                  DE COMPTES ET TOTAL DES SOLDES PAR
000353*                  ACCT-PRODUIT), EDITES APRES LES STATUTS.
000354* 2026-10-15 MF    AGIOS "A" RETRANCHES DU MOUVEMENT NET DU
000355*                  CROISEMENT GLPOST, COMME LES FRAIS.
000356* 2026-10-15 MF    ENCOURS DES PRETS A TERME : LE MAITRE DES
000357*                  PRETS LOANMSTR EST PARCOURU APRES LES COMPTES.
000358*                  UNE LIGNE "R" PAR PRET EN IMPAYE (JOURS DE
000359*                  RETARD, IMPAYES, CAPITAL RESTANT DU), PUIS LES
000360*                  TOTAUX "L" (ENCOURS DE CAPITAL DES PRETS EN
000361*                  COURS) ET "I" (TOTAL DES IMPAYES).  AU
000362*                  CROISEMENT GLPOST, LE DEBLOCAGE "K" S'AJOUTE,
000363*                  LES ECHEANCES "L" ET "J" SE RETRANCHENT.
000364* 2026-10-15 MF    DEPOTS A TERME AU CROISEMENT GLPOST : CAPITAL
000365*                  "M" ET INTERETS "G" S'AJOUTENT, LA MISE EN
000366*                  PLACE "P" SE RETRANCHE.
000367* 2026-10-15 MF    PRELEVEMENTS SEPA AU CROISEMENT GLPOST : LE
000368*                  REMBOURSEMENT "U" S'AJOUTE, LE PRELEVEMENT "O"
000369*                  SE RETRANCHE.
000370* 2026-10-15 MF    EXTOURNES D'OPERATEUR AU CROISEMENT GLPOST :
000371*                  "Z" S'AJOUTE, "Y" SE RETRANCHE.
000372* 2026-10-15 MF    PAIEMENT SORTANT REJETE PAR LA COMPENSATION :
000373*                  LE RECREDIT "N" S'AJOUTE AU CROISEMENT GLPOST.
000374* 2026-10-15 MF    BALANCE PAR AGENCE : LES TOTAUX PAR STATUT SONT
000375*                  TENUS PAR AGENCE (ACCT-AGENCE) ET EDITES DANS
000376*                  L'ORDRE DES CODES D'AGENCE, CHAQUE AGENCE
000377*                  SUIVIE DE SON SOUS-TOTAL "A".  LES LIGNES "N"
000378*                  ET "E" PORTENT L'AGENCE DU COMPTE (TB-AGENCE,
000379*                  TRIALRPT PASSE A 66 OCTETS).  TABLE DES STATUTS
000380*                  PORTEE A 200 ENTREES, 50 AGENCES.
000381* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000382*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000383*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000384*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000385*                  REJOUEE, SA GENERATION DE LA VEILLE EST
000386*                  RECONDUITE -- ET L'ACHEVEMENT (CODE RETOUR,
000387*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000388*-----------------------------------------------------------------
000389 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000391 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS DYNAMIC
000460            RECORD KEY IS ACCOUNT-NUMBER.
000461
000462     SELECT LOAN-MASTER      ASSIGN TO LOANMSTR
000463            ORGANIZATION IS INDEXED
000464            ACCESS MODE IS DYNAMIC
000465            RECORD KEY IS LN-NUMERO-PRET.
000470
000480     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000490            ORGANIZATION IS SEQUENTIAL.
000650
000660     SELECT RUN-STATISTICS   ASSIGN TO RUNSTATS
000670            ORGANIZATION IS SEQUENTIAL.
000671
000672     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000673            ORGANIZATION IS SEQUENTIAL.
000674
000675     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000676            ORGANIZATION IS SEQUENTIAL.
000680*-------------
000690 DATA DIVISION.
000700*-------------
000710 FILE SECTION.
000720 FD  ACCOUNT-MASTER.
000730 COPY ACCTREC.
000732*
000734 FD  LOAN-MASTER.
000736 COPY LOANREC.
000740*
000750 FD  RUN-CONTROL
000760     LABEL RECORDS ARE STANDARD.
001000     LABEL RECORDS ARE STANDARD.
001010 COPY RUNSTAT.
001020*
001021 FD  STEP-DIRECTIVES
001022     LABEL RECORDS ARE STANDARD.
001023 COPY STEPDIR.
001024*
001025 FD  CHAIN-REGISTER
001026     LABEL RECORDS ARE STANDARD.
001027 COPY CHAINREG.
001028*
001030 WORKING-STORAGE SECTION.
001040*
001050 01  WS-SWITCHES.
001150         88  HIST-END-OF-FILE        VALUE "Y".
001160     05  WS-VEILLE-SW        PIC X(01)   VALUE "N".
001170         88  TOTAL-VEILLE-CONNU      VALUE "Y".
001173     05  WS-PRETS-EOF-SW     PIC X(01)   VALUE "N".
001176         88  PRETS-END-OF-FILE       VALUE "Y".
001180*
001190 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001200 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001270 77  WS-MOUVEMENT-NET        PIC S9(13)V99 VALUE ZERO.
001280 77  WS-TOTAL-ATTENDU        PIC S9(13)V99 VALUE ZERO.
001290 77  WS-MARGE-RESTANTE       PIC S9(9)V99 VALUE ZERO.
001291 77  WS-PRETS-LUS            PIC 9(07)   COMP VALUE ZERO.
001292 77  WS-PRETS-EN-COURS       PIC 9(07)   COMP VALUE ZERO.
001293 77  WS-PRETS-EN-RETARD      PIC 9(07)   COMP VALUE ZERO.
001294 77  WS-ENCOURS-PRETS        PIC S9(13)V99 VALUE ZERO.
001295 77  WS-IMPAYES-PRETS        PIC S9(13)V99 VALUE ZERO.
001296 77  WS-ENCOURS-PRET         PIC S9(9)V99 VALUE ZERO.
001297 77  WS-IMPAYE-PRET          PIC S9(9)V99 VALUE ZERO.
001300 77  WS-STAT-ETAPE           PIC X(08)   VALUE "TRIALBAL".
001310 77  WS-STAT-COMPTEUR        PIC X(12)   VALUE SPACES.
001320 77  WS-STAT-VALEUR          PIC 9(09)   VALUE ZERO.
001330 77  WS-STA-SCAN             PIC 9(03)   COMP VALUE ZERO.
001340 77  WS-STA-IDX              PIC 9(03)   COMP VALUE ZERO.
001350 77  WS-STA-COUNT            PIC 9(03)   COMP VALUE ZERO.
001360 01  STATUT-TABLE.
001366     05  STA-ENTRY OCCURS 200 TIMES.
001372         10  STA-AGENCE         PIC X(02).
001380         10  STA-STATUT         PIC X(01).
001390         10  STA-NOMBRE         PIC 9(09).
001400         10  STA-MONTANT        PIC S9(13)V99.
001401 77  WS-PRD-SCAN             PIC 9(02)   COMP VALUE ZERO.
001402 77  WS-PRD-IDX              PIC 9(02)   COMP VALUE ZERO.
001403 77  WS-PRD-COUNT            PIC 9(02)   COMP VALUE ZERO.
001404 01  PRODUIT-TABLE.
001405     05  PRD-ENTRY OCCURS 50 TIMES.
001406         10  PRD-PRODUIT        PIC X(04).
001407         10  PRD-NOMBRE         PIC 9(09).
001408         10  PRD-MONTANT        PIC S9(13)V99.
001409 77  WS-AGT-SCAN             PIC 9(02)   COMP VALUE ZERO.
001410 77  WS-AGT-IDX              PIC 9(02)   COMP VALUE ZERO.
001411 77  WS-AGT-COUNT            PIC 9(02)   COMP VALUE ZERO.
001412 77  WS-AGT-DECALE           PIC 9(02)   COMP VALUE ZERO.
001413 01  AGENCE-TABLE.
001414     05  AGT-ENTRY OCCURS 50 TIMES.
001415         10  AGT-AGENCE         PIC X(02).
001416         10  AGT-NOMBRE         PIC 9(09).
001417         10  AGT-MONTANT        PIC S9(13)V99.
001418*
001419 COPY STEPCTL.
001420*-------------------
001421 PROCEDURE DIVISION.
001430*-------------------
001440 0000-MAINLINE.
001450     DISPLAY "TRIAL-BALANCE : BALANCE GENERALE DU FICHIER "
001460             "MAITRE"
001465     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001480     PERFORM 2000-TALLY-NEXT-ACCOUNT THRU 2000-EXIT
001490         UNTIL END-OF-FILE
001500     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
001505     PERFORM 5000-TALLY-LOANS THRU 5000-EXIT
001510     PERFORM 4000-CROSS-CHECK THRU 4000-EXIT
001520     PERFORM 9000-TERMINATE THRU 9000-EXIT
001525     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001530     STOP RUN.
001540*-----------------------------------------------------------------
001550* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES, LE SEUIL DE GRANDE
002440     EXIT.
002450*-----------------------------------------------------------------
002460* 2000-TALLY-NEXT-ACCOUNT -- LIT LE COMPTE SUIVANT EN SEQUENCE
002468* DE CLE, LE CUMULE DANS LE TOTAL DE SON AGENCE ET STATUT, DE SON
002476* AGENCE, DE SON PRODUIT ET DANS LE TOTAL GENERAL, ET EDITE
002484* IMMEDIATEMENT LES LIGNES "N" (COMPTE NEGATIF) ET "E" (GRANDE
002492* EXPOSITION).
002500*-----------------------------------------------------------------
002510 2000-TALLY-NEXT-ACCOUNT.
002520     READ ACCOUNT-MASTER NEXT RECORD
002610     PERFORM 2100-FIND-STATUT-ENTRY THRU 2100-EXIT
002620     ADD 1       TO STA-NOMBRE (WS-STA-IDX)
002630     ADD BALANCE TO STA-MONTANT (WS-STA-IDX)
002631     PERFORM 2200-FIND-PRODUIT-ENTRY THRU 2200-EXIT
002632     ADD 1       TO PRD-NOMBRE (WS-PRD-IDX)
002633     ADD BALANCE TO PRD-MONTANT (WS-PRD-IDX)
002634     PERFORM 2300-FIND-AGENCE-ENTRY THRU 2300-EXIT
002635     ADD 1       TO AGT-NOMBRE (WS-AGT-IDX)
002636     ADD BALANCE TO AGT-MONTANT (WS-AGT-IDX)
002640     IF BALANCE < ZERO
002650         ADD 1 TO WS-COMPTES-NEGATIFS
002660         COMPUTE WS-MARGE-RESTANTE
002730         MOVE BALANCE          TO TB-MONTANT
002740         MOVE WS-MARGE-RESTANTE TO TB-MARGE-RESTANTE
002750         MOVE ZERO             TO TB-SEUIL
002755         MOVE ACCT-AGENCE      TO TB-AGENCE
002760         WRITE TRIAL-BALANCE-RECORD
002770     END-IF
002780     IF WS-SEUIL-EXPOSITION > ZERO
002860         MOVE BALANCE          TO TB-MONTANT
002870         MOVE ZERO             TO TB-MARGE-RESTANTE
002880         MOVE WS-SEUIL-EXPOSITION TO TB-SEUIL
002885         MOVE ACCT-AGENCE      TO TB-AGENCE
002890         WRITE TRIAL-BALANCE-RECORD
002900         DISPLAY "GRANDE EXPOSITION : " ACCOUNT-NUMBER
002910                 " SOLDE " BALANCE
002940     EXIT.
002950*-----------------------------------------------------------------
002960* 2100-FIND-STATUT-ENTRY -- RETROUVE (OU CREE) L'ENTREE DE
002967* STATUT-TABLE DE L'AGENCE ET DU STATUT DU COMPTE COURANT.  TABLE
002974* PLEINE (STATUT OU AGENCE INATTENDU SUR LE MAITRE) : ARRET EN
002981* CODE 16.
002990*-----------------------------------------------------------------
003000 2100-FIND-STATUT-ENTRY.
003010     MOVE ZERO TO WS-STA-IDX
003040             UNTIL WS-STA-SCAN > WS-STA-COUNT
003050                 OR WS-STA-IDX > ZERO
003060     IF WS-STA-IDX = ZERO
003070         IF WS-STA-COUNT < 200
003080             ADD 1 TO WS-STA-COUNT
003090             MOVE WS-STA-COUNT TO WS-STA-IDX
003095             MOVE ACCT-AGENCE TO STA-AGENCE (WS-STA-IDX)
003100             MOVE ACCT-STATUS TO STA-STATUT (WS-STA-IDX)
003110             MOVE ZERO        TO STA-NOMBRE (WS-STA-IDX)
003120             MOVE ZERO        TO STA-MONTANT (WS-STA-IDX)
003130         ELSE
003140             DISPLAY "TABLE DES STATUTS PLEINE (200) - STATUT "
003150                     "INATTENDU SUR LE MAITRE : " ACCT-STATUS
003155                     " AGENCE " ACCT-AGENCE
003160                     " COMPTE " ACCOUNT-NUMBER
003170             MOVE 16 TO RETURN-CODE
003180             STOP RUN
003210 2100-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------------
003240* 2110-MATCH-ONE-STATUT -- RETIENT DANS WS-STA-IDX L'ENTREE DE
003250* L'AGENCE ET DU STATUT COURANTS SI ELLE EXISTE DEJA.
003260*-----------------------------------------------------------------
003270 2110-MATCH-ONE-STATUT.
003276     IF STA-AGENCE (WS-STA-SCAN) = ACCT-AGENCE
003282             AND STA-STATUT (WS-STA-SCAN) = ACCT-STATUS
003290         MOVE WS-STA-SCAN TO WS-STA-IDX
003300     END-IF.
003310 2110-EXIT.
003320     EXIT.
003330*-----------------------------------------------------------------
003331* 2200-FIND-PRODUIT-ENTRY -- RETROUVE (OU CREE) L'ENTREE DE
003332* PRODUIT-TABLE DU PRODUIT DU COMPTE COURANT.  PLUS DE
003333* CINQUANTE PRODUITS DISTINCTS : ARRET EN CODE 16, UN
003334* SOUS-TOTAL PERDU FAUSSERAIT LA BALANCE PAR PRODUIT.
003335*-----------------------------------------------------------------
003336 2200-FIND-PRODUIT-ENTRY.
003337     MOVE ZERO TO WS-PRD-IDX
003338     PERFORM 2210-MATCH-ONE-PRODUIT THRU 2210-EXIT
003339         VARYING WS-PRD-SCAN FROM 1 BY 1
003340             UNTIL WS-PRD-SCAN > WS-PRD-COUNT
003341                 OR WS-PRD-IDX > ZERO
003342     IF WS-PRD-IDX = ZERO
003343         IF WS-PRD-COUNT < 50
003344             ADD 1 TO WS-PRD-COUNT
003345             MOVE WS-PRD-COUNT TO WS-PRD-IDX
003346             MOVE ACCT-PRODUIT TO PRD-PRODUIT (WS-PRD-IDX)
003347             MOVE ZERO         TO PRD-NOMBRE (WS-PRD-IDX)
003348             MOVE ZERO         TO PRD-MONTANT (WS-PRD-IDX)
003349         ELSE
003350             DISPLAY "TABLE DES PRODUITS PLEINE (50) - PRODUIT "
003351                     ACCT-PRODUIT " COMPTE " ACCOUNT-NUMBER
003352             MOVE 16 TO RETURN-CODE
003353             STOP RUN
003354         END-IF
003355     END-IF.
003356 2200-EXIT.
003357     EXIT.
003358*-----------------------------------------------------------------
003359* 2210-MATCH-ONE-PRODUIT -- RETIENT DANS WS-PRD-IDX L'ENTREE DU
003360* PRODUIT COURANT SI ELLE EXISTE DEJA.
003361*-----------------------------------------------------------------
003362 2210-MATCH-ONE-PRODUIT.
003363     IF PRD-PRODUIT (WS-PRD-SCAN) = ACCT-PRODUIT
003364         MOVE WS-PRD-SCAN TO WS-PRD-IDX
003365     END-IF.
003366 2210-EXIT.
003367     EXIT.
003368*-----------------------------------------------------------------
003369* 2300-FIND-AGENCE-ENTRY -- RETROUVE (OU CREE) L'ENTREE
003370* D'AGENCE-TABLE DE L'AGENCE DU COMPTE COURANT.  LA TABLE EST
003371* TENUE DANS L'ORDRE DES CODES D'AGENCE : UNE AGENCE NOUVELLE EST
003372* INSEREE A SA PLACE EN DECALANT LES SUIVANTES.  PLUS DE
003373* CINQUANTE AGENCES DISTINCTES : ARRET EN CODE 16.
003374* EN SORTIE, WS-AGT-IDX POINTE SUR L'ENTREE DE L'AGENCE.
003375*-----------------------------------------------------------------
003376 2300-FIND-AGENCE-ENTRY.
003377     MOVE ZERO TO WS-AGT-IDX
003378     PERFORM 2310-PLACE-ONE-AGENCE THRU 2310-EXIT
003379         VARYING WS-AGT-SCAN FROM 1 BY 1
003380             UNTIL WS-AGT-SCAN > WS-AGT-COUNT
003381                 OR WS-AGT-IDX > ZERO
003382     IF WS-AGT-IDX > ZERO
003383         IF AGT-AGENCE (WS-AGT-IDX) = ACCT-AGENCE
003384             GO TO 2300-EXIT
003385         END-IF
003386     END-IF
003387     IF WS-AGT-COUNT NOT < 50
003388         DISPLAY "TABLE DES AGENCES PLEINE (50) - AGENCE "
003389                 ACCT-AGENCE " COMPTE " ACCOUNT-NUMBER
003390         MOVE 16 TO RETURN-CODE
003391         STOP RUN
003392     END-IF
003393     IF WS-AGT-IDX = ZERO
003394         COMPUTE WS-AGT-IDX = WS-AGT-COUNT + 1
003395     ELSE
003396         PERFORM 2320-SHIFT-ONE-AGENCE THRU 2320-EXIT
003397             VARYING WS-AGT-DECALE FROM WS-AGT-COUNT BY -1
003398                 UNTIL WS-AGT-DECALE < WS-AGT-IDX
003399     END-IF
003400     ADD 1 TO WS-AGT-COUNT
003401     MOVE ACCT-AGENCE TO AGT-AGENCE (WS-AGT-IDX)
003402     MOVE ZERO        TO AGT-NOMBRE (WS-AGT-IDX)
003403     MOVE ZERO        TO AGT-MONTANT (WS-AGT-IDX).
003404 2300-EXIT.
003405     EXIT.
003406*-----------------------------------------------------------------
003407* 2310-PLACE-ONE-AGENCE -- RETIENT DANS WS-AGT-IDX LA PREMIERE
003408* ENTREE DONT LE CODE EST EGAL OU SUPERIEUR A L'AGENCE DU COMPTE
003409* COURANT (ENTREE EXISTANTE OU PLACE D'INSERTION).
003410*-----------------------------------------------------------------
003411 2310-PLACE-ONE-AGENCE.
003412     IF AGT-AGENCE (WS-AGT-SCAN) NOT < ACCT-AGENCE
003413         MOVE WS-AGT-SCAN TO WS-AGT-IDX
003414     END-IF.
003415 2310-EXIT.
003416     EXIT.
003417*-----------------------------------------------------------------
003418* 2320-SHIFT-ONE-AGENCE -- DECALE D'UN RANG VERS LE BAS L'ENTREE
003419* D'AGENCE-TABLE POINTEE PAR WS-AGT-DECALE.
003420*-----------------------------------------------------------------
003421 2320-SHIFT-ONE-AGENCE.
003422     MOVE AGT-ENTRY (WS-AGT-DECALE)
003423         TO AGT-ENTRY (WS-AGT-DECALE + 1).
003424 2320-EXIT.
003425     EXIT.
003426*-----------------------------------------------------------------
003427* 3000-WRITE-REPORT -- EDITE, AGENCE PAR AGENCE, LES TOTAUX PAR
003428* STATUT ET LE SOUS-TOTAL DE L'AGENCE, PUIS LES SOUS-TOTAUX PAR
003429* PRODUIT ET LE TOTAL GENERAL, ET PORTE CE DERNIER SUR LA NOUVELLE
003430* GENERATION DU FICHIER DE REPORT TBALHST.
003431*-----------------------------------------------------------------
003432 3000-WRITE-REPORT.
003433     PERFORM 3050-WRITE-ONE-AGENCE THRU 3050-EXIT
003434         VARYING WS-AGT-SCAN FROM 1 BY 1
003435             UNTIL WS-AGT-SCAN > WS-AGT-COUNT
003436     PERFORM 3200-WRITE-ONE-PRODUIT THRU 3200-EXIT
003437         VARYING WS-PRD-SCAN FROM 1 BY 1
003438             UNTIL WS-PRD-SCAN > WS-PRD-COUNT
003439     MOVE SPACES TO TRIAL-BALANCE-RECORD
003440     MOVE "G"              TO TB-GENRE
003441     MOVE WS-COMPTES-LUS   TO TB-NOMBRE
003450     MOVE WS-TOTAL-GENERAL TO TB-MONTANT
003460     MOVE ZERO TO TB-MARGE-RESTANTE TB-SEUIL
003470     WRITE TRIAL-BALANCE-RECORD
003540 3000-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------------
003561* 3050-WRITE-ONE-AGENCE -- EDITE LES LIGNES "S" DE L'AGENCE
003562* POINTEE PAR WS-AGT-SCAN PUIS SA LIGNE DE SOUS-TOTAL "A" (NOMBRE
003563* DE COMPTES ET TOTAL DES SOLDES DE L'AGENCE).
003564*-----------------------------------------------------------------
003565 3050-WRITE-ONE-AGENCE.
003566     PERFORM 3100-WRITE-ONE-STATUT THRU 3100-EXIT
003567         VARYING WS-STA-SCAN FROM 1 BY 1
003568             UNTIL WS-STA-SCAN > WS-STA-COUNT
003569     MOVE SPACES TO TRIAL-BALANCE-RECORD
003570     MOVE "A"                        TO TB-GENRE
003571     MOVE AGT-AGENCE (WS-AGT-SCAN)   TO TB-AGENCE
003572     MOVE AGT-NOMBRE (WS-AGT-SCAN)   TO TB-NOMBRE
003573     MOVE AGT-MONTANT (WS-AGT-SCAN)  TO TB-MONTANT
003574     MOVE ZERO TO TB-MARGE-RESTANTE TB-SEUIL
003575     WRITE TRIAL-BALANCE-RECORD
003576     DISPLAY "AGENCE " AGT-AGENCE (WS-AGT-SCAN) " : "
003577             AGT-NOMBRE (WS-AGT-SCAN) " COMPTES POUR "
003578             AGT-MONTANT (WS-AGT-SCAN).
003579 3050-EXIT.
003580     EXIT.
003581*-----------------------------------------------------------------
003582* 3100-WRITE-ONE-STATUT -- EDITE LA LIGNE "S" DU STATUT POINTE
003583* PAR WS-STA-SCAN S'IL RELEVE DE L'AGENCE POINTEE PAR WS-AGT-SCAN.
003590*-----------------------------------------------------------------
003600 3100-WRITE-ONE-STATUT.
003602     IF STA-AGENCE (WS-STA-SCAN) NOT = AGT-AGENCE (WS-AGT-SCAN)
003604         GO TO 3100-EXIT
003606     END-IF
003610     MOVE SPACES TO TRIAL-BALANCE-RECORD
003620     MOVE "S"                       TO TB-GENRE
003630     MOVE STA-STATUT (WS-STA-SCAN)  TO TB-STATUT
003640     MOVE STA-NOMBRE (WS-STA-SCAN)  TO TB-NOMBRE
003650     MOVE STA-MONTANT (WS-STA-SCAN) TO TB-MONTANT
003660     MOVE ZERO TO TB-MARGE-RESTANTE TB-SEUIL
003665     MOVE STA-AGENCE (WS-STA-SCAN)  TO TB-AGENCE
003670     WRITE TRIAL-BALANCE-RECORD.
003680 3100-EXIT.
003681     EXIT.
003682*-----------------------------------------------------------------
003683* 3200-WRITE-ONE-PRODUIT -- EDITE LA LIGNE "P" DU PRODUIT POINTE
003684* PAR WS-PRD-SCAN.
003685*-----------------------------------------------------------------
003686 3200-WRITE-ONE-PRODUIT.
003687     MOVE SPACES TO TRIAL-BALANCE-RECORD
003688     MOVE "P"                        TO TB-GENRE
003689     MOVE PRD-PRODUIT (WS-PRD-SCAN)  TO TB-PRODUIT
003690     MOVE PRD-NOMBRE (WS-PRD-SCAN)   TO TB-NOMBRE
003691     MOVE PRD-MONTANT (WS-PRD-SCAN)  TO TB-MONTANT
003692     MOVE ZERO TO TB-MARGE-RESTANTE TB-SEUIL
003693     WRITE TRIAL-BALANCE-RECORD.
003694 3200-EXIT.
003695     EXIT.
003700*-----------------------------------------------------------------
003710* 4000-CROSS-CHECK -- RECOMPTE LE MOUVEMENT NET DU JOUR SUR LES
003720* LIGNES POSTEES DE GLPOST (CREDITS MOINS DEBITS) ET CONTROLE
003980*-----------------------------------------------------------------
003990* 4100-NET-ONE-GLPOST-LINE -- CUMULE LA LIGNE POSTEE COURANTE DE
004000* GLPOST DANS LE MOUVEMENT NET DU JOUR : LES CREDITS (DEPOTS,
004004* JAMBES CREDIT, ENTRANTS, CHEQUES, INTERETS, DEBLOCAGES DE
004008* PRETS, REMBOURSEMENTS DE DEPOTS A TERME, REMBOURSEMENTS DE
004012* PRELEVEMENTS, EXTOURNES "Z", PAIEMENTS REJETES RECREDITES
004016* "N") S'AJOUTENT, LES DEBITS
004020* (RETRAITS, JAMBES DEBIT, ORDRES, CHEQUES RETOURNES, FRAIS,
004024* AGIOS, ECHEANCES DE PRETS, MISES EN PLACE DE DEPOTS,
004028* PRELEVEMENTS, EXTOURNES "Y") SE
004032* RETRANCHENT.  PUIS LIT LA LIGNE SUIVANTE.
004040*-----------------------------------------------------------------
004050 4100-NET-ONE-GLPOST-LINE.
004060     IF GP-IS-DETAIL AND GP-STATUS = "P"
004070         EVALUATE GP-TRANS-TYPE
004080             WHEN "D" WHEN "V" WHEN "E" WHEN "C" WHEN "I"
004085             WHEN "K" WHEN "M" WHEN "G" WHEN "U" WHEN "Z" WHEN "N"
004090                 ADD GP-MONTANT TO WS-MOUVEMENT-NET
004100             WHEN "W" WHEN "T" WHEN "S" WHEN "B" WHEN "F"
004105             WHEN "A" WHEN "L" WHEN "J" WHEN "P" WHEN "O" WHEN "Y"
004110                 SUBTRACT GP-MONTANT FROM WS-MOUVEMENT-NET
004120             WHEN OTHER
004130                 DISPLAY "TYPE GLPOST IGNORE DU CROISEMENT : "
004160     END-IF
004170     PERFORM 8200-READ-GLPOST THRU 8200-EXIT.
004180 4100-EXIT.
004181     EXIT.
004182*-----------------------------------------------------------------
004183* 5000-TALLY-LOANS -- PARCOURT LE MAITRE DES PRETS DANS L'ORDRE
004184* DES NUMEROS : CUMULE L'ENCOURS DE CAPITAL (CAPITAL RESTANT DU
004185* PLUS CAPITAL IMPAYE) DES PRETS EN COURS ET LE TOTAL DES
004186* IMPAYES, EDITE UNE LIGNE "R" PAR PRET EN IMPAYE PUIS LES
004187* LIGNES DE TOTAL "L" ET "I".  UN PRET NON ENCORE DEBLOQUE OU
004188* SOLDE N'A PAS D'ENCOURS.
004189*-----------------------------------------------------------------
004190 5000-TALLY-LOANS.
004191     OPEN INPUT LOAN-MASTER
004192     MOVE LOW-VALUES TO LN-NUMERO-PRET
004193     START LOAN-MASTER KEY IS NOT LESS THAN LN-NUMERO-PRET
004194         INVALID KEY
004195             MOVE "Y" TO WS-PRETS-EOF-SW
004196     END-START
004197     PERFORM 5100-TALLY-NEXT-LOAN THRU 5100-EXIT
004198         UNTIL PRETS-END-OF-FILE
004199     CLOSE LOAN-MASTER
004200     MOVE SPACES TO TRIAL-BALANCE-RECORD
004201     MOVE "L"               TO TB-GENRE
004202     MOVE WS-PRETS-EN-COURS TO TB-NOMBRE
004203     MOVE WS-ENCOURS-PRETS  TO TB-MONTANT
004204     MOVE ZERO TO TB-MARGE-RESTANTE TB-SEUIL
004205     WRITE TRIAL-BALANCE-RECORD
004206     MOVE SPACES TO TRIAL-BALANCE-RECORD
004207     MOVE "I"                TO TB-GENRE
004208     MOVE WS-PRETS-EN-RETARD TO TB-NOMBRE
004209     MOVE WS-IMPAYES-PRETS   TO TB-MONTANT
004210     MOVE ZERO TO TB-MARGE-RESTANTE TB-SEUIL
004211     WRITE TRIAL-BALANCE-RECORD.
004212 5000-EXIT.
004213     EXIT.
004214*-----------------------------------------------------------------
004215* 5100-TALLY-NEXT-LOAN -- LIT LE PRET SUIVANT ; S'IL EST EN
004216* COURS, LE CUMULE DANS L'ENCOURS ET, S'IL PORTE DES IMPAYES,
004217* EDITE SA LIGNE "R" (NUMERO DE PRET, JOURS DE RETARD, MONTANT
004218* IMPAYE, CAPITAL RESTANT DU).
004219*-----------------------------------------------------------------
004220 5100-TALLY-NEXT-LOAN.
004221     READ LOAN-MASTER NEXT RECORD
004222         AT END
004223             MOVE "Y" TO WS-PRETS-EOF-SW
004224     END-READ
004225     IF PRETS-END-OF-FILE
004226         GO TO 5100-EXIT
004227     END-IF
004228     ADD 1 TO WS-PRETS-LUS
004229     IF NOT LN-ACTIF
004230         GO TO 5100-EXIT
004231     END-IF
004232     ADD 1 TO WS-PRETS-EN-COURS
004233     COMPUTE WS-ENCOURS-PRET
004234             = LN-CAPITAL-RESTANT + LN-IMPAYE-CAPITAL
004235     COMPUTE WS-IMPAYE-PRET
004236             = LN-IMPAYE-CAPITAL + LN-IMPAYE-INTERET
004237     ADD WS-ENCOURS-PRET TO WS-ENCOURS-PRETS
004238     IF WS-IMPAYE-PRET > ZERO
004239         ADD 1 TO WS-PRETS-EN-RETARD
004240         ADD WS-IMPAYE-PRET TO WS-IMPAYES-PRETS
004241         MOVE SPACES TO TRIAL-BALANCE-RECORD
004242         MOVE "R"              TO TB-GENRE
004243         MOVE LN-STATUT        TO TB-STATUT
004244         MOVE LN-NUMERO-PRET   TO TB-ACCOUNT-NUMBER
004245         MOVE LN-JOURS-RETARD  TO TB-NOMBRE
004246         MOVE WS-IMPAYE-PRET   TO TB-MONTANT
004247         MOVE WS-ENCOURS-PRET  TO TB-MARGE-RESTANTE
004248         MOVE ZERO             TO TB-SEUIL
004249         WRITE TRIAL-BALANCE-RECORD
004250         DISPLAY "PRET EN IMPAYE : " LN-NUMERO-PRET
004251                 " " LN-JOURS-RETARD " JOURS " WS-IMPAYE-PRET
004252     END-IF.
004253 5100-EXIT.
004254     EXIT.
004255*-----------------------------------------------------------------
004256* 9000-TERMINATE -- FERME LES FICHIERS, DEPOSE LES COMPTEURS SUR
004257* RUNSTATS ET AFFICHE LE BILAN.
004258*-----------------------------------------------------------------
004259 9000-TERMINATE.
004260     CLOSE ACCOUNT-MASTER
004261     CLOSE TRIAL-REPORT
004270     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
004280     DISPLAY "COMPTES LUS          : " WS-COMPTES-LUS
004290     DISPLAY "COMPTES NEGATIFS     : " WS-COMPTES-NEGATIFS
004300     DISPLAY "GRANDES EXPOSITIONS  : " WS-GRANDES-EXPOSITIONS
004302     DISPLAY "PRETS EN COURS       : " WS-PRETS-EN-COURS
004304     DISPLAY "PRETS EN IMPAYE      : " WS-PRETS-EN-RETARD
004306     DISPLAY "ENCOURS DES PRETS    : " WS-ENCOURS-PRETS
004310     DISPLAY "TOTAL GENERAL        : " WS-TOTAL-GENERAL.
004320 9000-EXIT.
004330     EXIT.
004680     MOVE "EXPOSITIONS" TO WS-STAT-COMPTEUR
004690     MOVE WS-GRANDES-EXPOSITIONS TO WS-STAT-VALEUR
004700     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
004701     MOVE "PRETS" TO WS-STAT-COMPTEUR
004702     MOVE WS-PRETS-LUS TO WS-STAT-VALEUR
004703     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
004704     MOVE "PRETSRETARD" TO WS-STAT-COMPTEUR
004705     MOVE WS-PRETS-EN-RETARD TO WS-STAT-VALEUR
004706     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
004710     CLOSE RUN-STATISTICS.
004720 9500-EXIT.
004730     EXIT.
004850     WRITE RUN-STAT-RECORD.
004860 9510-EXIT.
004870     EXIT.
004880*-----------------------------------------------------------------
004890* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
004900* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
004910* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
004920* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER --
004930* SA GENERATION DE LA VEILLE, CELLE DU PASSAGE ACHEVE, EST
004940* RECONDUITE SUR LA NOUVELLE QUE LE JCL CATALOGUE.
004950* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
004960* N'EST PAS INSCRITE AU REGISTRE.
004970*-----------------------------------------------------------------
004980 9600-CHECK-STEP-DIRECTIVE.
004990     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
005000     OPEN INPUT STEP-DIRECTIVES
005010     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
005020         UNTIL ETP-DIR-END-OF-FILE
005030             OR ETP-CONSIGNE-TROUVEE
005040     CLOSE STEP-DIRECTIVES
005050     IF NOT ETP-A-SAUTER
005060         GO TO 9600-EXIT
005070     END-IF
005080     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
005090             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
005100             ") - NON REJOUEE"
005110     PERFORM 9620-CARRY-FORWARD THRU 9620-EXIT
005120     MOVE ZERO TO RETURN-CODE
005130     STOP RUN.
005140 9600-EXIT.
005150     EXIT.
005160*-----------------------------------------------------------------
005170* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
005180* CELLE DU PROGRAMME.
005190*-----------------------------------------------------------------
005200 9610-READ-DIRECTIVE.
005210     READ STEP-DIRECTIVES
005220         AT END
005230             MOVE "Y" TO ETP-DIR-EOF-SW
005240         NOT AT END
005250             IF DI-PROGRAMME = ETP-PROGRAMME
005260                 MOVE "Y"              TO ETP-TROUVEE-SW
005270                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
005280                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
005290                 MOVE DI-ETAPE         TO ETP-ETAPE
005300                 MOVE DI-ACTION        TO ETP-ACTION
005310                 MOVE DI-MOTIF         TO ETP-MOTIF
005320             END-IF
005330     END-READ.
005340 9610-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------------
005370* 9620-CARRY-FORWARD -- ETAPE NON REJOUEE : RECOPIE TELLE QUELLE
005380* LA DERNIERE GENERATION TBALHSTG SUR LA NOUVELLE, POUR NE
005390* PAS CATALOGUER UNE GENERATION VIDE.
005400*-----------------------------------------------------------------
005410 9620-CARRY-FORWARD.
005420     MOVE "N" TO WS-HIST-EOF-SW
005430     OPEN INPUT  TRIAL-HISTORY-IN
005440     OPEN OUTPUT TRIAL-HISTORY-OUT
005450     PERFORM 9630-READ-PRIOR THRU 9630-EXIT
005460     PERFORM 9625-CARRY-ONE-RECORD THRU 9625-EXIT
005470         UNTIL HIST-END-OF-FILE
005480     CLOSE TRIAL-HISTORY-IN
005490     CLOSE TRIAL-HISTORY-OUT.
005500 9620-EXIT.
005510     EXIT.
005520*-----------------------------------------------------------------
005530* 9625-CARRY-ONE-RECORD -- RECOPIE L'ENREGISTREMENT COURANT PUIS
005540* LIT LE SUIVANT.
005550*-----------------------------------------------------------------
005560 9625-CARRY-ONE-RECORD.
005570     WRITE TRIAL-HISTORY-OUT-RECORD FROM TRIAL-HISTORY-RECORD
005580     PERFORM 9630-READ-PRIOR THRU 9630-EXIT.
005590 9625-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------------
005620* 9630-READ-PRIOR -- LECTURE SEQUENTIELLE DE LA GENERATION DE LA
005630* VEILLE POUR LA RECONDUCTION.
005640*-----------------------------------------------------------------
005650 9630-READ-PRIOR.
005660     READ TRIAL-HISTORY-IN
005670         AT END
005680             MOVE "Y" TO WS-HIST-EOF-SW
005690     END-READ.
005700 9630-EXIT.
005710     EXIT.
005720*-----------------------------------------------------------------
005730* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
005740* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
005750* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
005760* CHAINE, RIEN N'EST INSCRIT.
005770*-----------------------------------------------------------------
005780 9700-REGISTER-STEP.
005790     IF NOT ETP-CONSIGNE-TROUVEE
005800         GO TO 9700-EXIT
005810     END-IF
005820     MOVE WS-COMPTES-LUS TO ETP-LUS
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
