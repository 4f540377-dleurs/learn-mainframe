001050*                  SORTE UN TOTAL JUSTE.  LES PASSES
001060*                  D'APPROBATION ET DE RETOUR ARRIERE PRODUISENT
001070*                  LE MEME EXTRAIT (ORIGINES "A" ET "R").
001071* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
001072*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
001073*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
001074*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
001075*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
001076*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
001077* 2026-10-15 MF    PISTE D'AUDIT DES OPERATEURS : LE PRIX MANUEL
001078*                  PORTE L'OPERATEUR DE SAISIE (OV-OPERATEUR),
001079*                  REPRIS SUR PRICEPND (PP-OPERATEUR) QUAND IL EST
001080*                  TENU EN ATTENTE D'APPROBATION ; LE PRIX MANUEL
001081*                  APPLIQUE ET LA MISE EN ATTENTE SONT INSCRITS
001082*                  SUR AUDITLOG (DESSIN AUDITEVT) AVEC L'ANCIEN ET
001083*                  LE NOUVEAU PRIX.
001084* 2026-10-15 MF    MARGE MINIMALE : LE COUT DE REVIENT EN VIGUEUR
001085*                  DU SKU EST LU SUR LE MAITRE DATE COSTMST
001086*                  (DESSIN COSTREC, TENU PAR LES ACHATS) ET LA
001087*                  MARGE MINIMALE DE SA CATEGORIE SUR MARGCTL.  UN
001088*                  NOUVEAU PRIX, MAJORE OU MANUEL, SOUS LE COUT
001089*                  MAJORE DE CETTE MARGE EST TENU SUR PRICEPND
001090*                  (PP-MOTIF "M") AU LIEU D'ETRE APPLIQUE.
001091*                  RAPPORT DES MARGES MARGRPT (DESSIN MARGRPT) :
001092*                  ANCIENNE ET NOUVELLE MARGE PAR SKU ET SKU SANS
001093*                  COUT AU FICHIER.
001094* 2026-10-15 MF    LES COMPTEURS DU RAPPORT DES MARGES (AVEC COUT,
001095*                  SANS COUT, SOUS LA MARGE) SONT PORTES AU POINT
001096*                  DE REPRISE (CHECKPNT PASSE DE LRECL=37 A
001097*                  LRECL=58) ET RELUS AU REDEMARRAGE, POUR QUE LE
001098*                  TOTAL DE MARGRPT COUVRE TOUT LE LOT.
001099* 2026-10-15 MF    LE RAPPORT DES MARGES MARGRPT EST OUVERT EN
001100*                  EXTEND SUR UN DEPART NORMAL COMME EN REPRISE :
001101*                  SOUS LE DD DISP=MOD DE L'ETAPE 050, OUTPUT LE
001102*                  REECRIVAIT A CHAQUE RUN ALORS QU'IL EST
001103*                  CUMULATIF (UN LOT H/D/T PAR RUN).
001104*-----------------------------------------------------------------
001105 ENVIRONMENT DIVISION.
001106 CONFIGURATION SECTION.
001110 SOURCE-COMPUTER. IBM-370.
001120 OBJECT-COMPUTER. IBM-370.
001130 INPUT-OUTPUT SECTION.
001350     SELECT PRICE-DELTA      ASSIGN TO PRCDELTA
001360            ORGANIZATION IS SEQUENTIAL.

001361     SELECT COST-PRICE-MASTER ASSIGN TO COSTMST
001362            ORGANIZATION IS INDEXED
001363            ACCESS MODE IS DYNAMIC
001364            RECORD KEY IS CP-CLE.
001365
001366     SELECT OPTIONAL MARGIN-CONTROL ASSIGN TO MARGCTL
001367            ORGANIZATION IS SEQUENTIAL.
001368
001369     SELECT MARGIN-REPORT    ASSIGN TO MARGRPT
001370            ORGANIZATION IS SEQUENTIAL.
001371     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO CHECKPNT
001372            ORGANIZATION IS SEQUENTIAL.
001373
001374     SELECT AUDIT-TRAIL      ASSIGN TO AUDITLOG
001375            ORGANIZATION IS SEQUENTIAL.
001376
001377     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
001378            ORGANIZATION IS SEQUENTIAL.
001379
001380     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
001381            ORGANIZATION IS SEQUENTIAL.
001390*-------------
001400 DATA DIVISION.
001410*-------------
001840     LABEL RECORDS ARE STANDARD.
001850 COPY PRCDELTA.
001860*
001861 FD  COST-PRICE-MASTER.
001862 COPY COSTREC.
001863*
001864 FD  MARGIN-CONTROL
001865     LABEL RECORDS ARE STANDARD.
001866 COPY MARGCTL.
001867*
001868 FD  MARGIN-REPORT
001869     LABEL RECORDS ARE STANDARD.
001870 COPY MARGRPT.
001871*
001872 FD  CHECKPOINT-FILE
001880     LABEL RECORDS ARE STANDARD.
001890 COPY PRICECKP.
001891*
001892 FD  AUDIT-TRAIL
001893     LABEL RECORDS ARE STANDARD.
001894 COPY AUDITEVT.
001895*
001896 FD  STEP-DIRECTIVES
001897     LABEL RECORDS ARE STANDARD.
001898 COPY STEPDIR.
001899*
001900 FD  CHAIN-REGISTER
001901     LABEL RECORDS ARE STANDARD.
001902 COPY CHAINREG.
001903*
001910 WORKING-STORAGE SECTION.
001920*
001930 01  WS-SWITCHES.
002500 77  WS-DELTAS-DEJA          PIC 9(07)   VALUE ZERO.
002510 77  WS-HASH-DELTA           PIC 9(11)V99 VALUE ZERO.
002520 77  WS-HASH-DELTA-DEJA      PIC 9(11)V99 VALUE ZERO.
002522 77  WS-AVEC-COUT-DEJA       PIC 9(07)   VALUE ZERO.
002524 77  WS-SANS-COUT-DEJA       PIC 9(07)   VALUE ZERO.
002526 77  WS-SOUS-MARGE-DEJA      PIC 9(07)   VALUE ZERO.
002530 77  WS-ORIGINE-DELTA        PIC X(01)   VALUE SPACE.
002540 77  WS-DATE-EFFET-ECRITURE  PIC X(08)   VALUE SPACES.
002550 01  OVERRIDE-TABLE.
002590         10  OVT-DATE           PIC X(08).
002600         10  OVT-RAISON         PIC X(04).
002610         10  OVT-ETAT           PIC X(01).
002611         10  OVT-OPERATEUR      PIC X(08).
002612*
002613 77  WS-MARGCTL-EOF-SW       PIC X(01)   VALUE "N".
002614     88  MARGCTL-END-OF-FILE         VALUE "Y".
002615 77  WS-COUT-SW              PIC X(01)   VALUE "N".
002616     88  COUT-TROUVE                 VALUE "Y".
002617 77  WS-COUT-SCAN-SW         PIC X(01)   VALUE "N".
002618     88  COUT-SCAN-FINI              VALUE "Y".
002619 77  WS-SOUS-MARGE-SW        PIC X(01)   VALUE "N".
002620     88  PRIX-SOUS-MARGE             VALUE "Y".
002621 77  WS-PRIX-REVIENT         PIC S9(7)V99 VALUE ZERO.
002622 77  WS-CATEGORIE            PIC X(04)   VALUE SPACES.
002623 77  WS-MARGE-MIN-PCT        PIC 9(03)V99 VALUE ZERO.
002624 77  WS-MARGE-DEFAUT-PCT     PIC 9(03)V99 VALUE ZERO.
002625 77  WS-PRIX-PLANCHER        PIC S9(7)V99 VALUE ZERO.
002626 77  WS-PRIX-PROPOSE         PIC S9(7)V99 VALUE ZERO.
002627 77  WS-PRIX-MARGE           PIC S9(7)V99 VALUE ZERO.
002628 77  WS-MARGE-PCT            PIC S9(5)V99 VALUE ZERO.
002629 77  WS-PRIX-AVEC-COUT       PIC 9(07)   COMP VALUE ZERO.
002630 77  WS-PRIX-SANS-COUT       PIC 9(07)   COMP VALUE ZERO.
002631 77  WS-PRIX-SOUS-MARGE      PIC 9(07)   COMP VALUE ZERO.
002632 77  WS-MGT-COUNT            PIC 9(03)   COMP VALUE ZERO.
002633 77  WS-MGT-SCAN             PIC 9(03)   COMP VALUE ZERO.
002634 77  WS-MGT-IDX              PIC 9(03)   COMP VALUE ZERO.
002635 01  MARGIN-TABLE.
002636     05  MGT-ENTRY OCCURS 100 TIMES.
002637         10  MGT-CATEGORIE      PIC X(04).
002638         10  MGT-MARGE-MIN-PCT  PIC 9(03)V99.
002639*
002640 77  WS-STAT-ETAPE           PIC X(08)   VALUE "PRCUPDT".
002641 77  WS-STAT-COMPTEUR        PIC X(12)   VALUE SPACES.
002650 77  WS-STAT-VALEUR          PIC 9(09)   VALUE ZERO.
002652*
002654 COPY STEPCTL.
002656 COPY AUDITCTL.
002660*-------------------
002670 PROCEDURE DIVISION.
002680*-------------------
002690 0000-MAINLINE.
002695     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002710     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002720         UNTIL END-OF-FILE
002740         PERFORM 2500-CLOSE-SKU-GROUP THRU 2500-EXIT
002750     END-IF
002760     PERFORM 3000-TERMINATE THRU 3000-EXIT
002765     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
002770     STOP RUN.
002780*-----------------------------------------------------------------
002790* 1000-INITIALIZE -- OUVRE LES FICHIERS, CHARGE LE TAUX DE
002820 1000-INITIALIZE.
002830     DISPLAY "EXEMPLE-PIC : DEBUT DU TRAITEMENT DES PRIX".
002840     OPEN INPUT  PRICE-MASTER-IN
002845     OPEN INPUT  COST-PRICE-MASTER
002850     PERFORM 1500-LOAD-RATE-CONTROL THRU 1500-EXIT
002860     PERFORM 1700-LOAD-CHECKPOINT THRU 1700-EXIT
002870     PERFORM 1750-OPEN-OUTPUT-FILES THRU 1750-EXIT
002873     MOVE "PRCUPDT" TO AUD-PROGRAMME
002876     OPEN EXTEND AUDIT-TRAIL
002880     PERFORM 1550-LOAD-OVERRIDES THRU 1550-EXIT
002885     PERFORM 1570-LOAD-MARGINS THRU 1570-EXIT
002890     PERFORM 8000-READ-PRICE-MASTER THRU 8000-EXIT
002900     IF RESTARTING
002910         MOVE "Y" TO WS-SKIPPING-SW
003330         MOVE CK-LAST-SKU     TO WS-DERNIERE-CLE-TRAITEE
003340         MOVE CK-DELTAS       TO WS-DELTAS-DEJA
003350         MOVE CK-HASH-DELTA   TO WS-HASH-DELTA-DEJA
003352         MOVE CK-NB-AVEC-COUT TO WS-AVEC-COUT-DEJA
003354         MOVE CK-NB-SANS-COUT TO WS-SANS-COUT-DEJA
003356         MOVE CK-NB-SOUS-MARGE TO WS-SOUS-MARGE-DEJA
003360         PERFORM 8400-READ-CHECKPOINT THRU 8400-EXIT
003370     END-PERFORM
003380     CLOSE CHECKPOINT-FILE
003490* 1750-OPEN-OUTPUT-FILES -- OUVRE LES TROIS FICHIERS DE SORTIE.
003500* SUR UNE REPRISE (RESTARTING), ILS SONT OUVERTS EN EXTEND POUR
003510* CONSERVER CE QUI A ETE ECRIT AVANT L'ARRET ANORMAL ; SUR UN
003515* DEPART NORMAL, ILS SONT OUVERTS EN OUTPUT COMME AVANT, SAUF LE
003520* RAPPORT DES MARGES : CUMULATIF, IL EST TOUJOURS OUVERT EN EXTEND
003525* ET CHAQUE RUN Y AJOUTE SON LOT H/D/T.
003530*-----------------------------------------------------------------
003540 1750-OPEN-OUTPUT-FILES.
003550     IF RESTARTING
003580         OPEN EXTEND PRICE-EXCEPTIONS
003590         OPEN EXTEND PRICE-PENDING
003600         OPEN EXTEND PRICE-DELTA
003605         OPEN EXTEND MARGIN-REPORT
003610     ELSE
003620         OPEN OUTPUT PRICE-MASTER-OUT
003630         OPEN OUTPUT PRICE-HISTORY
003690         MOVE WS-DATE-AFFAIRES TO DX-BATCH-DATE
003700         MOVE ZERO TO DX-BATCH-COUNT DX-BATCH-HASH
003710         WRITE PRICE-DELTA-RECORD
003711         OPEN EXTEND MARGIN-REPORT
003712         MOVE SPACES TO MARGIN-REPORT-RECORD
003713         MOVE "H" TO MR-RECORD-TYPE
003714         MOVE WS-DATE-AFFAIRES TO MR-BATCH-DATE
003715         MOVE ZERO TO MR-NB-AVEC-COUT MR-NB-SANS-COUT
003716                      MR-NB-SOUS-MARGE
003717         WRITE MARGIN-REPORT-RECORD
003720     END-IF.
003730 1750-EXIT.
003740     EXIT.
005030     IF PR-PRIX NOT > ZERO
005040         PERFORM 1900-REJECT-PRICE THRU 1900-EXIT
005050     ELSE
005055     PERFORM 2600-FIND-COST THRU 2600-EXIT
005060     PERFORM 2075-FIND-OVERRIDE THRU 2075-EXIT
005070     IF WS-OVR-IDX > ZERO
005080         PERFORM 2080-APPLY-OVERRIDE THRU 2080-EXIT
005110         MOVE WS-DATE-EFFET-COURANTE TO WS-DATE-EFFET-ECRITURE
005120         PERFORM 2050-APPLY-MARKUP THRU 2050-EXIT
005130         PERFORM 2060-CHECK-TOLERANCE THRU 2060-EXIT
005135         PERFORM 2065-CHECK-MARGIN THRU 2065-EXIT
005140         IF CHANGEMENT-EN-ATTENTE
005150             PERFORM 2070-HOLD-PRICE-CHANGE THRU 2070-EXIT
005160         ELSE
005200             PERFORM 8700-WRITE-DELTA THRU 8700-EXIT
005210         END-IF
005220     END-IF
005225     PERFORM 2700-WRITE-MARGIN-LINE THRU 2700-EXIT
005230     END-IF
005240     PERFORM 8100-WRITE-PRICE-MASTER THRU 8100-EXIT
005250     MOVE "N" TO WS-EFFECTIF-TENU-SW
005260     MOVE WS-RECORD-TAMPON TO PRICE-RECORD.
005270 2500-EXIT.
005271     EXIT.
005272*-----------------------------------------------------------------
005273* 2600-FIND-COST -- RETIENT LE COUT DE REVIENT EN VIGUEUR DU SKU
005274* COURANT SUR COSTMST (DERNIERE DATE D'EFFET NON POSTERIEURE A LA
005275* DATE DU RUN, MEME SELECTION DATEE QUE LE MAITRE DES PRIX), LA
005276* MARGE MINIMALE DE SA CATEGORIE ET LE PRIX PLANCHER QUI EN
005277* DECOULE.  UN COUT NUL OU NEGATIF VAUT ABSENCE DE COUT.
005278*-----------------------------------------------------------------
005279 2600-FIND-COST.
005280     MOVE "N" TO WS-COUT-SW
005281     MOVE "N" TO WS-COUT-SCAN-SW
005282     MOVE "N" TO WS-SOUS-MARGE-SW
005283     MOVE PR-PRIX TO WS-PRIX-PROPOSE
005284     MOVE ZERO    TO WS-PRIX-REVIENT WS-PRIX-PLANCHER
005285                     WS-MARGE-MIN-PCT
005286     MOVE SPACES  TO WS-CATEGORIE
005287     MOVE SPACES  TO CP-CLE
005288     MOVE PR-SKU  TO CP-SKU
005289     START COST-PRICE-MASTER KEY IS NOT LESS THAN CP-CLE
005290         INVALID KEY
005291             MOVE "Y" TO WS-COUT-SCAN-SW
005292     END-START
005293     PERFORM 2610-SCAN-ONE-COST THRU 2610-EXIT
005294         UNTIL COUT-SCAN-FINI
005295     IF WS-PRIX-REVIENT NOT > ZERO
005296         MOVE "N" TO WS-COUT-SW
005297     END-IF
005298     IF NOT COUT-TROUVE
005299         GO TO 2600-EXIT
005300     END-IF
005301     MOVE WS-MARGE-DEFAUT-PCT TO WS-MARGE-MIN-PCT
005302     MOVE ZERO TO WS-MGT-IDX
005303     PERFORM 2620-MATCH-ONE-CATEGORY THRU 2620-EXIT
005304         VARYING WS-MGT-SCAN FROM 1 BY 1
005305             UNTIL WS-MGT-SCAN > WS-MGT-COUNT
005306                 OR WS-MGT-IDX > ZERO
005307     IF WS-MGT-IDX > ZERO
005308         MOVE MGT-MARGE-MIN-PCT (WS-MGT-IDX) TO WS-MARGE-MIN-PCT
005309     END-IF
005310     COMPUTE WS-PRIX-PLANCHER ROUNDED MODE IS AWAY-FROM-ZERO
005311             = WS-PRIX-REVIENT * (100 + WS-MARGE-MIN-PCT) / 100.
005312 2600-EXIT.
005313     EXIT.
005314*-----------------------------------------------------------------
005315* 2610-SCAN-ONE-COST -- LIT LE COUT DATE SUIVANT ; TANT QUE SA
005316* DATE D'EFFET NE DEPASSE PAS LA DATE DU RUN, IL DEVIENT LE COUT
005317* EN VIGUEUR (LE FICHIER EST EN ORDRE DE CLE, LE DERNIER RETENU
005318* EST LE BON).  ARRET SUR UN AUTRE SKU OU SUR UN COUT A DATE
005319* FUTURE.
005320*-----------------------------------------------------------------
005321 2610-SCAN-ONE-COST.
005322     READ COST-PRICE-MASTER NEXT RECORD
005323         AT END
005324             MOVE "Y" TO WS-COUT-SCAN-SW
005325     END-READ
005326     IF COUT-SCAN-FINI
005327         GO TO 2610-EXIT
005328     END-IF
005329     IF CP-SKU NOT = PR-SKU
005330             OR CP-DATE-EFFET > WS-DATE-DU-JOUR
005331         MOVE "Y" TO WS-COUT-SCAN-SW
005332         GO TO 2610-EXIT
005333     END-IF
005334     MOVE "Y"             TO WS-COUT-SW
005335     MOVE CP-PRIX-REVIENT TO WS-PRIX-REVIENT
005336     MOVE CP-CATEGORIE    TO WS-CATEGORIE.
005337 2610-EXIT.
005338     EXIT.
005339*-----------------------------------------------------------------
005340* 2620-MATCH-ONE-CATEGORY -- RETIENT DANS WS-MGT-IDX LA MARGE
005341* MINIMALE POINTEE PAR WS-MGT-SCAN SI ELLE EST CELLE DE LA
005342* CATEGORIE DU SKU.
005343*-----------------------------------------------------------------
005344 2620-MATCH-ONE-CATEGORY.
005345     IF MGT-CATEGORIE (WS-MGT-SCAN) = WS-CATEGORIE
005346         MOVE WS-MGT-SCAN TO WS-MGT-IDX
005347     END-IF.
005348 2620-EXIT.
005349     EXIT.
005350*-----------------------------------------------------------------
005351* 2700-WRITE-MARGIN-LINE -- EDITE LE SKU EN VIGUEUR COURANT SUR LE
005352* RAPPORT DES MARGES : COUT, ANCIEN PRIX ET PRIX PROPOSE (MEME
005353* TENU EN ATTENTE), MARGES EN POUR CENT DU COUT ET STATUT.
005354*-----------------------------------------------------------------
005355 2700-WRITE-MARGIN-LINE.
005356     MOVE SPACES TO MARGIN-REPORT-RECORD
005357     MOVE "D"             TO MR-RECORD-TYPE
005358     MOVE PR-SKU          TO MR-SKU
005359     MOVE PR-DATE-EFFET   TO MR-DATE-EFFET
005360     MOVE PR-PRIX         TO MR-OLD-PRIX
005361     MOVE WS-PRIX-PROPOSE TO MR-NEW-PRIX
005362     MOVE ZERO TO MR-PRIX-REVIENT MR-OLD-MARGE-PCT
005363                  MR-NEW-MARGE-PCT MR-MARGE-MIN-PCT
005364     IF NOT COUT-TROUVE
005365         MOVE "S" TO MR-STATUT
005366         ADD 1 TO WS-PRIX-SANS-COUT
005367     ELSE
005368         ADD 1 TO WS-PRIX-AVEC-COUT
005369         MOVE WS-CATEGORIE     TO MR-CATEGORIE
005370         MOVE WS-PRIX-REVIENT  TO MR-PRIX-REVIENT
005371         MOVE WS-MARGE-MIN-PCT TO MR-MARGE-MIN-PCT
005372         MOVE PR-PRIX TO WS-PRIX-MARGE
005373         PERFORM 2710-COMPUTE-MARGIN THRU 2710-EXIT
005374         MOVE WS-MARGE-PCT TO MR-OLD-MARGE-PCT
005375         MOVE WS-PRIX-PROPOSE TO WS-PRIX-MARGE
005376         PERFORM 2710-COMPUTE-MARGIN THRU 2710-EXIT
005377         MOVE WS-MARGE-PCT TO MR-NEW-MARGE-PCT
005378         IF WS-PRIX-PROPOSE < WS-PRIX-PLANCHER
005379             MOVE "M" TO MR-STATUT
005380             ADD 1 TO WS-PRIX-SOUS-MARGE
005381         ELSE
005382             MOVE "O" TO MR-STATUT
005383         END-IF
005384     END-IF
005385     WRITE MARGIN-REPORT-RECORD.
005386 2700-EXIT.
005387     EXIT.
005388*-----------------------------------------------------------------
005389* 2710-COMPUTE-MARGIN -- MARGE DU PRIX WS-PRIX-MARGE EN POUR CENT
005390* DU COUT DE REVIENT EN VIGUEUR (PLAFONNEE SI ELLE DEBORDE LA
005391* ZONE).
005392*-----------------------------------------------------------------
005393 2710-COMPUTE-MARGIN.
005394     COMPUTE WS-MARGE-PCT ROUNDED
005395             = (WS-PRIX-MARGE - WS-PRIX-REVIENT) * 100
005396               / WS-PRIX-REVIENT
005397         ON SIZE ERROR
005398             MOVE 99999.99 TO WS-MARGE-PCT
005399     END-COMPUTE.
005400 2710-EXIT.
005401     EXIT.
005402*-----------------------------------------------------------------
005403* 2060-CHECK-TOLERANCE -- COMPARE L'ECART ENTRE LE NOUVEAU PRIX ET
005404* L'ANCIEN A LA TOLERANCE EN VIGUEUR (EN POUR CENT).  UNE
005405* TOLERANCE NULLE DESACTIVE LE CONTROLE.
005406*-----------------------------------------------------------------
005407 2060-CHECK-TOLERANCE.
005408     MOVE "N" TO WS-ATTENTE-SW
005409     IF WS-TOLERANCE-PCT = ZERO
005410         GO TO 2060-EXIT
005411     END-IF
005412     COMPUTE WS-ECART-PRIX = PR-NOUVEAU-PRIX - PR-PRIX
005413     IF WS-ECART-PRIX < ZERO
005414         COMPUTE WS-ECART-PRIX = ZERO - WS-ECART-PRIX
005420     END-IF
005430     COMPUTE WS-ECART-PCT ROUNDED
005440             = WS-ECART-PRIX * 100 / PR-PRIX
005480 2060-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------------
005501* 2065-CHECK-MARGIN -- CONFRONTE LE NOUVEAU PRIX AU PRIX PLANCHER
005502* DU SKU (COUT DE REVIENT EN VIGUEUR MAJORE DE LA MARGE MINIMALE
005503* DE SA CATEGORIE).  UN PRIX QUI CHANGE ET TOMBE SOUS LE PLANCHER
005504* EST TENU EN ATTENTE D'APPROBATION COMME UN ECART HORS TOLERANCE.
005505* SANS COUT AU FICHIER, LE CONTROLE N'EST PAS FAIT (LE SKU EST
005506* EDITE "SANS COUT" SUR LE RAPPORT DES MARGES).
005507*-----------------------------------------------------------------
005508 2065-CHECK-MARGIN.
005509     MOVE "N" TO WS-SOUS-MARGE-SW
005510     MOVE PR-NOUVEAU-PRIX TO WS-PRIX-PROPOSE
005511     IF NOT COUT-TROUVE
005512         GO TO 2065-EXIT
005513     END-IF
005514     IF PR-NOUVEAU-PRIX NOT < WS-PRIX-PLANCHER
005515         GO TO 2065-EXIT
005516     END-IF
005517     MOVE "Y" TO WS-SOUS-MARGE-SW
005518     IF PR-NOUVEAU-PRIX = PR-PRIX
005519         GO TO 2065-EXIT
005520     END-IF
005521     MOVE "Y" TO WS-ATTENTE-SW
005522     DISPLAY "PRIX SOUS LA MARGE MINIMALE TENU EN ATTENTE : "
005523             PR-SKU " PRIX " PR-NOUVEAU-PRIX
005524             " PLANCHER " WS-PRIX-PLANCHER.
005525 2065-EXIT.
005526     EXIT.
005527*-----------------------------------------------------------------
005528* 2070-HOLD-PRICE-CHANGE -- LE CHANGEMENT DEPASSE LA TOLERANCE :
005529* IL EST TENU SUR LE FICHIER D'ATTENTE D'APPROBATION (ANCIEN PRIX,
005530* NOUVEAU PRIX, TAUX APPLIQUE) ET LE MAITRE REPART AVEC LE PRIX
005540* INCHANGE.
005550*-----------------------------------------------------------------
005600     MOVE PR-PRIX            TO PP-OLD-PRIX
005610     MOVE PR-NOUVEAU-PRIX    TO PP-NEW-PRIX
005620     MOVE WS-TAUX-ECRITURE   TO PP-TAUX-APPLIQUE
005621     IF PRIX-SOUS-MARGE
005622         MOVE "M"            TO PP-MOTIF
005623     ELSE
005624         MOVE "T"            TO PP-MOTIF
005625     END-IF
005626     MOVE SPACES             TO PP-OPERATEUR
005627     IF WS-OVR-IDX > ZERO
005628         MOVE OVT-OPERATEUR (WS-OVR-IDX) TO PP-OPERATEUR
005629         MOVE "SAIS" TO AUD-ACTION
005630         PERFORM 2090-AUDIT-OVERRIDE THRU 2090-EXIT
005631     END-IF
005632     WRITE PRICE-PENDING-RECORD
005640     DISPLAY "CHANGEMENT HORS TOLERANCE TENU EN ATTENTE : "
005650             PR-SKU " ECART " WS-ECART-PCT " PCT"
005660     MOVE PR-PRIX TO PR-NOUVEAU-PRIX.
006320             = WS-HASH-DELTA-DEJA + WS-HASH-DELTA
006330     WRITE PRICE-DELTA-RECORD
006340     CLOSE PRICE-DELTA
006341     MOVE SPACES TO MARGIN-REPORT-RECORD
006342     MOVE "T" TO MR-RECORD-TYPE
006343     MOVE WS-DATE-AFFAIRES   TO MR-BATCH-DATE
006344     COMPUTE MR-NB-AVEC-COUT
006345             = WS-AVEC-COUT-DEJA + WS-PRIX-AVEC-COUT
006346     COMPUTE MR-NB-SANS-COUT
006347             = WS-SANS-COUT-DEJA + WS-PRIX-SANS-COUT
006348     COMPUTE MR-NB-SOUS-MARGE
006349             = WS-SOUS-MARGE-DEJA + WS-PRIX-SOUS-MARGE
006350     WRITE MARGIN-REPORT-RECORD
006351     CLOSE MARGIN-REPORT
006352     CLOSE COST-PRICE-MASTER
006353     CLOSE PRICE-MASTER-IN
006360     CLOSE PRICE-MASTER-OUT
006370     CLOSE PRICE-HISTORY
006380     CLOSE PRICE-EXCEPTIONS
006390     CLOSE PRICE-PENDING
006400     CLOSE CHECKPOINT-FILE
006405     CLOSE AUDIT-TRAIL
006410     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
006420     DISPLAY "ARTICLES LUS      : " WS-RECORDS-READ
006430     DISPLAY "ARTICLES ECRITS   : " WS-RECORDS-WRITTEN
006500     DISPLAY "PRIX MANUELS APPLIQUES : " WS-RECORDS-MANUELS
006510     DISPLAY "PRIX CHANGES (EXTRAIT) : " WS-DELTAS
006520     DISPLAY "PRIX MANUELS SANS SKU  : " WS-MANUELS-ORPHELINS
006523     DISPLAY "PRIX SANS COUT DE REVIENT : " WS-PRIX-SANS-COUT
006526     DISPLAY "PRIX SOUS LA MARGE MINIMALE : " WS-PRIX-SOUS-MARGE
006530     DISPLAY "ARTICLES SAUTES (REPRISE) : " WS-RECORDS-SAUTES
006540     DISPLAY "ECART D'ARRONDI TOTAL DU LOT : " WS-ECART-TOTAL
006545     DISPLAY "EVENEMENTS D'AUDIT     : " AUD-EVENEMENTS
006550     DISPLAY "EXEMPLE-PIC : FIN DU TRAITEMENT DES PRIX".
006560 3000-EXIT.
006570     EXIT.
007190     EXIT.
007200*-----------------------------------------------------------------
007210* 8500-WRITE-CHECKPOINT -- ECRIT UN NOUVEAU POINT DE REPRISE
007216* AVEC LA DERNIERE CLE TRAITEE ET LE NOMBRE D'ARTICLES LUS, AINSI
007222* QUE LES CUMULS DE L'EXTRAIT ET DU RAPPORT DES MARGES.
007230*-----------------------------------------------------------------
007240 8500-WRITE-CHECKPOINT.
007250     MOVE WS-DERNIERE-CLE-TRAITEE TO CK-LAST-SKU
007270     COMPUTE CK-DELTAS = WS-DELTAS-DEJA + WS-DELTAS
007280     COMPUTE CK-HASH-DELTA
007290             = WS-HASH-DELTA-DEJA + WS-HASH-DELTA
007291     COMPUTE CK-NB-AVEC-COUT
007292             = WS-AVEC-COUT-DEJA + WS-PRIX-AVEC-COUT
007293     COMPUTE CK-NB-SANS-COUT
007294             = WS-SANS-COUT-DEJA + WS-PRIX-SANS-COUT
007295     COMPUTE CK-NB-SOUS-MARGE
007296             = WS-SOUS-MARGE-DEJA + WS-PRIX-SOUS-MARGE
007300     WRITE CHECKPOINT-RECORD.
007310 8500-EXIT.
007320     EXIT.
008060         MOVE OV-DATE-EFFET   TO OVT-DATE (WS-OVR-COUNT)
008070         MOVE OV-CODE-RAISON  TO OVT-RAISON (WS-OVR-COUNT)
008080         MOVE "P"             TO OVT-ETAT (WS-OVR-COUNT)
008085         MOVE OV-OPERATEUR    TO OVT-OPERATEUR (WS-OVR-COUNT)
008090     ELSE
008100         DISPLAY "TABLE DES PRIX MANUELS PLEINE (500) : "
008110                 OV-SKU
008140     END-IF
008150     PERFORM 8600-READ-OVERRIDE THRU 8600-EXIT.
008160 1560-EXIT.
008161     EXIT.
008162*-----------------------------------------------------------------
008163* 1570-LOAD-MARGINS -- CHARGE LES MARGES MINIMALES PAR CATEGORIE
008164* DE MARGCTL ; L'ENREGISTREMENT A CATEGORIE BLANCHE DONNE LA MARGE
008165* PAR DEFAUT (FICHIER ABSENT : LE PRIX DOIT SEULEMENT COUVRIR LE
008166* COUT).
008167*-----------------------------------------------------------------
008168 1570-LOAD-MARGINS.
008169     OPEN INPUT MARGIN-CONTROL
008170     PERFORM 8800-READ-MARGIN-CONTROL THRU 8800-EXIT
008171     PERFORM 1580-STORE-ONE-MARGIN THRU 1580-EXIT
008172         UNTIL MARGCTL-END-OF-FILE
008173     CLOSE MARGIN-CONTROL
008174     DISPLAY "MARGES MINIMALES CHARGEES : " WS-MGT-COUNT
008175             " (DEFAUT " WS-MARGE-DEFAUT-PCT " PCT)".
008176 1570-EXIT.
008177     EXIT.
008178*-----------------------------------------------------------------
008179* 1580-STORE-ONE-MARGIN -- RANGE LA MARGE COURANTE DANS LA TABLE
008180* PUIS LIT LA SUIVANTE.  UNE TABLE PLEINE ARRETE L'ETAPE : UNE
008181* CATEGORIE IGNOREE LAISSERAIT PASSER DES PRIX SOUS SA MARGE.
008182*-----------------------------------------------------------------
008183 1580-STORE-ONE-MARGIN.
008184     IF MG-CATEGORIE = SPACES
008185         MOVE MG-MARGE-MIN-PCT TO WS-MARGE-DEFAUT-PCT
008186     ELSE
008187         IF WS-MGT-COUNT < 100
008188             ADD 1 TO WS-MGT-COUNT
008189             MOVE MG-CATEGORIE     TO MGT-CATEGORIE (WS-MGT-COUNT)
008190             MOVE MG-MARGE-MIN-PCT
008191                 TO MGT-MARGE-MIN-PCT (WS-MGT-COUNT)
008192         ELSE
008193             DISPLAY "TABLE DES MARGES MINIMALES PLEINE (100) : "
008194                     MG-CATEGORIE
008195             MOVE 16 TO RETURN-CODE
008196             STOP RUN
008197         END-IF
008198     END-IF
008199     PERFORM 8800-READ-MARGIN-CONTROL THRU 8800-EXIT.
008200 1580-EXIT.
008201     EXIT.
008202*-----------------------------------------------------------------
008203* 8600-READ-OVERRIDE -- LECTURE SEQUENTIELLE DU FICHIER DES
008204* PRIX MANUELS.
008210*-----------------------------------------------------------------
008220 8600-READ-OVERRIDE.
008230     READ PRICE-OVERRIDES
008830     END-IF
008840     MOVE OVT-PRIX (WS-OVR-IDX) TO PR-NOUVEAU-PRIX
008850     PERFORM 2060-CHECK-TOLERANCE THRU 2060-EXIT
008855     PERFORM 2065-CHECK-MARGIN THRU 2065-EXIT
008860     IF CHANGEMENT-EN-ATTENTE
008870         PERFORM 2070-HOLD-PRICE-CHANGE THRU 2070-EXIT
008880     ELSE
008890         PERFORM 8300-WRITE-PRICE-HISTORY THRU 8300-EXIT
008900         ADD 1 TO WS-RECORDS-MANUELS
008910         MOVE "N" TO WS-ORIGINE-DELTA
008913         MOVE "MODI" TO AUD-ACTION
008916         PERFORM 2090-AUDIT-OVERRIDE THRU 2090-EXIT
008920         PERFORM 8700-WRITE-DELTA THRU 8700-EXIT
008930         DISPLAY "SKU " PR-SKU " PRIX MANUEL APPLIQUE : "
008940                 PR-NOUVEAU-PRIX
008950                 " (RAISON " OVT-RAISON (WS-OVR-IDX) ")"
008960     END-IF.
008970 2080-EXIT.
008971     EXIT.
008972*-----------------------------------------------------------------
008973* 2090-AUDIT-OVERRIDE -- INSCRIT SUR LA PISTE D'AUDIT LE PRIX
008974* MANUEL COURANT (OPERATEUR DE SAISIE DU PRIX, CLE SKU + DATE
008975* D'EFFET DU PRIX EN VIGUEUR, ANCIEN ET NOUVEAU PRIX) SOUS
008976* L'ACTION POSEE PAR L'APPELANT.
008977*-----------------------------------------------------------------
008978 2090-AUDIT-OVERRIDE.
008979     MOVE OVT-OPERATEUR (WS-OVR-IDX) TO AUD-OPERATEUR
008980     MOVE "PRIX"                     TO AUD-TYPE-OBJET
008981     MOVE SPACES                     TO AUD-CLE-OBJET
008982     STRING PR-SKU " " PR-DATE-EFFET
008983            DELIMITED BY SIZE INTO AUD-CLE-OBJET
008984     MOVE SPACES            TO AUD-CLIENT
008985     MOVE "PRIX"            TO AUD-ZONE
008986     MOVE PR-PRIX           TO AUD-MONTANT-EDITE
008987     MOVE AUD-MONTANT-EDITE TO AUD-AVANT
008988     MOVE PR-NOUVEAU-PRIX   TO AUD-MONTANT-EDITE
008989     MOVE AUD-MONTANT-EDITE TO AUD-APRES
008990     PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT.
008991 2090-EXIT.
008992     EXIT.
008993*-----------------------------------------------------------------
009000* 3500-REPORT-ORPHAN-OVERRIDES -- EDITE EN EXCEPTION TOUT PRIX
009010* MANUEL DONT LE SKU N'A PAS DE PRIX EN VIGUEUR AU MAITRE (LE
009020* MERCHANDISING A TAPE UN SKU INCONNU OU SEULEMENT FUTUR).
009450     ADD PR-NOUVEAU-PRIX TO WS-HASH-DELTA.
009460 8700-EXIT.
009470     EXIT.
009480*-----------------------------------------------------------------
009490* 8800-READ-MARGIN-CONTROL -- LECTURE SEQUENTIELLE DES MARGES
009500* MINIMALES PAR CATEGORIE.
009510*-----------------------------------------------------------------
009520 8800-READ-MARGIN-CONTROL.
009530     READ MARGIN-CONTROL
009540         AT END
009550             MOVE "Y" TO WS-MARGCTL-EOF-SW
009560     END-READ.
009570 8800-EXIT.
009580     EXIT.
009590*-----------------------------------------------------------------
009600* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
009610* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
009620* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
009630* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
009640* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
009650* N'EST PAS INSCRITE AU REGISTRE.
009660*-----------------------------------------------------------------
009670 9600-CHECK-STEP-DIRECTIVE.
009680     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
009690     OPEN INPUT STEP-DIRECTIVES
009700     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
009710         UNTIL ETP-DIR-END-OF-FILE
009720             OR ETP-CONSIGNE-TROUVEE
009730     CLOSE STEP-DIRECTIVES
009740     IF NOT ETP-A-SAUTER
009750         GO TO 9600-EXIT
009760     END-IF
009770     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
009780             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
009790             ") - NON REJOUEE"
009800     MOVE ZERO TO RETURN-CODE
009810     STOP RUN.
009820 9600-EXIT.
009830     EXIT.
009840*-----------------------------------------------------------------
009850* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
009860* CELLE DU PROGRAMME.
009870*-----------------------------------------------------------------
009880 9610-READ-DIRECTIVE.
009890     READ STEP-DIRECTIVES
009900         AT END
009910             MOVE "Y" TO ETP-DIR-EOF-SW
009920         NOT AT END
009930             IF DI-PROGRAMME = ETP-PROGRAMME
009940                 MOVE "Y"              TO ETP-TROUVEE-SW
009950                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
009960                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
009970                 MOVE DI-ETAPE         TO ETP-ETAPE
009980                 MOVE DI-ACTION        TO ETP-ACTION
009990                 MOVE DI-MOTIF         TO ETP-MOTIF
010000             END-IF
010010     END-READ.
010020 9610-EXIT.
010030     EXIT.
010040*-----------------------------------------------------------------
010050* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
010060* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
010070* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
010080* CHAINE, RIEN N'EST INSCRIT.
010090*-----------------------------------------------------------------
010100 9700-REGISTER-STEP.
010110     IF NOT ETP-CONSIGNE-TROUVEE
010120         GO TO 9700-EXIT
010130     END-IF
010140     MOVE WS-RECORDS-READ TO ETP-LUS
010150     MOVE WS-RECORDS-WRITTEN TO ETP-ECRITS
010160     MOVE WS-RECORDS-REJETES TO ETP-REJETS
010170     MOVE RETURN-CODE TO ETP-CODE-RETOUR
010180     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
010190     ACCEPT ETP-HEURE-SYSTEME FROM TIME
010200     OPEN EXTEND CHAIN-REGISTER
010210     MOVE SPACES            TO CHAIN-REGISTER-RECORD
010220     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
010230     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
010240     MOVE ETP-ETAPE         TO RG-ETAPE
010250     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
010260     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
010270     MOVE ETP-LUS           TO RG-LUS
010280     MOVE ETP-ECRITS        TO RG-ECRITS
010290     MOVE ETP-REJETS        TO RG-REJETS
010300     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
010310     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
010320     WRITE CHAIN-REGISTER-RECORD
010330     CLOSE CHAIN-REGISTER
010340     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
010350             ETP-CODE-RETOUR.
010360 9700-EXIT.
010370     EXIT.
010380*-----------------------------------------------------------------
010390* 9800-WRITE-AUDIT-EVENT -- AJOUTE A LA PISTE D'AUDIT DES
010400* OPERATEURS (AUDITLOG) L'EVENEMENT PREPARE DANS LES ZONES AUD- ;
010410* LA DATE D'AFFAIRES, LE RUN ET L'HORODATAGE SYSTEME SONT POSES
010420* ICI.
010430*-----------------------------------------------------------------
010440 9800-WRITE-AUDIT-EVENT.
010450     ACCEPT AUD-DATE-SYSTEME FROM DATE YYYYMMDD
010460     ACCEPT AUD-HEURE-SYSTEME FROM TIME
010470     MOVE SPACES               TO AUDIT-EVENT-RECORD
010480     MOVE AUD-OPERATEUR        TO EV-OPERATEUR
010490     MOVE WS-DATE-AFFAIRES     TO EV-DATE-AFFAIRES
010500     MOVE AUD-DATE-SYSTEME     TO EV-DATE-SYSTEME
010510     MOVE AUD-HEURE-SYSTEME    TO EV-HEURE-SYSTEME
010520     MOVE WS-NUMERO-RUN        TO EV-NUMERO-RUN
010530     MOVE AUD-PROGRAMME        TO EV-PROGRAMME
010540     MOVE AUD-TYPE-OBJET       TO EV-TYPE-OBJET
010550     MOVE AUD-CLE-OBJET        TO EV-CLE-OBJET
010560     MOVE AUD-ACTION           TO EV-ACTION
010570     MOVE AUD-ZONE             TO EV-ZONE
010580     MOVE AUD-AVANT            TO EV-AVANT
010590     MOVE AUD-APRES            TO EV-APRES
010600     MOVE AUD-OPERATEUR-SAISIE TO EV-OPERATEUR-SAISIE
010610     MOVE AUD-CLIENT           TO EV-CLIENT
010620     WRITE AUDIT-EVENT-RECORD
010630     ADD 1 TO AUD-EVENEMENTS
010640     MOVE SPACES TO AUD-ZONE AUD-AVANT AUD-APRES
010650                    AUD-OPERATEUR-SAISIE.
010660 9800-EXIT.
010670     EXIT.
