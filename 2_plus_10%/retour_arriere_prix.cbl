000390*                  "R") : CHAQUE PRIX RETABLI PART AUSSI VERS
000400*                  LES CAISSES, ENCADRE D'UN EN-TETE ET D'UN
000410*                  TOTAL DE LOT.
000411* 2026-10-15 MF    MARGE MINIMALE : LE COUT DE REVIENT EN VIGUEUR
000412*                  DU SKU EST LU SUR COSTMST ET LA MARGE MINIMALE
000413*                  DE SA CATEGORIE SUR MARGCTL, COMME DANS LE LOT
000414*                  DES PRIX.  UN ANCIEN PRIX SOUS LE PLANCHER
000415*                  N'EST PAS RETABLI (LA PASSE D'APPROBATION LE
000416*                  REFUSERAIT DE TOUTE FACON) : LE PRIX EN PLACE
000417*                  EST CONSERVE, LE REFUS EST COMPTE AU BILAN ET
000418*                  L'ETAPE SORT EN CODE 4.
000420*-----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000600            ORGANIZATION IS SEQUENTIAL.

000610     SELECT PRICE-DELTA      ASSIGN TO PRCDELTA
000611            ORGANIZATION IS SEQUENTIAL.

000612     SELECT COST-PRICE-MASTER ASSIGN TO COSTMST
000613            ORGANIZATION IS INDEXED
000614            ACCESS MODE IS DYNAMIC
000615            RECORD KEY IS CP-CLE.

000616     SELECT OPTIONAL MARGIN-CONTROL ASSIGN TO MARGCTL
000620            ORGANIZATION IS SEQUENTIAL.
000630*-------------
000640 DATA DIVISION.
000970     LABEL RECORDS ARE STANDARD.
000980 COPY PRCDELTA.
000990*
000991 FD  COST-PRICE-MASTER.
000992 COPY COSTREC.
000993*
000994 FD  MARGIN-CONTROL
000995     LABEL RECORDS ARE STANDARD.
000996 COPY MARGCTL.
000997*
001000 WORKING-STORAGE SECTION.
001010*
001020 01  WS-SWITCHES.
001080         88  SCAN-FINI                VALUE "Y".
001090     05  WS-CIBLE-SW         PIC X(01)   VALUE "N".
001100         88  CIBLE-TROUVEE            VALUE "Y".
001101     05  WS-MARGCTL-EOF-SW   PIC X(01)   VALUE "N".
001102         88  MARGCTL-END-OF-FILE      VALUE "Y".
001103     05  WS-COUT-SW          PIC X(01)   VALUE "N".
001104         88  COUT-TROUVE              VALUE "Y".
001105     05  WS-COUT-SCAN-SW     PIC X(01)   VALUE "N".
001106         88  COUT-SCAN-FINI           VALUE "Y".
001107     05  WS-SOUS-MARGE-SW    PIC X(01)   VALUE "N".
001108         88  PRIX-SOUS-MARGE          VALUE "Y".
001110*
001120 77  WS-DATE-DU-JOUR         PIC X(08)   VALUE SPACES.
001130 77  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
001220 77  WS-CHANGEMENTS-VISES    PIC 9(07)   COMP VALUE ZERO.
001230 77  WS-PRIX-RETABLIS        PIC 9(07)   COMP VALUE ZERO.
001240 77  WS-INTROUVABLES         PIC 9(07)   COMP VALUE ZERO.
001241 77  WS-REFUS-MARGE          PIC 9(07)   COMP VALUE ZERO.
001242 77  WS-PRIX-REVIENT         PIC S9(7)V99 VALUE ZERO.
001243 77  WS-CATEGORIE            PIC X(04)   VALUE SPACES.
001244 77  WS-MARGE-MIN-PCT        PIC 9(03)V99 VALUE ZERO.
001245 77  WS-MARGE-DEFAUT-PCT     PIC 9(03)V99 VALUE ZERO.
001246 77  WS-PRIX-PLANCHER        PIC S9(7)V99 VALUE ZERO.
001250 77  WS-CLE-CIBLE            PIC X(18)   VALUE SPACES.
001260 77  WS-DEJA-RETABLIS        PIC 9(07)   COMP VALUE ZERO.
001270 77  WS-FAIT-COUNT           PIC 9(04)   COMP VALUE ZERO.
001280 77  WS-FAIT-SCAN            PIC 9(04)   COMP VALUE ZERO.
001290 77  WS-FAIT-SW              PIC X(01)   VALUE "N".
001300     88  CIBLE-DEJA-RETABLIE         VALUE "Y".
001302 77  WS-MGT-COUNT            PIC 9(03)   COMP VALUE ZERO.
001304 77  WS-MGT-SCAN             PIC 9(03)   COMP VALUE ZERO.
001306 77  WS-MGT-IDX              PIC 9(03)   COMP VALUE ZERO.
001310 01  FAIT-TABLE.
001320     05  FT-CLE OCCURS 1000 TIMES PIC X(18).
001322 01  MARGIN-TABLE.
001324     05  MGT-ENTRY OCCURS 100 TIMES.
001326         10  MGT-CATEGORIE      PIC X(04).
001328         10  MGT-MARGE-MIN-PCT  PIC 9(03)V99.
001330*-------------------
001340 PROCEDURE DIVISION.
001350*-------------------
001730     OPEN INPUT  PRICE-HISTORY
001740     OPEN OUTPUT PRICE-HIST-OUT
001750     OPEN OUTPUT PRICE-DELTA
001753     OPEN INPUT  COST-PRICE-MASTER
001756     PERFORM 1570-LOAD-MARGINS THRU 1570-EXIT
001760     MOVE SPACES TO PRICE-DELTA-RECORD
001770     MOVE "H" TO DX-RECORD-TYPE
001780     MOVE WS-DATE-AFFAIRES TO DX-BATCH-DATE
001920* PREMIER CHANGEMENT DE LA PLAGE POUR UNE MEME CIBLE EST RETABLI
001930* (SON ANCIEN PRIX EST LE PRIX D'AVANT LA PLAGE), LES
001940* CHANGEMENTS POSTERIEURS DE LA MEME CIBLE SONT IGNORES.
001942* UN ANCIEN PRIX SOUS LE COUT DE REVIENT EN VIGUEUR MAJORE DE LA
001944* MARGE MINIMALE DE SA CATEGORIE N'EST PAS RETABLI : LA CIBLE
001946* GARDE SON PRIX ET LE REFUS EST COMPTE.
001950* PUIS LIT LE CHANGEMENT SUIVANT.
001960*-----------------------------------------------------------------
001970 2000-REVERSE-ONE-CHANGE.
002140         ADD 1 TO WS-DEJA-RETABLIS
002150         DISPLAY "CIBLE DEJA RETABLIE DANS CETTE PLAGE - "
002160                 "CHANGEMENT POSTERIEUR IGNORE : " PR-CLE
002161     ELSE
002162         PERFORM 2600-FIND-COST THRU 2600-EXIT
002163         IF PRIX-SOUS-MARGE
002164             ADD 1 TO WS-REFUS-MARGE
002165             DISPLAY "RETOUR ARRIERE REFUSE SOUS LA MARGE "
002166                     "MINIMALE : " PR-CLE " PRIX " PH-OLD-PRIX
002167                     " PLANCHER " WS-PRIX-PLANCHER
002170         ELSE
002180             MOVE PH-OLD-PRIX TO PR-PRIX
002190             MOVE PH-OLD-PRIX TO PR-NOUVEAU-PRIX
002200             REWRITE PRICE-RECORD
002210                 INVALID KEY
002220                     DISPLAY "ERREUR REECRITURE DU MAITRE : "
002225                             PR-CLE
002230             END-REWRITE
002240             ADD 1 TO WS-PRIX-RETABLIS
002250             MOVE PH-SKU         TO PO-SKU
002260             MOVE PH-NEW-PRIX    TO PO-OLD-PRIX
002270             MOVE PH-OLD-PRIX    TO PO-NEW-PRIX
002280             MOVE ZERO           TO PO-TAUX-APPLIQUE
002290             MOVE WS-DATE-DU-JOUR TO PO-DATE-EFFET
002300             MOVE PR-DATE-EFFET  TO PO-DATE-RECORD
002310             WRITE PRICE-HIST-OUT-RECORD
002320             MOVE SPACES TO PRICE-DELTA-RECORD
002330             MOVE "D"           TO DX-RECORD-TYPE
002340             MOVE PH-SKU        TO DX-SKU
002350             MOVE PH-NEW-PRIX   TO DX-OLD-PRIX
002360             MOVE PH-OLD-PRIX   TO DX-NEW-PRIX
002370             MOVE PR-DATE-EFFET TO DX-DATE-EFFET
002380             MOVE "R"           TO DX-ORIGINE
002390             WRITE PRICE-DELTA-RECORD
002400             ADD 1 TO WS-DELTAS
002410             ADD PH-OLD-PRIX TO WS-HASH-DELTA
002420             DISPLAY "PRIX RETABLI : " PH-SKU " -> " PH-OLD-PRIX
002425         END-IF
002430     END-IF
002440     PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
002450 2000-EXIT.
003590     EXIT.
003600*-----------------------------------------------------------------
003610* 9000-TERMINATE -- FERME LES FICHIERS ET AFFICHE LE BILAN.  UN
003616* CHANGEMENT INTROUVABLE AU MAITRE ARRETE L'ETAPE EN CODE 8, UN
003622* RETOUR ARRIERE REFUSE SOUS LA MARGE MINIMALE EN CODE 4.
003630*-----------------------------------------------------------------
003640 9000-TERMINATE.
003650     MOVE SPACES TO PRICE-DELTA-RECORD
003720     CLOSE PRICE-MASTER
003730     CLOSE PRICE-HISTORY
003740     CLOSE PRICE-HIST-OUT
003745     CLOSE COST-PRICE-MASTER
003750     DISPLAY "CHANGEMENTS LUS    : " WS-CHANGEMENTS-LUS
003760     DISPLAY "CHANGEMENTS VISES  : " WS-CHANGEMENTS-VISES
003770     DISPLAY "PRIX RETABLIS      : " WS-PRIX-RETABLIS
003790     DISPLAY "CHANGEMENTS POSTERIEURS IGNORES : "
003800             WS-DEJA-RETABLIS
003810     DISPLAY "PRIX CHANGES (EXTRAIT) : " WS-DELTAS
003812     DISPLAY "REFUS SOUS LA MARGE MINIMALE : " WS-REFUS-MARGE
003814     IF WS-REFUS-MARGE > ZERO
003816         MOVE 4 TO RETURN-CODE
003818     END-IF
003820     IF WS-INTROUVABLES > ZERO
003830         MOVE 8 TO RETURN-CODE
003840     END-IF
004100             " RUN : " WS-NUMERO-RUN.
004110 1050-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------------
004140* 1570-LOAD-MARGINS -- CHARGE LES MARGES MINIMALES PAR CATEGORIE
004150* DE MARGCTL ; L'ENREGISTREMENT A CATEGORIE BLANCHE DONNE LA MARGE
004160* PAR DEFAUT (FICHIER ABSENT : LE PRIX DOIT SEULEMENT COUVRIR LE
004170* COUT).
004180*-----------------------------------------------------------------
004190 1570-LOAD-MARGINS.
004200     OPEN INPUT MARGIN-CONTROL
004210     PERFORM 8800-READ-MARGIN-CONTROL THRU 8800-EXIT
004220     PERFORM 1580-STORE-ONE-MARGIN THRU 1580-EXIT
004230         UNTIL MARGCTL-END-OF-FILE
004240     CLOSE MARGIN-CONTROL
004250     DISPLAY "MARGES MINIMALES CHARGEES : " WS-MGT-COUNT
004260             " (DEFAUT " WS-MARGE-DEFAUT-PCT " PCT)".
004270 1570-EXIT.
004280     EXIT.
004290*-----------------------------------------------------------------
004300* 1580-STORE-ONE-MARGIN -- RANGE LA MARGE COURANTE DANS LA TABLE
004310* PUIS LIT LA SUIVANTE.  UNE TABLE PLEINE ARRETE L'ETAPE : UNE
004320* CATEGORIE IGNOREE LAISSERAIT RETABLIR DES PRIX SOUS SA MARGE.
004330*-----------------------------------------------------------------
004340 1580-STORE-ONE-MARGIN.
004350     IF MG-CATEGORIE = SPACES
004360         MOVE MG-MARGE-MIN-PCT TO WS-MARGE-DEFAUT-PCT
004370     ELSE
004380         IF WS-MGT-COUNT < 100
004390             ADD 1 TO WS-MGT-COUNT
004400             MOVE MG-CATEGORIE     TO MGT-CATEGORIE (WS-MGT-COUNT)
004410             MOVE MG-MARGE-MIN-PCT
004420                 TO MGT-MARGE-MIN-PCT (WS-MGT-COUNT)
004430         ELSE
004440             DISPLAY "TABLE DES MARGES MINIMALES PLEINE (100) : "
004450                     MG-CATEGORIE
004460             MOVE 16 TO RETURN-CODE
004470             STOP RUN
004480         END-IF
004490     END-IF
004500     PERFORM 8800-READ-MARGIN-CONTROL THRU 8800-EXIT.
004510 1580-EXIT.
004520     EXIT.
004530*-----------------------------------------------------------------
004540* 2600-FIND-COST -- RETIENT LE COUT DE REVIENT EN VIGUEUR DU SKU
004550* DE LA CIBLE SUR COSTMST (DERNIERE DATE D'EFFET NON POSTERIEURE A
004560* LA DATE D'AFFAIRES, MEME SELECTION DATEE QUE LE LOT DES PRIX),
004570* LA MARGE MINIMALE DE SA CATEGORIE ET LE PRIX PLANCHER QUI EN
004580* DECOULE, ET INDIQUE SI L'ANCIEN PRIX A RETABLIR TOMBE SOUS CE
004590* PLANCHER (UN PRIX QUI NE CHANGE PAS N'EST PAS REFUSE).  SANS
004600* COUT AU FICHIER, OU AVEC UN COUT NUL, LE CONTROLE N'EST PAS
004610* FAIT.
004620*-----------------------------------------------------------------
004630 2600-FIND-COST.
004640     MOVE "N" TO WS-COUT-SW
004650     MOVE "N" TO WS-COUT-SCAN-SW
004660     MOVE "N" TO WS-SOUS-MARGE-SW
004670     MOVE ZERO    TO WS-PRIX-REVIENT WS-PRIX-PLANCHER
004680                     WS-MARGE-MIN-PCT
004690     MOVE SPACES  TO WS-CATEGORIE
004700     MOVE SPACES  TO CP-CLE
004710     MOVE PR-SKU  TO CP-SKU
004720     START COST-PRICE-MASTER KEY IS NOT LESS THAN CP-CLE
004730         INVALID KEY
004740             MOVE "Y" TO WS-COUT-SCAN-SW
004750     END-START
004760     PERFORM 2610-SCAN-ONE-COST THRU 2610-EXIT
004770         UNTIL COUT-SCAN-FINI
004780     IF WS-PRIX-REVIENT NOT > ZERO
004790         MOVE "N" TO WS-COUT-SW
004800     END-IF
004810     IF NOT COUT-TROUVE
004820         GO TO 2600-EXIT
004830     END-IF
004840     MOVE WS-MARGE-DEFAUT-PCT TO WS-MARGE-MIN-PCT
004850     MOVE ZERO TO WS-MGT-IDX
004860     PERFORM 2620-MATCH-ONE-CATEGORY THRU 2620-EXIT
004870         VARYING WS-MGT-SCAN FROM 1 BY 1
004880             UNTIL WS-MGT-SCAN > WS-MGT-COUNT
004890                 OR WS-MGT-IDX > ZERO
004900     IF WS-MGT-IDX > ZERO
004910         MOVE MGT-MARGE-MIN-PCT (WS-MGT-IDX) TO WS-MARGE-MIN-PCT
004920     END-IF
004930     COMPUTE WS-PRIX-PLANCHER ROUNDED MODE IS AWAY-FROM-ZERO
004940             = WS-PRIX-REVIENT * (100 + WS-MARGE-MIN-PCT) / 100
004950     IF PH-OLD-PRIX < WS-PRIX-PLANCHER
004960             AND PH-OLD-PRIX NOT = PR-PRIX
004970         MOVE "Y" TO WS-SOUS-MARGE-SW
004980     END-IF.
004990 2600-EXIT.
005000     EXIT.
005010*-----------------------------------------------------------------
005020* 2610-SCAN-ONE-COST -- LIT LE COUT DATE SUIVANT ; TANT QUE SA
005030* DATE D'EFFET NE DEPASSE PAS LA DATE D'AFFAIRES, IL DEVIENT LE
005040* COUT EN VIGUEUR (LE FICHIER EST EN ORDRE DE CLE, LE DERNIER
005050* RETENU EST LE BON).  ARRET SUR UN AUTRE SKU OU SUR UN COUT A
005060* DATE FUTURE.
005070*-----------------------------------------------------------------
005080 2610-SCAN-ONE-COST.
005090     READ COST-PRICE-MASTER NEXT RECORD
005100         AT END
005110             MOVE "Y" TO WS-COUT-SCAN-SW
005120     END-READ
005130     IF COUT-SCAN-FINI
005140         GO TO 2610-EXIT
005150     END-IF
005160     IF CP-SKU NOT = PR-SKU
005170             OR CP-DATE-EFFET > WS-DATE-DU-JOUR
005180         MOVE "Y" TO WS-COUT-SCAN-SW
005190         GO TO 2610-EXIT
005200     END-IF
005210     MOVE "Y"             TO WS-COUT-SW
005220     MOVE CP-PRIX-REVIENT TO WS-PRIX-REVIENT
005230     MOVE CP-CATEGORIE    TO WS-CATEGORIE.
005240 2610-EXIT.
005250     EXIT.
005260*-----------------------------------------------------------------
005270* 2620-MATCH-ONE-CATEGORY -- RETIENT DANS WS-MGT-IDX LA MARGE
005280* MINIMALE POINTEE PAR WS-MGT-SCAN SI ELLE EST CELLE DE LA
005290* CATEGORIE DU SKU.
005300*-----------------------------------------------------------------
005310 2620-MATCH-ONE-CATEGORY.
005320     IF MGT-CATEGORIE (WS-MGT-SCAN) = WS-CATEGORIE
005330         MOVE WS-MGT-SCAN TO WS-MGT-IDX
005340     END-IF.
005350 2620-EXIT.
005360     EXIT.
005370*-----------------------------------------------------------------
005380* 8800-READ-MARGIN-CONTROL -- LECTURE SEQUENTIELLE DES MARGES
005390* MINIMALES PAR CATEGORIE.
005400*-----------------------------------------------------------------
005410 8800-READ-MARGIN-CONTROL.
005420     READ MARGIN-CONTROL
005430         AT END
005440             MOVE "Y" TO WS-MARGCTL-EOF-SW
005450     END-READ.
005460 8800-EXIT.
005470     EXIT.
