000330*                  "A") : CHAQUE CHANGEMENT APPROUVE APPLIQUE AU
000340*                  MAITRE PART AUSSI VERS LES CAISSES, ENCADRE
000350*                  D'UN EN-TETE ET D'UN TOTAL DE LOT.
000351* 2026-10-15 MF    PISTE D'AUDIT DES OPERATEURS : LA DECISION
000352*                  PORTE L'OPERATEUR QUI L'A PRISE
000353*                  (PD-OPERATEUR) ; CHAQUE CHANGEMENT APPROUVE
000354*                  OU ECARTE EST INSCRIT SUR AUDITLOG (DESSIN
000355*                  AUDITEVT) AVEC L'OPERATEUR DE SAISIE DU PRIX
000356*                  MANUEL (PP-OPERATEUR), ET UNE DECISION PRISE
000357*                  PAR CE MEME OPERATEUR EST SIGNALEE.
000358* 2026-10-15 MF    MARGE MINIMALE : AVANT D'APPLIQUER UN
000359*                  CHANGEMENT APPROUVE, SA MARGE EST CALCULEE SUR
000360*                  LE COUT DE REVIENT EN VIGUEUR (COSTMST) ; UN
000361*                  PRIX SOUS LE COUT MAJORE DE LA MARGE MINIMALE
000362*                  DE SA CATEGORIE (MARGCTL) EST REFUSE, INSCRIT
000363*                  SUR AUDITLOG (ACTION REFU) ET NON REPORTE.
000364*                  CODE 4 : AU MOINS UN REFUS.
000365*-----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.

000570     SELECT PRICE-DELTA      ASSIGN TO PRCDELTA
000580            ORGANIZATION IS SEQUENTIAL.

000581     SELECT COST-PRICE-MASTER ASSIGN TO COSTMST
000582            ORGANIZATION IS INDEXED
000583            ACCESS MODE IS DYNAMIC
000584            RECORD KEY IS CP-CLE.
000585
000586     SELECT OPTIONAL MARGIN-CONTROL ASSIGN TO MARGCTL
000587            ORGANIZATION IS SEQUENTIAL.
000588     SELECT AUDIT-TRAIL      ASSIGN TO AUDITLOG
000589            ORGANIZATION IS SEQUENTIAL.
000590*-------------
000600 DATA DIVISION.
000610*-------------
000790     05  PD-DECISION         PIC X(01).
000800         88  PD-APPROUVE              VALUE "A".
000810         88  PD-ECARTE                VALUE "R".
000816     05  PD-OPERATEUR        PIC X(08).
000822     05  FILLER              PIC X(03).
000830*
000840 FD  PENDING-NEXT
000850     LABEL RECORDS ARE STANDARD.
000920 FD  PRICE-DELTA
000930     LABEL RECORDS ARE STANDARD.
000940 COPY PRCDELTA.
000941*
000942 FD  COST-PRICE-MASTER.
000943 COPY COSTREC.
000944*
000945 FD  MARGIN-CONTROL
000946     LABEL RECORDS ARE STANDARD.
000947 COPY MARGCTL.
000948*
000949 FD  AUDIT-TRAIL
000950     LABEL RECORDS ARE STANDARD.
000951 COPY AUDITEVT.
000952*
000960 WORKING-STORAGE SECTION.
000970*
000980 01  WS-SWITCHES.
001250         10  DT-SKU             PIC X(10).
001260         10  DT-DATE-EFFET      PIC X(08).
001270         10  DT-DECISION        PIC X(01).
001271         10  DT-OPERATEUR       PIC X(08).
001272*
001273 77  WS-MARGCTL-EOF-SW       PIC X(01)   VALUE "N".
001274     88  MARGCTL-END-OF-FILE         VALUE "Y".
001275 77  WS-COUT-SW              PIC X(01)   VALUE "N".
001276     88  COUT-TROUVE                 VALUE "Y".
001277 77  WS-COUT-SCAN-SW         PIC X(01)   VALUE "N".
001278     88  COUT-SCAN-FINI              VALUE "Y".
001279 77  WS-SOUS-MARGE-SW        PIC X(01)   VALUE "N".
001280     88  PRIX-SOUS-MARGE             VALUE "Y".
001281 77  WS-PRIX-REVIENT         PIC S9(7)V99 VALUE ZERO.
001282 77  WS-CATEGORIE            PIC X(04)   VALUE SPACES.
001283 77  WS-MARGE-MIN-PCT        PIC 9(03)V99 VALUE ZERO.
001284 77  WS-MARGE-DEFAUT-PCT     PIC 9(03)V99 VALUE ZERO.
001285 77  WS-PRIX-PLANCHER        PIC S9(7)V99 VALUE ZERO.
001286 77  WS-MARGE-PCT            PIC S9(5)V99 VALUE ZERO.
001287 77  WS-SOUS-MARGE           PIC 9(05)   COMP VALUE ZERO.
001288 77  WS-MGT-COUNT            PIC 9(03)   COMP VALUE ZERO.
001289 77  WS-MGT-SCAN             PIC 9(03)   COMP VALUE ZERO.
001290 77  WS-MGT-IDX              PIC 9(03)   COMP VALUE ZERO.
001291 01  MARGIN-TABLE.
001292     05  MGT-ENTRY OCCURS 100 TIMES.
001293         10  MGT-CATEGORIE      PIC X(04).
001294         10  MGT-MARGE-MIN-PCT  PIC 9(03)V99.
001295*
001296 COPY AUDITCTL.
001297*-------------------
001298 PROCEDURE DIVISION.
001300*-------------------
001310 0000-MAINLINE.
001320     DISPLAY "PRICE-APPROVAL : PASSE D'APPROBATION DES PRIX EN "
001500         UNTIL DECISIONS-END-OF-FILE
001510     CLOSE PENDING-DECISIONS
001520     DISPLAY "DECISIONS CHARGEES : " WS-DEC-COUNT
001523     PERFORM 1200-LOAD-MARGINS THRU 1200-EXIT
001526     OPEN INPUT  COST-PRICE-MASTER
001530     OPEN I-O    PRICE-MASTER
001540     OPEN INPUT  PRICE-PENDING
001550     OPEN OUTPUT PENDING-NEXT
001560     OPEN EXTEND PRICE-HISTORY
001570     OPEN OUTPUT PRICE-DELTA
001573     MOVE "PRCAPPR" TO AUD-PROGRAMME
001576     OPEN EXTEND AUDIT-TRAIL
001580     MOVE SPACES TO PRICE-DELTA-RECORD
001590     MOVE "H" TO DX-RECORD-TYPE
001600     MOVE WS-DATE-AFFAIRES TO DX-BATCH-DATE
001980         MOVE PD-SKU        TO DT-SKU (WS-DEC-COUNT)
001990         MOVE PD-DATE-EFFET TO DT-DATE-EFFET (WS-DEC-COUNT)
002000         MOVE PD-DECISION   TO DT-DECISION (WS-DEC-COUNT)
002005         MOVE PD-OPERATEUR  TO DT-OPERATEUR (WS-DEC-COUNT)
002010     ELSE
002020         DISPLAY "TABLE DES DECISIONS PLEINE (200) - DECISION "
002030                 "IGNOREE : " PD-SKU
002060 1100-EXIT.
002070     EXIT.
002080*-----------------------------------------------------------------
002081* 1200-LOAD-MARGINS -- CHARGE LES MARGES MINIMALES PAR CATEGORIE
002082* DE MARGCTL ; L'ENREGISTREMENT A CATEGORIE BLANCHE DONNE LA MARGE
002083* PAR DEFAUT (FICHIER ABSENT : LE PRIX DOIT SEULEMENT COUVRIR LE
002084* COUT).
002085*-----------------------------------------------------------------
002086 1200-LOAD-MARGINS.
002087     OPEN INPUT MARGIN-CONTROL
002088     PERFORM 8200-READ-MARGIN-CONTROL THRU 8200-EXIT
002089     PERFORM 1210-STORE-ONE-MARGIN THRU 1210-EXIT
002090         UNTIL MARGCTL-END-OF-FILE
002091     CLOSE MARGIN-CONTROL
002092     DISPLAY "MARGES MINIMALES CHARGEES : " WS-MGT-COUNT
002093             " (DEFAUT " WS-MARGE-DEFAUT-PCT " PCT)".
002094 1200-EXIT.
002095     EXIT.
002096*-----------------------------------------------------------------
002097* 1210-STORE-ONE-MARGIN -- RANGE LA MARGE COURANTE DANS LA TABLE
002098* PUIS LIT LA SUIVANTE.  UNE TABLE PLEINE ARRETE L'ETAPE : UNE
002099* CATEGORIE IGNOREE LAISSERAIT APPROUVER DES PRIX SOUS SA MARGE.
002100*-----------------------------------------------------------------
002101 1210-STORE-ONE-MARGIN.
002102     IF MG-CATEGORIE = SPACES
002103         MOVE MG-MARGE-MIN-PCT TO WS-MARGE-DEFAUT-PCT
002104     ELSE
002105         IF WS-MGT-COUNT < 100
002106             ADD 1 TO WS-MGT-COUNT
002107             MOVE MG-CATEGORIE     TO MGT-CATEGORIE (WS-MGT-COUNT)
002108             MOVE MG-MARGE-MIN-PCT
002109                 TO MGT-MARGE-MIN-PCT (WS-MGT-COUNT)
002110         ELSE
002111             DISPLAY "TABLE DES MARGES MINIMALES PLEINE (100) : "
002112                     MG-CATEGORIE
002113             MOVE 16 TO RETURN-CODE
002114             STOP RUN
002115         END-IF
002116     END-IF
002117     PERFORM 8200-READ-MARGIN-CONTROL THRU 8200-EXIT.
002118 1210-EXIT.
002119     EXIT.
002120*-----------------------------------------------------------------
002121* 2000-PROCESS-PENDING -- APPLIQUE LA DECISION DU CHANGEMENT EN
002122* ATTENTE COURANT : APPROUVE, LE NOUVEAU PRIX EST POSE SUR LE
002123* MAITRE ET HISTORISE ; ECARTE, LE CHANGEMENT EST ABANDONNE ;
002124* SANS DECISION, IL EST REPORTE SUR LE FICHIER D'ATTENTE
002125* SUIVANT.  UN PRIX APPROUVE SOUS LA MARGE MINIMALE DE SA
002126* CATEGORIE EST REFUSE ET ABANDONNE.
002127* PUIS LIT LE CHANGEMENT SUIVANT.
002140*-----------------------------------------------------------------
002150 2000-PROCESS-PENDING.
002160     MOVE ZERO TO WS-DEC-IDX
002240             WRITE PENDING-NEXT-RECORD
002250                 FROM PRICE-PENDING-RECORD
002260         WHEN DT-DECISION (WS-DEC-IDX) = "A"
002261             PERFORM 2400-CHECK-MARGIN THRU 2400-EXIT
002262             IF PRIX-SOUS-MARGE
002263                 ADD 1 TO WS-SOUS-MARGE
002264                 MOVE "REFU" TO AUD-ACTION
002265                 PERFORM 2300-AUDIT-DECISION THRU 2300-EXIT
002266                 DISPLAY "APPROBATION REFUSEE, SOUS LA MARGE "
002267                         "MINIMALE : " PP-SKU " "
002268                         PP-DATE-EFFET
002269                         " PLANCHER " WS-PRIX-PLANCHER
002270             ELSE
002271                 PERFORM 2200-APPLY-APPROVED THRU 2200-EXIT
002272             END-IF
002280         WHEN OTHER
002290             ADD 1 TO WS-ECARTES
002293             MOVE "ECAR" TO AUD-ACTION
002296             PERFORM 2300-AUDIT-DECISION THRU 2300-EXIT
002300             DISPLAY "CHANGEMENT ECARTE : " PP-SKU
002310                     " " PP-DATE-EFFET
002320     END-EVALUATE
002760             DISPLAY "ERREUR REECRITURE DU MAITRE : " PR-CLE
002770     END-REWRITE
002780     ADD 1 TO WS-APPROUVES
002783     MOVE "APPR" TO AUD-ACTION
002786     PERFORM 2300-AUDIT-DECISION THRU 2300-EXIT
002790     MOVE PP-SKU           TO PH-SKU
002800     MOVE PP-OLD-PRIX      TO PH-OLD-PRIX
002810     MOVE PP-NEW-PRIX      TO PH-NEW-PRIX
002960     DISPLAY "CHANGEMENT APPROUVE APPLIQUE : " PP-SKU
002970             " " PP-DATE-EFFET.
002980 2200-EXIT.
002981     EXIT.
002982*-----------------------------------------------------------------
002983* 2300-AUDIT-DECISION -- INSCRIT SUR LA PISTE D'AUDIT LA DECISION
002984* APPLIQUEE AU CHANGEMENT EN ATTENTE COURANT (OPERATEUR DE LA
002985* DECISION, OPERATEUR DE SAISIE DU PRIX MANUEL, ANCIEN ET NOUVEAU
002986* PRIX).  UNE DECISION PRISE PAR L'OPERATEUR QUI A SAISI LE PRIX
002987* EST SIGNALEE ; ELLE RESTE APPLIQUEE, LE CONTROLE DE SEPARATION
002988* DES TACHES ETANT FAIT PAR L'INTERROGATION DE LA PISTE.
002989*-----------------------------------------------------------------
002990 2300-AUDIT-DECISION.
002991     MOVE DT-OPERATEUR (WS-DEC-IDX) TO AUD-OPERATEUR
002992     MOVE PP-OPERATEUR              TO AUD-OPERATEUR-SAISIE
002993     MOVE "PRIX"                    TO AUD-TYPE-OBJET
002994     MOVE SPACES                    TO AUD-CLE-OBJET
002995     STRING PP-SKU " " PP-DATE-EFFET
002996            DELIMITED BY SIZE INTO AUD-CLE-OBJET
002997     MOVE "PRIX"            TO AUD-ZONE
002998     MOVE PP-OLD-PRIX       TO AUD-MONTANT-EDITE
002999     MOVE AUD-MONTANT-EDITE TO AUD-AVANT
003000     MOVE PP-NEW-PRIX       TO AUD-MONTANT-EDITE
003001     MOVE AUD-MONTANT-EDITE TO AUD-APRES
003002     IF PP-OPERATEUR NOT = SPACES
003003             AND PP-OPERATEUR = DT-OPERATEUR (WS-DEC-IDX)
003004         DISPLAY "DECISION PAR L'OPERATEUR DE SAISIE : " PP-SKU
003005                 " " PP-DATE-EFFET " (" PP-OPERATEUR ")"
003006     END-IF
003007     PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT.
003008 2300-EXIT.
003009     EXIT.
003010*-----------------------------------------------------------------
003011* 2400-CHECK-MARGIN -- CALCULE LA MARGE DU PRIX APPROUVE SUR LE
003012* COUT DE REVIENT EN VIGUEUR A LA DATE D'AFFAIRES (COSTMST,
003013* DERNIERE DATE D'EFFET NON POSTERIEURE) ET LA CONFRONTE A LA
003014* MARGE MINIMALE DE LA CATEGORIE : UN PRIX SOUS LE PLANCHER N'EST
003015* PAS APPLIQUE, MEME APPROUVE.  SANS COUT AU FICHIER (OU COUT
003016* NUL), LE CONTROLE N'EST PAS FAIT.
003017*-----------------------------------------------------------------
003018 2400-CHECK-MARGIN.
003019     MOVE "N" TO WS-SOUS-MARGE-SW
003020     MOVE "N" TO WS-COUT-SW
003021     MOVE "N" TO WS-COUT-SCAN-SW
003022     MOVE ZERO    TO WS-PRIX-REVIENT WS-PRIX-PLANCHER
003023     MOVE SPACES  TO WS-CATEGORIE
003024     MOVE SPACES  TO CP-CLE
003025     MOVE PP-SKU  TO CP-SKU
003026     START COST-PRICE-MASTER KEY IS NOT LESS THAN CP-CLE
003027         INVALID KEY
003028             MOVE "Y" TO WS-COUT-SCAN-SW
003029     END-START
003030     PERFORM 2410-SCAN-ONE-COST THRU 2410-EXIT
003031         UNTIL COUT-SCAN-FINI
003032     IF NOT COUT-TROUVE OR WS-PRIX-REVIENT NOT > ZERO
003033         DISPLAY "SANS COUT DE REVIENT, MARGE NON CONTROLEE : "
003034                 PP-SKU
003035         GO TO 2400-EXIT
003036     END-IF
003037     MOVE WS-MARGE-DEFAUT-PCT TO WS-MARGE-MIN-PCT
003038     MOVE ZERO TO WS-MGT-IDX
003039     PERFORM 2420-MATCH-ONE-CATEGORY THRU 2420-EXIT
003040         VARYING WS-MGT-SCAN FROM 1 BY 1
003041             UNTIL WS-MGT-SCAN > WS-MGT-COUNT
003042                 OR WS-MGT-IDX > ZERO
003043     IF WS-MGT-IDX > ZERO
003044         MOVE MGT-MARGE-MIN-PCT (WS-MGT-IDX) TO WS-MARGE-MIN-PCT
003045     END-IF
003046     COMPUTE WS-PRIX-PLANCHER ROUNDED MODE IS AWAY-FROM-ZERO
003047             = WS-PRIX-REVIENT * (100 + WS-MARGE-MIN-PCT) / 100
003048     COMPUTE WS-MARGE-PCT ROUNDED
003049             = (PP-NEW-PRIX - WS-PRIX-REVIENT) * 100
003050               / WS-PRIX-REVIENT
003051         ON SIZE ERROR
003052             MOVE 99999.99 TO WS-MARGE-PCT
003053     END-COMPUTE
003054     DISPLAY "MARGE DU PRIX APPROUVE : " PP-SKU " " WS-MARGE-PCT
003055             " PCT (MINIMUM " WS-MARGE-MIN-PCT " PCT)"
003056     IF PP-NEW-PRIX < WS-PRIX-PLANCHER
003057         MOVE "Y" TO WS-SOUS-MARGE-SW
003058     END-IF.
003059 2400-EXIT.
003060     EXIT.
003061*-----------------------------------------------------------------
003062* 2410-SCAN-ONE-COST -- LIT LE COUT DATE SUIVANT ; TANT QUE SA
003063* DATE D'EFFET NE DEPASSE PAS LA DATE D'AFFAIRES, IL DEVIENT LE
003064* COUT EN VIGUEUR.  ARRET SUR UN AUTRE SKU OU SUR UN COUT A DATE
003065* FUTURE.
003066*-----------------------------------------------------------------
003067 2410-SCAN-ONE-COST.
003068     READ COST-PRICE-MASTER NEXT RECORD
003069         AT END
003070             MOVE "Y" TO WS-COUT-SCAN-SW
003071     END-READ
003072     IF COUT-SCAN-FINI
003073         GO TO 2410-EXIT
003074     END-IF
003075     IF CP-SKU NOT = PP-SKU
003076             OR CP-DATE-EFFET > WS-DATE-DU-JOUR
003077         MOVE "Y" TO WS-COUT-SCAN-SW
003078         GO TO 2410-EXIT
003079     END-IF
003080     MOVE "Y"             TO WS-COUT-SW
003081     MOVE CP-PRIX-REVIENT TO WS-PRIX-REVIENT
003082     MOVE CP-CATEGORIE    TO WS-CATEGORIE.
003083 2410-EXIT.
003084     EXIT.
003085*-----------------------------------------------------------------
003086* 2420-MATCH-ONE-CATEGORY -- RETIENT DANS WS-MGT-IDX LA MARGE
003087* MINIMALE POINTEE PAR WS-MGT-SCAN SI ELLE EST CELLE DE LA
003088* CATEGORIE DU SKU.
003089*-----------------------------------------------------------------
003090 2420-MATCH-ONE-CATEGORY.
003091     IF MGT-CATEGORIE (WS-MGT-SCAN) = WS-CATEGORIE
003092         MOVE WS-MGT-SCAN TO WS-MGT-IDX
003093     END-IF.
003094 2420-EXIT.
003095     EXIT.
003096*-----------------------------------------------------------------
003097* 8000-READ-PENDING -- LECTURE SEQUENTIELLE DU FICHIER DES
003098* CHANGEMENTS EN ATTENTE.
003099*-----------------------------------------------------------------
003100 8000-READ-PENDING.
003101     READ PRICE-PENDING
003102         AT END
003103             MOVE "Y" TO WS-PND-EOF-SW
003104         NOT AT END
003105             ADD 1 TO WS-ATTENTES-LUES
003106     END-READ.
003110 8000-EXIT.
003120     EXIT.
003130*-----------------------------------------------------------------
003230 8100-EXIT.
003240     EXIT.
003250*-----------------------------------------------------------------
003251* 8200-READ-MARGIN-CONTROL -- LECTURE SEQUENTIELLE DES MARGES
003252* MINIMALES PAR CATEGORIE.
003253*-----------------------------------------------------------------
003254 8200-READ-MARGIN-CONTROL.
003255     READ MARGIN-CONTROL
003256         AT END
003257             MOVE "Y" TO WS-MARGCTL-EOF-SW
003258     END-READ.
003259 8200-EXIT.
003260     EXIT.
003261*-----------------------------------------------------------------
003262* 9000-TERMINATE -- FERME LES FICHIERS ET AFFICHE LE BILAN DE LA
003270* PASSE.  UNE DECISION INAPPLICABLE ARRETE L'ETAPE EN CODE 8.
003280*-----------------------------------------------------------------
003290 9000-TERMINATE.
003380     CLOSE PRICE-PENDING
003390     CLOSE PENDING-NEXT
003400     CLOSE PRICE-HISTORY
003403     CLOSE AUDIT-TRAIL
003406     CLOSE COST-PRICE-MASTER
003410     DISPLAY "ATTENTES LUES     : " WS-ATTENTES-LUES
003420     DISPLAY "APPROUVES         : " WS-APPROUVES
003430     DISPLAY "ECARTES           : " WS-ECARTES
003440     DISPLAY "REPORTES          : " WS-REPORTES
003450     DISPLAY "EN ERREUR         : " WS-EN-ERREUR
003455     DISPLAY "SOUS MARGE MINIMALE : " WS-SOUS-MARGE
003460     DISPLAY "PRIX CHANGES (EXTRAIT) : " WS-DELTAS
003462     DISPLAY "EVENEMENTS D'AUDIT     : " AUD-EVENEMENTS
003464     IF WS-SOUS-MARGE > ZERO
003466         MOVE 4 TO RETURN-CODE
003468     END-IF
003470     IF WS-EN-ERREUR > ZERO
003480         MOVE 8 TO RETURN-CODE
003490     END-IF
003500     DISPLAY "PRICE-APPROVAL : FIN DU TRAITEMENT".
003510 9000-EXIT.
003520     EXIT.
003530*-----------------------------------------------------------------
003540* 9800-WRITE-AUDIT-EVENT -- AJOUTE A LA PISTE D'AUDIT DES
003550* OPERATEURS (AUDITLOG) L'EVENEMENT PREPARE DANS LES ZONES AUD- ;
003560* LA DATE D'AFFAIRES, LE RUN ET L'HORODATAGE SYSTEME SONT POSES
003570* ICI.
003580*-----------------------------------------------------------------
003590 9800-WRITE-AUDIT-EVENT.
003600     ACCEPT AUD-DATE-SYSTEME FROM DATE YYYYMMDD
003610     ACCEPT AUD-HEURE-SYSTEME FROM TIME
003620     MOVE SPACES               TO AUDIT-EVENT-RECORD
003630     MOVE AUD-OPERATEUR        TO EV-OPERATEUR
003640     MOVE WS-DATE-AFFAIRES     TO EV-DATE-AFFAIRES
003650     MOVE AUD-DATE-SYSTEME     TO EV-DATE-SYSTEME
003660     MOVE AUD-HEURE-SYSTEME    TO EV-HEURE-SYSTEME
003670     MOVE WS-NUMERO-RUN        TO EV-NUMERO-RUN
003680     MOVE AUD-PROGRAMME        TO EV-PROGRAMME
003690     MOVE AUD-TYPE-OBJET       TO EV-TYPE-OBJET
003700     MOVE AUD-CLE-OBJET        TO EV-CLE-OBJET
003710     MOVE AUD-ACTION           TO EV-ACTION
003720     MOVE AUD-ZONE             TO EV-ZONE
003730     MOVE AUD-AVANT            TO EV-AVANT
003740     MOVE AUD-APRES            TO EV-APRES
003750     MOVE AUD-OPERATEUR-SAISIE TO EV-OPERATEUR-SAISIE
003760     MOVE AUD-CLIENT           TO EV-CLIENT
003770     WRITE AUDIT-EVENT-RECORD
003780     ADD 1 TO AUD-EVENEMENTS
003790     MOVE SPACES TO AUD-ZONE AUD-AVANT AUD-APRES
003800                    AUD-OPERATEUR-SAISIE.
003810 9800-EXIT.
003820     EXIT.
