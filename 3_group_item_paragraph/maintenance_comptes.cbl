000540*                  "KYCFRZ") SONT DEJA SOUS DOUBLE CONTROLE
000550*                  ANALYSTE ET NE REPASSENT PAS PAR L'INSTANCE.
000560*                  LA DATE D'AFFAIRES VIENT DESORMAIS DE RUNCTL.
000561* 2026-10-15 MF    LA CREATION PORTE LE CODE PRODUIT DU COMPTE
000562*                  (AM-PRODUIT), REPRIS SUR ACCT-PRODUIT ; UN
000563*                  CODE ABSENT DU CATALOGUE PRODCTL EN VIGUEUR A
000564*                  LA DATE D'AFFAIRES EST REJETE EN EXCEPTION.
000565* 2026-10-15 MF    LA CREATION MET A ZERO LES CUMULS D'AGIOS DU
000566*                  NOUVEAU COMPTE (ACCOUNT-RECORD 138 OCTETS).
000567* 2026-10-15 MF    EXTOURNE D'ECRITURE ("E") : LA DEMANDE DESIGNE
000568*                  L'ECRITURE POSTEE PAR COMPTE, DATE D'AFFAIRES
000569*                  ET LG-SEQUENCE ; ELLE PASSE TOUJOURS PAR LE
000570*                  CONTROLE A QUATRE YEUX ET, APPROUVEE, EST
000571*                  TRANSMISE A SIMPLEBANK SUR REVREQ AVEC SES
000572*                  DEUX OPERATEURS.
000573* 2026-10-15 MF    STATUT BLOQUE ("B") DES COMPTES EN IMPAYE DE
000574*                  DECOUVERT : BLOCAGE ET DEBLOCAGE EMIS PAR
000575*                  OVERDRAFT-ARREARS (OPERATEUR "ARREARS") SANS
000576*                  QUATRE YEUX, ET APPLIQUES SEULEMENT SI LE
000577*                  COMPTE EST ENCORE OUVERT (BLOCAGE) OU BLOQUE
000578*                  (DEBLOCAGE) ; LA LEVEE MANUELLE D'UN BLOCAGE
000579*                  PASSE PAR L'INSTANCE COMME CELLE D'UN GEL.
000580* 2026-10-15 MF    COMPTES JOINTS : LA FONCTION "R" OUVRE ("A") OU
000581*                  TERMINE ("F") LE LIEN D'UN CLIENT AU COMPTE
000582*                  (TITULAIRE, CO-TITULAIRE, MANDATAIRE,
000583*                  BENEFICIAIRE EFFECTIF) SUR LE MAITRE DES LIENS
000584*                  RELMSTR, AVEC SES DATES ET L'OPERATEUR ; LA
000585*                  CREATION D'UN COMPTE Y POSE LE LIEN DU
000586*                  TITULAIRE.
000587* 2026-10-15 MF    DECISION SUR UN PAIEMENT RETENU ("P") : LA
000588*                  LIBERATION OU L'ANNULATION D'UNE RETENUE ENCORE
000589*                  EN ATTENTE SUR PAYHOLD PASSE TOUJOURS PAR LES
000590*                  QUATRE YEUX ; APPROUVEE, ELLE PART VERS
000591*                  SIMPLEBANK SUR PAYREL.
000592* 2026-10-15 MF    AGENCE DU COMPTE : LA CREATION PORTE L'AGENCE
000593*                  (AM-AGENCE, OBLIGATOIRE, CONTROLEE SUR LE
000594*                  CATALOGUE BRCHCTL EN VIGUEUR, AGENCE OUVERTE)
000595*                  REPRISE SUR ACCT-AGENCE.  LA FONCTION "A"
000596*                  TRANSFERE UN COMPTE NON CLOS VERS UNE AUTRE
000597*                  AGENCE.  CHAQUE AFFECTATION (CREATION OU
000598*                  TRANSFERT) EST HISTORISEE SUR AGCHIST AVEC
000599*                  L'AGENCE PRECEDENTE, L'OPERATEUR ET LE SOLDE.
000600* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000601*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000602*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000603*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000604*                  REJOUEE, SA GENERATION DE LA VEILLE EST
000605*                  RECONDUITE -- ET L'ACHEVEMENT (CODE RETOUR,
000606*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000607* 2026-10-15 MF    PISTE D'AUDIT DES OPERATEURS : CHAQUE
000608*                  MAINTENANCE POSTEE (CREATION, LIMITE, STATUT,
000609*                  AGENCE, LIEN, EXTOURNE, DECISION SUR RETENUE),
000610*                  CHAQUE MISE EN INSTANCE ET CHAQUE REFUS A
000611*                  QUATRE YEUX EST INSCRIT SUR AUDITLOG (DESSIN
000612*                  AUDITEVT) AVEC LES VALEURS AVANT / APRES ; LA
000613*                  SECONDE APPROBATION PORTE L'OPERATEUR DE LA
000614*                  PREMIERE SAISIE.
000615* 2026-10-15 MF    LES ECRITS INSCRITS AU REGISTRE DE LA CHAINE
000616*                  COMPTENT AUSSI LES EXTOURNES TRANSMISES, LES
000617*                  LIENS POSTES, LES DECISIONS TRANSMISES ET LES
000618*                  TRANSFERTS D'AGENCE, QUI EN ETAIENT OMIS.
000619*-----------------------------------------------------------------
000620 ENVIRONMENT DIVISION.
000621 CONFIGURATION SECTION.
000622 SOURCE-COMPUTER. IBM-370.
000623 OBJECT-COMPUTER. IBM-370.
000624 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000650            ORGANIZATION IS INDEXED
000790            ORGANIZATION IS SEQUENTIAL.

000800     SELECT PENDING-OUT      ASSIGN TO ACCTPNDO
000801            ORGANIZATION IS SEQUENTIAL.

000802     SELECT OPTIONAL PRODUCT-CONTROL ASSIGN TO PRODCTL
000803            ORGANIZATION IS SEQUENTIAL.

000804     SELECT REVERSAL-REQUESTS ASSIGN TO REVREQ
000805            ORGANIZATION IS SEQUENTIAL.
000806     SELECT RELATION-MASTER  ASSIGN TO RELMSTR
000807            ORGANIZATION IS INDEXED
000808            ACCESS MODE IS DYNAMIC
000809            RECORD KEY IS RL-CLE.
000810     SELECT PAYMENT-HOLDS    ASSIGN TO PAYHOLD
000811            ORGANIZATION IS INDEXED
000812            ACCESS MODE IS DYNAMIC
000813            RECORD KEY IS PH-CLE.
000814
000815     SELECT PAYMENT-RELEASES ASSIGN TO PAYREL
000816            ORGANIZATION IS SEQUENTIAL.

000817     SELECT OPTIONAL BRANCH-CONTROL ASSIGN TO BRCHCTL
000818            ORGANIZATION IS SEQUENTIAL.

000819     SELECT BRANCH-HISTORY   ASSIGN TO AGCHIST
000820            ORGANIZATION IS SEQUENTIAL.
000821
000822     SELECT AUDIT-TRAIL      ASSIGN TO AUDITLOG
000823            ORGANIZATION IS SEQUENTIAL.
000824
000825     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000826            ORGANIZATION IS SEQUENTIAL.
000827
000828     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000829            ORGANIZATION IS SEQUENTIAL.
000830*-------------
000831 DATA DIVISION.
000840*-------------
000850 FILE SECTION.
000860 FD  ACCOUNT-MASTER.
001090 FD  PENDING-OUT
001100     LABEL RECORDS ARE STANDARD.
001110 01  PENDING-OUT-RECORD      PIC X(60).
001111*
001112 FD  PRODUCT-CONTROL
001113     LABEL RECORDS ARE STANDARD.
001114 COPY PRODCTL.
001115*
001116 FD  REVERSAL-REQUESTS
001117     LABEL RECORDS ARE STANDARD.
001118 COPY REVREQ.
001119*
001120 FD  RELATION-MASTER.
001121 COPY RELREC.
001122*
001123 FD  PAYMENT-HOLDS.
001124 COPY PAYHOLD.
001125*
001126 FD  PAYMENT-RELEASES
001127     LABEL RECORDS ARE STANDARD.
001128 COPY PAYREL.
001129*
001130 FD  BRANCH-CONTROL
001131     LABEL RECORDS ARE STANDARD.
001132 COPY BRCHCTL.
001133*
001134 FD  BRANCH-HISTORY
001135     LABEL RECORDS ARE STANDARD.
001136 COPY AGCHIST.
001137*
001138 FD  AUDIT-TRAIL
001139     LABEL RECORDS ARE STANDARD.
001140 COPY AUDITEVT.
001141*
001142 FD  STEP-DIRECTIVES
001143     LABEL RECORDS ARE STANDARD.
001144 COPY STEPDIR.
001145*
001146 FD  CHAIN-REGISTER
001147     LABEL RECORDS ARE STANDARD.
001148 COPY CHAINREG.
001149*
001150 WORKING-STORAGE SECTION.
001151*
001152 01  WS-SWITCHES.
001160     05  WS-EOF-SW           PIC X(01)   VALUE "N".
001170         88  END-OF-FILE             VALUE "Y".
001180     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001420     88  TRANSACTION-REJETEE-4Y      VALUE "R".
001430 77  WS-EN-INSTANCE          PIC 9(05)   COMP VALUE ZERO.
001440 77  WS-APPROUVEES           PIC 9(05)   COMP VALUE ZERO.
001443 77  WS-EXTOURNES-TRANSMISES PIC 9(05)   COMP VALUE ZERO.
001446 77  WS-LONGUEUR-CLE-4Y      PIC 9(02)   COMP VALUE 21.
001450 77  WS-OPERATEUR-KYCFRZ     PIC X(08)   VALUE "KYCFRZ".
001455 77  WS-OPERATEUR-ARREARS    PIC X(08)   VALUE "ARREARS".
001460 77  WS-INSTANCE-SAUVE       PIC X(60)   VALUE SPACES.
001470 01  PENDING-TABLE.
001480     05  PT-ENTRY OCCURS 100 TIMES.
001490         10  PT-IMAGE           PIC X(48).
001500         10  PT-DATE            PIC X(08).
001510         10  PT-ETAT            PIC X(01).
001511 77  WS-PRODUIT-EOF-SW       PIC X(01)   VALUE "N".
001512     88  PRODUIT-END-OF-FILE         VALUE "Y".
001513 77  WS-PRD-COUNT            PIC 9(03)   COMP VALUE ZERO.
001514 77  WS-PRD-SCAN             PIC 9(03)   COMP VALUE ZERO.
001515 77  WS-PRODUIT-CHERCHE      PIC X(04)   VALUE SPACES.
001516 77  WS-PRODUIT-SW           PIC X(01)   VALUE "N".
001517     88  PRODUIT-CONNU               VALUE "Y".
001518 01  PRODUIT-TABLE.
001519     05  PRT-PRODUIT OCCURS 50 TIMES PIC X(04).
001520 77  WS-LIENS-POSTES         PIC 9(05)   COMP VALUE ZERO.
001521 77  WS-REL-KEY-SW           PIC X(01)   VALUE "N".
001522     88  LIEN-TROUVE                 VALUE "Y".
001523 77  WS-DATE-LIEN            PIC X(08)   VALUE SPACES.
001524 77  WS-DECISIONS-TRANSMISES PIC 9(05)   COMP VALUE ZERO.
001525 77  WS-PH-SW                PIC X(01)   VALUE "N".
001526     88  RETENUE-TROUVEE             VALUE "Y".
001527 77  WS-BRANCH-EOF-SW        PIC X(01)   VALUE "N".
001528     88  BRANCH-END-OF-FILE          VALUE "Y".
001529 77  WS-AGC-COUNT            PIC 9(03)   COMP VALUE ZERO.
001530 77  WS-AGC-SCAN             PIC 9(03)   COMP VALUE ZERO.
001531 77  WS-AGC-IDX              PIC 9(03)   COMP VALUE ZERO.
001532 77  WS-AGENCE-CHERCHE       PIC X(02)   VALUE SPACES.
001533 77  WS-AGENCE-PRECEDENTE    PIC X(02)   VALUE SPACES.
001534 77  WS-TRANSFERTS-POSTES    PIC 9(05)   COMP VALUE ZERO.
001535 01  AGENCE-TABLE.
001536     05  AGT-ENTRY OCCURS 50 TIMES.
001537         10  AGT-AGENCE         PIC X(02).
001538         10  AGT-STATUT         PIC X(01).
001539*
001540 COPY STEPCTL.
001541 COPY AUDITCTL.
001542*-------------------
001543 PROCEDURE DIVISION.
001544*-------------------
001550 0000-MAINLINE.
001560     DISPLAY "ACCOUNT-MAINTENANCE : MISE A JOUR DU FICHIER "
001570             "MAITRE DES COMPTES"
001575     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001590     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001600         UNTIL END-OF-FILE
001610     PERFORM 3000-TERMINATE THRU 3000-EXIT
001615     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001620     STOP RUN.
001630*-----------------------------------------------------------------
001640* 1000-INITIALIZE -- OUVRE LES FICHIERS ET LIT LA PREMIERE
001680     OPEN I-O   ACCOUNT-MASTER
001690     OPEN INPUT ACCT-MAINT-TRANS
001700     OPEN OUTPUT ACCT-EXCEPTIONS
001701     OPEN OUTPUT REVERSAL-REQUESTS
001702     OPEN I-O   RELATION-MASTER
001703     OPEN INPUT PAYMENT-HOLDS
001704     OPEN OUTPUT PAYMENT-RELEASES
001705     OPEN EXTEND BRANCH-HISTORY
001706     MOVE "ACCTMNT" TO AUD-PROGRAMME
001707     OPEN EXTEND AUDIT-TRAIL
001710     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001720     PERFORM 1100-LOAD-APPROVAL-CONTROL THRU 1100-EXIT
001730     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT
001733     PERFORM 1300-LOAD-PRODUCTS THRU 1300-EXIT
001736     PERFORM 1400-LOAD-BRANCHES THRU 1400-EXIT
001740     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
001750 1000-EXIT.
001760     EXIT.
001770*-----------------------------------------------------------------
001780* 2000-PROCESS-TRANSACTION -- APPLIQUE LA TRANSACTION DE
001786* MAINTENANCE COURANTE (CREATION, LIMITE, STATUT, EXTOURNE, LIEN
001792* COMPTE-CLIENT, DECISION SUR UN PAIEMENT RETENU, TRANSFERT
001798* D'AGENCE) SUR LE FICHIER MAITRE, PUIS LIT LA TRANSACTION
001804* SUIVANTE.
001810*-----------------------------------------------------------------
001820 2000-PROCESS-TRANSACTION.
001825     MOVE SPACE TO WS-DISPOSITION-4Y
001830     EVALUATE TRUE
001840         WHEN AM-IS-CREATE
001850             PERFORM 2500-APPLY-CREATE THRU 2500-EXIT
001870             PERFORM 2600-APPLY-LIMIT-CHANGE THRU 2600-EXIT
001880         WHEN AM-IS-STATUS-CHANGE
001890             PERFORM 2700-APPLY-STATUS-CHANGE THRU 2700-EXIT
001891         WHEN AM-IS-REVERSAL
001892             PERFORM 2900-APPLY-REVERSAL THRU 2900-EXIT
001893         WHEN AM-IS-RELATION
001894             PERFORM 2950-APPLY-RELATION THRU 2950-EXIT
001895         WHEN AM-IS-PAYMENT-HOLD
001896             PERFORM 2980-APPLY-PAYMENT-HOLD THRU 2980-EXIT
001897         WHEN AM-IS-BRANCH-TRANSFER
001898             PERFORM 2930-APPLY-BRANCH-TRANSFER THRU 2930-EXIT
001900         WHEN OTHER
001910             DISPLAY "FONCTION DE MAINTENANCE INCONNUE : "
001920                     AM-FUNCTION
001980     EXIT.
001990*-----------------------------------------------------------------
002000* 2500-APPLY-CREATE -- CREE LE COMPTE A SOLDE NUL AVEC LA LIMITE
002004* DE DECOUVERT DEMANDEE, LE PRODUIT ET L'AGENCE DEMANDES ET LE
002008* STATUT OUVERT.  UN NUMERO DEJA PRESENT SUR LE FICHIER MAITRE, UN
002012* PRODUIT ABSENT DU CATALOGUE OU UNE AGENCE ABSENTE, INCONNUE OU
002016* FERMEE EST REJETE EN EXCEPTION.  LE LIEN DU TITULAIRE (ROLE
002020* "P") EST POSE SUR RELMSTR A LA DATE D'AFFAIRES ET L'AFFECTATION
002024* A L'AGENCE SUR AGCHIST.
002030*-----------------------------------------------------------------
002040 2500-APPLY-CREATE.
002041     IF AM-PRODUIT NOT = SPACES
002042         MOVE AM-PRODUIT TO WS-PRODUIT-CHERCHE
002043         PERFORM 2550-CHECK-PRODUCT THRU 2550-EXIT
002044         IF NOT PRODUIT-CONNU
002045             MOVE "PRODUIT INCONNU" TO WS-RAISON-REJET
002046             PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
002047             GO TO 2500-EXIT
002048         END-IF
002049     END-IF
002050     PERFORM 2570-CHECK-BRANCH THRU 2570-EXIT
002051     IF WS-RAISON-REJET NOT = SPACES
002052         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
002053         GO TO 2500-EXIT
002054     END-IF
002055     PERFORM 8100-READ-MASTER-BY-KEY THRU 8100-EXIT
002060     IF COMPTE-TROUVE
002070         MOVE "COMPTE DEJA EXISTANT" TO WS-RAISON-REJET
002080         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
002140         MOVE SPACES             TO ACCT-DATE-DERNIER-MVT
002150         MOVE SPACES             TO ACCT-DATE-CLOTURE
002160         MOVE AM-NUMERO-CLIENT   TO ACCT-NUMERO-CLIENT
002161         MOVE AM-PRODUIT         TO ACCT-PRODUIT
002162         MOVE SPACES             TO ACCT-DATE-ARRETE
002163         MOVE ZERO               TO ACCT-JOURS-DEBITEURS
002164         MOVE ZERO               TO ACCT-NOMBRES-DEBITEURS
002165         MOVE ZERO               TO ACCT-AGIOS-COURUS
002166         MOVE ZERO               TO ACCT-AGIOS-PENALITE
002167         MOVE ZERO               TO ACCT-AGIOS-A-PRELEVER
002168         MOVE SPACES             TO ACCT-DATE-PRELEV-AGIOS
002169         MOVE AM-AGENCE          TO ACCT-AGENCE
002170         MOVE "O"                TO ACCT-STATUS
002180         IF AM-CURRENCY = SPACES
002190             MOVE "EUR" TO ACCT-CURRENCY
002260                         ACCOUNT-NUMBER
002270         END-WRITE
002280         ADD 1 TO WS-CREATIONS-POSTEES
002283         MOVE "CREA" TO AUD-ACTION
002286         PERFORM 2850-AUDIT-TRANSACTION THRU 2850-EXIT
002290         DISPLAY "COMPTE CREE : " ACCOUNT-NUMBER
002291         IF AM-NUMERO-CLIENT NOT = SPACES
002292             PERFORM 2990-WRITE-HOLDER-LINK THRU 2990-EXIT
002293         END-IF
002294         MOVE SPACES TO WS-AGENCE-PRECEDENTE
002295         PERFORM 2940-WRITE-BRANCH-HISTORY THRU 2940-EXIT
002300     END-IF.
002310 2500-EXIT.
002311     EXIT.
002312*-----------------------------------------------------------------
002313* 2550-CHECK-PRODUCT -- RECHERCHE WS-PRODUIT-CHERCHE DANS LE
002314* CATALOGUE EN VIGUEUR ET POSITIONNE WS-PRODUIT-SW.
002315*-----------------------------------------------------------------
002316 2550-CHECK-PRODUCT.
002317     MOVE "N" TO WS-PRODUIT-SW
002318     PERFORM 2560-MATCH-ONE-PRODUCT THRU 2560-EXIT
002319         VARYING WS-PRD-SCAN FROM 1 BY 1
002320             UNTIL WS-PRD-SCAN > WS-PRD-COUNT
002321                 OR PRODUIT-CONNU.
002322 2550-EXIT.
002323     EXIT.
002324*-----------------------------------------------------------------
002325* 2560-MATCH-ONE-PRODUCT -- CONFRONTE LE PRODUIT CHERCHE A
002326* L'ENTREE POINTEE PAR WS-PRD-SCAN.
002327*-----------------------------------------------------------------
002328 2560-MATCH-ONE-PRODUCT.
002329     IF PRT-PRODUIT (WS-PRD-SCAN) = WS-PRODUIT-CHERCHE
002330         MOVE "Y" TO WS-PRODUIT-SW
002331     END-IF.
002332 2560-EXIT.
002333     EXIT.
002334*-----------------------------------------------------------------
002335* 2570-CHECK-BRANCH -- CONTROLE L'AGENCE DEMANDEE (AM-AGENCE) :
002336* PRESENTE, CONNUE DU CATALOGUE EN VIGUEUR ET OUVERTE.
002337* WS-RAISON-REJET RESTE A BLANC SI ELLE PEUT RECEVOIR LE COMPTE.
002338*-----------------------------------------------------------------
002339 2570-CHECK-BRANCH.
002340     MOVE SPACES TO WS-RAISON-REJET
002341     IF AM-AGENCE = SPACES
002342         MOVE "AGENCE ABSENTE" TO WS-RAISON-REJET
002343         GO TO 2570-EXIT
002344     END-IF
002345     MOVE AM-AGENCE TO WS-AGENCE-CHERCHE
002346     PERFORM 2575-FIND-BRANCH THRU 2575-EXIT
002347     IF WS-AGC-IDX = ZERO
002348         MOVE "AGENCE INCONNUE" TO WS-RAISON-REJET
002349         GO TO 2570-EXIT
002350     END-IF
002351     IF AGT-STATUT (WS-AGC-IDX) = "F"
002352         MOVE "AGENCE FERMEE" TO WS-RAISON-REJET
002353     END-IF.
002354 2570-EXIT.
002355     EXIT.
002356*-----------------------------------------------------------------
002357* 2575-FIND-BRANCH -- RECHERCHE WS-AGENCE-CHERCHE DANS
002358* AGENCE-TABLE.  EN SORTIE, WS-AGC-IDX POINTE SUR SON ENTREE (ZERO
002359* SI L'AGENCE N'EST PAS AU CATALOGUE).
002360*-----------------------------------------------------------------
002361 2575-FIND-BRANCH.
002362     MOVE ZERO TO WS-AGC-IDX
002363     PERFORM 2580-MATCH-ONE-BRANCH THRU 2580-EXIT
002364         VARYING WS-AGC-SCAN FROM 1 BY 1
002365             UNTIL WS-AGC-SCAN > WS-AGC-COUNT
002366                 OR WS-AGC-IDX > ZERO.
002367 2575-EXIT.
002368     EXIT.
002369*-----------------------------------------------------------------
002370* 2580-MATCH-ONE-BRANCH -- RETIENT DANS WS-AGC-IDX L'ENTREE
002371* POINTEE PAR WS-AGC-SCAN SI C'EST L'AGENCE CHERCHEE.
002372*-----------------------------------------------------------------
002373 2580-MATCH-ONE-BRANCH.
002374     IF AGT-AGENCE (WS-AGC-SCAN) = WS-AGENCE-CHERCHE
002375         MOVE WS-AGC-SCAN TO WS-AGC-IDX
002376     END-IF.
002377 2580-EXIT.
002378     EXIT.
002379*-----------------------------------------------------------------
002380* 2600-APPLY-LIMIT-CHANGE -- REMPLACE LA LIMITE DE DECOUVERT DU
002381* COMPTE.  UN COMPTE INCONNU OU CLOS EST REJETE EN EXCEPTION.
002382*-----------------------------------------------------------------
002383 2600-APPLY-LIMIT-CHANGE.
002384     PERFORM 8100-READ-MASTER-BY-KEY THRU 8100-EXIT
002390     IF NOT COMPTE-TROUVE
002400         MOVE "COMPTE INCONNU" TO WS-RAISON-REJET
002410         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
002550                     GO TO 2600-EXIT
002560                 END-IF
002570             END-IF
002573             MOVE "MODI" TO AUD-ACTION
002576             PERFORM 2850-AUDIT-TRANSACTION THRU 2850-EXIT
002580             MOVE AM-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT
002590             REWRITE ACCOUNT-RECORD
002600                 INVALID KEY
002700     EXIT.
002710*-----------------------------------------------------------------
002720* 2700-APPLY-STATUS-CHANGE -- POSITIONNE LE NOUVEAU STATUT DU
002724* COMPTE (OUVERT, GELE, CLOS, DORMANT OU BLOQUE).  UN COMPTE
002728* INCONNU OU UN STATUT DEMANDE INVALIDE EST REJETE EN EXCEPTION.
002732* LA LEVEE D'UN GEL OU D'UN BLOCAGE PASSE A QUATRE YEUX, SAUF
002736* SI ELLE VIENT DE KYC-FREEZE-SYNC OU D'OVERDRAFT-ARREARS.  LE
002740* BLOCAGE OU DEBLOCAGE EMIS PAR OVERDRAFT-ARREARS EST REJETE SI
002744* LE STATUT DU COMPTE A CHANGE ENTRE-TEMPS (GEL, CLOTURE...).
002750*-----------------------------------------------------------------
002760 2700-APPLY-STATUS-CHANGE.
002770     IF NOT AM-STATUS-VALIDE
002840         MOVE "COMPTE INCONNU" TO WS-RAISON-REJET
002850         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
002860     ELSE
002862         IF AM-OPERATEUR = WS-OPERATEUR-ARREARS
002864             PERFORM 2750-CHECK-ARREARS-STATUS THRU 2750-EXIT
002866             IF WS-RAISON-REJET NOT = SPACES
002868                 PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
002870                 GO TO 2700-EXIT
002872             END-IF
002874         END-IF
002876         IF (ACCOUNT-FROZEN OR ACCOUNT-BLOCKED)
002878                 AND AM-STATUS = "O"
002880                 AND AM-OPERATEUR NOT = WS-OPERATEUR-KYCFRZ
002885                 AND AM-OPERATEUR NOT = WS-OPERATEUR-ARREARS
002890             PERFORM 2800-CHECK-FOUR-EYES THRU 2800-EXIT
002900             IF TRANSACTION-EN-INSTANCE
002910                 GO TO 2700-EXIT
002990             MOVE SPACES TO ACCT-DATE-DERNIER-MVT
003000             DISPLAY "COMPTE REACTIVE : " ACCOUNT-NUMBER
003010         END-IF
003013         MOVE "MODI" TO AUD-ACTION
003016         PERFORM 2850-AUDIT-TRANSACTION THRU 2850-EXIT
003020         MOVE AM-STATUS TO ACCT-STATUS
003030         REWRITE ACCOUNT-RECORD
003040             INVALID KEY
003120 2700-EXIT.
003130     EXIT.
003140*-----------------------------------------------------------------
003141* 2750-CHECK-ARREARS-STATUS -- TRANSACTION D'OVERDRAFT-ARREARS :
003142* LE BLOCAGE ("B") NE S'APPLIQUE QU'A UN COMPTE OUVERT, LE
003143* DEBLOCAGE ("O") QU'A UN COMPTE BLOQUE.  WS-RAISON-REJET RESTE
003144* A BLANC SI LA TRANSACTION PEUT PASSER.
003145*-----------------------------------------------------------------
003146 2750-CHECK-ARREARS-STATUS.
003147     MOVE SPACES TO WS-RAISON-REJET
003148     IF AM-STATUS = "B" AND NOT ACCOUNT-OPEN
003149         MOVE "BLOCAGE SANS OBJET : STATUT" TO WS-RAISON-REJET
003150     END-IF
003151     IF AM-STATUS = "O" AND NOT ACCOUNT-BLOCKED
003152         MOVE "DEBLOCAGE SANS OBJET : STATUT" TO WS-RAISON-REJET
003153     END-IF
003154     IF AM-STATUS NOT = "B" AND AM-STATUS NOT = "O"
003155         MOVE "STATUT DEMANDE INVALIDE" TO WS-RAISON-REJET
003156     END-IF.
003157 2750-EXIT.
003158     EXIT.
003159*-----------------------------------------------------------------
003160* 2900-APPLY-REVERSAL -- DEMANDE D'EXTOURNE D'UNE ECRITURE POSTEE,
003161* DESIGNEE PAR LE COMPTE, LA DATE D'AFFAIRES (ANTERIEURE A CELLE
003162* DU RUN) ET LE LG-SEQUENCE.  DEMANDE MAL FORMEE, COMPTE INCONNU
003163* OU CLOS : REJET EN EXCEPTION.  SINON LA DEMANDE PASSE TOUJOURS
003164* PAR LE CONTROLE A QUATRE YEUX ; APPROUVEE, ELLE EST TRANSMISE
003165* A SIMPLEBANK SUR REVREQ, QUI CONTROLE L'ECRITURE ELLE-MEME.
003166*-----------------------------------------------------------------
003167 2900-APPLY-REVERSAL.
003168     IF AM-DATE-ORIGINE NOT NUMERIC
003169             OR AM-SEQUENCE-ORIGINE NOT NUMERIC
003170             OR AM-SEQUENCE-ORIGINE = ZERO
003171             OR AM-DATE-ORIGINE NOT < WS-DATE-AFFAIRES
003172         MOVE "DEMANDE D'EXTOURNE INVALIDE" TO WS-RAISON-REJET
003173         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003174         GO TO 2900-EXIT
003175     END-IF
003176     PERFORM 8100-READ-MASTER-BY-KEY THRU 8100-EXIT
003177     IF NOT COMPTE-TROUVE
003178         MOVE "COMPTE INCONNU" TO WS-RAISON-REJET
003179         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003180         GO TO 2900-EXIT
003181     END-IF
003182     IF ACCOUNT-CLOSED
003183         MOVE "COMPTE CLOS" TO WS-RAISON-REJET
003184         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003185         GO TO 2900-EXIT
003186     END-IF
003187     PERFORM 2800-CHECK-FOUR-EYES THRU 2800-EXIT
003188     IF TRANSACTION-EN-INSTANCE
003189         GO TO 2900-EXIT
003190     END-IF
003191     IF TRANSACTION-REJETEE-4Y
003192         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003193         GO TO 2900-EXIT
003194     END-IF
003195     MOVE SPACES                  TO REVERSAL-REQUEST-RECORD
003196     MOVE AM-ACCOUNT-NUMBER       TO RV-ACCOUNT-NUMBER
003197     MOVE AM-DATE-ORIGINE         TO RV-DATE-ORIGINE
003198     MOVE AM-SEQUENCE-ORIGINE     TO RV-SEQUENCE-ORIGINE
003199     MOVE PT-IMAGE (WS-PND-IDX) (35:8) TO RV-OPERATEUR-SAISIE
003200     MOVE AM-OPERATEUR            TO RV-OPERATEUR-APPROB
003201     MOVE WS-DATE-AFFAIRES        TO RV-DATE-APPROBATION
003202     WRITE REVERSAL-REQUEST-RECORD
003203     ADD 1 TO WS-EXTOURNES-TRANSMISES
003204     MOVE "MODI" TO AUD-ACTION
003205     PERFORM 2850-AUDIT-TRANSACTION THRU 2850-EXIT
003206     DISPLAY "EXTOURNE TRANSMISE : " AM-ACCOUNT-NUMBER " "
003207             AM-DATE-ORIGINE " " AM-SEQUENCE-ORIGINE.
003208 2900-EXIT.
003209     EXIT.
003210*-----------------------------------------------------------------
003211* 2930-APPLY-BRANCH-TRANSFER -- TRANSFERE LE COMPTE VERS L'AGENCE
003212* AM-AGENCE A LA DATE D'AFFAIRES : LES ECRITURES DU JOUR SONT
003213* COMPTABILISEES SUR LA NOUVELLE AGENCE.  OPERATEUR ABSENT, COMPTE
003214* INCONNU OU CLOS, AGENCE ABSENTE, INCONNUE, FERMEE OU INCHANGEE :
003215* EXCEPTION.  LE TRANSFERT EST HISTORISE SUR AGCHIST.
003216*-----------------------------------------------------------------
003217 2930-APPLY-BRANCH-TRANSFER.
003218     IF AM-OPERATEUR = SPACES
003219         MOVE "OPERATEUR ABSENT (AGENCE)" TO WS-RAISON-REJET
003220         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003221         GO TO 2930-EXIT
003222     END-IF
003223     PERFORM 8100-READ-MASTER-BY-KEY THRU 8100-EXIT
003224     IF NOT COMPTE-TROUVE
003225         MOVE "COMPTE INCONNU" TO WS-RAISON-REJET
003226         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003227         GO TO 2930-EXIT
003228     END-IF
003229     IF ACCOUNT-CLOSED
003230         MOVE "COMPTE CLOS" TO WS-RAISON-REJET
003231         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003232         GO TO 2930-EXIT
003233     END-IF
003234     PERFORM 2570-CHECK-BRANCH THRU 2570-EXIT
003235     IF WS-RAISON-REJET NOT = SPACES
003236         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003237         GO TO 2930-EXIT
003238     END-IF
003239     IF AM-AGENCE = ACCT-AGENCE
003240         MOVE "AGENCE INCHANGEE" TO WS-RAISON-REJET
003241         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003242         GO TO 2930-EXIT
003243     END-IF
003244     MOVE "MODI" TO AUD-ACTION
003245     PERFORM 2850-AUDIT-TRANSACTION THRU 2850-EXIT
003246     MOVE ACCT-AGENCE TO WS-AGENCE-PRECEDENTE
003247     MOVE AM-AGENCE   TO ACCT-AGENCE
003248     REWRITE ACCOUNT-RECORD
003249         INVALID KEY
003250             DISPLAY "ERREUR REECRITURE AGENCE : " ACCOUNT-NUMBER
003251     END-REWRITE
003252     PERFORM 2940-WRITE-BRANCH-HISTORY THRU 2940-EXIT
003253     ADD 1 TO WS-TRANSFERTS-POSTES
003254     DISPLAY "COMPTE TRANSFERE : " ACCOUNT-NUMBER " AGENCE "
003255             WS-AGENCE-PRECEDENTE " -> " ACCT-AGENCE.
003256 2930-EXIT.
003257     EXIT.
003258*-----------------------------------------------------------------
003259* 2940-WRITE-BRANCH-HISTORY -- HISTORISE SUR AGCHIST L'AFFECTATION
003260* DU COMPTE COURANT A SON AGENCE (ACCT-AGENCE), AVEC L'AGENCE
003261* PRECEDENTE (WS-AGENCE-PRECEDENTE, A BLANC A LA CREATION),
003262* L'OPERATEUR ET LE SOLDE DU COMPTE.
003263*-----------------------------------------------------------------
003264 2940-WRITE-BRANCH-HISTORY.
003265     MOVE SPACES               TO BRANCH-HISTORY-RECORD
003266     MOVE ACCOUNT-NUMBER       TO AH-ACCOUNT-NUMBER
003267     MOVE WS-DATE-AFFAIRES     TO AH-DATE-EFFET
003268     MOVE AM-FUNCTION          TO AH-FONCTION
003269     MOVE WS-AGENCE-PRECEDENTE TO AH-AGENCE-PRECEDENTE
003270     MOVE ACCT-AGENCE          TO AH-AGENCE
003271     MOVE AM-OPERATEUR         TO AH-OPERATEUR
003272     MOVE BALANCE              TO AH-SOLDE
003273     MOVE ACCT-CURRENCY        TO AH-CURRENCY
003274     MOVE WS-NUMERO-RUN        TO AH-NUMERO-RUN
003275     WRITE BRANCH-HISTORY-RECORD.
003276 2940-EXIT.
003277     EXIT.
003278*-----------------------------------------------------------------
003279* 2950-APPLY-RELATION -- OUVRE OU TERMINE LE LIEN DU CLIENT
003280* AM-NUMERO-CLIENT AU COMPTE SUR RELMSTR, A LA DATE AM-REL-DATE
003281* (BLANC = DATE D'AFFAIRES).  OPERATEUR OU CLIENT ABSENT, DATE
003282* INVALIDE, COMPTE INCONNU OU ACTION INCONNUE : EXCEPTION.
003283*-----------------------------------------------------------------
003284 2950-APPLY-RELATION.
003285     IF AM-OPERATEUR = SPACES
003286         MOVE "OPERATEUR ABSENT (LIEN)" TO WS-RAISON-REJET
003287         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003288         GO TO 2950-EXIT
003289     END-IF
003290     IF AM-NUMERO-CLIENT = SPACES
003291         MOVE "CLIENT ABSENT (LIEN)" TO WS-RAISON-REJET
003292         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003293         GO TO 2950-EXIT
003294     END-IF
003295     MOVE AM-REL-DATE TO WS-DATE-LIEN
003296     IF WS-DATE-LIEN = SPACES
003297         MOVE WS-DATE-AFFAIRES TO WS-DATE-LIEN
003298     END-IF
003299     IF WS-DATE-LIEN NOT NUMERIC
003300         MOVE "DATE DE LIEN INVALIDE" TO WS-RAISON-REJET
003301         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003302         GO TO 2950-EXIT
003303     END-IF
003304     PERFORM 8100-READ-MASTER-BY-KEY THRU 8100-EXIT
003305     IF NOT COMPTE-TROUVE
003306         MOVE "COMPTE INCONNU" TO WS-RAISON-REJET
003307         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003308         GO TO 2950-EXIT
003309     END-IF
003310     EVALUATE TRUE
003311         WHEN AM-REL-AJOUT
003312             PERFORM 2960-ADD-RELATION THRU 2960-EXIT
003313         WHEN AM-REL-FIN
003314             PERFORM 2970-END-RELATION THRU 2970-EXIT
003315         WHEN OTHER
003316             MOVE "ACTION DE LIEN INVALIDE" TO WS-RAISON-REJET
003317             PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003318     END-EVALUATE.
003319 2950-EXIT.
003320     EXIT.
003321*-----------------------------------------------------------------
003322* 2960-ADD-RELATION -- OUVRE LE LIEN AVEC SON ROLE.  LE ROLE "P"
003323* EST RESERVE AU TITULAIRE DU COMPTE (ACCT-NUMERO-CLIENT), QUI NE
003324* PEUT AVOIR QUE CE ROLE.  UN LIEN DEJA EN COURS EST REJETE ; UN
003325* LIEN TERMINE EST ROUVERT A LA NOUVELLE DATE.
003326*-----------------------------------------------------------------
003327 2960-ADD-RELATION.
003328     IF NOT AM-REL-ROLE-VALIDE
003329         MOVE "ROLE DE LIEN INVALIDE" TO WS-RAISON-REJET
003330         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003331         GO TO 2960-EXIT
003332     END-IF
003333     IF ACCOUNT-CLOSED
003334         MOVE "COMPTE CLOS" TO WS-RAISON-REJET
003335         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003336         GO TO 2960-EXIT
003337     END-IF
003338     IF AM-REL-ROLE = "P"
003339             AND AM-NUMERO-CLIENT NOT = ACCT-NUMERO-CLIENT
003340         MOVE "TITULAIRE AUTRE QUE LE COMPTE" TO WS-RAISON-REJET
003341         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003342         GO TO 2960-EXIT
003343     END-IF
003344     IF AM-REL-ROLE NOT = "P"
003345             AND AM-NUMERO-CLIENT = ACCT-NUMERO-CLIENT
003346         MOVE "ROLE DU TITULAIRE : P" TO WS-RAISON-REJET
003347         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003348         GO TO 2960-EXIT
003349     END-IF
003350     PERFORM 8500-READ-RELATION THRU 8500-EXIT
003351     IF LIEN-TROUVE AND RL-DATE-FIN = SPACES
003352         MOVE "LIEN DEJA EN COURS" TO WS-RAISON-REJET
003353         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003354         GO TO 2960-EXIT
003355     END-IF
003356     MOVE AM-REL-ROLE        TO RL-ROLE
003357     MOVE WS-DATE-LIEN       TO RL-DATE-DEBUT
003358     MOVE SPACES             TO RL-DATE-FIN
003359     MOVE AM-OPERATEUR       TO RL-OPERATEUR-DEBUT
003360     MOVE SPACES             TO RL-OPERATEUR-FIN
003361     MOVE WS-DATE-AFFAIRES   TO RL-DATE-MAJ
003362     IF LIEN-TROUVE
003363         REWRITE ACCOUNT-RELATION-RECORD
003364             INVALID KEY
003365                 DISPLAY "ERREUR REECRITURE LIEN : " RL-CLE
003366         END-REWRITE
003367     ELSE
003368         WRITE ACCOUNT-RELATION-RECORD
003369             INVALID KEY
003370                 DISPLAY "ERREUR ECRITURE LIEN : " RL-CLE
003371         END-WRITE
003372     END-IF
003373     ADD 1 TO WS-LIENS-POSTES
003374     MOVE "CREA" TO AUD-ACTION
003375     PERFORM 2850-AUDIT-TRANSACTION THRU 2850-EXIT
003376     DISPLAY "LIEN OUVERT : " AM-ACCOUNT-NUMBER " "
003377             AM-NUMERO-CLIENT " ROLE " RL-ROLE.
003378 2960-EXIT.
003379     EXIT.
003380*-----------------------------------------------------------------
003381* 2970-END-RELATION -- TERMINE LE LIEN EN COURS A LA DATE DONNEE
003382* (DERNIER JOUR DE VALIDITE).  LE LIEN DU TITULAIRE NE SE TERMINE
003383* PAS ; UNE DATE DE FIN ANTERIEURE AU DEBUT EST REJETEE.
003384*-----------------------------------------------------------------
003385 2970-END-RELATION.
003386     PERFORM 8500-READ-RELATION THRU 8500-EXIT
003387     IF NOT LIEN-TROUVE OR RL-DATE-FIN NOT = SPACES
003388         MOVE "LIEN EN COURS INTROUVABLE" TO WS-RAISON-REJET
003389         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003390         GO TO 2970-EXIT
003391     END-IF
003392     IF RL-ROLE-TITULAIRE
003393         MOVE "LIEN TITULAIRE NON TERMINABLE" TO WS-RAISON-REJET
003394         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003395         GO TO 2970-EXIT
003396     END-IF
003397     IF WS-DATE-LIEN < RL-DATE-DEBUT
003398         MOVE "FIN ANTERIEURE AU DEBUT" TO WS-RAISON-REJET
003399         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003400         GO TO 2970-EXIT
003401     END-IF
003402     MOVE WS-DATE-LIEN       TO RL-DATE-FIN
003403     MOVE AM-OPERATEUR       TO RL-OPERATEUR-FIN
003404     MOVE WS-DATE-AFFAIRES   TO RL-DATE-MAJ
003405     REWRITE ACCOUNT-RELATION-RECORD
003406         INVALID KEY
003407             DISPLAY "ERREUR REECRITURE LIEN : " RL-CLE
003408     END-REWRITE
003409     ADD 1 TO WS-LIENS-POSTES
003410     MOVE "SUPP" TO AUD-ACTION
003411     PERFORM 2850-AUDIT-TRANSACTION THRU 2850-EXIT
003412     DISPLAY "LIEN TERMINE : " AM-ACCOUNT-NUMBER " "
003413             AM-NUMERO-CLIENT " AU " RL-DATE-FIN.
003414 2970-EXIT.
003415     EXIT.
003416*-----------------------------------------------------------------
003417* 2980-APPLY-PAYMENT-HOLD -- DECISION SUR UN PAIEMENT RETENU PAR
003418* SIMPLEBANK APRES UN CHANGEMENT DE COORDONNEES, DESIGNE PAR LE
003419* COMPTE, LA DATE D'AFFAIRES DE LA RETENUE (ANTERIEURE A CELLE DU
003420* RUN) ET LE LG-SEQUENCE DE SON ECRITURE "RETN" : LIBERATION "L"
003421* OU ANNULATION "A".  DEMANDE MAL FORMEE, RETENUE ABSENTE DE
003422* PAYHOLD OU DEJA TRAITEE : REJET EN EXCEPTION.  SINON LA DECISION
003423* PASSE TOUJOURS PAR LE CONTROLE A QUATRE YEUX ; APPROUVEE, ELLE
003424* EST TRANSMISE A SIMPLEBANK SUR PAYREL.
003425*-----------------------------------------------------------------
003426 2980-APPLY-PAYMENT-HOLD.
003427     IF AM-DATE-RETENUE NOT NUMERIC
003428             OR AM-SEQUENCE-RETENUE NOT NUMERIC
003429             OR AM-SEQUENCE-RETENUE = ZERO
003430             OR AM-DATE-RETENUE NOT < WS-DATE-AFFAIRES
003431             OR (NOT AM-DECISION-LIBERER
003432                 AND NOT AM-DECISION-ANNULER)
003433         MOVE "DEMANDE DE LIBERATION INVALIDE" TO WS-RAISON-REJET
003434         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003435         GO TO 2980-EXIT
003436     END-IF
003437     PERFORM 8600-READ-PAYMENT-HOLD THRU 8600-EXIT
003438     IF NOT RETENUE-TROUVEE
003439         MOVE "PAIEMENT RETENU INCONNU" TO WS-RAISON-REJET
003440         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003441         GO TO 2980-EXIT
003442     END-IF
003443     IF NOT PH-RETENU
003444         MOVE "PAIEMENT DEJA TRAITE" TO WS-RAISON-REJET
003445         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003446         GO TO 2980-EXIT
003447     END-IF
003448     PERFORM 2800-CHECK-FOUR-EYES THRU 2800-EXIT
003449     IF TRANSACTION-EN-INSTANCE
003450         GO TO 2980-EXIT
003451     END-IF
003452     IF TRANSACTION-REJETEE-4Y
003453         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003454         GO TO 2980-EXIT
003455     END-IF
003456     MOVE SPACES                  TO PAYMENT-RELEASE-RECORD
003457     MOVE AM-ACCOUNT-NUMBER       TO PR-ACCOUNT-NUMBER
003458     MOVE AM-DATE-RETENUE         TO PR-DATE-RETENUE
003459     MOVE AM-SEQUENCE-RETENUE     TO PR-SEQUENCE
003460     MOVE AM-DECISION             TO PR-DECISION
003461     MOVE PT-IMAGE (WS-PND-IDX) (35:8) TO PR-OPERATEUR-SAISIE
003462     MOVE AM-OPERATEUR            TO PR-OPERATEUR-APPROB
003463     MOVE WS-DATE-AFFAIRES        TO PR-DATE-APPROBATION
003464     WRITE PAYMENT-RELEASE-RECORD
003465     ADD 1 TO WS-DECISIONS-TRANSMISES
003466     MOVE "MODI" TO AUD-ACTION
003467     PERFORM 2850-AUDIT-TRANSACTION THRU 2850-EXIT
003468     DISPLAY "DECISION SUR RETENUE TRANSMISE : " AM-ACCOUNT-NUMBER
003469             " " AM-DATE-RETENUE " " AM-SEQUENCE-RETENUE " "
003470             AM-DECISION.
003471 2980-EXIT.
003472     EXIT.
003473*-----------------------------------------------------------------
003474* 2990-WRITE-HOLDER-LINK -- POSE SUR RELMSTR LE LIEN DU TITULAIRE
003475* DU COMPTE QUI VIENT D'ETRE CREE, A LA DATE D'AFFAIRES.
003476*-----------------------------------------------------------------
003477 2990-WRITE-HOLDER-LINK.
003478     MOVE SPACES             TO ACCOUNT-RELATION-RECORD
003479     MOVE AM-ACCOUNT-NUMBER  TO RL-ACCOUNT-NUMBER
003480     MOVE AM-NUMERO-CLIENT   TO RL-NUMERO-CLIENT
003481     MOVE "P"                TO RL-ROLE
003482     MOVE WS-DATE-AFFAIRES   TO RL-DATE-DEBUT
003483     MOVE AM-OPERATEUR       TO RL-OPERATEUR-DEBUT
003484     MOVE WS-DATE-AFFAIRES   TO RL-DATE-MAJ
003485     WRITE ACCOUNT-RELATION-RECORD
003486         INVALID KEY
003487             DISPLAY "ERREUR ECRITURE LIEN TITULAIRE : " RL-CLE
003488         NOT INVALID KEY
003489             ADD 1 TO WS-LIENS-POSTES
003490     END-WRITE.
003491 2990-EXIT.
003492     EXIT.
003493*-----------------------------------------------------------------
003494* 3000-TERMINATE -- FERME LES FICHIERS ET AFFICHE LE BILAN DE LA
003495* MAINTENANCE.
003496*-----------------------------------------------------------------
003497 3000-TERMINATE.
003498     PERFORM 3500-WRITE-PENDING THRU 3500-EXIT
003499     CLOSE ACCOUNT-MASTER
003500     CLOSE ACCT-MAINT-TRANS
003501     CLOSE ACCT-EXCEPTIONS
003502     CLOSE REVERSAL-REQUESTS
003503     CLOSE RELATION-MASTER
003504     CLOSE PAYMENT-HOLDS
003505     CLOSE PAYMENT-RELEASES
003506     CLOSE BRANCH-HISTORY
003507     CLOSE AUDIT-TRAIL
003508     DISPLAY "TRANSACTIONS LUES     : " WS-TRANSACTIONS-LUES
003509     DISPLAY "CREATIONS POSTEES     : " WS-CREATIONS-POSTEES
003510     DISPLAY "LIMITES POSTEES       : " WS-LIMITES-POSTEES
003511     DISPLAY "STATUTS POSTES        : " WS-STATUTS-POSTES
003512     DISPLAY "TRANSACTIONS REJETEES : "
003513             WS-TRANSACTIONS-REJETEES
003514     DISPLAY "EN INSTANCE (4 YEUX)  : " WS-EN-INSTANCE
003515     DISPLAY "APPROUVEES (4 YEUX)   : " WS-APPROUVEES
003516     DISPLAY "EXTOURNES TRANSMISES  : " WS-EXTOURNES-TRANSMISES
003517     DISPLAY "LIENS POSTES          : " WS-LIENS-POSTES
003518     DISPLAY "DECISIONS TRANSMISES  : " WS-DECISIONS-TRANSMISES
003519     DISPLAY "TRANSFERTS D'AGENCE   : " WS-TRANSFERTS-POSTES
003520     DISPLAY "EVENEMENTS D'AUDIT    : " AUD-EVENEMENTS.
003521 3000-EXIT.
003522     EXIT.
003523*-----------------------------------------------------------------
003524* 8000-READ-TRANSACTION -- LIT LA PROCHAINE TRANSACTION DE
003525* MAINTENANCE.
003526*-----------------------------------------------------------------
003527 8000-READ-TRANSACTION.
003528     READ ACCT-MAINT-TRANS
003529         AT END
003530             MOVE "Y" TO WS-EOF-SW
003531         NOT AT END
003532             ADD 1 TO WS-TRANSACTIONS-LUES
003533     END-READ.
003534 8000-EXIT.
003535     EXIT.
003536*-----------------------------------------------------------------
003537* 8100-READ-MASTER-BY-KEY -- RECHERCHE LE COMPTE DE LA
003538* TRANSACTION COURANTE SUR LE FICHIER MAITRE ET POSITIONNE
003539* WS-KEY-SW.
003540*-----------------------------------------------------------------
003541 8100-READ-MASTER-BY-KEY.
003542     MOVE "N" TO WS-KEY-SW
003543     MOVE AM-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
003544     READ ACCOUNT-MASTER
003550         INVALID KEY
003560             CONTINUE
003570         NOT INVALID KEY
004680 8300-EXIT.
004690     EXIT.
004700*-----------------------------------------------------------------
004701* 1300-LOAD-PRODUCTS -- CHARGE LES CODES DU CATALOGUE PRODCTL
004702* EN VIGUEUR A LA DATE D'AFFAIRES (DATE D'EFFET NON
004703* POSTERIEURE) DANS PRODUIT-TABLE.  UNE TABLE PLEINE ARRETE
004704* L'ETAPE : UN PRODUIT IGNORE FERAIT REJETER SES CREATIONS.
004705*-----------------------------------------------------------------
004706 1300-LOAD-PRODUCTS.
004707     OPEN INPUT PRODUCT-CONTROL
004708     PERFORM 8400-READ-PRODUCT THRU 8400-EXIT
004709     PERFORM 1310-STORE-ONE-PRODUCT THRU 1310-EXIT
004710         UNTIL PRODUIT-END-OF-FILE
004711     CLOSE PRODUCT-CONTROL
004712     DISPLAY "PRODUITS EN VIGUEUR : " WS-PRD-COUNT.
004713 1300-EXIT.
004714     EXIT.
004715*-----------------------------------------------------------------
004716* 1310-STORE-ONE-PRODUCT -- RANGE LE CODE DU PRODUIT COURANT
004717* S'IL EST EN VIGUEUR ET PAS ENCORE EN TABLE, PUIS LIT LE
004718* SUIVANT.
004719*-----------------------------------------------------------------
004720 1310-STORE-ONE-PRODUCT.
004721     IF PC-DATE-EFFET NOT > WS-DATE-AFFAIRES
004722         MOVE PC-PRODUIT TO WS-PRODUIT-CHERCHE
004723         PERFORM 2550-CHECK-PRODUCT THRU 2550-EXIT
004724         IF NOT PRODUIT-CONNU
004725             IF WS-PRD-COUNT < 50
004726                 ADD 1 TO WS-PRD-COUNT
004727                 MOVE PC-PRODUIT TO PRT-PRODUIT (WS-PRD-COUNT)
004728             ELSE
004729                 DISPLAY "TABLE DES PRODUITS PLEINE (50) : "
004730                         PC-PRODUIT
004731                 MOVE 16 TO RETURN-CODE
004732                 STOP RUN
004733             END-IF
004734         END-IF
004735     END-IF
004736     PERFORM 8400-READ-PRODUCT THRU 8400-EXIT.
004737 1310-EXIT.
004738     EXIT.
004739*-----------------------------------------------------------------
004740* 8400-READ-PRODUCT -- LECTURE SEQUENTIELLE DU CATALOGUE DES
004741* PRODUITS.
004742*-----------------------------------------------------------------
004743 8400-READ-PRODUCT.
004744     READ PRODUCT-CONTROL
004745         AT END
004746             MOVE "Y" TO WS-PRODUIT-EOF-SW
004747     END-READ.
004748 8400-EXIT.
004749     EXIT.
004750*-----------------------------------------------------------------
004751* 1400-LOAD-BRANCHES -- CHARGE LE CATALOGUE DES AGENCES BRCHCTL
004752* DANS AGENCE-TABLE : POUR CHAQUE AGENCE, LE STATUT DU DERNIER
004753* ENREGISTREMENT EN VIGUEUR A LA DATE D'AFFAIRES (FICHIER TENU
004754* DANS L'ORDRE DES DATES D'EFFET).  FICHIER ABSENT : AUCUNE
004755* AGENCE, TOUTE CREATION EST REJETEE.  UNE TABLE PLEINE ARRETE
004756* L'ETAPE.
004757*-----------------------------------------------------------------
004758 1400-LOAD-BRANCHES.
004759     OPEN INPUT BRANCH-CONTROL
004760     PERFORM 8700-READ-BRANCH THRU 8700-EXIT
004761     PERFORM 1410-STORE-ONE-BRANCH THRU 1410-EXIT
004762         UNTIL BRANCH-END-OF-FILE
004763     CLOSE BRANCH-CONTROL
004764     DISPLAY "AGENCES EN VIGUEUR : " WS-AGC-COUNT.
004765 1400-EXIT.
004766     EXIT.
004767*-----------------------------------------------------------------
004768* 1410-STORE-ONE-BRANCH -- RANGE L'AGENCE COURANTE SI ELLE EST EN
004769* VIGUEUR (NOUVELLE ENTREE OU MISE A JOUR DE SON STATUT), PUIS LIT
004770* LA SUIVANTE.
004771*-----------------------------------------------------------------
004772 1410-STORE-ONE-BRANCH.
004773     IF BR-DATE-EFFET > WS-DATE-AFFAIRES
004774         GO TO 1410-SUITE
004775     END-IF
004776     MOVE BR-AGENCE TO WS-AGENCE-CHERCHE
004777     PERFORM 2575-FIND-BRANCH THRU 2575-EXIT
004778     IF WS-AGC-IDX = ZERO
004779         IF WS-AGC-COUNT < 50
004780             ADD 1 TO WS-AGC-COUNT
004781             MOVE WS-AGC-COUNT TO WS-AGC-IDX
004782             MOVE BR-AGENCE    TO AGT-AGENCE (WS-AGC-IDX)
004783         ELSE
004784             DISPLAY "TABLE DES AGENCES PLEINE (50) : " BR-AGENCE
004785             MOVE 16 TO RETURN-CODE
004786             STOP RUN
004787         END-IF
004788     END-IF
004789     MOVE BR-STATUT TO AGT-STATUT (WS-AGC-IDX).
004790 1410-SUITE.
004791     PERFORM 8700-READ-BRANCH THRU 8700-EXIT.
004792 1410-EXIT.
004793     EXIT.
004794*-----------------------------------------------------------------
004795* 8700-READ-BRANCH -- LECTURE SEQUENTIELLE DU CATALOGUE DES
004796* AGENCES.
004797*-----------------------------------------------------------------
004798 8700-READ-BRANCH.
004799     READ BRANCH-CONTROL
004800         AT END
004801             MOVE "Y" TO WS-BRANCH-EOF-SW
004802     END-READ.
004803 8700-EXIT.
004804     EXIT.
004805*-----------------------------------------------------------------
004806* 8500-READ-RELATION -- RECHERCHE LE LIEN DU CLIENT DE LA
004807* TRANSACTION AU COMPTE SUR RELMSTR ET POSITIONNE WS-REL-KEY-SW.
004808*-----------------------------------------------------------------
004809 8500-READ-RELATION.
004810     MOVE "N" TO WS-REL-KEY-SW
004811     MOVE AM-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
004812     MOVE AM-NUMERO-CLIENT  TO RL-NUMERO-CLIENT
004813     READ RELATION-MASTER
004814         INVALID KEY
004815             CONTINUE
004816         NOT INVALID KEY
004817             MOVE "Y" TO WS-REL-KEY-SW
004818     END-READ.
004819 8500-EXIT.
004820     EXIT.
004821*-----------------------------------------------------------------
004822* 8600-READ-PAYMENT-HOLD -- RECHERCHE SUR PAYHOLD LA RETENUE
004823* DESIGNEE PAR LA TRANSACTION COURANTE ET POSITIONNE WS-PH-SW.
004824*-----------------------------------------------------------------
004825 8600-READ-PAYMENT-HOLD.
004826     MOVE "N" TO WS-PH-SW
004827     MOVE AM-DATE-RETENUE     TO PH-DATE-RETENUE
004828     MOVE AM-ACCOUNT-NUMBER   TO PH-ACCOUNT-NUMBER
004829     MOVE AM-SEQUENCE-RETENUE TO PH-SEQUENCE
004830     READ PAYMENT-HOLDS
004831         INVALID KEY
004832             CONTINUE
004833         NOT INVALID KEY
004834             MOVE "Y" TO WS-PH-SW
004835     END-READ.
004836 8600-EXIT.
004837     EXIT.
004838*-----------------------------------------------------------------
004839* 2800-CHECK-FOUR-EYES -- CONTROLE A QUATRE YEUX DE LA
004840* TRANSACTION SENSIBLE COURANTE : SANS OPERATEUR, ELLE EST
004841* REJETEE ; SI LA MEME TRANSACTION (FONCTION, COMPTE, LIMITE,
004842* STATUT ; POUR UNE EXTOURNE : COMPTE, DATE ET SEQUENCE DE
004843* L'ECRITURE) ATTEND EN INSTANCE SOUS UN AUTRE OPERATEUR, ELLE EST
004844* APPROUVEE ET L'INSTANCE CONSOMMEE ; SOUS LE MEME OPERATEUR,
004845* ELLE EST REJETEE ; SINON ELLE PART EN INSTANCE POUR UN RUN
004846* SUIVANT.  WS-DISPOSITION-4Y PORTE LE VERDICT.
004847* UNE DECISION SUR PAIEMENT RETENU SE COMPARE SUR LE COMPTE, LA
004848* RETENUE DESIGNEE ET LA DECISION.
004849*-----------------------------------------------------------------
004850 2800-CHECK-FOUR-EYES.
004851     IF AM-OPERATEUR = SPACES
004852         MOVE "R" TO WS-DISPOSITION-4Y
004853         MOVE "OPERATEUR ABSENT (4 YEUX)" TO WS-RAISON-REJET
004854         GO TO 2800-EXIT
004855     END-IF
004856     MOVE 21 TO WS-LONGUEUR-CLE-4Y
004857     IF AM-IS-REVERSAL
004858         MOVE 27 TO WS-LONGUEUR-CLE-4Y
004859     END-IF
004860     IF AM-IS-PAYMENT-HOLD
004861         MOVE 28 TO WS-LONGUEUR-CLE-4Y
004862     END-IF
004863     MOVE ZERO TO WS-PND-IDX
004864     PERFORM 2810-MATCH-ONE-PENDING THRU 2810-EXIT
004870         VARYING WS-PND-SCAN FROM 1 BY 1
004880             UNTIL WS-PND-SCAN > WS-PND-COUNT
004890                 OR WS-PND-IDX > ZERO
004930         GO TO 2800-EXIT
004940     END-IF
004950     IF PT-IMAGE (WS-PND-IDX) (35:8) = AM-OPERATEUR
004952         MOVE "REFU"       TO AUD-ACTION
004954         MOVE AM-OPERATEUR TO AUD-OPERATEUR-SAISIE
004956         PERFORM 2850-AUDIT-TRANSACTION THRU 2850-EXIT
004960         MOVE "R" TO WS-DISPOSITION-4Y
004970         MOVE "MEME OPERATEUR (4 YEUX)" TO WS-RAISON-REJET
004980         GO TO 2800-EXIT
005080*-----------------------------------------------------------------
005090* 2810-MATCH-ONE-PENDING -- CONFRONTE LA TRANSACTION COURANTE A
005100* L'INSTANCE POINTEE PAR WS-PND-SCAN (MEME FONCTION, COMPTE,
005106* LIMITE ET STATUT -- OU, POUR UNE EXTOURNE, MEME ECRITURE
005112* DESIGNEE -- INSTANCE ENCORE EN ATTENTE).
005120*-----------------------------------------------------------------
005130 2810-MATCH-ONE-PENDING.
005140     IF PT-ETAT (WS-PND-SCAN) = "P"
005150             AND PT-IMAGE (WS-PND-SCAN) (1:WS-LONGUEUR-CLE-4Y)
005160                 = ACCT-MAINT-RECORD (1:WS-LONGUEUR-CLE-4Y)
005170         MOVE WS-PND-SCAN TO WS-PND-IDX
005180     END-IF.
005190 2810-EXIT.
005290         MOVE WS-DATE-AFFAIRES   TO PT-DATE (WS-PND-COUNT)
005300         MOVE "N"                TO PT-ETAT (WS-PND-COUNT)
005310         ADD 1 TO WS-EN-INSTANCE
005313         MOVE "SAIS" TO AUD-ACTION
005316         PERFORM 2850-AUDIT-TRANSACTION THRU 2850-EXIT
005320         DISPLAY "TRANSACTION EN INSTANCE (4 YEUX) : "
005330                 AM-ACCOUNT-NUMBER " SAISIE PAR " AM-OPERATEUR
005340     ELSE
005400         STOP RUN
005410     END-IF.
005420 2820-EXIT.
005421     EXIT.
005422*-----------------------------------------------------------------
005423* 2850-AUDIT-TRANSACTION -- INSCRIT SUR LA PISTE D'AUDIT LA
005424* TRANSACTION DE MAINTENANCE COURANTE, SOUS L'ACTION POSEE PAR
005425* L'APPELANT ("APPR" AVEC L'OPERATEUR DE PREMIERE SAISIE SI LA
005426* SECONDE APPROBATION VIENT D'ETRE ACQUISE).  OBJET, ZONE ET
005427* VALEURS AVANT / APRES DEPENDENT DE LA FONCTION ; LA CLE D'OBJET
005428* COMMENCE TOUJOURS PAR LE NUMERO DE COMPTE.  APPELE AVANT LA
005429* MISE A JOUR DU MAITRE POUR UNE MODIFICATION (ANCIENNE VALEUR
005430* ENCORE EN PLACE), APRES POUR UNE CREATION OU UN LIEN.
005431*-----------------------------------------------------------------
005432 2850-AUDIT-TRANSACTION.
005433     IF APPROBATION-ACQUISE
005434         MOVE "APPR" TO AUD-ACTION
005435         MOVE PT-IMAGE (WS-PND-IDX) (35:8) TO AUD-OPERATEUR-SAISIE
005436     END-IF
005437     MOVE AM-OPERATEUR       TO AUD-OPERATEUR
005438     MOVE "COMP"             TO AUD-TYPE-OBJET
005439     MOVE AM-ACCOUNT-NUMBER  TO AUD-CLE-OBJET
005440     MOVE ACCT-NUMERO-CLIENT TO AUD-CLIENT
005441     EVALUATE TRUE
005442         WHEN AM-IS-CREATE
005443             MOVE "COMPTE" TO AUD-ZONE
005444             MOVE ACCT-OVERDRAFT-LIMIT TO AUD-MONTANT-EDITE
005445             STRING ACCT-NUMERO-CLIENT " " ACCT-PRODUIT " "
005446                    ACCT-AGENCE " " ACCT-CURRENCY
005447                    AUD-MONTANT-EDITE
005448                    DELIMITED BY SIZE INTO AUD-APRES
005449         WHEN AM-IS-LIMIT-CHANGE
005450             MOVE "LIMITE" TO AUD-ZONE
005451             MOVE ACCT-OVERDRAFT-LIMIT TO AUD-MONTANT-EDITE
005452             MOVE AUD-MONTANT-EDITE    TO AUD-AVANT
005453             MOVE AM-OVERDRAFT-LIMIT   TO AUD-MONTANT-EDITE
005454             MOVE AUD-MONTANT-EDITE    TO AUD-APRES
005455         WHEN AM-IS-STATUS-CHANGE
005456             MOVE "STATUT"    TO AUD-ZONE
005457             MOVE ACCT-STATUS TO AUD-AVANT
005458             MOVE AM-STATUS   TO AUD-APRES
005459         WHEN AM-IS-BRANCH-TRANSFER
005460             MOVE "AGENCE"    TO AUD-ZONE
005461             MOVE ACCT-AGENCE TO AUD-AVANT
005462             MOVE AM-AGENCE   TO AUD-APRES
005463         WHEN AM-IS-REVERSAL
005464             MOVE "EXTO" TO AUD-TYPE-OBJET
005465             STRING AM-ACCOUNT-NUMBER " " AM-DATE-ORIGINE " "
005466                    AM-SEQUENCE-ORIGINE
005467                    DELIMITED BY SIZE INTO AUD-CLE-OBJET
005468             MOVE "ECRITURE"          TO AUD-ZONE
005469             MOVE "POSTEE"            TO AUD-AVANT
005470             MOVE "EXTOURNE DEMANDEE" TO AUD-APRES
005471         WHEN AM-IS-PAYMENT-HOLD
005472             MOVE "RETN"   TO AUD-TYPE-OBJET
005473             MOVE SPACES   TO AUD-CLIENT
005474             STRING AM-ACCOUNT-NUMBER " " AM-DATE-RETENUE " "
005475                    AM-SEQUENCE-RETENUE
005476                    DELIMITED BY SIZE INTO AUD-CLE-OBJET
005477             MOVE "DECISION" TO AUD-ZONE
005478             MOVE "RETENU"   TO AUD-AVANT
005479             IF AM-DECISION-LIBERER
005480                 MOVE "LIBERATION" TO AUD-APRES
005481             ELSE
005482                 MOVE "ANNULATION" TO AUD-APRES
005483             END-IF
005484         WHEN AM-IS-RELATION
005485             MOVE "LIEN"           TO AUD-TYPE-OBJET
005486             MOVE AM-NUMERO-CLIENT TO AUD-CLIENT
005487             STRING AM-ACCOUNT-NUMBER " " AM-NUMERO-CLIENT
005488                    DELIMITED BY SIZE INTO AUD-CLE-OBJET
005489             MOVE "ROLE" TO AUD-ZONE
005490             IF AM-REL-AJOUT
005491                 STRING RL-ROLE " DEPUIS " RL-DATE-DEBUT
005492                        DELIMITED BY SIZE INTO AUD-APRES
005493             ELSE
005494                 STRING RL-ROLE " DEPUIS " RL-DATE-DEBUT
005495                        DELIMITED BY SIZE INTO AUD-AVANT
005496                 STRING RL-ROLE " JUSQU'AU " RL-DATE-FIN
005497                        DELIMITED BY SIZE INTO AUD-APRES
005498             END-IF
005499     END-EVALUATE
005500     PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT.
005501 2850-EXIT.
005502     EXIT.
005503*-----------------------------------------------------------------
005504* 3500-WRITE-PENDING -- REPORTE SUR LA NOUVELLE GENERATION DES
005505* INSTANCES TOUTES LES TRANSACTIONS ENCORE EN ATTENTE (DU RUN
005506* PRECEDENT NON CONSOMMEES, ET CELLES MISES EN INSTANCE CE
005507* SOIR).
005508*-----------------------------------------------------------------
005509 3500-WRITE-PENDING.
005510     OPEN OUTPUT PENDING-OUT
005520     PERFORM 3510-WRITE-ONE-PENDING THRU 3510-EXIT
005530         VARYING WS-PND-SCAN FROM 1 BY 1
005990     PERFORM 8300-READ-PENDING THRU 8300-EXIT.
006000 1230-EXIT.
006010     EXIT.
006020*-----------------------------------------------------------------
006030* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
006040* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
006050* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
006060* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER --
006070* SA GENERATION DE LA VEILLE, CELLE DU PASSAGE ACHEVE, EST
006080* RECONDUITE SUR LA NOUVELLE QUE LE JCL CATALOGUE.
006090* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
006100* N'EST PAS INSCRITE AU REGISTRE.
006110*-----------------------------------------------------------------
006120 9600-CHECK-STEP-DIRECTIVE.
006130     MOVE "ACCTMNT " TO ETP-PROGRAMME
006140     OPEN INPUT STEP-DIRECTIVES
006150     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
006160         UNTIL ETP-DIR-END-OF-FILE
006170             OR ETP-CONSIGNE-TROUVEE
006180     CLOSE STEP-DIRECTIVES
006190     IF NOT ETP-A-SAUTER
006200         GO TO 9600-EXIT
006210     END-IF
006220     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
006230             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
006240             ") - NON REJOUEE"
006250     PERFORM 9620-CARRY-FORWARD THRU 9620-EXIT
006260     MOVE ZERO TO RETURN-CODE
006270     STOP RUN.
006280 9600-EXIT.
006290     EXIT.
006300*-----------------------------------------------------------------
006310* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
006320* CELLE DU PROGRAMME.
006330*-----------------------------------------------------------------
006340 9610-READ-DIRECTIVE.
006350     READ STEP-DIRECTIVES
006360         AT END
006370             MOVE "Y" TO ETP-DIR-EOF-SW
006380         NOT AT END
006390             IF DI-PROGRAMME = ETP-PROGRAMME
006400                 MOVE "Y"              TO ETP-TROUVEE-SW
006410                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
006420                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
006430                 MOVE DI-ETAPE         TO ETP-ETAPE
006440                 MOVE DI-ACTION        TO ETP-ACTION
006450                 MOVE DI-MOTIF         TO ETP-MOTIF
006460             END-IF
006470     END-READ.
006480 9610-EXIT.
006490     EXIT.
006500*-----------------------------------------------------------------
006510* 9620-CARRY-FORWARD -- ETAPE NON REJOUEE : RECOPIE TELLE QUELLE
006520* LA DERNIERE GENERATION ACCTPNDG SUR LA NOUVELLE, POUR NE
006530* PAS CATALOGUER UNE GENERATION VIDE.
006540*-----------------------------------------------------------------
006550 9620-CARRY-FORWARD.
006560     MOVE "N" TO WS-PND-EOF-SW
006570     OPEN INPUT  PENDING-IN
006580     OPEN OUTPUT PENDING-OUT
006590     PERFORM 8300-READ-PENDING THRU 8300-EXIT
006600     PERFORM 9625-CARRY-ONE-RECORD THRU 9625-EXIT
006610         UNTIL PENDING-END-OF-FILE
006620     CLOSE PENDING-IN
006630     CLOSE PENDING-OUT.
006640 9620-EXIT.
006650     EXIT.
006660*-----------------------------------------------------------------
006670* 9625-CARRY-ONE-RECORD -- RECOPIE L'ENREGISTREMENT COURANT PUIS
006680* LIT LE SUIVANT.
006690*-----------------------------------------------------------------
006700 9625-CARRY-ONE-RECORD.
006710     WRITE PENDING-OUT-RECORD FROM PENDING-MAINT-RECORD
006720     PERFORM 8300-READ-PENDING THRU 8300-EXIT.
006730 9625-EXIT.
006740     EXIT.
006750*-----------------------------------------------------------------
006760* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
006770* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
006780* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
006790* CHAINE, RIEN N'EST INSCRIT.
006800*-----------------------------------------------------------------
006810 9700-REGISTER-STEP.
006820     IF NOT ETP-CONSIGNE-TROUVEE
006830         GO TO 9700-EXIT
006840     END-IF
006850     MOVE WS-TRANSACTIONS-LUES TO ETP-LUS
006860     COMPUTE ETP-ECRITS = WS-CREATIONS-POSTEES
006870                        + WS-LIMITES-POSTEES
006880                        + WS-STATUTS-POSTES
006882                        + WS-EXTOURNES-TRANSMISES
006884                        + WS-LIENS-POSTES
006886                        + WS-DECISIONS-TRANSMISES
006888                        + WS-TRANSFERTS-POSTES
006890     MOVE WS-TRANSACTIONS-REJETEES TO ETP-REJETS
006900     MOVE RETURN-CODE TO ETP-CODE-RETOUR
006910     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
006920     ACCEPT ETP-HEURE-SYSTEME FROM TIME
006930     OPEN EXTEND CHAIN-REGISTER
006940     MOVE SPACES            TO CHAIN-REGISTER-RECORD
006950     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
006960     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
006970     MOVE ETP-ETAPE         TO RG-ETAPE
006980     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
006990     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
007000     MOVE ETP-LUS           TO RG-LUS
007010     MOVE ETP-ECRITS        TO RG-ECRITS
007020     MOVE ETP-REJETS        TO RG-REJETS
007030     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
007040     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
007050     WRITE CHAIN-REGISTER-RECORD
007060     CLOSE CHAIN-REGISTER
007070     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
007080             ETP-CODE-RETOUR.
007090 9700-EXIT.
007100     EXIT.
007110*-----------------------------------------------------------------
007120* 9800-WRITE-AUDIT-EVENT -- AJOUTE A LA PISTE D'AUDIT DES
007130* OPERATEURS (AUDITLOG) L'EVENEMENT PREPARE DANS LES ZONES AUD- ;
007140* LA DATE D'AFFAIRES, LE RUN ET L'HORODATAGE SYSTEME SONT POSES
007150* ICI.
007160*-----------------------------------------------------------------
007170 9800-WRITE-AUDIT-EVENT.
007180     ACCEPT AUD-DATE-SYSTEME FROM DATE YYYYMMDD
007190     ACCEPT AUD-HEURE-SYSTEME FROM TIME
007200     MOVE SPACES               TO AUDIT-EVENT-RECORD
007210     MOVE AUD-OPERATEUR        TO EV-OPERATEUR
007220     MOVE WS-DATE-AFFAIRES     TO EV-DATE-AFFAIRES
007230     MOVE AUD-DATE-SYSTEME     TO EV-DATE-SYSTEME
007240     MOVE AUD-HEURE-SYSTEME    TO EV-HEURE-SYSTEME
007250     MOVE WS-NUMERO-RUN        TO EV-NUMERO-RUN
007260     MOVE AUD-PROGRAMME        TO EV-PROGRAMME
007270     MOVE AUD-TYPE-OBJET       TO EV-TYPE-OBJET
007280     MOVE AUD-CLE-OBJET        TO EV-CLE-OBJET
007290     MOVE AUD-ACTION           TO EV-ACTION
007300     MOVE AUD-ZONE             TO EV-ZONE
007310     MOVE AUD-AVANT            TO EV-AVANT
007320     MOVE AUD-APRES            TO EV-APRES
007330     MOVE AUD-OPERATEUR-SAISIE TO EV-OPERATEUR-SAISIE
007340     MOVE AUD-CLIENT           TO EV-CLIENT
007350     WRITE AUDIT-EVENT-RECORD
007360     ADD 1 TO AUD-EVENEMENTS
007370     MOVE SPACES TO AUD-ZONE AUD-AVANT AUD-APRES
007380                    AUD-OPERATEUR-SAISIE.
007390 9800-EXIT.
007400     EXIT.
