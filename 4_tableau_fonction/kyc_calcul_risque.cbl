001170*                  REVUE EN ATTENTE, POUSSEE SUR LA FILE
001180*                  D'EXCEPTIONS (UN CAS CONFORMITE S'OUVRE PAR
001190*                  LE CIRCUIT EXISTANT).
001191* 2026-10-15 MF    FACTEURS DE COMPORTEMENT BANCAIRE : LE PROFIL
001192*                  BEHVSUM DE KYC-BEHAVIOUR-SUMMARY (ALERTES DE
001193*                  VELOCITE, DECLARATIONS D'ESPECES, PAIEMENTS
001194*                  RECUS DE L'ETRANGER ET ROTATION ANNUALISEE DES
001195*                  CREDITS SUR LA FENETRE DE KYCPARM) EST CHARGE
001196*                  EN TABLE (5000 CLIENTS, DEBORDEMENT EN CODE
001197*                  16) ET CHAQUE FACTEUR PRESENT AJOUTE SON POIDS
001198*                  KYCPARM AU RISQUE PONDERE ; LA ROTATION NE
001199*                  COMPTE QU'AU-DELA DE KP-MULTIPLE-REVENU FOIS
001200*                  LE REVENU DECLARE.  LA LIGNE DE DETAIL DE
001201*                  KYC-REPORT PORTE LES FACTEURS RETENUS ET
001202*                  INDIQUE SI LA CATEGORIE EN A ETE RELEVEE ; UN
001203*                  CLIENT PORTE EN ELEVE PAR SON COMPORTEMENT EST
001204*                  HISTORISE AVEC LA RAISON "ELEVE: COMPORTEMENT".
001205*                  POIDS NON SAISIS SUR KYCPARM : 0.50 ALERTES,
001206*                  0.25 DECLARATIONS, 0.50 ETRANGER, 0.50
001207*                  ROTATION, MULTIPLE 3.
001208* 2026-10-15 MF    CONTROLE DES PIECES D'IDENTITE : LA PIECE DE
001209*                  CHAQUE CLIENT EST RECHERCHEE AU REGISTRE
001210*                  IDDOCMST (KYC-ID-DOCUMENT-MAINT).  RAPPORT
001211*                  KYCPIECE DES CLIENTS SANS PIECE, DES PIECES
001212*                  EXPIRANT DANS LE DELAI KP-JOURS-ALERTE-PIECE DE
001213*                  KYCPARM (60 JOURS PAR DEFAUT) ET DES PIECES
001214*                  EXPIREES.  UNE PIECE PROCHE DE L'EXPIRATION EST
001215*                  POUSSEE UNE SEULE FOIS EN EXCEPTION, SANS CAS
001216*                  (DATE D'ALERTE NOTEE AU REGISTRE) ; UNE PIECE
001217*                  EXPIREE EST POUSSEE EN EXCEPTION ET OUVRE UN
001218*                  CAS CONFORMITE S'IL N'Y EN A PAS DEJA UN EN
001219*                  ATTENTE.
001220* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
001221*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
001222*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
001223*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
001224*                  REJOUEE, SA GENERATION DE LA VEILLE EST
001225*                  RECONDUITE -- ET L'ACHEVEMENT (CODE RETOUR,
001226*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
001227*-----------------------------------------------------------------
001228 ENVIRONMENT DIVISION.
001229 CONFIGURATION SECTION.
001230 SOURCE-COMPUTER. IBM-370.
001240 OBJECT-COMPUTER. IBM-370.
001250 INPUT-OUTPUT SECTION.
001480            ORGANIZATION IS INDEXED
001490            ACCESS MODE IS DYNAMIC
001500            RECORD KEY IS KC-CLE.

001501     SELECT OPTIONAL BEHAVIOUR-SUMMARY ASSIGN TO BEHVSUM
001502            ORGANIZATION IS SEQUENTIAL.

001503     SELECT OPTIONAL ID-DOCUMENT-MASTER ASSIGN TO IDDOCMST
001504            ORGANIZATION IS INDEXED
001505            ACCESS MODE IS DYNAMIC
001506            RECORD KEY IS ID-NUMERO-CLIENT.

001507     SELECT ID-DOCUMENT-REPORT ASSIGN TO KYCPIECE
001508            ORGANIZATION IS SEQUENTIAL.
001509
001510     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
001511            ORGANIZATION IS SEQUENTIAL.
001512
001513     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
001514            ORGANIZATION IS SEQUENTIAL.
001515*-------------
001520 DATA DIVISION.
001530*-------------
001540 FILE SECTION.
002010 FD  KYC-CASE-MASTER.
002020 COPY CASEREC.
002030*
002031 FD  BEHAVIOUR-SUMMARY
002032     LABEL RECORDS ARE STANDARD.
002033 COPY BEHVREC.
002034*
002035 FD  ID-DOCUMENT-MASTER.
002036 COPY IDDOCREC.
002037*
002038 FD  ID-DOCUMENT-REPORT
002039     LABEL RECORDS ARE STANDARD.
002040 COPY IDDOCRPT.
002041*
002042 FD  STEP-DIRECTIVES
002043     LABEL RECORDS ARE STANDARD.
002044 COPY STEPDIR.
002045*
002046 FD  CHAIN-REGISTER
002047     LABEL RECORDS ARE STANDARD.
002048 COPY CHAINREG.
002049*
002050 WORKING-STORAGE SECTION.
002051*
002060 01  WS-SWITCHES.
002070     05  WS-EOF-SW           PIC X(01)   VALUE "N".
002080         88  END-OF-FILE             VALUE "Y".
002160         88  REVENU-FAIBLE            VALUE "Y".
002170     05  WS-PRIOR-TABLE-FULL-SW PIC X(01) VALUE "N".
002180         88  PRIOR-TABLE-FULL         VALUE "Y".
002181     05  WS-BEHV-EOF-SW      PIC X(01)   VALUE "N".
002182         88  BEHV-END-OF-FILE         VALUE "Y".
002183     05  WS-BEHV-TROUVE-SW   PIC X(01)   VALUE "N".
002184         88  PROFIL-TROUVE            VALUE "Y".
002185     05  WS-RELEVEE-SW       PIC X(01)   VALUE "N".
002186         88  CATEGORIE-RELEVEE        VALUE "Y".
002190*
002200 01  WS-PAYS-A-RISQUE-LISTE  PIC X(10)  VALUE "XAXBXC    ".
002210 01  WS-PAYS-A-RISQUE-TABLE REDEFINES WS-PAYS-A-RISQUE-LISTE.
003190     05  WT-ENTRY OCCURS 5000 TIMES.
003200         10  WT-NOM-NORMALISE    PIC X(20).
003210         10  WT-SOURCE           PIC X(10).
003211*
003212* PROFIL DE COMPORTEMENT BANCAIRE (BEHVSUM) ET POIDS DES FACTEURS.
003213*
003214 77  WS-POIDS-ALERTES         PIC 9V99    VALUE 0.50.
003215 77  WS-POIDS-DECLARATIONS    PIC 9V99    VALUE 0.25.
003216 77  WS-POIDS-ETRANGER        PIC 9V99    VALUE 0.50.
003217 77  WS-POIDS-ROTATION        PIC 9V99    VALUE 0.50.
003218 77  WS-MULTIPLE-REVENU       PIC 9(03)   VALUE 3.
003219 77  WS-RISQUE-STATIQUE       PIC 999V9(02) VALUE ZERO.
003220 77  WS-CATEGORIE-STATIQUE    PIC X(10)   VALUE SPACES.
003221 77  WS-FACTEURS              PIC X(04)   VALUE SPACES.
003222 77  WS-FACTEURS-NB           PIC 9(01)   VALUE ZERO.
003223 77  WS-SEUIL-ROTATION        PIC 9(11)V99 VALUE ZERO.
003224 77  WS-CLIENTS-RELEVES       PIC 9(05)   COMP VALUE ZERO.
003225 77  WS-BEHV-COUNT            PIC 9(04)   COMP VALUE ZERO.
003226 77  WS-BEHV-SCAN             PIC 9(04)   COMP VALUE ZERO.
003227 77  WS-BEHV-IDX              PIC 9(04)   COMP VALUE ZERO.
003228 01  BEHAVIOUR-TABLE.
003229     05  BT-ENTRY OCCURS 5000 TIMES.
003230         10  BT-NUMERO-CLIENT    PIC X(10).
003231         10  BT-NOMBRE-ALERTES   PIC 9(05).
003232         10  BT-NOMBRE-DECLARATIONS PIC 9(05).
003233         10  BT-NOMBRE-ETRANGER  PIC 9(05).
003234         10  BT-ROTATION-ANNUELLE PIC 9(11)V99.
003235*
003236* CONTROLE DES PIECES D'IDENTITE (IDDOCMST) ET CALCUL EN JOURS.
003237*
003238 77  WS-JOURS-ALERTE-PIECE    PIC 9(03)   VALUE 60.
003239 77  WS-PIECE-TROUVEE-SW      PIC X(01)   VALUE "N".
003240     88  PIECE-TROUVEE                VALUE "Y".
003241 77  WS-OUVRIR-CAS-SW         PIC X(01)   VALUE "Y".
003242     88  OUVRIR-CAS                   VALUE "Y".
003243 77  WS-JOURS-AFFAIRES        PIC 9(07)   VALUE ZERO.
003244 77  WS-JOURS-PIECE           PIC S9(07)  VALUE ZERO.
003245 77  WS-CLIENTS-SANS-PIECE    PIC 9(05)   COMP VALUE ZERO.
003246 77  WS-PIECES-PROCHES        PIC 9(05)   COMP VALUE ZERO.
003247 77  WS-PIECES-EXPIREES       PIC 9(05)   COMP VALUE ZERO.
003248 77  WS-RAISON-PIECE-PROCHE   PIC X(30)
003249     VALUE "PIECE D'IDENTITE A RENOUVELER".
003250 77  WS-RAISON-PIECE-EXPIREE  PIC X(30)
003251     VALUE "PIECE D'IDENTITE EXPIREE".
003252 01  WS-DATE-CALCUL.
003253     05  WS-CAL-ANNEE         PIC 9(04).
003254     05  WS-CAL-MOIS          PIC 9(02).
003255     05  WS-CAL-JOUR          PIC 9(02).
003256 77  WS-DT-JOURS              PIC 9(07)   VALUE ZERO.
003257 77  WS-DT-ANNEE-PREC         PIC 9(04)   VALUE ZERO.
003258 77  WS-DT-BIS4               PIC 9(04)   VALUE ZERO.
003259 77  WS-DT-BIS100             PIC 9(04)   VALUE ZERO.
003260 77  WS-DT-BIS400             PIC 9(04)   VALUE ZERO.
003261 77  WS-DT-BISSEXTILE-SW      PIC X(01)   VALUE "N".
003262     88  ANNEE-BISSEXTILE             VALUE "Y".
003263 77  WS-DT-RESTE              PIC 9(04)   VALUE ZERO.
003264 77  WS-DT-QUOTIENT           PIC 9(04)   VALUE ZERO.
003265 01  WS-JOURS-CUMULES-TABLE.
003266     05  FILLER          PIC X(18) VALUE "000031059090120151".
003267     05  FILLER          PIC X(18) VALUE "181212243273304334".
003268 01  WS-JOURS-CUMULES REDEFINES WS-JOURS-CUMULES-TABLE.
003269     05  WS-JC-MOIS OCCURS 12 TIMES PIC 9(03).
003270*
003271 COPY STEPCTL.
003272*-------------------
003273 PROCEDURE DIVISION.
003274*-------------------
003275 0000-MAINLINE.
003276     DISPLAY "KYC-ANALYSE-RISQUES : EVALUATION DES RISQUES "
003277             "CLIENTS"
003278     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003290     PERFORM 2000-PROCESS-CLIENT THRU 2000-EXIT
003300         UNTIL END-OF-FILE
003310     PERFORM 3000-TERMINATE THRU 3000-EXIT
003315     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
003320     STOP RUN.
003330*-----------------------------------------------------------------
003340* 1000-INITIALIZE -- OUVRE LES FICHIERS, INITIALISE LES TOTAUX
003420     OPEN OUTPUT KYC-TREND-OUT
003430     OPEN OUTPUT KYC-REVIEW-REPORT
003440     OPEN I-O    KYC-CASE-MASTER
003443     OPEN I-O    ID-DOCUMENT-MASTER
003446     OPEN OUTPUT ID-DOCUMENT-REPORT
003450     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
003460     MOVE WS-DATE-AFFAIRES TO WS-DATE-DU-JOUR
003470     PERFORM 1450-LOAD-PARAMETERS THRU 1450-EXIT
003472     MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
003474     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
003476     MOVE WS-DT-JOURS TO WS-JOURS-AFFAIRES
003480     PERFORM 1400-LOAD-WATCHLIST THRU 1400-EXIT
003485     PERFORM 1480-LOAD-BEHAVIOUR THRU 1480-EXIT
003490     PERFORM 1100-INIT-CATEGORY-TOTALS THRU 1100-EXIT
003500     PERFORM 1500-LOAD-PRIOR-TRENDS THRU 1500-EXIT
003510     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
004560     PERFORM 2400-CHECK-EXCEPTION THRU 2400-EXIT
004570     PERFORM 2600-CHECK-TREND-DEGRADATION THRU 2600-EXIT
004580     PERFORM 2650-CHECK-PERIODIC-REVIEW THRU 2650-EXIT
004585     PERFORM 2800-CHECK-ID-DOCUMENT THRU 2800-EXIT
004590     PERFORM 2700-WRITE-TREND-RECORD THRU 2700-EXIT
004600     DISPLAY "--------------------------"
004610     DISPLAY "Client:    " CL-NOM
005100         ADD WS-POIDS-PEP TO WS-RISQUE
005110             ON SIZE ERROR
005120                 MOVE 999.99 TO WS-RISQUE
005125     END-IF
005130     MOVE WS-RISQUE TO WS-RISQUE-STATIQUE
005135     PERFORM 2150-APPLY-BEHAVIOUR THRU 2150-EXIT.
005140 2100-EXIT.
005150     EXIT.
005160*-----------------------------------------------------------------
005330 2110-EXIT.
005340     EXIT.
005350*-----------------------------------------------------------------
005351* 2150-APPLY-BEHAVIOUR -- AJOUTE AU RISQUE PONDERE LE POIDS DE
005352* CHAQUE FACTEUR DE COMPORTEMENT PRESENT DANS LE PROFIL DU CLIENT
005353* ("A" ALERTES DE VELOCITE, "D" DECLARATIONS D'ESPECES, "E"
005354* PAIEMENTS RECUS DE L'ETRANGER, "R" ROTATION ANNUALISEE DES
005355* CREDITS AU-DELA DU MULTIPLE DU REVENU DECLARE) ET NOTE LES
005356* FACTEURS RETENUS DANS WS-FACTEURS.  UN CLIENT SANS NUMERO OU
005357* SANS PROFIL GARDE SON RISQUE STATIQUE.
005358*-----------------------------------------------------------------
005359 2150-APPLY-BEHAVIOUR.
005360     MOVE SPACES TO WS-FACTEURS
005361     MOVE ZERO TO WS-FACTEURS-NB
005362     IF CL-NUMERO-CLIENT = SPACES
005363         GO TO 2150-EXIT
005364     END-IF
005365     MOVE "N" TO WS-BEHV-TROUVE-SW
005366     PERFORM 2160-MATCH-ONE-PROFILE THRU 2160-EXIT
005367         VARYING WS-BEHV-SCAN FROM 1 BY 1
005368             UNTIL WS-BEHV-SCAN > WS-BEHV-COUNT
005369                 OR PROFIL-TROUVE
005370     IF NOT PROFIL-TROUVE
005371         GO TO 2150-EXIT
005372     END-IF
005373     IF BT-NOMBRE-ALERTES (WS-BEHV-IDX) > ZERO
005374         ADD 1 TO WS-FACTEURS-NB
005375         MOVE "A" TO WS-FACTEURS (WS-FACTEURS-NB:1)
005376         ADD WS-POIDS-ALERTES TO WS-RISQUE
005377             ON SIZE ERROR
005378                 MOVE 999.99 TO WS-RISQUE
005379     END-IF
005380     IF BT-NOMBRE-DECLARATIONS (WS-BEHV-IDX) > ZERO
005381         ADD 1 TO WS-FACTEURS-NB
005382         MOVE "D" TO WS-FACTEURS (WS-FACTEURS-NB:1)
005383         ADD WS-POIDS-DECLARATIONS TO WS-RISQUE
005384             ON SIZE ERROR
005385                 MOVE 999.99 TO WS-RISQUE
005386     END-IF
005387     IF BT-NOMBRE-ETRANGER (WS-BEHV-IDX) > ZERO
005388         ADD 1 TO WS-FACTEURS-NB
005389         MOVE "E" TO WS-FACTEURS (WS-FACTEURS-NB:1)
005390         ADD WS-POIDS-ETRANGER TO WS-RISQUE
005391             ON SIZE ERROR
005392                 MOVE 999.99 TO WS-RISQUE
005393     END-IF
005394     COMPUTE WS-SEUIL-ROTATION
005395             = CL-REVENU-EUR * WS-MULTIPLE-REVENU
005396     IF BT-ROTATION-ANNUELLE (WS-BEHV-IDX) > WS-SEUIL-ROTATION
005397         ADD 1 TO WS-FACTEURS-NB
005398         MOVE "R" TO WS-FACTEURS (WS-FACTEURS-NB:1)
005399         ADD WS-POIDS-ROTATION TO WS-RISQUE
005400             ON SIZE ERROR
005401                 MOVE 999.99 TO WS-RISQUE
005402     END-IF.
005403 2150-EXIT.
005404     EXIT.
005405*-----------------------------------------------------------------
005406* 2160-MATCH-ONE-PROFILE -- COMPARE LE NUMERO DU CLIENT COURANT AU
005407* PROFIL POINTE PAR WS-BEHV-SCAN ET RETIENT SA POSITION.
005408*-----------------------------------------------------------------
005409 2160-MATCH-ONE-PROFILE.
005410     IF BT-NUMERO-CLIENT (WS-BEHV-SCAN) = CL-NUMERO-CLIENT
005411         MOVE "Y" TO WS-BEHV-TROUVE-SW
005412         MOVE WS-BEHV-SCAN TO WS-BEHV-IDX
005413     END-IF.
005414 2160-EXIT.
005415     EXIT.
005416*-----------------------------------------------------------------
005417* 2200-CATEGORIZE-CLIENT -- RANGE LE CLIENT DANS LA CATEGORIE
005418* FAIBLE, MOYEN OU ELEVE SELON SON RISQUE PONDERE, ET INDIQUE SI
005419* LES FACTEURS DE COMPORTEMENT ONT RELEVE CETTE CATEGORIE PAR
005420* RAPPORT A CELLE DU SEUL RISQUE STATIQUE.
005421*-----------------------------------------------------------------
005422 2200-CATEGORIZE-CLIENT.
005423     IF WS-RISQUE < WS-SEUIL-MOYEN
005424         MOVE "Faible" TO WS-CATEGORIE
005425     ELSE
005430         IF WS-RISQUE < WS-SEUIL-ELEVE
005440             MOVE "Moyen" TO WS-CATEGORIE
005450         ELSE
005460             MOVE "Eleve" TO WS-CATEGORIE
005470         END-IF
005471     END-IF
005472     IF WS-RISQUE-STATIQUE < WS-SEUIL-MOYEN
005473         MOVE "Faible" TO WS-CATEGORIE-STATIQUE
005474     ELSE
005475         IF WS-RISQUE-STATIQUE < WS-SEUIL-ELEVE
005476             MOVE "Moyen" TO WS-CATEGORIE-STATIQUE
005477         ELSE
005478             MOVE "Eleve" TO WS-CATEGORIE-STATIQUE
005479         END-IF
005480     END-IF
005481     IF WS-CATEGORIE NOT = WS-CATEGORIE-STATIQUE
005482         MOVE "Y" TO WS-RELEVEE-SW
005483         ADD 1 TO WS-CLIENTS-RELEVES
005484         DISPLAY "CATEGORIE RELEVEE PAR LE COMPORTEMENT ("
005485                 WS-FACTEURS ") : " CL-NOM
005486     ELSE
005487         MOVE "N" TO WS-RELEVEE-SW
005488     END-IF.
005490 2200-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------------
005850* 2410-SET-RAISON-ELEVE -- CONSTRUIT LE LIBELLE DE LA RAISON POUR
005860* UN CLIENT DE CATEGORIE ELEVE, D'APRES LE OU LES FACTEURS QUI ONT
005870* POUSSE LE RISQUE PONDERE AU-DESSUS DU SEUIL (SCORE FAIBLE,
005874* REVENU FAIBLE, OU LES DEUX) ET LE STATUT PPE DU CLIENT.  UN
005878* CLIENT QUE SON COMPORTEMENT PORTE EN ELEVE (HORS LISTE DE
005882* SURVEILLANCE) EST HISTORISE
005886* AVEC LES FACTEURS DE COMPORTEMENT RETENUS.
005890*-----------------------------------------------------------------
005900 2410-SET-RAISON-ELEVE.
005901     IF CATEGORIE-RELEVEE AND NOT CLIENT-SUR-LISTE
005902         MOVE SPACES TO WS-RAISON-EXCEPTION
005903         STRING "ELEVE: COMPORTEMENT " DELIMITED BY SIZE
005904                WS-FACTEURS DELIMITED BY SPACE
005905                INTO WS-RAISON-EXCEPTION
005906         GO TO 2410-EXIT
005907     END-IF
005910     IF SCORE-FAIBLE AND REVENU-FAIBLE
005920         IF CLIENT-IS-PEP
005930             MOVE "ELEVE: SCORE+REVENU PPE" TO WS-RAISON-EXCEPTION
006460             " PAYS " WS-POIDS-PAYS
006470             " PPE " WS-POIDS-PEP
006480     DISPLAY "  SEUILS MOYEN " WS-SEUIL-MOYEN
006482             " ELEVE " WS-SEUIL-ELEVE
006484     DISPLAY "  POIDS ALERTES " WS-POIDS-ALERTES
006486             " DECLARATIONS " WS-POIDS-DECLARATIONS
006488             " ETRANGER " WS-POIDS-ETRANGER
006490             " ROTATION " WS-POIDS-ROTATION
006492             " MULTIPLE DU REVENU " WS-MULTIPLE-REVENU
006494     DISPLAY "  ALERTE EXPIRATION PIECE (JOURS) "
006496             WS-JOURS-ALERTE-PIECE.
006500 1450-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------------
006740         IF KP-MOIS-REVUE-FAIBLE > ZERO
006750             MOVE KP-MOIS-REVUE-FAIBLE TO WS-MOIS-REVUE-FAIBLE
006760         END-IF
006761         IF KP-POIDS-ALERTES NUMERIC
006762             MOVE KP-POIDS-ALERTES TO WS-POIDS-ALERTES
006763         END-IF
006764         IF KP-POIDS-DECLARATIONS NUMERIC
006765             MOVE KP-POIDS-DECLARATIONS TO WS-POIDS-DECLARATIONS
006766         END-IF
006767         IF KP-POIDS-ETRANGER NUMERIC
006768             MOVE KP-POIDS-ETRANGER TO WS-POIDS-ETRANGER
006769         END-IF
006770         IF KP-POIDS-ROTATION NUMERIC
006771             MOVE KP-POIDS-ROTATION TO WS-POIDS-ROTATION
006772         END-IF
006773         IF KP-MULTIPLE-REVENU NUMERIC
006774                 AND KP-MULTIPLE-REVENU > ZERO
006775             MOVE KP-MULTIPLE-REVENU TO WS-MULTIPLE-REVENU
006776         END-IF
006777         IF KP-JOURS-ALERTE-PIECE NUMERIC
006778                 AND KP-JOURS-ALERTE-PIECE > ZERO
006779             MOVE KP-JOURS-ALERTE-PIECE TO WS-JOURS-ALERTE-PIECE
006780         END-IF
006781     END-IF
006782     PERFORM 8600-READ-PARAMETERS THRU 8600-EXIT.
006790 1460-EXIT.
006791     EXIT.
006792*-----------------------------------------------------------------
006793* 1480-LOAD-BEHAVIOUR -- CHARGE LE PROFIL DE COMPORTEMENT BANCAIRE
006794* (BEHVSUM, ECRIT LA NUIT PRECEDENTE PAR KYC-BEHAVIOUR-SUMMARY)
006795* DANS BEHAVIOUR-TABLE (5000 CLIENTS).  FICHIER ABSENT OU VIDE :
006796* AUCUN FACTEUR DE COMPORTEMENT N'EST APPLIQUE.  UNE TABLE PLEINE
006797* ARRETE L'ETAPE EN CODE 16 : UN CLIENT AU COMPORTEMENT A RISQUE
006798* NE DOIT PAS ETRE SCORE SANS SON PROFIL.
006799*-----------------------------------------------------------------
006800 1480-LOAD-BEHAVIOUR.
006801     OPEN INPUT BEHAVIOUR-SUMMARY
006802     PERFORM 8700-READ-BEHAVIOUR THRU 8700-EXIT
006803     PERFORM 1490-STORE-BEHAVIOUR THRU 1490-EXIT
006804         UNTIL BEHV-END-OF-FILE
006805     CLOSE BEHAVIOUR-SUMMARY
006806     DISPLAY "PROFILS DE COMPORTEMENT CHARGES : " WS-BEHV-COUNT.
006807 1480-EXIT.
006808     EXIT.
006809*-----------------------------------------------------------------
006810* 1490-STORE-BEHAVIOUR -- RANGE LE PROFIL COURANT DANS
006811* BEHAVIOUR-TABLE, PUIS LIT LE SUIVANT (VOIR 1480).
006812*-----------------------------------------------------------------
006813 1490-STORE-BEHAVIOUR.
006814     IF WS-BEHV-COUNT < 5000
006815         ADD 1 TO WS-BEHV-COUNT
006816         MOVE BH-NUMERO-CLIENT
006817             TO BT-NUMERO-CLIENT (WS-BEHV-COUNT)
006818         MOVE BH-NOMBRE-ALERTES
006819             TO BT-NOMBRE-ALERTES (WS-BEHV-COUNT)
006820         MOVE BH-NOMBRE-DECLARATIONS
006821             TO BT-NOMBRE-DECLARATIONS (WS-BEHV-COUNT)
006822         MOVE BH-NOMBRE-ETRANGER
006823             TO BT-NOMBRE-ETRANGER (WS-BEHV-COUNT)
006824         MOVE BH-ROTATION-ANNUELLE
006825             TO BT-ROTATION-ANNUELLE (WS-BEHV-COUNT)
006826     ELSE
006827         DISPLAY "TABLE DES PROFILS DE COMPORTEMENT PLEINE "
006828                 "(5000) - ARRET : "
006829                 BH-NUMERO-CLIENT
006830         MOVE 16 TO RETURN-CODE
006831         STOP RUN
006832     END-IF
006833     PERFORM 8700-READ-BEHAVIOUR THRU 8700-EXIT.
006834 1490-EXIT.
006835     EXIT.
006836*-----------------------------------------------------------------
006837* 1400-LOAD-WATCHLIST -- CHARGE LA LISTE DE SURVEILLANCE DANS
006838* WATCH-TABLE (5000 NOMS), NOMS DEJA NORMALISES POUR LA
006840* COMPARAISON.  UNE TABLE PLEINE ARRETE L'ETAPE EN CODE 16 : UN
006850* NOM SOUS SANCTIONS NON CHARGE PASSERAIT SANS FILTRAGE.
006860*-----------------------------------------------------------------
009800 2700-EXIT.
009810     EXIT.
009820*-----------------------------------------------------------------
009821* 2800-CHECK-ID-DOCUMENT -- RECHERCHE LA PIECE D'IDENTITE DU
009822* CLIENT COURANT AU REGISTRE IDDOCMST.  CLIENT SANS PIECE (OU SANS
009823* NUMERO) : LIGNE "S" SUR KYCPIECE.  PIECE EXPIREE : LIGNE "X" ET
009824* EXCEPTION, QUI OUVRE UN CAS CONFORMITE S'IL N'Y EN A PAS DEJA UN
009825* EN ATTENTE.  PIECE EXPIRANT DANS LE DELAI D'ALERTE : LIGNE "P"
009826* ET, A LA PREMIERE DETECTION SEULEMENT, EXCEPTION SANS CAS ; LA
009827* DATE D'ALERTE EST ALORS NOTEE AU REGISTRE.
009828*-----------------------------------------------------------------
009829 2800-CHECK-ID-DOCUMENT.
009830     MOVE SPACES            TO ID-DOCUMENT-REPORT-RECORD
009831     MOVE WS-DATE-DU-JOUR   TO RP-DATE-AFFAIRES
009832     MOVE CL-NUMERO-CLIENT  TO RP-NUMERO-CLIENT
009833     MOVE CL-NOM            TO RP-NOM
009834     MOVE ZERO              TO RP-JOURS
009835     MOVE "N" TO WS-PIECE-TROUVEE-SW
009836     IF CL-NUMERO-CLIENT NOT = SPACES
009837         MOVE CL-NUMERO-CLIENT TO ID-NUMERO-CLIENT
009838         READ ID-DOCUMENT-MASTER
009839             INVALID KEY
009840                 CONTINUE
009841             NOT INVALID KEY
009842                 MOVE "Y" TO WS-PIECE-TROUVEE-SW
009843         END-READ
009844     END-IF
009845     IF NOT PIECE-TROUVEE
009846         MOVE "S" TO RP-GENRE
009847         WRITE ID-DOCUMENT-REPORT-RECORD
009848         ADD 1 TO WS-CLIENTS-SANS-PIECE
009849         DISPLAY "AUCUNE PIECE D'IDENTITE : " CL-NOM
009850         GO TO 2800-EXIT
009851     END-IF
009852     MOVE ID-TYPE            TO RP-TYPE
009853     MOVE ID-NUMERO-PIECE    TO RP-NUMERO-PIECE
009854     MOVE ID-DATE-EXPIRATION TO RP-DATE-EXPIRATION
009855     MOVE ID-DATE-EXPIRATION TO WS-DATE-CALCUL
009856     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
009857     COMPUTE WS-JOURS-PIECE = WS-DT-JOURS - WS-JOURS-AFFAIRES
009858     IF WS-JOURS-PIECE < ZERO
009859         GO TO 2800-EXPIREE
009860     END-IF
009861     IF WS-JOURS-PIECE > WS-JOURS-ALERTE-PIECE
009862         GO TO 2800-EXIT
009863     END-IF
009864     MOVE "P" TO RP-GENRE
009865     MOVE WS-JOURS-PIECE TO RP-JOURS
009866     WRITE ID-DOCUMENT-REPORT-RECORD
009867     ADD 1 TO WS-PIECES-PROCHES
009868     IF ID-DATE-ALERTE NOT = SPACES
009869         GO TO 2800-EXIT
009870     END-IF
009871     DISPLAY "PIECE D'IDENTITE A RENOUVELER : " CL-NOM
009872             " (EXPIRE LE " ID-DATE-EXPIRATION ")"
009873     MOVE WS-RAISON-PIECE-PROCHE TO WS-RAISON-EXCEPTION
009874     MOVE "N" TO WS-OUVRIR-CAS-SW
009875     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
009876     MOVE "Y" TO WS-OUVRIR-CAS-SW
009877     MOVE WS-DATE-DU-JOUR TO ID-DATE-ALERTE
009878     REWRITE ID-DOCUMENT-RECORD
009879         INVALID KEY
009880             DISPLAY "ERREUR REECRITURE PIECE : " ID-NUMERO-CLIENT
009881     END-REWRITE
009882     GO TO 2800-EXIT.
009883 2800-EXPIREE.
009884     MOVE "X" TO RP-GENRE
009885     COMPUTE RP-JOURS = WS-JOURS-AFFAIRES - WS-DT-JOURS
009886     WRITE ID-DOCUMENT-REPORT-RECORD
009887     ADD 1 TO WS-PIECES-EXPIREES
009888     DISPLAY "PIECE D'IDENTITE EXPIREE : " CL-NOM
009889             " (LE " ID-DATE-EXPIRATION ")"
009890     MOVE WS-RAISON-PIECE-EXPIREE TO WS-RAISON-EXCEPTION
009891     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.
009892 2800-EXIT.
009893     EXIT.
009894*-----------------------------------------------------------------
009895* 2500-WRITE-REPORT-DETAIL -- ECRIT SUR KYC-REPORT LA LIGNE DE
009896* DETAIL DU CLIENT COURANT (NOM, SCORE DE CREDIT, CATEGORIE,
009897* FACTEURS DE COMPORTEMENT RETENUS ET CATEGORIE RELEVEE O/N).
009898*-----------------------------------------------------------------
009899 2500-WRITE-REPORT-DETAIL.
009900     INITIALIZE KYC-REPORT-RECORD
009901     MOVE "D"               TO KR-TYPE
009902     MOVE WS-CATEGORIE      TO KR-CATEGORIE
009903     MOVE CL-NOM            TO KR-NOM-CLIENT
009910     MOVE CL-SCORE-CREDIT   TO KR-SCORE-CREDIT
009911     MOVE WS-FACTEURS       TO KR-FACTEURS-COMPORT
009912     IF CATEGORIE-RELEVEE
009913         MOVE "O" TO KR-CATEGORIE-RELEVEE
009914     ELSE
009915         MOVE "N" TO KR-CATEGORIE-RELEVEE
009916     END-IF
009920     WRITE KYC-REPORT-RECORD.
009930 2500-EXIT.
009940     EXIT.
010000 3000-TERMINATE.
010010     PERFORM 3100-WRITE-REPORT-ENTRY THRU 3100-EXIT
010020         VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > 3
010025     PERFORM 3200-WRITE-ID-DOC-TOTAL THRU 3200-EXIT
010030     CLOSE CLIENT-MASTER
010040     CLOSE KYC-REPORT
010050     CLOSE KYC-EXCEPTIONS
010060     CLOSE KYC-TREND-OUT
010070     CLOSE KYC-REVIEW-REPORT
010080     CLOSE KYC-CASE-MASTER
010083     CLOSE ID-DOCUMENT-MASTER
010086     CLOSE ID-DOCUMENT-REPORT
010090     DISPLAY "--------------------------"
010100     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
010110     DISPLAY "CLIENTS TRAITES  : " WS-CLIENTS-LUS
010140     DISPLAY "CLIENTS SANS NUMERO : " WS-CLIENTS-SANS-NUMERO
010150     DISPLAY "CAS OUVERTS      : " WS-CAS-OUVERTS
010160     DISPLAY "CLIENTS DEGRADES : " WS-CLIENTS-DEGRADES
010165     DISPLAY "CLIENTS RELEVES  : " WS-CLIENTS-RELEVES
010170     DISPLAY "REVUES ECHUES    : " WS-REVUES-ECHUES
010180     DISPLAY "REVUES REPLANIFIEES : " WS-REVUES-REPLANIFIEES
010182     DISPLAY "CLIENTS SANS PIECE : " WS-CLIENTS-SANS-PIECE
010184     DISPLAY "PIECES A RENOUVELER : " WS-PIECES-PROCHES
010186     DISPLAY "PIECES EXPIREES  : " WS-PIECES-EXPIREES
010190     DISPLAY "KYC-ANALYSE-RISQUES : FIN DU TRAITEMENT".
010200 3000-EXIT.
010210     EXIT.
010380     MOVE WS-SCORE-MOYEN          TO KR-SCORE-MOYEN
010390     WRITE KYC-REPORT-RECORD.
010400 3100-EXIT.
010401     EXIT.
010402*-----------------------------------------------------------------
010403* 3200-WRITE-ID-DOC-TOTAL -- ECRIT SUR KYCPIECE LA LIGNE "T" DES
010404* NOMBRES DE CLIENTS SANS PIECE, DE PIECES A RENOUVELER ET DE
010405* PIECES EXPIREES.
010406*-----------------------------------------------------------------
010407 3200-WRITE-ID-DOC-TOTAL.
010408     MOVE SPACES                TO ID-DOCUMENT-REPORT-TOTAL
010409     MOVE "T"                   TO RP-GENRE
010410     MOVE WS-DATE-DU-JOUR       TO RP-DATE-AFFAIRES
010411     MOVE WS-CLIENTS-SANS-PIECE TO RP-NOMBRE-SANS-PIECE
010412     MOVE WS-PIECES-PROCHES     TO RP-NOMBRE-PROCHES
010413     MOVE WS-PIECES-EXPIREES    TO RP-NOMBRE-EXPIREES
010414     WRITE ID-DOCUMENT-REPORT-TOTAL.
010415 3200-EXIT.
010416     EXIT.
010420*-----------------------------------------------------------------
010430* 8000-READ-CLIENT-MASTER -- LECTURE SEQUENTIELLE DU FICHIER
010440* MAITRE DES CLIENTS.
010650     EXIT.
010660*-----------------------------------------------------------------
010670* 8200-WRITE-EXCEPTION -- ECRIT LE CLIENT COURANT SUR LA FILE
010675* D'ATTENTE D'EXCEPTIONS AVEC LA RAISON DE SON ESCALADE, PUIS LUI
010680* OUVRE UN CAS SI NECESSAIRE (SAUF SI L'APPELANT A BAISSE
010685* WS-OUVRIR-CAS-SW, EXCEPTION SANS CAS).
010690*-----------------------------------------------------------------
010700 8200-WRITE-EXCEPTION.
010710     MOVE CL-NUMERO-CLIENT TO KE-NUMERO-CLIENT
010760     MOVE WS-RAISON-EXCEPTION TO KE-RAISON
010770     WRITE KYC-EXCEPTION-RECORD
010780     ADD 1 TO WS-CLIENTS-EXCEPTES
010785     IF OUVRIR-CAS
010790         PERFORM 8300-OPEN-CASE-IF-NEW THRU 8300-EXIT
010795     END-IF.
010800 8200-EXIT.
010810     EXIT.
010820*-----------------------------------------------------------------
012100 8600-EXIT.
012110     EXIT.
012120*-----------------------------------------------------------------
012121* 8700-READ-BEHAVIOUR -- LECTURE SEQUENTIELLE DU PROFIL DE
012122* COMPORTEMENT BANCAIRE.
012123*-----------------------------------------------------------------
012124 8700-READ-BEHAVIOUR.
012125     READ BEHAVIOUR-SUMMARY
012126         AT END
012127             MOVE "Y" TO WS-BEHV-EOF-SW
012128     END-READ.
012129 8700-EXIT.
012130     EXIT.
012131*-----------------------------------------------------------------
012132* 8810-DATE-EN-JOURS -- CONVERTIT WS-DATE-CALCUL (AAAAMMJJ) EN
012133* NOMBRE DE JOURS DEPUIS L'ORIGINE (MEME FORMULE QUE
012134* SIMPLEBANK).
012135*-----------------------------------------------------------------
012136 8810-DATE-EN-JOURS.
012137     COMPUTE WS-DT-ANNEE-PREC = WS-CAL-ANNEE - 1
012138     DIVIDE WS-DT-ANNEE-PREC BY 4 GIVING WS-DT-BIS4
012139     DIVIDE WS-DT-ANNEE-PREC BY 100 GIVING WS-DT-BIS100
012140     DIVIDE WS-DT-ANNEE-PREC BY 400 GIVING WS-DT-BIS400
012141     COMPUTE WS-DT-JOURS
012142             = WS-CAL-ANNEE * 365
012143             + WS-DT-BIS4
012144             - WS-DT-BIS100
012145             + WS-DT-BIS400
012146             + WS-JC-MOIS (WS-CAL-MOIS)
012147             + WS-CAL-JOUR
012148     MOVE "N" TO WS-DT-BISSEXTILE-SW
012149     DIVIDE WS-CAL-ANNEE BY 4 GIVING WS-DT-QUOTIENT
012150         REMAINDER WS-DT-RESTE
012151     IF WS-DT-RESTE = ZERO
012152         MOVE "Y" TO WS-DT-BISSEXTILE-SW
012153     END-IF
012154     DIVIDE WS-CAL-ANNEE BY 100 GIVING WS-DT-QUOTIENT
012155         REMAINDER WS-DT-RESTE
012156     IF WS-DT-RESTE = ZERO
012157         MOVE "N" TO WS-DT-BISSEXTILE-SW
012158     END-IF
012159     DIVIDE WS-CAL-ANNEE BY 400 GIVING WS-DT-QUOTIENT
012160         REMAINDER WS-DT-RESTE
012161     IF WS-DT-RESTE = ZERO
012162         MOVE "Y" TO WS-DT-BISSEXTILE-SW
012163     END-IF
012164     IF ANNEE-BISSEXTILE AND WS-CAL-MOIS > 2
012165         ADD 1 TO WS-DT-JOURS
012166     END-IF.
012167 8810-EXIT.
012168     EXIT.
012169*-----------------------------------------------------------------
012170* 9500-WRITE-RUN-STATS -- ECRIT LES COMPTEURS DU RUN SUR LE
012171* FICHIER COMMUN DES STATISTIQUES DE LA CHAINE, POUR LE
012172* CROISEMENT DE L'ETAPE FINALE RUN-BALANCER.
012173*-----------------------------------------------------------------
012174 9500-WRITE-RUN-STATS.
012180     OPEN EXTEND RUN-STATISTICS
012190     MOVE "TRAITES" TO WS-STAT-COMPTEUR
012200     MOVE WS-CLIENTS-LUS TO WS-STAT-VALEUR
012340     MOVE "REVUESECHUES" TO WS-STAT-COMPTEUR
012350     MOVE WS-REVUES-ECHUES TO WS-STAT-VALEUR
012360     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
012361     MOVE "RELEVES" TO WS-STAT-COMPTEUR
012362     MOVE WS-CLIENTS-RELEVES TO WS-STAT-VALEUR
012363     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
012364     MOVE "SANSPIECE" TO WS-STAT-COMPTEUR
012365     MOVE WS-CLIENTS-SANS-PIECE TO WS-STAT-VALEUR
012366     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
012367     MOVE "PIECESPROCH" TO WS-STAT-COMPTEUR
012368     MOVE WS-PIECES-PROCHES TO WS-STAT-VALEUR
012369     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
012370     MOVE "PIECESEXPIR" TO WS-STAT-COMPTEUR
012371     MOVE WS-PIECES-EXPIREES TO WS-STAT-VALEUR
012372     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
012373     CLOSE RUN-STATISTICS.
012380 9500-EXIT.
012390     EXIT.
012400*-----------------------------------------------------------------
012500     WRITE RUN-STAT-RECORD.
012510 9510-EXIT.
012520     EXIT.
012530*-----------------------------------------------------------------
012540* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
012550* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
012560* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
012570* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER --
012580* SA GENERATION DE LA VEILLE, CELLE DU PASSAGE ACHEVE, EST
012590* RECONDUITE SUR LA NOUVELLE QUE LE JCL CATALOGUE.
012600* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
012610* N'EST PAS INSCRITE AU REGISTRE.
012620*-----------------------------------------------------------------
012630 9600-CHECK-STEP-DIRECTIVE.
012640     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
012650     OPEN INPUT STEP-DIRECTIVES
012660     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
012670         UNTIL ETP-DIR-END-OF-FILE
012680             OR ETP-CONSIGNE-TROUVEE
012690     CLOSE STEP-DIRECTIVES
012700     IF NOT ETP-A-SAUTER
012710         GO TO 9600-EXIT
012720     END-IF
012730     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
012740             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
012750             ") - NON REJOUEE"
012760     PERFORM 9620-CARRY-FORWARD THRU 9620-EXIT
012770     MOVE ZERO TO RETURN-CODE
012780     STOP RUN.
012790 9600-EXIT.
012800     EXIT.
012810*-----------------------------------------------------------------
012820* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
012830* CELLE DU PROGRAMME.
012840*-----------------------------------------------------------------
012850 9610-READ-DIRECTIVE.
012860     READ STEP-DIRECTIVES
012870         AT END
012880             MOVE "Y" TO ETP-DIR-EOF-SW
012890         NOT AT END
012900             IF DI-PROGRAMME = ETP-PROGRAMME
012910                 MOVE "Y"              TO ETP-TROUVEE-SW
012920                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
012930                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
012940                 MOVE DI-ETAPE         TO ETP-ETAPE
012950                 MOVE DI-ACTION        TO ETP-ACTION
012960                 MOVE DI-MOTIF         TO ETP-MOTIF
012970             END-IF
012980     END-READ.
012990 9610-EXIT.
013000     EXIT.
013010*-----------------------------------------------------------------
013020* 9620-CARRY-FORWARD -- ETAPE NON REJOUEE : RECOPIE TELLE QUELLE
013030* LA DERNIERE GENERATION KYCTRDG SUR LA NOUVELLE, POUR NE
013040* PAS CATALOGUER UNE GENERATION VIDE.
013050*-----------------------------------------------------------------
013060 9620-CARRY-FORWARD.
013070     MOVE "N" TO WS-TREND-EOF-SW
013080     OPEN INPUT  KYC-TREND-IN
013090     OPEN OUTPUT KYC-TREND-OUT
013100     PERFORM 8100-READ-TREND-IN THRU 8100-EXIT
013110     PERFORM 9625-CARRY-ONE-RECORD THRU 9625-EXIT
013120         UNTIL TREND-END-OF-FILE
013130     CLOSE KYC-TREND-IN
013140     CLOSE KYC-TREND-OUT.
013150 9620-EXIT.
013160     EXIT.
013170*-----------------------------------------------------------------
013180* 9625-CARRY-ONE-RECORD -- RECOPIE L'ENREGISTREMENT COURANT PUIS
013190* LIT LE SUIVANT.
013200*-----------------------------------------------------------------
013210 9625-CARRY-ONE-RECORD.
013220     WRITE KYC-TREND-RECORD FROM KYC-TREND-IN-RECORD
013230     PERFORM 8100-READ-TREND-IN THRU 8100-EXIT.
013240 9625-EXIT.
013250     EXIT.
013260*-----------------------------------------------------------------
013270* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
013280* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
013290* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
013300* CHAINE, RIEN N'EST INSCRIT.
013310*-----------------------------------------------------------------
013320 9700-REGISTER-STEP.
013330     IF NOT ETP-CONSIGNE-TROUVEE
013340         GO TO 9700-EXIT
013350     END-IF
013360     MOVE WS-CLIENTS-LUS TO ETP-LUS
013370     MOVE WS-CAS-OUVERTS TO ETP-ECRITS
013380     MOVE WS-CLIENTS-EXCEPTES TO ETP-REJETS
013390     MOVE RETURN-CODE TO ETP-CODE-RETOUR
013400     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
013410     ACCEPT ETP-HEURE-SYSTEME FROM TIME
013420     OPEN EXTEND CHAIN-REGISTER
013430     MOVE SPACES            TO CHAIN-REGISTER-RECORD
013440     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
013450     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
013460     MOVE ETP-ETAPE         TO RG-ETAPE
013470     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
013480     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
013490     MOVE ETP-LUS           TO RG-LUS
013500     MOVE ETP-ECRITS        TO RG-ECRITS
013510     MOVE ETP-REJETS        TO RG-REJETS
013520     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
013530     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
013540     WRITE CHAIN-REGISTER-RECORD
013550     CLOSE CHAIN-REGISTER
013560     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
013570             ETP-CODE-RETOUR.
013580 9700-EXIT.
013590     EXIT.
