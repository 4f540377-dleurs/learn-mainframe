000480*                  SANS CIBLE IL GENERE LE NOMBRE DEMANDE COMME
000490*                  AVANT.  LE MIX OBTENU PART SUR RUNSTATS POUR
000500*                  LE POINTAGE DU LENDEMAIN.
000501* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000502*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000503*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000504*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000505*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000506*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000507* 2026-10-15 MF    ARCHIVE DES GRILLES ET CALENDRIER DE
000508*                  PUBLICATION.  TOUTE GRILLE PUBLIEE EST INSCRITE
000509*                  SUR L'ARCHIVE INDEXEE PUZARCH SOUS LA FORME
000510*                  CANONIQUE DE SA SOLUTION ET DE SA GRILLE ; UN
000511*                  CANDIDAT DEJA PUBLIE, MEME RENUMEROTE OU AUX
000512*                  LIGNES ET BANDES PERMUTEES, EST ECARTE S'IL L'A
000513*                  ETE DANS LE DELAI GN-DELAI-REPUBLICATION (NUL :
000514*                  JAMAIS REPUBLIE).  LE RUN PREPARE CHAQUE DATE
000515*                  DU LENDEMAIN AU JOUR OUVRE SUIVANT (CALFILE) ;
000516*                  LE CALENDRIER PUBCAL FIXE LE MIX D'UNE DATE,
000517*                  DES DIMANCHES OU DES FERIES ET PLANIFIE DES
000518*                  GRILLES, PUBLIEES AVANT LE COMPLEMENT GENERE.
000519*                  LA DATE DE PARUTION EST PORTEE SUR
000520*                  PZ-DATE-PUBLICATION ; RUNSTATS RECOIT
000521*                  REPETEES ET PLANIFIEES.
000522*-----------------------------------------------------------------
000523 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.

000640     SELECT PUZZLE-FILE-OUT  ASSIGN TO PUZZLOUT
000650            ORGANIZATION IS SEQUENTIAL.

000651     SELECT OPTIONAL BUSINESS-CALENDAR ASSIGN TO CALFILE
000652            ORGANIZATION IS SEQUENTIAL.

000653     SELECT OPTIONAL PUBLICATION-CALENDAR ASSIGN TO PUBCAL
000654            ORGANIZATION IS SEQUENTIAL.

000655     SELECT PUZZLE-ARCHIVE   ASSIGN TO PUZARCH
000656            ORGANIZATION IS INDEXED
000657            ACCESS MODE IS DYNAMIC
000658            RECORD KEY IS PA-CLE.

000659     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000660            ORGANIZATION IS SEQUENTIAL.

000661     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000662            ORGANIZATION IS SEQUENTIAL.
000663*-------------
000670 DATA DIVISION.
000680*-------------
000690 FILE SECTION.
000800     05  GN-CIBLE-FACILE     PIC 9(03).
000810     05  GN-CIBLE-MOYENNE    PIC 9(03).
000820     05  GN-CIBLE-DIFFICILE  PIC 9(03).
000826     05  GN-DELAI-REPUBLICATION PIC 9(04).
000832     05  FILLER              PIC X(03).
000840*
000850 FD  PUZZLE-FILE-OUT
000860     LABEL RECORDS ARE STANDARD.
000870 COPY PUZZLEREC.
000880*
000881 FD  BUSINESS-CALENDAR
000882     LABEL RECORDS ARE STANDARD.
000883 COPY CALREC.
000884*
000885 FD  PUBLICATION-CALENDAR
000886     LABEL RECORDS ARE STANDARD.
000887 COPY PUBCAL.
000888*
000889 FD  PUZZLE-ARCHIVE
000890     LABEL RECORDS ARE STANDARD.
000891 COPY PUZARCH.
000892*
000893 FD  RUN-STATISTICS
000900     LABEL RECORDS ARE STANDARD.
000910 COPY RUNSTAT.
000911*
000912 FD  STEP-DIRECTIVES
000913     LABEL RECORDS ARE STANDARD.
000914 COPY STEPDIR.
000915*
000916 FD  CHAIN-REGISTER
000917     LABEL RECORDS ARE STANDARD.
000918 COPY CHAINREG.
000920*
000930 WORKING-STORAGE SECTION.
000940*
000970         88  CTL-END-OF-FILE         VALUE "Y".
000980     05  WS-SAFE-SW          PIC X(01)   VALUE "Y".
000990         88  SAFE-PLACEMENT           VALUE "Y".
000991     05  WS-CAL-EOF-SW       PIC X(01)   VALUE "N".
000992         88  CAL-END-OF-FILE          VALUE "Y".
000993     05  WS-PUB-EOF-SW       PIC X(01)   VALUE "N".
000994         88  PUB-END-OF-FILE          VALUE "Y".
000995     05  WS-JOUR-OUVRE-SW    PIC X(01)   VALUE "N".
000996         88  JOUR-OUVRE               VALUE "Y".
000997     05  WS-FERIE-SW         PIC X(01)   VALUE "N".
000998         88  JOUR-FERIE               VALUE "Y".
000999     05  WS-ARCHIVE-SW       PIC X(01)   VALUE "N".
001000         88  GRILLE-ARCHIVEE          VALUE "Y".
001001     05  WS-REPETEE-SW       PIC X(01)   VALUE "N".
001002         88  GRILLE-REPETEE           VALUE "Y".
001003     05  WS-PANIER-SW        PIC X(01)   VALUE "N".
001004         88  PANIER-OUVERT            VALUE "Y".
001005     05  WS-VALIDE-SW        PIC X(01)   VALUE "Y".
001006         88  GRILLE-VALIDE            VALUE "Y".
001007     05  WS-RELACHE-SW       PIC X(01)   VALUE "N".
001008         88  RELACHE                  VALUE "Y".
001009     05  WS-REGLE-DIM-SW     PIC X(01)   VALUE "N".
001010         88  REGLE-DIMANCHE           VALUE "Y".
001011     05  WS-REGLE-FER-SW     PIC X(01)   VALUE "N".
001012         88  REGLE-FERIE              VALUE "Y".
001013*
001014 77  WS-NOMBRE-GRILLES       PIC 9(03)   VALUE ZERO.
001020 77  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
001030     88  RUNCTL-END-OF-FILE          VALUE "Y".
001040 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001630 77  WS-CURSOR               PIC 9(02)   COMP VALUE ZERO.
001640 77  WS-SOLUTIONS            PIC 9(01)   VALUE ZERO.
001650*
001660 77  WS-GRILLE-COURANTE      PIC 9(05)   VALUE ZERO.
001670 77  WS-GRILLES-ECRITES      PIC 9(03)   COMP VALUE ZERO.
001680 77  WS-GRILLES-INCOMPLETES  PIC 9(03)   COMP VALUE ZERO.
001690 77  WS-GEN-BACKTRACKS       PIC 9(09)   VALUE ZERO.
001790 77  WS-FAITES-MOYENNES      PIC 9(03)   COMP VALUE ZERO.
001800 77  WS-FAITES-DIFFICILES    PIC 9(03)   COMP VALUE ZERO.
001810 77  WS-GRILLES-ECARTEES     PIC 9(05)   COMP VALUE ZERO.
001811 77  WS-GRILLES-REPETEES     PIC 9(05)   COMP VALUE ZERO.
001812 77  WS-PLANIFIEES           PIC 9(05)   COMP VALUE ZERO.
001813 77  WS-PLANIFIEES-REJETEES  PIC 9(05)   COMP VALUE ZERO.
001814 77  WS-JOUR-ECRITES         PIC 9(05)   COMP VALUE ZERO.
001815 77  WS-JOUR-FACILES         PIC 9(03)   COMP VALUE ZERO.
001816 77  WS-JOUR-MOYENNES        PIC 9(03)   COMP VALUE ZERO.
001817 77  WS-JOUR-DIFFICILES      PIC 9(03)   COMP VALUE ZERO.
001818 77  WS-NOMBRE-JOUR          PIC 9(05)   VALUE ZERO.
001819 77  WS-ORIGINE              PIC X(01)   VALUE "G".
001820 77  WS-ORIGINE-MIX          PIC X(10)   VALUE SPACES.
001821 77  WS-DELAI-REPUBLICATION  PIC 9(04)   VALUE ZERO.
001822 77  WS-ECART-JOURS          PIC 9(07)   VALUE ZERO.
001823 77  WS-JOURS-ARCHIVE        PIC 9(07)   VALUE ZERO.
001824 77  WS-ESSAIS               PIC 9(07)   COMP VALUE ZERO.
001830 77  WS-ESSAIS-MAX           PIC 9(07)   VALUE ZERO.
001840 77  WS-MIX-SW               PIC X(01)   VALUE "N".
001850     88  MIX-ATTEINT                 VALUE "Y".
001890 77  WS-GRID-IDX             PIC 9(02)   VALUE ZERO.
001900 77  WS-GRID-ROW-0           PIC 9(02)   VALUE ZERO.
001910 77  WS-GRID-COL-0           PIC 9(02)   VALUE ZERO.
001911*
001912*    DATES DE PUBLICATION : DU LENDEMAIN DE LA DATE D'AFFAIRES
001913*    JUSQU'AU JOUR OUVRE SUIVANT INCLUS (LA CHAINE NE TOURNE PAS
001914*    LES SAMEDIS, DIMANCHES ET FERIES : LE RUN DU VENDREDI
001915*    PREPARE SAMEDI, DIMANCHE ET LUNDI).
001916 77  WS-DATE-PUBLICATION     PIC X(08)   VALUE SPACES.
001917 77  WS-DATE-FIN-FENETRE     PIC X(08)   VALUE SPACES.
001918 77  WS-NB-DATES             PIC 9(02)   VALUE ZERO.
001919 01  WS-DATE-CALCUL.
001920     05  WS-CAL-ANNEE        PIC 9(04).
001921     05  WS-CAL-MOIS         PIC 9(02).
001922     05  WS-CAL-JOUR         PIC 9(02).
001923 77  WS-CAL-DERNIER-JOUR     PIC 9(02)   VALUE ZERO.
001924 77  WS-CAL-RESTE            PIC 9(03)   VALUE ZERO.
001925 77  WS-CAL-QUOTIENT         PIC 9(04)   VALUE ZERO.
001926 77  WS-DT-JOURS             PIC 9(07)   VALUE ZERO.
001927 77  WS-DT-ANNEE-PREC        PIC 9(04)   VALUE ZERO.
001928 77  WS-DT-BIS4              PIC 9(04)   VALUE ZERO.
001929 77  WS-DT-BIS100            PIC 9(04)   VALUE ZERO.
001930 77  WS-DT-BIS400            PIC 9(04)   VALUE ZERO.
001931 77  WS-DT-BISSEXTILE-SW     PIC X(01)   VALUE "N".
001932     88  ANNEE-BISSEXTILE            VALUE "Y".
001933 77  WS-DT-RESTE             PIC 9(04)   VALUE ZERO.
001934 77  WS-DT-QUOTIENT          PIC 9(04)   VALUE ZERO.
001935 77  WS-JOUR-SEMAINE         PIC 9(01)   VALUE ZERO.
001936 77  WS-DT-QUOT7             PIC 9(07)   VALUE ZERO.
001937 01  WS-JOURS-CUMULES-TABLE.
001938     05  FILLER          PIC X(18) VALUE "000031059090120151".
001939     05  FILLER          PIC X(18) VALUE "181212243273304334".
001940 01  WS-JOURS-CUMULES REDEFINES WS-JOURS-CUMULES-TABLE.
001941     05  WS-JC-MOIS OCCURS 12 TIMES PIC 9(03).
001942*
001943 77  WS-FER-COUNT            PIC 9(03)   COMP VALUE ZERO.
001944 77  WS-FER-SCAN             PIC 9(03)   COMP VALUE ZERO.
001945 01  FERIE-TABLE.
001946     05  FER-DATE OCCURS 200 TIMES PIC X(08).
001947*
001948*    CALENDRIER DE PUBLICATION : MIX DATES ET GRILLES PLANIFIEES
001949*    DE LA FENETRE DU RUN, REGLES DU DIMANCHE ET DES FERIES.
001950 77  WS-PM-COUNT             PIC 9(03)   COMP VALUE ZERO.
001951 77  WS-PM-SCAN              PIC 9(03)   COMP VALUE ZERO.
001952 77  WS-PM-IDX               PIC 9(03)   COMP VALUE ZERO.
001953 01  PUB-MIX-TABLE.
001954     05  PM-ENTRY OCCURS 31 TIMES.
001955         10  PM-DATE             PIC X(08).
001956         10  PM-CIBLE-FACILE     PIC 9(03).
001957         10  PM-CIBLE-MOYENNE    PIC 9(03).
001958         10  PM-CIBLE-DIFFICILE  PIC 9(03).
001959 77  WS-PG-COUNT             PIC 9(03)   COMP VALUE ZERO.
001960 77  WS-PG-SCAN              PIC 9(03)   COMP VALUE ZERO.
001961 01  PUB-GRILLE-TABLE.
001962     05  PG-ENTRY OCCURS 200 TIMES.
001963         10  PG-DATE             PIC X(08).
001964         10  PG-GRILLE           PIC X(81).
001965         10  PG-LIBELLE          PIC X(20).
001966 01  WS-REGLE-DIMANCHE.
001967     05  WS-DIM-CIBLE-FACILE     PIC 9(03)   VALUE ZERO.
001968     05  WS-DIM-CIBLE-MOYENNE    PIC 9(03)   VALUE ZERO.
001969     05  WS-DIM-CIBLE-DIFFICILE  PIC 9(03)   VALUE ZERO.
001970 01  WS-REGLE-FERIE.
001971     05  WS-FER-CIBLE-FACILE     PIC 9(03)   VALUE ZERO.
001972     05  WS-FER-CIBLE-MOYENNE    PIC 9(03)   VALUE ZERO.
001973     05  WS-FER-CIBLE-DIFFICILE  PIC 9(03)   VALUE ZERO.
001974 01  WS-GRILLE-PLANIFIEE     PIC X(81)   VALUE SPACES.
001975*
001976*    FORME CANONIQUE (DESSIN PUZARCH) : LES 6 ORDRES POSSIBLES DE
001977*    TROIS ELEMENTS, APPLIQUES AUX BANDES PUIS AUX LIGNES DE
001978*    CHAQUE BANDE, SOIT 1296 ORDRES DE LIGNES ESSAYES.
001979 01  WS-PERMUTATIONS-TROIS.
001980     05  FILLER          PIC X(18) VALUE "123132213231312321".
001981 01  WS-PERM-TROIS REDEFINES WS-PERMUTATIONS-TROIS.
001982     05  WS-P3-ENTREE OCCURS 6 TIMES.
001983         10  WS-P3-RANG OCCURS 3 TIMES PIC 9(01).
001984 01  WS-GRILLE-SOLUTION.
001985     05  WS-GS-ROW OCCURS 9 TIMES.
001986         10  WS-GS-CELL OCCURS 9 TIMES PIC 9.
001987 01  WS-ORDRE-LIGNES.
001988     05  WS-LIGNE-SOURCE OCCURS 9 TIMES PIC 9(02).
001989 01  WS-RENUMEROTATION.
001990     05  WS-NOUVEAU-CHIFFRE OCCURS 9 TIMES PIC 9(01).
001991 77  WS-PROCHAIN-CHIFFRE     PIC 9(01)   VALUE ZERO.
001992 77  WS-CANON-CHIFFRE        PIC 9(01)   VALUE ZERO.
001993 77  WS-CANON-POS            PIC 9(02)   VALUE ZERO.
001994 77  WS-CANON-LIGNE          PIC 9(02)   VALUE ZERO.
001995 77  WS-CANON-BANDE          PIC 9(01)   VALUE ZERO.
001996 77  WS-CANON-RANG           PIC 9(01)   VALUE ZERO.
001997 77  WS-CANON-PERM           PIC 9(01)   VALUE ZERO.
001998 77  WS-PERM-BANDES          PIC 9(01)   VALUE ZERO.
001999 77  WS-PERM-B1              PIC 9(01)   VALUE ZERO.
002000 77  WS-PERM-B2              PIC 9(01)   VALUE ZERO.
002001 77  WS-PERM-B3              PIC 9(01)   VALUE ZERO.
002002 01  WS-CLE-CANDIDATE.
002003     05  WS-CC-SOLUTION      PIC X(81).
002004     05  WS-CC-GRILLE        PIC X(81).
002005 01  WS-CLE-CANONIQUE.
002006     05  WS-CN-SOLUTION      PIC X(81).
002007     05  WS-CN-GRILLE        PIC X(81).
002008*
002009 COPY STEPCTL.
002010*-------------------
002011 PROCEDURE DIVISION.
002012*-------------------
002013 0000-MAINLINE.
002014     DISPLAY "SUDOKU-GENERATEUR : GENERATION DES GRILLES"
002015     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
002016     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002017     MOVE WS-DATE-AFFAIRES TO WS-DATE-PUBLICATION
002018     PERFORM 2500-PRODUCE-ONE-DATE THRU 2500-EXIT
002019         UNTIL WS-DATE-PUBLICATION = WS-DATE-FIN-FENETRE
002120     PERFORM 9000-TERMINATE THRU 9000-EXIT
002125     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
002130     STOP RUN.
002140*-----------------------------------------------------------------
002150* 1000-INITIALIZE -- LIT LE NOMBRE DE GRILLES, LE NOMBRE
002170* (ABSENT : ARRET EN CODE 16), MELANGE LA GRAINE AVEC LA DATE
002180* D'AFFAIRES ET LE NUMERO DE RUN (UN GENCTL INCHANGE PRODUIRAIT
002190* SINON LES MEMES GRILLES CHAQUE NUIT -- LE RECYCLAGE QUE CE
002195* GENERATEUR DOIT JUSTEMENT ELIMINER), RETIENT LE DELAI DE
002200* REPUBLICATION (NUL OU NON RENSEIGNE : UNE GRILLE DEJA
002205* ARCHIVEE N'EST JAMAIS REPUBLIEE), CHARGE LES FERIES ET LE
002210* CALENDRIER DE PUBLICATION DE LA FENETRE DU RUN, ET OUVRE
002215* L'ARCHIVE ET LE FICHIER DE SORTIE.
002220*-----------------------------------------------------------------
002230 1000-INITIALIZE.
002240     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
002490     IF WS-GRAINE = ZERO
002500         MOVE 1 TO WS-GRAINE
002510     END-IF
002530     IF GN-DELAI-REPUBLICATION IS NUMERIC
002550         MOVE GN-DELAI-REPUBLICATION TO WS-DELAI-REPUBLICATION
002570     END-IF
002590     DISPLAY "GRILLES DEMANDEES : " WS-NOMBRE-GRILLES
002600             " INDICES : " WS-NOMBRE-INDICES
002610             " GRAINE : " GN-GRAINE
002618     IF WS-DELAI-REPUBLICATION = ZERO
002626         DISPLAY "DELAI DE REPUBLICATION : AUCUNE REPUBLICATION"
002634     ELSE
002642         DISPLAY "DELAI DE REPUBLICATION : "
002650                 WS-DELAI-REPUBLICATION " JOURS"
002660     END-IF
002662     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
002664     PERFORM 1300-COMPUTE-WINDOW THRU 1300-EXIT
002666     PERFORM 1200-LOAD-PUBLICATION-CAL THRU 1200-EXIT
002668     OPEN I-O    PUZZLE-ARCHIVE
002670     OPEN OUTPUT PUZZLE-FILE-OUT.
002680 1000-EXIT.
002690     EXIT.
002700*-----------------------------------------------------------------
002710* 2000-GENERATE-ONE-PUZZLE -- CONSTRUIT UNE GRILLE COMPLETE
002720* VALIDE, LA CREUSE JUSQU'AU NOMBRE D'INDICES DEMANDE EN
002726* GARANTISSANT L'UNICITE DE LA SOLUTION, PUIS L'ECRIT SI ELLE
002732* N'A PAS ETE PUBLIEE DANS LE DELAI DE REPUBLICATION.
002740*-----------------------------------------------------------------
002750 2000-GENERATE-ONE-PUZZLE.
002753     ADD 1 TO WS-ESSAIS
002756     MOVE WS-ESSAIS TO WS-GRILLE-COURANTE
002760     PERFORM 3000-BUILD-FULL-GRID THRU 3000-EXIT
002770     PERFORM 4000-HOLLOW-OUT-GRID THRU 4000-EXIT
002780     PERFORM 4500-GRADE-PUZZLE THRU 4500-EXIT
002782     PERFORM 4700-CHECK-ARCHIVE THRU 4700-EXIT
002784     IF GRILLE-REPETEE
002786         ADD 1 TO WS-GRILLES-REPETEES
002788     ELSE
002790         MOVE "G" TO WS-ORIGINE
002792         PERFORM 5000-WRITE-PUZZLE THRU 5000-EXIT
002794     END-IF.
002800 2000-EXIT.
002810     EXIT.
002820*-----------------------------------------------------------------
004940     EXIT.
004950*-----------------------------------------------------------------
004960* 5000-WRITE-PUZZLE -- ECRIT LA GRILLE CREUSEE AU DESSIN
004965* PUZZLEREC (81 CHIFFRES, "0" POUR UNE CASE VIDE) SOUS SA DATE
004970* DE PUBLICATION, LA COMPTE DANS SON PANIER DE DIFFICULTE (DU
004975* JOUR ET DU RUN) ET L'INSCRIT A L'ARCHIVE.
004980*-----------------------------------------------------------------
004990 5000-WRITE-PUZZLE.
005000     MOVE SPACES TO PUZZLE-RECORD
005010     PERFORM 5100-PUT-ONE-DIGIT THRU 5100-EXIT
005020         VARYING WS-GRID-IDX FROM 1 BY 1 UNTIL WS-GRID-IDX > 81
005030     MOVE WS-DIFFICULTE TO PZ-DIFFICULTE
005035     MOVE WS-DATE-PUBLICATION TO PZ-DATE-PUBLICATION
005040     WRITE PUZZLE-RECORD
005041     ADD 1 TO WS-GRILLES-ECRITES
005042     ADD 1 TO WS-JOUR-ECRITES
005043     EVALUATE WS-DIFFICULTE
005044         WHEN "F"
005045             ADD 1 TO WS-FAITES-FACILES
005046             ADD 1 TO WS-JOUR-FACILES
005047         WHEN "M"
005048             ADD 1 TO WS-FAITES-MOYENNES
005049             ADD 1 TO WS-JOUR-MOYENNES
005050         WHEN OTHER
005051             ADD 1 TO WS-FAITES-DIFFICILES
005052             ADD 1 TO WS-JOUR-DIFFICILES
005053     END-EVALUATE
005054     PERFORM 5200-ARCHIVE-PUZZLE THRU 5200-EXIT.
005060 5000-EXIT.
005070     EXIT.
005080*-----------------------------------------------------------------
005200 5100-EXIT.
005210     EXIT.
005220*-----------------------------------------------------------------
005221* 5200-ARCHIVE-PUZZLE -- INSCRIT LA GRILLE PUBLIEE A L'ARCHIVE
005222* SOUS SA FORME CANONIQUE (CALCULEE PAR 4700) : CREATION, OU
005223* NOUVELLE DATE DE PUBLICATION D'UNE GRILLE DEJA ARCHIVEE DONT
005224* LE DELAI DE REPUBLICATION EST ECOULE.
005225*-----------------------------------------------------------------
005226 5200-ARCHIVE-PUZZLE.
005227     IF GRILLE-ARCHIVEE
005228         MOVE WS-DATE-PUBLICATION TO PA-DATE-PUBLICATION
005229         ADD 1 TO PA-NB-PUBLICATIONS
005230         REWRITE PUZZLE-ARCHIVE-RECORD
005231             INVALID KEY
005232                 DISPLAY "ERREUR REECRITURE DE L'ARCHIVE : "
005233                         PZ-DIGITS
005234         END-REWRITE
005235     ELSE
005236         MOVE SPACES              TO PUZZLE-ARCHIVE-RECORD
005237         MOVE WS-CLE-CANONIQUE    TO PA-CLE
005238         MOVE PZ-DIGITS           TO PA-GRILLE
005239         MOVE WS-DIFFICULTE       TO PA-DIFFICULTE
005240         MOVE WS-DATE-PUBLICATION TO PA-DATE-PREMIERE
005241         MOVE WS-DATE-PUBLICATION TO PA-DATE-PUBLICATION
005242         MOVE 1                   TO PA-NB-PUBLICATIONS
005243         MOVE WS-ORIGINE          TO PA-ORIGINE
005244         WRITE PUZZLE-ARCHIVE-RECORD
005245             INVALID KEY
005246                 DISPLAY "ERREUR ECRITURE DE L'ARCHIVE : "
005247                         PZ-DIGITS
005248         END-WRITE
005249     END-IF.
005250 5200-EXIT.
005251     EXIT.
005252*-----------------------------------------------------------------
005253* 6000-COUNT-SOLUTIONS -- COMPTE LES SOLUTIONS DE LA GRILLE DE
005254* TRAVAIL (COPIE DE LA GRILLE COURANTE) PAR LE MEME
005255* BACKTRACKING ITERATIF QUE LE SOLVEUR, EN S'ARRETANT A DEUX :
005260* SEULE L'UNICITE NOUS INTERESSE.  LA GRILLE COURANTE N'EST PAS
005270* MODIFIEE.
005280*-----------------------------------------------------------------
005340     PERFORM 6100-BUILD-EMPTY-LIST THRU 6100-EXIT
005350     IF WS-EMPTY-COUNT = 0
005360         MOVE 1 TO WS-SOLUTIONS
005365         MOVE SUDOKU-GRID TO WS-GRILLE-SOLUTION
005370     ELSE
005380         MOVE 1 TO WS-CURSOR
005390         PERFORM 6200-TRY-NEXT-DIGIT THRU 6200-EXIT
005700* 6200-TRY-NEXT-DIGIT -- UNE ETAPE DU BACKTRACKING : ESSAIE LE
005710* CHIFFRE SUIVANT SUR LA CASE VIDE POINTEE PAR WS-CURSOR ; UNE
005720* GRILLE COMPLETE EST COMPTEE COMME SOLUTION ET LE PARCOURS
005726* CONTINUE POUR EN CHERCHER UNE DEUXIEME.  LA PREMIERE SOLUTION
005732* EST GARDEE DANS WS-GRILLE-SOLUTION POUR LA FORME CANONIQUE.
005740*-----------------------------------------------------------------
005750 6200-TRY-NEXT-DIGIT.
005760     MOVE WS-EMPTY-ROW (WS-CURSOR) TO ROW-INDEX
005910                 IF WS-SOLUTIONS = 1
005920                     MOVE WS-GEN-BACKTRACKS
005930                         TO WS-BACKTRACKS-1RE
005935                     MOVE SUDOKU-GRID TO WS-GRILLE-SOLUTION
005940                 END-IF
005950             ELSE
005960                 ADD 1 TO WS-CURSOR
007140 8800-EXIT.
007150     EXIT.
007160*-----------------------------------------------------------------
007161* 7100-CHECK-ONE-DAY -- POUR LA DATE DE WS-DATE-CALCUL, CALCULE
007162* LE JOUR DE SEMAINE (MEME CALIBRAGE QUE LE CONTROLE DE TETE DE
007163* CHAINE : SAMEDI = 0, DIMANCHE = 1), CHERCHE LE FERIE ET
007164* POSITIONNE WS-JOUR-OUVRE-SW.
007165*-----------------------------------------------------------------
007166 7100-CHECK-ONE-DAY.
007167     MOVE "Y" TO WS-JOUR-OUVRE-SW
007168     MOVE "N" TO WS-FERIE-SW
007169     PERFORM 8900-DATE-EN-JOURS THRU 8900-EXIT
007170     DIVIDE WS-DT-JOURS BY 7 GIVING WS-DT-QUOT7
007171         REMAINDER WS-JOUR-SEMAINE
007172     PERFORM 7110-MATCH-ONE-FERIE THRU 7110-EXIT
007173         VARYING WS-FER-SCAN FROM 1 BY 1
007174             UNTIL WS-FER-SCAN > WS-FER-COUNT
007175                 OR JOUR-FERIE
007176     IF JOUR-FERIE OR WS-JOUR-SEMAINE = 0 OR WS-JOUR-SEMAINE = 1
007177         MOVE "N" TO WS-JOUR-OUVRE-SW
007178     END-IF.
007179 7100-EXIT.
007180     EXIT.
007181*-----------------------------------------------------------------
007182* 7110-MATCH-ONE-FERIE -- CONFRONTE LA DATE DE WS-DATE-CALCUL AU
007183* FERIE POINTE PAR WS-FER-SCAN.
007184*-----------------------------------------------------------------
007185 7110-MATCH-ONE-FERIE.
007186     IF FER-DATE (WS-FER-SCAN) = WS-DATE-CALCUL
007187         MOVE "Y" TO WS-FERIE-SW
007188     END-IF.
007189 7110-EXIT.
007190     EXIT.
007191*-----------------------------------------------------------------
007192* 7200-ADVANCE-ONE-DAY -- AVANCE WS-DATE-CALCUL D'UN JOUR
007193* CALENDAIRE (FIN DE MOIS ET BISSEXTILE COMPRISES).
007194*-----------------------------------------------------------------
007195 7200-ADVANCE-ONE-DAY.
007196     PERFORM 7210-CAL-DERNIER-JOUR THRU 7210-EXIT
007197     IF WS-CAL-JOUR < WS-CAL-DERNIER-JOUR
007198         ADD 1 TO WS-CAL-JOUR
007199     ELSE
007200         MOVE 1 TO WS-CAL-JOUR
007201         IF WS-CAL-MOIS < 12
007202             ADD 1 TO WS-CAL-MOIS
007203         ELSE
007204             MOVE 1 TO WS-CAL-MOIS
007205             ADD 1 TO WS-CAL-ANNEE
007206         END-IF
007207     END-IF.
007208 7200-EXIT.
007209     EXIT.
007210*-----------------------------------------------------------------
007211* 7210-CAL-DERNIER-JOUR -- DERNIER JOUR DU MOIS DE
007212* WS-DATE-CALCUL (REGLE BISSEXTILE COMPRISE).
007213*-----------------------------------------------------------------
007214 7210-CAL-DERNIER-JOUR.
007215     EVALUATE WS-CAL-MOIS
007216         WHEN 01 WHEN 03 WHEN 05 WHEN 07
007217         WHEN 08 WHEN 10 WHEN 12
007218             MOVE 31 TO WS-CAL-DERNIER-JOUR
007219         WHEN 04 WHEN 06 WHEN 09 WHEN 11
007220             MOVE 30 TO WS-CAL-DERNIER-JOUR
007221         WHEN OTHER
007222             MOVE 28 TO WS-CAL-DERNIER-JOUR
007223             DIVIDE WS-CAL-ANNEE BY 4
007224                 GIVING WS-CAL-QUOTIENT
007225                 REMAINDER WS-CAL-RESTE
007226             IF WS-CAL-RESTE = ZERO
007227                 MOVE 29 TO WS-CAL-DERNIER-JOUR
007228             END-IF
007229             DIVIDE WS-CAL-ANNEE BY 100
007230                 GIVING WS-CAL-QUOTIENT
007231                 REMAINDER WS-CAL-RESTE
007232             IF WS-CAL-RESTE = ZERO
007233                 MOVE 28 TO WS-CAL-DERNIER-JOUR
007234             END-IF
007235             DIVIDE WS-CAL-ANNEE BY 400
007236                 GIVING WS-CAL-QUOTIENT
007237                 REMAINDER WS-CAL-RESTE
007238             IF WS-CAL-RESTE = ZERO
007239                 MOVE 29 TO WS-CAL-DERNIER-JOUR
007240             END-IF
007241     END-EVALUATE.
007242 7210-EXIT.
007243     EXIT.
007244*-----------------------------------------------------------------
007245* 7300-ADVANCE-AND-CHECK -- TANT QUE LE JOUR N'EST PAS OUVRE,
007246* AVANCE D'UN JOUR ET RECONTROLE.
007247*-----------------------------------------------------------------
007248 7300-ADVANCE-AND-CHECK.
007249     PERFORM 7200-ADVANCE-ONE-DAY THRU 7200-EXIT
007250     PERFORM 7100-CHECK-ONE-DAY THRU 7100-EXIT.
007251 7300-EXIT.
007252     EXIT.
007253*-----------------------------------------------------------------
007254* 8100-READ-CALENDAR -- LIT LE JOUR FERIE SUIVANT.
007255*-----------------------------------------------------------------
007256 8100-READ-CALENDAR.
007257     READ BUSINESS-CALENDAR
007258         AT END
007259             MOVE "Y" TO WS-CAL-EOF-SW
007260     END-READ.
007261 8100-EXIT.
007262     EXIT.
007263*-----------------------------------------------------------------
007264* 8200-READ-PUBCAL -- LIT L'ENREGISTREMENT SUIVANT DU
007265* CALENDRIER DE PUBLICATION.
007266*-----------------------------------------------------------------
007267 8200-READ-PUBCAL.
007268     READ PUBLICATION-CALENDAR
007269         AT END
007270             MOVE "Y" TO WS-PUB-EOF-SW
007271     END-READ.
007272 8200-EXIT.
007273     EXIT.
007274*-----------------------------------------------------------------
007275* 8900-DATE-EN-JOURS -- CONVERTIT WS-DATE-CALCUL (AAAAMMJJ) EN
007276* NOMBRE DE JOURS DEPUIS L'ORIGINE (MEME FORMULE QUE LE
007277* CONTROLE DE TETE DE CHAINE) : ANNEES * 365 PLUS LES
007278* BISSEXTILES ECOULEES, PLUS LES JOURS CUMULES DES MOIS PLEINS
007279* (CORRIGES EN ANNEE BISSEXTILE AU-DELA DE FEVRIER), PLUS LE
007280* JOUR DU MOIS.
007281*-----------------------------------------------------------------
007282 8900-DATE-EN-JOURS.
007283     COMPUTE WS-DT-ANNEE-PREC = WS-CAL-ANNEE - 1
007284     DIVIDE WS-DT-ANNEE-PREC BY 4 GIVING WS-DT-BIS4
007285     DIVIDE WS-DT-ANNEE-PREC BY 100 GIVING WS-DT-BIS100
007286     DIVIDE WS-DT-ANNEE-PREC BY 400 GIVING WS-DT-BIS400
007287     COMPUTE WS-DT-JOURS
007288             = WS-CAL-ANNEE * 365
007289             + WS-DT-BIS4
007290             - WS-DT-BIS100
007291             + WS-DT-BIS400
007292             + WS-JC-MOIS (WS-CAL-MOIS)
007293             + WS-CAL-JOUR
007294     MOVE "N" TO WS-DT-BISSEXTILE-SW
007295     DIVIDE WS-CAL-ANNEE BY 4 GIVING WS-DT-QUOTIENT
007296         REMAINDER WS-DT-RESTE
007297     IF WS-DT-RESTE = ZERO
007298         MOVE "Y" TO WS-DT-BISSEXTILE-SW
007299     END-IF
007300     DIVIDE WS-CAL-ANNEE BY 100 GIVING WS-DT-QUOTIENT
007301         REMAINDER WS-DT-RESTE
007302     IF WS-DT-RESTE = ZERO
007303         MOVE "N" TO WS-DT-BISSEXTILE-SW
007304     END-IF
007305     DIVIDE WS-CAL-ANNEE BY 400 GIVING WS-DT-QUOTIENT
007306         REMAINDER WS-DT-RESTE
007307     IF WS-DT-RESTE = ZERO
007308         MOVE "Y" TO WS-DT-BISSEXTILE-SW
007309     END-IF
007310     IF ANNEE-BISSEXTILE AND WS-CAL-MOIS > 2
007311         ADD 1 TO WS-DT-JOURS
007312     END-IF.
007313 8900-EXIT.
007314     EXIT.
007315*-----------------------------------------------------------------
007316* 9000-TERMINATE -- FERME LE FICHIER DE SORTIE ET AFFICHE LE
007317* BILAN DE LA GENERATION.
007318*-----------------------------------------------------------------
007319 9000-TERMINATE.
007320     CLOSE PUZZLE-FILE-OUT
007321     CLOSE PUZZLE-ARCHIVE
007322     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
007323     DISPLAY "DATES DE PUBLICATION       : " WS-NB-DATES
007324     DISPLAY "GRILLES ECRITES            : " WS-GRILLES-ECRITES
007325     DISPLAY "GRILLES AU-DESSUS DU VISE  : "
007326             WS-GRILLES-INCOMPLETES
007327     DISPLAY "GRILLES FACILES            : " WS-FAITES-FACILES
007328     DISPLAY "GRILLES MOYENNES           : " WS-FAITES-MOYENNES
007329     DISPLAY "GRILLES DIFFICILES         : "
007330             WS-FAITES-DIFFICILES
007331     DISPLAY "GRILLES ECARTEES (MIX)     : "
007332             WS-GRILLES-ECARTEES
007333     DISPLAY "GRILLES DEJA PUBLIEES      : "
007334             WS-GRILLES-REPETEES
007335     DISPLAY "GRILLES PLANIFIEES         : " WS-PLANIFIEES
007336     DISPLAY "PLANIFIEES REFUSEES        : "
007337             WS-PLANIFIEES-REJETEES
007338     DISPLAY "SUDOKU-GENERATEUR : FIN DU TRAITEMENT".
007339 9000-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------------
007360* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES ET LE NUMERO DE
007580 1050-EXIT.
007590     EXIT.
007600*-----------------------------------------------------------------
007601* 1100-LOAD-CALENDAR -- CHARGE LES JOURS FERIES DU CALENDRIER
007602* BANCAIRE DANS FERIE-TABLE.  FICHIER ABSENT : SEULS LES SAMEDIS
007603* ET DIMANCHES SONT NON OUVRES.
007604*-----------------------------------------------------------------
007605 1100-LOAD-CALENDAR.
007606     OPEN INPUT BUSINESS-CALENDAR
007607     PERFORM 8100-READ-CALENDAR THRU 8100-EXIT
007608     PERFORM 1110-STORE-ONE-FERIE THRU 1110-EXIT
007609         UNTIL CAL-END-OF-FILE
007610     CLOSE BUSINESS-CALENDAR
007611     DISPLAY "JOURS FERIES CHARGES : " WS-FER-COUNT.
007612 1100-EXIT.
007613     EXIT.
007614*-----------------------------------------------------------------
007615* 1110-STORE-ONE-FERIE -- RANGE LE JOUR FERIE COURANT DANS LA
007616* TABLE PUIS LIT LE SUIVANT.  UNE TABLE PLEINE ARRETE L'ETAPE :
007617* UN FERIE IGNORE DECALERAIT LA FENETRE DE PUBLICATION.
007618*-----------------------------------------------------------------
007619 1110-STORE-ONE-FERIE.
007620     IF WS-FER-COUNT < 200
007621         ADD 1 TO WS-FER-COUNT
007622         MOVE CD-DATE-FERIE TO FER-DATE (WS-FER-COUNT)
007623     ELSE
007624         DISPLAY "TABLE DES JOURS FERIES PLEINE (200)"
007625         MOVE 16 TO RETURN-CODE
007626         STOP RUN
007627     END-IF
007628     PERFORM 8100-READ-CALENDAR THRU 8100-EXIT.
007629 1110-EXIT.
007630     EXIT.
007631*-----------------------------------------------------------------
007632* 1200-LOAD-PUBLICATION-CAL -- CHARGE LE CALENDRIER DE
007633* PUBLICATION (DESSIN PUBCAL) : LES REGLES DU DIMANCHE ET DES
007634* FERIES, ET LES MIX ET GRILLES PLANIFIEES DES DATES DE LA
007635* FENETRE DU RUN.  FICHIER ABSENT : LE MIX DE GENCTL S'APPLIQUE
007636* A TOUTES LES DATES.
007637*-----------------------------------------------------------------
007638 1200-LOAD-PUBLICATION-CAL.
007639     OPEN INPUT PUBLICATION-CALENDAR
007640     PERFORM 8200-READ-PUBCAL THRU 8200-EXIT
007641     PERFORM 1210-STORE-ONE-ENTRY THRU 1210-EXIT
007642         UNTIL PUB-END-OF-FILE
007643     CLOSE PUBLICATION-CALENDAR
007644     DISPLAY "CALENDRIER DE PUBLICATION : " WS-PM-COUNT
007645             " MIX DATES, " WS-PG-COUNT " GRILLES PLANIFIEES".
007646 1200-EXIT.
007647     EXIT.
007648*-----------------------------------------------------------------
007649* 1210-STORE-ONE-ENTRY -- RANGE L'ENREGISTREMENT COURANT DU
007650* CALENDRIER SELON SON TYPE, PUIS LIT LE SUIVANT.  LES DATES
007651* HORS FENETRE SONT IGNOREES ; UN MIX NON NUMERIQUE OU UN TYPE
007652* INCONNU EST SIGNALE ET IGNORE.
007653*-----------------------------------------------------------------
007654 1210-STORE-ONE-ENTRY.
007655     EVALUATE TRUE
007656         WHEN NOT PC-GRILLE-PLANIFIEE
007657                 AND PC-MIX IS NOT NUMERIC
007658             DISPLAY "MIX NON NUMERIQUE IGNORE AU CALENDRIER : "
007659                     PC-TYPE " " PC-DATE-PUBLICATION
007660         WHEN PC-REGLE-DIMANCHE
007661             MOVE "Y" TO WS-REGLE-DIM-SW
007662             MOVE PC-CIBLE-FACILE    TO WS-DIM-CIBLE-FACILE
007663             MOVE PC-CIBLE-MOYENNE   TO WS-DIM-CIBLE-MOYENNE
007664             MOVE PC-CIBLE-DIFFICILE TO WS-DIM-CIBLE-DIFFICILE
007665         WHEN PC-REGLE-FERIE
007666             MOVE "Y" TO WS-REGLE-FER-SW
007667             MOVE PC-CIBLE-FACILE    TO WS-FER-CIBLE-FACILE
007668             MOVE PC-CIBLE-MOYENNE   TO WS-FER-CIBLE-MOYENNE
007669             MOVE PC-CIBLE-DIFFICILE TO WS-FER-CIBLE-DIFFICILE
007670         WHEN NOT PC-MIX-DATE AND NOT PC-GRILLE-PLANIFIEE
007671             DISPLAY "TYPE INCONNU IGNORE AU CALENDRIER : "
007672                     PC-TYPE " " PC-DATE-PUBLICATION
007673         WHEN PC-DATE-PUBLICATION NOT > WS-DATE-AFFAIRES
007674                 OR PC-DATE-PUBLICATION > WS-DATE-FIN-FENETRE
007675             CONTINUE
007676         WHEN PC-MIX-DATE
007677             PERFORM 1220-STORE-MIX THRU 1220-EXIT
007678         WHEN OTHER
007679             PERFORM 1230-STORE-GRILLE THRU 1230-EXIT
007680     END-EVALUATE
007681     PERFORM 8200-READ-PUBCAL THRU 8200-EXIT.
007682 1210-EXIT.
007683     EXIT.
007684*-----------------------------------------------------------------
007685* 1220-STORE-MIX -- RANGE LE MIX DATE COURANT.  TABLE PLEINE :
007686* ARRET EN CODE 16 (UNE DATE PLANIFIEE SERAIT PRODUITE A
007687* L'AVEUGLE).
007688*-----------------------------------------------------------------
007689 1220-STORE-MIX.
007690     IF WS-PM-COUNT < 31
007691         ADD 1 TO WS-PM-COUNT
007692         MOVE PC-DATE-PUBLICATION TO PM-DATE (WS-PM-COUNT)
007693         MOVE PC-CIBLE-FACILE
007694             TO PM-CIBLE-FACILE (WS-PM-COUNT)
007695         MOVE PC-CIBLE-MOYENNE
007696             TO PM-CIBLE-MOYENNE (WS-PM-COUNT)
007697         MOVE PC-CIBLE-DIFFICILE
007698             TO PM-CIBLE-DIFFICILE (WS-PM-COUNT)
007699     ELSE
007700         DISPLAY "TABLE DES MIX DU CALENDRIER PLEINE (31)"
007701         MOVE 16 TO RETURN-CODE
007702         STOP RUN
007703     END-IF.
007704 1220-EXIT.
007705     EXIT.
007706*-----------------------------------------------------------------
007707* 1230-STORE-GRILLE -- RANGE LA GRILLE PLANIFIEE COURANTE.
007708* TABLE PLEINE : ARRET EN CODE 16.
007709*-----------------------------------------------------------------
007710 1230-STORE-GRILLE.
007711     IF WS-PG-COUNT < 200
007712         ADD 1 TO WS-PG-COUNT
007713         MOVE PC-DATE-PUBLICATION TO PG-DATE (WS-PG-COUNT)
007714         MOVE PC-GRILLE           TO PG-GRILLE (WS-PG-COUNT)
007715         MOVE PC-LIBELLE          TO PG-LIBELLE (WS-PG-COUNT)
007716     ELSE
007717         DISPLAY "TABLE DES GRILLES PLANIFIEES PLEINE (200)"
007718         MOVE 16 TO RETURN-CODE
007719         STOP RUN
007720     END-IF.
007721 1230-EXIT.
007722     EXIT.
007723*-----------------------------------------------------------------
007724* 1300-COMPUTE-WINDOW -- LA FENETRE DU RUN VA DU LENDEMAIN DE
007725* LA DATE D'AFFAIRES AU JOUR OUVRE SUIVANT INCLUS : LA CHAINE NE
007726* TOURNANT PAS LES JOURS NON OUVRES, LEURS GRILLES SONT
007727* PREPAREES PAR LE RUN QUI LES PRECEDE.
007728*-----------------------------------------------------------------
007729 1300-COMPUTE-WINDOW.
007730     MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
007731     PERFORM 7200-ADVANCE-ONE-DAY THRU 7200-EXIT
007732     PERFORM 7100-CHECK-ONE-DAY THRU 7100-EXIT
007733     PERFORM 7300-ADVANCE-AND-CHECK THRU 7300-EXIT
007734         UNTIL JOUR-OUVRE
007735     MOVE WS-DATE-CALCUL TO WS-DATE-FIN-FENETRE
007736     DISPLAY "PUBLICATIONS PREPAREES JUSQU'AU "
007737             WS-DATE-FIN-FENETRE " INCLUS".
007738 1300-EXIT.
007739     EXIT.
007740*-----------------------------------------------------------------
007741* 2100-GENERATE-TO-TARGET -- GENERE UNE GRILLE, LA GRADE ET NE
007742* L'ECRIT QUE SI SON PANIER DE DIFFICULTE N'EST PAS ENCORE
007743* PLEIN ET QU'ELLE N'A PAS ETE PUBLIEE DANS LE DELAI DE
007744* REPUBLICATION ; SINON ELLE EST ECARTEE ET LE GENERATEUR
007745* RECOMMENCE.  LE MIX EST ATTEINT QUAND CHAQUE PANIER DU JOUR
007746* EST PLEIN.
007747*-----------------------------------------------------------------
007748 2100-GENERATE-TO-TARGET.
007749     ADD 1 TO WS-ESSAIS
007750     MOVE WS-ESSAIS TO WS-GRILLE-COURANTE
007751     PERFORM 3000-BUILD-FULL-GRID THRU 3000-EXIT
007752     PERFORM 4000-HOLLOW-OUT-GRID THRU 4000-EXIT
007753     PERFORM 4500-GRADE-PUZZLE THRU 4500-EXIT
007754     MOVE "N" TO WS-PANIER-SW
007755     EVALUATE WS-DIFFICULTE
007756         WHEN "F"
007757             IF WS-JOUR-FACILES < WS-CIBLE-FACILE
007758                 MOVE "Y" TO WS-PANIER-SW
007780             END-IF
007790         WHEN "M"
007810             IF WS-JOUR-MOYENNES < WS-CIBLE-MOYENNE
007830                 MOVE "Y" TO WS-PANIER-SW
007850             END-IF
007860         WHEN OTHER
007880             IF WS-JOUR-DIFFICILES < WS-CIBLE-DIFFICILE
007900                 MOVE "Y" TO WS-PANIER-SW
007920             END-IF
007930     END-EVALUATE
007931     IF NOT PANIER-OUVERT
007932         ADD 1 TO WS-GRILLES-ECARTEES
007933     ELSE
007934         PERFORM 4700-CHECK-ARCHIVE THRU 4700-EXIT
007935         IF GRILLE-REPETEE
007936             ADD 1 TO WS-GRILLES-REPETEES
007937         ELSE
007938             MOVE "G" TO WS-ORIGINE
007939             PERFORM 5000-WRITE-PUZZLE THRU 5000-EXIT
007940         END-IF
007941     END-IF
007942     PERFORM 2190-CHECK-MIX THRU 2190-EXIT.
007943 2100-EXIT.
007944     EXIT.
007945*-----------------------------------------------------------------
007946* 2190-CHECK-MIX -- LE MIX DU JOUR EST ATTEINT QUAND CHAQUE
007947* PANIER EST PLEIN.
007948*-----------------------------------------------------------------
007949 2190-CHECK-MIX.
007950     IF WS-JOUR-FACILES NOT < WS-CIBLE-FACILE
007951             AND WS-JOUR-MOYENNES NOT < WS-CIBLE-MOYENNE
007952             AND WS-JOUR-DIFFICILES NOT < WS-CIBLE-DIFFICILE
007970         MOVE "Y" TO WS-MIX-SW
007980     END-IF.
007981 2190-EXIT.
007982     EXIT.
007983*-----------------------------------------------------------------
007984* 2500-PRODUCE-ONE-DATE -- PASSE A LA DATE DE PUBLICATION
007985* SUIVANTE, EN ARRETE LE MIX, PUBLIE D'ABORD SES GRILLES
007986* PLANIFIEES PUIS GENERE LE COMPLEMENT (NOMBRE DE GENCTL SANS
007987* CIBLE, PANIERS DU MIX SINON).  UN JOUR DE RELACHE NE PUBLIE
007988* QUE SES GRILLES PLANIFIEES.
007989*-----------------------------------------------------------------
007990 2500-PRODUCE-ONE-DATE.
007991     MOVE WS-DATE-PUBLICATION TO WS-DATE-CALCUL
007992     PERFORM 7200-ADVANCE-ONE-DAY THRU 7200-EXIT
007993     MOVE WS-DATE-CALCUL TO WS-DATE-PUBLICATION
007994     PERFORM 7100-CHECK-ONE-DAY THRU 7100-EXIT
007995     ADD 1 TO WS-NB-DATES
007996     MOVE ZERO TO WS-JOUR-ECRITES WS-JOUR-FACILES
007997                  WS-JOUR-MOYENNES WS-JOUR-DIFFICILES
007998                  WS-ESSAIS
007999     MOVE "N" TO WS-MIX-SW
008000     PERFORM 2700-RESOLVE-MIX THRU 2700-EXIT
008001     PERFORM 2600-PULL-SCHEDULED THRU 2600-EXIT
008002     EVALUATE TRUE
008003         WHEN RELACHE
008004             DISPLAY "PUBLICATION " WS-DATE-PUBLICATION
008005                     " : RELACHE, GRILLES PLANIFIEES SEULES"
008006         WHEN WS-CIBLE-TOTALE = ZERO
008007             PERFORM 2800-GENERATE-COUNT THRU 2800-EXIT
008008         WHEN OTHER
008009             PERFORM 2900-GENERATE-MIX THRU 2900-EXIT
008010     END-EVALUATE
008011     DISPLAY "PUBLICATION " WS-DATE-PUBLICATION " : "
008012             WS-JOUR-ECRITES " GRILLES (FACILES "
008013             WS-JOUR-FACILES " MOYENNES " WS-JOUR-MOYENNES
008014             " DIFFICILES " WS-JOUR-DIFFICILES ")".
008015 2500-EXIT.
008016     EXIT.
008017*-----------------------------------------------------------------
008018* 2600-PULL-SCHEDULED -- PUBLIE LES GRILLES PLANIFIEES AU
008019* CALENDRIER POUR LA DATE COURANTE.
008020*-----------------------------------------------------------------
008021 2600-PULL-SCHEDULED.
008022     PERFORM 2610-PUBLISH-ONE-SCHEDULED THRU 2610-EXIT
008023         VARYING WS-PG-SCAN FROM 1 BY 1
008024             UNTIL WS-PG-SCAN > WS-PG-COUNT.
008025 2600-EXIT.
008026     EXIT.
008027*-----------------------------------------------------------------
008028* 2610-PUBLISH-ONE-SCHEDULED -- UNE GRILLE PLANIFIEE DE LA DATE
008029* EST CONTROLEE (81 CHIFFRES, INDICES COHERENTS, SOLUTION
008030* UNIQUE), GRADEE ET CONFRONTEE A L'ARCHIVE COMME UNE GRILLE
008031* GENEREE, PUIS PUBLIEE ET COMPTEE DANS LE MIX DU JOUR, MEME SI
008032* SON PANIER EST DEJA PLEIN (LE CHOIX DE LA REDACTION PRIME).
008033* UNE GRILLE REFUSEE EST SIGNALEE (CODE 4) ET LE GENERATEUR
008034* COMPLETE LE MIX.
008035*-----------------------------------------------------------------
008036 2610-PUBLISH-ONE-SCHEDULED.
008037     IF PG-DATE (WS-PG-SCAN) NOT = WS-DATE-PUBLICATION
008038         GO TO 2610-EXIT
008039     END-IF
008040     MOVE PG-GRILLE (WS-PG-SCAN) TO WS-GRILLE-PLANIFIEE
008041     MOVE "Y" TO WS-VALIDE-SW
008042     IF WS-GRILLE-PLANIFIEE IS NOT NUMERIC
008043         MOVE "N" TO WS-VALIDE-SW
008044     ELSE
008045         PERFORM 2620-GET-ONE-DIGIT THRU 2620-EXIT
008046             VARYING WS-GRID-IDX FROM 1 BY 1
008047                 UNTIL WS-GRID-IDX > 81
008048         PERFORM 2630-CHECK-GIVEN THRU 2630-EXIT
008049             VARYING ROW-INDEX FROM 1 BY 1 UNTIL ROW-INDEX > 9
008050                 OR NOT GRILLE-VALIDE
008051                 AFTER COL-INDEX FROM 1 BY 1 UNTIL COL-INDEX > 9
008052                     OR NOT GRILLE-VALIDE
008053     END-IF
008054     IF NOT GRILLE-VALIDE
008055         DISPLAY "GRILLE PLANIFIEE INVALIDE (" WS-DATE-PUBLICATION
008056                 ") : " PG-LIBELLE (WS-PG-SCAN)
008057         GO TO 2610-REJET
008058     END-IF
008059     PERFORM 4500-GRADE-PUZZLE THRU 4500-EXIT
008060     IF WS-SOLUTIONS NOT = 1
008061         DISPLAY "GRILLE PLANIFIEE SANS SOLUTION UNIQUE ("
008062                 WS-DATE-PUBLICATION ") : "
008063                 PG-LIBELLE (WS-PG-SCAN)
008064         GO TO 2610-REJET
008065     END-IF
008066     PERFORM 4700-CHECK-ARCHIVE THRU 4700-EXIT
008067     IF GRILLE-REPETEE
008068         DISPLAY "GRILLE PLANIFIEE DEJA PUBLIEE LE "
008069                 PA-DATE-PUBLICATION " (" WS-DATE-PUBLICATION
008070                 ") : " PG-LIBELLE (WS-PG-SCAN)
008071         GO TO 2610-REJET
008072     END-IF
008073     MOVE "C" TO WS-ORIGINE
008074     PERFORM 5000-WRITE-PUZZLE THRU 5000-EXIT
008075     ADD 1 TO WS-PLANIFIEES
008076     GO TO 2610-EXIT.
008077 2610-REJET.
008078     ADD 1 TO WS-PLANIFIEES-REJETEES
008079     MOVE 4 TO RETURN-CODE.
008080 2610-EXIT.
008081     EXIT.
008082*-----------------------------------------------------------------
008083* 2620-GET-ONE-DIGIT -- POSE LE CARACTERE WS-GRID-IDX DE LA
008084* GRILLE PLANIFIEE DANS LA CASE CORRESPONDANTE.
008085*-----------------------------------------------------------------
008086 2620-GET-ONE-DIGIT.
008087     COMPUTE WS-GRID-COL-0 = WS-GRID-IDX - 1
008088     DIVIDE WS-GRID-COL-0 BY 9 GIVING WS-GRID-ROW-0
008089         REMAINDER WS-GRID-COL-0
008090     ADD 1 TO WS-GRID-ROW-0 GIVING ROW-INDEX
008091     ADD 1 TO WS-GRID-COL-0 GIVING COL-INDEX
008092     MOVE WS-GRILLE-PLANIFIEE (WS-GRID-IDX:1)
008093         TO SUDOKU-CELL (ROW-INDEX, COL-INDEX).
008094 2620-EXIT.
008095     EXIT.
008096*-----------------------------------------------------------------
008097* 2630-CHECK-GIVEN -- UN INDICE NE DOIT PAS SE REPETER SUR SA
008098* LIGNE, SA COLONNE OU SON BLOC (LE COMPTAGE DES SOLUTIONS NE
008099* CONTROLE QUE LES CASES QU'IL REMPLIT).
008100*-----------------------------------------------------------------
008101 2630-CHECK-GIVEN.
008102     IF SUDOKU-CELL (ROW-INDEX, COL-INDEX) NOT = 0
008103         PERFORM 6300-CELL-IS-SAFE THRU 6300-EXIT
008104         IF NOT SAFE-PLACEMENT
008105             MOVE "N" TO WS-VALIDE-SW
008106         END-IF
008107     END-IF.
008108 2630-EXIT.
008109     EXIT.
008110*-----------------------------------------------------------------
008111* 2700-RESOLVE-MIX -- ARRETE LE MIX DE LA DATE DE PUBLICATION :
008112* LE MIX DATE DU CALENDRIER S'IL EXISTE, SINON LA REGLE DES
008113* FERIES POUR UN FERIE DE CALFILE, SINON LA REGLE DU DIMANCHE
008114* POUR UN DIMANCHE, SINON LES CIBLES DE GENCTL.  UN MIX DU
008115* CALENDRIER A ZERO PARTOUT EST UN JOUR DE RELACHE.
008116*-----------------------------------------------------------------
008117 2700-RESOLVE-MIX.
008118     MOVE "N" TO WS-RELACHE-SW
008119     MOVE ZERO TO WS-PM-IDX
008120     PERFORM 2710-MATCH-MIX THRU 2710-EXIT
008121         VARYING WS-PM-SCAN FROM 1 BY 1
008122             UNTIL WS-PM-SCAN > WS-PM-COUNT
008123                 OR WS-PM-IDX > ZERO
008124     EVALUATE TRUE
008125         WHEN WS-PM-IDX > ZERO
008126             MOVE "CALENDRIER" TO WS-ORIGINE-MIX
008127             MOVE PM-CIBLE-FACILE (WS-PM-IDX) TO WS-CIBLE-FACILE
008128             MOVE PM-CIBLE-MOYENNE (WS-PM-IDX) TO WS-CIBLE-MOYENNE
008129             MOVE PM-CIBLE-DIFFICILE (WS-PM-IDX)
008130                 TO WS-CIBLE-DIFFICILE
008131         WHEN JOUR-FERIE AND REGLE-FERIE
008132             MOVE "FERIE" TO WS-ORIGINE-MIX
008133             MOVE WS-FER-CIBLE-FACILE    TO WS-CIBLE-FACILE
008134             MOVE WS-FER-CIBLE-MOYENNE   TO WS-CIBLE-MOYENNE
008135             MOVE WS-FER-CIBLE-DIFFICILE TO WS-CIBLE-DIFFICILE
008136         WHEN WS-JOUR-SEMAINE = 1 AND REGLE-DIMANCHE
008137             MOVE "DIMANCHE" TO WS-ORIGINE-MIX
008138             MOVE WS-DIM-CIBLE-FACILE    TO WS-CIBLE-FACILE
008139             MOVE WS-DIM-CIBLE-MOYENNE   TO WS-CIBLE-MOYENNE
008140             MOVE WS-DIM-CIBLE-DIFFICILE TO WS-CIBLE-DIFFICILE
008141         WHEN OTHER
008142             MOVE "GENCTL" TO WS-ORIGINE-MIX
008143             MOVE GN-CIBLE-FACILE    TO WS-CIBLE-FACILE
008144             MOVE GN-CIBLE-MOYENNE   TO WS-CIBLE-MOYENNE
008145             MOVE GN-CIBLE-DIFFICILE TO WS-CIBLE-DIFFICILE
008146     END-EVALUATE
008147     COMPUTE WS-CIBLE-TOTALE
008148             = WS-CIBLE-FACILE + WS-CIBLE-MOYENNE
008149             + WS-CIBLE-DIFFICILE
008150     IF WS-CIBLE-TOTALE = ZERO AND WS-ORIGINE-MIX NOT = "GENCTL"
008151         MOVE "Y" TO WS-RELACHE-SW
008152     END-IF
008153     MOVE WS-NOMBRE-GRILLES TO WS-NOMBRE-JOUR
008154     IF WS-CIBLE-TOTALE = ZERO
008155         COMPUTE WS-ESSAIS-MAX = WS-NOMBRE-JOUR * 20
008156         DISPLAY "PUBLICATION " WS-DATE-PUBLICATION " ("
008157                 WS-ORIGINE-MIX ") : " WS-NOMBRE-JOUR
008158                 " GRILLES SANS CIBLE"
008159     ELSE
008160         COMPUTE WS-ESSAIS-MAX = WS-CIBLE-TOTALE * 20
008161         DISPLAY "PUBLICATION " WS-DATE-PUBLICATION " ("
008162                 WS-ORIGINE-MIX ") : MIX VISE FACILES "
008163                 WS-CIBLE-FACILE " MOYENNES " WS-CIBLE-MOYENNE
008164                 " DIFFICILES " WS-CIBLE-DIFFICILE
008165     END-IF.
008166 2700-EXIT.
008167     EXIT.
008168*-----------------------------------------------------------------
008169* 2710-MATCH-MIX -- CONFRONTE LA DATE DE PUBLICATION AU MIX
008170* POINTE PAR WS-PM-SCAN.
008171*-----------------------------------------------------------------
008172 2710-MATCH-MIX.
008173     IF PM-DATE (WS-PM-SCAN) = WS-DATE-PUBLICATION
008174         MOVE WS-PM-SCAN TO WS-PM-IDX
008175     END-IF.
008176 2710-EXIT.
008177     EXIT.
008178*-----------------------------------------------------------------
008179* 2800-GENERATE-COUNT -- SANS CIBLE : GENERE JUSQU'AU NOMBRE
008180* DE GRILLES DE GENCTL (LES PLANIFIEES COMPRISES), AVEC LE MEME
008181* PLAFOND D'ESSAIS DE VINGT FOIS LE NOMBRE DEMANDE.
008182*-----------------------------------------------------------------
008183 2800-GENERATE-COUNT.
008184     PERFORM 2000-GENERATE-ONE-PUZZLE THRU 2000-EXIT
008185         UNTIL WS-JOUR-ECRITES NOT < WS-NOMBRE-JOUR
008186             OR WS-ESSAIS NOT < WS-ESSAIS-MAX
008187     IF WS-JOUR-ECRITES < WS-NOMBRE-JOUR
008188         DISPLAY "PLAFOND D'ESSAIS ATTEINT - NOMBRE DE GRILLES "
008189                 "INCOMPLET"
008190         MOVE 4 TO RETURN-CODE
008191     END-IF.
008192 2800-EXIT.
008193     EXIT.
008194*-----------------------------------------------------------------
008195* 2900-GENERATE-MIX -- AVEC CIBLES : GENERE JUSQU'A REMPLIR
008196* CHAQUE PANIER DU JOUR (LES PLANIFIEES COMPRISES).
008197*-----------------------------------------------------------------
008198 2900-GENERATE-MIX.
008199     PERFORM 2190-CHECK-MIX THRU 2190-EXIT
008200     PERFORM 2100-GENERATE-TO-TARGET THRU 2100-EXIT
008201         UNTIL MIX-ATTEINT
008202             OR WS-ESSAIS NOT < WS-ESSAIS-MAX
008203     IF NOT MIX-ATTEINT
008204         DISPLAY "PLAFOND D'ESSAIS ATTEINT - MIX DE "
008205                 "DIFFICULTE INCOMPLET"
008206         MOVE 4 TO RETURN-CODE
008207     END-IF.
008208 2900-EXIT.
008209     EXIT.
008210*-----------------------------------------------------------------
008211* 4500-GRADE-PUZZLE -- GRADE LA GRILLE CREUSEE PAR UNE
008212* RESOLUTION FINALE : L'EFFORT JUSQU'A LA PREMIERE SOLUTION
008213* (WS-BACKTRACKS-1RE, CAPTE AU MOMENT OU ELLE EST ATTEINTE)
008214* DONNE LA DIFFICULTE, AUX MEMES SEUILS ET SUR LA MEME MESURE
008215* QUE LE SOLVEUR DE LA CHAINE -- LE PARCOURS CONTINUE ENSUITE
008216* POUR PROUVER L'UNICITE MAIS CET EFFORT-LA NE COMPTE PAS.
008217* LA GRILLE N'EST COMPTEE DANS SON PANIER QU'A L'ECRITURE.
008218*-----------------------------------------------------------------
008219 4500-GRADE-PUZZLE.
008220     PERFORM 6000-COUNT-SOLUTIONS THRU 6000-EXIT
008221     EVALUATE TRUE
008222         WHEN WS-BACKTRACKS-1RE NOT > WS-SEUIL-FACILE
008223             MOVE "F" TO WS-DIFFICULTE
008224         WHEN WS-BACKTRACKS-1RE NOT > WS-SEUIL-MOYEN-DIFF
008225             MOVE "M" TO WS-DIFFICULTE
008226         WHEN OTHER
008227             MOVE "D" TO WS-DIFFICULTE
008228     END-EVALUATE.
008229 4500-EXIT.
008230     EXIT.
008231*-----------------------------------------------------------------
008232* 4700-CHECK-ARCHIVE -- CALCULE LA FORME CANONIQUE DE LA GRILLE
008233* COURANTE ET DE SA SOLUTION ET LA CHERCHE A L'ARCHIVE.  UNE
008234* GRILLE ARCHIVEE EST REPETEE SI SA DERNIERE PUBLICATION EST A
008235* MOINS DE WS-DELAI-REPUBLICATION JOURS DE LA DATE COURANTE
008236* (DELAI NUL : TOUJOURS).
008237*-----------------------------------------------------------------
008238 4700-CHECK-ARCHIVE.
008239     MOVE "N" TO WS-ARCHIVE-SW
008240     MOVE "N" TO WS-REPETEE-SW
008241     PERFORM 4800-CANONICALIZE THRU 4800-EXIT
008242     MOVE WS-CLE-CANONIQUE TO PA-CLE
008243     READ PUZZLE-ARCHIVE
008244         INVALID KEY
008245             CONTINUE
008246         NOT INVALID KEY
008247             MOVE "Y" TO WS-ARCHIVE-SW
008248     END-READ
008249     IF NOT GRILLE-ARCHIVEE
008250         GO TO 4700-EXIT
008251     END-IF
008252     IF WS-DELAI-REPUBLICATION = ZERO
008253         MOVE "Y" TO WS-REPETEE-SW
008254         GO TO 4700-EXIT
008255     END-IF
008256     MOVE PA-DATE-PUBLICATION TO WS-DATE-CALCUL
008257     PERFORM 8900-DATE-EN-JOURS THRU 8900-EXIT
008258     MOVE WS-DT-JOURS TO WS-JOURS-ARCHIVE
008259     MOVE WS-DATE-PUBLICATION TO WS-DATE-CALCUL
008260     PERFORM 8900-DATE-EN-JOURS THRU 8900-EXIT
008261     IF WS-DT-JOURS > WS-JOURS-ARCHIVE
008262         COMPUTE WS-ECART-JOURS = WS-DT-JOURS - WS-JOURS-ARCHIVE
008263     ELSE
008264         COMPUTE WS-ECART-JOURS = WS-JOURS-ARCHIVE - WS-DT-JOURS
008265     END-IF
008266     IF WS-ECART-JOURS < WS-DELAI-REPUBLICATION
008267         MOVE "Y" TO WS-REPETEE-SW
008268     END-IF.
008269 4700-EXIT.
008270     EXIT.
008271*-----------------------------------------------------------------
008272* 4800-CANONICALIZE -- FORME CANONIQUE (DESSIN PUZARCH) : POUR
008273* CHACUN DES 1296 ORDRES DE LIGNES OBTENUS EN PERMUTANT LES
008274* BANDES PUIS LES LIGNES DE CHAQUE BANDE, LA SOLUTION EST
008275* RENUMEROTEE DANS L'ORDRE D'APPARITION DE SES CHIFFRES ET LA
008276* GRILLE SUIT LA MEME TRANSFORMATION ; LA PLUS PETITE CLE
008277* (SOLUTION PUIS GRILLE) EST RETENUE DANS WS-CLE-CANONIQUE.
008278*-----------------------------------------------------------------
008279 4800-CANONICALIZE.
008280     MOVE HIGH-VALUES TO WS-CLE-CANONIQUE
008281     PERFORM 4810-TRY-ROW-ORDER THRU 4810-EXIT
008282         VARYING WS-PERM-BANDES FROM 1 BY 1
008283             UNTIL WS-PERM-BANDES > 6
008284             AFTER WS-PERM-B1 FROM 1 BY 1 UNTIL WS-PERM-B1 > 6
008285             AFTER WS-PERM-B2 FROM 1 BY 1 UNTIL WS-PERM-B2 > 6
008286             AFTER WS-PERM-B3 FROM 1 BY 1 UNTIL WS-PERM-B3 > 6.
008287 4800-EXIT.
008288     EXIT.
008289*-----------------------------------------------------------------
008290* 4810-TRY-ROW-ORDER -- CONSTRUIT LA CLE CANDIDATE DE L'ORDRE
008291* DE LIGNES COURANT ET LA RETIENT SI ELLE EST PLUS PETITE.
008292*-----------------------------------------------------------------
008293 4810-TRY-ROW-ORDER.
008294     PERFORM 4820-SET-ROW-SOURCE THRU 4820-EXIT
008295         VARYING WS-CANON-LIGNE FROM 1 BY 1
008296             UNTIL WS-CANON-LIGNE > 9
008297     MOVE ZERO TO WS-RENUMEROTATION
008298     MOVE ZERO TO WS-PROCHAIN-CHIFFRE
008299     MOVE ZERO TO WS-CANON-POS
008300     PERFORM 4830-RELABEL-ONE-CELL THRU 4830-EXIT
008301         VARYING ROW-INDEX FROM 1 BY 1 UNTIL ROW-INDEX > 9
008302             AFTER COL-INDEX FROM 1 BY 1 UNTIL COL-INDEX > 9
008303     IF WS-CLE-CANDIDATE < WS-CLE-CANONIQUE
008304         MOVE WS-CLE-CANDIDATE TO WS-CLE-CANONIQUE
008305     END-IF.
008306 4810-EXIT.
008307     EXIT.
008308*-----------------------------------------------------------------
008309* 4820-SET-ROW-SOURCE -- LIGNE SOURCE DE LA LIGNE CANONIQUE
008310* WS-CANON-LIGNE : BANDE SOURCE SELON WS-PERM-BANDES, RANG DANS
008311* LA BANDE SELON LA PERMUTATION DE SA BANDE (B1, B2 OU B3).
008312*-----------------------------------------------------------------
008313 4820-SET-ROW-SOURCE.
008314     COMPUTE WS-ROW-MINUS-1 = WS-CANON-LIGNE - 1
008315     DIVIDE WS-ROW-MINUS-1 BY 3 GIVING WS-BOX-QUOTIENT
008316         REMAINDER WS-CANON-RANG
008317     ADD 1 TO WS-BOX-QUOTIENT GIVING WS-CANON-BANDE
008318     ADD 1 TO WS-CANON-RANG
008319     EVALUATE WS-CANON-BANDE
008320         WHEN 1
008321             MOVE WS-PERM-B1 TO WS-CANON-PERM
008322         WHEN 2
008323             MOVE WS-PERM-B2 TO WS-CANON-PERM
008324         WHEN OTHER
008325             MOVE WS-PERM-B3 TO WS-CANON-PERM
008326     END-EVALUATE
008327     COMPUTE WS-LIGNE-SOURCE (WS-CANON-LIGNE)
008328             = (WS-P3-RANG (WS-PERM-BANDES, WS-CANON-BANDE) - 1)
008329               * 3
008330             + WS-P3-RANG (WS-CANON-PERM, WS-CANON-RANG).
008331 4820-EXIT.
008332     EXIT.
008333*-----------------------------------------------------------------
008334* 4830-RELABEL-ONE-CELL -- CASE (ROW-INDEX, COL-INDEX) DE LA CLE
008335* CANDIDATE : LE CHIFFRE DE LA SOLUTION EST RENUMEROTE (UN
008336* CHIFFRE NON ENCORE RENCONTRE PREND LE NUMERO SUIVANT), LA
008337* GRILLE PORTE LE MEME NUMERO SUR UN INDICE ET "0" SUR UNE CASE
008338* VIDE.
008339*-----------------------------------------------------------------
008340 4830-RELABEL-ONE-CELL.
008341     ADD 1 TO WS-CANON-POS
008342     MOVE WS-LIGNE-SOURCE (ROW-INDEX) TO WS-SCAN-ROW
008343     MOVE WS-GS-CELL (WS-SCAN-ROW, COL-INDEX) TO WS-CANON-CHIFFRE
008344     IF WS-NOUVEAU-CHIFFRE (WS-CANON-CHIFFRE) = ZERO
008345         ADD 1 TO WS-PROCHAIN-CHIFFRE
008346         MOVE WS-PROCHAIN-CHIFFRE
008347             TO WS-NOUVEAU-CHIFFRE (WS-CANON-CHIFFRE)
008348     END-IF
008349     MOVE WS-NOUVEAU-CHIFFRE (WS-CANON-CHIFFRE)
008350         TO WS-CC-SOLUTION (WS-CANON-POS:1)
008351     IF SUDOKU-CELL (WS-SCAN-ROW, COL-INDEX) = 0
008352         MOVE "0" TO WS-CC-GRILLE (WS-CANON-POS:1)
008353     ELSE
008354         MOVE WS-NOUVEAU-CHIFFRE (WS-CANON-CHIFFRE)
008355             TO WS-CC-GRILLE (WS-CANON-POS:1)
008356     END-IF.
008357 4830-EXIT.
008358     EXIT.
008359*-----------------------------------------------------------------
008360* 9500-WRITE-RUN-STATS -- DEPOSE LE MIX OBTENU SUR LE FICHIER
008361* COMMUN DES STATISTIQUES DE RUN, POUR QUE LE POINTAGE CONFIRME
008362* QUE LE FLUX LIVRE CORRESPOND A LA COMMANDE.
008370*-----------------------------------------------------------------
008380 9500-WRITE-RUN-STATS.
008390     OPEN EXTEND RUN-STATISTICS
008520     MOVE "ECARTEES" TO WS-STAT-COMPTEUR
008530     MOVE WS-GRILLES-ECARTEES TO WS-STAT-VALEUR
008540     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
008541     MOVE "REPETEES" TO WS-STAT-COMPTEUR
008542     MOVE WS-GRILLES-REPETEES TO WS-STAT-VALEUR
008543     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
008544     MOVE "PLANIFIEES" TO WS-STAT-COMPTEUR
008545     MOVE WS-PLANIFIEES TO WS-STAT-VALEUR
008546     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
008550     CLOSE RUN-STATISTICS.
008560 9500-EXIT.
008570     EXIT.
008690     WRITE RUN-STAT-RECORD.
008700 9510-EXIT.
008710     EXIT.
008720*-----------------------------------------------------------------
008730* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
008740* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
008750* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
008760* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
008770* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
008780* N'EST PAS INSCRITE AU REGISTRE.
008790*-----------------------------------------------------------------
008800 9600-CHECK-STEP-DIRECTIVE.
008810     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
008820     OPEN INPUT STEP-DIRECTIVES
008830     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
008840         UNTIL ETP-DIR-END-OF-FILE
008850             OR ETP-CONSIGNE-TROUVEE
008860     CLOSE STEP-DIRECTIVES
008870     IF NOT ETP-A-SAUTER
008880         GO TO 9600-EXIT
008890     END-IF
008900     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
008910             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
008920             ") - NON REJOUEE"
008930     MOVE ZERO TO RETURN-CODE
008940     STOP RUN.
008950 9600-EXIT.
008960     EXIT.
008970*-----------------------------------------------------------------
008980* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
008990* CELLE DU PROGRAMME.
009000*-----------------------------------------------------------------
009010 9610-READ-DIRECTIVE.
009020     READ STEP-DIRECTIVES
009030         AT END
009040             MOVE "Y" TO ETP-DIR-EOF-SW
009050         NOT AT END
009060             IF DI-PROGRAMME = ETP-PROGRAMME
009070                 MOVE "Y"              TO ETP-TROUVEE-SW
009080                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
009090                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
009100                 MOVE DI-ETAPE         TO ETP-ETAPE
009110                 MOVE DI-ACTION        TO ETP-ACTION
009120                 MOVE DI-MOTIF         TO ETP-MOTIF
009130             END-IF
009140     END-READ.
009150 9610-EXIT.
009160     EXIT.
009170*-----------------------------------------------------------------
009180* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
009190* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
009200* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
009210* CHAINE, RIEN N'EST INSCRIT.
009220*-----------------------------------------------------------------
009230 9700-REGISTER-STEP.
009240     IF NOT ETP-CONSIGNE-TROUVEE
009250         GO TO 9700-EXIT
009260     END-IF
009270     MOVE WS-GRILLES-ECRITES TO ETP-ECRITS
009280     COMPUTE ETP-REJETS = WS-GRILLES-ECARTEES
009290                        + WS-GRILLES-REPETEES
009300                        + WS-PLANIFIEES-REJETEES
009310     MOVE RETURN-CODE TO ETP-CODE-RETOUR
009320     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
009330     ACCEPT ETP-HEURE-SYSTEME FROM TIME
009340     OPEN EXTEND CHAIN-REGISTER
009350     MOVE SPACES            TO CHAIN-REGISTER-RECORD
009360     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
009370     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
009380     MOVE ETP-ETAPE         TO RG-ETAPE
009390     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
009400     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
009410     MOVE ETP-LUS           TO RG-LUS
009420     MOVE ETP-ECRITS        TO RG-ECRITS
009430     MOVE ETP-REJETS        TO RG-REJETS
009440     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
009450     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
009460     WRITE CHAIN-REGISTER-RECORD
009470     CLOSE CHAIN-REGISTER
009480     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
009490             ETP-CODE-RETOUR.
009500 9700-EXIT.
009510     EXIT.
