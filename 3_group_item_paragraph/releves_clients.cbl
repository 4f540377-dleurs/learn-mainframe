000450*                  ENTRANTS (TYPE "E") COMPTENT EN DEPOTS.
000460* 2026-09-02 MF    DEPOTS DE CHEQUES "C" EN DEPOTS, CHEQUES
000470*                  RETOURNES "B" EN RETRAITS.
000471* 2026-10-15 MF    AGIOS "A" CUMULES AVEC LES FRAIS.
000472* 2026-10-15 MF    DEBLOCAGE DE PRET "K" EN DEPOTS, ECHEANCES
000473*                  "L" ET "J" EN RETRAITS.
000474* 2026-10-15 MF    DEPOTS A TERME : CAPITAL "M" ET INTERETS "G"
000475*                  EN DEPOTS, MISE EN PLACE "P" EN RETRAITS.
000476* 2026-10-15 MF    PRELEVEMENTS SEPA : REMBOURSEMENT "U" EN
000477*                  DEPOTS, PRELEVEMENT "O" EN RETRAITS.
000478* 2026-10-15 MF    EXTOURNES D'OPERATEUR : "Z" EN DEPOTS, "Y" EN
000479*                  RETRAITS ; LE MOTIF "EX" + TYPE D'ORIGINE
000480*                  FIGURE SUR LA LIGNE DU RELEVE.
000481* 2026-10-15 MF    COMPTES JOINTS : L'EN-TETE EST SUIVI D'UNE
000482*                  LIGNE "N" PAR TITULAIRE (NUMERO CLIENT, ROLE,
000483*                  NOM DU MAITRE CLIENT CLIMSTRN) : LE TITULAIRE
000484*                  DU COMPTE PUIS CHAQUE CLIENT DONT LE LIEN
000485*                  RELMSTR EST EN COURS A LA DATE D'AFFAIRES.
000486* 2026-10-15 MF    PAIEMENT SORTANT REJETE PAR LA COMPENSATION :
000487*                  RECREDIT "N" EN DEPOTS.
000488* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000489*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000490*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000491*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000492*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000493*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000494*-----------------------------------------------------------------
000495 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000630     SELECT STATEMENT-REPORT ASSIGN TO STMTOUT
000640            ORGANIZATION IS SEQUENTIAL.

000641     SELECT CLIENT-MASTER    ASSIGN TO CLIMSTR
000642            ORGANIZATION IS SEQUENTIAL.

000643     SELECT RELATION-MASTER  ASSIGN TO RELMSTR
000644            ORGANIZATION IS INDEXED
000645            ACCESS MODE IS DYNAMIC
000646            RECORD KEY IS RL-CLE.

000650     SELECT TRI-LEDGER       ASSIGN TO SORTWK.
000651
000652     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000653            ORGANIZATION IS SEQUENTIAL.
000654
000655     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000656            ORGANIZATION IS SEQUENTIAL.
000660*-------------
000670 DATA DIVISION.
000680*-------------
000820     LABEL RECORDS ARE STANDARD.
000830 COPY STMTREC.
000840*
000841 FD  CLIENT-MASTER
000842     LABEL RECORDS ARE STANDARD.
000843 COPY CLIENTREC.
000844*
000845 FD  RELATION-MASTER.
000846 COPY RELREC.
000847*
000850 SD  TRI-LEDGER.
000860 01  TRI-RECORD.
000870     05  TS-ACCOUNT-NUMBER   PIC X(10).
000970     05  TS-CURRENCY         PIC X(03).
000980     05  TS-RATE-APPLIED     PIC 9(03)V9(06).
000990*
000991 FD  STEP-DIRECTIVES
000992     LABEL RECORDS ARE STANDARD.
000993 COPY STEPDIR.
000994*
000995 FD  CHAIN-REGISTER
000996     LABEL RECORDS ARE STANDARD.
000997 COPY CHAINREG.
000998*
001000 WORKING-STORAGE SECTION.
001010*
001020 01  WS-SWITCHES.
001080         88  OUVERTURE-CONNUE         VALUE "Y".
001090     05  WS-GROUPE-TRONQUE-SW PIC X(01)  VALUE "N".
001100         88  GROUPE-TRONQUE           VALUE "Y".
001102     05  WS-CLI-EOF-SW       PIC X(01)   VALUE "N".
001104         88  CLIENTS-END-OF-FILE     VALUE "Y".
001106     05  WS-REL-EOF-SW       PIC X(01)   VALUE "N".
001108         88  REL-FIN-DU-COMPTE        VALUE "Y".
001110*
001120 77  WS-DATE-DU-JOUR         PIC X(08)   VALUE SPACES.
001130 77  WS-COMPTE-COURANT       PIC X(10)   VALUE SPACES.
001290 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001300 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001310*
001311 77  WS-TITULAIRES-EDITES    PIC 9(07)   COMP VALUE ZERO.
001312 77  WS-TITULAIRE            PIC X(10)   VALUE SPACES.
001313 77  WS-CLIENT-CHERCHE       PIC X(10)   VALUE SPACES.
001314 77  WS-ROLE-CHERCHE         PIC X(01)   VALUE SPACE.
001315 77  WS-CLI-COUNT            PIC 9(04)   COMP VALUE ZERO.
001316 77  WS-CLI-SCAN             PIC 9(04)   COMP VALUE ZERO.
001317 77  WS-CLI-IDX              PIC 9(04)   COMP VALUE ZERO.
001318 77  WS-CLI-PLEIN-SW         PIC X(01)   VALUE "N".
001319     88  CLIENTS-HORS-TABLE          VALUE "Y".
001320 01  CLIENT-NAME-TABLE.
001321     05  CN-ENTRY OCCURS 1000 TIMES.
001322         10  CN-NUMERO          PIC X(10).
001323         10  CN-NOM             PIC X(20).
001324*
001325 01  GROUPE-TABLE.
001330     05  GR-ENTRY OCCURS 2000 TIMES PIC X(86).
001340 01  GROUPE-ENTRY-VUE.
001350     05  GE-ACCOUNT-NUMBER   PIC X(10).
001440     05  FILLER              PIC X(08).
001450     05  GE-CURRENCY         PIC X(03).
001460     05  GE-RATE-APPLIED     PIC 9(03)V9(06).
001463*
001466 COPY STEPCTL.
001470*-------------------
001480 PROCEDURE DIVISION.
001490*-------------------
001500 0000-MAINLINE.
001510     DISPLAY "STATEMENT-PRODUCER : RELEVES CLIENTS DEPUIS LE "
001520             "GRAND LIVRE"
001525     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001530     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001535     PERFORM 1200-LOAD-CLIENT-NAMES THRU 1200-EXIT
001540     MOVE WS-DATE-AFFAIRES TO WS-DATE-DU-JOUR
001550     OPEN INPUT  ACCOUNT-MASTER
001555     OPEN INPUT  RELATION-MASTER
001560     OPEN OUTPUT STATEMENT-REPORT
001570     SORT TRI-LEDGER
001580         ON ASCENDING KEY TS-ACCOUNT-NUMBER
001620         OUTPUT PROCEDURE IS 2000-PRODUCE-STATEMENTS
001630             THRU 2000-EXIT
001640     CLOSE ACCOUNT-MASTER
001645     CLOSE RELATION-MASTER
001650     CLOSE STATEMENT-REPORT
001660     DISPLAY "ECRITURES LUES     : " WS-ECRITURES-LUES
001670     DISPLAY "ECRITURES DU JOUR  : " WS-ECRITURES-RETENUES
001680     DISPLAY "COMPTES EDITES     : " WS-COMPTES-EDITES
001690     DISPLAY "DETAILS EDITES     : " WS-DETAILS-EDITES
001695     DISPLAY "TITULAIRES EDITES  : " WS-TITULAIRES-EDITES
001700     DISPLAY "GROUPES TRONQUES   : " WS-GROUPES-TRONQUES
001705     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001710     STOP RUN.
001720*-----------------------------------------------------------------
001730* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES ET LE NUMERO DE
001930     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
001940             " RUN : " WS-NUMERO-RUN.
001950 1050-EXIT.
001951     EXIT.
001952*-----------------------------------------------------------------
001953* 1200-LOAD-CLIENT-NAMES -- CHARGE LE NUMERO ET LE NOM DE CHAQUE
001954* CLIENT DU MAITRE ENRICHI DANS CLIENT-NAME-TABLE.  TABLE
001955* PLEINE : LES TITULAIRES AU-DELA SORTENT AVEC LE NOM "INCONNU"
001956* (SIGNALE UNE FOIS).
001957*-----------------------------------------------------------------
001958 1200-LOAD-CLIENT-NAMES.
001959     OPEN INPUT CLIENT-MASTER
001960     PERFORM 8200-READ-CLIENT THRU 8200-EXIT
001961     PERFORM 1210-STORE-ONE-CLIENT THRU 1210-EXIT
001962         UNTIL CLIENTS-END-OF-FILE
001963     CLOSE CLIENT-MASTER
001964     DISPLAY "CLIENTS CHARGES : " WS-CLI-COUNT.
001965 1200-EXIT.
001966     EXIT.
001967*-----------------------------------------------------------------
001968* 1210-STORE-ONE-CLIENT -- RANGE LE CLIENT COURANT DANS LA TABLE
001969* DES NOMS (LES CLIENTS SANS NUMERO SONT IGNORES), PUIS LIT LE
001970* SUIVANT.
001971*-----------------------------------------------------------------
001972 1210-STORE-ONE-CLIENT.
001973     IF CL-NUMERO-CLIENT = SPACES
001974         GO TO 1210-SUITE
001975     END-IF
001976     IF WS-CLI-COUNT < 1000
001977         ADD 1 TO WS-CLI-COUNT
001978         MOVE CL-NUMERO-CLIENT TO CN-NUMERO (WS-CLI-COUNT)
001979         MOVE CL-NOM           TO CN-NOM (WS-CLI-COUNT)
001980     ELSE
001981         IF NOT CLIENTS-HORS-TABLE
001982             MOVE "Y" TO WS-CLI-PLEIN-SW
001983             DISPLAY "TABLE DES CLIENTS PLEINE (1000) - NOMS "
001984                     "MANQUANTS POSSIBLES SUR LES RELEVES"
001985         END-IF
001986     END-IF.
001987 1210-SUITE.
001988     PERFORM 8200-READ-CLIENT THRU 8200-EXIT.
001989 1210-EXIT.
001990     EXIT.
001991*-----------------------------------------------------------------
001992* 2000-PRODUCE-STATEMENTS -- PROCEDURE DE SORTIE DU TRI :
001993* REGROUPE LES ECRITURES DU JOUR PAR COMPTE (RUPTURE SUR
002000* TS-ACCOUNT-NUMBER) ET EDITE UN RELEVE PAR GROUPE.
002010*-----------------------------------------------------------------
002020 2000-PRODUCE-STATEMENTS.
002890             WHEN "F"
002900                 ADD TS-AMOUNT TO WS-TOTAL-FRAIS
002910                 PERFORM 2220-SET-OPENING-DEBIT THRU 2220-EXIT
002911             WHEN "K"
002912                 ADD TS-AMOUNT TO WS-TOTAL-DEPOTS
002913                 PERFORM 2210-SET-OPENING-CREDIT THRU 2210-EXIT
002914             WHEN "L" WHEN "J"
002915                 ADD TS-AMOUNT TO WS-TOTAL-RETRAITS
002916                 PERFORM 2220-SET-OPENING-DEBIT THRU 2220-EXIT
002917             WHEN "M" WHEN "G" WHEN "U" WHEN "Z" WHEN "N"
002918                 ADD TS-AMOUNT TO WS-TOTAL-DEPOTS
002919                 PERFORM 2210-SET-OPENING-CREDIT THRU 2210-EXIT
002920             WHEN "P" WHEN "O" WHEN "Y"
002921                 ADD TS-AMOUNT TO WS-TOTAL-RETRAITS
002922                 PERFORM 2220-SET-OPENING-DEBIT THRU 2220-EXIT
002923             WHEN "A"
002924                 ADD TS-AMOUNT TO WS-TOTAL-FRAIS
002925                 PERFORM 2220-SET-OPENING-DEBIT THRU 2220-EXIT
002926             WHEN OTHER
002930                 DISPLAY "TYPE D'ECRITURE INCONNU AU RELEVE : "
002940                         TS-TRANS-TYPE
002950         END-EVALUATE
003270* 2500-WRITE-STATEMENT -- EDITE LE RELEVE DU GROUPE COURANT :
003280* EN-TETE AVEC LE SOLDE D'OUVERTURE (CELUI DU FICHIER MAITRE
003290* QUAND AUCUNE ECRITURE POSTEE N'A PERMIS DE LE DEDUIRE), UNE
003300* LIGNE PAR TITULAIRE, UNE LIGNE DE DETAIL PAR MOUVEMENT RETENU,
003310* PUIS LES TOTAUX ET LE SOLDE DE CLOTURE.
003320*-----------------------------------------------------------------
003330 2500-WRITE-STATEMENT.
003340     ADD 1 TO WS-COMPTES-EDITES
003550                  STMT-TOTAL-INTEREST STMT-TOTAL-FEES
003560                  STMT-CLOSING-BALANCE STMT-RATE-APPLIED
003570     WRITE STATEMENT-RECORD
003575     PERFORM 2600-WRITE-HOLDERS THRU 2600-EXIT
003580     PERFORM 2510-WRITE-ONE-DETAIL THRU 2510-EXIT
003590         VARYING WS-GROUPE-IDX FROM 1 BY 1
003600             UNTIL WS-GROUPE-IDX > WS-GROUPE-COUNT
003980 2510-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------------
004001* 2600-WRITE-HOLDERS -- EDITE UNE LIGNE "N" POUR LE TITULAIRE DU
004002* COMPTE (ACCT-NUMERO-CLIENT, ROLE "P") PUIS POUR CHAQUE AUTRE
004003* CLIENT DONT LE LIEN RELMSTR EST EN COURS A LA DATE D'AFFAIRES.
004004*-----------------------------------------------------------------
004005 2600-WRITE-HOLDERS.
004006     MOVE SPACES TO WS-TITULAIRE
004007     MOVE WS-COMPTE-COURANT TO ACCOUNT-NUMBER
004008     READ ACCOUNT-MASTER
004009         INVALID KEY
004010             MOVE SPACES TO ACCT-NUMERO-CLIENT
004011     END-READ
004012     IF ACCT-NUMERO-CLIENT NOT = SPACES
004013         MOVE ACCT-NUMERO-CLIENT TO WS-TITULAIRE
004014         MOVE ACCT-NUMERO-CLIENT TO WS-CLIENT-CHERCHE
004015         MOVE "P"                TO WS-ROLE-CHERCHE
004016         PERFORM 2620-WRITE-HOLDER-LINE THRU 2620-EXIT
004017     END-IF
004018     MOVE "N" TO WS-REL-EOF-SW
004019     MOVE WS-COMPTE-COURANT TO RL-ACCOUNT-NUMBER
004020     MOVE LOW-VALUES        TO RL-NUMERO-CLIENT
004021     START RELATION-MASTER KEY IS NOT LESS THAN RL-CLE
004022         INVALID KEY
004023             MOVE "Y" TO WS-REL-EOF-SW
004024     END-START
004025     PERFORM 2610-WRITE-ONE-RELATION THRU 2610-EXIT
004026         UNTIL REL-FIN-DU-COMPTE.
004027 2600-EXIT.
004028     EXIT.
004029*-----------------------------------------------------------------
004030* 2610-WRITE-ONE-RELATION -- LIT LE LIEN SUIVANT DU COMPTE, EDITE
004031* SON CLIENT S'IL N'EST PAS LE TITULAIRE DEJA EDITE ET QUE LE LIEN
004032* EST EN COURS A LA DATE D'AFFAIRES.
004033*-----------------------------------------------------------------
004034 2610-WRITE-ONE-RELATION.
004035     READ RELATION-MASTER NEXT RECORD
004036         AT END
004037             MOVE "Y" TO WS-REL-EOF-SW
004038     END-READ
004039     IF REL-FIN-DU-COMPTE
004040         GO TO 2610-EXIT
004041     END-IF
004042     IF RL-ACCOUNT-NUMBER NOT = WS-COMPTE-COURANT
004043         MOVE "Y" TO WS-REL-EOF-SW
004044         GO TO 2610-EXIT
004045     END-IF
004046     IF RL-NUMERO-CLIENT = WS-TITULAIRE
004047         GO TO 2610-EXIT
004048     END-IF
004049     IF RL-DATE-DEBUT > WS-DATE-AFFAIRES
004050         GO TO 2610-EXIT
004051     END-IF
004052     IF RL-DATE-FIN NOT = SPACES
004053             AND RL-DATE-FIN < WS-DATE-AFFAIRES
004054         GO TO 2610-EXIT
004055     END-IF
004056     MOVE RL-NUMERO-CLIENT TO WS-CLIENT-CHERCHE
004057     MOVE RL-ROLE          TO WS-ROLE-CHERCHE
004058     PERFORM 2620-WRITE-HOLDER-LINE THRU 2620-EXIT.
004059 2610-EXIT.
004060     EXIT.
004061*-----------------------------------------------------------------
004062* 2620-WRITE-HOLDER-LINE -- EDITE LA LIGNE "N" DU CLIENT CHERCHE
004063* AVEC SON ROLE ET SON NOM ("INCONNU" S'IL N'EST PAS EN TABLE).
004064*-----------------------------------------------------------------
004065 2620-WRITE-HOLDER-LINE.
004066     MOVE SPACES TO STATEMENT-HOLDER-LINE
004067     MOVE "N"                 TO STMT-RECORD-TYPE
004068     MOVE WS-COMPTE-COURANT   TO STMT-ACCOUNT-NUMBER
004069     MOVE WS-CLIENT-CHERCHE   TO STMT-NUMERO-CLIENT
004070     MOVE WS-ROLE-CHERCHE     TO STMT-ROLE
004071     MOVE ZERO TO WS-CLI-IDX
004072     PERFORM 2630-MATCH-ONE-CLIENT THRU 2630-EXIT
004073         VARYING WS-CLI-SCAN FROM 1 BY 1
004074             UNTIL WS-CLI-SCAN > WS-CLI-COUNT
004075                 OR WS-CLI-IDX > ZERO
004076     IF WS-CLI-IDX > ZERO
004077         MOVE CN-NOM (WS-CLI-IDX) TO STMT-NOM
004078     ELSE
004079         MOVE "INCONNU" TO STMT-NOM
004080     END-IF
004081     WRITE STATEMENT-HOLDER-LINE
004082     ADD 1 TO WS-TITULAIRES-EDITES.
004083 2620-EXIT.
004084     EXIT.
004085*-----------------------------------------------------------------
004086* 2630-MATCH-ONE-CLIENT -- RETIENT DANS WS-CLI-IDX L'ENTREE DE
004087* LA TABLE DES CLIENTS DU NUMERO CHERCHE.
004088*-----------------------------------------------------------------
004089 2630-MATCH-ONE-CLIENT.
004090     IF CN-NUMERO (WS-CLI-SCAN) = WS-CLIENT-CHERCHE
004091         MOVE WS-CLI-SCAN TO WS-CLI-IDX
004092     END-IF.
004093 2630-EXIT.
004094     EXIT.
004095*-----------------------------------------------------------------
004096* 8000-RETURN-LEDGER -- REND L'ECRITURE SUIVANTE DU TRI.
004097*-----------------------------------------------------------------
004098 8000-RETURN-LEDGER.
004099     RETURN TRI-LEDGER
004100         AT END
004101             MOVE "Y" TO WS-TRI-EOF-SW
004102         NOT AT END
004103             ADD 1 TO WS-ECRITURES-LUES
004104     END-RETURN.
004105 8000-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------------
004130* 8200-READ-CLIENT -- LECTURE SEQUENTIELLE DU MAITRE CLIENT
004140* ENRICHI.
004150*-----------------------------------------------------------------
004160 8200-READ-CLIENT.
004170     READ CLIENT-MASTER
004180         AT END
004190             MOVE "Y" TO WS-CLI-EOF-SW
004200     END-READ.
004210 8200-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004240* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
004250* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
004260* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
004270* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
004280* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
004290* N'EST PAS INSCRITE AU REGISTRE.
004300*-----------------------------------------------------------------
004310 9600-CHECK-STEP-DIRECTIVE.
004320     MOVE "STMTPRD " TO ETP-PROGRAMME
004330     OPEN INPUT STEP-DIRECTIVES
004340     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
004350         UNTIL ETP-DIR-END-OF-FILE
004360             OR ETP-CONSIGNE-TROUVEE
004370     CLOSE STEP-DIRECTIVES
004380     IF NOT ETP-A-SAUTER
004390         GO TO 9600-EXIT
004400     END-IF
004410     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
004420             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
004430             ") - NON REJOUEE"
004440     MOVE ZERO TO RETURN-CODE
004450     STOP RUN.
004460 9600-EXIT.
004470     EXIT.
004480*-----------------------------------------------------------------
004490* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
004500* CELLE DU PROGRAMME.
004510*-----------------------------------------------------------------
004520 9610-READ-DIRECTIVE.
004530     READ STEP-DIRECTIVES
004540         AT END
004550             MOVE "Y" TO ETP-DIR-EOF-SW
004560         NOT AT END
004570             IF DI-PROGRAMME = ETP-PROGRAMME
004580                 MOVE "Y"              TO ETP-TROUVEE-SW
004590                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
004600                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
004610                 MOVE DI-ETAPE         TO ETP-ETAPE
004620                 MOVE DI-ACTION        TO ETP-ACTION
004630                 MOVE DI-MOTIF         TO ETP-MOTIF
004640             END-IF
004650     END-READ.
004660 9610-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------------
004690* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
004700* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
004710* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
004720* CHAINE, RIEN N'EST INSCRIT.
004730*-----------------------------------------------------------------
004740 9700-REGISTER-STEP.
004750     IF NOT ETP-CONSIGNE-TROUVEE
004760         GO TO 9700-EXIT
004770     END-IF
004780     MOVE WS-ECRITURES-LUES TO ETP-LUS
004790     MOVE WS-DETAILS-EDITES TO ETP-ECRITS
004800     MOVE RETURN-CODE TO ETP-CODE-RETOUR
004810     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
004820     ACCEPT ETP-HEURE-SYSTEME FROM TIME
004830     OPEN EXTEND CHAIN-REGISTER
004840     MOVE SPACES            TO CHAIN-REGISTER-RECORD
004850     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
004860     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
004870     MOVE ETP-ETAPE         TO RG-ETAPE
004880     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
004890     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
004900     MOVE ETP-LUS           TO RG-LUS
004910     MOVE ETP-ECRITS        TO RG-ECRITS
004920     MOVE ETP-REJETS        TO RG-REJETS
004930     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
004940     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
004950     WRITE CHAIN-REGISTER-RECORD
004960     CLOSE CHAIN-REGISTER
004970     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
004980             ETP-CODE-RETOUR.
004990 9700-EXIT.
005000     EXIT.
