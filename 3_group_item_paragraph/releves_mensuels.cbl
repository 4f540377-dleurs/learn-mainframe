000370*                  COMPTE ET PAR MOIS ; UN GROUPE TRONQUE REND
000380*                  DESORMAIS UN CODE 8 POUR SIGNALER LE RELEVE
000390*                  INCOMPLET.
000391* 2026-10-15 MF    AGIOS "A" CUMULES AVEC LES FRAIS.
000392* 2026-10-15 MF    DEBLOCAGE DE PRET "K" EN DEPOTS, ECHEANCES
000393*                  "L" ET "J" EN RETRAITS.
000394* 2026-10-15 MF    DEPOTS A TERME : CAPITAL "M" ET INTERETS "G"
000395*                  EN DEPOTS, MISE EN PLACE "P" EN RETRAITS.
000396* 2026-10-15 MF    PRELEVEMENTS SEPA : REMBOURSEMENT "U" EN
000397*                  DEPOTS, PRELEVEMENT "O" EN RETRAITS.
000398* 2026-10-15 MF    EXTOURNES D'OPERATEUR : "Z" EN DEPOTS, "Y" EN
000399*                  RETRAITS ; LE MOTIF "EX" + TYPE D'ORIGINE
000400*                  FIGURE SUR LA LIGNE DU RELEVE.
000401* 2026-10-15 MF    COMPTES JOINTS : L'EN-TETE EST SUIVI D'UNE
000402*                  LIGNE "N" PAR TITULAIRE (NUMERO CLIENT, ROLE,
000403*                  NOM DU MAITRE CLIENT CLIMSTRN) : LE TITULAIRE
000404*                  DU COMPTE PUIS CHAQUE CLIENT DONT LE LIEN
000405*                  RELMSTR A COURU PENDANT LE MOIS DE RELEVE.
000406* 2026-10-15 MF    PAIEMENT SORTANT REJETE PAR LA COMPENSATION :
000407*                  RECREDIT "N" EN DEPOTS.
000408*-----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000550     SELECT STATEMENT-REPORT ASSIGN TO MSTMTOUT
000560            ORGANIZATION IS SEQUENTIAL.

000561     SELECT CLIENT-MASTER    ASSIGN TO CLIMSTR
000562            ORGANIZATION IS SEQUENTIAL.

000563     SELECT RELATION-MASTER  ASSIGN TO RELMSTR
000564            ORGANIZATION IS INDEXED
000565            ACCESS MODE IS DYNAMIC
000566            RECORD KEY IS RL-CLE.

000570     SELECT TRI-LEDGER       ASSIGN TO SORTWK.
000580*-------------
000590 DATA DIVISION.
000730 FD  STATEMENT-REPORT
000740     LABEL RECORDS ARE STANDARD.
000750 COPY STMTREC.
000751*
000752 FD  CLIENT-MASTER
000753     LABEL RECORDS ARE STANDARD.
000754 COPY CLIENTREC.
000755*
000756 FD  RELATION-MASTER.
000757 COPY RELREC.
000760*
000770 SD  TRI-LEDGER.
000780 01  TRI-RECORD.
001000         88  OUVERTURE-CONNUE         VALUE "Y".
001010     05  WS-GROUPE-TRONQUE-SW PIC X(01)  VALUE "N".
001020         88  GROUPE-TRONQUE           VALUE "Y".
001022     05  WS-CLI-EOF-SW       PIC X(01)   VALUE "N".
001024         88  CLIENTS-END-OF-FILE     VALUE "Y".
001026     05  WS-REL-EOF-SW       PIC X(01)   VALUE "N".
001028         88  REL-FIN-DU-COMPTE        VALUE "Y".
001030*
001040 77  WS-MOIS-RELEVE          PIC X(06)   VALUE SPACES.
001050 77  WS-COMPTE-COURANT       PIC X(10)   VALUE SPACES.
001180 77  WS-GROUPE-IDX           PIC 9(05)   COMP VALUE ZERO.
001190 77  WS-CTL-EOF-SW           PIC X(01)   VALUE "N".
001200     88  CTL-END-OF-FILE             VALUE "Y".
001201*
001202 77  WS-TITULAIRES-EDITES    PIC 9(07)   COMP VALUE ZERO.
001203 77  WS-TITULAIRE            PIC X(10)   VALUE SPACES.
001204 77  WS-CLIENT-CHERCHE       PIC X(10)   VALUE SPACES.
001205 77  WS-ROLE-CHERCHE         PIC X(01)   VALUE SPACE.
001206 77  WS-CLI-COUNT            PIC 9(04)   COMP VALUE ZERO.
001207 77  WS-CLI-SCAN             PIC 9(04)   COMP VALUE ZERO.
001208 77  WS-CLI-IDX              PIC 9(04)   COMP VALUE ZERO.
001209 77  WS-CLI-PLEIN-SW         PIC X(01)   VALUE "N".
001210     88  CLIENTS-HORS-TABLE          VALUE "Y".
001211 01  CLIENT-NAME-TABLE.
001212     05  CN-ENTRY OCCURS 1000 TIMES.
001213         10  CN-NUMERO          PIC X(10).
001214         10  CN-NOM             PIC X(20).
001215*
001220 01  GROUPE-TABLE.
001230     05  GR-ENTRY OCCURS 10000 TIMES PIC X(86).
001240 01  GROUPE-ENTRY-VUE.
001410     DISPLAY "MONTHLY-STATEMENT : RELEVES MENSUELS DEPUIS LE "
001420             "GRAND LIVRE ARCHIVE"
001430     PERFORM 1050-LOAD-MONTHLY-CONTROL THRU 1050-EXIT
001435     PERFORM 1200-LOAD-CLIENT-NAMES THRU 1200-EXIT
001440     OPEN INPUT  ACCOUNT-MASTER
001445     OPEN INPUT  RELATION-MASTER
001450     OPEN OUTPUT STATEMENT-REPORT
001460     SORT TRI-LEDGER
001470         ON ASCENDING KEY TS-ACCOUNT-NUMBER
001510         OUTPUT PROCEDURE IS 2000-PRODUCE-STATEMENTS
001520             THRU 2000-EXIT
001530     CLOSE ACCOUNT-MASTER
001535     CLOSE RELATION-MASTER
001540     CLOSE STATEMENT-REPORT
001550     DISPLAY "ECRITURES LUES     : " WS-ECRITURES-LUES
001560     DISPLAY "ECRITURES DU MOIS  : " WS-ECRITURES-RETENUES
001570     DISPLAY "COMPTES EDITES     : " WS-COMPTES-EDITES
001580     DISPLAY "DETAILS EDITES     : " WS-DETAILS-EDITES
001585     DISPLAY "TITULAIRES EDITES  : " WS-TITULAIRES-EDITES
001590     DISPLAY "GROUPES TRONQUES   : " WS-GROUPES-TRONQUES
001600     IF WS-GROUPES-TRONQUES > ZERO
001610         DISPLAY "RELEVES INCOMPLETS - A REEDITER APRES "
001840     MOVE MS-MOIS-RELEVE TO WS-MOIS-RELEVE
001850     DISPLAY "MOIS DE RELEVE : " WS-MOIS-RELEVE.
001860 1050-EXIT.
001861     EXIT.
001862*-----------------------------------------------------------------
001863* 1200-LOAD-CLIENT-NAMES -- CHARGE LE NUMERO ET LE NOM DE CHAQUE
001864* CLIENT DU MAITRE ENRICHI DANS CLIENT-NAME-TABLE.  TABLE
001865* PLEINE : LES TITULAIRES AU-DELA SORTENT AVEC LE NOM "INCONNU"
001866* (SIGNALE UNE FOIS).
001867*-----------------------------------------------------------------
001868 1200-LOAD-CLIENT-NAMES.
001869     OPEN INPUT CLIENT-MASTER
001870     PERFORM 8200-READ-CLIENT THRU 8200-EXIT
001871     PERFORM 1210-STORE-ONE-CLIENT THRU 1210-EXIT
001872         UNTIL CLIENTS-END-OF-FILE
001873     CLOSE CLIENT-MASTER
001874     DISPLAY "CLIENTS CHARGES : " WS-CLI-COUNT.
001875 1200-EXIT.
001876     EXIT.
001877*-----------------------------------------------------------------
001878* 1210-STORE-ONE-CLIENT -- RANGE LE CLIENT COURANT DANS LA TABLE
001879* DES NOMS (LES CLIENTS SANS NUMERO SONT IGNORES), PUIS LIT LE
001880* SUIVANT.
001881*-----------------------------------------------------------------
001882 1210-STORE-ONE-CLIENT.
001883     IF CL-NUMERO-CLIENT = SPACES
001884         GO TO 1210-SUITE
001885     END-IF
001886     IF WS-CLI-COUNT < 1000
001887         ADD 1 TO WS-CLI-COUNT
001888         MOVE CL-NUMERO-CLIENT TO CN-NUMERO (WS-CLI-COUNT)
001889         MOVE CL-NOM           TO CN-NOM (WS-CLI-COUNT)
001890     ELSE
001891         IF NOT CLIENTS-HORS-TABLE
001892             MOVE "Y" TO WS-CLI-PLEIN-SW
001893             DISPLAY "TABLE DES CLIENTS PLEINE (1000) - NOMS "
001894                     "MANQUANTS POSSIBLES SUR LES RELEVES"
001895         END-IF
001896     END-IF.
001897 1210-SUITE.
001898     PERFORM 8200-READ-CLIENT THRU 8200-EXIT.
001899 1210-EXIT.
001900     EXIT.
001901*-----------------------------------------------------------------
001902* 2000-PRODUCE-STATEMENTS -- PROCEDURE DE SORTIE DU TRI :
001903* REGROUPE LES ECRITURES DU MOIS PAR COMPTE (RUPTURE SUR
001910* TS-ACCOUNT-NUMBER) ET EDITE UN RELEVE PAR GROUPE.
001920*-----------------------------------------------------------------
001930 2000-PRODUCE-STATEMENTS.
002810             WHEN "F"
002820                 ADD TS-AMOUNT TO WS-TOTAL-FRAIS
002830                 PERFORM 2220-SET-OPENING-DEBIT THRU 2220-EXIT
002831             WHEN "K"
002832                 ADD TS-AMOUNT TO WS-TOTAL-DEPOTS
002833                 PERFORM 2210-SET-OPENING-CREDIT THRU 2210-EXIT
002834             WHEN "L" WHEN "J"
002835                 ADD TS-AMOUNT TO WS-TOTAL-RETRAITS
002836                 PERFORM 2220-SET-OPENING-DEBIT THRU 2220-EXIT
002837             WHEN "M" WHEN "G" WHEN "U" WHEN "Z" WHEN "N"
002838                 ADD TS-AMOUNT TO WS-TOTAL-DEPOTS
002839                 PERFORM 2210-SET-OPENING-CREDIT THRU 2210-EXIT
002840             WHEN "P" WHEN "O" WHEN "Y"
002841                 ADD TS-AMOUNT TO WS-TOTAL-RETRAITS
002842                 PERFORM 2220-SET-OPENING-DEBIT THRU 2220-EXIT
002843             WHEN "A"
002844                 ADD TS-AMOUNT TO WS-TOTAL-FRAIS
002845                 PERFORM 2220-SET-OPENING-DEBIT THRU 2220-EXIT
002846             WHEN OTHER
002850                 DISPLAY "TYPE D'ECRITURE INCONNU AU RELEVE : "
002860                         TS-TRANS-TYPE
002870         END-EVALUATE
003190* 2500-WRITE-STATEMENT -- EDITE LE RELEVE DU GROUPE COURANT :
003200* EN-TETE AVEC LE SOLDE D'OUVERTURE (CELUI DU FICHIER MAITRE
003210* QUAND AUCUNE ECRITURE POSTEE N'A PERMIS DE LE DEDUIRE), UNE
003220* LIGNE PAR TITULAIRE, UNE LIGNE DE DETAIL PAR MOUVEMENT RETENU,
003230* PUIS LES TOTAUX ET LE SOLDE DE CLOTURE.
003240*-----------------------------------------------------------------
003250 2500-WRITE-STATEMENT.
003260     ADD 1 TO WS-COMPTES-EDITES
003470                  STMT-TOTAL-INTEREST STMT-TOTAL-FEES
003480                  STMT-CLOSING-BALANCE STMT-RATE-APPLIED
003490     WRITE STATEMENT-RECORD
003495     PERFORM 2600-WRITE-HOLDERS THRU 2600-EXIT
003500     PERFORM 2510-WRITE-ONE-DETAIL THRU 2510-EXIT
003510         VARYING WS-GROUPE-IDX FROM 1 BY 1
003520             UNTIL WS-GROUPE-IDX > WS-GROUPE-COUNT
003900 2510-EXIT.
003910     EXIT.
003920*-----------------------------------------------------------------
003921* 2600-WRITE-HOLDERS -- EDITE UNE LIGNE "N" POUR LE TITULAIRE DU
003922* COMPTE (ACCT-NUMERO-CLIENT, ROLE "P") PUIS POUR CHAQUE AUTRE
003923* CLIENT DONT LE LIEN RELMSTR A COURU PENDANT LE MOIS DE RELEVE.
003924*-----------------------------------------------------------------
003925 2600-WRITE-HOLDERS.
003926     MOVE SPACES TO WS-TITULAIRE
003927     MOVE WS-COMPTE-COURANT TO ACCOUNT-NUMBER
003928     READ ACCOUNT-MASTER
003929         INVALID KEY
003930             MOVE SPACES TO ACCT-NUMERO-CLIENT
003931     END-READ
003932     IF ACCT-NUMERO-CLIENT NOT = SPACES
003933         MOVE ACCT-NUMERO-CLIENT TO WS-TITULAIRE
003934         MOVE ACCT-NUMERO-CLIENT TO WS-CLIENT-CHERCHE
003935         MOVE "P"                TO WS-ROLE-CHERCHE
003936         PERFORM 2620-WRITE-HOLDER-LINE THRU 2620-EXIT
003937     END-IF
003938     MOVE "N" TO WS-REL-EOF-SW
003939     MOVE WS-COMPTE-COURANT TO RL-ACCOUNT-NUMBER
003940     MOVE LOW-VALUES        TO RL-NUMERO-CLIENT
003941     START RELATION-MASTER KEY IS NOT LESS THAN RL-CLE
003942         INVALID KEY
003943             MOVE "Y" TO WS-REL-EOF-SW
003944     END-START
003945     PERFORM 2610-WRITE-ONE-RELATION THRU 2610-EXIT
003946         UNTIL REL-FIN-DU-COMPTE.
003947 2600-EXIT.
003948     EXIT.
003949*-----------------------------------------------------------------
003950* 2610-WRITE-ONE-RELATION -- LIT LE LIEN SUIVANT DU COMPTE, EDITE
003951* SON CLIENT S'IL N'EST PAS LE TITULAIRE DEJA EDITE ET QUE LE LIEN
003952* A COURU PENDANT LE MOIS DE RELEVE.
003953*-----------------------------------------------------------------
003954 2610-WRITE-ONE-RELATION.
003955     READ RELATION-MASTER NEXT RECORD
003956         AT END
003957             MOVE "Y" TO WS-REL-EOF-SW
003958     END-READ
003959     IF REL-FIN-DU-COMPTE
003960         GO TO 2610-EXIT
003961     END-IF
003962     IF RL-ACCOUNT-NUMBER NOT = WS-COMPTE-COURANT
003963         MOVE "Y" TO WS-REL-EOF-SW
003964         GO TO 2610-EXIT
003965     END-IF
003966     IF RL-NUMERO-CLIENT = WS-TITULAIRE
003967         GO TO 2610-EXIT
003968     END-IF
003969     IF RL-DATE-DEBUT (1:6) > WS-MOIS-RELEVE
003970         GO TO 2610-EXIT
003971     END-IF
003972     IF RL-DATE-FIN NOT = SPACES
003973             AND RL-DATE-FIN (1:6) < WS-MOIS-RELEVE
003974         GO TO 2610-EXIT
003975     END-IF
003976     MOVE RL-NUMERO-CLIENT TO WS-CLIENT-CHERCHE
003977     MOVE RL-ROLE          TO WS-ROLE-CHERCHE
003978     PERFORM 2620-WRITE-HOLDER-LINE THRU 2620-EXIT.
003979 2610-EXIT.
003980     EXIT.
003981*-----------------------------------------------------------------
003982* 2620-WRITE-HOLDER-LINE -- EDITE LA LIGNE "N" DU CLIENT CHERCHE
003983* AVEC SON ROLE ET SON NOM ("INCONNU" S'IL N'EST PAS EN TABLE).
003984*-----------------------------------------------------------------
003985 2620-WRITE-HOLDER-LINE.
003986     MOVE SPACES TO STATEMENT-HOLDER-LINE
003987     MOVE "N"                 TO STMT-RECORD-TYPE
003988     MOVE WS-COMPTE-COURANT   TO STMT-ACCOUNT-NUMBER
003989     MOVE WS-CLIENT-CHERCHE   TO STMT-NUMERO-CLIENT
003990     MOVE WS-ROLE-CHERCHE     TO STMT-ROLE
003991     MOVE ZERO TO WS-CLI-IDX
003992     PERFORM 2630-MATCH-ONE-CLIENT THRU 2630-EXIT
003993         VARYING WS-CLI-SCAN FROM 1 BY 1
003994             UNTIL WS-CLI-SCAN > WS-CLI-COUNT
003995                 OR WS-CLI-IDX > ZERO
003996     IF WS-CLI-IDX > ZERO
003997         MOVE CN-NOM (WS-CLI-IDX) TO STMT-NOM
003998     ELSE
003999         MOVE "INCONNU" TO STMT-NOM
004000     END-IF
004001     WRITE STATEMENT-HOLDER-LINE
004002     ADD 1 TO WS-TITULAIRES-EDITES.
004003 2620-EXIT.
004004     EXIT.
004005*-----------------------------------------------------------------
004006* 2630-MATCH-ONE-CLIENT -- RETIENT DANS WS-CLI-IDX L'ENTREE DE
004007* LA TABLE DES CLIENTS DU NUMERO CHERCHE.
004008*-----------------------------------------------------------------
004009 2630-MATCH-ONE-CLIENT.
004010     IF CN-NUMERO (WS-CLI-SCAN) = WS-CLIENT-CHERCHE
004011         MOVE WS-CLI-SCAN TO WS-CLI-IDX
004012     END-IF.
004013 2630-EXIT.
004014     EXIT.
004015*-----------------------------------------------------------------
004016* 8000-RETURN-LEDGER -- REND L'ECRITURE SUIVANTE DU TRI.
004017*-----------------------------------------------------------------
004018 8000-RETURN-LEDGER.
004019     RETURN TRI-LEDGER
004020         AT END
004021             MOVE "Y" TO WS-TRI-EOF-SW
004022         NOT AT END
004023             ADD 1 TO WS-ECRITURES-LUES
004024     END-RETURN.
004025 8000-EXIT.
004030     EXIT.
004040*-----------------------------------------------------------------
004050* 8200-READ-CLIENT -- LECTURE SEQUENTIELLE DU MAITRE CLIENT
004060* ENRICHI.
004070*-----------------------------------------------------------------
004080 8200-READ-CLIENT.
004090     READ CLIENT-MASTER
004100         AT END
004110             MOVE "Y" TO WS-CLI-EOF-SW
004120     END-READ.
004130 8200-EXIT.
004140     EXIT.
