000320*                  SUR RUNSTATS POUR LE POINTAGE DU MATIN.  PLUS
000330*                  PERSONNE NE CHERCHE LES GROS MONTANTS AU GREP
000340*                  DANS LES SYSOUT.
000341* 2026-10-15 MF    COMPTES JOINTS : CHAQUE DECLARATION ("D",
000342*                  TITULAIRE DU COMPTE EN ROLE "P") EST SUIVIE
000343*                  D'UNE LIGNE "C" PAR AUTRE CLIENT DONT LE LIEN
000344*                  RELMSTR AU COMPTE EST EN COURS A LA DATE
000345*                  D'AFFAIRES (CO-TITULAIRE, MANDATAIRE,
000346*                  BENEFICIAIRE EFFECTIF), AVEC SON NOM ET SON
000347*                  ROLE.
000348* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000349*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000350*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000351*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000352*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000353*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000354*-----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000560     SELECT CLIENT-MASTER    ASSIGN TO CLIMSTR
000570            ORGANIZATION IS SEQUENTIAL.
000580
000581     SELECT RELATION-MASTER  ASSIGN TO RELMSTR
000582            ORGANIZATION IS INDEXED
000583            ACCESS MODE IS DYNAMIC
000584            RECORD KEY IS RL-CLE.
000585
000590     SELECT DECLARATION-OUT  ASSIGN TO DECLOUT
000600            ORGANIZATION IS SEQUENTIAL.
000610
000620     SELECT RUN-STATISTICS   ASSIGN TO RUNSTATS
000621            ORGANIZATION IS SEQUENTIAL.
000622
000623     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000624            ORGANIZATION IS SEQUENTIAL.
000625
000626     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000630            ORGANIZATION IS SEQUENTIAL.
000640*-------------
000650 DATA DIVISION.
000840     LABEL RECORDS ARE STANDARD.
000850 COPY CLIENTREC.
000860*
000862 FD  RELATION-MASTER.
000864 COPY RELREC.
000866*
000870 FD  DECLARATION-OUT
000880     LABEL RECORDS ARE STANDARD.
000890 COPY DECLREC.
000910 FD  RUN-STATISTICS
000920     LABEL RECORDS ARE STANDARD.
000930 COPY RUNSTAT.
000931*
000932 FD  STEP-DIRECTIVES
000933     LABEL RECORDS ARE STANDARD.
000934 COPY STEPDIR.
000935*
000936 FD  CHAIN-REGISTER
000937     LABEL RECORDS ARE STANDARD.
000938 COPY CHAINREG.
000940*
000950 WORKING-STORAGE SECTION.
000960*
001050         88  CLIENTS-END-OF-FILE     VALUE "Y".
001060     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001070         88  ACCOUNT-NOT-FOUND        VALUE "Y".
001073     05  WS-REL-EOF-SW       PIC X(01)   VALUE "N".
001076         88  REL-FIN-DU-COMPTE        VALUE "Y".
001080*
001090 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001100 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001200 77  WS-STAT-ETAPE           PIC X(08)   VALUE "LTRDECL ".
001210 77  WS-STAT-COMPTEUR        PIC X(12)   VALUE SPACES.
001220 77  WS-STAT-VALEUR          PIC 9(09)   VALUE ZERO.
001222 77  WS-CLIENT-CHERCHE       PIC X(10)   VALUE SPACES.
001224 77  WS-TITULAIRE            PIC X(10)   VALUE SPACES.
001226 77  WS-PARTIES-LIEES        PIC 9(07)   COMP VALUE ZERO.
001230 01  CLIENT-NAME-TABLE.
001240     05  CN-ENTRY OCCURS 1000 TIMES.
001250         10  CN-NUMERO          PIC X(10).
001260         10  CN-NOM             PIC X(20).
001263*
001266 COPY STEPCTL.
001270*-------------------
001280 PROCEDURE DIVISION.
001290*-------------------
001300 0000-MAINLINE.
001310     DISPLAY "LARGE-TRANS-DECL : DECLARATION DES GROS "
001320             "MOUVEMENTS D'ESPECES"
001325     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001340     IF WS-SEUIL = ZERO
001350         DISPLAY "SEUIL NUL OU ABSENT - AUCUNE DECLARATION"
001370         PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT
001380     END-IF
001390     PERFORM 3000-TERMINATE THRU 3000-EXIT
001395     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001400     STOP RUN.
001410*-----------------------------------------------------------------
001420* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES ET LE SEUIL DATE,
001470     PERFORM 1100-LOAD-THRESHOLD THRU 1100-EXIT
001480     PERFORM 1200-LOAD-CLIENT-NAMES THRU 1200-EXIT
001490     OPEN INPUT  ACCOUNT-MASTER
001495     OPEN INPUT  RELATION-MASTER
001500     OPEN OUTPUT DECLARATION-OUT.
001510 1000-EXIT.
001520     EXIT.
002810* (NUMERO CLIENT SUR LE MAITRE DES COMPTES, NOM SUR LE MAITRE
002820* CLIENT) ET EDITE LA DECLARATION.  UN COMPTE OU UN NOM
002830* INTROUVABLE SORT "INCONNU" PLUTOT QUE DE PERDRE LA
002836* DECLARATION.  LES AUTRES CLIENTS LIES AU COMPTE SONT DECLARES
002842* A LA SUITE.
002850*-----------------------------------------------------------------
002860 2200-WRITE-DECLARATION.
002870     MOVE SPACES TO DECLARATION-RECORD
002880     MOVE "D" TO DL-GENRE
002885     MOVE SPACES TO WS-TITULAIRE
002890     MOVE "N" TO WS-KEY-SW
002900     MOVE LG-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
002910     READ ACCOUNT-MASTER
002970         MOVE "INCONNU" TO DL-NOM
002980     ELSE
002990         MOVE ACCT-NUMERO-CLIENT TO DL-NUMERO-CLIENT
002992         MOVE ACCT-NUMERO-CLIENT TO WS-TITULAIRE
002994         MOVE ACCT-NUMERO-CLIENT TO WS-CLIENT-CHERCHE
002996         MOVE "P"                TO DL-ROLE
003000         PERFORM 2300-FIND-CLIENT-NAME THRU 2300-EXIT
003010     END-IF
003020     MOVE LG-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
003090     ADD 1 TO WS-DECLARATIONS
003100     ADD LG-AMOUNT TO WS-TOTAL-DECLARE
003110     DISPLAY "DECLARATION : COMPTE " LG-ACCOUNT-NUMBER
003116             " " LG-TRANS-TYPE " " LG-AMOUNT
003122     PERFORM 2400-DECLARE-RELATED-PARTIES THRU 2400-EXIT.
003130 2200-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160* 2300-FIND-CLIENT-NAME -- RETROUVE LE NOM DU CLIENT CHERCHE DANS
003170* LA TABLE DES CLIENTS ("INCONNU" S'IL N'Y EST PAS).
003180*-----------------------------------------------------------------
003190 2300-FIND-CLIENT-NAME.
003200     MOVE ZERO TO WS-CLI-IDX
003340* LA TABLE DES CLIENTS DU NUMERO CHERCHE.
003350*-----------------------------------------------------------------
003360 2310-MATCH-ONE-CLIENT.
003370     IF CN-NUMERO (WS-CLI-SCAN) = WS-CLIENT-CHERCHE
003380         MOVE WS-CLI-SCAN TO WS-CLI-IDX
003390     END-IF.
003400 2310-EXIT.
003401     EXIT.
003402*-----------------------------------------------------------------
003403* 2400-DECLARE-RELATED-PARTIES -- PARCOURT SUR RELMSTR LES LIENS
003404* DU COMPTE DECLARE ET ECRIT UNE LIGNE "C" PAR AUTRE CLIENT LIE.
003405*-----------------------------------------------------------------
003406 2400-DECLARE-RELATED-PARTIES.
003407     MOVE "N" TO WS-REL-EOF-SW
003408     MOVE LG-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
003409     MOVE LOW-VALUES        TO RL-NUMERO-CLIENT
003410     START RELATION-MASTER KEY IS NOT LESS THAN RL-CLE
003411         INVALID KEY
003412             MOVE "Y" TO WS-REL-EOF-SW
003413     END-START
003414     PERFORM 2410-DECLARE-ONE-PARTY THRU 2410-EXIT
003415         UNTIL REL-FIN-DU-COMPTE.
003416 2400-EXIT.
003417     EXIT.
003418*-----------------------------------------------------------------
003419* 2410-DECLARE-ONE-PARTY -- LIT LE LIEN SUIVANT ; S'IL EST EN
003420* COURS A LA DATE D'AFFAIRES ET NE DESIGNE PAS LE TITULAIRE DEJA
003421* DECLARE, REPREND LE MOUVEMENT EN LIGNE "C" AVEC LE NUMERO, LE
003422* NOM ET LE ROLE DU CLIENT LIE.
003423*-----------------------------------------------------------------
003424 2410-DECLARE-ONE-PARTY.
003425     READ RELATION-MASTER NEXT RECORD
003426         AT END
003427             MOVE "Y" TO WS-REL-EOF-SW
003428     END-READ
003429     IF REL-FIN-DU-COMPTE
003430         GO TO 2410-EXIT
003431     END-IF
003432     IF RL-ACCOUNT-NUMBER NOT = LG-ACCOUNT-NUMBER
003433         MOVE "Y" TO WS-REL-EOF-SW
003434         GO TO 2410-EXIT
003435     END-IF
003436     IF RL-NUMERO-CLIENT = WS-TITULAIRE
003437             OR RL-DATE-DEBUT > WS-DATE-AFFAIRES
003438         GO TO 2410-EXIT
003439     END-IF
003440     IF RL-DATE-FIN NOT = SPACES
003441             AND RL-DATE-FIN < WS-DATE-AFFAIRES
003442         GO TO 2410-EXIT
003443     END-IF
003444     MOVE "C"              TO DL-GENRE
003445     MOVE RL-NUMERO-CLIENT TO DL-NUMERO-CLIENT
003446     MOVE RL-NUMERO-CLIENT TO WS-CLIENT-CHERCHE
003447     PERFORM 2300-FIND-CLIENT-NAME THRU 2300-EXIT
003448     MOVE RL-ROLE          TO DL-ROLE
003449     WRITE DECLARATION-RECORD
003450     ADD 1 TO WS-PARTIES-LIEES
003451     DISPLAY "  PARTIE LIEE : CLIENT " RL-NUMERO-CLIENT
003452             " ROLE " RL-ROLE.
003453 2410-EXIT.
003454     EXIT.
003455*-----------------------------------------------------------------
003456* 3000-TERMINATE -- ECRIT LE TOTAL DE CONTROLE, FERME LES
003457* FICHIERS ET DEPOSE LES COMPTEURS SUR RUNSTATS.
003458*-----------------------------------------------------------------
003460 3000-TERMINATE.
003470     MOVE SPACES TO DECLARATION-RECORD
003480     MOVE "T" TO DL-GENRE
003500     MOVE WS-DECLARATIONS  TO DL-NOMBRE
003510     WRITE DECLARATION-RECORD
003520     CLOSE ACCOUNT-MASTER
003525     CLOSE RELATION-MASTER
003530     CLOSE DECLARATION-OUT
003540     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
003550     DISPLAY "ECRITURES LUES : " WS-ECRITURES-LUES
003560     DISPLAY "DECLARATIONS   : " WS-DECLARATIONS
003565     DISPLAY "PARTIES LIEES  : " WS-PARTIES-LIEES
003570     DISPLAY "TOTAL DECLARE  : " WS-TOTAL-DECLARE.
003580 3000-EXIT.
003590     EXIT.
004200     WRITE RUN-STAT-RECORD.
004210 9510-EXIT.
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
004320     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
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
004790     MOVE WS-DECLARATIONS TO ETP-ECRITS
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
