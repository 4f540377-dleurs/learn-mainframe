000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    KYC-ID-DOCUMENT-MAINT.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. MAINTENANCE DU REGISTRE DES
000220*                  PIECES D'IDENTITE DES CLIENTS (IDDOCMST, CLE
000230*                  NUMERO CLIENT) PILOTEE PAR LES TRANSACTIONS
000240*                  IDDOCTRN : ENREGISTREMENT ("A") ET REMPLACEMENT
000250*                  ("C") DE LA PIECE D'UN CLIENT, AVEC L'OPERATEUR
000260*                  ET LA DATE D'AFFAIRES DE LA MISE A JOUR.  LES
000270*                  TRANSACTIONS REJETEES (PIECE DEJA ENREGISTREE,
000280*                  CLIENT SANS PIECE, FONCTION, TYPE OU DATE
000290*                  INVALIDE, ZONE OBLIGATOIRE ABSENTE) SONT
000300*                  HISTORISEES SUR IDDOCEXQ.
000310* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000320*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000330*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000340*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000350*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000360*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000370* 2026-10-15 MF    PISTE D'AUDIT DES OPERATEURS : CHAQUE PIECE
000380*                  ENREGISTREE ET CHAQUE ZONE CHANGEE PAR UN
000390*                  REMPLACEMENT (TYPE, NUMERO, PAYS, DATES) EST
000400*                  INSCRITE SUR AUDITLOG (DESSIN AUDITEVT) AVEC
000410*                  L'OPERATEUR ET LES VALEURS AVANT / APRES.
000420*-----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ID-DOCUMENT-MASTER ASSIGN TO IDDOCMST
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS DYNAMIC
000520            RECORD KEY IS ID-NUMERO-CLIENT.
000530
000540     SELECT ID-DOCUMENT-TRANS ASSIGN TO IDDOCTRN
000550            ORGANIZATION IS SEQUENTIAL.
000560
000570     SELECT ID-DOCUMENT-EXCEPTIONS ASSIGN TO IDDOCEXQ
000580            ORGANIZATION IS SEQUENTIAL.
000590
000600     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000610            ORGANIZATION IS SEQUENTIAL.
000620
000630     SELECT RUN-STATISTICS   ASSIGN TO RUNSTATS
000640            ORGANIZATION IS SEQUENTIAL.
000650
000660     SELECT AUDIT-TRAIL      ASSIGN TO AUDITLOG
000670            ORGANIZATION IS SEQUENTIAL.
000680
000690     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000700            ORGANIZATION IS SEQUENTIAL.
000710
000720     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000730            ORGANIZATION IS SEQUENTIAL.
000740*-------------
000750 DATA DIVISION.
000760*-------------
000770 FILE SECTION.
000780 FD  ID-DOCUMENT-MASTER.
000790 COPY IDDOCREC.
000800*
000810 FD  ID-DOCUMENT-TRANS
000820     LABEL RECORDS ARE STANDARD.
000830 COPY IDDOCTRN.
000840*
000850 FD  ID-DOCUMENT-EXCEPTIONS
000860     LABEL RECORDS ARE STANDARD.
000870 COPY IDDOCEXC.
000880*
000890 FD  RUN-CONTROL
000900     LABEL RECORDS ARE STANDARD.
000910 COPY RUNCTL.
000920*
000930 FD  RUN-STATISTICS
000940     LABEL RECORDS ARE STANDARD.
000950 COPY RUNSTAT.
000960*
000970 FD  AUDIT-TRAIL
000980     LABEL RECORDS ARE STANDARD.
000990 COPY AUDITEVT.
001000*
001010 FD  STEP-DIRECTIVES
001020     LABEL RECORDS ARE STANDARD.
001030 COPY STEPDIR.
001040*
001050 FD  CHAIN-REGISTER
001060     LABEL RECORDS ARE STANDARD.
001070 COPY CHAINREG.
001080*
001090 WORKING-STORAGE SECTION.
001100*
001110 01  WS-SWITCHES.
001120     05  WS-EOF-SW           PIC X(01)   VALUE "N".
001130         88  END-OF-FILE             VALUE "Y".
001140     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001150         88  PIECE-TROUVEE            VALUE "Y".
001160     05  WS-DATE-SW          PIC X(01)   VALUE "N".
001170         88  DATE-VALIDE              VALUE "Y".
001180     05  WS-RUNCTL-EOF-SW    PIC X(01)   VALUE "N".
001190         88  RUNCTL-END-OF-FILE      VALUE "Y".
001200*
001210 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001220 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001230 77  WS-RAISON-REJET         PIC X(30)   VALUE SPACES.
001240 77  WS-TRANSACTIONS-LUES    PIC 9(05)   COMP VALUE ZERO.
001250 77  WS-AJOUTS-POSTES        PIC 9(05)   COMP VALUE ZERO.
001260 77  WS-CHANGEMENTS-POSTES   PIC 9(05)   COMP VALUE ZERO.
001270 77  WS-TRANSACTIONS-REJETEES PIC 9(05)  COMP VALUE ZERO.
001280 77  WS-STAT-ETAPE           PIC X(08)   VALUE "KYCDOCM ".
001290 77  WS-STAT-COMPTEUR        PIC X(12)   VALUE SPACES.
001300 77  WS-STAT-VALEUR          PIC 9(09)   VALUE ZERO.
001310*
001320* CONTROLE DE VALIDITE D'UNE DATE AAAAMMJJ.
001330*
001340 01  WS-DATE-CONTROLE.
001350     05  WS-DC-ANNEE         PIC 9(04).
001360     05  WS-DC-MOIS          PIC 9(02).
001370     05  WS-DC-JOUR          PIC 9(02).
001380 77  WS-DC-QUOTIENT          PIC 9(04)   VALUE ZERO.
001390 77  WS-DC-RESTE             PIC 9(04)   VALUE ZERO.
001400 77  WS-DC-JOURS-MAX         PIC 9(02)   VALUE ZERO.
001410 01  WS-JOURS-DU-MOIS-TABLE.
001420     05  FILLER              PIC X(12)   VALUE "312931303130".
001430     05  FILLER              PIC X(12)   VALUE "313130313031".
001440 01  WS-JOURS-DU-MOIS REDEFINES WS-JOURS-DU-MOIS-TABLE.
001450     05  WS-JM-MOIS OCCURS 12 TIMES PIC 9(02).
001460*
001470 COPY STEPCTL.
001480 COPY AUDITCTL.
001490*-------------------
001500 PROCEDURE DIVISION.
001510*-------------------
001520 0000-MAINLINE.
001530     DISPLAY "KYC-ID-DOCUMENT-MAINT : MISE A JOUR DU REGISTRE "
001540             "DES PIECES D'IDENTITE"
001550     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001570     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001580         UNTIL END-OF-FILE
001590     PERFORM 3000-TERMINATE THRU 3000-EXIT
001600     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001610     STOP RUN.
001620*-----------------------------------------------------------------
001630* 1000-INITIALIZE -- OUVRE LES FICHIERS, LIT LA DATE D'AFFAIRES
001640* ET LA PREMIERE TRANSACTION.
001650*-----------------------------------------------------------------
001660 1000-INITIALIZE.
001670     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001680     OPEN I-O    ID-DOCUMENT-MASTER
001690     OPEN INPUT  ID-DOCUMENT-TRANS
001700     OPEN OUTPUT ID-DOCUMENT-EXCEPTIONS
001710     MOVE "KYCDOCM" TO AUD-PROGRAMME
001720     OPEN EXTEND AUDIT-TRAIL
001730     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
001740 1000-EXIT.
001750     EXIT.
001760*-----------------------------------------------------------------
001770* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES ET LE NUMERO DE
001780* RUN SUR LE FICHIER DE CONTROLE DE LA CHAINE.  FICHIER VIDE OU
001790* ABSENT : L'ETAPE S'ARRETE EN CODE 16, ON NE TRAITE PAS SOUS UNE
001800* DATE INCONNUE.
001810*-----------------------------------------------------------------
001820 1050-LOAD-RUN-CONTROL.
001830     OPEN INPUT RUN-CONTROL
001840     READ RUN-CONTROL
001850         AT END
001860             MOVE "Y" TO WS-RUNCTL-EOF-SW
001870         NOT AT END
001880             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
001890             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
001900     END-READ
001910     CLOSE RUN-CONTROL
001920     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
001930         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF
001970     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
001980             " RUN : " WS-NUMERO-RUN.
001990 1050-EXIT.
002000     EXIT.
002010*-----------------------------------------------------------------
002020* 2000-PROCESS-TRANSACTION -- CONTROLE LA TRANSACTION COURANTE
002030* PUIS L'APPLIQUE (ENREGISTREMENT OU REMPLACEMENT DE LA PIECE) ;
002040* TOUT CONTROLE EN ECHEC LA REJETTE EN EXCEPTION.  PUIS LIT LA
002050* TRANSACTION SUIVANTE.
002060*-----------------------------------------------------------------
002070 2000-PROCESS-TRANSACTION.
002080     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT
002090     IF WS-RAISON-REJET NOT = SPACES
002100         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
002110         GO TO 2000-SUITE
002120     END-IF
002130     EVALUATE TRUE
002140         WHEN IT-IS-AJOUT
002150             PERFORM 2500-APPLY-ADD THRU 2500-EXIT
002160         WHEN IT-IS-CHANGEMENT
002170             PERFORM 2600-APPLY-CHANGE THRU 2600-EXIT
002180     END-EVALUATE.
002190 2000-SUITE.
002200     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
002210 2000-EXIT.
002220     EXIT.
002230*-----------------------------------------------------------------
002240* 2100-VALIDATE-TRANSACTION -- CONTROLE LA FONCTION, LES ZONES
002250* OBLIGATOIRES, LE TYPE DE PIECE ET LES DATES ; LAISSE LA RAISON
002260* DU PREMIER CONTROLE EN ECHEC DANS WS-RAISON-REJET (A BLANC SI
002270* LA TRANSACTION EST RECEVABLE).
002280*-----------------------------------------------------------------
002290 2100-VALIDATE-TRANSACTION.
002300     MOVE SPACES TO WS-RAISON-REJET
002310     IF NOT IT-IS-AJOUT AND NOT IT-IS-CHANGEMENT
002320         MOVE "FONCTION INCONNUE" TO WS-RAISON-REJET
002330         GO TO 2100-EXIT
002340     END-IF
002350     IF IT-OPERATEUR = SPACES
002360         MOVE "OPERATEUR ABSENT" TO WS-RAISON-REJET
002370         GO TO 2100-EXIT
002380     END-IF
002390     IF IT-NUMERO-CLIENT = SPACES
002400         MOVE "NUMERO CLIENT ABSENT" TO WS-RAISON-REJET
002410         GO TO 2100-EXIT
002420     END-IF
002430     MOVE IT-TYPE TO ID-TYPE
002440     IF NOT ID-TYPE-VALIDE
002450         MOVE "TYPE DE PIECE INVALIDE" TO WS-RAISON-REJET
002460         GO TO 2100-EXIT
002470     END-IF
002480     IF IT-NUMERO-PIECE = SPACES
002490         MOVE "NUMERO DE PIECE ABSENT" TO WS-RAISON-REJET
002500         GO TO 2100-EXIT
002510     END-IF
002520     IF IT-PAYS-EMETTEUR = SPACES
002530         MOVE "PAYS EMETTEUR ABSENT" TO WS-RAISON-REJET
002540         GO TO 2100-EXIT
002550     END-IF
002560     MOVE IT-DATE-EXPIRATION TO WS-DATE-CONTROLE
002570     PERFORM 2900-CHECK-DATE THRU 2900-EXIT
002580     IF NOT DATE-VALIDE
002590         MOVE "DATE D'EXPIRATION INVALIDE" TO WS-RAISON-REJET
002600         GO TO 2100-EXIT
002610     END-IF
002620     IF IT-DATE-DELIVRANCE = SPACES
002630         GO TO 2100-EXIT
002640     END-IF
002650     MOVE IT-DATE-DELIVRANCE TO WS-DATE-CONTROLE
002660     PERFORM 2900-CHECK-DATE THRU 2900-EXIT
002670     IF NOT DATE-VALIDE
002680         MOVE "DATE DE DELIVRANCE INVALIDE" TO WS-RAISON-REJET
002690         GO TO 2100-EXIT
002700     END-IF
002710     IF IT-DATE-DELIVRANCE > WS-DATE-AFFAIRES
002720             OR IT-DATE-DELIVRANCE NOT < IT-DATE-EXPIRATION
002730         MOVE "DATES DE VALIDITE INCOHERENTES" TO WS-RAISON-REJET
002740     END-IF.
002750 2100-EXIT.
002760     EXIT.
002770*-----------------------------------------------------------------
002780* 2500-APPLY-ADD -- ENREGISTRE LA PIECE D'UN CLIENT QUI N'EN A PAS
002790* ENCORE ; UN CLIENT DEJA PRESENT AU REGISTRE EST REJETE.
002800*-----------------------------------------------------------------
002810 2500-APPLY-ADD.
002820     PERFORM 8100-READ-DOCUMENT THRU 8100-EXIT
002830     IF PIECE-TROUVEE
002840         MOVE "PIECE DEJA ENREGISTREE" TO WS-RAISON-REJET
002850         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
002860         GO TO 2500-EXIT
002870     END-IF
002880     MOVE SPACES TO ID-DOCUMENT-RECORD
002890     MOVE IT-NUMERO-CLIENT TO ID-NUMERO-CLIENT
002900     PERFORM 2700-MOVE-DOCUMENT THRU 2700-EXIT
002910     WRITE ID-DOCUMENT-RECORD
002920         INVALID KEY
002930             DISPLAY "ERREUR ECRITURE PIECE : " ID-NUMERO-CLIENT
002940     END-WRITE
002950     ADD 1 TO WS-AJOUTS-POSTES
002960     MOVE IT-OPERATEUR     TO AUD-OPERATEUR
002970     MOVE "PIEC"           TO AUD-TYPE-OBJET
002980     MOVE IT-NUMERO-CLIENT TO AUD-CLE-OBJET
002990     MOVE IT-NUMERO-CLIENT TO AUD-CLIENT
003000     MOVE "CREA"           TO AUD-ACTION
003010     MOVE "PIECE"          TO AUD-ZONE
003020     STRING ID-TYPE " " ID-NUMERO-PIECE " " ID-PAYS-EMETTEUR
003030            " " ID-DATE-EXPIRATION DELIMITED BY SIZE
003040            INTO AUD-APRES
003050     PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT
003060     DISPLAY "PIECE ENREGISTREE : " ID-NUMERO-CLIENT
003070             " " ID-TYPE " EXPIRE LE " ID-DATE-EXPIRATION.
003080 2500-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------------
003110* 2600-APPLY-CHANGE -- REMPLACE LA PIECE ENREGISTREE DU CLIENT ;
003120* UN CLIENT ABSENT DU REGISTRE EST REJETE.  UNE NOUVELLE DATE
003130* D'EXPIRATION REMET A BLANC LA DATE D'ALERTE, POUR QUE
003140* L'EXPIRATION PROCHE DE LA NOUVELLE PIECE SOIT SIGNALEE A SON
003150* TOUR.
003160*-----------------------------------------------------------------
003170 2600-APPLY-CHANGE.
003180     PERFORM 8100-READ-DOCUMENT THRU 8100-EXIT
003190     IF NOT PIECE-TROUVEE
003200         MOVE "AUCUNE PIECE ENREGISTREE" TO WS-RAISON-REJET
003210         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
003220         GO TO 2600-EXIT
003230     END-IF
003240     PERFORM 2650-AUDIT-CHANGES THRU 2650-EXIT
003250     IF IT-DATE-EXPIRATION NOT = ID-DATE-EXPIRATION
003260         MOVE SPACES TO ID-DATE-ALERTE
003270     END-IF
003280     PERFORM 2700-MOVE-DOCUMENT THRU 2700-EXIT
003290     REWRITE ID-DOCUMENT-RECORD
003300         INVALID KEY
003310             DISPLAY "ERREUR REECRITURE PIECE : " ID-NUMERO-CLIENT
003320     END-REWRITE
003330     ADD 1 TO WS-CHANGEMENTS-POSTES
003340     DISPLAY "PIECE REMPLACEE : " ID-NUMERO-CLIENT
003350             " " ID-TYPE " EXPIRE LE " ID-DATE-EXPIRATION.
003360 2600-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------------
003390* 2650-AUDIT-CHANGES -- INSCRIT SUR LA PISTE D'AUDIT CHAQUE ZONE
003400* DE LA PIECE ENREGISTREE QUE LE REMPLACEMENT VA CHANGER, AVEC
003410* L'ANCIENNE ET LA NOUVELLE VALEUR.
003420*-----------------------------------------------------------------
003430 2650-AUDIT-CHANGES.
003440     MOVE IT-OPERATEUR     TO AUD-OPERATEUR
003450     MOVE "PIEC"           TO AUD-TYPE-OBJET
003460     MOVE IT-NUMERO-CLIENT TO AUD-CLE-OBJET
003470     MOVE IT-NUMERO-CLIENT TO AUD-CLIENT
003480     MOVE "MODI"           TO AUD-ACTION
003490     IF IT-TYPE NOT = ID-TYPE
003500         MOVE "TYPE"       TO AUD-ZONE
003510         MOVE ID-TYPE      TO AUD-AVANT
003520         MOVE IT-TYPE      TO AUD-APRES
003530         PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT
003540     END-IF
003550     IF IT-NUMERO-PIECE NOT = ID-NUMERO-PIECE
003560         MOVE "NUMERO-PIECE"  TO AUD-ZONE
003570         MOVE ID-NUMERO-PIECE TO AUD-AVANT
003580         MOVE IT-NUMERO-PIECE TO AUD-APRES
003590         PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT
003600     END-IF
003610     IF IT-PAYS-EMETTEUR NOT = ID-PAYS-EMETTEUR
003620         MOVE "PAYS"           TO AUD-ZONE
003630         MOVE ID-PAYS-EMETTEUR TO AUD-AVANT
003640         MOVE IT-PAYS-EMETTEUR TO AUD-APRES
003650         PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT
003660     END-IF
003670     IF IT-DATE-DELIVRANCE NOT = ID-DATE-DELIVRANCE
003680         MOVE "DELIVRANCE"       TO AUD-ZONE
003690         MOVE ID-DATE-DELIVRANCE TO AUD-AVANT
003700         MOVE IT-DATE-DELIVRANCE TO AUD-APRES
003710         PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT
003720     END-IF
003730     IF IT-DATE-EXPIRATION NOT = ID-DATE-EXPIRATION
003740         MOVE "EXPIRATION"       TO AUD-ZONE
003750         MOVE ID-DATE-EXPIRATION TO AUD-AVANT
003760         MOVE IT-DATE-EXPIRATION TO AUD-APRES
003770         PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT
003780     END-IF.
003790 2650-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------------
003820* 2700-MOVE-DOCUMENT -- REPORTE LES ZONES DE LA TRANSACTION SUR
003830* L'ENREGISTREMENT DU REGISTRE, AVEC L'OPERATEUR ET LA DATE
003840* D'AFFAIRES DE LA MISE A JOUR.
003850*-----------------------------------------------------------------
003860 2700-MOVE-DOCUMENT.
003870     MOVE IT-TYPE            TO ID-TYPE
003880     MOVE IT-NUMERO-PIECE    TO ID-NUMERO-PIECE
003890     MOVE IT-PAYS-EMETTEUR   TO ID-PAYS-EMETTEUR
003900     MOVE IT-DATE-DELIVRANCE TO ID-DATE-DELIVRANCE
003910     MOVE IT-DATE-EXPIRATION TO ID-DATE-EXPIRATION
003920     MOVE IT-OPERATEUR       TO ID-OPERATEUR
003930     MOVE WS-DATE-AFFAIRES   TO ID-DATE-MAJ.
003940 2700-EXIT.
003950     EXIT.
003960*-----------------------------------------------------------------
003970* 2900-CHECK-DATE -- INDIQUE SI WS-DATE-CONTROLE EST UNE DATE
003980* AAAAMMJJ VALIDE (MOIS 01 A 12, JOUR DANS LE MOIS, 29 FEVRIER
003990* SEULEMENT LES ANNEES BISSEXTILES).
004000*-----------------------------------------------------------------
004010 2900-CHECK-DATE.
004020     MOVE "N" TO WS-DATE-SW
004030     IF WS-DATE-CONTROLE NOT NUMERIC
004040         GO TO 2900-EXIT
004050     END-IF
004060     IF WS-DC-MOIS < 1 OR WS-DC-MOIS > 12 OR WS-DC-JOUR < 1
004070         GO TO 2900-EXIT
004080     END-IF
004090     MOVE WS-JM-MOIS (WS-DC-MOIS) TO WS-DC-JOURS-MAX
004100     IF WS-DC-MOIS = 2
004110         DIVIDE WS-DC-ANNEE BY 4 GIVING WS-DC-QUOTIENT
004120             REMAINDER WS-DC-RESTE
004130         IF WS-DC-RESTE NOT = ZERO
004140             MOVE 28 TO WS-DC-JOURS-MAX
004150         END-IF
004160         DIVIDE WS-DC-ANNEE BY 100 GIVING WS-DC-QUOTIENT
004170             REMAINDER WS-DC-RESTE
004180         IF WS-DC-RESTE = ZERO
004190             MOVE 28 TO WS-DC-JOURS-MAX
004200         END-IF
004210         DIVIDE WS-DC-ANNEE BY 400 GIVING WS-DC-QUOTIENT
004220             REMAINDER WS-DC-RESTE
004230         IF WS-DC-RESTE = ZERO
004240             MOVE 29 TO WS-DC-JOURS-MAX
004250         END-IF
004260     END-IF
004270     IF WS-DC-JOUR NOT > WS-DC-JOURS-MAX
004280         MOVE "Y" TO WS-DATE-SW
004290     END-IF.
004300 2900-EXIT.
004310     EXIT.
004320*-----------------------------------------------------------------
004330* 3000-TERMINATE -- FERME LES FICHIERS, DEPOSE LES COMPTEURS SUR
004340* RUNSTATS ET AFFICHE LE BILAN DE LA MAINTENANCE.
004350*-----------------------------------------------------------------
004360 3000-TERMINATE.
004370     CLOSE ID-DOCUMENT-MASTER
004380     CLOSE ID-DOCUMENT-TRANS
004390     CLOSE ID-DOCUMENT-EXCEPTIONS
004400     CLOSE AUDIT-TRAIL
004410     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
004420     DISPLAY "TRANSACTIONS LUES     : " WS-TRANSACTIONS-LUES
004430     DISPLAY "PIECES ENREGISTREES   : " WS-AJOUTS-POSTES
004440     DISPLAY "PIECES REMPLACEES     : " WS-CHANGEMENTS-POSTES
004450     DISPLAY "EVENEMENTS D'AUDIT    : " AUD-EVENEMENTS
004460     DISPLAY "TRANSACTIONS REJETEES : "
004470             WS-TRANSACTIONS-REJETEES.
004480 3000-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------------
004510* 8000-READ-TRANSACTION -- LIT LA PROCHAINE TRANSACTION DE
004520* MAINTENANCE.
004530*-----------------------------------------------------------------
004540 8000-READ-TRANSACTION.
004550     READ ID-DOCUMENT-TRANS
004560         AT END
004570             MOVE "Y" TO WS-EOF-SW
004580         NOT AT END
004590             ADD 1 TO WS-TRANSACTIONS-LUES
004600     END-READ.
004610 8000-EXIT.
004620     EXIT.
004630*-----------------------------------------------------------------
004640* 8100-READ-DOCUMENT -- RECHERCHE LA PIECE DU CLIENT DE LA
004650* TRANSACTION COURANTE AU REGISTRE ET POSITIONNE WS-KEY-SW.
004660*-----------------------------------------------------------------
004670 8100-READ-DOCUMENT.
004680     MOVE "N" TO WS-KEY-SW
004690     MOVE IT-NUMERO-CLIENT TO ID-NUMERO-CLIENT
004700     READ ID-DOCUMENT-MASTER
004710         INVALID KEY
004720             CONTINUE
004730         NOT INVALID KEY
004740             MOVE "Y" TO WS-KEY-SW
004750     END-READ.
004760 8100-EXIT.
004770     EXIT.
004780*-----------------------------------------------------------------
004790* 8200-WRITE-EXCEPTION -- HISTORISE LA TRANSACTION REJETEE SUR LA
004800* FILE D'ATTENTE D'EXCEPTIONS AVEC LA RAISON DU REJET.
004810*-----------------------------------------------------------------
004820 8200-WRITE-EXCEPTION.
004830     ADD 1 TO WS-TRANSACTIONS-REJETEES
004840     MOVE SPACES            TO ID-DOCUMENT-EXCEPTION
004850     MOVE IT-NUMERO-CLIENT  TO IX-NUMERO-CLIENT
004860     MOVE IT-FONCTION       TO IX-FONCTION
004870     MOVE WS-RAISON-REJET   TO IX-RAISON
004880     MOVE IT-OPERATEUR      TO IX-OPERATEUR
004890     WRITE ID-DOCUMENT-EXCEPTION
004900     DISPLAY "MAINTENANCE REJETEE : " IT-NUMERO-CLIENT
004910             " (" WS-RAISON-REJET ")".
004920 8200-EXIT.
004930     EXIT.
004940*-----------------------------------------------------------------
004950* 9500-WRITE-RUN-STATS -- ECRIT LES COMPTEURS DU RUN SUR LE
004960* FICHIER COMMUN DES STATISTIQUES DE LA CHAINE.
004970*-----------------------------------------------------------------
004980 9500-WRITE-RUN-STATS.
004990     OPEN EXTEND RUN-STATISTICS
005000     MOVE "LUES" TO WS-STAT-COMPTEUR
005010     MOVE WS-TRANSACTIONS-LUES TO WS-STAT-VALEUR
005020     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
005030     MOVE "AJOUTS" TO WS-STAT-COMPTEUR
005040     MOVE WS-AJOUTS-POSTES TO WS-STAT-VALEUR
005050     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
005060     MOVE "CHANGEMENTS" TO WS-STAT-COMPTEUR
005070     MOVE WS-CHANGEMENTS-POSTES TO WS-STAT-VALEUR
005080     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
005090     MOVE "REJETEES" TO WS-STAT-COMPTEUR
005100     MOVE WS-TRANSACTIONS-REJETEES TO WS-STAT-VALEUR
005110     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
005120     CLOSE RUN-STATISTICS.
005130 9500-EXIT.
005140     EXIT.
005150*-----------------------------------------------------------------
005160* 9510-WRITE-ONE-STAT -- ECRIT UN COMPTEUR (NOM ET VALEUR
005170* PREPARES PAR L'APPELANT) ESTAMPILLE DE LA DATE D'AFFAIRES ET
005180* DU RUN.
005190*-----------------------------------------------------------------
005200 9510-WRITE-ONE-STAT.
005210     MOVE WS-DATE-AFFAIRES TO RS-DATE-AFFAIRES
005220     MOVE WS-NUMERO-RUN    TO RS-NUMERO-RUN
005230     MOVE WS-STAT-ETAPE    TO RS-ETAPE
005240     MOVE WS-STAT-COMPTEUR TO RS-COMPTEUR
005250     MOVE WS-STAT-VALEUR   TO RS-VALEUR
005260     WRITE RUN-STAT-RECORD.
005270 9510-EXIT.
005280     EXIT.
005290*-----------------------------------------------------------------
005300* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
005310* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
005320* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
005330* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
005340* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
005350* N'EST PAS INSCRITE AU REGISTRE.
005360*-----------------------------------------------------------------
005370 9600-CHECK-STEP-DIRECTIVE.
005380     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
005390     OPEN INPUT STEP-DIRECTIVES
005400     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
005410         UNTIL ETP-DIR-END-OF-FILE
005420             OR ETP-CONSIGNE-TROUVEE
005430     CLOSE STEP-DIRECTIVES
005440     IF NOT ETP-A-SAUTER
005450         GO TO 9600-EXIT
005460     END-IF
005470     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
005480             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
005490             ") - NON REJOUEE"
005500     MOVE ZERO TO RETURN-CODE
005510     STOP RUN.
005520 9600-EXIT.
005530     EXIT.
005540*-----------------------------------------------------------------
005550* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
005560* CELLE DU PROGRAMME.
005570*-----------------------------------------------------------------
005580 9610-READ-DIRECTIVE.
005590     READ STEP-DIRECTIVES
005600         AT END
005610             MOVE "Y" TO ETP-DIR-EOF-SW
005620         NOT AT END
005630             IF DI-PROGRAMME = ETP-PROGRAMME
005640                 MOVE "Y"              TO ETP-TROUVEE-SW
005650                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
005660                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
005670                 MOVE DI-ETAPE         TO ETP-ETAPE
005680                 MOVE DI-ACTION        TO ETP-ACTION
005690                 MOVE DI-MOTIF         TO ETP-MOTIF
005700             END-IF
005710     END-READ.
005720 9610-EXIT.
005730     EXIT.
005740*-----------------------------------------------------------------
005750* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
005760* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
005770* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
005780* CHAINE, RIEN N'EST INSCRIT.
005790*-----------------------------------------------------------------
005800 9700-REGISTER-STEP.
005810     IF NOT ETP-CONSIGNE-TROUVEE
005820         GO TO 9700-EXIT
005830     END-IF
005840     MOVE WS-TRANSACTIONS-LUES TO ETP-LUS
005850     COMPUTE ETP-ECRITS = WS-AJOUTS-POSTES
005860                        + WS-CHANGEMENTS-POSTES
005870     MOVE WS-TRANSACTIONS-REJETEES TO ETP-REJETS
005880     MOVE RETURN-CODE TO ETP-CODE-RETOUR
005890     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
005900     ACCEPT ETP-HEURE-SYSTEME FROM TIME
005910     OPEN EXTEND CHAIN-REGISTER
005920     MOVE SPACES            TO CHAIN-REGISTER-RECORD
005930     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
005940     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
005950     MOVE ETP-ETAPE         TO RG-ETAPE
005960     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
005970     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
005980     MOVE ETP-LUS           TO RG-LUS
005990     MOVE ETP-ECRITS        TO RG-ECRITS
006000     MOVE ETP-REJETS        TO RG-REJETS
006010     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
006020     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
006030     WRITE CHAIN-REGISTER-RECORD
006040     CLOSE CHAIN-REGISTER
006050     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
006060             ETP-CODE-RETOUR.
006070 9700-EXIT.
006080     EXIT.
006090*-----------------------------------------------------------------
006100* 9800-WRITE-AUDIT-EVENT -- AJOUTE A LA PISTE D'AUDIT DES
006110* OPERATEURS (AUDITLOG) L'EVENEMENT PREPARE DANS LES ZONES AUD- ;
006120* LA DATE D'AFFAIRES, LE RUN ET L'HORODATAGE SYSTEME SONT POSES
006130* ICI.
006140*-----------------------------------------------------------------
006150 9800-WRITE-AUDIT-EVENT.
006160     ACCEPT AUD-DATE-SYSTEME FROM DATE YYYYMMDD
006170     ACCEPT AUD-HEURE-SYSTEME FROM TIME
006180     MOVE SPACES               TO AUDIT-EVENT-RECORD
006190     MOVE AUD-OPERATEUR        TO EV-OPERATEUR
006200     MOVE WS-DATE-AFFAIRES     TO EV-DATE-AFFAIRES
006210     MOVE AUD-DATE-SYSTEME     TO EV-DATE-SYSTEME
006220     MOVE AUD-HEURE-SYSTEME    TO EV-HEURE-SYSTEME
006230     MOVE WS-NUMERO-RUN        TO EV-NUMERO-RUN
006240     MOVE AUD-PROGRAMME        TO EV-PROGRAMME
006250     MOVE AUD-TYPE-OBJET       TO EV-TYPE-OBJET
006260     MOVE AUD-CLE-OBJET        TO EV-CLE-OBJET
006270     MOVE AUD-ACTION           TO EV-ACTION
006280     MOVE AUD-ZONE             TO EV-ZONE
006290     MOVE AUD-AVANT            TO EV-AVANT
006300     MOVE AUD-APRES            TO EV-APRES
006310     MOVE AUD-OPERATEUR-SAISIE TO EV-OPERATEUR-SAISIE
006320     MOVE AUD-CLIENT           TO EV-CLIENT
006330     WRITE AUDIT-EVENT-RECORD
006340     ADD 1 TO AUD-EVENEMENTS
006350     MOVE SPACES TO AUD-ZONE AUD-AVANT AUD-APRES
006360                    AUD-OPERATEUR-SAISIE.
006370 9800-EXIT.
006380     EXIT.
