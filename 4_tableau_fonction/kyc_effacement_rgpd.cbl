000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    GDPR-ERASURE.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. DROIT A L'EFFACEMENT (RGPD)
000220*                  : LES DEMANDES ERASREQ DU DELEGUE A LA
000230*                  PROTECTION DES DONNEES SONT CONTROLEES (COMPTE
000240*                  OU COMPTE LIE NON CLOS, CAS DE CONFORMITE EN
000250*                  COURS, CONSERVATION LEGALE LGLHOLD ACTIVE,
000260*                  CLIENT INCONNU) PUIS LES DONNEES PERSONNELLES
000270*                  DES CLIENTS ACCEPTES SONT PSEUDONYMISEES SUR
000280*                  USERINFO, USRJRNL, CLIMSTR, CLIMSTRN, KYCTRDG,
000290*                  CASEMSTR ET DECLOUT ; LEUR PIECE D'IDENTITE EST
000300*                  SUPPRIMEE D'IDDOCMST.  NUMEROS DE COMPTE ET DE
000310*                  CLIENT ET MONTANTS SONT CONSERVES POUR
000320*                  L'INTEGRITE DES COMPTES.  LE CERTIFICAT
000330*                  ERASCERT PORTE LE NOMBRE D'ENREGISTREMENTS
000340*                  TRAITES PAR FICHIER ET LES DEMANDES REFUSEES
000350*                  AVEC LEUR RAISON.
000360*-----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ERASURE-REQUESTS ASSIGN TO ERASREQ
000440            ORGANIZATION IS SEQUENTIAL.

000450     SELECT LEGAL-HOLDS      ASSIGN TO LGLHOLD
000460            ORGANIZATION IS SEQUENTIAL.

000470     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS DYNAMIC
000500            RECORD KEY IS ACCOUNT-NUMBER.

000510     SELECT RELATION-MASTER  ASSIGN TO RELMSTR
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS DYNAMIC
000540            RECORD KEY IS RL-CLE.

000550     SELECT KYC-CASE-MASTER  ASSIGN TO CASEMSTR
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE IS DYNAMIC
000580            RECORD KEY IS KC-CLE.

000590     SELECT USER-INFO        ASSIGN TO USERINFO
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE IS DYNAMIC
000620            RECORD KEY IS IDENTIFIANT.

000630     SELECT ID-DOCUMENT-MASTER ASSIGN TO IDDOCMST
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE IS DYNAMIC
000660            RECORD KEY IS ID-NUMERO-CLIENT.

000670     SELECT USER-JOURNAL     ASSIGN TO USRJRNL
000680            ORGANIZATION IS SEQUENTIAL.

000690     SELECT USER-JOURNAL-NEW ASSIGN TO USRJRNN
000700            ORGANIZATION IS SEQUENTIAL.

000710     SELECT CLIENT-MASTER    ASSIGN TO CLIMSTR
000720            ORGANIZATION IS SEQUENTIAL.

000730     SELECT CLIENT-MASTER-NEW ASSIGN TO CLIMNEW
000740            ORGANIZATION IS SEQUENTIAL.

000750     SELECT ENRICHED-MASTER  ASSIGN TO CLIMSTRN
000760            ORGANIZATION IS SEQUENTIAL.

000770     SELECT ENRICHED-MASTER-NEW ASSIGN TO CLIMNNEW
000780            ORGANIZATION IS SEQUENTIAL.

000790     SELECT KYC-TREND-IN     ASSIGN TO KYCTRDI
000800            ORGANIZATION IS SEQUENTIAL.

000810     SELECT KYC-TREND-OUT    ASSIGN TO KYCTRDO
000820            ORGANIZATION IS SEQUENTIAL.

000830     SELECT DECLARATIONS     ASSIGN TO DECLOUT
000840            ORGANIZATION IS SEQUENTIAL.

000850     SELECT DECLARATIONS-NEW ASSIGN TO DECLNEW
000860            ORGANIZATION IS SEQUENTIAL.

000870     SELECT ERASURE-CERTIFICATE ASSIGN TO ERASCERT
000880            ORGANIZATION IS SEQUENTIAL.

000890     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000900            ORGANIZATION IS SEQUENTIAL.
000910*-------------
000920 DATA DIVISION.
000930*-------------
000940 FILE SECTION.
000950 FD  ERASURE-REQUESTS
000960     LABEL RECORDS ARE STANDARD.
000970 COPY ERASREQ.
000980*
000990 FD  LEGAL-HOLDS
001000     LABEL RECORDS ARE STANDARD.
001010 COPY LGLHOLD.
001020*
001030 FD  ACCOUNT-MASTER.
001040 COPY ACCTREC.
001050*
001060 FD  RELATION-MASTER.
001070 COPY RELREC.
001080*
001090 FD  KYC-CASE-MASTER.
001100 COPY CASEREC.
001110*
001120 FD  USER-INFO.
001130 COPY USERREC.
001140*
001150 FD  ID-DOCUMENT-MASTER.
001160 COPY IDDOCREC.
001170*
001180 FD  USER-JOURNAL
001190     LABEL RECORDS ARE STANDARD.
001200 01  USER-JOURNAL-IN-RECORD  PIC X(230).
001210*
001220 FD  USER-JOURNAL-NEW
001230     LABEL RECORDS ARE STANDARD.
001240 01  USER-JOURNAL-NEW-RECORD PIC X(230).
001250*
001260 FD  CLIENT-MASTER
001270     LABEL RECORDS ARE STANDARD.
001280 01  CLIENT-IN-RECORD        PIC X(45).
001290*
001300 FD  CLIENT-MASTER-NEW
001310     LABEL RECORDS ARE STANDARD.
001320 01  CLIENT-NEW-RECORD       PIC X(45).
001330*
001340 FD  ENRICHED-MASTER
001350     LABEL RECORDS ARE STANDARD.
001360 01  ENRICHED-IN-RECORD      PIC X(45).
001370*
001380 FD  ENRICHED-MASTER-NEW
001390     LABEL RECORDS ARE STANDARD.
001400 01  ENRICHED-NEW-RECORD     PIC X(45).
001410*
001420 FD  KYC-TREND-IN
001430     LABEL RECORDS ARE STANDARD.
001440 01  KYC-TREND-IN-RECORD     PIC X(58).
001450*
001460 FD  KYC-TREND-OUT
001470     LABEL RECORDS ARE STANDARD.
001480 01  KYC-TREND-OUT-RECORD    PIC X(58).
001490*
001500 FD  DECLARATIONS
001510     LABEL RECORDS ARE STANDARD.
001520 01  DECLARATION-IN-RECORD   PIC X(87).
001530*
001540 FD  DECLARATIONS-NEW
001550     LABEL RECORDS ARE STANDARD.
001560 01  DECLARATION-NEW-RECORD  PIC X(87).
001570*
001580 FD  ERASURE-CERTIFICATE
001590     LABEL RECORDS ARE STANDARD.
001600 COPY ERASCERT.
001610*
001620 FD  RUN-CONTROL
001630     LABEL RECORDS ARE STANDARD.
001640 COPY RUNCTL.
001650*
001660 WORKING-STORAGE SECTION.
001670*
001680 01  WS-SWITCHES.
001690     05  WS-EOF-SW           PIC X(01)   VALUE "N".
001700         88  END-OF-FILE             VALUE "Y".
001710     05  WS-RUNCTL-EOF-SW    PIC X(01)   VALUE "N".
001720         88  RUNCTL-END-OF-FILE      VALUE "Y".
001730     05  WS-SEQ-EOF-SW       PIC X(01)   VALUE "N".
001740         88  SEQ-END-OF-FILE         VALUE "Y".
001750     05  WS-CAS-SCAN-EOF-SW  PIC X(01)   VALUE "N".
001760         88  CAS-SCAN-FINI           VALUE "Y".
001770     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001780         88  CLE-TROUVEE             VALUE "Y".
001790     05  WS-MODIFIE-SW       PIC X(01)   VALUE "N".
001800         88  ENREGISTREMENT-MODIFIE  VALUE "Y".
001810*
001820 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001830 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001840 77  WS-DATE-PART            PIC X(08)   VALUE SPACES.
001850 77  WS-TIME-PART            PIC X(08)   VALUE SPACES.
001860 77  WS-CLIENT-RECHERCHE     PIC X(10)   VALUE SPACES.
001870 77  WS-CLE-CLIENT           PIC X(20)   VALUE SPACES.
001880 77  WS-RAISON-REFUS         PIC X(30)   VALUE SPACES.
001890 77  WS-PSEUDONYME           PIC X(20)   VALUE SPACES.
001900 77  WS-DEMANDES-LUES        PIC 9(05)   COMP VALUE ZERO.
001910 77  WS-DEMANDES-ACCEPTEES   PIC 9(05)   COMP VALUE ZERO.
001920 77  WS-DEMANDES-REFUSEES    PIC 9(05)   COMP VALUE ZERO.
001930 77  WS-ET-COUNT             PIC 9(03)   COMP VALUE ZERO.
001940 77  WS-ET-SCAN              PIC 9(03)   COMP VALUE ZERO.
001950 77  WS-ET-IDX               PIC 9(03)   COMP VALUE ZERO.
001960 77  WS-FIC-IDX              PIC 9(02)   COMP VALUE ZERO.
001970*
001980* FICHIERS PORTANT DES DONNEES PERSONNELLES, DANS L'ORDRE DES
001990* LIGNES DU CERTIFICAT ; LE RANG SERT D'INDICE A ET-NOMBRE.
002000*
002010 01  WS-FICHIERS-TABLE.
002020     05  FILLER              PIC X(16)   VALUE "USERINFOUSRJRNL ".
002030     05  FILLER              PIC X(16)   VALUE "CLIMSTR CLIMSTRN".
002040     05  FILLER              PIC X(16)   VALUE "KYCTRDG CASEMSTR".
002050     05  FILLER              PIC X(16)   VALUE "DECLOUT IDDOCMST".
002060 01  WS-FICHIERS REDEFINES WS-FICHIERS-TABLE.
002070     05  WS-FICHIER OCCURS 8 TIMES PIC X(08).
002080*
002090* DEMANDES D'EFFACEMENT DU LOT.  ET-STATUT "A" : DEMANDE ACCEPTEE
002100* (JUSQU'A PREUVE DU CONTRAIRE), "R" : REFUSEE AVEC ET-RAISON.
002110* ET-NOMBRE : ENREGISTREMENTS TRAITES PAR FICHIER.
002120*
002130 01  ERASURE-TABLE.
002140     05  ET-ENTRY OCCURS 500 TIMES.
002150         10  ET-REFERENCE        PIC X(10).
002160         10  ET-NUMERO-CLIENT    PIC X(10).
002170         10  ET-OPERATEUR        PIC X(08).
002180         10  ET-STATUT           PIC X(01).
002190             88  ET-ACCEPTEE             VALUE "A".
002200             88  ET-REFUSEE              VALUE "R".
002210         10  ET-RAISON           PIC X(30).
002220         10  ET-CONNU-SW         PIC X(01).
002230             88  ET-CLIENT-CONNU         VALUE "Y".
002240         10  ET-NOMBRE OCCURS 8 TIMES PIC 9(07).
002250*
002260 COPY USRJRNL.
002270*
002280 COPY CLIENTREC.
002290*
002300 COPY KYCTREND.
002310*
002320 COPY DECLREC.
002330*
002340 COPY DTSTAMP.
002350*-------------------
002360 PROCEDURE DIVISION.
002370*-------------------
002380 0000-MAINLINE.
002390     DISPLAY "GDPR-ERASURE : EFFACEMENT DES DONNEES PERSONNELLES "
002400             "(RGPD)"
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002420     PERFORM 2000-CHECK-REQUESTS THRU 2000-EXIT
002430     PERFORM 3000-ERASE-USER-INFO THRU 3000-EXIT
002440     PERFORM 3100-ERASE-JOURNAL THRU 3100-EXIT
002450     PERFORM 3200-ERASE-CLIENT-MASTER THRU 3200-EXIT
002460     PERFORM 3300-ERASE-ENRICHED-MASTER THRU 3300-EXIT
002470     PERFORM 3400-ERASE-TREND THRU 3400-EXIT
002480     PERFORM 3500-ERASE-CASES THRU 3500-EXIT
002490     PERFORM 3600-ERASE-DECLARATIONS THRU 3600-EXIT
002500     PERFORM 3700-ERASE-ID-DOCUMENTS THRU 3700-EXIT
002510     PERFORM 4000-WRITE-CERTIFICATE THRU 4000-EXIT
002520     PERFORM 9000-TERMINATE THRU 9000-EXIT
002530     STOP RUN.
002540*-----------------------------------------------------------------
002550* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES, OUVRE LES FICHIERS
002560* INDEXES ET LE CERTIFICAT, CHARGE LES DEMANDES D'EFFACEMENT.
002570*-----------------------------------------------------------------
002580 1000-INITIALIZE.
002590     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
002600     OPEN INPUT  ACCOUNT-MASTER
002610     OPEN INPUT  RELATION-MASTER
002620     OPEN I-O    KYC-CASE-MASTER
002630     OPEN I-O    USER-INFO
002640     OPEN I-O    ID-DOCUMENT-MASTER
002650     OPEN OUTPUT ERASURE-CERTIFICATE
002660     PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT.
002670 1000-EXIT.
002680     EXIT.
002690*-----------------------------------------------------------------
002700* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES ET LE NUMERO DE
002710* RUN SUR LE FICHIER DE CONTROLE DE LA CHAINE.  FICHIER VIDE OU
002720* ABSENT : L'ETAPE S'ARRETE EN CODE 16, ON N'EFFACE PAS SOUS UNE
002730* DATE INCONNUE.
002740*-----------------------------------------------------------------
002750 1050-LOAD-RUN-CONTROL.
002760     OPEN INPUT RUN-CONTROL
002770     READ RUN-CONTROL
002780         AT END
002790             MOVE "Y" TO WS-RUNCTL-EOF-SW
002800         NOT AT END
002810             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
002820             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
002830     END-READ
002840     CLOSE RUN-CONTROL
002850     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
002860         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF
002900     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
002910             " RUN : " WS-NUMERO-RUN.
002920 1050-EXIT.
002930     EXIT.
002940*-----------------------------------------------------------------
002950* 1100-LOAD-REQUESTS -- CHARGE LES DEMANDES D'EFFACEMENT DANS LA
002960* TABLE ; TABLE PLEINE : ARRET EN CODE 16 AVANT TOUTE MISE A JOUR.
002970*-----------------------------------------------------------------
002980 1100-LOAD-REQUESTS.
002990     OPEN INPUT ERASURE-REQUESTS
003000     PERFORM 8000-READ-REQUEST THRU 8000-EXIT
003010     PERFORM 1110-STORE-ONE-REQUEST THRU 1110-EXIT
003020         UNTIL END-OF-FILE
003030     CLOSE ERASURE-REQUESTS
003040     DISPLAY "DEMANDES D'EFFACEMENT CHARGEES : " WS-ET-COUNT.
003050 1100-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------------
003080* 1110-STORE-ONE-REQUEST -- RANGE LA DEMANDE COURANTE DANS LA
003090* TABLE, ACCEPTEE SI ELLE PASSE LES CONTROLES DE FORME, PUIS LIT
003100* LA SUIVANTE.
003110*-----------------------------------------------------------------
003120 1110-STORE-ONE-REQUEST.
003130     IF WS-ET-COUNT NOT < 500
003140         DISPLAY "TABLE DES DEMANDES D'EFFACEMENT PLEINE (500) : "
003150                 ER-REFERENCE
003160         MOVE 16 TO RETURN-CODE
003170         STOP RUN
003180     END-IF
003190     PERFORM 1150-VALIDATE-REQUEST THRU 1150-EXIT
003200     ADD 1 TO WS-ET-COUNT
003210     MOVE WS-ET-COUNT      TO WS-ET-IDX
003220     MOVE ER-REFERENCE     TO ET-REFERENCE (WS-ET-IDX)
003230     MOVE ER-NUMERO-CLIENT TO ET-NUMERO-CLIENT (WS-ET-IDX)
003240     MOVE ER-OPERATEUR     TO ET-OPERATEUR (WS-ET-IDX)
003250     MOVE "A"              TO ET-STATUT (WS-ET-IDX)
003260     MOVE SPACES           TO ET-RAISON (WS-ET-IDX)
003270     MOVE "N"              TO ET-CONNU-SW (WS-ET-IDX)
003280     PERFORM 1160-CLEAR-ONE-COUNTER THRU 1160-EXIT
003290         VARYING WS-FIC-IDX FROM 1 BY 1
003300             UNTIL WS-FIC-IDX > 8
003310     IF WS-RAISON-REFUS NOT = SPACES
003320         PERFORM 8300-REFUSE-REQUEST THRU 8300-EXIT
003330     END-IF
003340     PERFORM 8000-READ-REQUEST THRU 8000-EXIT.
003350 1110-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------------
003380* 1150-VALIDATE-REQUEST -- CONTROLES DE FORME DE LA DEMANDE :
003390* REFERENCE ET NUMERO CLIENT PRESENTS, UNE SEULE DEMANDE PAR
003400* CLIENT DANS LE LOT.  LAISSE LA RAISON DU REFUS DANS
003410* WS-RAISON-REFUS (A BLANC SI LA DEMANDE EST RECEVABLE).
003420*-----------------------------------------------------------------
003430 1150-VALIDATE-REQUEST.
003440     MOVE SPACES TO WS-RAISON-REFUS
003450     IF ER-REFERENCE = SPACES
003460         MOVE "REFERENCE ABSENTE" TO WS-RAISON-REFUS
003470         GO TO 1150-EXIT
003480     END-IF
003490     IF ER-NUMERO-CLIENT = SPACES
003500         MOVE "NUMERO CLIENT ABSENT" TO WS-RAISON-REFUS
003510         GO TO 1150-EXIT
003520     END-IF
003530     MOVE ER-NUMERO-CLIENT TO WS-CLIENT-RECHERCHE
003540     PERFORM 8100-FIND-REQUEST THRU 8100-EXIT
003550     IF WS-ET-IDX > ZERO
003560         MOVE "DEMANDE EN DOUBLE" TO WS-RAISON-REFUS
003570     END-IF.
003580 1150-EXIT.
003590     EXIT.
003600*-----------------------------------------------------------------
003610* 1160-CLEAR-ONE-COUNTER -- REMET A ZERO LE COMPTEUR DU FICHIER
003620* WS-FIC-IDX POUR LA DEMANDE COURANTE.
003630*-----------------------------------------------------------------
003640 1160-CLEAR-ONE-COUNTER.
003650     MOVE ZERO TO ET-NOMBRE (WS-ET-IDX, WS-FIC-IDX).
003660 1160-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------------
003690* 2000-CHECK-REQUESTS -- REFUSE LES DEMANDES QUI NE PEUVENT ETRE
003700* EXECUTEES : CLIENT ENCORE TITULAIRE OU LIE A UN COMPTE NON
003710* CLOS, CAS DE CONFORMITE EN COURS, CONSERVATION LEGALE ACTIVE,
003720* CLIENT INCONNU.  SEULE LA PREMIERE RAISON EST RETENUE.
003730*-----------------------------------------------------------------
003740 2000-CHECK-REQUESTS.
003750     PERFORM 2100-CHECK-ACCOUNTS THRU 2100-EXIT
003760     PERFORM 2200-CHECK-RELATIONS THRU 2200-EXIT
003770     PERFORM 2300-CHECK-CASES THRU 2300-EXIT
003780     PERFORM 2400-CHECK-LEGAL-HOLDS THRU 2400-EXIT
003790     PERFORM 2500-CHECK-KNOWN-CLIENTS THRU 2500-EXIT.
003800 2000-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------------
003830* 2100-CHECK-ACCOUNTS -- PARCOURT LE FICHIER MAITRE DES COMPTES :
003840* UN COMPTE NON CLOS DONT LE CLIENT EST TITULAIRE BLOQUE SA
003850* DEMANDE (LES DONNEES DOIVENT ETRE CONSERVEES TANT QUE LA
003860* RELATION D'AFFAIRES DURE).
003870*-----------------------------------------------------------------
003880 2100-CHECK-ACCOUNTS.
003890     MOVE "N" TO WS-SEQ-EOF-SW
003900     PERFORM 2110-READ-NEXT-ACCOUNT THRU 2110-EXIT
003910     PERFORM 2120-CHECK-ONE-ACCOUNT THRU 2120-EXIT
003920         UNTIL SEQ-END-OF-FILE.
003930 2100-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------------
003960* 2110-READ-NEXT-ACCOUNT -- LIT LE COMPTE SUIVANT DANS L'ORDRE DES
003970* CLES.
003980*-----------------------------------------------------------------
003990 2110-READ-NEXT-ACCOUNT.
004000     READ ACCOUNT-MASTER NEXT RECORD
004010         AT END
004020             MOVE "Y" TO WS-SEQ-EOF-SW
004030     END-READ.
004040 2110-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------------
004070* 2120-CHECK-ONE-ACCOUNT -- REFUSE LA DEMANDE DU TITULAIRE D'UN
004080* COMPTE NON CLOS PUIS LIT LE COMPTE SUIVANT.
004090*-----------------------------------------------------------------
004100 2120-CHECK-ONE-ACCOUNT.
004110     IF ACCOUNT-CLOSED
004120         GO TO 2120-SUITE
004130     END-IF
004140     MOVE ACCT-NUMERO-CLIENT TO WS-CLIENT-RECHERCHE
004150     PERFORM 8150-FIND-ACCEPTED THRU 8150-EXIT
004160     IF WS-ET-IDX > ZERO
004170         MOVE SPACES TO WS-RAISON-REFUS
004180         STRING "COMPTE NON CLOS " DELIMITED BY SIZE
004190                ACCOUNT-NUMBER     DELIMITED BY SIZE
004200                INTO WS-RAISON-REFUS
004210         PERFORM 8300-REFUSE-REQUEST THRU 8300-EXIT
004220     END-IF.
004230 2120-SUITE.
004240     PERFORM 2110-READ-NEXT-ACCOUNT THRU 2110-EXIT.
004250 2120-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------------
004280* 2200-CHECK-RELATIONS -- PARCOURT LES LIENS COMPTE-CLIENT : UN
004290* CO-TITULAIRE, MANDATAIRE OU BENEFICIAIRE EFFECTIF DONT LE LIEN
004300* EST EN COURS SUR UN COMPTE NON CLOS NE PEUT ETRE EFFACE.
004310*-----------------------------------------------------------------
004320 2200-CHECK-RELATIONS.
004330     MOVE "N" TO WS-SEQ-EOF-SW
004340     PERFORM 2210-READ-NEXT-RELATION THRU 2210-EXIT
004350     PERFORM 2220-CHECK-ONE-RELATION THRU 2220-EXIT
004360         UNTIL SEQ-END-OF-FILE.
004370 2200-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------------
004400* 2210-READ-NEXT-RELATION -- LIT LE LIEN SUIVANT DANS L'ORDRE DES
004410* CLES.
004420*-----------------------------------------------------------------
004430 2210-READ-NEXT-RELATION.
004440     READ RELATION-MASTER NEXT RECORD
004450         AT END
004460             MOVE "Y" TO WS-SEQ-EOF-SW
004470     END-READ.
004480 2210-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------------
004510* 2220-CHECK-ONE-RELATION -- REFUSE LA DEMANDE DU CLIENT D'UN LIEN
004520* EN COURS A LA DATE D'AFFAIRES SUR UN COMPTE NON CLOS, PUIS LIT
004530* LE LIEN SUIVANT.
004540*-----------------------------------------------------------------
004550 2220-CHECK-ONE-RELATION.
004560     IF RL-DATE-FIN NOT = SPACES
004570             AND RL-DATE-FIN < WS-DATE-AFFAIRES
004580         GO TO 2220-SUITE
004590     END-IF
004600     MOVE RL-NUMERO-CLIENT TO WS-CLIENT-RECHERCHE
004610     PERFORM 8150-FIND-ACCEPTED THRU 8150-EXIT
004620     IF WS-ET-IDX = ZERO
004630         GO TO 2220-SUITE
004640     END-IF
004650     MOVE "N" TO WS-KEY-SW
004660     MOVE RL-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
004670     READ ACCOUNT-MASTER
004680         INVALID KEY
004690             CONTINUE
004700         NOT INVALID KEY
004710             MOVE "Y" TO WS-KEY-SW
004720     END-READ
004730     IF NOT CLE-TROUVEE OR ACCOUNT-CLOSED
004740         GO TO 2220-SUITE
004750     END-IF
004760     MOVE SPACES TO WS-RAISON-REFUS
004770     STRING "COMPTE LIE NON CLOS " DELIMITED BY SIZE
004780            RL-ACCOUNT-NUMBER      DELIMITED BY SIZE
004790            INTO WS-RAISON-REFUS
004800     PERFORM 8300-REFUSE-REQUEST THRU 8300-EXIT.
004810 2220-SUITE.
004820     PERFORM 2210-READ-NEXT-RELATION THRU 2210-EXIT.
004830 2220-EXIT.
004840     EXIT.
004850*-----------------------------------------------------------------
004860* 2300-CHECK-CASES -- UN CAS DE CONFORMITE EN ATTENTE OU EN
004870* ESCALADE SUR LE CLIENT BLOQUE SA DEMANDE : LE DOSSIER DOIT
004880* RESTER LISIBLE JUSQU'A SA DISPOSITION.
004890*-----------------------------------------------------------------
004900 2300-CHECK-CASES.
004910     PERFORM 2310-CHECK-CLIENT-CASES THRU 2310-EXIT
004920         VARYING WS-ET-IDX FROM 1 BY 1
004930             UNTIL WS-ET-IDX > WS-ET-COUNT.
004940 2300-EXIT.
004950     EXIT.
004960*-----------------------------------------------------------------
004970* 2310-CHECK-CLIENT-CASES -- PARCOURT LES CAS DU CLIENT DE LA
004980* DEMANDE WS-ET-IDX, DEPUIS LA PREMIERE CLE DU CLIENT.
004990*-----------------------------------------------------------------
005000 2310-CHECK-CLIENT-CASES.
005010     IF NOT ET-ACCEPTEE (WS-ET-IDX)
005020         GO TO 2310-EXIT
005030     END-IF
005040     PERFORM 8400-START-CLIENT-CASES THRU 8400-EXIT
005050     PERFORM 2320-CHECK-ONE-CASE THRU 2320-EXIT
005060         UNTIL CAS-SCAN-FINI.
005070 2310-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100* 2320-CHECK-ONE-CASE -- REFUSE LA DEMANDE SUR LE PREMIER CAS EN
005110* ATTENTE OU EN ESCALADE DU CLIENT.
005120*-----------------------------------------------------------------
005130 2320-CHECK-ONE-CASE.
005140     PERFORM 8410-READ-NEXT-CASE THRU 8410-EXIT
005150     IF CAS-SCAN-FINI
005160         GO TO 2320-EXIT
005170     END-IF
005180     IF KC-STATUT-PENDING OR KC-STATUT-ESCALADE
005190         MOVE "CAS CONFORMITE EN COURS" TO WS-RAISON-REFUS
005200         PERFORM 8300-REFUSE-REQUEST THRU 8300-EXIT
005210         MOVE "Y" TO WS-CAS-SCAN-EOF-SW
005220     END-IF.
005230 2320-EXIT.
005240     EXIT.
005250*-----------------------------------------------------------------
005260* 2400-CHECK-LEGAL-HOLDS -- UNE CONSERVATION LEGALE ACTIVE (SANS
005270* DATE DE FIN OU DATE DE FIN NON ECHUE) POSEE PAR LE SERVICE
005280* JURIDIQUE SUR LE CLIENT BLOQUE SA DEMANDE.
005290*-----------------------------------------------------------------
005300 2400-CHECK-LEGAL-HOLDS.
005310     OPEN INPUT LEGAL-HOLDS
005320     MOVE "N" TO WS-SEQ-EOF-SW
005330     PERFORM 2410-READ-NEXT-HOLD THRU 2410-EXIT
005340     PERFORM 2420-CHECK-ONE-HOLD THRU 2420-EXIT
005350         UNTIL SEQ-END-OF-FILE
005360     CLOSE LEGAL-HOLDS.
005370 2400-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------------
005400* 2410-READ-NEXT-HOLD -- LECTURE SEQUENTIELLE DU FICHIER DES
005410* CONSERVATIONS LEGALES.
005420*-----------------------------------------------------------------
005430 2410-READ-NEXT-HOLD.
005440     READ LEGAL-HOLDS
005450         AT END
005460             MOVE "Y" TO WS-SEQ-EOF-SW
005470     END-READ.
005480 2410-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------------
005510* 2420-CHECK-ONE-HOLD -- REFUSE LA DEMANDE DU CLIENT SOUS
005520* CONSERVATION LEGALE ACTIVE PUIS LIT LA CONSERVATION SUIVANTE.
005530*-----------------------------------------------------------------
005540 2420-CHECK-ONE-HOLD.
005550     IF LH-DATE-FIN NOT = SPACES
005560             AND LH-DATE-FIN < WS-DATE-AFFAIRES
005570         GO TO 2420-SUITE
005580     END-IF
005590     MOVE LH-NUMERO-CLIENT TO WS-CLIENT-RECHERCHE
005600     PERFORM 8150-FIND-ACCEPTED THRU 8150-EXIT
005610     IF WS-ET-IDX > ZERO
005620         MOVE "CONSERVATION LEGALE EN COURS" TO WS-RAISON-REFUS
005630         PERFORM 8300-REFUSE-REQUEST THRU 8300-EXIT
005640     END-IF.
005650 2420-SUITE.
005660     PERFORM 2410-READ-NEXT-HOLD THRU 2410-EXIT.
005670 2420-EXIT.
005680     EXIT.
005690*-----------------------------------------------------------------
005700* 2500-CHECK-KNOWN-CLIENTS -- UN CLIENT ABSENT DU FICHIER CLIENTS
005710* ET DU FICHIER DES UTILISATEURS EST INCONNU : SA DEMANDE EST
005720* REFUSEE (NUMERO ERRONE PROBABLE).
005730*-----------------------------------------------------------------
005740 2500-CHECK-KNOWN-CLIENTS.
005750     OPEN INPUT CLIENT-MASTER
005760     MOVE "N" TO WS-SEQ-EOF-SW
005770     PERFORM 8500-READ-CLIENT THRU 8500-EXIT
005780     PERFORM 2510-MARK-KNOWN-CLIENT THRU 2510-EXIT
005790         UNTIL SEQ-END-OF-FILE
005800     CLOSE CLIENT-MASTER
005810     PERFORM 2520-CHECK-ONE-KNOWN THRU 2520-EXIT
005820         VARYING WS-ET-IDX FROM 1 BY 1
005830             UNTIL WS-ET-IDX > WS-ET-COUNT.
005840 2500-EXIT.
005850     EXIT.
005860*-----------------------------------------------------------------
005870* 2510-MARK-KNOWN-CLIENT -- MARQUE CONNU LE CLIENT DE LA DEMANDE
005880* QUI FIGURE AU FICHIER CLIENTS PUIS LIT LE CLIENT SUIVANT.
005890*-----------------------------------------------------------------
005900 2510-MARK-KNOWN-CLIENT.
005910     MOVE CL-NUMERO-CLIENT TO WS-CLIENT-RECHERCHE
005920     PERFORM 8150-FIND-ACCEPTED THRU 8150-EXIT
005930     IF WS-ET-IDX > ZERO
005940         MOVE "Y" TO ET-CONNU-SW (WS-ET-IDX)
005950     END-IF
005960     PERFORM 8500-READ-CLIENT THRU 8500-EXIT.
005970 2510-EXIT.
005980     EXIT.
005990*-----------------------------------------------------------------
006000* 2520-CHECK-ONE-KNOWN -- CHERCHE AU FICHIER DES UTILISATEURS LE
006010* CLIENT ABSENT DU FICHIER CLIENTS ; ABSENT DES DEUX, LA DEMANDE
006020* EST REFUSEE.
006030*-----------------------------------------------------------------
006040 2520-CHECK-ONE-KNOWN.
006050     IF NOT ET-ACCEPTEE (WS-ET-IDX)
006060             OR ET-CLIENT-CONNU (WS-ET-IDX)
006070         GO TO 2520-EXIT
006080     END-IF
006090     MOVE ET-NUMERO-CLIENT (WS-ET-IDX) TO IDENTIFIANT
006100     READ USER-INFO
006110         INVALID KEY
006120             MOVE "CLIENT INCONNU" TO WS-RAISON-REFUS
006130             PERFORM 8300-REFUSE-REQUEST THRU 8300-EXIT
006140     END-READ.
006150 2520-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------------
006180* 3000-ERASE-USER-INFO -- EFFACE L'ADRESSE ELECTRONIQUE ET LE
006190* TELEPHONE DE L'UTILISATEUR DE CHAQUE DEMANDE ACCEPTEE.
006200*-----------------------------------------------------------------
006210 3000-ERASE-USER-INFO.
006220     MOVE 1 TO WS-FIC-IDX
006230     PERFORM 3010-ERASE-ONE-USER THRU 3010-EXIT
006240         VARYING WS-ET-IDX FROM 1 BY 1
006250             UNTIL WS-ET-IDX > WS-ET-COUNT.
006260 3000-EXIT.
006270     EXIT.
006280*-----------------------------------------------------------------
006290* 3010-ERASE-ONE-USER -- REECRIT L'UTILISATEUR DE LA DEMANDE
006300* WS-ET-IDX SANS SES COORDONNEES, HORODATE DU PASSAGE.
006310*-----------------------------------------------------------------
006320 3010-ERASE-ONE-USER.
006330     IF NOT ET-ACCEPTEE (WS-ET-IDX)
006340         GO TO 3010-EXIT
006350     END-IF
006360     PERFORM 8200-READ-USER THRU 8200-EXIT
006370     IF NOT CLE-TROUVEE
006380         GO TO 3010-EXIT
006390     END-IF
006400     PERFORM 8600-BUILD-TIMESTAMP THRU 8600-EXIT
006410     MOVE SPACES        TO EMAIL
006420     MOVE SPACES        TO PHONE
006430     MOVE DTS-TIMESTAMP TO DATE-TIME
006440     REWRITE USER-RECORD
006450         INVALID KEY
006460             DISPLAY "ERREUR REECRITURE UTILISATEUR : "
006470                     IDENTIFIANT
006480     END-REWRITE
006490     ADD 1 TO ET-NOMBRE (WS-ET-IDX, WS-FIC-IDX).
006500 3010-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------------
006530* 3100-ERASE-JOURNAL -- RECOPIE LE JOURNAL DES UTILISATEURS SUR
006540* USRJRNN EN EFFACANT LES COORDONNEES DES IMAGES AVANT ET APRES
006550* DES CLIENTS EFFACES, PUIS Y AJOUTE UN CHANGEMENT PAR
006560* UTILISATEUR EFFACE : UNE RECONSTRUCTION DE USERINFO DEPUIS UNE
006570* SAUVEGARDE ANTERIEURE ABOUTIT AINSI A L'ETAT EFFACE.
006580*-----------------------------------------------------------------
006590 3100-ERASE-JOURNAL.
006600     MOVE 2 TO WS-FIC-IDX
006610     OPEN INPUT  USER-JOURNAL
006620     OPEN OUTPUT USER-JOURNAL-NEW
006630     MOVE "N" TO WS-SEQ-EOF-SW
006640     PERFORM 8540-READ-JOURNAL THRU 8540-EXIT
006650     PERFORM 3110-ERASE-ONE-JOURNAL THRU 3110-EXIT
006660         UNTIL SEQ-END-OF-FILE
006670     PERFORM 3120-WRITE-ERASURE-JOURNAL THRU 3120-EXIT
006680         VARYING WS-ET-IDX FROM 1 BY 1
006690             UNTIL WS-ET-IDX > WS-ET-COUNT
006700     CLOSE USER-JOURNAL
006710     CLOSE USER-JOURNAL-NEW.
006720 3100-EXIT.
006730     EXIT.
006740*-----------------------------------------------------------------
006750* 3110-ERASE-ONE-JOURNAL -- EFFACE L'ADRESSE ET LE TELEPHONE
006760* (OCTETS 11 A 82 DE L'IMAGE USER-RECORD) DES IMAGES D'UN CLIENT
006770* EFFACE, RECOPIE L'ENREGISTREMENT PUIS LIT LE SUIVANT.
006780*-----------------------------------------------------------------
006790 3110-ERASE-ONE-JOURNAL.
006800     MOVE "N" TO WS-MODIFIE-SW
006810     MOVE JR-AVANT (1:10) TO WS-CLIENT-RECHERCHE
006820     PERFORM 8150-FIND-ACCEPTED THRU 8150-EXIT
006830     IF WS-ET-IDX > ZERO
006840         MOVE SPACES TO JR-AVANT (11:72)
006850         ADD 1 TO ET-NOMBRE (WS-ET-IDX, WS-FIC-IDX)
006860         MOVE "Y" TO WS-MODIFIE-SW
006870     END-IF
006880     MOVE JR-APRES (1:10) TO WS-CLIENT-RECHERCHE
006890     PERFORM 8150-FIND-ACCEPTED THRU 8150-EXIT
006900     IF WS-ET-IDX > ZERO
006910         MOVE SPACES TO JR-APRES (11:72)
006920         IF NOT ENREGISTREMENT-MODIFIE
006930             ADD 1 TO ET-NOMBRE (WS-ET-IDX, WS-FIC-IDX)
006940         END-IF
006950     END-IF
006960     WRITE USER-JOURNAL-NEW-RECORD FROM USER-JOURNAL-RECORD
006970     PERFORM 8540-READ-JOURNAL THRU 8540-EXIT.
006980 3110-EXIT.
006990     EXIT.
007000*-----------------------------------------------------------------
007010* 3120-WRITE-ERASURE-JOURNAL -- JOURNALISE EN CHANGEMENT ("C")
007020* L'UTILISATEUR EFFACE DE LA DEMANDE WS-ET-IDX ; LES DEUX IMAGES
007030* SONT L'ETAT EFFACE, L'ANCIEN ETAT NE DEVANT PLUS FIGURER NULLE
007040* PART.
007050*-----------------------------------------------------------------
007060 3120-WRITE-ERASURE-JOURNAL.
007070     IF NOT ET-ACCEPTEE (WS-ET-IDX)
007080             OR ET-NOMBRE (WS-ET-IDX, 1) = ZERO
007090         GO TO 3120-EXIT
007100     END-IF
007110     PERFORM 8200-READ-USER THRU 8200-EXIT
007120     IF NOT CLE-TROUVEE
007130         GO TO 3120-EXIT
007140     END-IF
007150     MOVE SPACES        TO USER-JOURNAL-RECORD
007160     MOVE DATE-TIME     TO JR-TIMESTAMP
007170     MOVE "C"           TO JR-FONCTION
007180     MOVE USER-RECORD   TO JR-AVANT
007190     MOVE USER-RECORD   TO JR-APRES
007200     WRITE USER-JOURNAL-NEW-RECORD FROM USER-JOURNAL-RECORD
007210     ADD 1 TO ET-NOMBRE (WS-ET-IDX, WS-FIC-IDX).
007220 3120-EXIT.
007230     EXIT.
007240*-----------------------------------------------------------------
007250* 3200-ERASE-CLIENT-MASTER -- RECOPIE LE FICHIER CLIENTS SUR
007260* CLIMNEW, LE NOM DES CLIENTS EFFACES REMPLACE PAR LEUR
007270* PSEUDONYME.
007280*-----------------------------------------------------------------
007290 3200-ERASE-CLIENT-MASTER.
007300     MOVE 3 TO WS-FIC-IDX
007310     OPEN INPUT  CLIENT-MASTER
007320     OPEN OUTPUT CLIENT-MASTER-NEW
007330     MOVE "N" TO WS-SEQ-EOF-SW
007340     PERFORM 8500-READ-CLIENT THRU 8500-EXIT
007350     PERFORM 3210-ERASE-ONE-CLIENT THRU 3210-EXIT
007360         UNTIL SEQ-END-OF-FILE
007370     CLOSE CLIENT-MASTER
007380     CLOSE CLIENT-MASTER-NEW.
007390 3200-EXIT.
007400     EXIT.
007410*-----------------------------------------------------------------
007420* 3210-ERASE-ONE-CLIENT -- PSEUDONYMISE ET RECOPIE LE CLIENT
007430* COURANT PUIS LIT LE SUIVANT.
007440*-----------------------------------------------------------------
007450 3210-ERASE-ONE-CLIENT.
007460     PERFORM 8700-ERASE-CLIENT-NAME THRU 8700-EXIT
007470     WRITE CLIENT-NEW-RECORD FROM CLIENT-RECORD
007480     PERFORM 8500-READ-CLIENT THRU 8500-EXIT.
007490 3210-EXIT.
007500     EXIT.
007510*-----------------------------------------------------------------
007520* 3300-ERASE-ENRICHED-MASTER -- MEME TRAITEMENT SUR LE FICHIER
007530* CLIENTS ENRICHI CLIMSTRN, RECOPIE SUR CLIMNNEW.
007540*-----------------------------------------------------------------
007550 3300-ERASE-ENRICHED-MASTER.
007560     MOVE 4 TO WS-FIC-IDX
007570     OPEN INPUT  ENRICHED-MASTER
007580     OPEN OUTPUT ENRICHED-MASTER-NEW
007590     MOVE "N" TO WS-SEQ-EOF-SW
007600     PERFORM 8510-READ-ENRICHED THRU 8510-EXIT
007610     PERFORM 3310-ERASE-ONE-ENRICHED THRU 3310-EXIT
007620         UNTIL SEQ-END-OF-FILE
007630     CLOSE ENRICHED-MASTER
007640     CLOSE ENRICHED-MASTER-NEW.
007650 3300-EXIT.
007660     EXIT.
007670*-----------------------------------------------------------------
007680* 3310-ERASE-ONE-ENRICHED -- PSEUDONYMISE ET RECOPIE LE CLIENT
007690* ENRICHI COURANT PUIS LIT LE SUIVANT.
007700*-----------------------------------------------------------------
007710 3310-ERASE-ONE-ENRICHED.
007720     PERFORM 8700-ERASE-CLIENT-NAME THRU 8700-EXIT
007730     WRITE ENRICHED-NEW-RECORD FROM CLIENT-RECORD
007740     PERFORM 8510-READ-ENRICHED THRU 8510-EXIT.
007750 3310-EXIT.
007760     EXIT.
007770*-----------------------------------------------------------------
007780* 3400-ERASE-TREND -- RECOPIE LA DERNIERE GENERATION DU FICHIER DE
007790* TENDANCE KYC SUR UNE NOUVELLE GENERATION, LE NOM DES CLIENTS
007800* EFFACES REMPLACE PAR LEUR PSEUDONYME.
007810*-----------------------------------------------------------------
007820 3400-ERASE-TREND.
007830     MOVE 5 TO WS-FIC-IDX
007840     OPEN INPUT  KYC-TREND-IN
007850     OPEN OUTPUT KYC-TREND-OUT
007860     MOVE "N" TO WS-SEQ-EOF-SW
007870     PERFORM 8520-READ-TREND THRU 8520-EXIT
007880     PERFORM 3410-ERASE-ONE-TREND THRU 3410-EXIT
007890         UNTIL SEQ-END-OF-FILE
007900     CLOSE KYC-TREND-IN
007910     CLOSE KYC-TREND-OUT.
007920 3400-EXIT.
007930     EXIT.
007940*-----------------------------------------------------------------
007950* 3410-ERASE-ONE-TREND -- PSEUDONYMISE ET RECOPIE LA TENDANCE
007960* COURANTE PUIS LIT LA SUIVANTE.
007970*-----------------------------------------------------------------
007980 3410-ERASE-ONE-TREND.
007990     MOVE KT-NUMERO-CLIENT TO WS-CLIENT-RECHERCHE
008000     PERFORM 8150-FIND-ACCEPTED THRU 8150-EXIT
008010     IF WS-ET-IDX > ZERO
008020         PERFORM 8800-BUILD-PSEUDONYME THRU 8800-EXIT
008030         MOVE WS-PSEUDONYME TO KT-NOM
008040         ADD 1 TO ET-NOMBRE (WS-ET-IDX, WS-FIC-IDX)
008050     END-IF
008060     WRITE KYC-TREND-OUT-RECORD FROM KYC-TREND-RECORD
008070     PERFORM 8520-READ-TREND THRU 8520-EXIT.
008080 3410-EXIT.
008090     EXIT.
008100*-----------------------------------------------------------------
008110* 3500-ERASE-CASES -- REMPLACE PAR LE PSEUDONYME LE NOM PORTE PAR
008120* CHAQUE CAS DE CONFORMITE DES CLIENTS EFFACES ; LES CAS ET LEUR
008130* DISPOSITION SONT CONSERVES.
008140*-----------------------------------------------------------------
008150 3500-ERASE-CASES.
008160     MOVE 6 TO WS-FIC-IDX
008170     PERFORM 3510-ERASE-CLIENT-CASES THRU 3510-EXIT
008180         VARYING WS-ET-IDX FROM 1 BY 1
008190             UNTIL WS-ET-IDX > WS-ET-COUNT.
008200 3500-EXIT.
008210     EXIT.
008220*-----------------------------------------------------------------
008230* 3510-ERASE-CLIENT-CASES -- PARCOURT LES CAS DU CLIENT DE LA
008240* DEMANDE WS-ET-IDX.
008250*-----------------------------------------------------------------
008260 3510-ERASE-CLIENT-CASES.
008270     IF NOT ET-ACCEPTEE (WS-ET-IDX)
008280         GO TO 3510-EXIT
008290     END-IF
008300     PERFORM 8800-BUILD-PSEUDONYME THRU 8800-EXIT
008310     PERFORM 8400-START-CLIENT-CASES THRU 8400-EXIT
008320     PERFORM 3520-ERASE-ONE-CASE THRU 3520-EXIT
008330         UNTIL CAS-SCAN-FINI.
008340 3510-EXIT.
008350     EXIT.
008360*-----------------------------------------------------------------
008370* 3520-ERASE-ONE-CASE -- REECRIT LE CAS SUIVANT DU CLIENT SOUS SON
008380* PSEUDONYME.
008390*-----------------------------------------------------------------
008400 3520-ERASE-ONE-CASE.
008410     PERFORM 8410-READ-NEXT-CASE THRU 8410-EXIT
008420     IF CAS-SCAN-FINI
008430         GO TO 3520-EXIT
008440     END-IF
008450     MOVE WS-PSEUDONYME TO KC-NOM
008460     REWRITE KYC-CASE-RECORD
008470         INVALID KEY
008480             DISPLAY "ERREUR REECRITURE CAS : " KC-CLE
008490     END-REWRITE
008500     ADD 1 TO ET-NOMBRE (WS-ET-IDX, WS-FIC-IDX).
008510 3520-EXIT.
008520     EXIT.
008530*-----------------------------------------------------------------
008540* 3600-ERASE-DECLARATIONS -- RECOPIE LES DECLARATIONS D'ESPECES
008550* SUR DECLNEW, LE NOM DES CLIENTS EFFACES (LIGNES DE DETAIL ET DE
008560* PARTIE LIEE) REMPLACE PAR LEUR PSEUDONYME ; COMPTES ET MONTANTS
008570* DECLARES SONT CONSERVES.
008580*-----------------------------------------------------------------
008590 3600-ERASE-DECLARATIONS.
008600     MOVE 7 TO WS-FIC-IDX
008610     OPEN INPUT  DECLARATIONS
008620     OPEN OUTPUT DECLARATIONS-NEW
008630     MOVE "N" TO WS-SEQ-EOF-SW
008640     PERFORM 8530-READ-DECLARATION THRU 8530-EXIT
008650     PERFORM 3610-ERASE-ONE-DECLARATION THRU 3610-EXIT
008660         UNTIL SEQ-END-OF-FILE
008670     CLOSE DECLARATIONS
008680     CLOSE DECLARATIONS-NEW.
008690 3600-EXIT.
008700     EXIT.
008710*-----------------------------------------------------------------
008720* 3610-ERASE-ONE-DECLARATION -- PSEUDONYMISE ET RECOPIE LA LIGNE
008730* DE DECLARATION COURANTE PUIS LIT LA SUIVANTE.
008740*-----------------------------------------------------------------
008750 3610-ERASE-ONE-DECLARATION.
008760     IF NOT DL-IS-DETAIL AND NOT DL-IS-PARTIE-LIEE
008770         GO TO 3610-SUITE
008780     END-IF
008790     MOVE DL-NUMERO-CLIENT TO WS-CLIENT-RECHERCHE
008800     PERFORM 8150-FIND-ACCEPTED THRU 8150-EXIT
008810     IF WS-ET-IDX > ZERO
008820         PERFORM 8800-BUILD-PSEUDONYME THRU 8800-EXIT
008830         MOVE WS-PSEUDONYME TO DL-NOM
008840         ADD 1 TO ET-NOMBRE (WS-ET-IDX, WS-FIC-IDX)
008850     END-IF.
008860 3610-SUITE.
008870     WRITE DECLARATION-NEW-RECORD FROM DECLARATION-RECORD
008880     PERFORM 8530-READ-DECLARATION THRU 8530-EXIT.
008890 3610-EXIT.
008900     EXIT.
008910*-----------------------------------------------------------------
008920* 3700-ERASE-ID-DOCUMENTS -- SUPPRIME DU REGISTRE LA PIECE
008930* D'IDENTITE DES CLIENTS EFFACES.
008940*-----------------------------------------------------------------
008950 3700-ERASE-ID-DOCUMENTS.
008960     MOVE 8 TO WS-FIC-IDX
008970     PERFORM 3710-ERASE-ONE-DOCUMENT THRU 3710-EXIT
008980         VARYING WS-ET-IDX FROM 1 BY 1
008990             UNTIL WS-ET-IDX > WS-ET-COUNT.
009000 3700-EXIT.
009010     EXIT.
009020*-----------------------------------------------------------------
009030* 3710-ERASE-ONE-DOCUMENT -- SUPPRIME LA PIECE DU CLIENT DE LA
009040* DEMANDE WS-ET-IDX (AUCUNE PIECE : RIEN A SUPPRIMER).
009050*-----------------------------------------------------------------
009060 3710-ERASE-ONE-DOCUMENT.
009070     IF NOT ET-ACCEPTEE (WS-ET-IDX)
009080         GO TO 3710-EXIT
009090     END-IF
009100     MOVE ET-NUMERO-CLIENT (WS-ET-IDX) TO ID-NUMERO-CLIENT
009110     DELETE ID-DOCUMENT-MASTER RECORD
009120         INVALID KEY
009130             CONTINUE
009140         NOT INVALID KEY
009150             ADD 1 TO ET-NOMBRE (WS-ET-IDX, WS-FIC-IDX)
009160     END-DELETE.
009170 3710-EXIT.
009180     EXIT.
009190*-----------------------------------------------------------------
009200* 4000-WRITE-CERTIFICATE -- ECRIT LE CERTIFICAT D'EFFACEMENT :
009210* PAR DEMANDE ACCEPTEE UNE LIGNE PAR FICHIER AVEC LE NOMBRE
009220* D'ENREGISTREMENTS TRAITES (ZERO COMPRIS), PAR DEMANDE REFUSEE
009230* UNE LIGNE AVEC LA RAISON, PUIS LA LIGNE DE TOTAL.
009240*-----------------------------------------------------------------
009250 4000-WRITE-CERTIFICATE.
009260     PERFORM 4010-CERTIFY-ONE-REQUEST THRU 4010-EXIT
009270         VARYING WS-ET-IDX FROM 1 BY 1
009280             UNTIL WS-ET-IDX > WS-ET-COUNT
009290     MOVE SPACES                TO ERASURE-CERTIFICATE-RECORD
009300     MOVE "T"                   TO EC-GENRE
009310     MOVE WS-DATE-AFFAIRES      TO EC-DATE-AFFAIRES
009320     MOVE WS-DEMANDES-ACCEPTEES TO EC-NOMBRE-ACCEPTEES
009330     MOVE WS-DEMANDES-REFUSEES  TO EC-NOMBRE-REFUSEES
009340     WRITE ERASURE-CERTIFICATE-RECORD.
009350 4000-EXIT.
009360     EXIT.
009370*-----------------------------------------------------------------
009380* 4010-CERTIFY-ONE-REQUEST -- LIGNES DU CERTIFICAT DE LA DEMANDE
009390* WS-ET-IDX.
009400*-----------------------------------------------------------------
009410 4010-CERTIFY-ONE-REQUEST.
009420     MOVE SPACES           TO ERASURE-CERTIFICATE-RECORD
009430     MOVE WS-DATE-AFFAIRES TO EC-DATE-AFFAIRES
009440     MOVE ET-REFERENCE (WS-ET-IDX)     TO EC-REFERENCE
009450     MOVE ET-NUMERO-CLIENT (WS-ET-IDX) TO EC-NUMERO-CLIENT
009460     IF ET-REFUSEE (WS-ET-IDX)
009470         ADD 1 TO WS-DEMANDES-REFUSEES
009480         MOVE "R"                   TO EC-GENRE
009490         MOVE ZERO                  TO EC-NOMBRE
009500         MOVE ET-RAISON (WS-ET-IDX) TO EC-RAISON
009510         WRITE ERASURE-CERTIFICATE-RECORD
009520         GO TO 4010-EXIT
009530     END-IF
009540     ADD 1 TO WS-DEMANDES-ACCEPTEES
009550     MOVE "F" TO EC-GENRE
009560     PERFORM 4020-CERTIFY-ONE-FILE THRU 4020-EXIT
009570         VARYING WS-FIC-IDX FROM 1 BY 1
009580             UNTIL WS-FIC-IDX > 8
009590     DISPLAY "DEMANDE EXECUTEE : " ET-REFERENCE (WS-ET-IDX)
009600             " CLIENT " ET-NUMERO-CLIENT (WS-ET-IDX)
009610             " OPERATEUR " ET-OPERATEUR (WS-ET-IDX).
009620 4010-EXIT.
009630     EXIT.
009640*-----------------------------------------------------------------
009650* 4020-CERTIFY-ONE-FILE -- LIGNE DU FICHIER WS-FIC-IDX POUR LA
009660* DEMANDE ACCEPTEE WS-ET-IDX.
009670*-----------------------------------------------------------------
009680 4020-CERTIFY-ONE-FILE.
009690     MOVE WS-FICHIER (WS-FIC-IDX) TO EC-FICHIER
009700     MOVE ET-NOMBRE (WS-ET-IDX, WS-FIC-IDX) TO EC-NOMBRE
009710     WRITE ERASURE-CERTIFICATE-RECORD.
009720 4020-EXIT.
009730     EXIT.
009740*-----------------------------------------------------------------
009750* 8000-READ-REQUEST -- LIT LA PROCHAINE DEMANDE D'EFFACEMENT.
009760*-----------------------------------------------------------------
009770 8000-READ-REQUEST.
009780     READ ERASURE-REQUESTS
009790         AT END
009800             MOVE "Y" TO WS-EOF-SW
009810         NOT AT END
009820             ADD 1 TO WS-DEMANDES-LUES
009830     END-READ.
009840 8000-EXIT.
009850     EXIT.
009860*-----------------------------------------------------------------
009870* 8100-FIND-REQUEST -- RETIENT DANS WS-ET-IDX LA PREMIERE DEMANDE
009880* DU CLIENT WS-CLIENT-RECHERCHE (ZERO SINON).
009890*-----------------------------------------------------------------
009900 8100-FIND-REQUEST.
009910     MOVE ZERO TO WS-ET-IDX
009920     IF WS-CLIENT-RECHERCHE = SPACES
009930         GO TO 8100-EXIT
009940     END-IF
009950     PERFORM 8110-MATCH-ONE-REQUEST THRU 8110-EXIT
009960         VARYING WS-ET-SCAN FROM 1 BY 1
009970             UNTIL WS-ET-SCAN > WS-ET-COUNT
009980                 OR WS-ET-IDX > ZERO.
009990 8100-EXIT.
010000     EXIT.
010010*-----------------------------------------------------------------
010020* 8110-MATCH-ONE-REQUEST -- CONFRONTE LE CLIENT RECHERCHE A LA
010030* DEMANDE POINTEE PAR WS-ET-SCAN.
010040*-----------------------------------------------------------------
010050 8110-MATCH-ONE-REQUEST.
010060     IF ET-NUMERO-CLIENT (WS-ET-SCAN) = WS-CLIENT-RECHERCHE
010070         MOVE WS-ET-SCAN TO WS-ET-IDX
010080     END-IF.
010090 8110-EXIT.
010100     EXIT.
010110*-----------------------------------------------------------------
010120* 8150-FIND-ACCEPTED -- COMME 8100, MAIS NE RETIENT QU'UNE DEMANDE
010130* ENCORE ACCEPTEE.
010140*-----------------------------------------------------------------
010150 8150-FIND-ACCEPTED.
010160     PERFORM 8100-FIND-REQUEST THRU 8100-EXIT
010170     IF WS-ET-IDX > ZERO
010180         IF NOT ET-ACCEPTEE (WS-ET-IDX)
010190             MOVE ZERO TO WS-ET-IDX
010200         END-IF
010210     END-IF.
010220 8150-EXIT.
010230     EXIT.
010240*-----------------------------------------------------------------
010250* 8200-READ-USER -- LIT L'UTILISATEUR DU CLIENT DE LA DEMANDE
010260* WS-ET-IDX ET POSITIONNE WS-KEY-SW.
010270*-----------------------------------------------------------------
010280 8200-READ-USER.
010290     MOVE "N" TO WS-KEY-SW
010300     MOVE ET-NUMERO-CLIENT (WS-ET-IDX) TO IDENTIFIANT
010310     READ USER-INFO
010320         INVALID KEY
010330             CONTINUE
010340         NOT INVALID KEY
010350             MOVE "Y" TO WS-KEY-SW
010360     END-READ.
010370 8200-EXIT.
010380     EXIT.
010390*-----------------------------------------------------------------
010400* 8300-REFUSE-REQUEST -- REFUSE LA DEMANDE WS-ET-IDX POUR LA
010410* RAISON WS-RAISON-REFUS ; UNE DEMANDE DEJA REFUSEE GARDE SA
010420* PREMIERE RAISON.
010430*-----------------------------------------------------------------
010440 8300-REFUSE-REQUEST.
010450     IF NOT ET-ACCEPTEE (WS-ET-IDX)
010460         GO TO 8300-EXIT
010470     END-IF
010480     MOVE "R"             TO ET-STATUT (WS-ET-IDX)
010490     MOVE WS-RAISON-REFUS TO ET-RAISON (WS-ET-IDX)
010500     DISPLAY "DEMANDE REFUSEE : " ET-REFERENCE (WS-ET-IDX)
010510             " CLIENT " ET-NUMERO-CLIENT (WS-ET-IDX)
010520             " (" WS-RAISON-REFUS ")".
010530 8300-EXIT.
010540     EXIT.
010550*-----------------------------------------------------------------
010560* 8400-START-CLIENT-CASES -- POSITIONNE LE CASE MASTER SUR LE
010570* PREMIER CAS DU CLIENT DE LA DEMANDE WS-ET-IDX.
010580*-----------------------------------------------------------------
010590 8400-START-CLIENT-CASES.
010600     MOVE SPACES TO WS-CLE-CLIENT
010610     MOVE ET-NUMERO-CLIENT (WS-ET-IDX) TO WS-CLE-CLIENT (1:10)
010620     MOVE "N" TO WS-CAS-SCAN-EOF-SW
010630     MOVE SPACES        TO KC-CLE
010640     MOVE WS-CLE-CLIENT TO KC-CLIENT-KEY
010650     START KYC-CASE-MASTER KEY IS NOT LESS THAN KC-CLE
010660         INVALID KEY
010670             MOVE "Y" TO WS-CAS-SCAN-EOF-SW
010680     END-START.
010690 8400-EXIT.
010700     EXIT.
010710*-----------------------------------------------------------------
010720* 8410-READ-NEXT-CASE -- LIT LE CAS SUIVANT ; FIN DU PARCOURS AU
010730* PREMIER CAS D'UN AUTRE CLIENT.
010740*-----------------------------------------------------------------
010750 8410-READ-NEXT-CASE.
010760     IF CAS-SCAN-FINI
010770         GO TO 8410-EXIT
010780     END-IF
010790     READ KYC-CASE-MASTER NEXT RECORD
010800         AT END
010810             MOVE "Y" TO WS-CAS-SCAN-EOF-SW
010820     END-READ
010830     IF CAS-SCAN-FINI
010840         GO TO 8410-EXIT
010850     END-IF
010860     IF KC-CLIENT-KEY NOT = WS-CLE-CLIENT
010870         MOVE "Y" TO WS-CAS-SCAN-EOF-SW
010880     END-IF.
010890 8410-EXIT.
010900     EXIT.
010910*-----------------------------------------------------------------
010920* 8500-READ-CLIENT -- LIT LE CLIENT SUIVANT DU FICHIER CLIENTS.
010930*-----------------------------------------------------------------
010940 8500-READ-CLIENT.
010950     READ CLIENT-MASTER INTO CLIENT-RECORD
010960         AT END
010970             MOVE "Y" TO WS-SEQ-EOF-SW
010980     END-READ.
010990 8500-EXIT.
011000     EXIT.
011010*-----------------------------------------------------------------
011020* 8510-READ-ENRICHED -- LIT LE CLIENT SUIVANT DU FICHIER CLIENTS
011030* ENRICHI.
011040*-----------------------------------------------------------------
011050 8510-READ-ENRICHED.
011060     READ ENRICHED-MASTER INTO CLIENT-RECORD
011070         AT END
011080             MOVE "Y" TO WS-SEQ-EOF-SW
011090     END-READ.
011100 8510-EXIT.
011110     EXIT.
011120*-----------------------------------------------------------------
011130* 8520-READ-TREND -- LIT LA TENDANCE KYC SUIVANTE.
011140*-----------------------------------------------------------------
011150 8520-READ-TREND.
011160     READ KYC-TREND-IN INTO KYC-TREND-RECORD
011170         AT END
011180             MOVE "Y" TO WS-SEQ-EOF-SW
011190     END-READ.
011200 8520-EXIT.
011210     EXIT.
011220*-----------------------------------------------------------------
011230* 8530-READ-DECLARATION -- LIT LA LIGNE DE DECLARATION SUIVANTE.
011240*-----------------------------------------------------------------
011250 8530-READ-DECLARATION.
011260     READ DECLARATIONS INTO DECLARATION-RECORD
011270         AT END
011280             MOVE "Y" TO WS-SEQ-EOF-SW
011290     END-READ.
011300 8530-EXIT.
011310     EXIT.
011320*-----------------------------------------------------------------
011330* 8540-READ-JOURNAL -- LIT L'ENREGISTREMENT SUIVANT DU JOURNAL DES
011340* UTILISATEURS.
011350*-----------------------------------------------------------------
011360 8540-READ-JOURNAL.
011370     READ USER-JOURNAL INTO USER-JOURNAL-RECORD
011380         AT END
011390             MOVE "Y" TO WS-SEQ-EOF-SW
011400     END-READ.
011410 8540-EXIT.
011420     EXIT.
011430*-----------------------------------------------------------------
011440* 8600-BUILD-TIMESTAMP -- CONSTRUIT L'HORODATAGE DTSTAMP (DATE
011450* D'AFFAIRES ET HEURE DU JOUR) PORTE PAR L'UTILISATEUR EFFACE ET
011460* PAR SON JOURNAL.
011470*-----------------------------------------------------------------
011480 8600-BUILD-TIMESTAMP.
011490     MOVE WS-DATE-AFFAIRES TO WS-DATE-PART
011500     ACCEPT WS-TIME-PART FROM TIME
011510     STRING WS-DATE-PART DELIMITED BY SIZE
011520            WS-TIME-PART DELIMITED BY SIZE
011530            INTO DTSTAMP-RECORD.
011540 8600-EXIT.
011550     EXIT.
011560*-----------------------------------------------------------------
011570* 8700-ERASE-CLIENT-NAME -- REMPLACE PAR SON PSEUDONYME LE NOM DU
011580* CLIENT COURANT (CLIENT-RECORD) S'IL EST EFFACE.
011590*-----------------------------------------------------------------
011600 8700-ERASE-CLIENT-NAME.
011610     MOVE CL-NUMERO-CLIENT TO WS-CLIENT-RECHERCHE
011620     PERFORM 8150-FIND-ACCEPTED THRU 8150-EXIT
011630     IF WS-ET-IDX = ZERO
011640         GO TO 8700-EXIT
011650     END-IF
011660     PERFORM 8800-BUILD-PSEUDONYME THRU 8800-EXIT
011670     MOVE WS-PSEUDONYME TO CL-NOM
011680     ADD 1 TO ET-NOMBRE (WS-ET-IDX, WS-FIC-IDX).
011690 8700-EXIT.
011700     EXIT.
011710*-----------------------------------------------------------------
011720* 8800-BUILD-PSEUDONYME -- PSEUDONYME DU CLIENT DE LA DEMANDE
011730* WS-ET-IDX : "ANONYME " SUIVI DE LA REFERENCE DE LA DEMANDE, QUI
011740* RELIE LES ENREGISTREMENTS AU CERTIFICAT SANS IDENTIFIER LA
011750* PERSONNE.
011760*-----------------------------------------------------------------
011770 8800-BUILD-PSEUDONYME.
011780     MOVE SPACES TO WS-PSEUDONYME
011790     STRING "ANONYME "               DELIMITED BY SIZE
011800            ET-REFERENCE (WS-ET-IDX) DELIMITED BY SIZE
011810            INTO WS-PSEUDONYME.
011820 8800-EXIT.
011830     EXIT.
011840*-----------------------------------------------------------------
011850* 9000-TERMINATE -- FERME LES FICHIERS ET AFFICHE LE BILAN ; CODE
011860* 4 SI DES DEMANDES ONT ETE REFUSEES (VOIR ERASCERT).
011870*-----------------------------------------------------------------
011880 9000-TERMINATE.
011890     CLOSE ACCOUNT-MASTER
011900     CLOSE RELATION-MASTER
011910     CLOSE KYC-CASE-MASTER
011920     CLOSE USER-INFO
011930     CLOSE ID-DOCUMENT-MASTER
011940     CLOSE ERASURE-CERTIFICATE
011950     DISPLAY "DEMANDES LUES         : " WS-DEMANDES-LUES
011960     DISPLAY "DEMANDES EXECUTEES    : " WS-DEMANDES-ACCEPTEES
011970     DISPLAY "DEMANDES REFUSEES     : " WS-DEMANDES-REFUSEES
011980     IF WS-DEMANDES-REFUSEES > ZERO
011990         MOVE 4 TO RETURN-CODE
012000     END-IF.
012010 9000-EXIT.
012020     EXIT.
