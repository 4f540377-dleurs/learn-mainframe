000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    INTEGRITY-AUDIT.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. CONTROLE HEBDOMADAIRE
000220*                  D'INTEGRITE REFERENTIELLE ENTRE LES FICHIERS
000230*                  MAITRES, TENUS PAR DES PROGRAMMES DIFFERENTS :
000240*                  ORDRES PERMANENTS STORDMST EN VIGUEUR SUR
000250*                  UN COMPTE CLOS OU ABSENT, OPPOSITIONS STOPIN
000260*                  SUR UN COMPTE ABSENT, CHEQUES CHQHOLD DONT LE
000270*                  TOTAL PAR COMPTE DIFFERE DE
000280*                  ACCT-UNCLEARED-FUNDS (DANS LES DEUX SENS),
000290*                  NUMEROS CLIENTS DES COMPTES INCONNUS
000300*                  DE USER-INFO ET DU MAITRE CLIENT KYC, CAS
000310*                  CASEMSTR DONT LE CLIENT A QUITTE LE MAITRE
000320*                  CLIENT.  CHAQUE ECART EST EDITE SUR INTGRPT
000330*                  (DESSIN INTGRPT) SOUS SA REGLE, PUIS UNE LIGNE
000340*                  DE COMPTAGE PAR REGLE.  UNE REGLE BLOQUANTE
000350*                  ENFREINTE TERMINE L'ETAPE EN CODE 8, DES
000360*                  AVERTISSEMENTS SEULS EN CODE 4.
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000450            ORGANIZATION IS SEQUENTIAL.
000460
000470     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS DYNAMIC
000500            RECORD KEY IS ACCOUNT-NUMBER.
000510
000520     SELECT STANDING-ORDERS  ASSIGN TO STORDMST
000530            ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT OPTIONAL STOP-INSTRUCTIONS ASSIGN TO STOPIN
000560            ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT OPTIONAL CHEQUE-HOLDS-IN ASSIGN TO CHQIN
000590            ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT CLIENT-MASTER    ASSIGN TO CLIMSTR
000620            ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT USER-INFO        ASSIGN TO USERINFO
000650            ORGANIZATION IS INDEXED
000660            ACCESS MODE IS DYNAMIC
000670            RECORD KEY IS IDENTIFIANT.
000680
000690     SELECT KYC-CASE-MASTER  ASSIGN TO CASEMSTR
000700            ORGANIZATION IS INDEXED
000710            ACCESS MODE IS DYNAMIC
000720            RECORD KEY IS KC-CLE.
000730
000740     SELECT INTEGRITY-REPORT ASSIGN TO INTGRPT
000750            ORGANIZATION IS SEQUENTIAL.
000760
000770     SELECT TRI-GELS         ASSIGN TO SORTWK.
000780*-------------
000790 DATA DIVISION.
000800*-------------
000810 FILE SECTION.
000820 FD  RUN-CONTROL
000830     LABEL RECORDS ARE STANDARD.
000840 COPY RUNCTL.
000850*
000860 FD  ACCOUNT-MASTER.
000870 COPY ACCTREC.
000880*
000890 FD  STANDING-ORDERS
000900     LABEL RECORDS ARE STANDARD.
000910 COPY STORDREC.
000920*
000930 FD  STOP-INSTRUCTIONS
000940     LABEL RECORDS ARE STANDARD.
000950 COPY STOPREC.
000960*
000970 FD  CHEQUE-HOLDS-IN
000980     LABEL RECORDS ARE STANDARD.
000990 COPY CHQHOLD.
001000*
001010 FD  CLIENT-MASTER
001020     LABEL RECORDS ARE STANDARD.
001030 COPY CLIENTREC.
001040*
001050 FD  USER-INFO.
001060 COPY USERREC.
001070*
001080 FD  KYC-CASE-MASTER.
001090 COPY CASEREC.
001100*
001110 FD  INTEGRITY-REPORT
001120     LABEL RECORDS ARE STANDARD.
001130 COPY INTGRPT.
001140*
001150 SD  TRI-GELS.
001160 01  TRI-GELS-RECORD.
001170     05  TG-ACCOUNT-NUMBER   PIC X(10).
001180     05  TG-CHEQUE-REF       PIC X(10).
001190     05  TG-AMOUNT           PIC 9(9)V99.
001200     05  FILLER              PIC X(19).
001210*
001220 WORKING-STORAGE SECTION.
001230*
001240 01  WS-SWITCHES.
001250     05  WS-RUNCTL-EOF-SW    PIC X(01)   VALUE "N".
001260         88  RUNCTL-END-OF-FILE      VALUE "Y".
001270     05  WS-EOF-SW           PIC X(01)   VALUE "N".
001280         88  END-OF-FILE             VALUE "Y".
001290     05  WS-ORD-EOF-SW       PIC X(01)   VALUE "N".
001300         88  ORDRES-END-OF-FILE      VALUE "Y".
001310     05  WS-STOP-EOF-SW      PIC X(01)   VALUE "N".
001320         88  STOPS-END-OF-FILE       VALUE "Y".
001330     05  WS-CAS-EOF-SW       PIC X(01)   VALUE "N".
001340         88  CAS-END-OF-FILE         VALUE "Y".
001350     05  WS-TRI-EOF-SW       PIC X(01)   VALUE "N".
001360         88  TRI-END-OF-FILE         VALUE "Y".
001370     05  WS-CLI-EOF-SW       PIC X(01)   VALUE "N".
001380         88  CLIENTS-END-OF-FILE     VALUE "Y".
001390     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001400         88  KEY-NOT-FOUND           VALUE "Y".
001410*
001420 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001430 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001440 77  WS-CLE-COMPTE           PIC X(10)   VALUE SPACES.
001450 77  WS-CLE-GEL              PIC X(10)   VALUE SPACES.
001460 77  WS-GEL-COMPTE           PIC X(10)   VALUE SPACES.
001470 77  WS-SOMME-GELS           PIC 9(11)V99 VALUE ZERO.
001480 77  WS-NOMBRE-GELS          PIC 9(07)   COMP VALUE ZERO.
001490 77  WS-CLIENT-CHERCHE       PIC X(10)   VALUE SPACES.
001500 01  WS-CLE-CAS.
001510     05  WS-CLE-CAS-NUMERO   PIC X(10).
001520     05  WS-CLE-CAS-SUITE    PIC X(10).
001530*
001540 77  WS-ORDRES-LUS           PIC 9(07)   COMP VALUE ZERO.
001550 77  WS-ORDRES-ECHUS         PIC 9(07)   COMP VALUE ZERO.
001560 77  WS-OPPOSITIONS-LUES     PIC 9(07)   COMP VALUE ZERO.
001570 77  WS-CAS-LUS              PIC 9(07)   COMP VALUE ZERO.
001580 77  WS-COMPTES-LUS          PIC 9(07)   COMP VALUE ZERO.
001590 77  WS-COMPTES-SANS-CLIENT  PIC 9(07)   COMP VALUE ZERO.
001600 77  WS-GELS-LUS             PIC 9(07)   COMP VALUE ZERO.
001610 77  WS-ECARTS-BLOQUANTS     PIC 9(07)   COMP VALUE ZERO.
001620 77  WS-ECARTS-AVERTIS       PIC 9(07)   COMP VALUE ZERO.
001630*
001640 77  WS-REGLE-CHERCHEE       PIC X(04)   VALUE SPACES.
001650 77  WS-ECART-CLE            PIC X(30)   VALUE SPACES.
001660 77  WS-ECART-REFERENCE      PIC X(10)   VALUE SPACES.
001670 77  WS-ECART-STATUT         PIC X(01)   VALUE SPACE.
001680 77  WS-ECART-MONTANT-1      PIC S9(11)V99 VALUE ZERO.
001690 77  WS-ECART-MONTANT-2      PIC S9(11)V99 VALUE ZERO.
001700 77  WS-ECART-NOMBRE         PIC 9(07)   VALUE ZERO.
001710*
001720* REGLES DU CONTROLE : CODE, GRAVITE ("B" BLOQUANTE, "A"
001730* AVERTISSEMENT) ET FICHIER OU L'ECART EST CONSTATE.
001740 01  WS-REGLES-TABLE.
001750     05  FILLER              PIC X(13)   VALUE "SOCLBSTORDMST".
001760     05  FILLER              PIC X(13)   VALUE "SOABBSTORDMST".
001770     05  FILLER              PIC X(13)   VALUE "SPABASTOPIN  ".
001780     05  FILLER              PIC X(13)   VALUE "CHECBCHQHOLD ".
001790     05  FILLER              PIC X(13)   VALUE "CHABBCHQHOLD ".
001800     05  FILLER              PIC X(13)   VALUE "CLINBACCTMSTR".
001810     05  FILLER              PIC X(13)   VALUE "KCORACASEMSTR".
001820 01  WS-REGLES REDEFINES WS-REGLES-TABLE.
001830     05  WS-REGLE OCCURS 7 TIMES.
001840         10  WS-REGLE-CODE      PIC X(04).
001850         10  WS-REGLE-GRAVITE   PIC X(01).
001860             88  REGLE-BLOQUANTE        VALUE "B".
001870         10  WS-REGLE-FICHIER   PIC X(08).
001880 01  WS-REGLES-COMPTES.
001890     05  WS-REGLE-NOMBRE OCCURS 7 TIMES PIC 9(07) COMP.
001900 77  WS-REGLE-IDX            PIC 9(02)   COMP VALUE ZERO.
001910 77  WS-REGLE-SCAN           PIC 9(02)   COMP VALUE ZERO.
001920*
001930 77  WS-CLI-COUNT            PIC 9(05)   COMP VALUE ZERO.
001940 77  WS-CLI-SCAN             PIC 9(05)   COMP VALUE ZERO.
001950 77  WS-CLI-IDX              PIC 9(05)   COMP VALUE ZERO.
001960 01  CLIENT-NAME-TABLE.
001970     05  CN-ENTRY OCCURS 10000 TIMES.
001980         10  CN-NUMERO          PIC X(10).
001990         10  CN-NOM             PIC X(20).
002000*-------------------
002010 PROCEDURE DIVISION.
002020*-------------------
002030 0000-MAINLINE.
002040     DISPLAY "INTEGRITY-AUDIT : CONTROLE D'INTEGRITE "
002050             "REFERENTIELLE DES FICHIERS MAITRES"
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002070     PERFORM 2000-CHECK-STANDING-ORDERS THRU 2000-EXIT
002080     PERFORM 2200-CHECK-STOP-INSTRUCTIONS THRU 2200-EXIT
002090     PERFORM 2400-CHECK-CASES THRU 2400-EXIT
002100     SORT TRI-GELS
002110         ON ASCENDING KEY TG-ACCOUNT-NUMBER
002120         USING CHEQUE-HOLDS-IN
002130         OUTPUT PROCEDURE IS 3000-CHECK-ACCOUNTS
002140             THRU 3000-EXIT
002150     PERFORM 4000-TERMINATE THRU 4000-EXIT
002160     STOP RUN.
002170*-----------------------------------------------------------------
002180* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES, CHARGE LE MAITRE
002190* CLIENT KYC ET OUVRE LES FICHIERS CONSULTES TOUT AU LONG DU
002200* CONTROLE.
002210*-----------------------------------------------------------------
002220 1000-INITIALIZE.
002230     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
002240     PERFORM 1200-LOAD-CLIENT-NAMES THRU 1200-EXIT
002250     INITIALIZE WS-REGLES-COMPTES
002260     OPEN INPUT  ACCOUNT-MASTER
002270     OPEN INPUT  USER-INFO
002280     OPEN OUTPUT INTEGRITY-REPORT.
002290 1000-EXIT.
002300     EXIT.
002310*-----------------------------------------------------------------
002320* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES ET LE NUMERO DE
002330* RUN SUR LE FICHIER DE CONTROLE DE LA CHAINE.  FICHIER VIDE OU
002340* ABSENT : ARRET EN CODE 16, LES ORDRES ECHUS NE SERAIENT PAS
002350* RECONNUS.
002360*-----------------------------------------------------------------
002370 1050-LOAD-RUN-CONTROL.
002380     OPEN INPUT RUN-CONTROL
002390     READ RUN-CONTROL
002400         AT END
002410             MOVE "Y" TO WS-RUNCTL-EOF-SW
002420         NOT AT END
002430             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
002440             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
002450     END-READ
002460     CLOSE RUN-CONTROL
002470     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
002480         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF
002520     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
002530             " RUN : " WS-NUMERO-RUN.
002540 1050-EXIT.
002550     EXIT.
002560*-----------------------------------------------------------------
002570* 1200-LOAD-CLIENT-NAMES -- CHARGE LE NUMERO ET LE NOM DE CHAQUE
002580* CLIENT DU MAITRE CLIENT KYC DANS CLIENT-NAME-TABLE.
002590*-----------------------------------------------------------------
002600 1200-LOAD-CLIENT-NAMES.
002610     OPEN INPUT CLIENT-MASTER
002620     PERFORM 8200-READ-CLIENT THRU 8200-EXIT
002630     PERFORM 1210-STORE-ONE-CLIENT THRU 1210-EXIT
002640         UNTIL CLIENTS-END-OF-FILE
002650     CLOSE CLIENT-MASTER
002660     DISPLAY "CLIENTS CHARGES : " WS-CLI-COUNT.
002670 1200-EXIT.
002680     EXIT.
002690*-----------------------------------------------------------------
002700* 1210-STORE-ONE-CLIENT -- RANGE LE CLIENT COURANT DANS LA TABLE,
002710* Y COMPRIS SANS NUMERO (LES CAS ANCIENS SONT CLES SUR LE NOM),
002720* PUIS LIT LE SUIVANT.  UNE TABLE PLEINE ARRETE L'ETAPE : DES
002730* CLIENTS CONNUS SERAIENT SIGNALES A TORT.
002740*-----------------------------------------------------------------
002750 1210-STORE-ONE-CLIENT.
002760     IF WS-CLI-COUNT NOT < 10000
002770         DISPLAY "TABLE DES CLIENTS PLEINE (10000) - ARRET"
002780         MOVE 16 TO RETURN-CODE
002790         STOP RUN
002800     END-IF
002810     ADD 1 TO WS-CLI-COUNT
002820     MOVE CL-NUMERO-CLIENT TO CN-NUMERO (WS-CLI-COUNT)
002830     MOVE CL-NOM           TO CN-NOM (WS-CLI-COUNT)
002840     PERFORM 8200-READ-CLIENT THRU 8200-EXIT.
002850 1210-EXIT.
002860     EXIT.
002870*-----------------------------------------------------------------
002880* 2000-CHECK-STANDING-ORDERS -- PASSE EN REVUE LES ORDRES
002890* PERMANENTS DE STORDMST.
002900*-----------------------------------------------------------------
002910 2000-CHECK-STANDING-ORDERS.
002920     OPEN INPUT STANDING-ORDERS
002930     PERFORM 8100-READ-ORDER THRU 8100-EXIT
002940     PERFORM 2100-CHECK-ONE-ORDER THRU 2100-EXIT
002950         UNTIL ORDRES-END-OF-FILE
002960     CLOSE STANDING-ORDERS.
002970 2000-EXIT.
002980     EXIT.
002990*-----------------------------------------------------------------
003000* 2100-CHECK-ONE-ORDER -- UN ORDRE ECHU (DATE DE FIN PASSEE) EST
003010* IGNORE ; UN ORDRE EN VIGUEUR DONT LE COMPTE A DEBITER EST ABSENT
003020* DU MAITRE ("SOAB") OU CLOS ("SOCL") EST SIGNALE.  LIT L'ORDRE
003030* SUIVANT.
003040*-----------------------------------------------------------------
003050 2100-CHECK-ONE-ORDER.
003060     ADD 1 TO WS-ORDRES-LUS
003070     IF SO-DATE-FIN NOT = SPACES
003080             AND SO-DATE-FIN < WS-DATE-AFFAIRES
003090         ADD 1 TO WS-ORDRES-ECHUS
003100         GO TO 2100-SUITE
003110     END-IF
003120     MOVE SO-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
003130     PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT
003140     MOVE SO-ACCOUNT-NUMBER TO WS-ECART-CLE
003150     MOVE SO-COUNTERPARTY   TO WS-ECART-REFERENCE
003160     MOVE SO-AMOUNT         TO WS-ECART-MONTANT-1
003170     IF KEY-NOT-FOUND
003180         MOVE "SOAB" TO WS-REGLE-CHERCHEE
003190         PERFORM 2900-WRITE-ECART THRU 2900-EXIT
003200         GO TO 2100-SUITE
003210     END-IF
003220     IF ACCOUNT-CLOSED
003230         MOVE ACCT-STATUS TO WS-ECART-STATUT
003240         MOVE "SOCL" TO WS-REGLE-CHERCHEE
003250         PERFORM 2900-WRITE-ECART THRU 2900-EXIT
003260     END-IF.
003270 2100-SUITE.
003280     PERFORM 8100-READ-ORDER THRU 8100-EXIT.
003290 2100-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320* 2200-CHECK-STOP-INSTRUCTIONS -- PASSE EN REVUE LES OPPOSITIONS
003330* DE STOPIN (FICHIER ABSENT : AUCUNE OPPOSITION).
003340*-----------------------------------------------------------------
003350 2200-CHECK-STOP-INSTRUCTIONS.
003360     OPEN INPUT STOP-INSTRUCTIONS
003370     PERFORM 8150-READ-STOP THRU 8150-EXIT
003380     PERFORM 2300-CHECK-ONE-STOP THRU 2300-EXIT
003390         UNTIL STOPS-END-OF-FILE
003400     CLOSE STOP-INSTRUCTIONS.
003410 2200-EXIT.
003420     EXIT.
003430*-----------------------------------------------------------------
003440* 2300-CHECK-ONE-STOP -- UNE OPPOSITION DONT LE COMPTE N'EST PLUS
003450* SUR LE MAITRE (COMPTE PURGE OU SUPPRIME) EST SIGNALEE ("SPAB"),
003460* PUIS L'OPPOSITION SUIVANTE EST LUE.
003470*-----------------------------------------------------------------
003480 2300-CHECK-ONE-STOP.
003490     ADD 1 TO WS-OPPOSITIONS-LUES
003500     MOVE SP-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
003510     PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT
003520     IF KEY-NOT-FOUND
003530         MOVE SP-ACCOUNT-NUMBER TO WS-ECART-CLE
003540         MOVE SP-OPERATEUR      TO WS-ECART-REFERENCE
003550         MOVE SP-MONTANT-MIN    TO WS-ECART-MONTANT-1
003560         MOVE SP-MONTANT-MAX    TO WS-ECART-MONTANT-2
003570         MOVE "SPAB" TO WS-REGLE-CHERCHEE
003580         PERFORM 2900-WRITE-ECART THRU 2900-EXIT
003590     END-IF
003600     PERFORM 8150-READ-STOP THRU 8150-EXIT.
003610 2300-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------------
003640* 2400-CHECK-CASES -- PASSE EN REVUE LES CAS DE CONFORMITE DE
003650* CASEMSTR DANS L'ORDRE DE LA CLE.
003660*-----------------------------------------------------------------
003670 2400-CHECK-CASES.
003680     OPEN INPUT KYC-CASE-MASTER
003690     MOVE LOW-VALUES TO KC-CLE
003700     START KYC-CASE-MASTER KEY IS NOT LESS THAN KC-CLE
003710         INVALID KEY
003720             MOVE "Y" TO WS-CAS-EOF-SW
003730     END-START
003740     PERFORM 8300-READ-CASE THRU 8300-EXIT
003750     PERFORM 2500-CHECK-ONE-CASE THRU 2500-EXIT
003760         UNTIL CAS-END-OF-FILE
003770     CLOSE KYC-CASE-MASTER.
003780 2400-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810* 2500-CHECK-ONE-CASE -- UN CAS DONT LE CLIENT (NUMERO, OU NOM
003820* POUR LE STOCK ANTERIEUR AU NUMERO) N'EST PLUS SUR LE MAITRE
003830* CLIENT KYC EST SIGNALE ("KCOR"), PUIS LE CAS SUIVANT EST LU.
003840*-----------------------------------------------------------------
003850 2500-CHECK-ONE-CASE.
003860     ADD 1 TO WS-CAS-LUS
003870     MOVE KC-CLIENT-KEY TO WS-CLE-CAS
003880     PERFORM 8240-FIND-CASE-CLIENT THRU 8240-EXIT
003890     IF WS-CLI-IDX = ZERO
003900         MOVE KC-CLE    TO WS-ECART-CLE
003910         MOVE KC-STATUT TO WS-ECART-STATUT
003920         MOVE "KCOR" TO WS-REGLE-CHERCHEE
003930         PERFORM 2900-WRITE-ECART THRU 2900-EXIT
003940     END-IF
003950     PERFORM 8300-READ-CASE THRU 8300-EXIT.
003960 2500-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990* 2900-WRITE-ECART -- EDITE SUR INTGRPT L'ECART PREPARE PAR
004000* L'APPELANT (REGLE WS-REGLE-CHERCHEE ET ZONES WS-ECART-*), LE
004010* COMPTE SOUS SA REGLE ET SA GRAVITE, PUIS REMET LES ZONES A
004020* BLANC POUR L'ECART SUIVANT.
004030*-----------------------------------------------------------------
004040 2900-WRITE-ECART.
004050     PERFORM 8500-FIND-REGLE THRU 8500-EXIT
004060     MOVE SPACES TO INTEGRITY-REPORT-RECORD
004070     MOVE "D"                            TO IR-TYPE
004080     MOVE WS-REGLE-CODE (WS-REGLE-IDX)    TO IR-REGLE
004090     MOVE WS-REGLE-GRAVITE (WS-REGLE-IDX) TO IR-GRAVITE
004100     MOVE WS-REGLE-FICHIER (WS-REGLE-IDX) TO IR-FICHIER
004110     MOVE WS-DATE-AFFAIRES               TO IR-DATE-AFFAIRES
004120     MOVE WS-ECART-CLE                   TO IR-CLE
004130     MOVE WS-ECART-REFERENCE             TO IR-REFERENCE
004140     MOVE WS-ECART-STATUT                TO IR-STATUT
004150     MOVE WS-ECART-MONTANT-1             TO IR-MONTANT-1
004160     MOVE WS-ECART-MONTANT-2             TO IR-MONTANT-2
004170     MOVE WS-ECART-NOMBRE                TO IR-NOMBRE
004180     WRITE INTEGRITY-REPORT-RECORD
004190     ADD 1 TO WS-REGLE-NOMBRE (WS-REGLE-IDX)
004200     IF REGLE-BLOQUANTE (WS-REGLE-IDX)
004210         ADD 1 TO WS-ECARTS-BLOQUANTS
004220     ELSE
004230         ADD 1 TO WS-ECARTS-AVERTIS
004240     END-IF
004250     MOVE SPACES TO WS-ECART-CLE
004260     MOVE SPACES TO WS-ECART-REFERENCE
004270     MOVE SPACE  TO WS-ECART-STATUT
004280     MOVE ZERO   TO WS-ECART-MONTANT-1
004290     MOVE ZERO   TO WS-ECART-MONTANT-2
004300     MOVE ZERO   TO WS-ECART-NOMBRE.
004310 2900-EXIT.
004320     EXIT.
004330*-----------------------------------------------------------------
004340* 3000-CHECK-ACCOUNTS -- PROCEDURE DE SORTIE DU TRI : RAPPROCHE
004350* LES CHEQUES TRIES PAR COMPTE DU FICHIER MAITRE LU EN SEQUENCE
004360* DE CLE, JUSQU'A EPUISEMENT DES DEUX.
004370*-----------------------------------------------------------------
004380 3000-CHECK-ACCOUNTS.
004390     MOVE LOW-VALUES TO ACCOUNT-NUMBER
004400     START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCOUNT-NUMBER
004410         INVALID KEY
004420             MOVE "Y" TO WS-EOF-SW
004430     END-START
004440     PERFORM 8010-READ-NEXT-ACCOUNT THRU 8010-EXIT
004450     PERFORM 8400-RETURN-GEL THRU 8400-EXIT
004460     PERFORM 3100-MATCH-ONE-ACCOUNT THRU 3100-EXIT
004470         UNTIL END-OF-FILE AND TRI-END-OF-FILE.
004480 3000-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------------
004510* 3100-MATCH-ONE-ACCOUNT -- DES CHEQUES SUR UN COMPTE QUI PRECEDE
004520* LE COMPTE COURANT DU MAITRE PORTENT SUR UN COMPTE ABSENT
004530* ("CHAB").  SINON LE TOTAL DES CHEQUES DU COMPTE COURANT (ZERO
004540* S'IL N'EN A PAS) EST CONFRONTE A ACCT-UNCLEARED-FUNDS ("CHEC"),
004550* LE TITULAIRE EST CONTROLE ET LE COMPTE SUIVANT EST LU.
004560*-----------------------------------------------------------------
004570 3100-MATCH-ONE-ACCOUNT.
004580     IF WS-CLE-GEL < WS-CLE-COMPTE
004590         PERFORM 3200-SUM-HOLDS THRU 3200-EXIT
004600         MOVE WS-GEL-COMPTE  TO WS-ECART-CLE
004610         MOVE WS-SOMME-GELS  TO WS-ECART-MONTANT-1
004620         MOVE WS-NOMBRE-GELS TO WS-ECART-NOMBRE
004630         MOVE "CHAB" TO WS-REGLE-CHERCHEE
004640         PERFORM 2900-WRITE-ECART THRU 2900-EXIT
004650         GO TO 3100-EXIT
004660     END-IF
004670     ADD 1 TO WS-COMPTES-LUS
004680     MOVE ZERO TO WS-SOMME-GELS
004690     MOVE ZERO TO WS-NOMBRE-GELS
004700     IF WS-CLE-GEL = WS-CLE-COMPTE
004710         PERFORM 3200-SUM-HOLDS THRU 3200-EXIT
004720     END-IF
004730     IF WS-SOMME-GELS NOT = ACCT-UNCLEARED-FUNDS
004740         MOVE ACCOUNT-NUMBER       TO WS-ECART-CLE
004750         MOVE ACCT-STATUS          TO WS-ECART-STATUT
004760         MOVE WS-SOMME-GELS        TO WS-ECART-MONTANT-1
004770         MOVE ACCT-UNCLEARED-FUNDS TO WS-ECART-MONTANT-2
004780         MOVE WS-NOMBRE-GELS       TO WS-ECART-NOMBRE
004790         MOVE "CHEC" TO WS-REGLE-CHERCHEE
004800         PERFORM 2900-WRITE-ECART THRU 2900-EXIT
004810     END-IF
004820     PERFORM 3300-CHECK-HOLDER THRU 3300-EXIT
004830     PERFORM 8010-READ-NEXT-ACCOUNT THRU 8010-EXIT.
004840 3100-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------------
004870* 3200-SUM-HOLDS -- TOTALISE LES CHEQUES DU COMPTE WS-CLE-GEL
004880* JUSQU'A LA RUPTURE DE COMPTE.
004890*-----------------------------------------------------------------
004900 3200-SUM-HOLDS.
004910     MOVE WS-CLE-GEL TO WS-GEL-COMPTE
004920     MOVE ZERO TO WS-SOMME-GELS
004930     MOVE ZERO TO WS-NOMBRE-GELS
004940     PERFORM 3210-ADD-ONE-HOLD THRU 3210-EXIT
004950         UNTIL WS-CLE-GEL NOT = WS-GEL-COMPTE.
004960 3200-EXIT.
004970     EXIT.
004980*-----------------------------------------------------------------
004990* 3210-ADD-ONE-HOLD -- CUMULE LE CHEQUE COURANT ET REND LE
005000* SUIVANT.
005010*-----------------------------------------------------------------
005020 3210-ADD-ONE-HOLD.
005030     ADD TG-AMOUNT TO WS-SOMME-GELS
005040     ADD 1 TO WS-NOMBRE-GELS
005050     ADD 1 TO WS-GELS-LUS
005060     PERFORM 8400-RETURN-GEL THRU 8400-EXIT.
005070 3210-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100* 3300-CHECK-HOLDER -- LE NUMERO CLIENT DU COMPTE COURANT DOIT
005110* ETRE CONNU DU MAITRE CLIENT KYC OU, A DEFAUT, DE USER-INFO ;
005120* INCONNU DES DEUX, LE COMPTE EST SIGNALE ("CLIN").  UN COMPTE
005130* SANS NUMERO CLIENT (ANTERIEUR AU PONT USER-CLIENT-BRIDGE) EST
005140* SEULEMENT COMPTE.
005150*-----------------------------------------------------------------
005160 3300-CHECK-HOLDER.
005170     IF ACCT-NUMERO-CLIENT = SPACES
005180         ADD 1 TO WS-COMPTES-SANS-CLIENT
005190         GO TO 3300-EXIT
005200     END-IF
005210     MOVE ACCT-NUMERO-CLIENT TO WS-CLIENT-CHERCHE
005220     PERFORM 8210-FIND-CLIENT THRU 8210-EXIT
005230     IF WS-CLI-IDX > ZERO
005240         GO TO 3300-EXIT
005250     END-IF
005260     MOVE "N" TO WS-KEY-SW
005270     MOVE ACCT-NUMERO-CLIENT TO IDENTIFIANT
005280     READ USER-INFO
005290         INVALID KEY
005300             MOVE "Y" TO WS-KEY-SW
005310     END-READ
005320     IF NOT KEY-NOT-FOUND
005330         GO TO 3300-EXIT
005340     END-IF
005350     MOVE ACCOUNT-NUMBER     TO WS-ECART-CLE
005360     MOVE ACCT-NUMERO-CLIENT TO WS-ECART-REFERENCE
005370     MOVE ACCT-STATUS        TO WS-ECART-STATUT
005380     MOVE BALANCE            TO WS-ECART-MONTANT-1
005390     MOVE "CLIN" TO WS-REGLE-CHERCHEE
005400     PERFORM 2900-WRITE-ECART THRU 2900-EXIT.
005410 3300-EXIT.
005420     EXIT.
005430*-----------------------------------------------------------------
005440* 4000-TERMINATE -- EDITE LA LIGNE DE COMPTAGE DE CHAQUE REGLE,
005450* FERME LES FICHIERS ET AFFICHE LE BILAN.  UN ECART BLOQUANT
005460* TERMINE L'ETAPE EN CODE 8, DES AVERTISSEMENTS SEULS EN CODE 4.
005470*-----------------------------------------------------------------
005480 4000-TERMINATE.
005490     PERFORM 4100-WRITE-RULE-COUNT THRU 4100-EXIT
005500         VARYING WS-REGLE-IDX FROM 1 BY 1
005510             UNTIL WS-REGLE-IDX > 7
005520     CLOSE ACCOUNT-MASTER
005530     CLOSE USER-INFO
005540     CLOSE INTEGRITY-REPORT
005550     DISPLAY "ORDRES PERMANENTS LUS  : " WS-ORDRES-LUS
005560     DISPLAY "DONT ORDRES ECHUS      : " WS-ORDRES-ECHUS
005570     DISPLAY "OPPOSITIONS LUES       : " WS-OPPOSITIONS-LUES
005580     DISPLAY "CAS DE CONFORMITE LUS  : " WS-CAS-LUS
005590     DISPLAY "COMPTES LUS            : " WS-COMPTES-LUS
005600     DISPLAY "COMPTES SANS CLIENT    : " WS-COMPTES-SANS-CLIENT
005610     DISPLAY "CHEQUES EN COURS LUS   : " WS-GELS-LUS
005620     DISPLAY "ECARTS BLOQUANTS       : " WS-ECARTS-BLOQUANTS
005630     DISPLAY "AVERTISSEMENTS         : " WS-ECARTS-AVERTIS
005640     IF WS-ECARTS-BLOQUANTS > ZERO
005650         DISPLAY "REGLE BLOQUANTE ENFREINTE - VOIR INTGRPT"
005660         MOVE 8 TO RETURN-CODE
005670         GO TO 4000-EXIT
005680     END-IF
005690     IF WS-ECARTS-AVERTIS > ZERO
005700         DISPLAY "AVERTISSEMENTS D'INTEGRITE - VOIR INTGRPT"
005710         MOVE 4 TO RETURN-CODE
005720     END-IF.
005730 4000-EXIT.
005740     EXIT.
005750*-----------------------------------------------------------------
005760* 4100-WRITE-RULE-COUNT -- EDITE LA LIGNE "R" DE LA REGLE
005770* WS-REGLE-IDX AVEC SON NOMBRE D'ECARTS.
005780*-----------------------------------------------------------------
005790 4100-WRITE-RULE-COUNT.
005800     MOVE SPACES TO INTEGRITY-REPORT-RECORD
005810     MOVE "R"                            TO IR-TYPE
005820     MOVE WS-REGLE-CODE (WS-REGLE-IDX)    TO IR-REGLE
005830     MOVE WS-REGLE-GRAVITE (WS-REGLE-IDX) TO IR-GRAVITE
005840     MOVE WS-REGLE-FICHIER (WS-REGLE-IDX) TO IR-FICHIER
005850     MOVE WS-DATE-AFFAIRES               TO IR-DATE-AFFAIRES
005860     MOVE ZERO                           TO IR-MONTANT-1
005870     MOVE ZERO                           TO IR-MONTANT-2
005880     MOVE WS-REGLE-NOMBRE (WS-REGLE-IDX)  TO IR-NOMBRE
005890     WRITE INTEGRITY-REPORT-RECORD
005900     DISPLAY "REGLE " WS-REGLE-CODE (WS-REGLE-IDX)
005910             " (" WS-REGLE-GRAVITE (WS-REGLE-IDX) ") : "
005920             WS-REGLE-NOMBRE (WS-REGLE-IDX).
005930 4100-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------------
005960* 8000-READ-ACCOUNT -- LIT EN DIRECT LE COMPTE ACCOUNT-NUMBER ;
005970* KEY-NOT-FOUND S'IL EST ABSENT DU MAITRE.
005980*-----------------------------------------------------------------
005990 8000-READ-ACCOUNT.
006000     MOVE "N" TO WS-KEY-SW
006010     READ ACCOUNT-MASTER
006020         INVALID KEY
006030             MOVE "Y" TO WS-KEY-SW
006040     END-READ.
006050 8000-EXIT.
006060     EXIT.
006070*-----------------------------------------------------------------
006080* 8010-READ-NEXT-ACCOUNT -- LIT LE COMPTE SUIVANT DU MAITRE EN
006090* SEQUENCE DE CLE ; WS-CLE-COMPTE PASSE A HIGH-VALUES EN FIN DE
006100* FICHIER.
006110*-----------------------------------------------------------------
006120 8010-READ-NEXT-ACCOUNT.
006130     IF NOT END-OF-FILE
006140         READ ACCOUNT-MASTER NEXT RECORD
006150             AT END
006160                 MOVE "Y" TO WS-EOF-SW
006170         END-READ
006180     END-IF
006190     IF END-OF-FILE
006200         MOVE HIGH-VALUES TO WS-CLE-COMPTE
006210     ELSE
006220         MOVE ACCOUNT-NUMBER TO WS-CLE-COMPTE
006230     END-IF.
006240 8010-EXIT.
006250     EXIT.
006260*-----------------------------------------------------------------
006270* 8100-READ-ORDER -- LIT L'ORDRE PERMANENT SUIVANT.
006280*-----------------------------------------------------------------
006290 8100-READ-ORDER.
006300     READ STANDING-ORDERS
006310         AT END
006320             MOVE "Y" TO WS-ORD-EOF-SW
006330     END-READ.
006340 8100-EXIT.
006350     EXIT.
006360*-----------------------------------------------------------------
006370* 8150-READ-STOP -- LIT L'OPPOSITION SUIVANTE.
006380*-----------------------------------------------------------------
006390 8150-READ-STOP.
006400     READ STOP-INSTRUCTIONS
006410         AT END
006420             MOVE "Y" TO WS-STOP-EOF-SW
006430     END-READ.
006440 8150-EXIT.
006450     EXIT.
006460*-----------------------------------------------------------------
006470* 8200-READ-CLIENT -- LIT LE CLIENT SUIVANT DU MAITRE CLIENT KYC.
006480*-----------------------------------------------------------------
006490 8200-READ-CLIENT.
006500     READ CLIENT-MASTER
006510         AT END
006520             MOVE "Y" TO WS-CLI-EOF-SW
006530     END-READ.
006540 8200-EXIT.
006550     EXIT.
006560*-----------------------------------------------------------------
006570* 8210-FIND-CLIENT -- RETIENT DANS WS-CLI-IDX L'ENTREE DE
006580* CLIENT-NAME-TABLE DU CLIENT WS-CLIENT-CHERCHE (ZERO SI ABSENT).
006590*-----------------------------------------------------------------
006600 8210-FIND-CLIENT.
006610     MOVE ZERO TO WS-CLI-IDX
006620     PERFORM 8220-MATCH-ONE-CLIENT THRU 8220-EXIT
006630         VARYING WS-CLI-SCAN FROM 1 BY 1
006640             UNTIL WS-CLI-SCAN > WS-CLI-COUNT
006650                 OR WS-CLI-IDX > ZERO.
006660 8210-EXIT.
006670     EXIT.
006680*-----------------------------------------------------------------
006690* 8220-MATCH-ONE-CLIENT -- RETIENT DANS WS-CLI-IDX L'ENTREE DU
006700* CLIENT CHERCHE.
006710*-----------------------------------------------------------------
006720 8220-MATCH-ONE-CLIENT.
006730     IF CN-NUMERO (WS-CLI-SCAN) = WS-CLIENT-CHERCHE
006740         MOVE WS-CLI-SCAN TO WS-CLI-IDX
006750     END-IF.
006760 8220-EXIT.
006770     EXIT.
006780*-----------------------------------------------------------------
006790* 8240-FIND-CASE-CLIENT -- RETIENT DANS WS-CLI-IDX L'ENTREE DE
006800* CLIENT-NAME-TABLE DU CLIENT DU CAS WS-CLE-CAS (ZERO SI ABSENT).
006810*-----------------------------------------------------------------
006820 8240-FIND-CASE-CLIENT.
006830     MOVE ZERO TO WS-CLI-IDX
006840     PERFORM 8250-MATCH-CASE-CLIENT THRU 8250-EXIT
006850         VARYING WS-CLI-SCAN FROM 1 BY 1
006860             UNTIL WS-CLI-SCAN > WS-CLI-COUNT
006870                 OR WS-CLI-IDX > ZERO.
006880 8240-EXIT.
006890     EXIT.
006900*-----------------------------------------------------------------
006910* 8250-MATCH-CASE-CLIENT -- LA CLE DU CAS DESIGNE LE CLIENT PAR
006920* SON NUMERO (DIX POSITIONS SUIVIES DE BLANCS) OU PAR SON NOM.
006930*-----------------------------------------------------------------
006940 8250-MATCH-CASE-CLIENT.
006950     IF CN-NOM (WS-CLI-SCAN) = WS-CLE-CAS
006960         MOVE WS-CLI-SCAN TO WS-CLI-IDX
006970         GO TO 8250-EXIT
006980     END-IF
006990     IF WS-CLE-CAS-SUITE = SPACES
007000             AND CN-NUMERO (WS-CLI-SCAN) NOT = SPACES
007010             AND CN-NUMERO (WS-CLI-SCAN) = WS-CLE-CAS-NUMERO
007020         MOVE WS-CLI-SCAN TO WS-CLI-IDX
007030     END-IF.
007040 8250-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------------
007070* 8300-READ-CASE -- LIT LE CAS SUIVANT DE CASEMSTR.
007080*-----------------------------------------------------------------
007090 8300-READ-CASE.
007100     IF CAS-END-OF-FILE
007110         GO TO 8300-EXIT
007120     END-IF
007130     READ KYC-CASE-MASTER NEXT RECORD
007140         AT END
007150             MOVE "Y" TO WS-CAS-EOF-SW
007160     END-READ.
007170 8300-EXIT.
007180     EXIT.
007190*-----------------------------------------------------------------
007200* 8400-RETURN-GEL -- REND LE CHEQUE TRIE SUIVANT ; WS-CLE-GEL
007210* PASSE A HIGH-VALUES EN FIN DE TRI.
007220*-----------------------------------------------------------------
007230 8400-RETURN-GEL.
007240     RETURN TRI-GELS
007250         AT END
007260             MOVE "Y" TO WS-TRI-EOF-SW
007270     END-RETURN
007280     IF TRI-END-OF-FILE
007290         MOVE HIGH-VALUES TO WS-CLE-GEL
007300     ELSE
007310         MOVE TG-ACCOUNT-NUMBER TO WS-CLE-GEL
007320     END-IF.
007330 8400-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------------
007360* 8500-FIND-REGLE -- RETIENT DANS WS-REGLE-IDX L'ENTREE DE LA
007370* REGLE WS-REGLE-CHERCHEE.  UNE REGLE INCONNUE EST UNE ERREUR DE
007380* PROGRAMME : ARRET EN CODE 16.
007390*-----------------------------------------------------------------
007400 8500-FIND-REGLE.
007410     MOVE ZERO TO WS-REGLE-IDX
007420     PERFORM 8510-MATCH-ONE-REGLE THRU 8510-EXIT
007430         VARYING WS-REGLE-SCAN FROM 1 BY 1
007440             UNTIL WS-REGLE-SCAN > 7
007450                 OR WS-REGLE-IDX > ZERO
007460     IF WS-REGLE-IDX = ZERO
007470         DISPLAY "REGLE INCONNUE : " WS-REGLE-CHERCHEE " - ARRET"
007480         MOVE 16 TO RETURN-CODE
007490         STOP RUN
007500     END-IF.
007510 8500-EXIT.
007520     EXIT.
007530*-----------------------------------------------------------------
007540* 8510-MATCH-ONE-REGLE -- RETIENT DANS WS-REGLE-IDX L'ENTREE DE LA
007550* REGLE CHERCHEE.
007560*-----------------------------------------------------------------
007570 8510-MATCH-ONE-REGLE.
007580     IF WS-REGLE-CODE (WS-REGLE-SCAN) = WS-REGLE-CHERCHEE
007590         MOVE WS-REGLE-SCAN TO WS-REGLE-IDX
007600     END-IF.
007610 8510-EXIT.
007620     EXIT.
