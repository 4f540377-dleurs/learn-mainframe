000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    OVERDRAFT-ARREARS.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. SUIVI DES IMPAYES DE
000220*                  DECOUVERT : CHAQUE NUIT, AVANT LA MAINTENANCE
000230*                  DES COMPTES, TOUT COMPTE DONT LE SOLDE DE
000240*                  CLOTURE DE LA VEILLE DEPASSE SON DECOUVERT
000250*                  AUTORISE (ACCT-OVERDRAFT-LIMIT) EST SUIVI SUR
000260*                  LE MAITRE DES IMPAYES ARRMSTR (DATE DU PREMIER
000270*                  DEPASSEMENT, JOURS CALENDAIRES ECOULES).  LES
000280*                  COURRIERS DE RELANCE PARTENT SUR DUNLTR : UN
000290*                  RAPPEL A 15 JOURS, UNE MISE EN DEMEURE A 30,
000300*                  UN DERNIER AVIS A 60.  AU DERNIER PALIER LE
000310*                  BLOCAGE DU COMPTE (STATUT "B") EST EMIS SUR
000320*                  ACCTARR, CONCATENE A ACCTTRIN DEVANT
000330*                  ACCOUNT-MAINTENANCE (OPERATEUR "ARREARS"), ET
000340*                  LE COMPTE EST EDITE SUR LE RAPPORT DE
000350*                  RECOUVREMENT COLLRPT.  LE RETOUR DU SOLDE DANS
000360*                  SA LIMITE CLOT LE CYCLE, EDITE "R" SUR
000370*                  COLLRPT, ET DEBLOQUE LE COMPTE S'IL L'AVAIT
000380*                  ETE PAR CE PROGRAMME.  LES EVENEMENTS DU JOUR
000390*                  SONT REEMIS A L'IDENTIQUE SI L'ETAPE EST
000400*                  RELANCEE SOUS LA MEME DATE D'AFFAIRES.
000410* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000420*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000430*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000440*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000450*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000460*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000461* 2026-10-15 MF    LA LIMITE SUIVIE EST LA LIMITE DE DECOUVERT
000462*                  EFFECTIVE DE SIMPLEBANK : CELLE DU COMPTE,
000463*                  RAMENEE A ZERO SI SON PRODUIT (PRODCTL EN
000464*                  VIGUEUR) INTERDIT LE DECOUVERT ET PLAFONNEE PAR
000465*                  LE MAXIMUM DU PRODUIT. ELLE EST AUSSI CELLE DES
000466*                  COURRIERS ET DU RAPPORT.
000470*-----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE IS DYNAMIC
000570            RECORD KEY IS ACCOUNT-NUMBER.
000580
000590     SELECT ARREARS-MASTER   ASSIGN TO ARRMSTR
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE IS DYNAMIC
000620            RECORD KEY IS AR-ACCOUNT-NUMBER.
000630
000640     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000650            ORGANIZATION IS SEQUENTIAL.
000660
000670     SELECT ARREARS-TRANS-OUT ASSIGN TO ACCTARR
000680            ORGANIZATION IS SEQUENTIAL.
000690
000700     SELECT DUNNING-LETTERS  ASSIGN TO DUNLTR
000710            ORGANIZATION IS SEQUENTIAL.
000720
000730     SELECT COLLECTIONS-REPORT ASSIGN TO COLLRPT
000732            ORGANIZATION IS SEQUENTIAL.
000734
000736     SELECT OPTIONAL PRODUCT-CONTROL ASSIGN TO PRODCTL
000740            ORGANIZATION IS SEQUENTIAL.
000750
000760     SELECT RUN-STATISTICS   ASSIGN TO RUNSTATS
000770            ORGANIZATION IS SEQUENTIAL.
000780
000790     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000800            ORGANIZATION IS SEQUENTIAL.
000810
000820     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000830            ORGANIZATION IS SEQUENTIAL.
000840*-------------
000850 DATA DIVISION.
000860*-------------
000870 FILE SECTION.
000880 FD  ACCOUNT-MASTER.
000890 COPY ACCTREC.
000900*
000910 FD  ARREARS-MASTER.
000920 COPY ARRREC.
000930*
000940 FD  RUN-CONTROL
000950     LABEL RECORDS ARE STANDARD.
000960 COPY RUNCTL.
000970*
000980 FD  ARREARS-TRANS-OUT
000990     LABEL RECORDS ARE STANDARD.
001000 01  ARREARS-TRANS-RECORD    PIC X(48).
001010*
001020 FD  DUNNING-LETTERS
001030     LABEL RECORDS ARE STANDARD.
001040 COPY DUNLTR.
001050*
001060 FD  COLLECTIONS-REPORT
001070     LABEL RECORDS ARE STANDARD.
001080 COPY COLLRPT.
001090*
001092 FD  PRODUCT-CONTROL
001094     LABEL RECORDS ARE STANDARD.
001096 COPY PRODCTL.
001098*
001100 FD  RUN-STATISTICS
001110     LABEL RECORDS ARE STANDARD.
001120 COPY RUNSTAT.
001130*
001140 FD  STEP-DIRECTIVES
001150     LABEL RECORDS ARE STANDARD.
001160 COPY STEPDIR.
001170*
001180 FD  CHAIN-REGISTER
001190     LABEL RECORDS ARE STANDARD.
001200 COPY CHAINREG.
001210*
001220 WORKING-STORAGE SECTION.
001230*
001240 01  WS-SWITCHES.
001250     05  WS-EOF-SW           PIC X(01)   VALUE "N".
001260         88  END-OF-FILE             VALUE "Y".
001270     05  WS-RUNCTL-EOF-SW    PIC X(01)   VALUE "N".
001280         88  RUNCTL-END-OF-FILE      VALUE "Y".
001290     05  WS-ARRIERE-SW       PIC X(01)   VALUE "N".
001300         88  ARRIERE-TROUVE          VALUE "Y".
001310     05  WS-HORS-LIMITE-SW   PIC X(01)   VALUE "N".
001320         88  HORS-LIMITE             VALUE "Y".
001323     05  WS-PRODUIT-EOF-SW   PIC X(01)   VALUE "N".
001326         88  PRODUIT-END-OF-FILE     VALUE "Y".
001330*
001340 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001350 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001360 77  WS-SEUIL-RAPPEL         PIC 9(03)   VALUE 15.
001370 77  WS-SEUIL-DEMEURE        PIC 9(03)   VALUE 30.
001380 77  WS-SEUIL-FINAL          PIC 9(03)   VALUE 60.
001390 77  WS-OPERATEUR-ARREARS    PIC X(08)   VALUE "ARREARS".
001400 77  WS-DECOUVERT            PIC 9(9)V99 VALUE ZERO.
001410 77  WS-DEPASSEMENT          PIC 9(9)V99 VALUE ZERO.
001411 77  WS-LIMITE-DECOUVERT     PIC 9(7)V99 VALUE ZERO.
001412 77  WS-PRD-COUNT            PIC 9(03)   COMP VALUE ZERO.
001413 77  WS-PRD-SCAN             PIC 9(03)   COMP VALUE ZERO.
001414 77  WS-PRD-IDX              PIC 9(03)   COMP VALUE ZERO.
001415 77  WS-PRODUIT-CHERCHE      PIC X(04)   VALUE SPACES.
001420 77  WS-JOURS-AFFAIRES       PIC 9(07)   VALUE ZERO.
001430 77  WS-JOURS-ECOULES        PIC 9(07)   VALUE ZERO.
001440 77  WS-PALIER-ATTEINT       PIC X(01)   VALUE SPACE.
001450 77  WS-STATUT-EMIS          PIC X(01)   VALUE SPACE.
001460 77  WS-GENRE-RAPPORT        PIC X(01)   VALUE SPACE.
001470 77  WS-COMPTES-LUS          PIC 9(07)   COMP VALUE ZERO.
001480 77  WS-COMPTES-EN-RETARD    PIC 9(07)   COMP VALUE ZERO.
001490 77  WS-NOUVEAUX-RETARDS     PIC 9(07)   COMP VALUE ZERO.
001500 77  WS-RAPPELS              PIC 9(07)   COMP VALUE ZERO.
001510 77  WS-MISES-EN-DEMEURE     PIC 9(07)   COMP VALUE ZERO.
001520 77  WS-DERNIERS-AVIS        PIC 9(07)   COMP VALUE ZERO.
001530 77  WS-BLOCAGES             PIC 9(07)   COMP VALUE ZERO.
001540 77  WS-NON-BLOQUES          PIC 9(07)   COMP VALUE ZERO.
001550 77  WS-REGULARISATIONS      PIC 9(07)   COMP VALUE ZERO.
001560 77  WS-DEBLOCAGES           PIC 9(07)   COMP VALUE ZERO.
001570 77  WS-STAT-ETAPE           PIC X(08)   VALUE "ARREARS ".
001580 77  WS-STAT-COMPTEUR        PIC X(12)   VALUE SPACES.
001590 77  WS-STAT-VALEUR          PIC 9(09)   VALUE ZERO.
001600 01  WS-DATE-CALCUL.
001610     05  WS-CAL-ANNEE        PIC 9(04).
001620     05  WS-CAL-MOIS         PIC 9(02).
001630     05  WS-CAL-JOUR         PIC 9(02).
001640 77  WS-DT-JOURS             PIC 9(07)   VALUE ZERO.
001650 77  WS-DT-ANNEE-PREC        PIC 9(04)   VALUE ZERO.
001660 77  WS-DT-BIS4              PIC 9(04)   VALUE ZERO.
001670 77  WS-DT-BIS100            PIC 9(04)   VALUE ZERO.
001680 77  WS-DT-BIS400            PIC 9(04)   VALUE ZERO.
001690 77  WS-DT-BISSEXTILE-SW     PIC X(01)   VALUE "N".
001700     88  ANNEE-BISSEXTILE            VALUE "Y".
001710 77  WS-DT-RESTE             PIC 9(04)   VALUE ZERO.
001720 77  WS-DT-QUOTIENT          PIC 9(04)   VALUE ZERO.
001730 01  WS-JOURS-CUMULES-TABLE.
001740     05  FILLER          PIC X(18) VALUE "000031059090120151".
001750     05  FILLER          PIC X(18) VALUE "181212243273304334".
001760 01  WS-JOURS-CUMULES REDEFINES WS-JOURS-CUMULES-TABLE.
001770     05  WS-JC-MOIS OCCURS 12 TIMES PIC 9(03).
001771*
001772*    CONDITIONS DE DECOUVERT DES PRODUITS EN VIGUEUR (PRODCTL)
001773 01  PRODUCT-TABLE.
001774     05  PRT-ENTRY OCCURS 50 TIMES.
001775         10  PRT-PRODUIT        PIC X(04).
001776         10  PRT-DECOUVERT-SW   PIC X(01).
001777         10  PRT-DECOUVERT-MAX  PIC 9(7)V99.
001780 COPY ACCTTRAN.
001790*
001800 COPY STEPCTL.
001810*-------------------
001820 PROCEDURE DIVISION.
001830*-------------------
001840 0000-MAINLINE.
001850     DISPLAY "OVERDRAFT-ARREARS : SUIVI DES IMPAYES DE DECOUVERT"
001860     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001880     PERFORM 2000-REVIEW-NEXT-ACCOUNT THRU 2000-EXIT
001890         UNTIL END-OF-FILE
001900     PERFORM 3000-TERMINATE THRU 3000-EXIT
001910     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001920     STOP RUN.
001930*-----------------------------------------------------------------
001937* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES ET LE CATALOGUE DES
001944* PRODUITS, OUVRE LES FICHIERS ET SE POSITIONNE EN TETE DU FICHIER
001951* MAITRE DES COMPTES.
001960*-----------------------------------------------------------------
001970 1000-INITIALIZE.
001980     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001985     PERFORM 1100-LOAD-PRODUCTS THRU 1100-EXIT
001990     MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
002000     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
002010     MOVE WS-DT-JOURS TO WS-JOURS-AFFAIRES
002020     OPEN INPUT  ACCOUNT-MASTER
002030     OPEN I-O    ARREARS-MASTER
002040     OPEN OUTPUT ARREARS-TRANS-OUT
002050     OPEN OUTPUT DUNNING-LETTERS
002060     OPEN OUTPUT COLLECTIONS-REPORT
002070     MOVE LOW-VALUES TO ACCOUNT-NUMBER
002080     START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCOUNT-NUMBER
002090         INVALID KEY
002100             MOVE "Y" TO WS-EOF-SW
002110     END-START.
002120 1000-EXIT.
002130     EXIT.
002140*-----------------------------------------------------------------
002150* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES ET LE NUMERO DE
002160* RUN SUR LE FICHIER DE CONTROLE DE LA CHAINE.  FICHIER VIDE OU
002170* ABSENT : L'ETAPE S'ARRETE EN CODE 16, ON NE COMPTE PAS DES
002180* JOURS DE RETARD SOUS UNE DATE INCONNUE.
002190*-----------------------------------------------------------------
002200 1050-LOAD-RUN-CONTROL.
002210     OPEN INPUT RUN-CONTROL
002220     READ RUN-CONTROL
002230         AT END
002240             MOVE "Y" TO WS-RUNCTL-EOF-SW
002250         NOT AT END
002260             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
002270             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
002280     END-READ
002290     CLOSE RUN-CONTROL
002300     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
002310         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
002320         MOVE 16 TO RETURN-CODE
002330         STOP RUN
002340     END-IF
002350     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
002360             " RUN : " WS-NUMERO-RUN.
002370 1050-EXIT.
002371     EXIT.
002372*-----------------------------------------------------------------
002373* 1100-LOAD-PRODUCTS -- CHARGE LES CONDITIONS DE DECOUVERT DU
002374* CATALOGUE DES PRODUITS EN VIGUEUR (PRODCTL) DANS PRODUCT-TABLE :
002375* POUR CHAQUE CODE PRODUIT, LE DERNIER ENREGISTREMENT DONT LA DATE
002376* D'EFFET N'EST PAS POSTERIEURE A LA DATE D'AFFAIRES FAIT FOI,
002377* COMME DANS SIMPLEBANK.  FICHIER ABSENT OU VIDE : CHAQUE COMPTE
002378* GARDE SA PROPRE LIMITE.
002379*-----------------------------------------------------------------
002380 1100-LOAD-PRODUCTS.
002381     OPEN INPUT PRODUCT-CONTROL
002382     PERFORM 8100-READ-PRODUCT THRU 8100-EXIT
002383     PERFORM 1110-STORE-PRODUCT THRU 1110-EXIT
002384         UNTIL PRODUIT-END-OF-FILE
002385     CLOSE PRODUCT-CONTROL
002386     DISPLAY "PRODUITS EN VIGUEUR : " WS-PRD-COUNT.
002387 1100-EXIT.
002388     EXIT.
002389*-----------------------------------------------------------------
002390* 1110-STORE-PRODUCT -- RANGE LES CONDITIONS DE DECOUVERT DU
002391* PRODUIT COURANT S'IL EST EN VIGUEUR A LA DATE D'AFFAIRES (LE
002392* PRODUIT DEJA EN TABLE EST ECRASE), PUIS LIT LE SUIVANT.  UNE
002393* TABLE PLEINE ARRETE L'ETAPE : UN PRODUIT IGNORE FAUSSERAIT LA
002394* LIMITE DE SES COMPTES.
002395*-----------------------------------------------------------------
002396 1110-STORE-PRODUCT.
002397     IF PC-DATE-EFFET > WS-DATE-AFFAIRES
002398         GO TO 1110-SUITE
002399     END-IF
002400     MOVE PC-PRODUIT TO WS-PRODUIT-CHERCHE
002401     PERFORM 2160-FIND-PRODUCT THRU 2160-EXIT
002402     IF WS-PRD-IDX = ZERO
002403         IF WS-PRD-COUNT < 50
002404             ADD 1 TO WS-PRD-COUNT
002405             MOVE WS-PRD-COUNT TO WS-PRD-IDX
002406         ELSE
002407             DISPLAY "TABLE DES PRODUITS PLEINE (50) : "
002408                     PC-PRODUIT
002409             MOVE 16 TO RETURN-CODE
002410             STOP RUN
002411         END-IF
002412     END-IF
002413     MOVE PC-PRODUIT       TO PRT-PRODUIT (WS-PRD-IDX)
002414     MOVE PC-DECOUVERT-SW  TO PRT-DECOUVERT-SW (WS-PRD-IDX)
002415     MOVE PC-DECOUVERT-MAX TO PRT-DECOUVERT-MAX (WS-PRD-IDX).
002416 1110-SUITE.
002417     PERFORM 8100-READ-PRODUCT THRU 8100-EXIT.
002418 1110-EXIT.
002419     EXIT.
002420*-----------------------------------------------------------------
002421* 8100-READ-PRODUCT -- LECTURE SEQUENTIELLE DU CATALOGUE DES
002422* PRODUITS.
002423*-----------------------------------------------------------------
002424 8100-READ-PRODUCT.
002425     READ PRODUCT-CONTROL
002426         AT END
002427             MOVE "Y" TO WS-PRODUIT-EOF-SW
002428     END-READ.
002429 8100-EXIT.
002430     EXIT.
002431*-----------------------------------------------------------------
002432* 2000-REVIEW-NEXT-ACCOUNT -- LIT LE COMPTE SUIVANT EN SEQUENCE
002433* DE CLE ET RETROUVE SON SUIVI D'IMPAYE : COMPTE HORS LIMITE, LE
002434* CYCLE DE RELANCE EST OUVERT OU POURSUIVI ; COMPTE REVENU DANS
002435* SA LIMITE AVEC UN SUIVI EN COURS, LE CYCLE EST CLOS.
002440*-----------------------------------------------------------------
002450 2000-REVIEW-NEXT-ACCOUNT.
002460     READ ACCOUNT-MASTER NEXT RECORD
002470         AT END
002480             MOVE "Y" TO WS-EOF-SW
002490     END-READ
002500     IF END-OF-FILE
002510         GO TO 2000-EXIT
002520     END-IF
002530     ADD 1 TO WS-COMPTES-LUS
002540     PERFORM 2100-READ-ARREARS THRU 2100-EXIT
002550     PERFORM 2150-CHECK-LIMIT THRU 2150-EXIT
002560     IF HORS-LIMITE
002570         PERFORM 2200-TRACK-ARREARS THRU 2200-EXIT
002580     ELSE
002590         IF ARRIERE-TROUVE
002600             PERFORM 2500-CLOSE-CYCLE THRU 2500-EXIT
002610         END-IF
002620     END-IF.
002630 2000-EXIT.
002640     EXIT.
002650*-----------------------------------------------------------------
002660* 2100-READ-ARREARS -- LECTURE DIRECTE DU SUIVI D'IMPAYE DU
002670* COMPTE COURANT SUR ARRMSTR.
002680*-----------------------------------------------------------------
002690 2100-READ-ARREARS.
002700     MOVE ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER
002710     READ ARREARS-MASTER
002720         INVALID KEY
002730             MOVE "N" TO WS-ARRIERE-SW
002740         NOT INVALID KEY
002750             MOVE "Y" TO WS-ARRIERE-SW
002760     END-READ.
002770 2100-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------------
002800* 2150-CHECK-LIMIT -- LE COMPTE EST HORS LIMITE QUAND SON SOLDE
002805* EST DEBITEUR AU-DELA DE SON DECOUVERT AUTORISE EFFECTIF
002810* (WS-LIMITE-DECOUVERT) : LA LIMITE DU COMPTE, RAMENEE A ZERO SI
002815* SON PRODUIT INTERDIT LE DECOUVERT ET PLAFONNEE PAR LE MAXIMUM DU
002820* PRODUIT (NUL = PAS DE PLAFOND), COMME DANS SIMPLEBANK.
002825* WS-DEPASSEMENT PORTE ALORS LA PART QUI EXCEDE LA LIMITE.
002830*-----------------------------------------------------------------
002840 2150-CHECK-LIMIT.
002850     MOVE "N"  TO WS-HORS-LIMITE-SW
002860     MOVE ZERO TO WS-DEPASSEMENT
002861     MOVE ACCT-OVERDRAFT-LIMIT TO WS-LIMITE-DECOUVERT
002862     MOVE ZERO TO WS-PRD-IDX
002863     IF ACCT-PRODUIT NOT = SPACES
002864         MOVE ACCT-PRODUIT TO WS-PRODUIT-CHERCHE
002865         PERFORM 2160-FIND-PRODUCT THRU 2160-EXIT
002866     END-IF
002867     IF WS-PRD-IDX NOT = ZERO
002868         IF PRT-DECOUVERT-SW (WS-PRD-IDX) = "N"
002869             MOVE ZERO TO WS-LIMITE-DECOUVERT
002870         ELSE
002871             IF PRT-DECOUVERT-MAX (WS-PRD-IDX) > ZERO
002872                     AND WS-LIMITE-DECOUVERT
002873                         > PRT-DECOUVERT-MAX (WS-PRD-IDX)
002874                 MOVE PRT-DECOUVERT-MAX (WS-PRD-IDX)
002875                                       TO WS-LIMITE-DECOUVERT
002876             END-IF
002877         END-IF
002878     END-IF
002879     IF BALANCE NOT < ZERO
002880         GO TO 2150-EXIT
002890     END-IF
002900     COMPUTE WS-DECOUVERT = ZERO - BALANCE
002910     IF WS-DECOUVERT > WS-LIMITE-DECOUVERT
002920         MOVE "Y" TO WS-HORS-LIMITE-SW
002930         COMPUTE WS-DEPASSEMENT
002940                 = WS-DECOUVERT - WS-LIMITE-DECOUVERT
002950     END-IF.
002960 2150-EXIT.
002961     EXIT.
002962*-----------------------------------------------------------------
002963* 2160-FIND-PRODUCT -- RECHERCHE WS-PRODUIT-CHERCHE DANS
002964* PRODUCT-TABLE ; WS-PRD-IDX POINTE L'ENTREE, ZERO SI ABSENT.
002965*-----------------------------------------------------------------
002966 2160-FIND-PRODUCT.
002967     MOVE ZERO TO WS-PRD-IDX
002968     PERFORM 2170-MATCH-ONE-PRODUCT THRU 2170-EXIT
002969         VARYING WS-PRD-SCAN FROM 1 BY 1
002970             UNTIL WS-PRD-SCAN > WS-PRD-COUNT
002971                 OR WS-PRD-IDX > ZERO.
002972 2160-EXIT.
002973     EXIT.
002974*-----------------------------------------------------------------
002975* 2170-MATCH-ONE-PRODUCT -- CONFRONTE LE PRODUIT CHERCHE A
002976* L'ENTREE POINTEE PAR WS-PRD-SCAN.
002977*-----------------------------------------------------------------
002978 2170-MATCH-ONE-PRODUCT.
002979     IF PRT-PRODUIT (WS-PRD-SCAN) = WS-PRODUIT-CHERCHE
002980         MOVE WS-PRD-SCAN TO WS-PRD-IDX
002981     END-IF.
002982 2170-EXIT.
002983     EXIT.
002984*-----------------------------------------------------------------
002990* 2200-TRACK-ARREARS -- COMPTE HORS LIMITE : OUVRE LE CYCLE AU
003000* PREMIER CONSTAT (OU APRES UN CYCLE CLOS), COMPTE LES JOURS
003010* CALENDAIRES DEPUIS LE PREMIER DEPASSEMENT ET EN DEDUIT LE
003020* PALIER ATTEINT.  UN PALIER NOUVEAU EMET SON COURRIER (LE PLUS
003030* ELEVE SEULEMENT SI PLUSIEURS SEUILS SONT FRANCHIS D'UN COUP) ;
003040* AU DERNIER PALIER, LE BLOCAGE EST EMIS.
003050*-----------------------------------------------------------------
003060 2200-TRACK-ARREARS.
003070     IF NOT ARRIERE-TROUVE
003080         PERFORM 2210-START-CYCLE THRU 2210-EXIT
003090     ELSE
003100         IF AR-DATE-REGUL NOT = SPACES
003110             PERFORM 2210-START-CYCLE THRU 2210-EXIT
003120         END-IF
003130     END-IF
003140     MOVE AR-DATE-DEBUT TO WS-DATE-CALCUL
003150     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
003160     COMPUTE WS-JOURS-ECOULES = WS-JOURS-AFFAIRES - WS-DT-JOURS
003170     IF WS-JOURS-ECOULES > 999
003180         MOVE 999 TO WS-JOURS-ECOULES
003190     END-IF
003200     MOVE WS-JOURS-ECOULES   TO AR-JOURS-RETARD
003210     MOVE WS-DEPASSEMENT     TO AR-DEPASSEMENT
003220     MOVE ACCT-NUMERO-CLIENT TO AR-NUMERO-CLIENT
003230     MOVE WS-DATE-AFFAIRES   TO AR-DATE-CONSTAT
003240     ADD 1 TO WS-COMPTES-EN-RETARD
003250     EVALUATE TRUE
003260         WHEN AR-JOURS-RETARD NOT < WS-SEUIL-FINAL
003270             MOVE "3" TO WS-PALIER-ATTEINT
003280         WHEN AR-JOURS-RETARD NOT < WS-SEUIL-DEMEURE
003290             MOVE "2" TO WS-PALIER-ATTEINT
003300         WHEN AR-JOURS-RETARD NOT < WS-SEUIL-RAPPEL
003310             MOVE "1" TO WS-PALIER-ATTEINT
003320         WHEN OTHER
003330             MOVE SPACE TO WS-PALIER-ATTEINT
003340     END-EVALUATE
003350     IF WS-PALIER-ATTEINT NOT = SPACE
003360             AND (AR-PALIER-AUCUN
003370                  OR WS-PALIER-ATTEINT > AR-PALIER)
003380         MOVE WS-PALIER-ATTEINT TO AR-PALIER
003390         MOVE WS-DATE-AFFAIRES  TO AR-DATE-PALIER
003400     END-IF
003410     IF NOT AR-PALIER-AUCUN
003420             AND AR-DATE-PALIER = WS-DATE-AFFAIRES
003430         PERFORM 2300-WRITE-LETTER THRU 2300-EXIT
003440     END-IF
003450     IF AR-PALIER-FINAL
003460         PERFORM 2400-BLOCK-ACCOUNT THRU 2400-EXIT
003470     END-IF
003480     IF ARRIERE-TROUVE
003490         REWRITE ARREARS-RECORD
003500             INVALID KEY
003510                 DISPLAY "ERREUR REECRITURE IMPAYE : "
003520                         AR-ACCOUNT-NUMBER
003530         END-REWRITE
003540     ELSE
003550         WRITE ARREARS-RECORD
003560             INVALID KEY
003570                 DISPLAY "ERREUR ECRITURE IMPAYE : "
003580                         AR-ACCOUNT-NUMBER
003590         END-WRITE
003600     END-IF.
003610 2200-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------------
003640* 2210-START-CYCLE -- OUVRE UN CYCLE DE RELANCE A LA DATE
003650* D'AFFAIRES POUR LE COMPTE COURANT (PREMIER DEPASSEMENT, OU
003660* NOUVEAU DEPASSEMENT APRES UN CYCLE CLOS).
003670*-----------------------------------------------------------------
003680 2210-START-CYCLE.
003690     MOVE SPACES             TO ARREARS-RECORD
003700     MOVE ACCOUNT-NUMBER     TO AR-ACCOUNT-NUMBER
003710     MOVE WS-DATE-AFFAIRES   TO AR-DATE-DEBUT
003720     MOVE ZERO               TO AR-JOURS-RETARD
003730     MOVE ZERO               TO AR-DEPASSEMENT
003740     MOVE "N"                TO AR-BLOCAGE-SW
003750     ADD 1 TO WS-NOUVEAUX-RETARDS
003760     DISPLAY "DECOUVERT DEPASSE : " ACCOUNT-NUMBER
003770             " SOLDE " BALANCE.
003780 2210-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810* 2300-WRITE-LETTER -- EMET SUR DUNLTR LE COURRIER DU PALIER
003820* ATTEINT CE JOUR (RAPPEL, MISE EN DEMEURE OU DERNIER AVIS).
003830*-----------------------------------------------------------------
003840 2300-WRITE-LETTER.
003850     MOVE SPACES               TO DUNNING-LETTER-RECORD
003860     MOVE AR-PALIER            TO DL-PALIER
003870     MOVE ACCOUNT-NUMBER       TO DL-ACCOUNT-NUMBER
003880     MOVE ACCT-NUMERO-CLIENT   TO DL-NUMERO-CLIENT
003890     MOVE WS-DATE-AFFAIRES     TO DL-DATE-LETTRE
003900     MOVE AR-DATE-DEBUT        TO DL-DATE-DEBUT
003910     MOVE AR-JOURS-RETARD      TO DL-JOURS-RETARD
003920     MOVE BALANCE              TO DL-BALANCE
003930     MOVE WS-LIMITE-DECOUVERT  TO DL-OVERDRAFT-LIMIT
003940     MOVE AR-DEPASSEMENT       TO DL-DEPASSEMENT
003950     IF ACCT-CURRENCY = SPACES
003960         MOVE "EUR"         TO DL-DEVISE
003970     ELSE
003980         MOVE ACCT-CURRENCY TO DL-DEVISE
003990     END-IF
004000     WRITE DUNNING-LETTER-RECORD
004010     EVALUATE TRUE
004020         WHEN DL-IS-RAPPEL
004030             ADD 1 TO WS-RAPPELS
004040         WHEN DL-IS-MISE-EN-DEMEURE
004050             ADD 1 TO WS-MISES-EN-DEMEURE
004060         WHEN OTHER
004070             ADD 1 TO WS-DERNIERS-AVIS
004080     END-EVALUATE
004090     DISPLAY "RELANCE PALIER " AR-PALIER " : COMPTE "
004100             ACCOUNT-NUMBER " (" AR-JOURS-RETARD " JOURS)".
004110 2300-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------------
004140* 2400-BLOCK-ACCOUNT -- DERNIER PALIER : EMET LE BLOCAGE ("B") SI
004150* LE COMPTE EST OUVERT ET QU'IL N'A PAS DEJA ETE EMIS UNE NUIT
004160* PRECEDENTE (UNE LEVEE MANUELLE A QUATRE YEUX N'EST PAS
004170* CONTREDITE) ET L'EDITE "B" SUR COLLRPT.  UN COMPTE GELE,
004180* DORMANT OU CLOS N'EST PAS BLOQUE ; IL EST EDITE "N" LA NUIT OU
004190* LE DERNIER PALIER EST ATTEINT, ET SERA BLOQUE QUAND IL
004200* REDEVIENDRA OUVERT.
004210*-----------------------------------------------------------------
004220 2400-BLOCK-ACCOUNT.
004230     IF AR-BLOCAGE-EMIS
004240             AND AR-DATE-BLOCAGE NOT = WS-DATE-AFFAIRES
004250         GO TO 2400-EXIT
004260     END-IF
004270     IF ACCOUNT-OPEN
004280         MOVE "B" TO WS-STATUT-EMIS
004290         PERFORM 2700-WRITE-STATUS-TRANS THRU 2700-EXIT
004300         MOVE "Y"              TO AR-BLOCAGE-SW
004310         MOVE WS-DATE-AFFAIRES TO AR-DATE-BLOCAGE
004320         ADD 1 TO WS-BLOCAGES
004330         MOVE "B" TO WS-GENRE-RAPPORT
004340         PERFORM 2800-WRITE-REPORT THRU 2800-EXIT
004350         DISPLAY "BLOCAGE EMIS : COMPTE " ACCOUNT-NUMBER
004360         GO TO 2400-EXIT
004370     END-IF
004380     IF NOT ACCOUNT-BLOCKED
004390             AND AR-DATE-PALIER = WS-DATE-AFFAIRES
004400         ADD 1 TO WS-NON-BLOQUES
004410         MOVE SPACE TO WS-STATUT-EMIS
004420         MOVE "N" TO WS-GENRE-RAPPORT
004430         PERFORM 2800-WRITE-REPORT THRU 2800-EXIT
004440         DISPLAY "DERNIER PALIER, COMPTE NON OUVERT : "
004450                 ACCOUNT-NUMBER " (STATUT " ACCT-STATUS ")"
004460     END-IF.
004470 2400-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------------
004500* 2500-CLOSE-CYCLE -- COMPTE REVENU DANS SA LIMITE : LE CYCLE EST
004510* CLOS A LA DATE D'AFFAIRES (AR-DATE-REGUL), EDITE "R" SUR
004520* COLLRPT, ET LE DEBLOCAGE ("O") EST EMIS SI LE COMPTE EST
004530* ENCORE BLOQUE PAR CE PROGRAMME.  LE SUIVI D'UN CYCLE CLOS UNE
004540* NUIT PRECEDENTE EST SUPPRIME.
004550*-----------------------------------------------------------------
004560 2500-CLOSE-CYCLE.
004570     IF AR-DATE-REGUL NOT = SPACES
004580             AND AR-DATE-REGUL NOT = WS-DATE-AFFAIRES
004590         DELETE ARREARS-MASTER
004600             INVALID KEY
004610                 DISPLAY "ERREUR SUPPRESSION IMPAYE : "
004620                         AR-ACCOUNT-NUMBER
004630         END-DELETE
004640         GO TO 2500-EXIT
004650     END-IF
004660     IF AR-DATE-REGUL = SPACES
004670         MOVE WS-DATE-AFFAIRES TO AR-DATE-REGUL
004680         MOVE WS-DATE-AFFAIRES TO AR-DATE-CONSTAT
004690         REWRITE ARREARS-RECORD
004700             INVALID KEY
004710                 DISPLAY "ERREUR REECRITURE IMPAYE : "
004720                         AR-ACCOUNT-NUMBER
004730         END-REWRITE
004740     END-IF
004750     ADD 1 TO WS-REGULARISATIONS
004760     MOVE SPACE TO WS-STATUT-EMIS
004770     IF AR-BLOCAGE-EMIS AND ACCOUNT-BLOCKED
004780         MOVE "O" TO WS-STATUT-EMIS
004790         PERFORM 2700-WRITE-STATUS-TRANS THRU 2700-EXIT
004800         ADD 1 TO WS-DEBLOCAGES
004810     END-IF
004820     MOVE "R" TO WS-GENRE-RAPPORT
004830     PERFORM 2800-WRITE-REPORT THRU 2800-EXIT
004840     DISPLAY "COMPTE REGULARISE : " ACCOUNT-NUMBER
004850             " (PALIER " AR-PALIER ", DEBLOCAGE "
004860             WS-STATUT-EMIS ")".
004870 2500-EXIT.
004880     EXIT.
004890*-----------------------------------------------------------------
004900* 2700-WRITE-STATUS-TRANS -- ECRIT LA TRANSACTION DE CHANGEMENT
004910* DE STATUT ("S", BLOCAGE "B" OU DEBLOCAGE "O" SELON
004920* WS-STATUT-EMIS) POUR LE COMPTE COURANT SUR ACCTARR, AU DESSIN
004930* ACCTTRAN D'ACCOUNT-MAINTENANCE.
004940*-----------------------------------------------------------------
004950 2700-WRITE-STATUS-TRANS.
004960     MOVE SPACES               TO ACCT-MAINT-RECORD
004970     MOVE "S"                  TO AM-FUNCTION
004980     MOVE ACCOUNT-NUMBER       TO AM-ACCOUNT-NUMBER
004990     MOVE ZERO                 TO AM-OVERDRAFT-LIMIT
005000     MOVE WS-STATUT-EMIS       TO AM-STATUS
005010     MOVE ACCT-NUMERO-CLIENT   TO AM-NUMERO-CLIENT
005020     MOVE WS-OPERATEUR-ARREARS TO AM-OPERATEUR
005030     WRITE ARREARS-TRANS-RECORD FROM ACCT-MAINT-RECORD.
005040 2700-EXIT.
005050     EXIT.
005060*-----------------------------------------------------------------
005070* 2800-WRITE-REPORT -- ECRIT LA LIGNE DE RECOUVREMENT DU COMPTE
005080* COURANT (GENRE POSITIONNE PAR L'APPELANT DANS
005090* WS-GENRE-RAPPORT).
005100*-----------------------------------------------------------------
005110 2800-WRITE-REPORT.
005120     MOVE SPACES TO COLLECTIONS-REPORT-RECORD
005130     MOVE WS-GENRE-RAPPORT     TO CR-GENRE
005140     MOVE ACCOUNT-NUMBER       TO CR-ACCOUNT-NUMBER
005150     MOVE ACCT-NUMERO-CLIENT   TO CR-NUMERO-CLIENT
005160     MOVE AR-PALIER            TO CR-PALIER
005170     MOVE AR-JOURS-RETARD      TO CR-JOURS-RETARD
005180     MOVE AR-DATE-DEBUT        TO CR-DATE-DEBUT
005190     MOVE BALANCE              TO CR-BALANCE
005200     MOVE WS-LIMITE-DECOUVERT  TO CR-OVERDRAFT-LIMIT
005210     MOVE ACCT-STATUS          TO CR-STATUT-COMPTE
005220     MOVE WS-STATUT-EMIS       TO CR-STATUT-EMIS
005230     MOVE WS-DATE-AFFAIRES     TO CR-DATE
005240     WRITE COLLECTIONS-REPORT-RECORD.
005250 2800-EXIT.
005260     EXIT.
005270*-----------------------------------------------------------------
005280* 3000-TERMINATE -- FERME LES FICHIERS, DEPOSE LES COMPTEURS SUR
005290* RUNSTATS ET AFFICHE LE BILAN DU SUIVI.
005300*-----------------------------------------------------------------
005310 3000-TERMINATE.
005320     CLOSE ACCOUNT-MASTER
005330     CLOSE ARREARS-MASTER
005340     CLOSE ARREARS-TRANS-OUT
005350     CLOSE DUNNING-LETTERS
005360     CLOSE COLLECTIONS-REPORT
005370     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
005380     DISPLAY "COMPTES LUS        : " WS-COMPTES-LUS
005390     DISPLAY "COMPTES EN RETARD  : " WS-COMPTES-EN-RETARD
005400     DISPLAY "NOUVEAUX RETARDS   : " WS-NOUVEAUX-RETARDS
005410     DISPLAY "RAPPELS            : " WS-RAPPELS
005420     DISPLAY "MISES EN DEMEURE   : " WS-MISES-EN-DEMEURE
005430     DISPLAY "DERNIERS AVIS      : " WS-DERNIERS-AVIS
005440     DISPLAY "BLOCAGES EMIS      : " WS-BLOCAGES
005450     DISPLAY "NON BLOQUES        : " WS-NON-BLOQUES
005460     DISPLAY "REGULARISATIONS    : " WS-REGULARISATIONS
005470     DISPLAY "DEBLOCAGES EMIS    : " WS-DEBLOCAGES.
005480 3000-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------------
005510* 8810-DATE-EN-JOURS -- CONVERTIT WS-DATE-CALCUL (AAAAMMJJ) EN
005520* NOMBRE DE JOURS DEPUIS L'ORIGINE (MEME FORMULE QUE
005530* SIMPLEBANK).
005540*-----------------------------------------------------------------
005550 8810-DATE-EN-JOURS.
005560     COMPUTE WS-DT-ANNEE-PREC = WS-CAL-ANNEE - 1
005570     DIVIDE WS-DT-ANNEE-PREC BY 4 GIVING WS-DT-BIS4
005580     DIVIDE WS-DT-ANNEE-PREC BY 100 GIVING WS-DT-BIS100
005590     DIVIDE WS-DT-ANNEE-PREC BY 400 GIVING WS-DT-BIS400
005600     COMPUTE WS-DT-JOURS
005610             = WS-CAL-ANNEE * 365
005620             + WS-DT-BIS4
005630             - WS-DT-BIS100
005640             + WS-DT-BIS400
005650             + WS-JC-MOIS (WS-CAL-MOIS)
005660             + WS-CAL-JOUR
005670     MOVE "N" TO WS-DT-BISSEXTILE-SW
005680     DIVIDE WS-CAL-ANNEE BY 4 GIVING WS-DT-QUOTIENT
005690         REMAINDER WS-DT-RESTE
005700     IF WS-DT-RESTE = ZERO
005710         MOVE "Y" TO WS-DT-BISSEXTILE-SW
005720     END-IF
005730     DIVIDE WS-CAL-ANNEE BY 100 GIVING WS-DT-QUOTIENT
005740         REMAINDER WS-DT-RESTE
005750     IF WS-DT-RESTE = ZERO
005760         MOVE "N" TO WS-DT-BISSEXTILE-SW
005770     END-IF
005780     DIVIDE WS-CAL-ANNEE BY 400 GIVING WS-DT-QUOTIENT
005790         REMAINDER WS-DT-RESTE
005800     IF WS-DT-RESTE = ZERO
005810         MOVE "Y" TO WS-DT-BISSEXTILE-SW
005820     END-IF
005830     IF ANNEE-BISSEXTILE AND WS-CAL-MOIS > 2
005840         ADD 1 TO WS-DT-JOURS
005850     END-IF.
005860 8810-EXIT.
005870     EXIT.
005880*-----------------------------------------------------------------
005890* 9500-WRITE-RUN-STATS -- ECRIT LES COMPTEURS DU RUN SUR LE
005900* FICHIER COMMUN DES STATISTIQUES DE LA CHAINE.
005910*-----------------------------------------------------------------
005920 9500-WRITE-RUN-STATS.
005930     OPEN EXTEND RUN-STATISTICS
005940     MOVE "LUS" TO WS-STAT-COMPTEUR
005950     MOVE WS-COMPTES-LUS TO WS-STAT-VALEUR
005960     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
005970     MOVE "RETARDS" TO WS-STAT-COMPTEUR
005980     MOVE WS-COMPTES-EN-RETARD TO WS-STAT-VALEUR
005990     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
006000     MOVE "RELANCES" TO WS-STAT-COMPTEUR
006010     COMPUTE WS-STAT-VALEUR = WS-RAPPELS + WS-MISES-EN-DEMEURE
006020                            + WS-DERNIERS-AVIS
006030     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
006040     MOVE "BLOCAGES" TO WS-STAT-COMPTEUR
006050     MOVE WS-BLOCAGES TO WS-STAT-VALEUR
006060     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
006070     MOVE "REGULARISES" TO WS-STAT-COMPTEUR
006080     MOVE WS-REGULARISATIONS TO WS-STAT-VALEUR
006090     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
006100     CLOSE RUN-STATISTICS.
006110 9500-EXIT.
006120     EXIT.
006130*-----------------------------------------------------------------
006140* 9510-WRITE-ONE-STAT -- ECRIT UN COMPTEUR (NOM ET VALEUR
006150* PREPARES PAR L'APPELANT) ESTAMPILLE DE LA DATE D'AFFAIRES ET
006160* DU RUN.
006170*-----------------------------------------------------------------
006180 9510-WRITE-ONE-STAT.
006190     MOVE WS-DATE-AFFAIRES TO RS-DATE-AFFAIRES
006200     MOVE WS-NUMERO-RUN    TO RS-NUMERO-RUN
006210     MOVE WS-STAT-ETAPE    TO RS-ETAPE
006220     MOVE WS-STAT-COMPTEUR TO RS-COMPTEUR
006230     MOVE WS-STAT-VALEUR   TO RS-VALEUR
006240     WRITE RUN-STAT-RECORD.
006250 9510-EXIT.
006260     EXIT.
006270*-----------------------------------------------------------------
006280* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
006290* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
006300* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
006310* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
006320* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
006330* N'EST PAS INSCRITE AU REGISTRE.
006340*-----------------------------------------------------------------
006350 9600-CHECK-STEP-DIRECTIVE.
006360     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
006370     OPEN INPUT STEP-DIRECTIVES
006380     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
006390         UNTIL ETP-DIR-END-OF-FILE
006400             OR ETP-CONSIGNE-TROUVEE
006410     CLOSE STEP-DIRECTIVES
006420     IF NOT ETP-A-SAUTER
006430         GO TO 9600-EXIT
006440     END-IF
006450     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
006460             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
006470             ") - NON REJOUEE"
006480     MOVE ZERO TO RETURN-CODE
006490     STOP RUN.
006500 9600-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------------
006530* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
006540* CELLE DU PROGRAMME.
006550*-----------------------------------------------------------------
006560 9610-READ-DIRECTIVE.
006570     READ STEP-DIRECTIVES
006580         AT END
006590             MOVE "Y" TO ETP-DIR-EOF-SW
006600         NOT AT END
006610             IF DI-PROGRAMME = ETP-PROGRAMME
006620                 MOVE "Y"              TO ETP-TROUVEE-SW
006630                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
006640                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
006650                 MOVE DI-ETAPE         TO ETP-ETAPE
006660                 MOVE DI-ACTION        TO ETP-ACTION
006670                 MOVE DI-MOTIF         TO ETP-MOTIF
006680             END-IF
006690     END-READ.
006700 9610-EXIT.
006710     EXIT.
006720*-----------------------------------------------------------------
006730* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
006740* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
006750* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
006760* CHAINE, RIEN N'EST INSCRIT.
006770*-----------------------------------------------------------------
006780 9700-REGISTER-STEP.
006790     IF NOT ETP-CONSIGNE-TROUVEE
006800         GO TO 9700-EXIT
006810     END-IF
006820     MOVE WS-COMPTES-LUS TO ETP-LUS
006830     COMPUTE ETP-ECRITS = WS-RAPPELS
006840                        + WS-MISES-EN-DEMEURE
006850                        + WS-DERNIERS-AVIS
006860     MOVE RETURN-CODE TO ETP-CODE-RETOUR
006870     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
006880     ACCEPT ETP-HEURE-SYSTEME FROM TIME
006890     OPEN EXTEND CHAIN-REGISTER
006900     MOVE SPACES            TO CHAIN-REGISTER-RECORD
006910     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
006920     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
006930     MOVE ETP-ETAPE         TO RG-ETAPE
006940     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
006950     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
006960     MOVE ETP-LUS           TO RG-LUS
006970     MOVE ETP-ECRITS        TO RG-ECRITS
006980     MOVE ETP-REJETS        TO RG-REJETS
006990     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
007000     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
007010     WRITE CHAIN-REGISTER-RECORD
007020     CLOSE CHAIN-REGISTER
007030     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
007040             ETP-CODE-RETOUR.
007050 9700-EXIT.
007060     EXIT.
