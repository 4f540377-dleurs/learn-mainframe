000350*                  ENTRANTS (TYPE "E") SONT REJOUES EN CREDIT.
000360* 2026-09-02 MF    DEPOTS DE CHEQUES "C" REJOUES EN CREDIT,
000370*                  CHEQUES RETOURNES "B" EN DEBIT.
000371* 2026-10-15 MF    AGIOS "A" REJOUES EN DEBIT.
000372* 2026-10-15 MF    PRETS A TERME : DEBLOCAGE "K" REJOUE EN
000373*                  CREDIT, ECHEANCES "L" (CAPITAL) ET "J"
000374*                  (INTERETS) EN DEBIT.
000375* 2026-10-15 MF    DEPOTS A TERME : MISE EN PLACE "P" REJOUEE EN
000376*                  DEBIT, CAPITAL "M" ET INTERETS "G" EN CREDIT.
000377* 2026-10-15 MF    PRELEVEMENTS SEPA : DEBIT "O" REJOUE EN DEBIT,
000378*                  REMBOURSEMENT "U" EN CREDIT.
000379* 2026-10-15 MF    EXTOURNES D'OPERATEUR : "Z" REJOUEE EN CREDIT,
000380*                  "Y" EN DEBIT.
000381* 2026-10-15 MF    RECREDIT "N" D'UN PAIEMENT SORTANT REJETE PAR
000382*                  LA COMPENSATION REJOUE EN CREDIT.
000383* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000384*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000385*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000386*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000387*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000388*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000389*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000520
000530     SELECT RECON-REPORT     ASSIGN TO RECNRPT
000540            ORGANIZATION IS SEQUENTIAL.
000541
000542     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000543            ORGANIZATION IS SEQUENTIAL.
000544
000545     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000546            ORGANIZATION IS SEQUENTIAL.
000550*-------------
000560 DATA DIVISION.
000570*-------------
000660 FD  RECON-REPORT
000670     LABEL RECORDS ARE STANDARD.
000680 COPY RECNRPT.
000681*
000682 FD  STEP-DIRECTIVES
000683     LABEL RECORDS ARE STANDARD.
000684 COPY STEPDIR.
000685*
000686 FD  CHAIN-REGISTER
000687     LABEL RECORDS ARE STANDARD.
000688 COPY CHAINREG.
000690*
000700 WORKING-STORAGE SECTION.
000710*
000970         10  RT-ECART-TIMESTAMP     PIC X(18).
000980         10  RT-ECART-TYPE          PIC X(01).
000990         10  RT-ECART-MONTANT       PIC 9(9)V99.
000993*
000996 COPY STEPCTL.
001000*-------------------
001010 PROCEDURE DIVISION.
001020*-------------------
001030 0000-MAINLINE.
001040     DISPLAY "LEDGER-RECONCILE : RAPPROCHEMENT GRAND LIVRE /"
001050             " FICHIER MAITRE"
001055     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001070     PERFORM 2000-REPLAY-LEDGER-ENTRY THRU 2000-EXIT
001080         UNTIL END-OF-FILE
001100         VARYING WS-SCAN-IDX FROM 1 BY 1
001110             UNTIL WS-SCAN-IDX > WS-RECON-COUNT
001120     PERFORM 3000-TERMINATE THRU 3000-EXIT
001125     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001130     STOP RUN.
001140*-----------------------------------------------------------------
001150* 1000-INITIALIZE -- OUVRE LES FICHIERS ET LIT LA PREMIERE
001550     EXIT.
001560*-----------------------------------------------------------------
001570* 2100-DETERMINE-SIGNED-AMOUNT -- TRADUIT LE TYPE D'ECRITURE EN
001576* MONTANT SIGNE : LES DEPOTS, INTERETS ET DEBLOCAGES DE PRETS
001582* CREDITENT LE COMPTE, LES RETRAITS, FRAIS, AGIOS ET ECHEANCES
001588* DE PRETS LE DEBITENT ; UNE EXTOURNE "Z" CREDITE, "Y" DEBITE.
001594* UN TYPE INCONNU EST
001600* SIGNALE ET L'ECRITURE EST IGNOREE DU REJEU.
001610*-----------------------------------------------------------------
001620 2100-DETERMINE-SIGNED-AMOUNT.
001720             MOVE LG-AMOUNT TO WS-MONTANT-SIGNE
001730         WHEN LG-TYPE-CHEQUE-DEPOSIT
001740             MOVE LG-AMOUNT TO WS-MONTANT-SIGNE
001741         WHEN LG-TYPE-LOAN-DISBURSEMENT
001742             MOVE LG-AMOUNT TO WS-MONTANT-SIGNE
001743         WHEN LG-TYPE-DEPOSIT-PRINCIPAL
001744             MOVE LG-AMOUNT TO WS-MONTANT-SIGNE
001745         WHEN LG-TYPE-DEPOSIT-INTEREST
001746             MOVE LG-AMOUNT TO WS-MONTANT-SIGNE
001747         WHEN LG-TYPE-DIRECT-DEBIT-REFUND
001748             MOVE LG-AMOUNT TO WS-MONTANT-SIGNE
001749         WHEN LG-TYPE-REVERSAL-CREDIT
001750             MOVE LG-AMOUNT TO WS-MONTANT-SIGNE
001751         WHEN LG-TYPE-PAYMENT-RETURN
001752             MOVE LG-AMOUNT TO WS-MONTANT-SIGNE
001753         WHEN LG-TYPE-CHEQUE-RETURN
001760             COMPUTE WS-MONTANT-SIGNE = ZERO - LG-AMOUNT
001770         WHEN LG-TYPE-WITHDRAWAL
001780             COMPUTE WS-MONTANT-SIGNE = ZERO - LG-AMOUNT
001790         WHEN LG-TYPE-FEE
001800             COMPUTE WS-MONTANT-SIGNE = ZERO - LG-AMOUNT
001803         WHEN LG-TYPE-DEBIT-INTEREST
001806             COMPUTE WS-MONTANT-SIGNE = ZERO - LG-AMOUNT
001810         WHEN LG-TYPE-TRANSFER-DEBIT
001820             COMPUTE WS-MONTANT-SIGNE = ZERO - LG-AMOUNT
001821         WHEN LG-TYPE-LOAN-CAPITAL
001822             COMPUTE WS-MONTANT-SIGNE = ZERO - LG-AMOUNT
001823         WHEN LG-TYPE-LOAN-INTEREST
001824             COMPUTE WS-MONTANT-SIGNE = ZERO - LG-AMOUNT
001825         WHEN LG-TYPE-DEPOSIT-PLACEMENT
001826             COMPUTE WS-MONTANT-SIGNE = ZERO - LG-AMOUNT
001827         WHEN LG-TYPE-DIRECT-DEBIT
001828             COMPUTE WS-MONTANT-SIGNE = ZERO - LG-AMOUNT
001830         WHEN LG-TYPE-STANDING-ORDER
001833             COMPUTE WS-MONTANT-SIGNE = ZERO - LG-AMOUNT
001836         WHEN LG-TYPE-REVERSAL-DEBIT
001840             COMPUTE WS-MONTANT-SIGNE = ZERO - LG-AMOUNT
001850         WHEN OTHER
001860             MOVE "N" TO WS-TYPE-CONNU-SW
003080     END-READ.
003090 8000-EXIT.
003100     EXIT.
003200*-----------------------------------------------------------------
003300* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
003400* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
003500* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
003600* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
003700* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
003800* N'EST PAS INSCRITE AU REGISTRE.
003900*-----------------------------------------------------------------
004000 9600-CHECK-STEP-DIRECTIVE.
004100     MOVE "LEDGRCN " TO ETP-PROGRAMME
004200     OPEN INPUT STEP-DIRECTIVES
004300     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
004400         UNTIL ETP-DIR-END-OF-FILE
004500             OR ETP-CONSIGNE-TROUVEE
004600     CLOSE STEP-DIRECTIVES
004700     IF NOT ETP-A-SAUTER
004800         GO TO 9600-EXIT
004900     END-IF
005000     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
005100             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
005200             ") - NON REJOUEE"
005300     MOVE ZERO TO RETURN-CODE
005400     STOP RUN.
005500 9600-EXIT.
005600     EXIT.
005700*-----------------------------------------------------------------
005800* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
005900* CELLE DU PROGRAMME.
006000*-----------------------------------------------------------------
006100 9610-READ-DIRECTIVE.
006200     READ STEP-DIRECTIVES
006300         AT END
006400             MOVE "Y" TO ETP-DIR-EOF-SW
006500         NOT AT END
006600             IF DI-PROGRAMME = ETP-PROGRAMME
006700                 MOVE "Y"              TO ETP-TROUVEE-SW
006800                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
006900                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
007000                 MOVE DI-ETAPE         TO ETP-ETAPE
007100                 MOVE DI-ACTION        TO ETP-ACTION
007200                 MOVE DI-MOTIF         TO ETP-MOTIF
007300             END-IF
007400     END-READ.
007500 9610-EXIT.
007600     EXIT.
007700*-----------------------------------------------------------------
007800* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
007900* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
008000* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
008100* CHAINE, RIEN N'EST INSCRIT.
008200*-----------------------------------------------------------------
008300 9700-REGISTER-STEP.
008400     IF NOT ETP-CONSIGNE-TROUVEE
008500         GO TO 9700-EXIT
008600     END-IF
008700     MOVE WS-ECRITURES-LUES TO ETP-LUS
008800     MOVE WS-COMPTES-RAPPROCHES TO ETP-ECRITS
008900     MOVE WS-COMPTES-EN-ECART TO ETP-REJETS
009000     MOVE RETURN-CODE TO ETP-CODE-RETOUR
009100     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
009200     ACCEPT ETP-HEURE-SYSTEME FROM TIME
009300     OPEN EXTEND CHAIN-REGISTER
009400     MOVE SPACES            TO CHAIN-REGISTER-RECORD
009500     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
009600     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
009700     MOVE ETP-ETAPE         TO RG-ETAPE
009800     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
009900     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
010000     MOVE ETP-LUS           TO RG-LUS
010100     MOVE ETP-ECRITS        TO RG-ECRITS
010200     MOVE ETP-REJETS        TO RG-REJETS
010300     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
010400     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
010500     WRITE CHAIN-REGISTER-RECORD
010600     CLOSE CHAIN-REGISTER
010700     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
010800             ETP-CODE-RETOUR.
010900 9700-EXIT.
011000     EXIT.
