000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    MANDATE-MAINT.
000120 AUTHOR.        M. FOURNIER.
000130 INSTALLATION.  DIRECTION DES SYSTEMES D'INFORMATION.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  --------------------------------------------
000210* 2026-10-15 MF    PROGRAMME INITIAL. TENUE DU MAITRE DES
000220*                  MANDATS DE PRELEVEMENT SEPA (MNDMSTR) PILOTEE
000230*                  PAR LE FICHIER MNDIN : CREATION D'UN MANDAT
000240*                  SIGNE (CREANCIER, REFERENCE UNIQUE, COMPTE
000250*                  DEBITEUR CONNU ET OUVERT, DATE DE SIGNATURE,
000260*                  PONCTUEL OU RECURRENT) ET REVOCATION A LA
000270*                  DATE D'AFFAIRES.  LES PRELEVEMENTS ENTRANTS
000280*                  SONT CONTROLES CONTRE CE MAITRE PAR
000290*                  SIMPLEBANK.  LES ACTIONS REJETEES SONT
000300*                  HISTORISEES SUR MNDREJ.
000310* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000320*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000330*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000340*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000350*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000360*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000370* 2026-10-15 MF    PISTE D'AUDIT DES OPERATEURS : CHAQUE CREATION
000380*                  ET CHAQUE REVOCATION DE MANDAT EST INSCRITE SUR
000390*                  AUDITLOG (DESSIN AUDITEVT) AVEC L'OPERATEUR DE
000400*                  MNDIN ; CLE D'OBJET = COMPTE DEBITEUR + NUMERO
000410*                  INTERNE DU MANDAT.
000411* 2026-10-15 MF    L'EVENEMENT D'AUDIT DE LA REVOCATION PORTE LE
000412*                  CLIENT DU COMPTE DEBITEUR DU MANDAT (LU SUR
000413*                  ACCTMSTR PAR LA NOUVELLE
000414*                  8160-READ-MANDATE-ACCOUNT), COMME CELUI DE LA
000415*                  CREATION, AU LIEU D'UN CLIENT A BLANC.
000420*-----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS DYNAMIC
000520            RECORD KEY IS ACCOUNT-NUMBER.

000530     SELECT MANDATE-MASTER   ASSIGN TO MNDMSTR
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE IS DYNAMIC
000560            RECORD KEY IS MD-CLE-MANDAT.

000570     SELECT OPTIONAL MANDATE-ACTIONS ASSIGN TO MNDIN
000580            ORGANIZATION IS SEQUENTIAL.

000590     SELECT MANDATE-REJECTS  ASSIGN TO MNDREJ
000600            ORGANIZATION IS SEQUENTIAL.

000610     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000620            ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT AUDIT-TRAIL      ASSIGN TO AUDITLOG
000650            ORGANIZATION IS SEQUENTIAL.
000660
000670     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000680            ORGANIZATION IS SEQUENTIAL.
000690
000700     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000710            ORGANIZATION IS SEQUENTIAL.
000720*-------------
000730 DATA DIVISION.
000740*-------------
000750 FILE SECTION.
000760 FD  ACCOUNT-MASTER.
000770 COPY ACCTREC.
000780*
000790 FD  MANDATE-MASTER.
000800 COPY MANDREC.
000810*
000820 FD  MANDATE-ACTIONS
000830     LABEL RECORDS ARE STANDARD.
000840 COPY MANDTRN.
000850*
000860 FD  MANDATE-REJECTS
000870     LABEL RECORDS ARE STANDARD.
000880 COPY MANDREJ.
000890*
000900 FD  RUN-CONTROL
000910     LABEL RECORDS ARE STANDARD.
000920 COPY RUNCTL.
000930*
000940 FD  AUDIT-TRAIL
000950     LABEL RECORDS ARE STANDARD.
000960 COPY AUDITEVT.
000970*
000980 FD  STEP-DIRECTIVES
000990     LABEL RECORDS ARE STANDARD.
001000 COPY STEPDIR.
001010*
001020 FD  CHAIN-REGISTER
001030     LABEL RECORDS ARE STANDARD.
001040 COPY CHAINREG.
001050*
001060 WORKING-STORAGE SECTION.
001070*
001080 01  WS-SWITCHES.
001090     05  WS-EOF-SW           PIC X(01)   VALUE "N".
001100         88  END-OF-FILE             VALUE "Y".
001110     05  WS-KEY-SW           PIC X(01)   VALUE "N".
001120         88  COMPTE-TROUVE            VALUE "Y".
001130     05  WS-MANDAT-SW        PIC X(01)   VALUE "N".
001140         88  MANDAT-EXISTANT          VALUE "Y".
001150*
001160 77  WS-ACTIONS-LUES         PIC 9(05)   COMP VALUE ZERO.
001170 77  WS-MANDATS-CREES        PIC 9(05)   COMP VALUE ZERO.
001180 77  WS-MANDATS-REVOQUES     PIC 9(05)   COMP VALUE ZERO.
001190 77  WS-ACTIONS-REJETEES     PIC 9(05)   COMP VALUE ZERO.
001200 77  WS-RAISON-REJET         PIC X(30)   VALUE SPACES.
001210 77  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
001220     88  RUNCTL-END-OF-FILE          VALUE "Y".
001230 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001240 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
001250*
001260 01  WS-DATE-CALCUL.
001270     05  WS-CAL-ANNEE        PIC 9(04).
001280     05  WS-CAL-MOIS         PIC 9(02).
001290     05  WS-CAL-JOUR         PIC 9(02).
001300 77  WS-CAL-DERNIER-JOUR     PIC 9(02)   VALUE ZERO.
001310 77  WS-CAL-RESTE            PIC 9(03)   VALUE ZERO.
001320 77  WS-CAL-QUOTIENT         PIC 9(04)   VALUE ZERO.
001330*
001340 COPY STEPCTL.
001350 COPY AUDITCTL.
001360*-------------------
001370 PROCEDURE DIVISION.
001380*-------------------
001390 0000-MAINLINE.
001400     DISPLAY "MANDATE-MAINT : TENUE DES MANDATS DE PRELEVEMENT"
001410     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001430     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001440         UNTIL END-OF-FILE
001450     PERFORM 3000-TERMINATE THRU 3000-EXIT
001460     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001470     STOP RUN.
001480*-----------------------------------------------------------------
001490* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES, OUVRE LES FICHIERS
001500* ET LIT LA PREMIERE ACTION.
001510*-----------------------------------------------------------------
001520 1000-INITIALIZE.
001530     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001540     OPEN INPUT  ACCOUNT-MASTER
001550     OPEN I-O    MANDATE-MASTER
001560     OPEN INPUT  MANDATE-ACTIONS
001570     OPEN OUTPUT MANDATE-REJECTS
001580     MOVE "MNDMAINT" TO AUD-PROGRAMME
001590     OPEN EXTEND AUDIT-TRAIL
001600     PERFORM 8000-READ-ACTION THRU 8000-EXIT.
001610 1000-EXIT.
001620     EXIT.
001630*-----------------------------------------------------------------
001640* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES DU RUN SUR
001650* RUNCTL ; ARRET EN CODE RETOUR 16 SI ELLE EST ABSENTE.
001660*-----------------------------------------------------------------
001670 1050-LOAD-RUN-CONTROL.
001680     OPEN INPUT RUN-CONTROL
001690     READ RUN-CONTROL
001700         AT END
001710             MOVE "Y" TO WS-RUNCTL-EOF-SW
001720         NOT AT END
001730             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
001740             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
001750     END-READ
001760     CLOSE RUN-CONTROL
001770     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
001780         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF
001820     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
001830             " RUN : " WS-NUMERO-RUN.
001840 1050-EXIT.
001850     EXIT.
001860*-----------------------------------------------------------------
001870* 2000-PROCESS-ACTION -- APPLIQUE L'ACTION COURANTE (CREATION OU
001880* REVOCATION) OU LA REJETTE, PUIS LIT L'ACTION SUIVANTE.
001890*-----------------------------------------------------------------
001900 2000-PROCESS-ACTION.
001910     MOVE SPACES TO WS-RAISON-REJET
001920     IF MT-CREANCIER-ID = SPACES OR MT-REFERENCE-MANDAT = SPACES
001930         MOVE "CLE DE MANDAT ABSENTE" TO WS-RAISON-REJET
001940     ELSE
001950         EVALUATE TRUE
001960             WHEN MT-CREATION
001970                 PERFORM 2100-CREATE-MANDATE THRU 2100-EXIT
001980             WHEN MT-REVOCATION
001990                 PERFORM 2200-REVOKE-MANDATE THRU 2200-EXIT
002000             WHEN OTHER
002010                 MOVE "ACTION INCONNUE" TO WS-RAISON-REJET
002020         END-EVALUATE
002030     END-IF
002040     IF WS-RAISON-REJET NOT = SPACES
002050         PERFORM 8200-WRITE-REJECT THRU 8200-EXIT
002060     END-IF
002070     PERFORM 8000-READ-ACTION THRU 8000-EXIT.
002080 2000-EXIT.
002090     EXIT.
002100*-----------------------------------------------------------------
002110* 2100-CREATE-MANDATE -- CONTROLES DE SAISIE D'UN NOUVEAU
002120* MANDAT : CLE NOUVELLE, NUMERO INTERNE RENSEIGNE, COMPTE
002130* DEBITEUR CONNU ET NI GELE NI CLOS, DATE DE SIGNATURE VALIDE
002140* ET NON FUTURE, TYPE PONCTUEL OU RECURRENT.  ACCEPTE, LE
002150* MANDAT EST CREE SUR MNDMSTR ; SINON WS-RAISON-REJET EST
002160* POSITIONNEE.
002170*-----------------------------------------------------------------
002180 2100-CREATE-MANDATE.
002190     PERFORM 8150-READ-MANDATE THRU 8150-EXIT
002200     IF MANDAT-EXISTANT
002210         MOVE "MANDAT DEJA EXISTANT" TO WS-RAISON-REJET
002220         GO TO 2100-EXIT
002230     END-IF
002240     IF MT-NUMERO-MANDAT = SPACES
002250         MOVE "NUMERO DE MANDAT ABSENT" TO WS-RAISON-REJET
002260         GO TO 2100-EXIT
002270     END-IF
002280     PERFORM 8100-READ-ACCOUNT THRU 8100-EXIT
002290     IF NOT COMPTE-TROUVE
002300         MOVE "COMPTE INCONNU" TO WS-RAISON-REJET
002310         GO TO 2100-EXIT
002320     END-IF
002330     IF ACCOUNT-FROZEN OR ACCOUNT-CLOSED
002340         MOVE "COMPTE GELE OU CLOS" TO WS-RAISON-REJET
002350         GO TO 2100-EXIT
002360     END-IF
002370     PERFORM 2150-VALIDATE-SIGNATURE-DATE THRU 2150-EXIT
002380     IF WS-RAISON-REJET NOT = SPACES
002390         GO TO 2100-EXIT
002400     END-IF
002410     IF MT-DATE-SIGNATURE > WS-DATE-AFFAIRES
002420         MOVE "DATE DE SIGNATURE FUTURE" TO WS-RAISON-REJET
002430         GO TO 2100-EXIT
002440     END-IF
002450     IF MT-TYPE-SW NOT = "O" AND MT-TYPE-SW NOT = "R"
002460         MOVE "TYPE DE MANDAT INVALIDE" TO WS-RAISON-REJET
002470         GO TO 2100-EXIT
002480     END-IF
002490     MOVE SPACES              TO MANDATE-RECORD
002500     MOVE MT-CREANCIER-ID     TO MD-CREANCIER-ID
002510     MOVE MT-REFERENCE-MANDAT TO MD-REFERENCE-MANDAT
002520     MOVE MT-NUMERO-MANDAT    TO MD-NUMERO-MANDAT
002530     MOVE MT-ACCOUNT-NUMBER   TO MD-ACCOUNT-NUMBER
002540     MOVE MT-NOM-CREANCIER    TO MD-NOM-CREANCIER
002550     MOVE MT-DATE-SIGNATURE   TO MD-DATE-SIGNATURE
002560     MOVE MT-TYPE-SW          TO MD-TYPE-SW
002570     MOVE "N"                 TO MD-REVOCATION-SW
002580     MOVE ZERO                TO MD-NB-PRELEVEMENTS
002590     MOVE MT-OPERATEUR        TO MD-OPERATEUR
002600     WRITE MANDATE-RECORD
002610         INVALID KEY
002620             DISPLAY "ERREUR ECRITURE MANDAT : "
002630                     MD-CREANCIER-ID " " MD-REFERENCE-MANDAT
002640     END-WRITE
002650     ADD 1 TO WS-MANDATS-CREES
002660     MOVE ACCT-NUMERO-CLIENT  TO AUD-CLIENT
002670     MOVE "CREA"              TO AUD-ACTION
002680     MOVE "MANDAT"            TO AUD-ZONE
002690     STRING MD-CREANCIER-ID " " MD-REFERENCE-MANDAT
002700            DELIMITED BY SIZE INTO AUD-APRES
002710     PERFORM 2900-AUDIT-MANDATE THRU 2900-EXIT
002720     DISPLAY "MANDAT CREE : " MD-CREANCIER-ID " "
002730             MD-REFERENCE-MANDAT " COMPTE " MD-ACCOUNT-NUMBER.
002740 2100-EXIT.
002750     EXIT.
002760*-----------------------------------------------------------------
002770* 2150-VALIDATE-SIGNATURE-DATE -- CONTROLE QUE MT-DATE-SIGNATURE
002780* EST UNE DATE AAAAMMJJ EXISTANTE.
002790*-----------------------------------------------------------------
002800 2150-VALIDATE-SIGNATURE-DATE.
002810     IF MT-DATE-SIGNATURE NOT NUMERIC
002820         MOVE "DATE DE SIGNATURE INVALIDE" TO WS-RAISON-REJET
002830         GO TO 2150-EXIT
002840     END-IF
002850     MOVE MT-DATE-SIGNATURE TO WS-DATE-CALCUL
002860     IF WS-CAL-MOIS < 1 OR WS-CAL-MOIS > 12
002870         MOVE "DATE DE SIGNATURE INVALIDE" TO WS-RAISON-REJET
002880         GO TO 2150-EXIT
002890     END-IF
002900     PERFORM 8310-CAL-DERNIER-JOUR THRU 8310-EXIT
002910     IF WS-CAL-JOUR < 1 OR WS-CAL-JOUR > WS-CAL-DERNIER-JOUR
002920         MOVE "DATE DE SIGNATURE INVALIDE" TO WS-RAISON-REJET
002930     END-IF.
002940 2150-EXIT.
002950     EXIT.
002960*-----------------------------------------------------------------
002970* 2200-REVOKE-MANDATE -- REVOQUE LE MANDAT A LA DATE
002980* D'AFFAIRES : LES PRELEVEMENTS PRESENTES ENSUITE SONT
002990* RETOURNES AU CREANCIER.  MANDAT INCONNU OU DEJA REVOQUE :
003000* REJET.
003010*-----------------------------------------------------------------
003020 2200-REVOKE-MANDATE.
003030     PERFORM 8150-READ-MANDATE THRU 8150-EXIT
003040     IF NOT MANDAT-EXISTANT
003050         MOVE "MANDAT INCONNU" TO WS-RAISON-REJET
003060         GO TO 2200-EXIT
003070     END-IF
003080     IF MD-REVOQUE
003090         MOVE "MANDAT DEJA REVOQUE" TO WS-RAISON-REJET
003100         GO TO 2200-EXIT
003110     END-IF
003120     MOVE "O"              TO MD-REVOCATION-SW
003130     MOVE WS-DATE-AFFAIRES TO MD-DATE-REVOCATION
003140     MOVE MT-OPERATEUR     TO MD-OPERATEUR
003150     REWRITE MANDATE-RECORD
003160         INVALID KEY
003170             DISPLAY "ERREUR REECRITURE MANDAT : "
003180                     MD-CREANCIER-ID " " MD-REFERENCE-MANDAT
003190     END-REWRITE
003200     ADD 1 TO WS-MANDATS-REVOQUES
003202     PERFORM 8160-READ-MANDATE-ACCOUNT THRU 8160-EXIT
003204     IF COMPTE-TROUVE
003206         MOVE ACCT-NUMERO-CLIENT  TO AUD-CLIENT
003208     ELSE
003210         MOVE SPACES              TO AUD-CLIENT
003212     END-IF
003220     MOVE "SUPP"              TO AUD-ACTION
003230     MOVE "REVOCATION"        TO AUD-ZONE
003240     MOVE "N"                 TO AUD-AVANT
003250     MOVE WS-DATE-AFFAIRES    TO AUD-APRES
003260     PERFORM 2900-AUDIT-MANDATE THRU 2900-EXIT
003270     DISPLAY "MANDAT REVOQUE : " MD-CREANCIER-ID " "
003280             MD-REFERENCE-MANDAT.
003290 2200-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320* 2900-AUDIT-MANDATE -- INSCRIT SUR LA PISTE D'AUDIT L'ACTION
003330* POSTEE SUR LE MANDAT COURANT (ACTION, ZONE, VALEURS ET CLIENT
003340* POSES PAR L'APPELANT).  LA CLE D'OBJET COMMENCE PAR LE COMPTE
003350* DEBITEUR, SUIVI DU NUMERO INTERNE DU MANDAT.
003360*-----------------------------------------------------------------
003370 2900-AUDIT-MANDATE.
003380     MOVE MT-OPERATEUR TO AUD-OPERATEUR
003390     MOVE "MAND"       TO AUD-TYPE-OBJET
003400     MOVE SPACES       TO AUD-CLE-OBJET
003410     STRING MD-ACCOUNT-NUMBER " " MD-NUMERO-MANDAT
003420            DELIMITED BY SIZE INTO AUD-CLE-OBJET
003430     PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT.
003440 2900-EXIT.
003450     EXIT.
003460*-----------------------------------------------------------------
003470* 3000-TERMINATE -- FERME LES FICHIERS ET AFFICHE LE BILAN DE LA
003480* TENUE DES MANDATS.
003490*-----------------------------------------------------------------
003500 3000-TERMINATE.
003510     CLOSE ACCOUNT-MASTER
003520     CLOSE MANDATE-MASTER
003530     CLOSE MANDATE-ACTIONS
003540     CLOSE MANDATE-REJECTS
003550     CLOSE AUDIT-TRAIL
003560     DISPLAY "ACTIONS LUES          : " WS-ACTIONS-LUES
003570     DISPLAY "MANDATS CREES         : " WS-MANDATS-CREES
003580     DISPLAY "MANDATS REVOQUES      : " WS-MANDATS-REVOQUES
003590     DISPLAY "ACTIONS REJETEES      : " WS-ACTIONS-REJETEES
003600     DISPLAY "EVENEMENTS D'AUDIT    : " AUD-EVENEMENTS.
003610 3000-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------------
003640* 8000-READ-ACTION -- LIT LA PROCHAINE ACTION SUR LES MANDATS.
003650*-----------------------------------------------------------------
003660 8000-READ-ACTION.
003670     READ MANDATE-ACTIONS
003680         AT END
003690             MOVE "Y" TO WS-EOF-SW
003700         NOT AT END
003710             ADD 1 TO WS-ACTIONS-LUES
003720     END-READ.
003730 8000-EXIT.
003740     EXIT.
003750*-----------------------------------------------------------------
003760* 8100-READ-ACCOUNT -- LIT LE COMPTE DEBITEUR ET POSITIONNE
003770* WS-KEY-SW.
003780*-----------------------------------------------------------------
003790 8100-READ-ACCOUNT.
003800     MOVE "N" TO WS-KEY-SW
003810     MOVE MT-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
003820     READ ACCOUNT-MASTER
003830         INVALID KEY
003840             CONTINUE
003850         NOT INVALID KEY
003860             MOVE "Y" TO WS-KEY-SW
003870     END-READ.
003880 8100-EXIT.
003890     EXIT.
003900*-----------------------------------------------------------------
003910* 8150-READ-MANDATE -- RECHERCHE LE MANDAT (CREANCIER ET
003920* REFERENCE) SUR LE MAITRE ET POSITIONNE WS-MANDAT-SW.
003930*-----------------------------------------------------------------
003940 8150-READ-MANDATE.
003950     MOVE "N" TO WS-MANDAT-SW
003960     MOVE MT-CREANCIER-ID     TO MD-CREANCIER-ID
003970     MOVE MT-REFERENCE-MANDAT TO MD-REFERENCE-MANDAT
003980     READ MANDATE-MASTER
003990         INVALID KEY
004000             CONTINUE
004010         NOT INVALID KEY
004020             MOVE "Y" TO WS-MANDAT-SW
004030     END-READ.
004040 8150-EXIT.
004041     EXIT.
004042*-----------------------------------------------------------------
004043* 8160-READ-MANDATE-ACCOUNT -- LIT LE COMPTE DEBITEUR PORTE PAR LE
004044* MANDAT COURANT (MD-ACCOUNT-NUMBER) ET POSITIONNE WS-KEY-SW.
004045*-----------------------------------------------------------------
004046 8160-READ-MANDATE-ACCOUNT.
004047     MOVE "N" TO WS-KEY-SW
004048     MOVE MD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
004049     READ ACCOUNT-MASTER
004050         INVALID KEY
004051             CONTINUE
004052         NOT INVALID KEY
004053             MOVE "Y" TO WS-KEY-SW
004054     END-READ.
004055 8160-EXIT.
004056     EXIT.
004060*-----------------------------------------------------------------
004070* 8200-WRITE-REJECT -- HISTORISE L'ACTION REJETEE SUR MNDREJ
004080* AVEC LA RAISON DU REJET.
004090*-----------------------------------------------------------------
004100 8200-WRITE-REJECT.
004110     ADD 1 TO WS-ACTIONS-REJETEES
004120     MOVE SPACES              TO MANDATE-REJECT-RECORD
004130     MOVE MT-ACTION           TO MJ-ACTION
004140     MOVE MT-CREANCIER-ID     TO MJ-CREANCIER-ID
004150     MOVE MT-REFERENCE-MANDAT TO MJ-REFERENCE-MANDAT
004160     MOVE MT-ACCOUNT-NUMBER   TO MJ-ACCOUNT-NUMBER
004170     MOVE WS-RAISON-REJET     TO MJ-RAISON
004180     MOVE MT-OPERATEUR        TO MJ-OPERATEUR
004190     WRITE MANDATE-REJECT-RECORD
004200     DISPLAY "ACTION SUR MANDAT REJETEE : " MT-CREANCIER-ID " "
004210             MT-REFERENCE-MANDAT " (" WS-RAISON-REJET ")".
004220 8200-EXIT.
004230     EXIT.
004240*-----------------------------------------------------------------
004250* 8310-CAL-DERNIER-JOUR -- DERNIER JOUR DU MOIS DE
004260* WS-DATE-CALCUL (MEME REGLE BISSEXTILE QUE SIMPLEBANK).
004270*-----------------------------------------------------------------
004280 8310-CAL-DERNIER-JOUR.
004290     EVALUATE WS-CAL-MOIS
004300         WHEN 01 WHEN 03 WHEN 05 WHEN 07
004310         WHEN 08 WHEN 10 WHEN 12
004320             MOVE 31 TO WS-CAL-DERNIER-JOUR
004330         WHEN 04 WHEN 06 WHEN 09 WHEN 11
004340             MOVE 30 TO WS-CAL-DERNIER-JOUR
004350         WHEN OTHER
004360             MOVE 28 TO WS-CAL-DERNIER-JOUR
004370             DIVIDE WS-CAL-ANNEE BY 4
004380                 GIVING WS-CAL-QUOTIENT
004390                 REMAINDER WS-CAL-RESTE
004400             IF WS-CAL-RESTE = ZERO
004410                 MOVE 29 TO WS-CAL-DERNIER-JOUR
004420             END-IF
004430             DIVIDE WS-CAL-ANNEE BY 100
004440                 GIVING WS-CAL-QUOTIENT
004450                 REMAINDER WS-CAL-RESTE
004460             IF WS-CAL-RESTE = ZERO
004470                 MOVE 28 TO WS-CAL-DERNIER-JOUR
004480             END-IF
004490             DIVIDE WS-CAL-ANNEE BY 400
004500                 GIVING WS-CAL-QUOTIENT
004510                 REMAINDER WS-CAL-RESTE
004520             IF WS-CAL-RESTE = ZERO
004530                 MOVE 29 TO WS-CAL-DERNIER-JOUR
004540             END-IF
004550     END-EVALUATE.
004560 8310-EXIT.
004570     EXIT.
004580*-----------------------------------------------------------------
004590* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
004600* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
004610* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
004620* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
004630* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
004640* N'EST PAS INSCRITE AU REGISTRE.
004650*-----------------------------------------------------------------
004660 9600-CHECK-STEP-DIRECTIVE.
004670     MOVE "MNDMAINT" TO ETP-PROGRAMME
004680     OPEN INPUT STEP-DIRECTIVES
004690     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
004700         UNTIL ETP-DIR-END-OF-FILE
004710             OR ETP-CONSIGNE-TROUVEE
004720     CLOSE STEP-DIRECTIVES
004730     IF NOT ETP-A-SAUTER
004740         GO TO 9600-EXIT
004750     END-IF
004760     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
004770             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
004780             ") - NON REJOUEE"
004790     MOVE ZERO TO RETURN-CODE
004800     STOP RUN.
004810 9600-EXIT.
004820     EXIT.
004830*-----------------------------------------------------------------
004840* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
004850* CELLE DU PROGRAMME.
004860*-----------------------------------------------------------------
004870 9610-READ-DIRECTIVE.
004880     READ STEP-DIRECTIVES
004890         AT END
004900             MOVE "Y" TO ETP-DIR-EOF-SW
004910         NOT AT END
004920             IF DI-PROGRAMME = ETP-PROGRAMME
004930                 MOVE "Y"              TO ETP-TROUVEE-SW
004940                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
004950                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
004960                 MOVE DI-ETAPE         TO ETP-ETAPE
004970                 MOVE DI-ACTION        TO ETP-ACTION
004980                 MOVE DI-MOTIF         TO ETP-MOTIF
004990             END-IF
005000     END-READ.
005010 9610-EXIT.
005020     EXIT.
005030*-----------------------------------------------------------------
005040* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
005050* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
005060* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
005070* CHAINE, RIEN N'EST INSCRIT.
005080*-----------------------------------------------------------------
005090 9700-REGISTER-STEP.
005100     IF NOT ETP-CONSIGNE-TROUVEE
005110         GO TO 9700-EXIT
005120     END-IF
005130     MOVE WS-ACTIONS-LUES TO ETP-LUS
005140     COMPUTE ETP-ECRITS = WS-MANDATS-CREES
005150                        + WS-MANDATS-REVOQUES
005160     MOVE WS-ACTIONS-REJETEES TO ETP-REJETS
005170     MOVE RETURN-CODE TO ETP-CODE-RETOUR
005180     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
005190     ACCEPT ETP-HEURE-SYSTEME FROM TIME
005200     OPEN EXTEND CHAIN-REGISTER
005210     MOVE SPACES            TO CHAIN-REGISTER-RECORD
005220     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
005230     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
005240     MOVE ETP-ETAPE         TO RG-ETAPE
005250     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
005260     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
005270     MOVE ETP-LUS           TO RG-LUS
005280     MOVE ETP-ECRITS        TO RG-ECRITS
005290     MOVE ETP-REJETS        TO RG-REJETS
005300     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
005310     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
005320     WRITE CHAIN-REGISTER-RECORD
005330     CLOSE CHAIN-REGISTER
005340     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
005350             ETP-CODE-RETOUR.
005360 9700-EXIT.
005370     EXIT.
005380*-----------------------------------------------------------------
005390* 9800-WRITE-AUDIT-EVENT -- AJOUTE A LA PISTE D'AUDIT DES
005400* OPERATEURS (AUDITLOG) L'EVENEMENT PREPARE DANS LES ZONES AUD- ;
005410* LA DATE D'AFFAIRES, LE RUN ET L'HORODATAGE SYSTEME SONT POSES
005420* ICI.
005430*-----------------------------------------------------------------
005440 9800-WRITE-AUDIT-EVENT.
005450     ACCEPT AUD-DATE-SYSTEME FROM DATE YYYYMMDD
005460     ACCEPT AUD-HEURE-SYSTEME FROM TIME
005470     MOVE SPACES               TO AUDIT-EVENT-RECORD
005480     MOVE AUD-OPERATEUR        TO EV-OPERATEUR
005490     MOVE WS-DATE-AFFAIRES     TO EV-DATE-AFFAIRES
005500     MOVE AUD-DATE-SYSTEME     TO EV-DATE-SYSTEME
005510     MOVE AUD-HEURE-SYSTEME    TO EV-HEURE-SYSTEME
005520     MOVE WS-NUMERO-RUN        TO EV-NUMERO-RUN
005530     MOVE AUD-PROGRAMME        TO EV-PROGRAMME
005540     MOVE AUD-TYPE-OBJET       TO EV-TYPE-OBJET
005550     MOVE AUD-CLE-OBJET        TO EV-CLE-OBJET
005560     MOVE AUD-ACTION           TO EV-ACTION
005570     MOVE AUD-ZONE             TO EV-ZONE
005580     MOVE AUD-AVANT            TO EV-AVANT
005590     MOVE AUD-APRES            TO EV-APRES
005600     MOVE AUD-OPERATEUR-SAISIE TO EV-OPERATEUR-SAISIE
005610     MOVE AUD-CLIENT           TO EV-CLIENT
005620     WRITE AUDIT-EVENT-RECORD
005630     ADD 1 TO AUD-EVENEMENTS
005640     MOVE SPACES TO AUD-ZONE AUD-AVANT AUD-APRES
005650                    AUD-OPERATEUR-SAISIE.
005660 9800-EXIT.
005670     EXIT.
