000353*                  "KYCFRZ" : ACCOUNT-MAINTENANCE NE LES SOUMET
000354*                  PAS AU CONTROLE A QUATRE YEUX, LE DOUBLE
000355*                  CONTROLE ANALYSTE EST DEJA FAIT EN AMONT.
000356* 2026-10-15 MF    COMPTES JOINTS : LA DECISION EST PRISE PAR
000357*                  COMPTE SUR TOUS SES TITULAIRES
000358*                  (ACCT-NUMERO-CLIENT ET LIENS EN COURS DE
000359*                  RELMSTR A LA DATE D'AFFAIRES DE RUNCTL) : UN
000360*                  TITULAIRE A GELER GELE LE COMPTE, LA LEVEE EST
000361*                  RETENUE ("M" AVEC LE COMPTE) TANT QU'UN AUTRE
000362*                  TITULAIRE RESTE ESCALADE.
000363* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000364*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000365*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000366*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000367*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000368*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000369*-----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000550
000560     SELECT FREEZE-REPORT    ASSIGN TO FRZRPT
000570            ORGANIZATION IS SEQUENTIAL.
000571
000572     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000573            ORGANIZATION IS SEQUENTIAL.
000574
000575     SELECT RELATION-MASTER  ASSIGN TO RELMSTR
000576            ORGANIZATION IS INDEXED
000577            ACCESS MODE IS DYNAMIC
000578            RECORD KEY IS RL-CLE.
000579
000580     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000581            ORGANIZATION IS SEQUENTIAL.
000582
000583     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000584            ORGANIZATION IS SEQUENTIAL.
000585*-------------
000590 DATA DIVISION.
000600*-------------
000610 FILE SECTION.
000730     LABEL RECORDS ARE STANDARD.
000740 COPY FRZRPT.
000750*
000751 FD  RUN-CONTROL
000752     LABEL RECORDS ARE STANDARD.
000753 COPY RUNCTL.
000754*
000755 FD  RELATION-MASTER.
000756 COPY RELREC.
000757*
000758 FD  STEP-DIRECTIVES
000759     LABEL RECORDS ARE STANDARD.
000760 COPY STEPDIR.
000761*
000762 FD  CHAIN-REGISTER
000763     LABEL RECORDS ARE STANDARD.
000764 COPY CHAINREG.
000765*
000766 WORKING-STORAGE SECTION.
000770*
000780 01  WS-SWITCHES.
000790     05  WS-CAS-EOF-SW       PIC X(01)   VALUE "N".
000900 77  WS-DEC-SCAN             PIC 9(03)   COMP VALUE ZERO.
000910 77  WS-DEC-IDX              PIC 9(03)   COMP VALUE ZERO.
000920 77  WS-CLIENT-COURANT       PIC X(10)   VALUE SPACES.
000921 77  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
000922     88  RUNCTL-END-OF-FILE          VALUE "Y".
000923 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
000924 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
000925 77  WS-REL-EOF-SW           PIC X(01)   VALUE "N".
000926     88  REL-FIN-DU-COMPTE           VALUE "Y".
000927 77  WS-ACTION-COMPTE        PIC X(01)   VALUE SPACE.
000928 77  WS-LEVEE-SW             PIC X(01)   VALUE "N".
000929     88  LEVEE-DEMANDEE              VALUE "Y".
000930 77  WS-ESCALADE-SW          PIC X(01)   VALUE "N".
000931     88  TITULAIRE-ESCALADE          VALUE "Y".
000932 77  WS-CLIENT-GEL           PIC X(10)   VALUE SPACES.
000933 77  WS-CLIENT-LEVEE         PIC X(10)   VALUE SPACES.
000934 01  DECISION-TABLE.
000940     05  DEC-ENTRY OCCURS 200 TIMES.
000950         10  DEC-CLIENT         PIC X(10).
000960         10  DEC-ACTION         PIC X(01).
000970         10  DEC-ESCALADE-SW    PIC X(01).
000980         10  DEC-COMPTES        PIC 9(03).
000990 COPY ACCTTRAN.
000993*
000996 COPY STEPCTL.
001000*-------------------
001010 PROCEDURE DIVISION.
001020*-------------------
001030 0000-MAINLINE.
001040     DISPLAY "KYC-FREEZE-SYNC : GEL DES COMPTES DES CAS "
001050             "ESCALADES"
001055     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001070     PERFORM 2000-COLLECT-DECISIONS THRU 2000-EXIT
001080     PERFORM 3000-EMIT-TRANSACTIONS THRU 3000-EXIT
001090     PERFORM 4000-MARK-CASES THRU 4000-EXIT
001100     PERFORM 9000-TERMINATE THRU 9000-EXIT
001105     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001110     STOP RUN.
001120*-----------------------------------------------------------------
001130* 1000-INITIALIZE -- OUVRE LES FICHIERS ET LIT LA DATE D'AFFAIRES.
001140*-----------------------------------------------------------------
001150 1000-INITIALIZE.
001160     OPEN I-O    KYC-CASE-MASTER
001170     OPEN INPUT  ACCOUNT-MASTER
001180     OPEN OUTPUT FREEZE-TRANS-OUT
001185     OPEN OUTPUT FREEZE-REPORT
001190     OPEN INPUT  RELATION-MASTER
001195     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT.
001200 1000-EXIT.
001201     EXIT.
001202*-----------------------------------------------------------------
001203* 1050-LOAD-RUN-CONTROL -- LIT LA DATE D'AFFAIRES ET LE NUMERO
001204* DE RUN SUR LE FICHIER DE CONTROLE DE LA CHAINE.  FICHIER VIDE
001205* OU ABSENT : L'ETAPE S'ARRETE EN CODE 16.
001206*-----------------------------------------------------------------
001207 1050-LOAD-RUN-CONTROL.
001208     OPEN INPUT RUN-CONTROL
001209     READ RUN-CONTROL
001210         AT END
001211             MOVE "Y" TO WS-RUNCTL-EOF-SW
001212         NOT AT END
001213             MOVE RN-DATE-AFFAIRES TO WS-DATE-AFFAIRES
001214             MOVE RN-NUMERO-RUN    TO WS-NUMERO-RUN
001215     END-READ
001216     CLOSE RUN-CONTROL
001217     IF RUNCTL-END-OF-FILE OR WS-DATE-AFFAIRES = SPACES
001218         DISPLAY "DATE D'AFFAIRES ABSENTE SUR RUNCTL - ARRET"
001219         MOVE 16 TO RETURN-CODE
001220         STOP RUN
001221     END-IF
001222     DISPLAY "DATE D'AFFAIRES : " WS-DATE-AFFAIRES
001223             " RUN : " WS-NUMERO-RUN.
001224 1050-EXIT.
001225     EXIT.
001226*-----------------------------------------------------------------
001230* 2000-COLLECT-DECISIONS -- PREMIERE PASSE SUR LE CASE MASTER :
001240* RETIENT PAR CLIENT LA DECISION A EMETTRE (GEL POUR UN CAS
001250* ESCALADE SANS GEL EMIS, LEVEE POUR UN CAS CLASSE DONT LE GEL
002320     EXIT.
002330*-----------------------------------------------------------------
002340* 3000-EMIT-TRANSACTIONS -- DEUXIEME PASSE, SUR LE FICHIER
002350* MAITRE DES COMPTES : POUR CHAQUE COMPTE DONT UN TITULAIRE
002360* PORTE UNE DECISION, EMET LA TRANSACTION DE STATUT (GEL "F" OU
002370* LEVEE "O") SUR ACCTFRZ ET L'EDITE SUR LE RAPPORT.
002380*-----------------------------------------------------------------
002470 3000-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002496* 3100-EMIT-ONE-ACCOUNT -- LIT LE COMPTE SUIVANT, PESE LES
002502* DECISIONS DE TOUS SES TITULAIRES (ACCT-NUMERO-CLIENT PUIS LES
002508* LIENS EN COURS DE RELMSTR) ET EMET SA TRANSACTION DE STATUT :
002514* GEL SI UN TITULAIRE EST A GELER (COMPTES NON CLOS SEULEMENT) ;
002520* SINON LEVEE SI UN TITULAIRE EST CLASSE (COMPTES GELES
002526* SEULEMENT), RETENUE ET EDITEE "M" SI UN AUTRE TITULAIRE RESTE
002532* ESCALADE.
002540*-----------------------------------------------------------------
002550 3100-EMIT-ONE-ACCOUNT.
002560     READ ACCOUNT-MASTER NEXT RECORD
002600     IF ACCT-END-OF-FILE
002610         GO TO 3100-EXIT
002620     END-IF
002623     MOVE SPACE  TO WS-ACTION-COMPTE
002626     MOVE "N"    TO WS-LEVEE-SW
002629     MOVE "N"    TO WS-ESCALADE-SW
002632     MOVE SPACES TO WS-CLIENT-GEL
002635     MOVE SPACES TO WS-CLIENT-LEVEE
002638     IF ACCT-NUMERO-CLIENT NOT = SPACES
002641         MOVE ACCT-NUMERO-CLIENT TO WS-CLIENT-COURANT
002644         PERFORM 3300-WEIGH-HOLDER THRU 3300-EXIT
002650     END-IF
002659     PERFORM 3400-WEIGH-RELATIONS THRU 3400-EXIT
002668     IF WS-ACTION-COMPTE = SPACE AND LEVEE-DEMANDEE
002677         IF TITULAIRE-ESCALADE
002686             IF ACCOUNT-FROZEN
002695                 PERFORM 3600-HOLD-ACCOUNT-RELEASE THRU 3600-EXIT
002704             END-IF
002713         ELSE
002722             MOVE "O" TO WS-ACTION-COMPTE
002731         END-IF
002740     END-IF
002750     EVALUATE WS-ACTION-COMPTE
002760         WHEN "F"
002770             IF NOT ACCOUNT-CLOSED AND NOT ACCOUNT-FROZEN
002780                 PERFORM 3200-WRITE-STATUS-TRANS THRU 3200-EXIT
002790                 ADD 1 TO WS-GELS-EMIS
002810                 MOVE SPACES TO FREEZE-REPORT-RECORD
002820                 MOVE "G" TO FR-GENRE
002830                 MOVE WS-CLIENT-GEL     TO FR-NUMERO-CLIENT
002840                 MOVE ACCOUNT-NUMBER    TO FR-ACCOUNT-NUMBER
002850                 MOVE ZERO TO FR-NOMBRE-COMPTES
002860                 WRITE FREEZE-REPORT-RECORD
002870                 DISPLAY "GEL EMIS : COMPTE " ACCOUNT-NUMBER
002880                         " CLIENT " WS-CLIENT-GEL
002890             END-IF
002900         WHEN "O"
002910             IF ACCOUNT-FROZEN
002920                 PERFORM 3200-WRITE-STATUS-TRANS THRU 3200-EXIT
002930                 ADD 1 TO WS-LEVEES-EMISES
002950                 MOVE SPACES TO FREEZE-REPORT-RECORD
002960                 MOVE "L" TO FR-GENRE
002970                 MOVE WS-CLIENT-LEVEE   TO FR-NUMERO-CLIENT
002980                 MOVE ACCOUNT-NUMBER    TO FR-ACCOUNT-NUMBER
002990                 MOVE ZERO TO FR-NOMBRE-COMPTES
003000                 WRITE FREEZE-REPORT-RECORD
003010                 DISPLAY "LEVEE EMISE : COMPTE " ACCOUNT-NUMBER
003020                         " CLIENT " WS-CLIENT-LEVEE
003030             END-IF
003040         WHEN OTHER
003050             CONTINUE
003170     MOVE "S"            TO AM-FUNCTION
003180     MOVE ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
003190     MOVE ZERO           TO AM-OVERDRAFT-LIMIT
003200     IF WS-ACTION-COMPTE = "F"
003210         MOVE "F" TO AM-STATUS
003220     ELSE
003230         MOVE "O" TO AM-STATUS
003255     MOVE "KYCFRZ"           TO AM-OPERATEUR
003260     WRITE FREEZE-TRANS-RECORD FROM ACCT-MAINT-RECORD.
003270 3200-EXIT.
003271     EXIT.
003272*-----------------------------------------------------------------
003273* 3300-WEIGH-HOLDER -- PORTE SUR LE COMPTE COURANT LA DECISION DU
003274* TITULAIRE WS-CLIENT-COURANT : LE PREMIER CLIENT A GELER DONNE LE
003275* GEL (ET LE COMPTE LUI EST COMPTE S'IL SERA GELE), LE PREMIER
003276* CLIENT CLASSE LA LEVEE ; UN CAS ENCORE ESCALADE EST NOTE.
003277*-----------------------------------------------------------------
003278 3300-WEIGH-HOLDER.
003279     MOVE ZERO TO WS-DEC-IDX
003280     PERFORM 2210-MATCH-ONE-DECISION THRU 2210-EXIT
003281         VARYING WS-DEC-SCAN FROM 1 BY 1
003282             UNTIL WS-DEC-SCAN > WS-DEC-COUNT
003283                 OR WS-DEC-IDX > ZERO
003284     IF WS-DEC-IDX = ZERO
003285         GO TO 3300-EXIT
003286     END-IF
003287     IF DEC-ESCALADE-SW (WS-DEC-IDX) = "Y"
003288         MOVE "Y" TO WS-ESCALADE-SW
003289     END-IF
003290     EVALUATE DEC-ACTION (WS-DEC-IDX)
003291         WHEN "F"
003292             IF WS-ACTION-COMPTE = SPACE
003293                 MOVE "F" TO WS-ACTION-COMPTE
003294                 MOVE WS-CLIENT-COURANT TO WS-CLIENT-GEL
003295             END-IF
003296             IF NOT ACCOUNT-CLOSED AND NOT ACCOUNT-FROZEN
003297                 ADD 1 TO DEC-COMPTES (WS-DEC-IDX)
003298             END-IF
003299         WHEN "O"
003300             IF NOT LEVEE-DEMANDEE
003301                 MOVE "Y" TO WS-LEVEE-SW
003302                 MOVE WS-CLIENT-COURANT TO WS-CLIENT-LEVEE
003303             END-IF
003304         WHEN OTHER
003305             CONTINUE
003306     END-EVALUATE.
003307 3300-EXIT.
003308     EXIT.
003309*-----------------------------------------------------------------
003310* 3400-WEIGH-RELATIONS -- PARCOURT SUR RELMSTR LES LIENS DU COMPTE
003311* COURANT ET PESE LA DECISION DE CHAQUE AUTRE CLIENT LIE.
003312*-----------------------------------------------------------------
003313 3400-WEIGH-RELATIONS.
003314     MOVE "N" TO WS-REL-EOF-SW
003315     MOVE ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
003316     MOVE LOW-VALUES     TO RL-NUMERO-CLIENT
003317     START RELATION-MASTER KEY IS NOT LESS THAN RL-CLE
003318         INVALID KEY
003319             MOVE "Y" TO WS-REL-EOF-SW
003320     END-START
003321     PERFORM 3410-WEIGH-ONE-RELATION THRU 3410-EXIT
003322         UNTIL REL-FIN-DU-COMPTE.
003323 3400-EXIT.
003324     EXIT.
003325*-----------------------------------------------------------------
003326* 3410-WEIGH-ONE-RELATION -- LIT LE LIEN SUIVANT ; S'IL EST EN
003327* COURS A LA DATE D'AFFAIRES ET QUE LE CLIENT N'EST PAS DEJA LE
003328* TITULAIRE DU COMPTE, PESE SA DECISION.
003329*-----------------------------------------------------------------
003330 3410-WEIGH-ONE-RELATION.
003331     READ RELATION-MASTER NEXT RECORD
003332         AT END
003333             MOVE "Y" TO WS-REL-EOF-SW
003334     END-READ
003335     IF REL-FIN-DU-COMPTE
003336         GO TO 3410-EXIT
003337     END-IF
003338     IF RL-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
003339         MOVE "Y" TO WS-REL-EOF-SW
003340         GO TO 3410-EXIT
003341     END-IF
003342     IF RL-NUMERO-CLIENT = ACCT-NUMERO-CLIENT
003343             OR RL-DATE-DEBUT > WS-DATE-AFFAIRES
003344         GO TO 3410-EXIT
003345     END-IF
003346     IF RL-DATE-FIN NOT = SPACES
003347             AND RL-DATE-FIN < WS-DATE-AFFAIRES
003348         GO TO 3410-EXIT
003349     END-IF
003350     MOVE RL-NUMERO-CLIENT TO WS-CLIENT-COURANT
003351     PERFORM 3300-WEIGH-HOLDER THRU 3300-EXIT.
003352 3410-EXIT.
003353     EXIT.
003354*-----------------------------------------------------------------
003355* 3600-HOLD-ACCOUNT-RELEASE -- LA LEVEE DU COMPTE GELE EST RETENUE
003356* PARCE QU'UN AUTRE DE SES TITULAIRES RESTE ESCALADE ; ELLE EST
003357* EDITEE "M" AVEC LE COMPTE.
003358*-----------------------------------------------------------------
003359 3600-HOLD-ACCOUNT-RELEASE.
003360     ADD 1 TO WS-LEVEES-RETENUES
003361     MOVE SPACES TO FREEZE-REPORT-RECORD
003362     MOVE "M" TO FR-GENRE
003363     MOVE WS-CLIENT-LEVEE   TO FR-NUMERO-CLIENT
003364     MOVE ACCOUNT-NUMBER    TO FR-ACCOUNT-NUMBER
003365     MOVE ZERO TO FR-NOMBRE-COMPTES
003366     WRITE FREEZE-REPORT-RECORD
003367     DISPLAY "LEVEE RETENUE (AUTRE TITULAIRE ESCALADE) : "
003368             ACCOUNT-NUMBER.
003369 3600-EXIT.
003370     EXIT.
003371*-----------------------------------------------------------------
003372* 4000-MARK-CASES -- TROISIEME PASSE SUR LE CASE MASTER : POSE
003373* KC-GEL-SW SUR LES CAS ESCALADES DONT LE GEL VIENT D'ETRE EMIS
003374* (Y COMPRIS SANS COMPTE TROUVE, EDITES "X"), ET LE RETIRE DES
003375* CAS CLASSES DONT LA LEVEE VIENT D'ETRE EMISE.
003376*-----------------------------------------------------------------
003377 4000-MARK-CASES.
003378     MOVE "N" TO WS-CAS-EOF-SW
003379     MOVE LOW-VALUES TO KC-CLE
003380     START KYC-CASE-MASTER KEY IS NOT LESS THAN KC-CLE
003390         INVALID KEY
003400             MOVE "Y" TO WS-CAS-EOF-SW
004140     CLOSE ACCOUNT-MASTER
004150     CLOSE FREEZE-TRANS-OUT
004160     CLOSE FREEZE-REPORT
004165     CLOSE RELATION-MASTER
004170     DISPLAY "CAS LUS           : " WS-CAS-LUS
004180     DISPLAY "GELS EMIS         : " WS-GELS-EMIS
004190     DISPLAY "LEVEES EMISES     : " WS-LEVEES-EMISES
004210     DISPLAY "CLIENTS SANS COMPTE : " WS-SANS-COMPTE.
004220 9000-EXIT.
004230     EXIT.
004240*-----------------------------------------------------------------
004250* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
004260* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
004270* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
004280* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
004290* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
004300* N'EST PAS INSCRITE AU REGISTRE.
004310*-----------------------------------------------------------------
004320 9600-CHECK-STEP-DIRECTIVE.
004330     MOVE "KYCFRZ  " TO ETP-PROGRAMME
004340     OPEN INPUT STEP-DIRECTIVES
004350     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
004360         UNTIL ETP-DIR-END-OF-FILE
004370             OR ETP-CONSIGNE-TROUVEE
004380     CLOSE STEP-DIRECTIVES
004390     IF NOT ETP-A-SAUTER
004400         GO TO 9600-EXIT
004410     END-IF
004420     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
004430             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
004440             ") - NON REJOUEE"
004450     MOVE ZERO TO RETURN-CODE
004460     STOP RUN.
004470 9600-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------------
004500* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
004510* CELLE DU PROGRAMME.
004520*-----------------------------------------------------------------
004530 9610-READ-DIRECTIVE.
004540     READ STEP-DIRECTIVES
004550         AT END
004560             MOVE "Y" TO ETP-DIR-EOF-SW
004570         NOT AT END
004580             IF DI-PROGRAMME = ETP-PROGRAMME
004590                 MOVE "Y"              TO ETP-TROUVEE-SW
004600                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
004610                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
004620                 MOVE DI-ETAPE         TO ETP-ETAPE
004630                 MOVE DI-ACTION        TO ETP-ACTION
004640                 MOVE DI-MOTIF         TO ETP-MOTIF
004650             END-IF
004660     END-READ.
004670 9610-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------------
004700* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
004710* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
004720* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
004730* CHAINE, RIEN N'EST INSCRIT.
004740*-----------------------------------------------------------------
004750 9700-REGISTER-STEP.
004760     IF NOT ETP-CONSIGNE-TROUVEE
004770         GO TO 9700-EXIT
004780     END-IF
004790     MOVE WS-CAS-LUS TO ETP-LUS
004800     COMPUTE ETP-ECRITS = WS-GELS-EMIS
004810                        + WS-LEVEES-EMISES
004820     MOVE RETURN-CODE TO ETP-CODE-RETOUR
004830     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
004840     ACCEPT ETP-HEURE-SYSTEME FROM TIME
004850     OPEN EXTEND CHAIN-REGISTER
004860     MOVE SPACES            TO CHAIN-REGISTER-RECORD
004870     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
004880     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
004890     MOVE ETP-ETAPE         TO RG-ETAPE
004900     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
004910     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
004920     MOVE ETP-LUS           TO RG-LUS
004930     MOVE ETP-ECRITS        TO RG-ECRITS
004940     MOVE ETP-REJETS        TO RG-REJETS
004950     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
004960     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
004970     WRITE CHAIN-REGISTER-RECORD
004980     CLOSE CHAIN-REGISTER
004990     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
005000             ETP-CODE-RETOUR.
005010 9700-EXIT.
005020     EXIT.
