000340*                  DIFFERENT SOUMETTE LA MEME DISPOSITION A UN
000350*                  RUN SUIVANT ; LE MEME ANALYSTE OU UN ANALYSTE
000360*                  ABSENT EST REJETE.
000361* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000362*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000363*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000364*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000365*                  REJOUEE, SA GENERATION DE LA VEILLE EST
000366*                  RECONDUITE -- ET L'ACHEVEMENT (CODE RETOUR,
000367*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000368* 2026-10-15 MF    PISTE D'AUDIT DES OPERATEURS : CHAQUE
000369*                  DISPOSITION POSTEE, MISE EN INSTANCE OU REFUSEE
000370*                  (MEME ANALYSTE) EST INSCRITE SUR AUDITLOG
000371*                  (DESSIN AUDITEVT) AVEC L'ANCIEN ET LE NOUVEAU
000372*                  STATUT DU CAS ; LA SECONDE APPROBATION PORTE
000373*                  L'ANALYSTE DE LA PREMIERE SAISIE.
000374*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000550            ORGANIZATION IS SEQUENTIAL.

000560     SELECT PENDING-OUT      ASSIGN TO KYCPNDO
000561            ORGANIZATION IS SEQUENTIAL.
000562
000563     SELECT AUDIT-TRAIL      ASSIGN TO AUDITLOG
000564            ORGANIZATION IS SEQUENTIAL.
000565
000566     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000567            ORGANIZATION IS SEQUENTIAL.
000568
000569     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000570            ORGANIZATION IS SEQUENTIAL.
000580*-------------
000590 DATA DIVISION.
000810 FD  PENDING-OUT
000820     LABEL RECORDS ARE STANDARD.
000830 01  PENDING-OUT-RECORD      PIC X(100).
000831*
000832 FD  AUDIT-TRAIL
000833     LABEL RECORDS ARE STANDARD.
000834 COPY AUDITEVT.
000835*
000836 FD  STEP-DIRECTIVES
000837     LABEL RECORDS ARE STANDARD.
000838 COPY STEPDIR.
000839*
000840 FD  CHAIN-REGISTER
000841     LABEL RECORDS ARE STANDARD.
000842 COPY CHAINREG.
000843*
000850 WORKING-STORAGE SECTION.
000860*
000870 01  WS-SWITCHES.
001420     05  FILLER          PIC X(18) VALUE "181212243273304334".
001430 01  WS-JOURS-CUMULES REDEFINES WS-JOURS-CUMULES-TABLE.
001440     05  WS-JC-MOIS OCCURS 12 TIMES PIC 9(03).
001442*
001444 COPY STEPCTL.
001446 COPY AUDITCTL.
001450*-------------------
001460 PROCEDURE DIVISION.
001470*-------------------
001480 0000-MAINLINE.
001490     DISPLAY "KYC-CASE-MAINT : DISPOSITIONS ET ANCIENNETE DES "
001500             "CAS CONFORMITE"
001505     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001520     PERFORM 2000-APPLY-DISPOSITION THRU 2000-EXIT
001530         UNTIL DISP-END-OF-FILE
001540     PERFORM 3000-AGING-REPORT THRU 3000-EXIT
001550     PERFORM 9000-TERMINATE THRU 9000-EXIT
001555     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001560     STOP RUN.
001570*-----------------------------------------------------------------
001580* 1000-INITIALIZE -- OUVRE LES FICHIERS, FIXE LA DATE DU JOUR ET
001620     OPEN I-O   KYC-CASE-MASTER
001630     OPEN INPUT KYC-DISPOSITIONS
001640     OPEN OUTPUT KYC-AGING-REPORT
001643     MOVE "KYCCASE" TO AUD-PROGRAMME
001646     OPEN EXTEND AUDIT-TRAIL
001650     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
001660     PERFORM 1150-LOAD-PENDING THRU 1150-EXIT
001670     MOVE WS-DATE-AFFAIRES TO WS-DATE-DU-JOUR
002030* REJETE.  PUIS LIT LA DISPOSITION SUIVANTE.
002040*-----------------------------------------------------------------
002050 2000-APPLY-DISPOSITION.
002055     MOVE SPACE TO WS-DISPOSITION-4Y
002060     IF NOT KD-STATUT-VALIDE
002070         DISPLAY "DISPOSITION REJETEE - STATUT INVALIDE : "
002080                 KD-STATUT " CAS " KD-CLIENT-KEY
002360             GO TO 2000-SUITE
002370         END-IF
002380     END-IF
002381     MOVE "MODI" TO AUD-ACTION
002382     IF APPROBATION-ACQUISE
002383         MOVE "APPR" TO AUD-ACTION
002384         MOVE PKT-IMAGE (WS-PND-IDX) (32:8)
002385             TO AUD-OPERATEUR-SAISIE
002386     END-IF
002387     PERFORM 2850-AUDIT-DISPOSITION THRU 2850-EXIT
002390     MOVE KD-STATUT        TO KC-STATUT
002400     MOVE KD-ANALYSTE      TO KC-ANALYSTE
002410     MOVE KD-COMMENTAIRE   TO KC-COMMENTAIRE
003600     CLOSE KYC-CASE-MASTER
003610     CLOSE KYC-DISPOSITIONS
003620     CLOSE KYC-AGING-REPORT
003625     CLOSE AUDIT-TRAIL
003630     DISPLAY "DISPOSITIONS LUES     : " WS-DISPOSITIONS-LUES
003640     DISPLAY "DISPOSITIONS POSTEES  : " WS-DISPOSITIONS-POSTEES
003650     DISPLAY "DISPOSITIONS REJETEES : "
003660             WS-DISPOSITIONS-REJETEES
003670     DISPLAY "CAS EN RETARD         : " WS-CAS-EN-RETARD
003680     DISPLAY "EN INSTANCE (4 YEUX)  : " WS-EN-INSTANCE
003686     DISPLAY "APPROUVEES (4 YEUX)   : " WS-APPROUVEES
003692     DISPLAY "EVENEMENTS D'AUDIT    : " AUD-EVENEMENTS.
003700 9000-EXIT.
003710     EXIT.
003720*-----------------------------------------------------------------
004410         GO TO 2800-EXIT
004420     END-IF
004430     IF PKT-IMAGE (WS-PND-IDX) (32:8) = KD-ANALYSTE
004432         MOVE "REFU"      TO AUD-ACTION
004434         MOVE KD-ANALYSTE TO AUD-OPERATEUR-SAISIE
004436         PERFORM 2850-AUDIT-DISPOSITION THRU 2850-EXIT
004440         MOVE "R" TO WS-DISPOSITION-4Y
004450         DISPLAY "DISPOSITION REJETEE - MEME ANALYSTE "
004460                 "(4 YEUX) : " KD-CLIENT-KEY
004780         MOVE WS-DATE-DU-JOUR        TO PKT-DATE (WS-PND-COUNT)
004790         MOVE "N"                    TO PKT-ETAT (WS-PND-COUNT)
004800         ADD 1 TO WS-EN-INSTANCE
004803         MOVE "SAIS" TO AUD-ACTION
004806         PERFORM 2850-AUDIT-DISPOSITION THRU 2850-EXIT
004810         DISPLAY "DISPOSITION EN INSTANCE (4 YEUX) : "
004820                 KD-CLIENT-KEY " PAR " KD-ANALYSTE
004830     ELSE
004880         STOP RUN
004890     END-IF.
004900 2820-EXIT.
004901     EXIT.
004902*-----------------------------------------------------------------
004903* 2850-AUDIT-DISPOSITION -- INSCRIT SUR LA PISTE D'AUDIT LA
004904* DISPOSITION COURANTE (ACTION ET OPERATEUR DE PREMIERE SAISIE
004905* POSES PAR L'APPELANT) : CAS VISE, ANALYSTE, STATUT DU CAS AU
004906* MAITRE ET STATUT DEMANDE.
004907*-----------------------------------------------------------------
004908 2850-AUDIT-DISPOSITION.
004909     MOVE KD-ANALYSTE   TO AUD-OPERATEUR
004910     MOVE "CAS "        TO AUD-TYPE-OBJET
004911     MOVE KC-CLE        TO AUD-CLE-OBJET
004912     MOVE KC-CLIENT-KEY TO AUD-CLIENT
004913     MOVE "STATUT"      TO AUD-ZONE
004914     MOVE KC-STATUT     TO AUD-AVANT
004915     MOVE KD-STATUT     TO AUD-APRES
004916     PERFORM 9800-WRITE-AUDIT-EVENT THRU 9800-EXIT.
004917 2850-EXIT.
004918     EXIT.
004920*-----------------------------------------------------------------
004930* 3500-WRITE-PENDING -- REPORTE SUR LA NOUVELLE GENERATION DES
004940* INSTANCES TOUTES LES DISPOSITIONS ENCORE EN ATTENTE.
005450     PERFORM 8300-READ-PENDING THRU 8300-EXIT.
005460 1180-EXIT.
005470     EXIT.
005480*-----------------------------------------------------------------
005490* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
005500* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
005510* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
005520* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER --
005530* SA GENERATION DE LA VEILLE, CELLE DU PASSAGE ACHEVE, EST
005540* RECONDUITE SUR LA NOUVELLE QUE LE JCL CATALOGUE.
005550* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
005560* N'EST PAS INSCRITE AU REGISTRE.
005570*-----------------------------------------------------------------
005580 9600-CHECK-STEP-DIRECTIVE.
005590     MOVE "KYCCASE " TO ETP-PROGRAMME
005600     OPEN INPUT STEP-DIRECTIVES
005610     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
005620         UNTIL ETP-DIR-END-OF-FILE
005630             OR ETP-CONSIGNE-TROUVEE
005640     CLOSE STEP-DIRECTIVES
005650     IF NOT ETP-A-SAUTER
005660         GO TO 9600-EXIT
005670     END-IF
005680     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
005690             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
005700             ") - NON REJOUEE"
005710     PERFORM 9620-CARRY-FORWARD THRU 9620-EXIT
005720     MOVE ZERO TO RETURN-CODE
005730     STOP RUN.
005740 9600-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------------
005770* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
005780* CELLE DU PROGRAMME.
005790*-----------------------------------------------------------------
005800 9610-READ-DIRECTIVE.
005810     READ STEP-DIRECTIVES
005820         AT END
005830             MOVE "Y" TO ETP-DIR-EOF-SW
005840         NOT AT END
005850             IF DI-PROGRAMME = ETP-PROGRAMME
005860                 MOVE "Y"              TO ETP-TROUVEE-SW
005870                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
005880                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
005890                 MOVE DI-ETAPE         TO ETP-ETAPE
005900                 MOVE DI-ACTION        TO ETP-ACTION
005910                 MOVE DI-MOTIF         TO ETP-MOTIF
005920             END-IF
005930     END-READ.
005940 9610-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------------
005970* 9620-CARRY-FORWARD -- ETAPE NON REJOUEE : RECOPIE TELLE QUELLE
005980* LA DERNIERE GENERATION KYCPNDG SUR LA NOUVELLE, POUR NE
005990* PAS CATALOGUER UNE GENERATION VIDE.
006000*-----------------------------------------------------------------
006010 9620-CARRY-FORWARD.
006020     MOVE "N" TO WS-PND-EOF-SW
006030     OPEN INPUT  PENDING-IN
006040     OPEN OUTPUT PENDING-OUT
006050     PERFORM 8300-READ-PENDING THRU 8300-EXIT
006060     PERFORM 9625-CARRY-ONE-RECORD THRU 9625-EXIT
006070         UNTIL PENDING-END-OF-FILE
006080     CLOSE PENDING-IN
006090     CLOSE PENDING-OUT.
006100 9620-EXIT.
006110     EXIT.
006120*-----------------------------------------------------------------
006130* 9625-CARRY-ONE-RECORD -- RECOPIE L'ENREGISTREMENT COURANT PUIS
006140* LIT LE SUIVANT.
006150*-----------------------------------------------------------------
006160 9625-CARRY-ONE-RECORD.
006170     WRITE PENDING-OUT-RECORD FROM PENDING-DISP-RECORD
006180     PERFORM 8300-READ-PENDING THRU 8300-EXIT.
006190 9625-EXIT.
006200     EXIT.
006210*-----------------------------------------------------------------
006220* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
006230* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
006240* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
006250* CHAINE, RIEN N'EST INSCRIT.
006260*-----------------------------------------------------------------
006270 9700-REGISTER-STEP.
006280     IF NOT ETP-CONSIGNE-TROUVEE
006290         GO TO 9700-EXIT
006300     END-IF
006310     MOVE WS-DISPOSITIONS-LUES TO ETP-LUS
006320     MOVE WS-DISPOSITIONS-POSTEES TO ETP-ECRITS
006330     MOVE WS-DISPOSITIONS-REJETEES TO ETP-REJETS
006340     MOVE RETURN-CODE TO ETP-CODE-RETOUR
006350     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
006360     ACCEPT ETP-HEURE-SYSTEME FROM TIME
006370     OPEN EXTEND CHAIN-REGISTER
006380     MOVE SPACES            TO CHAIN-REGISTER-RECORD
006390     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
006400     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
006410     MOVE ETP-ETAPE         TO RG-ETAPE
006420     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
006430     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
006440     MOVE ETP-LUS           TO RG-LUS
006450     MOVE ETP-ECRITS        TO RG-ECRITS
006460     MOVE ETP-REJETS        TO RG-REJETS
006470     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
006480     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
006490     WRITE CHAIN-REGISTER-RECORD
006500     CLOSE CHAIN-REGISTER
006510     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
006520             ETP-CODE-RETOUR.
006530 9700-EXIT.
006540     EXIT.
006550*-----------------------------------------------------------------
006560* 9800-WRITE-AUDIT-EVENT -- AJOUTE A LA PISTE D'AUDIT DES
006570* OPERATEURS (AUDITLOG) L'EVENEMENT PREPARE DANS LES ZONES AUD- ;
006580* LA DATE D'AFFAIRES, LE RUN ET L'HORODATAGE SYSTEME SONT POSES
006590* ICI.
006600*-----------------------------------------------------------------
006610 9800-WRITE-AUDIT-EVENT.
006620     ACCEPT AUD-DATE-SYSTEME FROM DATE YYYYMMDD
006630     ACCEPT AUD-HEURE-SYSTEME FROM TIME
006640     MOVE SPACES               TO AUDIT-EVENT-RECORD
006650     MOVE AUD-OPERATEUR        TO EV-OPERATEUR
006660     MOVE WS-DATE-AFFAIRES     TO EV-DATE-AFFAIRES
006670     MOVE AUD-DATE-SYSTEME     TO EV-DATE-SYSTEME
006680     MOVE AUD-HEURE-SYSTEME    TO EV-HEURE-SYSTEME
006690     MOVE WS-NUMERO-RUN        TO EV-NUMERO-RUN
006700     MOVE AUD-PROGRAMME        TO EV-PROGRAMME
006710     MOVE AUD-TYPE-OBJET       TO EV-TYPE-OBJET
006720     MOVE AUD-CLE-OBJET        TO EV-CLE-OBJET
006730     MOVE AUD-ACTION           TO EV-ACTION
006740     MOVE AUD-ZONE             TO EV-ZONE
006750     MOVE AUD-AVANT            TO EV-AVANT
006760     MOVE AUD-APRES            TO EV-APRES
006770     MOVE AUD-OPERATEUR-SAISIE TO EV-OPERATEUR-SAISIE
006780     MOVE AUD-CLIENT           TO EV-CLIENT
006790     WRITE AUDIT-EVENT-RECORD
006800     ADD 1 TO AUD-EVENEMENTS
006810     MOVE SPACES TO AUD-ZONE AUD-AVANT AUD-APRES
006820                    AUD-OPERATEUR-SAISIE.
006830 9800-EXIT.
006840     EXIT.
