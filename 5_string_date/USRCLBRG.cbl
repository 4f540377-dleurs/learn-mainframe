000340*                  CLIENT RECOPIE MAIS HORS RAPPROCHEMENT FAISAIT
000350*                  CREER UN SQUELETTE EN DOUBLE DE SON NUMERO,
000360*                  EVALUE DEUX FOIS PAR LE KYC CHAQUE NUIT.
000361* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000362*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000363*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000364*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000365*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000366*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.

000520     SELECT BRIDGE-REPORT    ASSIGN TO BRIDGRPT
000530            ORGANIZATION IS SEQUENTIAL.
000531
000532     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000533            ORGANIZATION IS SEQUENTIAL.
000534
000535     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000536            ORGANIZATION IS SEQUENTIAL.
000540*-------------
000550 DATA DIVISION.
000560*-------------
000700 FD  BRIDGE-REPORT
000710     LABEL RECORDS ARE STANDARD.
000720 COPY BRIDGRPT.
000721*
000722 FD  STEP-DIRECTIVES
000723     LABEL RECORDS ARE STANDARD.
000724 COPY STEPDIR.
000725*
000726 FD  CHAIN-REGISTER
000727     LABEL RECORDS ARE STANDARD.
000728 COPY CHAINREG.
000730*
000740 WORKING-STORAGE SECTION.
000750*
000950         10  CT-NUMERO          PIC X(10).
000960         10  CT-NOM             PIC X(20).
000970         10  CT-RAPPROCHE-SW    PIC X(01).
000973*
000976 COPY STEPCTL.
000980*-------------------
000990 PROCEDURE DIVISION.
001000*-------------------
001010 0000-MAINLINE.
001020     DISPLAY "USER-CLIENT-BRIDGE : RAPPROCHEMENT UTILISATEURS /"
001030             " CLIENTS KYC"
001035     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001050     PERFORM 2000-COPY-ONE-CLIENT THRU 2000-EXIT
001060         UNTIL CLIENT-END-OF-FILE
001100         VARYING WS-CLI-SCAN FROM 1 BY 1
001110             UNTIL WS-CLI-SCAN > WS-CLI-COUNT
001120     PERFORM 9000-TERMINATE THRU 9000-EXIT
001125     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001130     STOP RUN.
001140*-----------------------------------------------------------------
001150* 1000-INITIALIZE -- OUVRE LES FICHIERS, LIT LE PREMIER CLIENT
002890     END-READ.
002900 8100-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------------
002930* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
002940* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
002950* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
002960* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
002970* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
002980* N'EST PAS INSCRITE AU REGISTRE.
002990*-----------------------------------------------------------------
003000 9600-CHECK-STEP-DIRECTIVE.
003010     MOVE "USRCLBRG" TO ETP-PROGRAMME
003020     OPEN INPUT STEP-DIRECTIVES
003030     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
003040         UNTIL ETP-DIR-END-OF-FILE
003050             OR ETP-CONSIGNE-TROUVEE
003060     CLOSE STEP-DIRECTIVES
003070     IF NOT ETP-A-SAUTER
003080         GO TO 9600-EXIT
003090     END-IF
003100     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
003110             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
003120             ") - NON REJOUEE"
003130     MOVE ZERO TO RETURN-CODE
003140     STOP RUN.
003150 9600-EXIT.
003160     EXIT.
003170*-----------------------------------------------------------------
003180* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
003190* CELLE DU PROGRAMME.
003200*-----------------------------------------------------------------
003210 9610-READ-DIRECTIVE.
003220     READ STEP-DIRECTIVES
003230         AT END
003240             MOVE "Y" TO ETP-DIR-EOF-SW
003250         NOT AT END
003260             IF DI-PROGRAMME = ETP-PROGRAMME
003270                 MOVE "Y"              TO ETP-TROUVEE-SW
003280                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
003290                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
003300                 MOVE DI-ETAPE         TO ETP-ETAPE
003310                 MOVE DI-ACTION        TO ETP-ACTION
003320                 MOVE DI-MOTIF         TO ETP-MOTIF
003330             END-IF
003340     END-READ.
003350 9610-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------------
003380* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
003390* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
003400* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
003410* CHAINE, RIEN N'EST INSCRIT.
003420*-----------------------------------------------------------------
003430 9700-REGISTER-STEP.
003440     IF NOT ETP-CONSIGNE-TROUVEE
003450         GO TO 9700-EXIT
003460     END-IF
003470     MOVE WS-UTILISATEURS-LUS TO ETP-LUS
003480     MOVE WS-SQUELETTES-CREES TO ETP-ECRITS
003490     MOVE RETURN-CODE TO ETP-CODE-RETOUR
003500     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
003510     ACCEPT ETP-HEURE-SYSTEME FROM TIME
003520     OPEN EXTEND CHAIN-REGISTER
003530     MOVE SPACES            TO CHAIN-REGISTER-RECORD
003540     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
003550     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
003560     MOVE ETP-ETAPE         TO RG-ETAPE
003570     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
003580     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
003590     MOVE ETP-LUS           TO RG-LUS
003600     MOVE ETP-ECRITS        TO RG-ECRITS
003610     MOVE ETP-REJETS        TO RG-REJETS
003620     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
003630     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
003640     WRITE CHAIN-REGISTER-RECORD
003650     CLOSE CHAIN-REGISTER
003660     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
003670             ETP-CODE-RETOUR.
003680 9700-EXIT.
003690     EXIT.
