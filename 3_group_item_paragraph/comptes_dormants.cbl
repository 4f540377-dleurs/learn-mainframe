000300*                  FRAICHEMENT REACTIVE) EST AMORCE A LA DATE
000310*                  D'AFFAIRES AU LIEU DE TOMBER DORMANT D'UN
000320*                  COUP.  LES COMPTEURS PARTENT SUR RUNSTATS.
000321* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000322*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000323*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000324*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000325*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000326*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000330*-----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000530
000540     SELECT RUN-STATISTICS   ASSIGN TO RUNSTATS
000550            ORGANIZATION IS SEQUENTIAL.
000551
000552     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000553            ORGANIZATION IS SEQUENTIAL.
000554
000555     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000556            ORGANIZATION IS SEQUENTIAL.
000560*-------------
000570 DATA DIVISION.
000580*-------------
000750 FD  RUN-STATISTICS
000760     LABEL RECORDS ARE STANDARD.
000770 COPY RUNSTAT.
000771*
000772 FD  STEP-DIRECTIVES
000773     LABEL RECORDS ARE STANDARD.
000774 COPY STEPDIR.
000775*
000776 FD  CHAIN-REGISTER
000777     LABEL RECORDS ARE STANDARD.
000778 COPY CHAINREG.
000780*
000790 WORKING-STORAGE SECTION.
000800*
001030 77  WS-CAL-DERNIER-JOUR     PIC 9(02)   VALUE ZERO.
001040 77  WS-CAL-RESTE            PIC 9(03)   VALUE ZERO.
001050 77  WS-CAL-QUOTIENT         PIC 9(04)   VALUE ZERO.
001053*
001056 COPY STEPCTL.
001060*-------------------
001070 PROCEDURE DIVISION.
001080*-------------------
001090 0000-MAINLINE.
001100     DISPLAY "DORMANCY-REVIEW : REVUE DE DORMANCE DES COMPTES"
001105     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001120     PERFORM 2000-REVIEW-NEXT-ACCOUNT THRU 2000-EXIT
001130         UNTIL END-OF-FILE
001140     PERFORM 3000-TERMINATE THRU 3000-EXIT
001145     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001150     STOP RUN.
001160*-----------------------------------------------------------------
001170* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES ET LE DELAI
003200     WRITE RUN-STAT-RECORD.
003210 9510-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------------
003240* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
003250* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
003260* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
003270* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
003280* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
003290* N'EST PAS INSCRITE AU REGISTRE.
003300*-----------------------------------------------------------------
003310 9600-CHECK-STEP-DIRECTIVE.
003320     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
003330     OPEN INPUT STEP-DIRECTIVES
003340     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
003350         UNTIL ETP-DIR-END-OF-FILE
003360             OR ETP-CONSIGNE-TROUVEE
003370     CLOSE STEP-DIRECTIVES
003380     IF NOT ETP-A-SAUTER
003390         GO TO 9600-EXIT
003400     END-IF
003410     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
003420             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
003430             ") - NON REJOUEE"
003440     MOVE ZERO TO RETURN-CODE
003450     STOP RUN.
003460 9600-EXIT.
003470     EXIT.
003480*-----------------------------------------------------------------
003490* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
003500* CELLE DU PROGRAMME.
003510*-----------------------------------------------------------------
003520 9610-READ-DIRECTIVE.
003530     READ STEP-DIRECTIVES
003540         AT END
003550             MOVE "Y" TO ETP-DIR-EOF-SW
003560         NOT AT END
003570             IF DI-PROGRAMME = ETP-PROGRAMME
003580                 MOVE "Y"              TO ETP-TROUVEE-SW
003590                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
003600                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
003610                 MOVE DI-ETAPE         TO ETP-ETAPE
003620                 MOVE DI-ACTION        TO ETP-ACTION
003630                 MOVE DI-MOTIF         TO ETP-MOTIF
003640             END-IF
003650     END-READ.
003660 9610-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------------
003690* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
003700* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
003710* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
003720* CHAINE, RIEN N'EST INSCRIT.
003730*-----------------------------------------------------------------
003740 9700-REGISTER-STEP.
003750     IF NOT ETP-CONSIGNE-TROUVEE
003760         GO TO 9700-EXIT
003770     END-IF
003780     MOVE WS-COMPTES-LUS TO ETP-LUS
003790     MOVE WS-COMPTES-DORMANTS TO ETP-ECRITS
003800     MOVE RETURN-CODE TO ETP-CODE-RETOUR
003810     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
003820     ACCEPT ETP-HEURE-SYSTEME FROM TIME
003830     OPEN EXTEND CHAIN-REGISTER
003840     MOVE SPACES            TO CHAIN-REGISTER-RECORD
003850     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
003860     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
003870     MOVE ETP-ETAPE         TO RG-ETAPE
003880     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
003890     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
003900     MOVE ETP-LUS           TO RG-LUS
003910     MOVE ETP-ECRITS        TO RG-ECRITS
003920     MOVE ETP-REJETS        TO RG-REJETS
003930     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
003940     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
003950     WRITE CHAIN-REGISTER-RECORD
003960     CLOSE CHAIN-REGISTER
003970     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
003980             ETP-CODE-RETOUR.
003990 9700-EXIT.
004000     EXIT.
