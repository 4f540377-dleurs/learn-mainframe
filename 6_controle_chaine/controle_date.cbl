000390*                  LIVRE DE LA VEILLE.  UNE SIMULATION PASSE PAR
000400*                  LE JOB DEDIE SIMULBNK ET SON PROPRE FICHIER
000410*                  DE CONTROLE DE RUN.
000411* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DES ETAPES ET RELANCE :
000412*                  CHAQUE ETAPE INSCRIT SON ACHEVEMENT SUR
000413*                  CHAINREG (DATE, RUN, ETAPE, CODE RETOUR,
000414*                  COMPTEURS).  UN LANCEMENT SOUS UNE DATE ET UN
000415*                  NUMERO DE RUN DEJA INSCRITS PAR CE CONTROLE
000416*                  EST UNE RELANCE : LES ETAPES ACHEVEES EN CODE
000417*                  0 OU 4 RECOIVENT SUR STEPDIR LA CONSIGNE DE NE
000418*                  PAS ETRE REJOUEES, LES AUTRES CELLE DE
000419*                  S'EXECUTER, ET LE RAPPORT RSTRPT DONNE LA
000420*                  CONSIGNE ET LE MOTIF DE CHAQUE ETAPE.  CODE 4
000421*                  EN RELANCE (LA PURGE DE L'ETAPE 008 EST ALORS
000422*                  OMISE PAR SON COND).
000423*-----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000530            ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT OPTIONAL LAST-RUN ASSIGN TO LASTRUN
000551            ORGANIZATION IS SEQUENTIAL.
000552
000553     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000554            ORGANIZATION IS SEQUENTIAL.
000555
000556     SELECT STEP-DIRECTIVES  ASSIGN TO STEPDIR
000557            ORGANIZATION IS SEQUENTIAL.
000558
000559     SELECT RESTART-REPORT   ASSIGN TO RSTRPT
000560            ORGANIZATION IS SEQUENTIAL.
000570*-------------
000580 DATA DIVISION.
000700     LABEL RECORDS ARE STANDARD.
000710 COPY LASTRUN.
000720*
000721 FD  CHAIN-REGISTER
000722     LABEL RECORDS ARE STANDARD.
000723 COPY CHAINREG.
000724*
000725 FD  STEP-DIRECTIVES
000726     LABEL RECORDS ARE STANDARD.
000727 COPY STEPDIR.
000728*
000729 FD  RESTART-REPORT
000730     LABEL RECORDS ARE STANDARD.
000731 COPY RSTRPT.
000732*
000733 WORKING-STORAGE SECTION.
000740*
000750 01  WS-SWITCHES.
000760     05  WS-RUNCTL-EOF-SW    PIC X(01)   VALUE "N".
000850         88  DERNIER-RUN-CONNU        VALUE "Y".
000860     05  WS-SIMULATION-SW    PIC X(01)   VALUE "N".
000870         88  MODE-SIMULATION          VALUE "Y".
000872     05  WS-REG-EOF-SW       PIC X(01)   VALUE "N".
000874         88  REGISTRE-END-OF-FILE     VALUE "Y".
000876     05  WS-RELANCE-SW       PIC X(01)   VALUE "N".
000878         88  RELANCE-DU-RUN           VALUE "Y".
000880*
000890 77  WS-DATE-AFFAIRES        PIC X(08)   VALUE SPACES.
000900 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
000920 77  WS-DATE-ATTENDUE        PIC X(08)   VALUE SPACES.
000930 77  WS-FER-COUNT            PIC 9(03)   COMP VALUE ZERO.
000940 77  WS-FER-SCAN             PIC 9(03)   COMP VALUE ZERO.
000941*
000942*    ETAPES DE LA CHAINE DSINIGHT DANS L'ORDRE DU JCL : ETAPE,
000943*    MODULE ET REGLE DE RELANCE -- "N" NE PAS REJOUER UNE ETAPE
000944*    ACHEVEE EN CODE 0 OU 4, "G" IDEM EN RECONDUISANT SA
000945*    GENERATION DE LA VEILLE (LE PROGRAMME LA RECOPIE SUR LA
000946*    NOUVELLE), "R" TOUJOURS REJOUER (PHOTO DES SOLDES, DONT LA
000947*    GENERATION SERAIT SINON CATALOGUEE VIDE), "P" PURGE DE
000948*    DEBUT DE CHAINE, JAMAIS REJOUEE EN RELANCE.  TOUTE ETAPE
000949*    AJOUTEE A DSINIGHT DOIT ETRE AJOUTEE ICI.
000950 01  WS-CHAINE-TABLE.
000951     05  FILLER          PIC X(17) VALUE "STEP008 IEFBR14 P".
000952     05  FILLER          PIC X(17) VALUE "STEP010 USERINFON".
000953     05  FILLER          PIC X(17) VALUE "STEP018 USRCLBRGN".
000954     05  FILLER          PIC X(17) VALUE "STEP019 KYCDOCM N".
000955     05  FILLER          PIC X(17) VALUE "STEP020 KYCRISK G".
000956     05  FILLER          PIC X(17) VALUE "STEP022 KYCCASE G".
000957     05  FILLER          PIC X(17) VALUE "STEP023 KYCFRZ  N".
000958     05  FILLER          PIC X(17) VALUE "STEP024 ARREARS N".
000959     05  FILLER          PIC X(17) VALUE "STEP025 ACCTMNT G".
000960     05  FILLER          PIC X(17) VALUE "STEP026 MNDMAINTN".
000961     05  FILLER          PIC X(17) VALUE "STEP027 DORMCHK N".
000962     05  FILLER          PIC X(17) VALUE "STEP028 LOANBOOKN".
000963     05  FILLER          PIC X(17) VALUE "STEP029 TDBOOK  N".
000964     05  FILLER          PIC X(17) VALUE "STEP030 SIMPLBNKG".
000965     05  FILLER          PIC X(17) VALUE "STEP031 BALSNAP R".
000966     05  FILLER          PIC X(17) VALUE "STEP032 STMTPRD N".
000967     05  FILLER          PIC X(17) VALUE "STEP033 NOTIFY  N".
000968     05  FILLER          PIC X(17) VALUE "STEP034 STRUCT  N".
000969     05  FILLER          PIC X(17) VALUE "STEP035 LEDGRCN N".
000970     05  FILLER          PIC X(17) VALUE "STEP036 LTRDECL N".
000971     05  FILLER          PIC X(17) VALUE "STEP037 GLSUMM  N".
000972     05  FILLER          PIC X(17) VALUE "STEP038 TRIALBALG".
000973     05  FILLER          PIC X(17) VALUE "STEP039 TDLADDR N".
000974     05  FILLER          PIC X(17) VALUE "STEP040 SUDOKU  N".
000975     05  FILLER          PIC X(17) VALUE "STEP041 KYCBEHV G".
000976     05  FILLER          PIC X(17) VALUE "STEP042 PAYHRPT N".
000977     05  FILLER          PIC X(17) VALUE "STEP043 CLRACKR N".
000978     05  FILLER          PIC X(17) VALUE "STEP044 FXREVAL G".
000979     05  FILLER          PIC X(17) VALUE "STEP045 SUDOKGENN".
000980     05  FILLER          PIC X(17) VALUE "STEP050 PRCUPDT N".
000981     05  FILLER          PIC X(17) VALUE "STEP085 RUNTRENDN".
000982     05  FILLER          PIC X(17) VALUE "STEP090 RUNBAL  N".
000983 01  WS-CHAINE REDEFINES WS-CHAINE-TABLE.
000984     05  CH-ENTRY OCCURS 32 TIMES.
000985         10  CH-ETAPE            PIC X(08).
000986         10  CH-PROGRAMME        PIC X(08).
000987         10  CH-REGLE            PIC X(01).
000988             88  CH-PURGE                VALUE "P".
000989             88  CH-RECONDUITE           VALUE "G".
000990             88  CH-TOUJOURS-REJOUEE     VALUE "R".
000991 01  WS-PASSAGE-TABLE.
000992     05  PS-ENTRY OCCURS 32 TIMES.
000993         10  PS-INSCRITE-SW      PIC X(01).
000994             88  PS-INSCRITE             VALUE "Y".
000995         10  PS-CODE-RETOUR      PIC 9(04).
000996         10  PS-LUS              PIC 9(09).
000997         10  PS-ECRITS           PIC 9(09).
000998         10  PS-HORODATAGE       PIC X(16).
000999 77  WS-CH-COUNT             PIC 9(03)   COMP VALUE 32.
001000 77  WS-CH-SCAN              PIC 9(03)   COMP VALUE ZERO.
001001 77  WS-CH-IDX               PIC 9(03)   COMP VALUE ZERO.
001002 77  WS-INSCRIPTIONS-LUES    PIC 9(07)   VALUE ZERO.
001003 77  WS-ETAPES-SAUTEES       PIC 9(05)   VALUE ZERO.
001004 77  WS-ETAPES-EXECUTEES     PIC 9(05)   VALUE ZERO.
001005 77  WS-ACTION               PIC X(01)   VALUE SPACES.
001006 77  WS-MOTIF                PIC X(04)   VALUE SPACES.
001007 77  WS-DATE-SYSTEME         PIC X(08)   VALUE SPACES.
001008 77  WS-HEURE-SYSTEME        PIC X(08)   VALUE SPACES.
001009 77  WS-FERIE-SW             PIC X(01)   VALUE "N".
001010     88  JOUR-FERIE                  VALUE "Y".
001011 01  FERIE-TABLE.
001012     05  FER-DATE OCCURS 200 TIMES PIC X(08).
001013*
001014 01  WS-DATE-CALCUL.
001015     05  WS-CAL-ANNEE        PIC 9(04).
001020     05  WS-CAL-MOIS         PIC 9(02).
001030     05  WS-CAL-JOUR         PIC 9(02).
001040 77  WS-CAL-DERNIER-JOUR     PIC 9(02)   VALUE ZERO.
001300     PERFORM 2000-CHECK-BUSINESS-DAY THRU 2000-EXIT
001310     PERFORM 3000-CHECK-SUCCESSION THRU 3000-EXIT
001320     DISPLAY "DATE D'AFFAIRES " WS-DATE-AFFAIRES " ACCEPTEE"
001322     PERFORM 4000-LOAD-REGISTER THRU 4000-EXIT
001324     PERFORM 5000-WRITE-DIRECTIVES THRU 5000-EXIT
001326     PERFORM 6000-REGISTER-CHECK THRU 6000-EXIT
001330     STOP RUN.
001340*-----------------------------------------------------------------
001350* 1000-INITIALIZE -- LIT LA DATE D'AFFAIRES, CHARGE LES JOURS
001880             MOVE "Y" TO WS-LAST-EOF-SW
001890     END-READ.
001900 8100-EXIT.
001901     EXIT.
001902*-----------------------------------------------------------------
001903* 8200-READ-REGISTER -- LECTURE SEQUENTIELLE DU REGISTRE
001904* D'ACHEVEMENT DES ETAPES.
001905*-----------------------------------------------------------------
001906 8200-READ-REGISTER.
001907     READ CHAIN-REGISTER
001908         AT END
001909             MOVE "Y" TO WS-REG-EOF-SW
001910     END-READ.
001911 8200-EXIT.
001912     EXIT.
001920*-----------------------------------------------------------------
001930* 1100-LOAD-CALENDAR -- CHARGE LES JOURS FERIES DU CALENDRIER
001940* DANS FERIE-TABLE.  FICHIER ABSENT : SEULS LES SAMEDIS ET
003710 3120-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003731* 4000-LOAD-REGISTER -- RELIT LE REGISTRE D'ACHEVEMENT DES
003732* ETAPES.  SEULES COMPTENT LES INSCRIPTIONS DE LA DATE D'AFFAIRES
003733* ET DU NUMERO DE RUN COURANTS : UNE INSCRIPTION DE CE CONTROLE
003734* SIGNALE UNE RELANCE, CELLE D'UNE ETAPE EST RANGEE SUR SON
003735* ENTREE DE LA TABLE DE CHAINE (LA DERNIERE FAIT FOI).  REGISTRE
003736* ABSENT : PREMIER PASSAGE.
003737*-----------------------------------------------------------------
003738 4000-LOAD-REGISTER.
003739     MOVE SPACES TO WS-PASSAGE-TABLE
003740     OPEN INPUT CHAIN-REGISTER
003741     PERFORM 8200-READ-REGISTER THRU 8200-EXIT
003742     PERFORM 4100-KEEP-ONE-ENTRY THRU 4100-EXIT
003743         UNTIL REGISTRE-END-OF-FILE
003744     CLOSE CHAIN-REGISTER
003745     IF RELANCE-DU-RUN
003746         DISPLAY "RELANCE DU RUN " WS-NUMERO-RUN " DU "
003747                 WS-DATE-AFFAIRES " - INSCRIPTIONS RETENUES : "
003748                 WS-INSCRIPTIONS-LUES
003749     END-IF.
003750 4000-EXIT.
003751     EXIT.
003752*-----------------------------------------------------------------
003753* 4100-KEEP-ONE-ENTRY -- RETIENT L'INSCRIPTION COURANTE SI ELLE
003754* EST DU RUN COURANT, PUIS LIT LA SUIVANTE.  UNE ETAPE ABSENTE
003755* DE LA TABLE DE CHAINE EST IGNOREE.
003756*-----------------------------------------------------------------
003757 4100-KEEP-ONE-ENTRY.
003758     IF RG-DATE-AFFAIRES NOT = WS-DATE-AFFAIRES
003759             OR RG-NUMERO-RUN NOT = WS-NUMERO-RUN
003760         GO TO 4100-SUITE
003761     END-IF
003762     ADD 1 TO WS-INSCRIPTIONS-LUES
003763     IF RG-PROGRAMME = "RUNVALID"
003764         MOVE "Y" TO WS-RELANCE-SW
003765         GO TO 4100-SUITE
003766     END-IF
003767     MOVE ZERO TO WS-CH-IDX
003768     PERFORM 4110-MATCH-ONE-STEP THRU 4110-EXIT
003769         VARYING WS-CH-SCAN FROM 1 BY 1
003770             UNTIL WS-CH-SCAN > WS-CH-COUNT
003771                 OR WS-CH-IDX > ZERO
003772     IF WS-CH-IDX = ZERO
003773         DISPLAY "ETAPE INSCRITE HORS CHAINE IGNOREE : "
003774                 RG-ETAPE " " RG-PROGRAMME
003775         GO TO 4100-SUITE
003776     END-IF
003777     MOVE "Y"            TO PS-INSCRITE-SW (WS-CH-IDX)
003778     MOVE RG-CODE-RETOUR TO PS-CODE-RETOUR (WS-CH-IDX)
003779     MOVE RG-LUS         TO PS-LUS (WS-CH-IDX)
003780     MOVE RG-ECRITS      TO PS-ECRITS (WS-CH-IDX)
003781     MOVE RG-HORODATAGE  TO PS-HORODATAGE (WS-CH-IDX).
003782 4100-SUITE.
003783     PERFORM 8200-READ-REGISTER THRU 8200-EXIT.
003784 4100-EXIT.
003785     EXIT.
003786*-----------------------------------------------------------------
003787* 4110-MATCH-ONE-STEP -- RETIENT DANS WS-CH-IDX L'ENTREE DE LA
003788* TABLE DE CHAINE DE L'ETAPE INSCRITE (ETAPE ET PROGRAMME).
003789*-----------------------------------------------------------------
003790 4110-MATCH-ONE-STEP.
003791     IF CH-ETAPE (WS-CH-SCAN) = RG-ETAPE
003792             AND CH-PROGRAMME (WS-CH-SCAN) = RG-PROGRAMME
003793         MOVE WS-CH-SCAN TO WS-CH-IDX
003794     END-IF.
003795 4110-EXIT.
003796     EXIT.
003797*-----------------------------------------------------------------
003798* 5000-WRITE-DIRECTIVES -- REECRIT LES CONSIGNES DES ETAPES
003799* (STEPDIR) ET LE RAPPORT DE RELANCE (RSTRPT) : UNE CONSIGNE ET
003800* UNE LIGNE PAR ETAPE DE LA CHAINE, PUIS LA LIGNE DE TOTAL.
003801*-----------------------------------------------------------------
003802 5000-WRITE-DIRECTIVES.
003803     OPEN OUTPUT STEP-DIRECTIVES
003804     OPEN OUTPUT RESTART-REPORT
003805     PERFORM 5100-DECIDE-ONE-STEP THRU 5100-EXIT
003806         VARYING WS-CH-SCAN FROM 1 BY 1
003807             UNTIL WS-CH-SCAN > WS-CH-COUNT
003808     MOVE SPACES              TO RESTART-REPORT-RECORD
003809     MOVE "T"                 TO RI-TYPE
003810     MOVE WS-DATE-AFFAIRES    TO RI-DATE-AFFAIRES
003811     MOVE WS-NUMERO-RUN       TO RI-NUMERO-RUN
003812     MOVE WS-ETAPES-SAUTEES   TO RI-ETAPES-SAUTEES
003813     MOVE WS-ETAPES-EXECUTEES TO RI-ETAPES-EXECUTEES
003814     IF RELANCE-DU-RUN
003815         MOVE "R" TO RI-PASSAGE
003816     ELSE
003817         MOVE "P" TO RI-PASSAGE
003818     END-IF
003819     WRITE RESTART-REPORT-RECORD
003820     CLOSE STEP-DIRECTIVES
003821     CLOSE RESTART-REPORT
003822     DISPLAY "ETAPES A EXECUTER    : " WS-ETAPES-EXECUTEES
003823     DISPLAY "ETAPES NON REJOUEES  : " WS-ETAPES-SAUTEES.
003824 5000-EXIT.
003825     EXIT.
003826*-----------------------------------------------------------------
003827* 5100-DECIDE-ONE-STEP -- CONSIGNE DE L'ETAPE POINTEE PAR
003828* WS-CH-SCAN.  PREMIER PASSAGE : TOUT S'EXECUTE.  EN RELANCE, LA
003829* PURGE N'EST PAS REJOUEE (SES FICHIERS PORTENT DEJA LES
003830* ECRITURES DU PASSAGE PRECEDENT), LA PHOTO DES SOLDES L'EST
003831* TOUJOURS, UNE ETAPE ACHEVEE EN CODE 0 OU 4 NE L'EST PAS, UNE
003832* ETAPE ACHEVEE EN ERREUR OU NON ATTEINTE S'EXECUTE.
003833*-----------------------------------------------------------------
003834 5100-DECIDE-ONE-STEP.
003835     MOVE "E" TO WS-ACTION
003836     EVALUATE TRUE
003837         WHEN NOT RELANCE-DU-RUN
003838             MOVE "PREM" TO WS-MOTIF
003839         WHEN CH-PURGE (WS-CH-SCAN)
003840             MOVE "S"    TO WS-ACTION
003841             MOVE "PURG" TO WS-MOTIF
003842         WHEN CH-TOUJOURS-REJOUEE (WS-CH-SCAN)
003843             MOVE "REJO" TO WS-MOTIF
003844         WHEN NOT PS-INSCRITE (WS-CH-SCAN)
003845             MOVE "NPAS" TO WS-MOTIF
003846         WHEN PS-CODE-RETOUR (WS-CH-SCAN) > 4
003847             MOVE "ECHE" TO WS-MOTIF
003848         WHEN CH-RECONDUITE (WS-CH-SCAN)
003849             MOVE "S"    TO WS-ACTION
003850             MOVE "RECO" TO WS-MOTIF
003851         WHEN OTHER
003852             MOVE "S"    TO WS-ACTION
003853             MOVE "TERM" TO WS-MOTIF
003854     END-EVALUATE
003855     IF WS-ACTION = "S"
003856         ADD 1 TO WS-ETAPES-SAUTEES
003857         DISPLAY "ETAPE NON REJOUEE : " CH-ETAPE (WS-CH-SCAN)
003858                 " " CH-PROGRAMME (WS-CH-SCAN) " (" WS-MOTIF ")"
003859     ELSE
003860         ADD 1 TO WS-ETAPES-EXECUTEES
003861     END-IF
003862     MOVE SPACES                    TO STEP-DIRECTIVE-RECORD
003863     MOVE WS-DATE-AFFAIRES          TO DI-DATE-AFFAIRES
003864     MOVE WS-NUMERO-RUN             TO DI-NUMERO-RUN
003865     MOVE CH-ETAPE (WS-CH-SCAN)     TO DI-ETAPE
003866     MOVE CH-PROGRAMME (WS-CH-SCAN) TO DI-PROGRAMME
003867     MOVE WS-ACTION                 TO DI-ACTION
003868     MOVE WS-MOTIF                  TO DI-MOTIF
003869     WRITE STEP-DIRECTIVE-RECORD
003870     MOVE SPACES                    TO RESTART-REPORT-RECORD
003871     MOVE "D"                       TO RI-TYPE
003872     MOVE WS-DATE-AFFAIRES          TO RI-DATE-AFFAIRES
003873     MOVE WS-NUMERO-RUN             TO RI-NUMERO-RUN
003874     MOVE CH-ETAPE (WS-CH-SCAN)     TO RI-ETAPE
003875     MOVE CH-PROGRAMME (WS-CH-SCAN) TO RI-PROGRAMME
003876     MOVE WS-ACTION                 TO RI-ACTION
003877     MOVE WS-MOTIF                  TO RI-MOTIF
003878     MOVE ZERO                      TO RI-CODE-RETOUR
003879     MOVE ZERO                      TO RI-LUS
003880     MOVE ZERO                      TO RI-ECRITS
003881     IF RELANCE-DU-RUN AND PS-INSCRITE (WS-CH-SCAN)
003882         MOVE PS-CODE-RETOUR (WS-CH-SCAN) TO RI-CODE-RETOUR
003883         MOVE PS-LUS (WS-CH-SCAN)         TO RI-LUS
003884         MOVE PS-ECRITS (WS-CH-SCAN)      TO RI-ECRITS
003885         MOVE PS-HORODATAGE (WS-CH-SCAN)  TO RI-HORODATAGE
003886     END-IF
003887     WRITE RESTART-REPORT-RECORD.
003888 5100-EXIT.
003889     EXIT.
003890*-----------------------------------------------------------------
003891* 6000-REGISTER-CHECK -- INSCRIT CE CONTROLE AU REGISTRE : SON
003892* INSCRIPTION MARQUE LE RUN COMME COMMENCE ET FERA RECONNAITRE
003893* UN LANCEMENT SUIVANT SOUS LA MEME DATE ET LE MEME NUMERO COMME
003894* UNE RELANCE.  CODE 4 EN RELANCE.
003895*-----------------------------------------------------------------
003896 6000-REGISTER-CHECK.
003897     IF RELANCE-DU-RUN
003898         MOVE 4 TO RETURN-CODE
003899     END-IF
003900     ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
003901     ACCEPT WS-HEURE-SYSTEME FROM TIME
003902     OPEN EXTEND CHAIN-REGISTER
003903     MOVE SPACES               TO CHAIN-REGISTER-RECORD
003904     MOVE WS-DATE-AFFAIRES     TO RG-DATE-AFFAIRES
003905     MOVE WS-NUMERO-RUN        TO RG-NUMERO-RUN
003906     MOVE "STEP005"            TO RG-ETAPE
003907     MOVE "RUNVALID"           TO RG-PROGRAMME
003908     MOVE RETURN-CODE          TO RG-CODE-RETOUR
003909     MOVE WS-INSCRIPTIONS-LUES TO RG-LUS
003910     MOVE WS-CH-COUNT          TO RG-ECRITS
003911     MOVE ZERO                 TO RG-REJETS
003912     MOVE WS-DATE-SYSTEME      TO RG-DATE-FIN
003913     MOVE WS-HEURE-SYSTEME     TO RG-HEURE-FIN
003914     WRITE CHAIN-REGISTER-RECORD
003915     CLOSE CHAIN-REGISTER.
003916 6000-EXIT.
003917     EXIT.
003918*-----------------------------------------------------------------
003919* 8000-READ-CALENDAR -- LECTURE SEQUENTIELLE DU CALENDRIER.
003920*-----------------------------------------------------------------
003921 8000-READ-CALENDAR.
003922     READ BUSINESS-CALENDAR
003923         AT END
003924             MOVE "Y" TO WS-CAL-EOF-SW
003925     END-READ.
003926 8000-EXIT.
003927     EXIT.
003928*-----------------------------------------------------------------
003929* 8800-DATE-EN-JOURS -- CONVERTIT WS-DATE-CALCUL (AAAAMMJJ) EN
003930* NOMBRE DE JOURS DEPUIS L'ORIGINE (MEME FORMULE QUE
003931* KYC-CASE-MAINT) : ANNEES * 365 PLUS LES BISSEXTILES ECOULEES,
003932* PLUS LES JOURS CUMULES DES MOIS PLEINS (CORRIGES EN ANNEE
003933* BISSEXTILE AU-DELA DE FEVRIER), PLUS LE JOUR DU MOIS.
003934*-----------------------------------------------------------------
003935 8800-DATE-EN-JOURS.
003936     COMPUTE WS-DT-ANNEE-PREC = WS-CAL-ANNEE - 1
003937     DIVIDE WS-DT-ANNEE-PREC BY 4 GIVING WS-DT-BIS4
003938     DIVIDE WS-DT-ANNEE-PREC BY 100 GIVING WS-DT-BIS100
003940     DIVIDE WS-DT-ANNEE-PREC BY 400 GIVING WS-DT-BIS400
003950     COMPUTE WS-DT-JOURS
003960             = WS-CAL-ANNEE * 365
