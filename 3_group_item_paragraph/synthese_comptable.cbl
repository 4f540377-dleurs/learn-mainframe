000480*                  SINON, COMME UN TYPE POSTE SANS
000490*                  CORRESPONDANCE) : LA COMPTABILITE CHARGE LE
000500*                  JOURNAL SANS RESSAISIE.
000501* 2026-10-15 MF    TYPE "A" (AGIOS TRIMESTRIELS) RECONNU ; SON
000502*                  COMPTE GENERAL VIENT DE GLMAP COMME LES AUTRES.
000503* 2026-10-15 MF    TYPES "K" (DEBLOCAGE DE PRET), "L" (CAPITAL
000504*                  D'ECHEANCE) ET "J" (INTERETS D'ECHEANCE)
000505*                  RECONNUS, COMPTES GENERAUX DANS GLMAP.
000506* 2026-10-15 MF    TYPES "P" (MISE EN PLACE DE DEPOT A TERME),
000507*                  "M" (CAPITAL REMBOURSE), "G" (INTERETS DU
000508*                  DEPOT) ET "Q" (RUPTURE REFUSEE) RECONNUS,
000509*                  COMPTES GENERAUX DANS GLMAP.
000510* 2026-10-15 MF    TYPES "O" (PRELEVEMENT SEPA) ET "U"
000511*                  (REMBOURSEMENT DE PRELEVEMENT) RECONNUS,
000512*                  COMPTES GENERAUX DANS GLMAP.
000513* 2026-10-15 MF    TYPES "Y" ET "Z" (EXTOURNES D'OPERATEUR)
000514*                  RECONNUS ET SYNTHETISES PAR TYPE D'ORIGINE
000515*                  (GP-TYPE-ORIGINE) ; AU JOURNAL, UNE EXTOURNE
000516*                  PASSE LA CORRESPONDANCE GLMAP DU TYPE D'ORIGINE
000517*                  DEBIT ET CREDIT INVERSES, SANS ENREGISTREMENT
000518*                  GLMAP PROPRE.  TABLES PORTEES A 40
000519*                  CORRESPONDANCES ET 100 LIGNES DE SYNTHESE, UNE
000520*                  TABLE PLEINE ARRETE L'ETAPE EN CODE 16.
000521* 2026-10-15 MF    TYPE "N" (RECREDIT D'UN PAIEMENT SORTANT REJETE
000522*                  PAR LA COMPENSATION) RECONNU, COMPTES GENERAUX
000523*                  DANS GLMAP.
000524* 2026-10-15 MF    DIMENSION AGENCE : L'AGENCE DE CHAQUE ECRITURE
000525*                  EST LUE SUR ACCTMSTR (ACCT-AGENCE, BLANC SI LE
000526*                  COMPTE EST ABSENT OU SANS AGENCE) ; LA SYNTHESE
000527*                  GLPOST ET LES LIGNES GLJRNL SONT DETAILLEES PAR
000528*                  AGENCE (GP-AGENCE, GJ-AGENCE).  LES VIREMENTS
000529*                  INTERNES ("T"/"S" HORS "EXTB", "V" ET LEURS
000530*                  EXTOURNES) SONT SOLDES PAR AGENCE ET LE SOLDE
000531*                  PASSE EN ECRITURE DE LIAISON "H"
000532*                  (CORRESPONDANCE GLMAP "H", CODE 16 SI ABSENTE).
000533*                  LES LIGNES DE PREUVE "P" SONT ECRITES PAR
000534*                  AGENCE, UNE AGENCE DESEQUILIBREE ARRETE EN CODE
000535*                  16.  TABLE DE SYNTHESE PORTEE A 300 LIGNES, 50
000536*                  AGENCES.
000537* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
000538*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
000539*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
000540*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
000541*                  REJOUEE -- ET L'ACHEVEMENT (CODE RETOUR,
000542*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
000543*-----------------------------------------------------------------
000544 ENVIRONMENT DIVISION.
000545 CONFIGURATION SECTION.
000546 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000650            ORGANIZATION IS SEQUENTIAL.

000660     SELECT GL-JOURNAL       ASSIGN TO GLJRNL
000661            ORGANIZATION IS SEQUENTIAL.
000662     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
000663            ORGANIZATION IS INDEXED
000664            ACCESS MODE IS DYNAMIC
000665            RECORD KEY IS ACCOUNT-NUMBER.
000666
000667     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
000668            ORGANIZATION IS SEQUENTIAL.
000669
000670     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
000671            ORGANIZATION IS SEQUENTIAL.
000680*-------------
000690 DATA DIVISION.
000700*-------------
000890     LABEL RECORDS ARE STANDARD.
000900 COPY GLJRNL.
000910*
000911 FD  ACCOUNT-MASTER
000912     LABEL RECORDS ARE STANDARD.
000913 COPY ACCTREC.
000914*
000915 FD  STEP-DIRECTIVES
000916     LABEL RECORDS ARE STANDARD.
000917 COPY STEPDIR.
000918*
000919 FD  CHAIN-REGISTER
000920     LABEL RECORDS ARE STANDARD.
000921 COPY CHAINREG.
000922*
000923 WORKING-STORAGE SECTION.
000930*
000940 01  WS-SWITCHES.
000950     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000960         88  END-OF-FILE             VALUE "Y".
000970     05  WS-TYPE-CONNU-SW    PIC X(01)   VALUE "Y".
000980         88  TYPE-ECRITURE-CONNU     VALUE "Y".
000983     05  WS-AGENCE-DESEQ-SW  PIC X(01)   VALUE "N".
000986         88  AGENCE-DESEQUILIBREE    VALUE "Y".
000990*
001000 77  WS-DATE-DU-JOUR         PIC X(08)   VALUE SPACES.
001010 77  WS-ECRITURES-LUES       PIC 9(07)   COMP VALUE ZERO.
001060 77  WS-SYN-COUNT            PIC 9(03)   COMP VALUE ZERO.
001070 77  WS-SYN-SCAN             PIC 9(03)   COMP VALUE ZERO.
001080 77  WS-SYN-IDX              PIC 9(03)   COMP VALUE ZERO.
001081 77  WS-AGS-COUNT            PIC 9(02)   COMP VALUE ZERO.
001082 77  WS-AGS-SCAN             PIC 9(02)   COMP VALUE ZERO.
001083 77  WS-AGS-IDX              PIC 9(02)   COMP VALUE ZERO.
001084 77  WS-AGENCE-ECRITURE      PIC X(02)   VALUE SPACES.
001085 77  WS-AGENCE-CHERCHE       PIC X(02)   VALUE SPACES.
001086 77  WS-MONTANT-LIAISON      PIC 9(13)V99 VALUE ZERO.
001087 77  WS-LIAISON-NETTE        PIC S9(13)V99 VALUE ZERO.
001088 77  WS-LIGNES-LIAISON       PIC 9(05)   COMP VALUE ZERO.
001090 77  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
001100     88  RUNCTL-END-OF-FILE          VALUE "Y".
001110 77  WS-NUMERO-RUN           PIC 9(05)   VALUE ZERO.
001180 77  WS-LIGNES-JOURNAL       PIC 9(05)   COMP VALUE ZERO.
001190 77  WS-TOTAL-DEBITS         PIC 9(13)V99 VALUE ZERO.
001200 77  WS-TOTAL-CREDITS        PIC 9(13)V99 VALUE ZERO.
001202 77  WS-TYPE-ORIGINE         PIC X(01)   VALUE SPACE.
001204 77  WS-TYPE-RECHERCHE       PIC X(01)   VALUE SPACE.
001206 77  WS-COMPTE-DEBIT         PIC X(08)   VALUE SPACES.
001208 77  WS-COMPTE-CREDIT        PIC X(08)   VALUE SPACES.
001210 01  GL-MAP-TABLE.
001220     05  GMT-ENTRY OCCURS 40 TIMES.
001230         10  GMT-TYPE           PIC X(01).
001240         10  GMT-DEBIT          PIC X(08).
001250         10  GMT-CREDIT         PIC X(08).
001260*
001270 01  SYNTHESE-TABLE.
001276     05  SY-ENTRY OCCURS 300 TIMES.
001282         10  SY-AGENCE           PIC X(02).
001290         10  SY-TRANS-TYPE       PIC X(01).
001300         10  SY-STATUS           PIC X(01).
001305         10  SY-TYPE-ORIGINE     PIC X(01).
001310         10  SY-NOMBRE           PIC 9(09).
001320         10  SY-MONTANT          PIC 9(13)V99.
001321*
001322 01  AGENCE-TABLE.
001323     05  AGS-ENTRY OCCURS 50 TIMES.
001324         10  AGS-AGENCE          PIC X(02).
001325         10  AGS-DEBITS          PIC 9(13)V99.
001326         10  AGS-CREDITS         PIC 9(13)V99.
001327         10  AGS-LIAISON         PIC S9(13)V99.
001328*
001329 COPY STEPCTL.
001330*-------------------
001340 PROCEDURE DIVISION.
001350*-------------------
001360 0000-MAINLINE.
001370     DISPLAY "GL-POSTING-SUMMARY : DEVERSEMENT COMPTABLE DU "
001380             "GRAND LIVRE"
001385     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001400     PERFORM 2000-ACCUMULATE-ENTRY THRU 2000-EXIT
001410         UNTIL END-OF-FILE
001420     PERFORM 3000-TERMINATE THRU 3000-EXIT
001425     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
001430     STOP RUN.
001440*-----------------------------------------------------------------
001450* 1000-INITIALIZE -- OUVRE LES FICHIERS, FIXE LA DATE DU JOUR ET
001510     OPEN INPUT  TRANSACTION-LEDGER
001520     OPEN OUTPUT GL-POSTING-FILE
001530     OPEN OUTPUT GL-JOURNAL
001535     OPEN INPUT  ACCOUNT-MASTER
001540     PERFORM 1070-LOAD-GL-MAPPING THRU 1070-EXIT
001550     PERFORM 8000-READ-LEDGER THRU 8000-EXIT.
001560 1000-EXIT.
001820     EXIT.
001830*-----------------------------------------------------------------
001840* 2000-ACCUMULATE-ENTRY -- CUMULE L'ECRITURE COURANTE (SI ELLE
001848* EST DU JOUR) DANS L'ENTREE DE SYNTHESE DE SON AGENCE, DE SON
001856* TYPE ET DE SON STATUT, ET SUIT LA LIAISON DE L'AGENCE POUR UN
001864* VIREMENT INTERNE POSTE.  UN TYPE INCONNU ARRETE L'ETAPE EN CODE
001872* 16.  PUIS LIT L'ECRITURE SUIVANTE.
001880*-----------------------------------------------------------------
001890 2000-ACCUMULATE-ENTRY.
001900     IF LG-TIMESTAMP (1:8) NOT = WS-DATE-DU-JOUR
001990         DISPLAY "DEVERSEMENT COMPTABLE ABANDONNE"
002000         CLOSE TRANSACTION-LEDGER
002010         CLOSE GL-POSTING-FILE
002015         CLOSE ACCOUNT-MASTER
002020         MOVE 16 TO RETURN-CODE
002030         STOP RUN
002040     END-IF
002041     MOVE SPACE TO WS-TYPE-ORIGINE
002042     IF LG-TYPE-REVERSAL-DEBIT OR LG-TYPE-REVERSAL-CREDIT
002043         MOVE LG-REASON-CODE (3:1) TO WS-TYPE-ORIGINE
002044     END-IF
002045     PERFORM 2050-FIND-ACCOUNT-BRANCH THRU 2050-EXIT
002046     MOVE WS-AGENCE-ECRITURE TO WS-AGENCE-CHERCHE
002047     PERFORM 2250-FIND-AGENCE-ENTRY THRU 2250-EXIT
002050     PERFORM 2200-FIND-SYNTHESE-ENTRY THRU 2200-EXIT
002060     ADD 1         TO SY-NOMBRE (WS-SYN-IDX)
002070     ADD LG-AMOUNT TO SY-MONTANT (WS-SYN-IDX)
002072     IF LG-STATUS-POSTED
002074         PERFORM 2300-TRACK-LIAISON THRU 2300-EXIT
002076     END-IF
002080     PERFORM 8000-READ-LEDGER THRU 8000-EXIT.
002090 2000-EXIT.
002100     EXIT.
002110*-----------------------------------------------------------------
002111* 2050-FIND-ACCOUNT-BRANCH -- LIT SUR ACCTMSTR L'AGENCE DU COMPTE
002112* DE L'ECRITURE COURANTE DANS WS-AGENCE-ECRITURE.  COMPTE ABSENT
002113* DU FICHIER (ARCHIVE DEPUIS) : AGENCE A BLANC, L'ECRITURE EST
002114* SYNTHETISEE AVEC LES COMPTES SANS AGENCE.
002115*-----------------------------------------------------------------
002116 2050-FIND-ACCOUNT-BRANCH.
002117     MOVE LG-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
002118     READ ACCOUNT-MASTER
002119         INVALID KEY
002120             MOVE SPACES TO ACCT-AGENCE
002121     END-READ
002122     MOVE ACCT-AGENCE TO WS-AGENCE-ECRITURE.
002123 2050-EXIT.
002124     EXIT.
002125*-----------------------------------------------------------------
002126* 2100-VALIDATE-TYPE -- CONTROLE QUE LE TYPE DE L'ECRITURE
002130* COURANTE EST CONNU DE LA SYNTHESE (DEPOT, RETRAIT, INTERETS,
002135* FRAIS, JAMBES DE VIREMENT, ORDRE PERMANENT, AGIOS, DEBLOCAGE
002140* ET ECHEANCES DE PRETS, DEPOTS A TERME, PRELEVEMENTS ET
002145* EXTOURNES).
002150*-----------------------------------------------------------------
002160 2100-VALIDATE-TYPE.
002170     EVALUATE TRUE
002370             MOVE "Y" TO WS-TYPE-CONNU-SW
002380         WHEN LG-TYPE-CLOSURE
002390             MOVE "Y" TO WS-TYPE-CONNU-SW
002391         WHEN LG-TYPE-DEBIT-INTEREST
002392             MOVE "Y" TO WS-TYPE-CONNU-SW
002393         WHEN LG-TYPE-LOAN-DISBURSEMENT
002394             MOVE "Y" TO WS-TYPE-CONNU-SW
002395         WHEN LG-TYPE-LOAN-CAPITAL
002396             MOVE "Y" TO WS-TYPE-CONNU-SW
002397         WHEN LG-TYPE-LOAN-INTEREST
002398             MOVE "Y" TO WS-TYPE-CONNU-SW
002399         WHEN LG-TYPE-DEPOSIT-PLACEMENT
002400             MOVE "Y" TO WS-TYPE-CONNU-SW
002401         WHEN LG-TYPE-DEPOSIT-PRINCIPAL
002402             MOVE "Y" TO WS-TYPE-CONNU-SW
002403         WHEN LG-TYPE-DEPOSIT-INTEREST
002404             MOVE "Y" TO WS-TYPE-CONNU-SW
002405         WHEN LG-TYPE-DEPOSIT-BREAK
002406             MOVE "Y" TO WS-TYPE-CONNU-SW
002407         WHEN LG-TYPE-DIRECT-DEBIT
002408             MOVE "Y" TO WS-TYPE-CONNU-SW
002409         WHEN LG-TYPE-DIRECT-DEBIT-REFUND
002410             MOVE "Y" TO WS-TYPE-CONNU-SW
002411         WHEN LG-TYPE-REVERSAL-DEBIT
002412             MOVE "Y" TO WS-TYPE-CONNU-SW
002413         WHEN LG-TYPE-REVERSAL-CREDIT
002414             MOVE "Y" TO WS-TYPE-CONNU-SW
002415         WHEN LG-TYPE-PAYMENT-RETURN
002416             MOVE "Y" TO WS-TYPE-CONNU-SW
002417         WHEN OTHER
002418             MOVE "N" TO WS-TYPE-CONNU-SW
002420     END-EVALUATE.
002430 2100-EXIT.
002440     EXIT.
002450*-----------------------------------------------------------------
002460* 2200-FIND-SYNTHESE-ENTRY -- RECHERCHE (OU CREE) L'ENTREE DE
002465* SYNTHESE-TABLE DE L'AGENCE, DU TYPE, DU STATUT ET DU TYPE
002470* D'ORIGINE (POUR UNE EXTOURNE) DE L'ECRITURE COURANTE.  UNE TABLE
002475* PLEINE ARRETE L'ETAPE EN CODE 16.
002480* EN SORTIE, WS-SYN-IDX POINTE SUR L'ENTREE A CUMULER.
002490*-----------------------------------------------------------------
002500 2200-FIND-SYNTHESE-ENTRY.
002530         VARYING WS-SYN-SCAN FROM 1 BY 1
002540             UNTIL WS-SYN-SCAN > WS-SYN-COUNT
002550                 OR WS-SYN-IDX > ZERO
002551     IF WS-SYN-IDX = ZERO AND WS-SYN-COUNT NOT < 300
002552         DISPLAY "TABLE DE SYNTHESE PLEINE (300)"
002553         DISPLAY "DEVERSEMENT COMPTABLE ABANDONNE"
002554         MOVE 16 TO RETURN-CODE
002555         STOP RUN
002556     END-IF
002560     IF WS-SYN-IDX = ZERO
002570         ADD 1 TO WS-SYN-COUNT
002580         MOVE WS-SYN-COUNT TO WS-SYN-IDX
002585         MOVE WS-AGENCE-ECRITURE TO SY-AGENCE (WS-SYN-IDX)
002590         MOVE LG-TRANS-TYPE TO SY-TRANS-TYPE (WS-SYN-IDX)
002600         MOVE LG-STATUS     TO SY-STATUS (WS-SYN-IDX)
002605         MOVE WS-TYPE-ORIGINE TO SY-TYPE-ORIGINE (WS-SYN-IDX)
002610         MOVE ZERO          TO SY-NOMBRE (WS-SYN-IDX)
002620         MOVE ZERO          TO SY-MONTANT (WS-SYN-IDX)
002630     END-IF.
002650     EXIT.
002660*-----------------------------------------------------------------
002670* 2210-MATCH-ONE-ENTRY -- RETIENT DANS WS-SYN-IDX L'ENTREE DE
002676* SYNTHESE DE L'AGENCE/TYPE/STATUT/TYPE D'ORIGINE COURANT SI ELLE
002682* EXISTE DEJA.
002690*-----------------------------------------------------------------
002700 2210-MATCH-ONE-ENTRY.
002706     IF SY-AGENCE (WS-SYN-SCAN) = WS-AGENCE-ECRITURE
002712             AND SY-TRANS-TYPE (WS-SYN-SCAN) = LG-TRANS-TYPE
002720             AND SY-STATUS (WS-SYN-SCAN) = LG-STATUS
002725             AND SY-TYPE-ORIGINE (WS-SYN-SCAN) = WS-TYPE-ORIGINE
002730         MOVE WS-SYN-SCAN TO WS-SYN-IDX
002740     END-IF.
002750 2210-EXIT.
002760     EXIT.
002770*-----------------------------------------------------------------
002771* 2250-FIND-AGENCE-ENTRY -- RECHERCHE (OU CREE, A ZERO) L'ENTREE
002772* D'AGENCE-TABLE DE L'AGENCE WS-AGENCE-CHERCHE.  UNE TABLE PLEINE
002773* ARRETE L'ETAPE EN CODE 16.
002774* EN SORTIE, WS-AGS-IDX POINTE SUR L'ENTREE DE L'AGENCE.
002775*-----------------------------------------------------------------
002776 2250-FIND-AGENCE-ENTRY.
002777     MOVE ZERO TO WS-AGS-IDX
002778     PERFORM 2260-MATCH-ONE-AGENCE THRU 2260-EXIT
002779         VARYING WS-AGS-SCAN FROM 1 BY 1
002780             UNTIL WS-AGS-SCAN > WS-AGS-COUNT
002781                 OR WS-AGS-IDX > ZERO
002782     IF WS-AGS-IDX = ZERO AND WS-AGS-COUNT NOT < 50
002783         DISPLAY "TABLE DES AGENCES PLEINE (50)"
002784         DISPLAY "DEVERSEMENT COMPTABLE ABANDONNE"
002785         MOVE 16 TO RETURN-CODE
002786         STOP RUN
002787     END-IF
002788     IF WS-AGS-IDX = ZERO
002789         ADD 1 TO WS-AGS-COUNT
002790         MOVE WS-AGS-COUNT      TO WS-AGS-IDX
002791         MOVE WS-AGENCE-CHERCHE TO AGS-AGENCE (WS-AGS-IDX)
002792         MOVE ZERO              TO AGS-DEBITS (WS-AGS-IDX)
002793         MOVE ZERO              TO AGS-CREDITS (WS-AGS-IDX)
002794         MOVE ZERO              TO AGS-LIAISON (WS-AGS-IDX)
002795     END-IF.
002796 2250-EXIT.
002797     EXIT.
002798*-----------------------------------------------------------------
002799* 2260-MATCH-ONE-AGENCE -- RETIENT DANS WS-AGS-IDX L'ENTREE DE
002800* L'AGENCE CHERCHEE SI ELLE EXISTE DEJA.
002801*-----------------------------------------------------------------
002802 2260-MATCH-ONE-AGENCE.
002803     IF AGS-AGENCE (WS-AGS-SCAN) = WS-AGENCE-CHERCHE
002804         MOVE WS-AGS-SCAN TO WS-AGS-IDX
002805     END-IF.
002806 2260-EXIT.
002807     EXIT.
002808*-----------------------------------------------------------------
002809* 2300-TRACK-LIAISON -- SUIT, POUR L'AGENCE POINTEE PAR
002810* WS-AGS-IDX, LE SOLDE DES VIREMENTS INTERNES POSTES : LA JAMBE
002811* DEBIT ("T" HORS PAIEMENT SORTANT "EXTB", OU "S") LE DIMINUE, LA
002812* JAMBE CREDIT ("V") L'AUGMENTE, LEURS EXTOURNES ("Z" D'ORIGINE
002813* "T"/"S", "Y" D'ORIGINE "V") EN SENS INVERSE.  UN SOLDE NON NUL
002814* EN FIN DE JOURNEE EST PASSE EN LIAISON "H" PAR 3300.
002815*-----------------------------------------------------------------
002816 2300-TRACK-LIAISON.
002817     EVALUATE TRUE
002818         WHEN LG-TYPE-TRANSFER-DEBIT
002819                 AND LG-REASON-CODE NOT = "EXTB"
002820             SUBTRACT LG-AMOUNT FROM AGS-LIAISON (WS-AGS-IDX)
002821         WHEN LG-TYPE-STANDING-ORDER
002822             SUBTRACT LG-AMOUNT FROM AGS-LIAISON (WS-AGS-IDX)
002823         WHEN LG-TYPE-TRANSFER-CREDIT
002824             ADD LG-AMOUNT TO AGS-LIAISON (WS-AGS-IDX)
002825         WHEN LG-TYPE-REVERSAL-CREDIT
002826                 AND (WS-TYPE-ORIGINE = "T"
002827                   OR WS-TYPE-ORIGINE = "S")
002828             ADD LG-AMOUNT TO AGS-LIAISON (WS-AGS-IDX)
002829         WHEN LG-TYPE-REVERSAL-DEBIT AND WS-TYPE-ORIGINE = "V"
002830             SUBTRACT LG-AMOUNT FROM AGS-LIAISON (WS-AGS-IDX)
002831         WHEN OTHER
002832             CONTINUE
002833     END-EVALUATE.
002834 2300-EXIT.
002835     EXIT.
002836*-----------------------------------------------------------------
002837* 3000-TERMINATE -- ECRIT LES ENREGISTREMENTS DE DETAIL DE LA
002838* SYNTHESE, LES ECRITURES DE LIAISON INTER-AGENCES PUIS LE TOTAL
002839* GENERAL (EGAL A LA SOMME DES DETAILS) ET LES LIGNES DE PREUVE DE
002840* CHAQUE AGENCE, FERME LES FICHIERS ET AFFICHE LES COMPTEURS.
002841*-----------------------------------------------------------------
002842 3000-TERMINATE.
002843     PERFORM 3100-WRITE-ONE-DETAIL THRU 3100-EXIT
002844         VARYING WS-SYN-SCAN FROM 1 BY 1
002850             UNTIL WS-SYN-SCAN > WS-SYN-COUNT
002852     PERFORM 3300-WRITE-LIAISON THRU 3300-EXIT
002854         VARYING WS-AGS-SCAN FROM 1 BY 1
002856             UNTIL WS-AGS-SCAN > WS-AGS-COUNT
002860     MOVE SPACES TO GL-POSTING-RECORD
002870     MOVE "G"              TO GP-GENRE
002880     MOVE WS-TOTAL-NOMBRE  TO GP-NOMBRE
002890     MOVE WS-TOTAL-MONTANT TO GP-MONTANT
002900     WRITE GL-POSTING-RECORD
002910     IF WS-AGS-COUNT = ZERO
002920         MOVE 1      TO WS-AGS-COUNT
002930         MOVE SPACES TO AGS-AGENCE (1)
002940         MOVE ZERO   TO AGS-DEBITS (1)
002950         MOVE ZERO   TO AGS-CREDITS (1)
002960         MOVE ZERO   TO AGS-LIAISON (1)
002970     END-IF
002980     PERFORM 3400-WRITE-PROOF-PAIR THRU 3400-EXIT
002990         VARYING WS-AGS-SCAN FROM 1 BY 1
003000             UNTIL WS-AGS-SCAN > WS-AGS-COUNT
003030     CLOSE TRANSACTION-LEDGER
003040     CLOSE GL-POSTING-FILE
003050     CLOSE GL-JOURNAL
003055     CLOSE ACCOUNT-MASTER
003060     DISPLAY "LIGNES DE JOURNAL   : " WS-LIGNES-JOURNAL
003065     DISPLAY "DONT LIAISON        : " WS-LIGNES-LIAISON
003070     DISPLAY "TOTAL DEBITS        : " WS-TOTAL-DEBITS
003080     DISPLAY "TOTAL CREDITS       : " WS-TOTAL-CREDITS
003081     IF WS-LIAISON-NETTE NOT = ZERO
003082         DISPLAY "ATTENTION : LIAISON INTER-AGENCES NON NULLE : "
003083                 WS-LIAISON-NETTE
003084         DISPLAY "(VIREMENTS INTERNES MULTI-DEVISES A JUSTIFIER)"
003085     END-IF
003086     IF AGENCE-DESEQUILIBREE
003087         DISPLAY "AGENCE DESEQUILIBREE - DEVERSEMENT REFUSE"
003088         MOVE 16 TO RETURN-CODE
003089     END-IF
003090     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
003100         DISPLAY "JOURNAL DESEQUILIBRE - DEVERSEMENT REFUSE"
003110         MOVE 16 TO RETURN-CODE
003280     MOVE SY-STATUS (WS-SYN-SCAN)   TO GP-STATUS
003290     MOVE SY-NOMBRE (WS-SYN-SCAN)   TO GP-NOMBRE
003300     MOVE SY-MONTANT (WS-SYN-SCAN)  TO GP-MONTANT
003303     MOVE SY-TYPE-ORIGINE (WS-SYN-SCAN) TO GP-TYPE-ORIGINE
003306     MOVE SY-AGENCE (WS-SYN-SCAN)   TO GP-AGENCE
003310     WRITE GL-POSTING-RECORD
003320     IF SY-STATUS (WS-SYN-SCAN) = "P"
003330         PERFORM 3200-WRITE-JOURNAL-LINES THRU 3200-EXIT
003700* L'ETAPE EN CODE 16.
003710*-----------------------------------------------------------------
003720 1075-STORE-ONE-MAP.
003730     IF WS-MAP-COUNT < 40
003740         ADD 1 TO WS-MAP-COUNT
003750         MOVE GM-TRANS-TYPE   TO GMT-TYPE (WS-MAP-COUNT)
003760         MOVE GM-COMPTE-DEBIT TO GMT-DEBIT (WS-MAP-COUNT)
003770         MOVE GM-COMPTE-CREDIT TO GMT-CREDIT (WS-MAP-COUNT)
003780     ELSE
003790         DISPLAY "TABLE DES CORRESPONDANCES GL PLEINE (40)"
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF
003980* 3200-WRITE-JOURNAL-LINES -- ECRIT LA LIGNE DEBIT ET LA LIGNE
003990* CREDIT DE LA LIGNE DE SYNTHESE POSTEE POINTEE PAR WS-SYN-SCAN,
004000* D'APRES LA CORRESPONDANCE GLMAP DE SON TYPE.  UN TYPE POSTE
004004* SANS CORRESPONDANCE ARRETE L'ETAPE EN CODE 16.  UNE EXTOURNE
004008* ("Y"/"Z") PASSE LA CORRESPONDANCE DE SON TYPE D'ORIGINE, DEBIT
004012* ET CREDIT INVERSES.  LES DEUX LIGNES PORTENT L'AGENCE DE LA
004016* LIGNE DE SYNTHESE ET SONT CUMULEES DANS LES TOTAUX DE L'AGENCE.
004020*-----------------------------------------------------------------
004030 3200-WRITE-JOURNAL-LINES.
004032     MOVE SY-TRANS-TYPE (WS-SYN-SCAN) TO WS-TYPE-RECHERCHE
004034     IF SY-TYPE-ORIGINE (WS-SYN-SCAN) NOT = SPACE
004036         MOVE SY-TYPE-ORIGINE (WS-SYN-SCAN) TO WS-TYPE-RECHERCHE
004038     END-IF
004040     MOVE ZERO TO WS-MAP-IDX
004050     PERFORM 3210-MATCH-ONE-MAP THRU 3210-EXIT
004060         VARYING WS-MAP-SCAN FROM 1 BY 1
004080                 OR WS-MAP-IDX > ZERO
004090     IF WS-MAP-IDX = ZERO
004100         DISPLAY "TYPE POSTE SANS CORRESPONDANCE GL : "
004106                 SY-TRANS-TYPE (WS-SYN-SCAN) " "
004112                 SY-TYPE-ORIGINE (WS-SYN-SCAN)
004120         DISPLAY "DEVERSEMENT COMPTABLE ABANDONNE"
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF
004151     IF SY-TYPE-ORIGINE (WS-SYN-SCAN) = SPACE
004152         MOVE GMT-DEBIT (WS-MAP-IDX)  TO WS-COMPTE-DEBIT
004153         MOVE GMT-CREDIT (WS-MAP-IDX) TO WS-COMPTE-CREDIT
004154     ELSE
004155         MOVE GMT-CREDIT (WS-MAP-IDX) TO WS-COMPTE-DEBIT
004156         MOVE GMT-DEBIT (WS-MAP-IDX)  TO WS-COMPTE-CREDIT
004157     END-IF
004160     MOVE SPACES TO GL-JOURNAL-RECORD
004170     MOVE "D"                       TO GJ-GENRE
004180     MOVE WS-DATE-AFFAIRES          TO GJ-DATE-AFFAIRES
004190     MOVE WS-COMPTE-DEBIT           TO GJ-COMPTE-GL
004200     MOVE "D"                       TO GJ-SENS
004210     MOVE SY-TRANS-TYPE (WS-SYN-SCAN) TO GJ-TRANS-TYPE
004215     MOVE SY-TYPE-ORIGINE (WS-SYN-SCAN) TO GJ-TYPE-ORIGINE
004220     MOVE SY-MONTANT (WS-SYN-SCAN)  TO GJ-MONTANT
004225     MOVE SY-AGENCE (WS-SYN-SCAN)   TO GJ-AGENCE
004230     WRITE GL-JOURNAL-RECORD
004240     ADD SY-MONTANT (WS-SYN-SCAN) TO WS-TOTAL-DEBITS
004250     MOVE SPACES TO GL-JOURNAL-RECORD
004260     MOVE "D"                       TO GJ-GENRE
004270     MOVE WS-DATE-AFFAIRES          TO GJ-DATE-AFFAIRES
004280     MOVE WS-COMPTE-CREDIT          TO GJ-COMPTE-GL
004290     MOVE "C"                       TO GJ-SENS
004300     MOVE SY-TRANS-TYPE (WS-SYN-SCAN) TO GJ-TRANS-TYPE
004305     MOVE SY-TYPE-ORIGINE (WS-SYN-SCAN) TO GJ-TYPE-ORIGINE
004310     MOVE SY-MONTANT (WS-SYN-SCAN)  TO GJ-MONTANT
004315     MOVE SY-AGENCE (WS-SYN-SCAN)   TO GJ-AGENCE
004320     WRITE GL-JOURNAL-RECORD
004330     ADD SY-MONTANT (WS-SYN-SCAN) TO WS-TOTAL-CREDITS
004333     ADD 2 TO WS-LIGNES-JOURNAL
004336     MOVE SY-AGENCE (WS-SYN-SCAN) TO WS-AGENCE-CHERCHE
004339     PERFORM 2250-FIND-AGENCE-ENTRY THRU 2250-EXIT
004342     ADD SY-MONTANT (WS-SYN-SCAN) TO AGS-DEBITS (WS-AGS-IDX)
004345     ADD SY-MONTANT (WS-SYN-SCAN) TO AGS-CREDITS (WS-AGS-IDX).
004350 3200-EXIT.
004360     EXIT.
004370*-----------------------------------------------------------------
004380* 3210-MATCH-ONE-MAP -- RETIENT DANS WS-MAP-IDX LA
004386* CORRESPONDANCE DU TYPE RECHERCHE (WS-TYPE-RECHERCHE) POUR LA
004392* LIGNE DE SYNTHESE COURANTE.
004400*-----------------------------------------------------------------
004410 3210-MATCH-ONE-MAP.
004420     IF GMT-TYPE (WS-MAP-SCAN) = WS-TYPE-RECHERCHE
004430         MOVE WS-MAP-SCAN TO WS-MAP-IDX
004440     END-IF.
004450 3210-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------------
004480* 3300-WRITE-LIAISON -- POUR L'AGENCE POINTEE PAR WS-AGS-SCAN DONT
004490* LES VIREMENTS INTERNES DU JOUR NE SE SOLDENT PAS, ECRIT LA LIGNE
004500* DEBIT ET LA LIGNE CREDIT DE LIAISON (TYPE "H") D'APRES LA
004510* CORRESPONDANCE GLMAP "H" : TELLE QUELLE SI L'AGENCE A RECU PLUS
004520* QU'ELLE N'A EMIS, DEBIT ET CREDIT INVERSES SINON.  LE COMPTE DE
004530* TRANSIT DE L'AGENCE EST AINSI SOLDE ET LES COMPTES DE LIAISON
004540* DES AGENCES SE COMPENSENT.  CORRESPONDANCE "H" ABSENTE : CODE
004550* 16.
004560*-----------------------------------------------------------------
004570 3300-WRITE-LIAISON.
004580     IF AGS-LIAISON (WS-AGS-SCAN) = ZERO
004590         GO TO 3300-EXIT
004600     END-IF
004610     ADD AGS-LIAISON (WS-AGS-SCAN) TO WS-LIAISON-NETTE
004620     MOVE "H" TO WS-TYPE-RECHERCHE
004630     MOVE ZERO TO WS-MAP-IDX
004640     PERFORM 3210-MATCH-ONE-MAP THRU 3210-EXIT
004650         VARYING WS-MAP-SCAN FROM 1 BY 1
004660             UNTIL WS-MAP-SCAN > WS-MAP-COUNT
004670                 OR WS-MAP-IDX > ZERO
004680     IF WS-MAP-IDX = ZERO
004690         DISPLAY "LIAISON INTER-AGENCES SANS CORRESPONDANCE GL H"
004700         DISPLAY "DEVERSEMENT COMPTABLE ABANDONNE"
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF
004740     IF AGS-LIAISON (WS-AGS-SCAN) > ZERO
004750         MOVE GMT-DEBIT (WS-MAP-IDX)  TO WS-COMPTE-DEBIT
004760         MOVE GMT-CREDIT (WS-MAP-IDX) TO WS-COMPTE-CREDIT
004770         MOVE AGS-LIAISON (WS-AGS-SCAN) TO WS-MONTANT-LIAISON
004780     ELSE
004790         MOVE GMT-CREDIT (WS-MAP-IDX) TO WS-COMPTE-DEBIT
004800         MOVE GMT-DEBIT (WS-MAP-IDX)  TO WS-COMPTE-CREDIT
004810         COMPUTE WS-MONTANT-LIAISON =
004820                 ZERO - AGS-LIAISON (WS-AGS-SCAN)
004830     END-IF
004840     MOVE SPACES TO GL-JOURNAL-RECORD
004850     MOVE "D"                       TO GJ-GENRE
004860     MOVE WS-DATE-AFFAIRES          TO GJ-DATE-AFFAIRES
004870     MOVE WS-COMPTE-DEBIT           TO GJ-COMPTE-GL
004880     MOVE "D"                       TO GJ-SENS
004890     MOVE "H"                       TO GJ-TRANS-TYPE
004900     MOVE WS-MONTANT-LIAISON        TO GJ-MONTANT
004910     MOVE AGS-AGENCE (WS-AGS-SCAN)  TO GJ-AGENCE
004920     WRITE GL-JOURNAL-RECORD
004930     MOVE SPACES TO GL-JOURNAL-RECORD
004940     MOVE "D"                       TO GJ-GENRE
004950     MOVE WS-DATE-AFFAIRES          TO GJ-DATE-AFFAIRES
004960     MOVE WS-COMPTE-CREDIT          TO GJ-COMPTE-GL
004970     MOVE "C"                       TO GJ-SENS
004980     MOVE "H"                       TO GJ-TRANS-TYPE
004990     MOVE WS-MONTANT-LIAISON        TO GJ-MONTANT
005000     MOVE AGS-AGENCE (WS-AGS-SCAN)  TO GJ-AGENCE
005010     WRITE GL-JOURNAL-RECORD
005020     ADD WS-MONTANT-LIAISON TO WS-TOTAL-DEBITS
005030     ADD WS-MONTANT-LIAISON TO WS-TOTAL-CREDITS
005040     ADD WS-MONTANT-LIAISON TO AGS-DEBITS (WS-AGS-SCAN)
005050     ADD WS-MONTANT-LIAISON TO AGS-CREDITS (WS-AGS-SCAN)
005060     ADD 2 TO WS-LIGNES-JOURNAL
005070     ADD 2 TO WS-LIGNES-LIAISON.
005080 3300-EXIT.
005090     EXIT.
005100*-----------------------------------------------------------------
005110* 3400-WRITE-PROOF-PAIR -- ECRIT LES DEUX LIGNES DE PREUVE "P" DE
005120* L'AGENCE POINTEE PAR WS-AGS-SCAN (TOTAL DES DEBITS, TOTAL DES
005130* CREDITS) ET CONTROLE LEUR EGALITE : CHAQUE AGENCE DOIT
005140* S'EQUILIBRER SEULE.  SANS AUCUNE ECRITURE DU JOUR, UNE SEULE
005150* PAIRE A ZERO EST ECRITE, AGENCE A BLANC.
005160*-----------------------------------------------------------------
005170 3400-WRITE-PROOF-PAIR.
005180     MOVE SPACES TO GL-JOURNAL-RECORD
005190     MOVE "P"                       TO GJ-GENRE
005200     MOVE WS-DATE-AFFAIRES          TO GJ-DATE-AFFAIRES
005210     MOVE "D"                       TO GJ-SENS
005220     MOVE AGS-DEBITS (WS-AGS-SCAN)  TO GJ-MONTANT
005230     MOVE AGS-AGENCE (WS-AGS-SCAN)  TO GJ-AGENCE
005240     WRITE GL-JOURNAL-RECORD
005250     MOVE SPACES TO GL-JOURNAL-RECORD
005260     MOVE "P"                       TO GJ-GENRE
005270     MOVE WS-DATE-AFFAIRES          TO GJ-DATE-AFFAIRES
005280     MOVE "C"                       TO GJ-SENS
005290     MOVE AGS-CREDITS (WS-AGS-SCAN) TO GJ-MONTANT
005300     MOVE AGS-AGENCE (WS-AGS-SCAN)  TO GJ-AGENCE
005310     WRITE GL-JOURNAL-RECORD
005320     DISPLAY "AGENCE " AGS-AGENCE (WS-AGS-SCAN)
005330             " DEBITS " AGS-DEBITS (WS-AGS-SCAN)
005340             " CREDITS " AGS-CREDITS (WS-AGS-SCAN)
005350     IF AGS-DEBITS (WS-AGS-SCAN) NOT = AGS-CREDITS (WS-AGS-SCAN)
005360         DISPLAY "AGENCE " AGS-AGENCE (WS-AGS-SCAN)
005370                 " DESEQUILIBREE"
005380         MOVE "Y" TO WS-AGENCE-DESEQ-SW
005390     END-IF.
005400 3400-EXIT.
005410     EXIT.
005420*-----------------------------------------------------------------
005430* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
005440* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
005450* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
005460* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER.
005470* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
005480* N'EST PAS INSCRITE AU REGISTRE.
005490*-----------------------------------------------------------------
005500 9600-CHECK-STEP-DIRECTIVE.
005510     MOVE "GLSUMM  " TO ETP-PROGRAMME
005520     OPEN INPUT STEP-DIRECTIVES
005530     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
005540         UNTIL ETP-DIR-END-OF-FILE
005550             OR ETP-CONSIGNE-TROUVEE
005560     CLOSE STEP-DIRECTIVES
005570     IF NOT ETP-A-SAUTER
005580         GO TO 9600-EXIT
005590     END-IF
005600     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
005610             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
005620             ") - NON REJOUEE"
005630     MOVE ZERO TO RETURN-CODE
005640     STOP RUN.
005650 9600-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------------
005680* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
005690* CELLE DU PROGRAMME.
005700*-----------------------------------------------------------------
005710 9610-READ-DIRECTIVE.
005720     READ STEP-DIRECTIVES
005730         AT END
005740             MOVE "Y" TO ETP-DIR-EOF-SW
005750         NOT AT END
005760             IF DI-PROGRAMME = ETP-PROGRAMME
005770                 MOVE "Y"              TO ETP-TROUVEE-SW
005780                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
005790                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
005800                 MOVE DI-ETAPE         TO ETP-ETAPE
005810                 MOVE DI-ACTION        TO ETP-ACTION
005820                 MOVE DI-MOTIF         TO ETP-MOTIF
005830             END-IF
005840     END-READ.
005850 9610-EXIT.
005860     EXIT.
005870*-----------------------------------------------------------------
005880* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
005890* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
005900* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
005910* CHAINE, RIEN N'EST INSCRIT.
005920*-----------------------------------------------------------------
005930 9700-REGISTER-STEP.
005940     IF NOT ETP-CONSIGNE-TROUVEE
005950         GO TO 9700-EXIT
005960     END-IF
005970     MOVE WS-ECRITURES-LUES TO ETP-LUS
005980     MOVE WS-LIGNES-ECRITES TO ETP-ECRITS
005990     MOVE RETURN-CODE TO ETP-CODE-RETOUR
006000     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
006010     ACCEPT ETP-HEURE-SYSTEME FROM TIME
006020     OPEN EXTEND CHAIN-REGISTER
006030     MOVE SPACES            TO CHAIN-REGISTER-RECORD
006040     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
006050     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
006060     MOVE ETP-ETAPE         TO RG-ETAPE
006070     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
006080     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
006090     MOVE ETP-LUS           TO RG-LUS
006100     MOVE ETP-ECRITS        TO RG-ECRITS
006110     MOVE ETP-REJETS        TO RG-REJETS
006120     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
006130     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
006140     WRITE CHAIN-REGISTER-RECORD
006150     CLOSE CHAIN-REGISTER
006160     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
006170             ETP-CODE-RETOUR.
006180 9700-EXIT.
006190     EXIT.
