003220*                  MOUVEMENT ENTREPOSE SERAIT POSTE DEUX FOIS A
003230*                  SON ECHEANCE ET CHAQUE GEL LIBERE DEUX FOIS.
003240*                  BNKCKPT PASSE DE LRECL=61 A LRECL=73.
003241* 2026-10-15 MF    CATALOGUE DES PRODUITS (PRODCTL, DATE PAR
003242*                  PRODUIT) : LE CODE PRODUIT DU COMPTE
003243*                  (ACCT-PRODUIT) FIXE LES PALIERS D'INTERETS
003244*                  (6200), LES FRAIS MENSUELS, DE RETRAIT, DE
003245*                  VIREMENT ET DE DECOUVERT, LE PLAFOND DE
003246*                  DECOUVERT, ET PEUT REFUSER LES VIREMENTS
003247*                  SORTANTS ("PRDV") OU LES PAIEMENTS EXTERNES
003248*                  ("PRDE").  COMPTE SANS PRODUIT CATALOGUE :
003249*                  TARIF TARIFCTL ET PALIERS STANDARD COMME
003250*                  AVANT.  ACCOUNT-RECORD PASSE DE 71 A 75
003251*                  OCTETS.
003252* 2026-10-15 MF    AGIOS : UN SOLDE NEGATIF NE RECOIT PLUS
003253*                  D'INTERETS CREDITEURS "I" LE 1ER DU MOIS.
003254*                  CHAQUE NUIT, 6500 FAIT COURIR LES AGIOS DES
003255*                  COMPTES DEBITEURS JUSQU'AU JOUR OUVRE SUIVANT
003256*                  AUX TAUX DATES DE DBTCTL (OU DU PRODUIT) :
003257*                  TAUX DEBITEUR DANS LA LIMITE DE DECOUVERT,
003258*                  TAUX DE PENALITE AU-DELA.  LE DERNIER JOUR
003259*                  OUVRE DU TRIMESTRE, L'AVIS DES AGIOS EST ECRIT
003260*                  SUR AGIONOT (JOURS DEBITEURS, SOLDE DEBITEUR
003261*                  MOYEN, TAUX, MONTANT) ET LE MONTANT EST
003262*                  PRELEVE APRES LE DELAI DE PREAVIS EN ECRITURE
003263*                  "A" (RAISON "AGIO").  ACCOUNT-RECORD PASSE DE
003264*                  75 A 138 OCTETS.
003265* 2026-10-15 MF    PRETS A TERME : LA PASSE 1800, APRES LES
003266*                  PAIEMENTS ENTRANTS, PARCOURT LE MAITRE DES
003267*                  PRETS LOANMSTR (CREE PAR LOAN-BOOKING).  UN
003268*                  PRET ARRIVE A SA DATE DE DEBUT EST DEBLOQUE
003269*                  (ECRITURE "K" AU CREDIT DU COMPTE EMPRUNTEUR) ;
003270*                  CHAQUE ECHEANCE ECHUE EST PRELEVEE, AVEC LES
003271*                  IMPAYES ANTERIEURS, PAR LE CIRCUIT NORMAL DE
003272*                  POSTAGE COMME LES ORDRES PERMANENTS (ECRITURES
003273*                  "L" CAPITAL ET "J" INTERETS, CONTREPARTIE =
003274*                  NUMERO DE PRET).  UNE ECHEANCE NON PAYEE RESTE
003275*                  EN IMPAYE SUR LE PRET AVEC SES JOURS DE RETARD
003276*                  ET EST EDITEE SUR LOANEXC.  LES MOUVEMENTS DE
003277*                  PRETS (MVTSPRETS) SE RETRANCHENT DU CONTROLE DE
003278*                  LOT COMME LES ORDRES PERMANENTS.
003279* 2026-10-15 MF    DEPOTS A TERME : LA PASSE 1900, APRES CELLE DES
003280*                  PRETS, PARCOURT LE MAITRE TDMSTR (CREE PAR
003281*                  DEPOSIT-BOOKING).  UN DEPOT ARRIVE A SA DATE DE
003282*                  VALEUR EST MIS EN PLACE PAR DEBIT DU COMPTE
003283*                  RATTACHE (ECRITURE "P", SANS DECOUVERT) ET SA
003284*                  DATE DE PAIEMENT EST L'ECHEANCE REPORTEE AU
003285*                  JOUR OUVRE SUIVANT (CALFILE).  A CETTE DATE, LE
003286*                  CAPITAL ("M") ET LES INTERETS ("G") SONT
003287*                  REVERSES SUR LE COMPTE ; UN DEPOT RENOUVELABLE
003288*                  NE RECOIT QUE SES INTERETS ET EST RECONDUIT AU
003289*                  TAUX DE LA GRILLE DEPCTL EN VIGUEUR.  LA
003290*                  RUPTURE ANTICIPEE EST UNE TRANSACTION "Q"
003291*                  (CIBLE = NUMERO DE DEPOT) : CAPITAL ET INTERETS
003292*                  AU TAUX DE RUPTURE SUR LES JOURS COURUS, RAISON
003293*                  "RUPT".  LES REFUS DE LA PASSE SONT EDITES SUR
003294*                  TDEXC ; LES MOUVEMENTS DE LA PASSE (MVTSDEPOTS)
003295*                  SE RETRANCHENT DU CONTROLE DE LOT.
003296* 2026-10-15 MF    PRELEVEMENTS SEPA : LA PASSE 1400, APRES LES
003297*                  PAIEMENTS ENTRANTS, APPLIQUE LES
003298*                  PRELEVEMENTS DES CREANCIERS (DDIN, LOT
003299*                  CONTROLE COMME INPAY) CONTRE LES MANDATS DE
003300*                  MNDMSTR (TENU PAR MANDATE-MAINT) : MANDAT
003301*                  INCONNU, D'UN AUTRE COMPTE, REVOQUE OU EXPIRE,
003302*                  OPPOSITION STOPIN, PROVISION INSUFFISANTE OU
003303*                  AUTRE REFUS DU POSTAGE DONNENT UN RETOUR AVEC
003304*                  CODE MOTIF SEPA SUR DDRET.  LE DEBIT POSTE EST
003305*                  UNE ECRITURE "O"
003306*                  (CONTREPARTIE = NUMERO INTERNE DU MANDAT).  LES
003307*                  DEMANDES DE REMBOURSEMENT DES CLIENTS (DDREFIN)
003308*                  SONT CREDITEES EN "U" DANS LES 8 SEMAINES DU
003309*                  DEBIT ET RECLAMEES AU CREANCIER (DDRET, MD06).
003310*                  L'HISTORIQUE DDHIST REND LA PASSE REJOUABLE EN
003311*                  REPRISE ; LES MOUVEMENTS DE LA PASSE
003312*                  (MVTSPRELEV) SE RETRANCHENT DU CONTROLE DE LOT.
003313* 2026-10-15 MF    EXTOURNES D'OPERATEUR : LES DEMANDES APPROUVEES
003314*                  A QUATRE YEUX PAR ACCOUNT-MAINTENANCE (REVREQ)
003315*                  SONT RAPPROCHEES DU GRAND LIVRE VIF (LEDGHIST)
003316*                  PAR DATE D'AFFAIRES, COMPTE ET LG-SEQUENCE.  LA
003317*                  PASSE 2700, APRES LES PRELEVEMENTS, POSTE UNE
003318*                  ECRITURE INVERSE EXACTE ("Y" AU DEBIT, "Z" AU
003319*                  CREDIT, RAISON "EX" + TYPE D'ORIGINE,
003320*                  CONTREPARTIE = DATE D'ORIGINE), SANS FRAIS NI
003321*                  CONTROLE DE PROVISION, SUR LES DEUX JAMBES D'UN
003322*                  VIREMENT.  L'HISTORIQUE REVHIST REFUSE UNE
003323*                  DOUBLE EXTOURNE ET REND LA PASSE REJOUABLE EN
003324*                  REPRISE ; LES REFUS (INTROUVABLE, PURGEE,
003325*                  DEJA EXTOURNEE, TYPE NON EXTOURNABLE...) SONT
003326*                  EDITES SUR REVEXC.
003327* 2026-10-15 MF    COMPTE BLOQUE ("B", IMPAYE DE DECOUVERT BLOQUE
003328*                  PAR OVERDRAFT-ARREARS) : RETRAIT, JAMBE DEBIT
003329*                  DE VIREMENT, PRELEVEMENT ET PLACEMENT A TERME
003330*                  SONT REFUSES "BLOQ" (PRELEVEMENT RETOURNE
003331*                  AC06) ; LES CREDITS RESTENT ACCEPTES.
003332* 2026-10-15 MF    RETENUE DES VIREMENTS CLIENTS APRES CHANGEMENT
003333*                  D'EMAIL OU DE TELEPHONE DU TITULAIRE
003334*                  (USRJRNL) : PAIEMENT SORTANT, OU VIREMENT
003335*                  INTERNE VERS UN AUTRE CLIENT AU-DELA DU SEUIL,
003336*                  DANS LA FENETRE HOLDCTL, REFUSE "RETN" ET
003337*                  RANGE SUR PAYHOLD.  PASSE 2800 DES LIBERATIONS
003338*                  ET ANNULATIONS APPROUVEES (PAYREL) ; COMPTEUR
003339*                  MVTSLIBERES.
003340* 2026-10-15 MF    ACQUITTEMENTS DE COMPENSATION : CHAQUE PAIEMENT
003341*                  EMIS SUR OUTPAY EST INSCRIT AU REGISTRE OUTPREG
003342*                  (REFERENCE = LG-SEQUENCE DE SA JAMBE "EXTB"),
003343*                  AVEC LE TOTAL DU LOT EN FIN DE RUN.  LA PASSE
003344*                  2900 APPLIQUE LE FICHIER CLRACK (CONTROLE DE
003345*                  LOT COMME INPAY) : ACCEPTE OU REJETE PAR
003346*                  PAIEMENT ; UN REJET EST RECREDITE EN ECRITURE
003347*                  "N" (RAISON DU RESEAU).  REFUS SUR CLREXC ;
003348*                  ACQUITTEMENT EN ECART AVEC LE TRAILER OUTPAY :
003349*                  CODE RETOUR 4.
003350* 2026-10-15 MF    ACCOUNT-RECORD PASSE DE 138 A 140 OCTETS (CODE
003351*                  AGENCE) : ZONES DE SAUVEGARDE DES COMPTES ET
003352*                  TABLE DE SIMULATION ALIGNEES.
003353* 2026-10-15 MF    REGISTRE D'ACHEVEMENT DE LA CHAINE : LA
003354*                  CONSIGNE DE L'ETAPE EST LUE SUR STEPDIR EN
003355*                  DEBUT DE TRAITEMENT -- UNE ETAPE DEJA ACHEVEE
003356*                  SOUS LA MEME DATE ET LE MEME RUN N'EST PAS
003357*                  REJOUEE, SA GENERATION DE LA VEILLE EST
003358*                  RECONDUITE -- ET L'ACHEVEMENT (CODE RETOUR,
003359*                  COMPTEURS) EST INSCRIT SUR CHAINREG.
003360* 2026-10-15 MF    TABLES DE TRAVAIL SANS PLAFOND : HISTORIQUE DES
003361*                  MOUVEMENTS, VELOCITE, OPPOSITIONS, GELS DE
003362*                  CHEQUES, RETRAITS DU LOT ET IMAGES DE
003363*                  SIMULATION TENUS PAR CLE SUR LE FICHIER DE
003364*                  TRAVAIL INDEXE BNKWORK (VIDE EN DEBUT DE RUN) ;
003365*                  PLUS D'ARRET EN CODE 16 SUR TABLE PLEINE.
003366*                  COMPTEURS DE PIC PICHISTO, PICVELOCITE,
003367*                  PICOPPOSIT, PICGELSCHQ ET PICRETRAITS SUR
003368*                  RUNSTATS.
003369* 2026-10-15 MF    DEMANDES D'EXTOURNE APPROUVEES ET CLIENTS AUX
003370*                  COORDONNEES RECENTES TENUS A LEUR TOUR SUR
003371*                  BNKWORK (ENTREES "E" ET "K", ENREGISTREMENT
003372*                  PORTE A 240 OCTETS) AU LIEU DES TABLES DE 100
003373*                  ET 1000 POSTES ; COMPTEURS DE PIC PICEXTOURN ET
003374*                  PICCOORD SUR RUNSTATS.
003375* 2026-10-15 MF    CLOTURE DE COMPTE : LES AGIOS DUS (COURUS DU
003376*                  TRIMESTRE ENTAME ET NOTIFIES NON PRELEVES) SONT
003377*                  PRELEVES EN ECRITURE "A" AVANT LES INTERETS
003378*                  FINAUX ET LE SOLDE RESIDUEL ; UN SOLDE QU'ILS
003379*                  RENDRAIENT NEGATIF REFUSE LA CLOTURE ("NEGA").
003380*                  ILS ETAIENT PERDUS, LE PASSAGE DES AGIOS
003381*                  SAUTANT LES COMPTES CLOS.
003382*-----------------------------------------------------------------
003383 ENVIRONMENT DIVISION.
003384 CONFIGURATION SECTION.
003385 SOURCE-COMPUTER. IBM-370.
003386 OBJECT-COMPUTER. IBM-370.
003387 INPUT-OUTPUT SECTION.
003388 FILE-CONTROL.
003389     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMSTR
003390            ORGANIZATION IS INDEXED
003391            ACCESS MODE IS DYNAMIC
003392            RECORD KEY IS ACCOUNT-NUMBER.

003393     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
003394            ORGANIZATION IS SEQUENTIAL.

003395     SELECT TRANSACTION-FILE ASSIGN TO TRANSIN
003396            ORGANIZATION IS SEQUENTIAL.

003400     SELECT RUN-STATISTICS   ASSIGN TO RUNSTATS
003410            ORGANIZATION IS SEQUENTIAL.
003660     SELECT OPTIONAL TARIFF-CONTROL ASSIGN TO TARIFCTL
003670            ORGANIZATION IS SEQUENTIAL.

003671     SELECT OPTIONAL PRODUCT-CONTROL ASSIGN TO PRODCTL
003672            ORGANIZATION IS SEQUENTIAL.

003673     SELECT OPTIONAL DEBIT-CONTROL ASSIGN TO DBTCTL
003674            ORGANIZATION IS SEQUENTIAL.

003675     SELECT AGIOS-NOTICE     ASSIGN TO AGIONOT
003676            ORGANIZATION IS SEQUENTIAL.

003680     SELECT SIM-REPORT       ASSIGN TO SIMRPT
003690            ORGANIZATION IS SEQUENTIAL.


003860     SELECT OPTIONAL BANK-CHECKPOINT ASSIGN TO BNKCKPT
003870            ORGANIZATION IS SEQUENTIAL.

003871     SELECT LOAN-MASTER      ASSIGN TO LOANMSTR
003872            ORGANIZATION IS INDEXED
003873            ACCESS MODE IS DYNAMIC
003874            RECORD KEY IS LN-NUMERO-PRET.

003875     SELECT LOAN-EXCEPTIONS  ASSIGN TO LOANEXC
003876            ORGANIZATION IS SEQUENTIAL.

003877     SELECT TERM-DEPOSIT-MASTER ASSIGN TO TDMSTR
003878            ORGANIZATION IS INDEXED
003879            ACCESS MODE IS DYNAMIC
003880            RECORD KEY IS DP-NUMERO-DEPOT.

003881     SELECT OPTIONAL DEPOSIT-CONTROL ASSIGN TO DEPCTL
003882            ORGANIZATION IS SEQUENTIAL.

003883     SELECT DEPOSIT-EXCEPTIONS ASSIGN TO TDEXC
003884            ORGANIZATION IS SEQUENTIAL.

003885     SELECT MANDATE-MASTER   ASSIGN TO MNDMSTR
003886            ORGANIZATION IS INDEXED
003887            ACCESS MODE IS DYNAMIC
003888            RECORD KEY IS MD-CLE-MANDAT.

003889     SELECT OPTIONAL DD-COLLECTIONS ASSIGN TO DDIN
003890            ORGANIZATION IS SEQUENTIAL.

003891     SELECT DD-HISTORY       ASSIGN TO DDHIST
003892            ORGANIZATION IS INDEXED
003893            ACCESS MODE IS DYNAMIC
003894            RECORD KEY IS DH-CLE-PRELEVEMENT.

003895     SELECT OPTIONAL DD-REFUNDS ASSIGN TO DDREFIN
003896            ORGANIZATION IS SEQUENTIAL.

003897     SELECT DD-RETURNS       ASSIGN TO DDRET
003898            ORGANIZATION IS SEQUENTIAL.

003899     SELECT OPTIONAL REVERSAL-REQUESTS ASSIGN TO REVREQ
003900            ORGANIZATION IS SEQUENTIAL.

003901     SELECT OPTIONAL LEDGER-HISTORY ASSIGN TO LEDGHIST
003902            ORGANIZATION IS SEQUENTIAL.

003903     SELECT REVERSAL-HISTORY ASSIGN TO REVHIST
003904            ORGANIZATION IS INDEXED
003905            ACCESS MODE IS DYNAMIC
003906            RECORD KEY IS RH-CLE-ECRITURE.

003907     SELECT REVERSAL-EXCEPTIONS ASSIGN TO REVEXC
003908            ORGANIZATION IS SEQUENTIAL.

003909     SELECT OPTIONAL HOLD-CONTROL ASSIGN TO HOLDCTL
003910            ORGANIZATION IS SEQUENTIAL.

003911     SELECT OPTIONAL USER-JOURNAL ASSIGN TO USRJRNL
003912            ORGANIZATION IS SEQUENTIAL.

003913     SELECT PAYMENT-HOLDS    ASSIGN TO PAYHOLD
003914            ORGANIZATION IS INDEXED
003915            ACCESS MODE IS DYNAMIC
003916            RECORD KEY IS PH-CLE.

003917     SELECT OPTIONAL PAYMENT-RELEASES ASSIGN TO PAYREL
003918            ORGANIZATION IS SEQUENTIAL.

003919     SELECT OUTPAY-REGISTER  ASSIGN TO OUTPREG
003920            ORGANIZATION IS INDEXED
003921            ACCESS MODE IS DYNAMIC
003922            RECORD KEY IS OG-CLE.

003923     SELECT OPTIONAL CLEARING-ACKS ASSIGN TO CLRACK
003924            ORGANIZATION IS SEQUENTIAL.

003925     SELECT CLEARING-ACK-EXC ASSIGN TO CLREXC
003926            ORGANIZATION IS SEQUENTIAL.
003927
003928     SELECT OPTIONAL STEP-DIRECTIVES ASSIGN TO STEPDIR
003929            ORGANIZATION IS SEQUENTIAL.
003930
003931     SELECT OPTIONAL CHAIN-REGISTER ASSIGN TO CHAINREG
003932            ORGANIZATION IS SEQUENTIAL.
003933
003934     SELECT WORK-SET-FILE    ASSIGN TO BNKWORK
003935            ORGANIZATION IS INDEXED
003936            ACCESS MODE IS DYNAMIC
003937            RECORD KEY IS WK-CLE.
003938*-------------
003939 DATA DIVISION.
003940*-------------
003941 FILE SECTION.
003942 FD  ACCOUNT-MASTER.
003943 COPY ACCTREC.
003944*
003950 FD  RUN-CONTROL
003960     LABEL RECORDS ARE STANDARD.
003970 COPY RUNCTL.
004560     LABEL RECORDS ARE STANDARD.
004570 COPY TARIFCTL.
004580*
004581 FD  PRODUCT-CONTROL
004582     LABEL RECORDS ARE STANDARD.
004583 COPY PRODCTL.
004584*
004585 FD  DEBIT-CONTROL
004586     LABEL RECORDS ARE STANDARD.
004587 COPY DBTCTL.
004588*
004589 FD  AGIOS-NOTICE
004590     LABEL RECORDS ARE STANDARD.
004591 COPY AGIONOT.
004592*
004593 FD  SIM-REPORT
004600     LABEL RECORDS ARE STANDARD.
004610 01  SIM-REPORT-OUT          PIC X(87).
004620*
004960     LABEL RECORDS ARE STANDARD.
004970 COPY BANKCKP.
004980*
004981 FD  LOAN-MASTER.
004982 COPY LOANREC.
004983*
004984 FD  LOAN-EXCEPTIONS
004985     LABEL RECORDS ARE STANDARD.
004986 COPY LOANEXC.
004987*
004988 FD  TERM-DEPOSIT-MASTER.
004989 COPY DEPOREC.
004990*
004991 FD  DEPOSIT-CONTROL
004992     LABEL RECORDS ARE STANDARD.
004993 COPY DEPCTL.
004994*
004995 FD  DEPOSIT-EXCEPTIONS
004996     LABEL RECORDS ARE STANDARD.
004997 COPY DEPOEXC.
004998*
004999 FD  MANDATE-MASTER.
005000 COPY MANDREC.
005001*
005002 FD  DD-COLLECTIONS
005003     LABEL RECORDS ARE STANDARD.
005004 01  DD-COLLECTION-IN        PIC X(100).
005005*
005006 FD  DD-HISTORY.
005007 COPY DDHIST.
005008*
005009 FD  DD-REFUNDS
005010     LABEL RECORDS ARE STANDARD.
005011 COPY DDREFD.
005012*
005013 FD  DD-RETURNS
005014     LABEL RECORDS ARE STANDARD.
005015 COPY DDRETN.
005016*
005017 FD  REVERSAL-REQUESTS
005018     LABEL RECORDS ARE STANDARD.
005019 COPY REVREQ.
005020*
005021 FD  LEDGER-HISTORY
005022     LABEL RECORDS ARE STANDARD.
005023 01  LEDGER-HISTORY-IN       PIC X(86).
005024*
005025 FD  REVERSAL-HISTORY.
005026 COPY REVHIST.
005027*
005028 FD  REVERSAL-EXCEPTIONS
005029     LABEL RECORDS ARE STANDARD.
005030 COPY REVEXC.
005031*
005032 FD  HOLD-CONTROL
005033     LABEL RECORDS ARE STANDARD.
005034 COPY HOLDCTL.
005035*
005036 FD  USER-JOURNAL
005037     LABEL RECORDS ARE STANDARD.
005038 COPY USRJRNL.
005039*
005040 FD  PAYMENT-HOLDS.
005041 COPY PAYHOLD.
005042*
005043 FD  PAYMENT-RELEASES
005044     LABEL RECORDS ARE STANDARD.
005045 COPY PAYREL.
005046*
005047 FD  OUTPAY-REGISTER.
005048 COPY OUTPREG.
005049*
005050 FD  CLEARING-ACKS
005051     LABEL RECORDS ARE STANDARD.
005052 COPY CLRACK.
005053*
005054 FD  CLEARING-ACK-EXC
005055     LABEL RECORDS ARE STANDARD.
005056 COPY CLREXC.
005057*
005058 FD  STEP-DIRECTIVES
005059     LABEL RECORDS ARE STANDARD.
005060 COPY STEPDIR.
005061*
005062 FD  CHAIN-REGISTER
005063     LABEL RECORDS ARE STANDARD.
005064 COPY CHAINREG.
005065*
005066 FD  WORK-SET-FILE.
005067 COPY BNKWORK.
005068*
005069 WORKING-STORAGE SECTION.
005070*
005071 01  WS-SWITCHES.
005072     05  WS-EOF-SW           PIC X(01)   VALUE "N".
005073         88  END-OF-FILE             VALUE "Y".
005074     05  WS-KEY-SW           PIC X(01)   VALUE "N".
005075         88  ACCOUNT-NOT-FOUND        VALUE "Y".
005076     05  WS-CONTROLES-LOT-SW PIC X(01)   VALUE "Y".
005077         88  CONTROLES-LOT-VALIDES    VALUE "Y".
005080     05  WS-TRAILER-SW       PIC X(01)   VALUE "N".
005090         88  TRAILER-DE-LOT-LU        VALUE "Y".
005100     05  WS-CIBLE-SW         PIC X(01)   VALUE "N".
005230 77  WS-STAT-ETAPE           PIC X(08)   VALUE "SIMPLBNK".
005240 77  WS-STAT-COMPTEUR        PIC X(12)   VALUE SPACES.
005250 77  WS-STAT-VALEUR          PIC 9(09)   VALUE ZERO.
005260 01  WS-COMPTE-SOURCE        PIC X(140)  VALUE SPACES.
005270 01  WS-COMPTE-CIBLE         PIC X(140)  VALUE SPACES.
005280 77  WS-TYPE-JAMBE-DEBIT     PIC X(01)   VALUE "T".
005290 77  WS-ORDRES-LUS           PIC 9(05)   COMP VALUE ZERO.
005300 77  WS-ORDRES-GENERES       PIC 9(05)   COMP VALUE ZERO.
005530     88  STOP-END-OF-FILE            VALUE "Y".
005540 77  WS-STOP-HIT-SW          PIC X(01)   VALUE "N".
005550     88  OPPOSITION-TROUVEE          VALUE "Y".
005570 77  WS-STOP-COUNT           PIC 9(07)   COMP VALUE ZERO.
005590 77  WS-MONCTL-EOF-SW        PIC X(01)   VALUE "N".
005600     88  MONCTL-END-OF-FILE          VALUE "Y".
005610 77  WS-SUSPECT-SW           PIC X(01)   VALUE "N".
005660 77  WS-SEUIL-MONTANT        PIC 9(11)V99 VALUE ZERO.
005670 77  WS-ACTION-SURVEILLANCE  PIC X(01)   VALUE "P".
005680 77  WS-RAISON-SUSPECT       PIC X(04)   VALUE SPACES.
005700 77  WS-HIST-COUNT           PIC 9(07)   COMP VALUE ZERO.
005720 77  WS-VEL-COUNT            PIC 9(07)   COMP VALUE ZERO.
005760 77  WS-MVTS-SIGNALES        PIC 9(05)   COMP VALUE ZERO.
005770 77  WS-MVTS-SUSPENDUS       PIC 9(05)   COMP VALUE ZERO.
005800 77  WS-TRAVAIL-ABSENT-SW    PIC X(01)   VALUE "N".
005830     88  TRAVAIL-ABSENT              VALUE "Y".
005860 77  WS-TRAVAIL-FIN-SW       PIC X(01)   VALUE "N".
005890     88  FIN-ENSEMBLE-TRAVAIL        VALUE "Y".
005960 77  WS-ROUTE-EOF-SW         PIC X(01)   VALUE "N".
005970     88  ROUTE-END-OF-FILE           VALUE "Y".
005980 77  WS-ROUTE-COUNT          PIC 9(03)   COMP VALUE ZERO.
006280 77  WS-HASH-DEJA-EMIS       PIC 9(11)V99 VALUE ZERO.
006290 77  WS-RAISON-ENTRANT       PIC X(04)   VALUE SPACES.
006300 COPY PAYMREC.
006305 COPY DDCOLL.
006310 COPY LEDGREC.
006320*
006330 77  WS-CHQCTL-EOF-SW        PIC X(01)   VALUE "N".
006350 77  WS-JOURS-ENCAISSEMENT   PIC 9(02)   VALUE ZERO.
006360 77  WS-GELS-EOF-SW          PIC X(01)   VALUE "N".
006370     88  GELS-END-OF-FILE            VALUE "Y".
006376 77  WS-CHQ-COUNT            PIC 9(07)   COMP VALUE ZERO.
006382 77  WS-CHQ-PIC              PIC 9(07)   COMP VALUE ZERO.
006388 77  WS-CHQ-RANG             PIC 9(07)   COMP VALUE ZERO.
006394 77  WS-CHQ-TROUVE-SW        PIC X(01)   VALUE "N".
006400     88  GEL-TROUVE                  VALUE "Y".
006410 77  WS-GELS-LUS             PIC 9(05)   COMP VALUE ZERO.
006420 77  WS-GELS-LIBERES         PIC 9(05)   COMP VALUE ZERO.
006430 77  WS-GELS-DEJA-LIBERES    PIC 9(05)   VALUE ZERO.
006820*
006830 77  WS-SIMULATION-SW        PIC X(01)   VALUE "N".
006840     88  MODE-SIMULATION             VALUE "Y".
006880 77  WS-SIM-COUNT            PIC 9(07)   COMP VALUE ZERO.
006920 COPY SIMRPT.
006930*
006940 77  WS-TARIF-EOF-SW         PIC X(01)   VALUE "N".
007030 77  WS-SOLDE-RESIDUEL       PIC 9(9)V99 VALUE ZERO.
007040 77  WS-RAISON-FRAIS         PIC X(04)   VALUE SPACES.
007050 77  WS-FRAIS-PRELEVES       PIC 9(05)   COMP VALUE ZERO.
007051 77  WS-PRODUIT-EOF-SW       PIC X(01)   VALUE "N".
007052     88  PRODUIT-END-OF-FILE         VALUE "Y".
007053 77  WS-PRD-COUNT            PIC 9(03)   COMP VALUE ZERO.
007054 77  WS-PRD-SCAN             PIC 9(03)   COMP VALUE ZERO.
007055 77  WS-PRD-IDX              PIC 9(03)   COMP VALUE ZERO.
007056 77  WS-PRODUIT-CHERCHE      PIC X(04)   VALUE SPACES.
007057 01  PRODUCT-TABLE.
007058     05  PRT-ENTRY OCCURS 50 TIMES.
007059         10  PRT-PRODUIT        PIC X(04).
007060         10  PRT-DATE-EFFET     PIC X(08).
007061         10  PRT-PALIER-1       PIC 9(7)V99.
007062         10  PRT-TAUX-1         PIC 9V9(4).
007063         10  PRT-PALIER-2       PIC 9(7)V99.
007064         10  PRT-TAUX-2         PIC 9V9(4).
007065         10  PRT-TAUX-3         PIC 9V9(4).
007066         10  PRT-FRAIS-MENSUEL  PIC 9(5)V99.
007067         10  PRT-RETRAITS-GRATUITS PIC 9(03).
007068         10  PRT-FRAIS-RETRAIT  PIC 9(5)V99.
007069         10  PRT-FRAIS-VIREMENT PIC 9(5)V99.
007070         10  PRT-DECOUVERT-SW   PIC X(01).
007071         10  PRT-DECOUVERT-MAX  PIC 9(7)V99.
007072         10  PRT-FRAIS-DECOUVERT PIC 9(3)V99.
007073         10  PRT-VIREMENT-SW    PIC X(01).
007074         10  PRT-EXTERNE-SW     PIC X(01).
007075         10  PRT-TAUX-DEBITEUR  PIC 9V9(4).
007076         10  PRT-TAUX-PENALITE  PIC 9V9(4).
007077 77  WS-CPT-FRAIS-MENSUEL    PIC 9(5)V99 VALUE ZERO.
007078 77  WS-CPT-RETRAITS-GRATUITS PIC 9(03)  VALUE ZERO.
007079 77  WS-CPT-FRAIS-RETRAIT    PIC 9(5)V99 VALUE ZERO.
007080 77  WS-CPT-FRAIS-VIREMENT   PIC 9(5)V99 VALUE ZERO.
007081 77  WS-CPT-FRAIS-DECOUVERT  PIC 9(3)V99 VALUE ZERO.
007082 77  WS-CPT-LIMITE-DECOUVERT PIC 9(7)V99 VALUE ZERO.
007083 77  WS-CPT-VIREMENT-SW      PIC X(01)   VALUE "O".
007084     88  CPT-VIREMENT-REFUSE         VALUE "N".
007085     88  CPT-VIREMENT-TITULAIRE      VALUE "T".
007086 77  WS-CPT-EXTERNE-SW       PIC X(01)   VALUE "O".
007087     88  CPT-EXTERNE-REFUSE          VALUE "N".
007088 77  WS-CPT-TAUX-DEBITEUR    PIC 9V9(4)  VALUE ZERO.
007089 77  WS-CPT-TAUX-PENALITE    PIC 9V9(4)  VALUE ZERO.
007090 77  WS-CLIENT-SOURCE        PIC X(10)   VALUE SPACES.
007091 77  WS-WDR-COUNT            PIC 9(07)   COMP VALUE ZERO.
007092 77  WS-WDR-NOMBRE           PIC 9(05)   VALUE ZERO.
007130*
007140 77  WS-CALEND-EOF-SW        PIC X(01)   VALUE "N".
007150     88  CALENDRIER-END-OF-FILE      VALUE "Y".
007220 77  WS-JOUR-SEMAINE         PIC 9(01)   VALUE ZERO.
007230 77  WS-DATE-ECHEANCE        PIC X(08)   VALUE SPACES.
007240 77  WS-DATE-ECHEANCE-PREC   PIC X(08)   VALUE SPACES.
007260 01  FERIE-TABLE.
007270     05  FER-DATE OCCURS 200 TIMES PIC X(08).
007280 77  WS-DT-JOURS             PIC 9(07)   VALUE ZERO.
007400     05  FILLER          PIC X(18) VALUE "181212243273304334".
007410 01  WS-JOURS-CUMULES REDEFINES WS-JOURS-CUMULES-TABLE.
007420     05  WS-JC-MOIS OCCURS 12 TIMES PIC 9(03).
007520*
007530 77  WS-ENTREPOT-EOF-SW      PIC X(01)   VALUE "N".
007540     88  ENTREPOT-END-OF-FILE        VALUE "Y".
008190 77  WS-FRAIS-DECOUVERT      PIC 9(3)V99 VALUE 35.00.
008200 77  WS-RETRAITS-A-DECOUVERT PIC 9(07)   COMP VALUE ZERO.
008210*
008211 77  WS-DEBIT-EOF-SW         PIC X(01)   VALUE "N".
008212     88  DEBIT-END-OF-FILE           VALUE "Y".
008213 77  WS-DATE-TAUX-DEBITEUR   PIC X(08)   VALUE SPACES.
008214 77  WS-TAUX-DEBITEUR        PIC 9V9(4)  VALUE ZERO.
008215 77  WS-TAUX-PENALITE        PIC 9V9(4)  VALUE ZERO.
008216 77  WS-BASE-JOURS           PIC 9(03)   VALUE 365.
008217 77  WS-DELAI-PREAVIS        PIC 9(03)   VALUE 14.
008218 77  WS-AGIOS-EOF-SW         PIC X(01)   VALUE "N".
008219     88  AGIOS-END-OF-FILE           VALUE "Y".
008220 77  WS-AGI-ARRETE-SW        PIC X(01)   VALUE "N".
008221     88  ARRETE-TRIMESTRIEL          VALUE "Y".
008222 77  WS-AGI-MAJ-SW           PIC X(01)   VALUE "N".
008223     88  COMPTE-A-REECRIRE           VALUE "Y".
008224 77  WS-AGI-DATE-SUIVANTE    PIC X(08)   VALUE SPACES.
008225 77  WS-AGI-DEBUT-TRIMESTRE  PIC X(08)   VALUE SPACES.
008226 77  WS-AGI-FIN-TRIMESTRE    PIC X(08)   VALUE SPACES.
008227 77  WS-AGI-DATE-PRELEVEMENT PIC X(08)   VALUE SPACES.
008228 77  WS-AGI-JOURS-AFFAIRES   PIC 9(07)   VALUE ZERO.
008229 77  WS-AGI-JOURS-SUIVANTE   PIC 9(07)   VALUE ZERO.
008230 77  WS-AGI-JOURS-TRIMESTRE  PIC 9(07)   VALUE ZERO.
008231 77  WS-AGI-TRIMESTRE        PIC 9(01)   VALUE ZERO.
008232 77  WS-AGI-JOURS            PIC 9(03)   VALUE ZERO.
008233 77  WS-AGI-DECOUVERT        PIC 9(9)V99 VALUE ZERO.
008234 77  WS-AGI-AUTORISE         PIC 9(9)V99 VALUE ZERO.
008235 77  WS-AGI-EXCEDENT         PIC 9(9)V99 VALUE ZERO.
008236 77  WS-AGI-NORMAUX          PIC 9(7)V99 VALUE ZERO.
008237 77  WS-AGI-PENALITE         PIC 9(7)V99 VALUE ZERO.
008238 77  WS-AGI-TOTAL            PIC 9(7)V99 VALUE ZERO.
008239 77  WS-COMPTES-DEBITEURS    PIC 9(07)   COMP VALUE ZERO.
008240 77  WS-AVIS-AGIOS           PIC 9(07)   COMP VALUE ZERO.
008241 77  WS-AGIOS-PRELEVES       PIC 9(07)   COMP VALUE ZERO.
008242*
008243*    PASSE DES PRETS A TERME (1800) : LES TYPES DE MOUVEMENT "K"
008244*    ET "L" NE SONT POSTES QUE PENDANT CETTE PASSE.
008245 77  WS-PRETS-SW             PIC X(01)   VALUE "N".
008246     88  PASSE-DES-PRETS             VALUE "Y".
008247 77  WS-PRETS-EOF-SW         PIC X(01)   VALUE "N".
008248     88  PRETS-END-OF-FILE           VALUE "Y".
008249 77  WS-PRT-MAJ-SW           PIC X(01)   VALUE "N".
008250     88  PRET-A-REECRIRE             VALUE "Y".
008251 77  WS-PRT-INTERET          PIC 9(9)V99 VALUE ZERO.
008252 77  WS-PRT-CAPITAL          PIC 9(9)V99 VALUE ZERO.
008253 77  WS-PRT-MONTANT-DU       PIC 9(9)V99 VALUE ZERO.
008254 77  WS-PRT-RANG             PIC 9(03)   COMP VALUE ZERO.
008255 77  WS-PRT-MOIS-ABSOLU      PIC 9(06)   VALUE ZERO.
008256 77  WS-PRT-MOIS-RESTE       PIC 9(02)   VALUE ZERO.
008257 77  WS-PRT-DATE-ECHEANCE    PIC X(08)   VALUE SPACES.
008258 77  WS-PRT-JOURS-AFFAIRES   PIC 9(07)   VALUE ZERO.
008259 77  WS-PRETS-LUS            PIC 9(07)   COMP VALUE ZERO.
008260 77  WS-PRETS-DEBLOQUES      PIC 9(07)   COMP VALUE ZERO.
008261 77  WS-ECHEANCES-PRELEVEES  PIC 9(07)   COMP VALUE ZERO.
008262 77  WS-PRETS-EN-RETARD      PIC 9(07)   COMP VALUE ZERO.
008263 77  WS-PRETS-SOLDES         PIC 9(07)   COMP VALUE ZERO.
008264 77  WS-MVTS-PRETS           PIC 9(05)   COMP VALUE ZERO.
008265*
008266*    PASSE DES DEPOTS A TERME (1900) : LES TYPES DE MOUVEMENT "P"
008267*    ET "M" NE SONT POSTES QUE PENDANT CETTE PASSE ; LA RUPTURE
008268*    ANTICIPEE "Q" VIENT DU FICHIER DES TRANSACTIONS.  GRILLE DES
008269*    TAUX DEPCTL EN VIGUEUR POUR LES RENOUVELLEMENTS
008270*    (WS-DATE-GRILLE-DEPOTS A BLANC : PAS DE GRILLE, LE TAUX DU
008271*    DEPOT EST CONSERVE).
008272 77  WS-DEPOTS-SW            PIC X(01)   VALUE "N".
008273     88  PASSE-DES-DEPOTS            VALUE "Y".
008274 77  WS-DEPOTS-EOF-SW        PIC X(01)   VALUE "N".
008275     88  DEPOTS-END-OF-FILE          VALUE "Y".
008276 77  WS-DEP-MAJ-SW           PIC X(01)   VALUE "N".
008277     88  DEPOT-A-REECRIRE            VALUE "Y".
008278 77  WS-DEP-TROUVE-SW        PIC X(01)   VALUE "N".
008279     88  DEPOT-TROUVE                VALUE "Y".
008280 77  WS-DEPCTL-EOF-SW        PIC X(01)   VALUE "N".
008281     88  DEPCTL-END-OF-FILE          VALUE "Y".
008282 77  WS-DATE-GRILLE-DEPOTS   PIC X(08)   VALUE SPACES.
008283 77  WS-DEP-TAUX-3-MOIS      PIC 9V9(4)  VALUE ZERO.
008284 77  WS-DEP-TAUX-6-MOIS      PIC 9V9(4)  VALUE ZERO.
008285 77  WS-DEP-TAUX-12-MOIS     PIC 9V9(4)  VALUE ZERO.
008286 77  WS-DEP-TAUX-PENALITE    PIC 9V9(4)  VALUE ZERO.
008287 77  WS-DEP-TAUX             PIC 9V9(4)  VALUE ZERO.
008288 77  WS-DEP-CAPITAL          PIC 9(9)V99 VALUE ZERO.
008289 77  WS-DEP-INTERET          PIC 9(9)V99 VALUE ZERO.
008290 77  WS-DEP-RAISON           PIC X(04)   VALUE SPACES.
008291 77  WS-DEP-DATE-FIN         PIC X(08)   VALUE SPACES.
008292 77  WS-DEP-JOURS            PIC 9(05)   VALUE ZERO.
008293 77  WS-DEP-JOURS-VALEUR     PIC 9(07)   VALUE ZERO.
008294 77  WS-DEP-JOUR-VALEUR      PIC 9(02)   VALUE ZERO.
008295 77  WS-DEP-MOIS-ABSOLU      PIC 9(06)   VALUE ZERO.
008296 77  WS-DEP-MOIS-RESTE       PIC 9(02)   VALUE ZERO.
008297 77  WS-DEPOTS-LUS           PIC 9(07)   COMP VALUE ZERO.
008298 77  WS-DEPOTS-PLACES        PIC 9(07)   COMP VALUE ZERO.
008299 77  WS-DEPOTS-ECHUS         PIC 9(07)   COMP VALUE ZERO.
008300 77  WS-DEPOTS-RENOUVELES    PIC 9(07)   COMP VALUE ZERO.
008301 77  WS-DEPOTS-ROMPUS        PIC 9(07)   COMP VALUE ZERO.
008302 77  WS-DEPOTS-EN-EXCEPTION  PIC 9(07)   COMP VALUE ZERO.
008303 77  WS-MVTS-DEPOTS          PIC 9(05)   COMP VALUE ZERO.
008304*
008305*    PASSE DES PRELEVEMENTS SEPA (1400) : LES TYPES DE MOUVEMENT
008306*    "O" (PRELEVEMENT) ET "U" (REMBOURSEMENT AU CLIENT) NE SONT
008307*    POSTES QUE PENDANT CETTE PASSE.  RAISONS INTERNES D'UN RETOUR
008308*    AVANT POSTAGE : "MINC" MANDAT INCONNU, "MCPT" MANDAT D'UN
008309*    AUTRE COMPTE, "MREV" MANDAT REVOQUE, "MEXP" MANDAT EXPIRE OU
008310*    PONCTUEL DEJA UTILISE, "DUPL" REFERENCE DEJA PRESENTEE.
008311*    REFUS D'UN REMBOURSEMENT : "RINC" PRELEVEMENT INCONNU, D'UN
008312*    AUTRE COMPTE OU NON POSTE, "RDEJ" DEJA REMBOURSE, "RDEL"
008313*    DELAI DE 8 SEMAINES DEPASSE.
008314 77  WS-PRELEV-SW            PIC X(01)   VALUE "N".
008315     88  PASSE-DES-PRELEVEMENTS      VALUE "Y".
008316 77  WS-DDIN-EOF-SW          PIC X(01)   VALUE "N".
008317     88  PRELEV-END-OF-FILE          VALUE "Y".
008318 77  WS-DDREF-EOF-SW         PIC X(01)   VALUE "N".
008319     88  REMBOURSEMENTS-END-OF-FILE  VALUE "Y".
008320 77  WS-PRELEV-CTL-SW        PIC X(01)   VALUE "Y".
008321     88  CONTROLES-PRELEV-VALIDES    VALUE "Y".
008322 77  WS-PRELEV-TRAILER-SW    PIC X(01)   VALUE "N".
008323     88  TRAILER-PRELEV-LU           VALUE "Y".
008324 77  WS-DDH-SW               PIC X(01)   VALUE "N".
008325     88  PRELEVEMENT-CONNU           VALUE "Y".
008326 77  WS-NB-PRELEV-CALCULE    PIC 9(07)   VALUE ZERO.
008327 77  WS-NB-PRELEV-ATTENDU    PIC 9(07)   VALUE ZERO.
008328 77  WS-HASH-PRELEV-CALCULE  PIC 9(11)V99 VALUE ZERO.
008329 77  WS-HASH-PRELEV-ATTENDU  PIC 9(11)V99 VALUE ZERO.
008330 77  WS-PRELEV-RAISON        PIC X(04)   VALUE SPACES.
008331 77  WS-PRELEV-RAISON-SEPA   PIC X(04)   VALUE SPACES.
008332 77  WS-PRELEV-STATUT        PIC X(01)   VALUE SPACES.
008333 77  WS-PRELEV-NUMERO-MANDAT PIC X(10)   VALUE SPACES.
008334 77  WS-PRELEV-MONTANT       PIC 9(9)V99 VALUE ZERO.
008335 77  WS-PRELEV-JOURS-AFFAIRES PIC 9(07)  VALUE ZERO.
008336 77  WS-PRELEV-ANNEES-VALIDITE PIC 9(02) VALUE 3.
008337 77  WS-PRELEV-DELAI-REMB    PIC 9(03)   VALUE 56.
008338 77  WS-PRELEVEMENTS-LUS     PIC 9(07)   COMP VALUE ZERO.
008339 77  WS-PRELEVEMENTS-POSTES  PIC 9(07)   COMP VALUE ZERO.
008340 77  WS-PRELEVEMENTS-RETOURNES PIC 9(07) COMP VALUE ZERO.
008341 77  WS-PRELEVEMENTS-SAUTES  PIC 9(07)   COMP VALUE ZERO.
008342 77  WS-REMBOURSEMENTS-DEMANDES PIC 9(07) COMP VALUE ZERO.
008343 77  WS-REMBOURSEMENTS-POSTES PIC 9(07)  COMP VALUE ZERO.
008344 77  WS-REMBOURSEMENTS-REFUSES PIC 9(07) COMP VALUE ZERO.
008345 77  WS-MVTS-PRELEVEMENTS    PIC 9(05)   COMP VALUE ZERO.
008346*
008347*    PASSE DES EXTOURNES (2700) : LES DEMANDES APPROUVEES (REVREQ)
008348*    SONT RANGEES SUR LE FICHIER DE TRAVAIL (TYPE "E") AU
008349*    DEMARRAGE ET RAPPROCHEES DU GRAND LIVRE VIF AVANT TOUT
008350*    POSTAGE : UNE PREMIERE LECTURE RETIENT L'IMAGE DE L'ECRITURE
008351*    D'ORIGINE, UNE SECONDE CELLE DE LA JAMBE PAIRE D'UN VIREMENT
008352*    (MEME HORODATAGE, COMPTE ET CONTREPARTIE CROISES).
008353*    WS-EXT-PREMIERE-DATE, DATE DE LA PLUS ANCIENNE ECRITURE
008354*    VIVE : EN DECA, L'ECRITURE A ETE PURGEE PAR L'ARCHIVAGE.
008355*    SEULS LES MOUVEMENTS CLIENTS "D" "W" "T" "S" "V" "E" ET LES
008356*    FRAIS "F" S'EXTOURNENT ; LES AUTRES TYPES ONT LEUR PROPRE
008357*    CIRCUIT (PRETS, DEPOTS, PRELEVEMENTS, CHEQUES, INTERETS ET
008358*    AGIOS, CLOTURE).
008359 77  WS-REVREQ-EOF-SW        PIC X(01)   VALUE "N".
008360     88  DEMANDES-EXT-END-OF-FILE    VALUE "Y".
008361 77  WS-LEDGHIST-EOF-SW      PIC X(01)   VALUE "N".
008362     88  LEDGHIST-END-OF-FILE        VALUE "Y".
008363 77  WS-RVH-SW               PIC X(01)   VALUE "N".
008364     88  EXTOURNE-CONNUE             VALUE "Y".
008365 77  WS-EXT-COUNT            PIC 9(07)   COMP VALUE ZERO.
008366 77  WS-EXT-CLE-LUE          PIC X(30)   VALUE SPACES.
008367 77  WS-EXT-FIN-SW           PIC X(01)   VALUE "N".
008368     88  FIN-DES-EXTOURNES           VALUE "Y".
008369 77  WS-EXT-PREMIERE-DATE    PIC X(08)   VALUE SPACES.
008370 77  WS-EXT-RAISON           PIC X(04)   VALUE SPACES.
008371 77  WS-EXT-TYPE             PIC X(01)   VALUE SPACE.
008372 77  WS-EXT-TYPE-PAIRE       PIC X(01)   VALUE SPACE.
008373 77  WS-EXT-PAIRE-SW         PIC X(01)   VALUE "N".
008374     88  EXTOURNE-A-DEUX-JAMBES      VALUE "Y".
008375 77  WS-EXT-JAMBE            PIC X(86)   VALUE SPACES.
008376 77  WS-EXT-TYPE-JAMBE       PIC X(01)   VALUE SPACE.
008377 77  WS-EXTOURNES-DEMANDEES  PIC 9(07)   COMP VALUE ZERO.
008378 77  WS-EXTOURNES-POSTEES    PIC 9(07)   COMP VALUE ZERO.
008379 77  WS-EXTOURNES-REFUSEES   PIC 9(07)   COMP VALUE ZERO.
008380 77  WS-EXTOURNES-SAUTEES    PIC 9(07)   COMP VALUE ZERO.
008381 01  WS-EXT-MOTIF.
008382     05  FILLER              PIC X(02)   VALUE "EX".
008383     05  WS-EXT-MOTIF-TYPE   PIC X(01)   VALUE SPACE.
008384     05  FILLER              PIC X(01)   VALUE SPACE.
008385 01  WS-EXT-CLE-ORIGINE.
008386     05  WS-EXT-CLE-DATE     PIC X(08)   VALUE SPACES.
008387     05  WS-EXT-CLE-COMPTE   PIC X(10)   VALUE SPACES.
008388     05  WS-EXT-CLE-SEQUENCE PIC 9(08)   VALUE ZERO.
008389 01  WS-EXT-CLE-PAIRE.
008390     05  WS-EXT-PAIRE-DATE   PIC X(08)   VALUE SPACES.
008391     05  WS-EXT-PAIRE-COMPTE PIC X(10)   VALUE SPACES.
008392     05  WS-EXT-PAIRE-SEQUENCE PIC 9(08) VALUE ZERO.
008393 01  WS-EXT-VUE.
008394     05  EV-ACCOUNT-NUMBER   PIC X(10).
008395     05  EV-TRANS-TYPE       PIC X(01).
008396     05  EV-AMOUNT           PIC 9(9)V99.
008397     05  EV-TIMESTAMP        PIC X(18).
008398     05  EV-RESULTING-BALANCE PIC S9(9)V99.
008399     05  EV-STATUS           PIC X(01).
008400         88  EV-STATUS-POSTED         VALUE "P".
008401     05  EV-REASON-CODE      PIC X(04).
008402     05  EV-COUNTERPARTY     PIC X(10).
008403     05  EV-SEQUENCE         PIC 9(08).
008404     05  EV-CURRENCY         PIC X(03).
008405     05  EV-RATE-APPLIED     PIC 9(03)V9(06).
008406 01  REVERSAL-ENTRY.
008407     05  RVT-CLE.
008408         10  RVT-TYPE            PIC X(01).
008409         10  RVT-ACCOUNT         PIC X(10).
008410         10  RVT-DATE            PIC X(08).
008411         10  RVT-SEQUENCE        PIC 9(08).
008412         10  RVT-RANG            PIC 9(03).
008413     05  RVT-OP-SAISIE           PIC X(08).
008414     05  RVT-OP-APPROB           PIC X(08).
008415     05  RVT-TROUVEE-SW          PIC X(01).
008416         88  RVT-TROUVEE                  VALUE "Y".
008417     05  RVT-ORIGINE             PIC X(86).
008418     05  RVT-PAIRE-SW            PIC X(01).
008419         88  RVT-PAIRE-TROUVEE            VALUE "Y".
008420     05  RVT-PAIRE               PIC X(86).
008421     05  FILLER                  PIC X(20).
008422*
008423*    RETENUE DES PAIEMENTS APRES CHANGEMENT DE COORDONNEES : LA
008424*    FENETRE ET LE SEUIL INTERNE EN VIGUEUR SONT CHARGES DE
008425*    HOLDCTL (1390) ; LE FICHIER DE TRAVAIL (TYPE "K") RETIENT,
008426*    POUR CHAQUE CLIENT DONT L'EMAIL OU LE TELEPHONE A CHANGE DANS
008427*    LA FENETRE (USRJRNL), LA DATE DU DERNIER CHANGEMENT (1395).
008428*    UN VIREMENT CLIENT RETENU (4730) EST HISTORISE "R" "RETN" ET
008429*    RANGE SUR PAYHOLD ; LA PASSE 2800 APPLIQUE LES DECISIONS
008430*    APPROUVEES DE PAYREL.
008431 77  WS-HOLDCTL-EOF-SW       PIC X(01)   VALUE "N".
008432     88  HOLDCTL-END-OF-FILE         VALUE "Y".
008433 77  WS-USRJRNL-EOF-SW       PIC X(01)   VALUE "N".
008434     88  USRJRNL-END-OF-FILE         VALUE "Y".
008435 77  WS-PAYREL-EOF-SW        PIC X(01)   VALUE "N".
008436     88  PAYREL-END-OF-FILE          VALUE "Y".
008437 77  WS-RET-DATE-CTL         PIC X(08)   VALUE SPACES.
008438 77  WS-RET-FENETRE          PIC 9(03)   VALUE ZERO.
008439 77  WS-RET-SEUIL            PIC 9(9)V99 VALUE ZERO.
008440 77  WS-RET-JOURS-AFFAIRES   PIC 9(07)   VALUE ZERO.
008441 77  WS-RET-GENRE            PIC X(01)   VALUE SPACE.
008442 77  WS-RET-CLIENT-CIBLE     PIC X(10)   VALUE SPACES.
008443 77  WS-RET-DATE-CHANGEMENT  PIC X(08)   VALUE SPACES.
008444 77  WS-RETENUE-SW           PIC X(01)   VALUE "N".
008445     88  PAIEMENT-RETENU             VALUE "Y".
008446 77  WS-LIBERATION-SW        PIC X(01)   VALUE "N".
008447     88  LIBERATION-EN-COURS         VALUE "Y".
008448 77  WS-PH-SW                PIC X(01)   VALUE "N".
008449     88  RETENUE-CONNUE              VALUE "Y".
008450 77  WS-CHG-COUNT            PIC 9(07)   COMP VALUE ZERO.
008451 77  WS-PAIEMENTS-RETENUS    PIC 9(07)   COMP VALUE ZERO.
008452 77  WS-DECISIONS-DEMANDEES  PIC 9(07)   COMP VALUE ZERO.
008453 77  WS-LIBERATIONS-POSTEES  PIC 9(07)   COMP VALUE ZERO.
008454 77  WS-LIBERATIONS-REFUSEES PIC 9(07)   COMP VALUE ZERO.
008455 77  WS-ANNULATIONS-RETENUES PIC 9(07)   COMP VALUE ZERO.
008456 77  WS-DECISIONS-REFUSEES   PIC 9(07)   COMP VALUE ZERO.
008457 77  WS-DECISIONS-SAUTEES    PIC 9(07)   COMP VALUE ZERO.
008458 77  WS-MVTS-LIBERES         PIC 9(05)   COMP VALUE ZERO.
008459*
008460*    ACQUITTEMENTS DE COMPENSATION (2900) : LE FICHIER CLRACK DU
008461*    RESEAU ACQUITTE UN LOT OUTPAY (WS-ACQ-DATE-LOT, DATE DE SON
008462*    EN-TETE) ; CHAQUE DETAIL EST RAPPROCHE DU REGISTRE OUTPREG.
008463*    LE TYPE DE MOUVEMENT "N" (RETOUR D'UN PAIEMENT REJETE) N'EST
008464*    POSTE QUE PENDANT CETTE PASSE.  WS-RCP- : CUMULS DES
008465*    ACQUITTEMENTS DU LOT RECOMPTES SUR LE REGISTRE.
008466 77  WS-CLRACK-EOF-SW        PIC X(01)   VALUE "N".
008467     88  ACQUITS-END-OF-FILE         VALUE "Y".
008468 77  WS-ACQUITS-CTL-SW       PIC X(01)   VALUE "Y".
008469     88  CONTROLES-ACQUITS-VALIDES   VALUE "Y".
008470 77  WS-ACQUITS-TRAILER-SW   PIC X(01)   VALUE "N".
008471     88  TRAILER-ACQUITS-LU          VALUE "Y".
008472 77  WS-ACQUITS-ECART-SW     PIC X(01)   VALUE "N".
008473     88  ACQUITS-EN-ECART            VALUE "Y".
008474 77  WS-OG-SW                PIC X(01)   VALUE "N".
008475     88  PAIEMENT-EMIS-CONNU         VALUE "Y".
008476 77  WS-OUTPREG-EOF-SW       PIC X(01)   VALUE "N".
008477     88  REGISTRE-LOT-FINI           VALUE "Y".
008478 77  WS-ACQ-DATE-LOT         PIC X(08)   VALUE SPACES.
008479 77  WS-ACQ-RAISON           PIC X(04)   VALUE SPACES.
008480 77  WS-NB-ACQUITS-CALCULE   PIC 9(07)   VALUE ZERO.
008481 77  WS-NB-ACQUITS-ATTENDU   PIC 9(07)   VALUE ZERO.
008482 77  WS-HASH-ACQUITS-CALCULE PIC 9(11)V99 VALUE ZERO.
008483 77  WS-HASH-ACQUITS-ATTENDU PIC 9(11)V99 VALUE ZERO.
008484 77  WS-RCP-NB-ACQUITTES     PIC 9(07)   VALUE ZERO.
008485 77  WS-RCP-HASH-ACQUITTES   PIC 9(11)V99 VALUE ZERO.
008486 77  WS-RCP-NB-REJETES       PIC 9(07)   VALUE ZERO.
008487 77  WS-RCP-MONTANT-REJETE   PIC 9(11)V99 VALUE ZERO.
008488 77  WS-ACQUITS-LUS          PIC 9(07)   COMP VALUE ZERO.
008489 77  WS-ACQUITS-ACCEPTES     PIC 9(07)   COMP VALUE ZERO.
008490 77  WS-ACQUITS-REJETES      PIC 9(07)   COMP VALUE ZERO.
008491 77  WS-RETOURS-CREDITES     PIC 9(07)   COMP VALUE ZERO.
008492 77  WS-ACQUITS-EN-EXCEPTION PIC 9(07)   COMP VALUE ZERO.
008493 77  WS-ACQUITS-SAUTES       PIC 9(07)   COMP VALUE ZERO.
008494*
008495*
008496*
008497 COPY STEPCTL.
008498*-------------------
008499 PROCEDURE DIVISION.
008500*-------------------
008501 0000-MAINLINE.
008502     DISPLAY "=== Compte bancaire ===".
008503     PERFORM 9600-CHECK-STEP-DIRECTIVE THRU 9600-EXIT
008504     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008505     IF NOT ORDRES-DEJA-FAITS
008506         PERFORM 1500-GENERATE-STANDING-ORDERS THRU 1500-EXIT
008507     ELSE
008508         DISPLAY "REPRISE : PASSE DES ORDRES PERMANENTS SAUTEE"
008509     END-IF
008510     MOVE "Y" TO WS-ORDRES-DEJA-FAITS-SW
008511     PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT
008512     IF NOT ENTREPOT-DEJA-FAIT
008513         PERFORM 1600-SWEEP-WAREHOUSE THRU 1600-EXIT
008514     ELSE
008515         DISPLAY "REPRISE : PASSE DE L'ENTREPOT SAUTEE"
008516         PERFORM 3800-CARRY-WAREHOUSE THRU 3800-EXIT
008517     END-IF
008518     MOVE "Y" TO WS-ENTREPOT-FAIT-SW
008519     PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT
008520     IF NOT ENTRANTS-DEJA-FAITS
008521         PERFORM 1650-PROCESS-INBOUND-PAYMENTS THRU 1650-EXIT
008522     ELSE
008523         DISPLAY "REPRISE : PASSE DES PAIEMENTS ENTRANTS SAUTEE"
008524     END-IF
008525     MOVE "Y" TO WS-ENTRANTS-FAIT-SW
008526     PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT
008527     PERFORM 1400-PROCESS-DIRECT-DEBITS THRU 1400-EXIT
008528     PERFORM 2700-PROCESS-REVERSALS THRU 2700-EXIT
008529     PERFORM 2800-PROCESS-PAYMENT-RELEASES THRU 2800-EXIT
008530     PERFORM 2900-PROCESS-CLEARING-ACKS THRU 2900-EXIT
008531     PERFORM 1800-COLLECT-LOAN-INSTALMENTS THRU 1800-EXIT
008532     PERFORM 1900-PROCESS-TERM-DEPOSITS THRU 1900-EXIT
008533     PERFORM 1680-LOAD-CHEQUE-HOLDS THRU 1680-EXIT
008534     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT
008535     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
008540         UNTIL END-OF-FILE
008550     PERFORM 2500-PROCESS-CORRECTIONS THRU 2500-EXIT
008560     PERFORM 6000-INTEREST-ACCRUAL THRU 6000-EXIT
008565     PERFORM 6500-DEBIT-INTEREST THRU 6500-EXIT
008570     PERFORM 3000-TERMINATE THRU 3000-EXIT
008575     PERFORM 9700-REGISTER-STEP THRU 9700-EXIT
008580     STOP RUN.
008590*-----------------------------------------------------------------
008600* 1000-INITIALIZE -- OUVRE LE FICHIER MAITRE DES COMPTES EN
008660*-----------------------------------------------------------------
008670 1000-INITIALIZE.
008680     OPEN I-O   ACCOUNT-MASTER
008681     OPEN I-O   LOAN-MASTER
008682     OPEN I-O   TERM-DEPOSIT-MASTER
008683     OPEN I-O   MANDATE-MASTER
008684     OPEN I-O   DD-HISTORY
008685     OPEN I-O   REVERSAL-HISTORY
008686     OPEN I-O   PAYMENT-HOLDS
008687     OPEN I-O   OUTPAY-REGISTER
008690     OPEN INPUT TRANSACTION-FILE
008700     PERFORM 1050-LOAD-RUN-CONTROL THRU 1050-EXIT
008705     PERFORM 1060-OPEN-WORK-SET THRU 1060-EXIT
008710     MOVE WS-DATE-AFFAIRES TO WS-DATE-DU-JOUR-INTERET
008720     MOVE WS-DATE-AFFAIRES TO WS-DATE-JOUR-COMPLETE
008730     PERFORM 1700-LOAD-CHECKPOINT THRU 1700-EXIT
008735     PERFORM 1370-LOAD-REVERSALS THRU 1370-EXIT
008740     PERFORM 1750-OPEN-OUTPUT-FILES THRU 1750-EXIT
008750     OPEN INPUT  STANDING-ORDERS
008760     PERFORM 1200-LOAD-STOP-INSTRUCTIONS THRU 1200-EXIT
008830     PERFORM 1310-LOAD-CHEQUE-CONTROL THRU 1310-EXIT
008840     PERFORM 1330-LOAD-CALENDAR THRU 1330-EXIT
008850     PERFORM 1320-LOAD-TARIFF THRU 1320-EXIT
008852     PERFORM 1390-LOAD-HOLD-CONTROL THRU 1390-EXIT
008854     PERFORM 1340-LOAD-PRODUCTS THRU 1340-EXIT
008856     PERFORM 1350-LOAD-DEBIT-RATES THRU 1350-EXIT
008858     PERFORM 1360-LOAD-DEPOSIT-RATES THRU 1360-EXIT
008860     PERFORM 1100-VERIFY-BATCH-CONTROLS THRU 1100-EXIT
008870     IF CONTROLES-LOT-VALIDES
008880         PERFORM 1120-CHECK-BATCH-REGISTER THRU 1120-EXIT
008920         CLOSE ACCOUNT-MASTER
008930         CLOSE TRANSACTION-FILE
008940         CLOSE STANDING-ORDERS
008941         CLOSE LOAN-MASTER
008942         CLOSE TERM-DEPOSIT-MASTER
008943         CLOSE MANDATE-MASTER
008944         CLOSE DD-HISTORY
008945         CLOSE REVERSAL-HISTORY
008946         CLOSE PAYMENT-HOLDS
008947         CLOSE OUTPAY-REGISTER
008948         CLOSE WORK-SET-FILE
008950         IF MODE-SIMULATION
008960             PERFORM 3900-SIM-CARRY-FORWARD THRU 3900-EXIT
008970             CLOSE SIM-REPORT
009050             CLOSE RECYCLE-OUT
009060             CLOSE OUTBOUND-PAYMENTS
009070             CLOSE INBOUND-PAY-EXC
009071             CLOSE AGIOS-NOTICE
009072             CLOSE LOAN-EXCEPTIONS
009073             CLOSE DEPOSIT-EXCEPTIONS
009074             CLOSE DD-RETURNS
009075             CLOSE REVERSAL-EXCEPTIONS
009076             CLOSE CLEARING-ACK-EXC
009080             CLOSE BANK-CHECKPOINT
009090         END-IF
009100         MOVE 16 TO RETURN-CODE
009460         DISPLAY "*** MODE SIMULATION : AUCUNE MISE A JOUR ***"
009470     END-IF.
009480 1050-EXIT.
009481     EXIT.
009482*-----------------------------------------------------------------
009483* 1060-OPEN-WORK-SET -- VIDE LE FICHIER DE TRAVAIL BNKWORK (OUVERT
009484* EN SORTIE) PUIS LE ROUVRE EN ENTREE-SORTIE.  LES ENSEMBLES DE
009485* TRAVAIL DU RUN (HISTORIQUE DES MOUVEMENTS, VELOCITE,
009486* OPPOSITIONS, GELS DE CHEQUES, RETRAITS DU LOT, IMAGES DE
009487* SIMULATION) Y SONT TENUS PAR CLE, SANS PLAFOND : UN ENSEMBLE
009488* QUI GROSSIT RALENTIT LE RUN SANS L'ARRETER.  EN REPRISE, ILS
009489* SONT RECONSTRUITS COMME AU PREMIER PASSAGE.
009490*-----------------------------------------------------------------
009491 1060-OPEN-WORK-SET.
009492     OPEN OUTPUT WORK-SET-FILE
009493     CLOSE WORK-SET-FILE
009494     OPEN I-O   WORK-SET-FILE.
009495 1060-EXIT.
009496     EXIT.
009500*-----------------------------------------------------------------
009510* 1100-VERIFY-BATCH-CONTROLS -- PRE-PASSE DE CONTROLE DU LOT :
009520* LE PREMIER ENREGISTREMENT DOIT ETRE L'EN-TETE "H" (DONT LA
010380*-----------------------------------------------------------------
010390*-----------------------------------------------------------------
010400* 1200-LOAD-STOP-INSTRUCTIONS -- CHARGE LES INSTRUCTIONS
010410* D'OPPOSITION DU FICHIER STOPIN SUR LE FICHIER DE TRAVAIL (TYPE
010420* "O", CLE COMPTE + RANG DE CHARGEMENT).
010440*-----------------------------------------------------------------
010450 1200-LOAD-STOP-INSTRUCTIONS.
010460     OPEN INPUT STOP-INSTRUCTIONS
010530     EXIT.
010540*-----------------------------------------------------------------
010550* 1210-STORE-STOP-INSTRUCTION -- RANGE L'INSTRUCTION COURANTE
010570* SUR LE FICHIER DE TRAVAIL PUIS LIT LA SUIVANTE.
010590*-----------------------------------------------------------------
010600 1210-STORE-STOP-INSTRUCTION.
010610     ADD 1 TO WS-STOP-COUNT
010620     MOVE SPACES            TO WORK-SET-RECORD
010630     MOVE "O"               TO WK-TYPE
010640     MOVE SP-ACCOUNT-NUMBER TO ST-STOP-ACCOUNT
010650     MOVE WS-STOP-COUNT     TO ST-STOP-RANG
010660     MOVE SP-MONTANT-MIN    TO ST-STOP-MONTANT-MIN
010670     MOVE SP-MONTANT-MAX    TO ST-STOP-MONTANT-MAX
010680     MOVE SP-DATE-EFFET     TO ST-STOP-DATE-EFFET
010690     MOVE SP-DATE-EXPIR     TO ST-STOP-DATE-EXPIR
010700     MOVE SP-OPERATEUR      TO ST-STOP-OPERATEUR
010710     PERFORM 8770-WRITE-WORK-SET THRU 8770-EXIT
010820     PERFORM 8080-READ-STOP-INSTRUCTION THRU 8080-EXIT.
010830 1210-EXIT.
010840     EXIT.
012830     EXIT.
012840*-----------------------------------------------------------------
012850* 2070-SCAN-FOR-DUPLICATE -- RECHERCHE DANS L'HISTORIQUE DU LOT
012856* (FICHIER DE TRAVAIL, TYPE "M") UN MOUVEMENT DEJA VU DE MEME
012862* COMPTE, TYPE ET MONTANT : LECTURE DIRECTE SUR LA CLE.
012870*-----------------------------------------------------------------
012880 2070-SCAN-FOR-DUPLICATE.
012884     MOVE SPACES            TO WORK-SET-RECORD
012888     MOVE "M"               TO WK-TYPE
012892     MOVE TX-ACCOUNT-NUMBER TO MH-ACCOUNT
012896     MOVE TX-TYPE           TO MH-TYPE
012900     MOVE TX-AMOUNT         TO MH-AMOUNT
012904     PERFORM 8780-READ-WORK-SET THRU 8780-EXIT
012908     IF NOT TRAVAIL-ABSENT
012912         MOVE "Y"    TO WS-SUSPECT-SW
012916         MOVE "DUP " TO WS-RAISON-SUSPECT
012920     END-IF.
012930 2070-EXIT.
012940     EXIT.
012950*-----------------------------------------------------------------
013090* 2080-RECORD-MOVEMENT -- AJOUTE LE MOUVEMENT COURANT A
013100* L'HISTORIQUE DU LOT, SAUF S'IL Y EST DEJA (DOUBLON SIGNALE PAR
013110* 2070 : UNE SEULE ENTREE PAR COMPTE, TYPE ET MONTANT SUFFIT).
013120*-----------------------------------------------------------------
013130 2080-RECORD-MOVEMENT.
013140     IF MOUVEMENT-SUSPECT
013150         GO TO 2080-EXIT
013160     END-IF
013170     MOVE SPACES            TO WORK-SET-RECORD
013180     MOVE "M"               TO WK-TYPE
013190     MOVE TX-ACCOUNT-NUMBER TO MH-ACCOUNT
013200     MOVE TX-TYPE           TO MH-TYPE
013210     MOVE TX-AMOUNT         TO MH-AMOUNT
013220     PERFORM 8770-WRITE-WORK-SET THRU 8770-EXIT
013230     ADD 1 TO WS-HIST-COUNT.
013260 2080-EXIT.
013270     EXIT.
013280*-----------------------------------------------------------------
013290* 2090-CHECK-VELOCITY -- CUMULE LE MOUVEMENT COURANT DANS
013297* L'ENTREE DE VELOCITE DU COMPTE (FICHIER DE TRAVAIL, TYPE "V" :
013304* NOMBRE ET MONTANT PAR COMPTE, CREEE AU PREMIER MOUVEMENT) ET
013311* SIGNALE LE DEPASSEMENT D'UN SEUIL NON NUL.
013320*-----------------------------------------------------------------
013330 2090-CHECK-VELOCITY.
013340     MOVE SPACES            TO WORK-SET-RECORD
013350     MOVE "V"               TO WK-TYPE
013360     MOVE TX-ACCOUNT-NUMBER TO VT-ACCOUNT
013370     PERFORM 8780-READ-WORK-SET THRU 8780-EXIT
013380     IF TRAVAIL-ABSENT
013390         MOVE SPACES            TO WORK-SET-RECORD
013400         MOVE "V"               TO WK-TYPE
013410         MOVE TX-ACCOUNT-NUMBER TO VT-ACCOUNT
013420         MOVE ZERO              TO VT-NOMBRE
013430         MOVE ZERO              TO VT-MONTANT
013490     END-IF
013500     ADD 1 TO VT-NOMBRE
013510     ADD TX-AMOUNT TO VT-MONTANT
013520     IF WS-SEUIL-NOMBRE > ZERO
013530             AND VT-NOMBRE > WS-SEUIL-NOMBRE
013540         MOVE "Y"    TO WS-SUSPECT-SW
013550         MOVE "VELN" TO WS-RAISON-SUSPECT
013560     END-IF
013570     IF WS-SEUIL-MONTANT > ZERO
013580             AND VT-MONTANT > WS-SEUIL-MONTANT
013590         MOVE "Y"    TO WS-SUSPECT-SW
013600         MOVE "VELM" TO WS-RAISON-SUSPECT
013601     END-IF
013602     IF TRAVAIL-ABSENT
013603         ADD 1 TO WS-VEL-COUNT
013604         PERFORM 8770-WRITE-WORK-SET THRU 8770-EXIT
013605     ELSE
013606         PERFORM 8790-REWRITE-WORK-SET THRU 8790-EXIT
013610     END-IF.
013620 2090-EXIT.
013730     EXIT.
013740*-----------------------------------------------------------------
013750* 1700-LOAD-CHECKPOINT -- RECHERCHE UN POINT DE REPRISE SUR
014750         OPEN EXTEND RECYCLE-OUT
014760         OPEN EXTEND OUTBOUND-PAYMENTS
014770         OPEN EXTEND INBOUND-PAY-EXC
014771         OPEN EXTEND AGIOS-NOTICE
014772         OPEN EXTEND LOAN-EXCEPTIONS
014773         OPEN EXTEND DEPOSIT-EXCEPTIONS
014774         OPEN EXTEND DD-RETURNS
014775         OPEN EXTEND REVERSAL-EXCEPTIONS
014776         OPEN EXTEND CLEARING-ACK-EXC
014780     ELSE
014790         OPEN OUTPUT TRANSACTION-LEDGER
014800         OPEN OUTPUT STANDING-ORDER-EXC
014830         OPEN OUTPUT RECYCLE-OUT
014840         OPEN OUTPUT OUTBOUND-PAYMENTS
014850         OPEN OUTPUT INBOUND-PAY-EXC
014851         OPEN OUTPUT AGIOS-NOTICE
014852         OPEN OUTPUT LOAN-EXCEPTIONS
014853         OPEN OUTPUT DEPOSIT-EXCEPTIONS
014854         OPEN OUTPUT DD-RETURNS
014855         OPEN OUTPUT REVERSAL-EXCEPTIONS
014856         OPEN OUTPUT CLEARING-ACK-EXC
014860     END-IF.
014870 1750-EXIT.
014880     EXIT.
019940 8070-EXIT.
019950     EXIT.
019960*-----------------------------------------------------------------
019961* 1400-PROCESS-DIRECT-DEBITS -- PASSE DES PRELEVEMENTS SEPA :
019962* CONTROLE LE LOT DDIN EN PRE-PASSE COMME LE FICHIER ENTRANT (EN-
019963* TETE, NOMBRE DE DETAILS ET TOTAL DES MONTANTS ; LOT EN ECART :
019964* ARRET EN CODE 16 SANS AUCUN DEBIT), PUIS APPLIQUE CHAQUE
019965* PRELEVEMENT CONTRE SON MANDAT ET TRAITE ENSUITE LES DEMANDES DE
019966* REMBOURSEMENT DES CLIENTS.  PAS DE POINT DE REPRISE : UN
019967* PRELEVEMENT OU UN REMBOURSEMENT DEJA HISTORISE SUR DDHIST A LA
019968* DATE D'AFFAIRES N'EST PAS REPRIS.
019969*-----------------------------------------------------------------
019970 1400-PROCESS-DIRECT-DEBITS.
019971     MOVE "Y" TO WS-PRELEV-SW
019972     OPEN INPUT DD-COLLECTIONS
019973     PERFORM 8057-READ-COLLECTION THRU 8057-EXIT
019974     IF PRELEV-END-OF-FILE
019975         CLOSE DD-COLLECTIONS
019976         DISPLAY "AUCUN PRELEVEMENT ENTRANT"
019977         GO TO 1400-SUITE
019978     END-IF
019979     IF NOT CL-IS-BATCH-HEADER
019980         DISPLAY "EN-TETE DE LOT ABSENT SUR DDIN - FICHIER DES "
019981                 "PRELEVEMENTS REFUSE"
019982         IF MODE-SIMULATION
019983             PERFORM 3900-SIM-CARRY-FORWARD THRU 3900-EXIT
019984         ELSE
019985             PERFORM 3810-CARRY-CHEQUE-HOLDS THRU 3810-EXIT
019986         END-IF
019987         MOVE 16 TO RETURN-CODE
019988         STOP RUN
019989     END-IF
019990     PERFORM 1405-TALLY-COLLECTION THRU 1405-EXIT
019991         UNTIL PRELEV-END-OF-FILE OR TRAILER-PRELEV-LU
019992             OR NOT CONTROLES-PRELEV-VALIDES
019993     IF CONTROLES-PRELEV-VALIDES AND NOT TRAILER-PRELEV-LU
019994         DISPLAY "TOTAL DE LOT ABSENT SUR DDIN - FICHIER "
019995                 "TRONQUE ?"
019996         MOVE "N" TO WS-PRELEV-CTL-SW
019997     END-IF
019998     IF CONTROLES-PRELEV-VALIDES
019999         IF WS-NB-PRELEV-CALCULE NOT = WS-NB-PRELEV-ATTENDU
020000                 OR WS-HASH-PRELEV-CALCULE
020001                     NOT = WS-HASH-PRELEV-ATTENDU
020002             DISPLAY "TOTAUX DU LOT DES PRELEVEMENTS EN ECART : "
020003                     "ATTENDU " WS-NB-PRELEV-ATTENDU " / "
020004                     WS-HASH-PRELEV-ATTENDU
020005                     " CALCULE " WS-NB-PRELEV-CALCULE " / "
020006                     WS-HASH-PRELEV-CALCULE
020007             MOVE "N" TO WS-PRELEV-CTL-SW
020008         END-IF
020009     END-IF
020010     IF NOT CONTROLES-PRELEV-VALIDES
020011         DISPLAY "FICHIER DES PRELEVEMENTS REFUSE - AUCUN DEBIT "
020012                 "POSTE"
020013         IF MODE-SIMULATION
020014             PERFORM 3900-SIM-CARRY-FORWARD THRU 3900-EXIT
020015         ELSE
020016             PERFORM 3810-CARRY-CHEQUE-HOLDS THRU 3810-EXIT
020017         END-IF
020018         MOVE 16 TO RETURN-CODE
020019         STOP RUN
020020     END-IF
020021     CLOSE DD-COLLECTIONS
020022     OPEN INPUT DD-COLLECTIONS
020023     MOVE "N" TO WS-DDIN-EOF-SW
020024     PERFORM 8057-READ-COLLECTION THRU 8057-EXIT
020025     PERFORM 1410-APPLY-ONE-COLLECTION THRU 1410-EXIT
020026         UNTIL PRELEV-END-OF-FILE
020027     CLOSE DD-COLLECTIONS.
020028 1400-SUITE.
020029     PERFORM 1450-PROCESS-REFUNDS THRU 1450-EXIT
020030     MOVE "N" TO WS-PRELEV-SW
020031     DISPLAY "PRELEVEMENTS LUS         : " WS-PRELEVEMENTS-LUS
020032     DISPLAY "PRELEVEMENTS POSTES      : " WS-PRELEVEMENTS-POSTES
020033     DISPLAY "PRELEVEMENTS RETOURNES   : "
020034             WS-PRELEVEMENTS-RETOURNES
020035     DISPLAY "PRELEVEMENTS DEJA TRAITES: " WS-PRELEVEMENTS-SAUTES
020036     DISPLAY "REMBOURSEMENTS DEMANDES  : "
020037             WS-REMBOURSEMENTS-DEMANDES
020038     DISPLAY "REMBOURSEMENTS POSTES    : "
020039             WS-REMBOURSEMENTS-POSTES
020040     DISPLAY "REMBOURSEMENTS REFUSES   : "
020041             WS-REMBOURSEMENTS-REFUSES.
020042 1400-EXIT.
020043     EXIT.
020044*-----------------------------------------------------------------
020045* 1405-TALLY-COLLECTION -- PRE-PASSE DE CONTROLE DU FICHIER DES
020046* PRELEVEMENTS : COMPTE LES DETAILS ET CUMULE LEURS MONTANTS,
020047* RETIENT LES VALEURS ATTENDUES DU TOTAL DE LOT, INVALIDE LE LOT
020048* SUR UN DEUXIEME EN-TETE OU UN TYPE INCONNU.
020049*-----------------------------------------------------------------
020050 1405-TALLY-COLLECTION.
020051     PERFORM 8057-READ-COLLECTION THRU 8057-EXIT
020052     IF PRELEV-END-OF-FILE
020053         GO TO 1405-EXIT
020054     END-IF
020055     EVALUATE TRUE
020056         WHEN CL-IS-DETAIL
020057             ADD 1 TO WS-NB-PRELEV-CALCULE
020058             ADD CL-AMOUNT TO WS-HASH-PRELEV-CALCULE
020059         WHEN CL-IS-BATCH-TRAILER
020060             MOVE "Y" TO WS-PRELEV-TRAILER-SW
020061             MOVE CL-BATCH-COUNT      TO WS-NB-PRELEV-ATTENDU
020062             MOVE CL-BATCH-HASH-TOTAL TO WS-HASH-PRELEV-ATTENDU
020063         WHEN CL-IS-BATCH-HEADER
020064             DISPLAY "DEUXIEME EN-TETE SUR DDIN - FICHIER "
020065                     "CONCATENE EN DOUBLE ?"
020066             MOVE "N" TO WS-PRELEV-CTL-SW
020067         WHEN OTHER
020068             DISPLAY "TYPE D'ENREGISTREMENT INCONNU SUR DDIN : "
020069                     CL-RECORD-TYPE
020070             MOVE "N" TO WS-PRELEV-CTL-SW
020071     END-EVALUATE.
020072 1405-EXIT.
020073     EXIT.
020074*-----------------------------------------------------------------
020075* 1410-APPLY-ONE-COLLECTION -- APPLIQUE LE PRELEVEMENT COURANT
020076* (LES EN-TETE ET TOTAL SONT IGNORES).  UNE REFERENCE DEJA
020077* HISTORISEE EST SAUTEE EN REPRISE SI ELLE L'A ETE A LA DATE
020078* D'AFFAIRES, ET RETOURNEE EN DOUBLON SINON.  LE MANDAT EST
020079* CONTROLE AVANT TOUT POSTAGE.  PUIS LIT L'ENREGISTREMENT SUIVANT.
020080*-----------------------------------------------------------------
020081 1410-APPLY-ONE-COLLECTION.
020082     IF NOT CL-IS-DETAIL
020083         GO TO 1410-SUITE
020084     END-IF
020085     ADD 1 TO WS-PRELEVEMENTS-LUS
020086     MOVE SPACES TO WS-PRELEV-RAISON
020087     MOVE SPACES TO WS-PRELEV-NUMERO-MANDAT
020088     MOVE CL-CREANCIER-ID     TO DH-CREANCIER-ID
020089     MOVE CL-REFERENCE-PRELEV TO DH-REFERENCE-PRELEV
020090     PERFORM 8058-READ-DD-HISTORY THRU 8058-EXIT
020091     IF PRELEVEMENT-CONNU
020092         IF RESTARTING AND DH-DATE-TRAITEMENT = WS-DATE-AFFAIRES
020093             ADD 1 TO WS-PRELEVEMENTS-SAUTES
020094             GO TO 1410-SUITE
020095         END-IF
020096         MOVE "DUPL" TO WS-PRELEV-RAISON
020097         PERFORM 1440-RETURN-COLLECTION THRU 1440-EXIT
020098         GO TO 1410-SUITE
020099     END-IF
020100     PERFORM 1420-CHECK-MANDATE THRU 1420-EXIT
020101     IF WS-PRELEV-RAISON = SPACES
020102         PERFORM 1430-POST-COLLECTION THRU 1430-EXIT
020103     ELSE
020104         PERFORM 1440-RETURN-COLLECTION THRU 1440-EXIT
020105     END-IF.
020106 1410-SUITE.
020107     PERFORM 8057-READ-COLLECTION THRU 8057-EXIT.
020108 1410-EXIT.
020109     EXIT.
020110*-----------------------------------------------------------------
020111* 1420-CHECK-MANDATE -- CONTROLE LE PRELEVEMENT COURANT CONTRE SON
020112* MANDAT : MANDAT CONNU SUR MNDMSTR, SIGNE POUR LE COMPTE DEBITE,
020113* NON REVOQUE, PONCTUEL PAS ENCORE UTILISE, ET NON EXPIRE (UN
020114* MANDAT QUI N'A SERVI A AUCUN PRELEVEMENT DEPUIS 36 MOIS, DEPUIS
020115* SA SIGNATURE S'IL N'A JAMAIS SERVI, EST CADUC).
020116* WS-PRELEV-RAISON RESTE A BLANC SI LE MANDAT EST VALIDE.
020117*-----------------------------------------------------------------
020118 1420-CHECK-MANDATE.
020119     MOVE CL-CREANCIER-ID     TO MD-CREANCIER-ID
020120     MOVE CL-REFERENCE-MANDAT TO MD-REFERENCE-MANDAT
020121     READ MANDATE-MASTER
020122         INVALID KEY
020123             MOVE "MINC" TO WS-PRELEV-RAISON
020124     END-READ
020125     IF WS-PRELEV-RAISON NOT = SPACES
020126         GO TO 1420-EXIT
020127     END-IF
020128     MOVE MD-NUMERO-MANDAT TO WS-PRELEV-NUMERO-MANDAT
020129     IF MD-ACCOUNT-NUMBER NOT = CL-ACCOUNT-NUMBER
020130         MOVE "MCPT" TO WS-PRELEV-RAISON
020131         GO TO 1420-EXIT
020132     END-IF
020133     IF MD-REVOQUE
020134         MOVE "MREV" TO WS-PRELEV-RAISON
020135         GO TO 1420-EXIT
020136     END-IF
020137     IF MD-PONCTUEL AND MD-NB-PRELEVEMENTS > ZERO
020138         MOVE "MEXP" TO WS-PRELEV-RAISON
020139         GO TO 1420-EXIT
020140     END-IF
020141     IF MD-DATE-DERNIER-PRELEV = SPACES
020142         MOVE MD-DATE-SIGNATURE TO WS-DATE-CALCUL
020143     ELSE
020144         MOVE MD-DATE-DERNIER-PRELEV TO WS-DATE-CALCUL
020145     END-IF
020146     ADD WS-PRELEV-ANNEES-VALIDITE TO WS-CAL-ANNEE
020147     IF WS-DATE-CALCUL < WS-DATE-AFFAIRES
020148         MOVE "MEXP" TO WS-PRELEV-RAISON
020149     END-IF.
020150 1420-EXIT.
020151     EXIT.
020152*-----------------------------------------------------------------
020153* 1430-POST-COLLECTION -- CONSTRUIT LE MOUVEMENT DE PRELEVEMENT
020154* ("O", NUMERO INTERNE DU MANDAT EN CIBLE) ET LE POSTE PAR
020155* 2050-POST-ONE-TRANSACTION.  POSTE, LE MANDAT EST MIS A JOUR
020156* (DATE DU DERNIER PRELEVEMENT, NOMBRE DE PRELEVEMENTS) ET LE
020157* PRELEVEMENT HISTORISE ; REFUSE, IL EST RETOURNE AU CREANCIER
020158* AVEC LA RAISON DU REFUS DU GRAND LIVRE.
020159*-----------------------------------------------------------------
020160 1430-POST-COLLECTION.
020161     MOVE SPACES             TO TRANSACTION-RECORD
020162     MOVE "D"                TO TX-RECORD-TYPE
020163     MOVE CL-ACCOUNT-NUMBER  TO TX-ACCOUNT-NUMBER
020164     MOVE "O"                TO TX-TYPE
020165     MOVE CL-AMOUNT          TO TX-AMOUNT
020166     MOVE MD-NUMERO-MANDAT   TO TX-TARGET-ACCOUNT
020167     MOVE CL-CURRENCY        TO TX-CURRENCY
020168     PERFORM 2050-POST-ONE-TRANSACTION THRU 2050-EXIT
020169     ADD 1 TO WS-MVTS-PRELEVEMENTS
020170     IF NOT MOUVEMENT-POSTE
020171         MOVE LG-REASON-CODE TO WS-PRELEV-RAISON
020172         PERFORM 1440-RETURN-COLLECTION THRU 1440-EXIT
020173         GO TO 1430-EXIT
020174     END-IF
020175     ADD 1 TO WS-PRELEVEMENTS-POSTES
020176     MOVE WS-DATE-AFFAIRES TO MD-DATE-DERNIER-PRELEV
020177     ADD 1 TO MD-NB-PRELEVEMENTS
020178     IF NOT MODE-SIMULATION
020179         REWRITE MANDATE-RECORD
020180             INVALID KEY
020181                 DISPLAY "ERREUR REECRITURE MANDAT : "
020182                         MD-CREANCIER-ID " " MD-REFERENCE-MANDAT
020183         END-REWRITE
020184     END-IF
020185     MOVE "P" TO WS-PRELEV-STATUT
020186     PERFORM 1445-WRITE-DD-HISTORY THRU 1445-EXIT.
020187 1430-EXIT.
020188     EXIT.
020189*-----------------------------------------------------------------
020190* 1440-RETURN-COLLECTION -- RETOURNE LE PRELEVEMENT COURANT AU
020191* CREANCIER : TRADUIT LA RAISON INTERNE EN CODE MOTIF SEPA, ECRIT
020192* LE RETOUR SUR DDRET (PAS EN SIMULATION) ET HISTORISE LE
020193* PRELEVEMENT EN STATUT "R" (SAUF UN DOUBLON, DEJA HISTORISE SOUS
020194* SA REFERENCE).
020195*-----------------------------------------------------------------
020196 1440-RETURN-COLLECTION.
020197     EVALUATE WS-PRELEV-RAISON
020198         WHEN "MINC" WHEN "MCPT" WHEN "MREV" WHEN "MEXP"
020199             MOVE "MD01" TO WS-PRELEV-RAISON-SEPA
020200         WHEN "DUPL"
020201             MOVE "AM05" TO WS-PRELEV-RAISON-SEPA
020202         WHEN "NACC"
020203             MOVE "AC01" TO WS-PRELEV-RAISON-SEPA
020204         WHEN "CLOS"
020205             MOVE "AC04" TO WS-PRELEV-RAISON-SEPA
020206         WHEN "GELE" WHEN "DORM" WHEN "BLOQ"
020207             MOVE "AC06" TO WS-PRELEV-RAISON-SEPA
020208         WHEN "DEVI"
020209             MOVE "AM03" TO WS-PRELEV-RAISON-SEPA
020210         WHEN "NSF"
020211             MOVE "AM04" TO WS-PRELEV-RAISON-SEPA
020212         WHEN "STOP"
020213             MOVE "SL01" TO WS-PRELEV-RAISON-SEPA
020214         WHEN OTHER
020215             MOVE "MS03" TO WS-PRELEV-RAISON-SEPA
020216     END-EVALUATE
020217     ADD 1 TO WS-PRELEVEMENTS-RETOURNES
020218     MOVE SPACES                TO DD-RETURN-RECORD
020219     MOVE "R"                   TO RT-GENRE
020220     MOVE CL-CREANCIER-ID       TO RT-CREANCIER-ID
020221     MOVE CL-REFERENCE-MANDAT   TO RT-REFERENCE-MANDAT
020222     MOVE CL-REFERENCE-PRELEV   TO RT-REFERENCE-PRELEV
020223     MOVE CL-ACCOUNT-NUMBER     TO RT-ACCOUNT-NUMBER
020224     MOVE CL-AMOUNT             TO RT-AMOUNT
020225     MOVE WS-PRELEV-RAISON-SEPA TO RT-RAISON-SEPA
020226     MOVE WS-PRELEV-RAISON      TO RT-RAISON-INTERNE
020227     MOVE WS-DATE-AFFAIRES      TO RT-DATE
020228     IF NOT MODE-SIMULATION
020229         WRITE DD-RETURN-RECORD
020230     END-IF
020231     DISPLAY "PRELEVEMENT RETOURNE (" WS-PRELEV-RAISON-SEPA "/"
020232             WS-PRELEV-RAISON ") : " CL-ACCOUNT-NUMBER " "
020233             CL-AMOUNT " " CL-CREANCIER-ID
020234     IF WS-PRELEV-RAISON NOT = "DUPL"
020235         MOVE "R" TO WS-PRELEV-STATUT
020236         PERFORM 1445-WRITE-DD-HISTORY THRU 1445-EXIT
020237     END-IF.
020238 1440-EXIT.
020239     EXIT.
020240*-----------------------------------------------------------------
020241* 1445-WRITE-DD-HISTORY -- HISTORISE LE PRELEVEMENT COURANT SUR
020242* DDHIST AVEC SON STATUT (WS-PRELEV-STATUT) ET SA RAISON (PAS EN
020243* SIMULATION).
020244*-----------------------------------------------------------------
020245 1445-WRITE-DD-HISTORY.
020246     MOVE SPACES                  TO DD-HISTORY-RECORD
020247     MOVE CL-CREANCIER-ID         TO DH-CREANCIER-ID
020248     MOVE CL-REFERENCE-PRELEV     TO DH-REFERENCE-PRELEV
020249     MOVE CL-REFERENCE-MANDAT     TO DH-REFERENCE-MANDAT
020250     MOVE WS-PRELEV-NUMERO-MANDAT TO DH-NUMERO-MANDAT
020251     MOVE CL-ACCOUNT-NUMBER       TO DH-ACCOUNT-NUMBER
020252     MOVE CL-AMOUNT               TO DH-AMOUNT
020253     MOVE WS-DATE-AFFAIRES        TO DH-DATE-PRELEVEMENT
020254     MOVE WS-PRELEV-STATUT        TO DH-STATUT
020255     MOVE WS-PRELEV-RAISON        TO DH-RAISON
020256     MOVE WS-DATE-AFFAIRES        TO DH-DATE-TRAITEMENT
020257     IF NOT MODE-SIMULATION
020258         WRITE DD-HISTORY-RECORD
020259             INVALID KEY
020260                 DISPLAY "ERREUR ECRITURE HISTO. PRELEVEMENT : "
020261                         DH-CREANCIER-ID " " DH-REFERENCE-PRELEV
020262         END-WRITE
020263     END-IF.
020264 1445-EXIT.
020265     EXIT.
020266*-----------------------------------------------------------------
020267* 1450-PROCESS-REFUNDS -- APPLIQUE LES DEMANDES DE REMBOURSEMENT
020268* DE PRELEVEMENTS SAISIES PAR LES AGENCES (DDREFIN).  FICHIER
020269* ABSENT OU VIDE : AUCUN REMBOURSEMENT.
020270*-----------------------------------------------------------------
020271 1450-PROCESS-REFUNDS.
020272     OPEN INPUT DD-REFUNDS
020273     PERFORM 8059-READ-REFUND THRU 8059-EXIT
020274     PERFORM 1460-APPLY-ONE-REFUND THRU 1460-EXIT
020275         UNTIL REMBOURSEMENTS-END-OF-FILE
020276     CLOSE DD-REFUNDS.
020277 1450-EXIT.
020278     EXIT.
020279*-----------------------------------------------------------------
020280* 1460-APPLY-ONE-REFUND -- CONTROLE LA DEMANDE COURANTE CONTRE
020281* L'HISTORIQUE DES PRELEVEMENTS PUIS CONSTRUIT LE MOUVEMENT DE
020282* REMBOURSEMENT ("U", MONTANT DU PRELEVEMENT, NUMERO INTERNE DU
020283* MANDAT EN CIBLE) ET LE POSTE PAR 2050 : UNE DEMANDE IRRECEVABLE
020284* EST REFUSEE AU GRAND LIVRE PAR 4800 AVEC SA RAISON.  REMBOURSE,
020285* LE PRELEVEMENT PASSE EN STATUT "F" ET LE REMBOURSEMENT EST
020286* RECLAME AU CREANCIER SUR DDRET (MOTIF MD06).  EN REPRISE, UN
020287* REMBOURSEMENT DEJA FAIT A LA DATE D'AFFAIRES EST SAUTE.  PUIS
020288* LIT LA DEMANDE SUIVANTE.
020289*-----------------------------------------------------------------
020290 1460-APPLY-ONE-REFUND.
020291     ADD 1 TO WS-REMBOURSEMENTS-DEMANDES
020292     MOVE SPACES TO WS-PRELEV-RAISON
020293     MOVE SPACES TO WS-PRELEV-NUMERO-MANDAT
020294     MOVE ZERO   TO WS-PRELEV-MONTANT
020295     MOVE RF-CREANCIER-ID     TO DH-CREANCIER-ID
020296     MOVE RF-REFERENCE-PRELEV TO DH-REFERENCE-PRELEV
020297     PERFORM 8058-READ-DD-HISTORY THRU 8058-EXIT
020298     IF RESTARTING AND PRELEVEMENT-CONNU AND DH-REMBOURSE
020299             AND DH-DATE-REMBOURSEMENT = WS-DATE-AFFAIRES
020300         ADD 1 TO WS-PRELEVEMENTS-SAUTES
020301         GO TO 1460-SUITE
020302     END-IF
020303     PERFORM 1465-CHECK-REFUND THRU 1465-EXIT
020304     MOVE SPACES                  TO TRANSACTION-RECORD
020305     MOVE "D"                     TO TX-RECORD-TYPE
020306     MOVE RF-ACCOUNT-NUMBER       TO TX-ACCOUNT-NUMBER
020307     MOVE "U"                     TO TX-TYPE
020308     MOVE WS-PRELEV-MONTANT       TO TX-AMOUNT
020309     MOVE WS-PRELEV-NUMERO-MANDAT TO TX-TARGET-ACCOUNT
020310     PERFORM 2050-POST-ONE-TRANSACTION THRU 2050-EXIT
020311     ADD 1 TO WS-MVTS-PRELEVEMENTS
020312     IF NOT MOUVEMENT-POSTE
020313         ADD 1 TO WS-REMBOURSEMENTS-REFUSES
020314         DISPLAY "REMBOURSEMENT DE PRELEVEMENT REFUSE ("
020315                 LG-REASON-CODE ") : " RF-ACCOUNT-NUMBER " "
020316                 RF-REFERENCE-PRELEV
020317         GO TO 1460-SUITE
020318     END-IF
020319     ADD 1 TO WS-REMBOURSEMENTS-POSTES
020320     MOVE "F"              TO DH-STATUT
020321     MOVE WS-DATE-AFFAIRES TO DH-DATE-REMBOURSEMENT
020322     MOVE WS-DATE-AFFAIRES TO DH-DATE-TRAITEMENT
020323     IF NOT MODE-SIMULATION
020324         REWRITE DD-HISTORY-RECORD
020325             INVALID KEY
020326                 DISPLAY "ERREUR REECRITURE HISTO. PRELEVEMENT : "
020327                         DH-CREANCIER-ID " " DH-REFERENCE-PRELEV
020328         END-REWRITE
020329     END-IF
020330     MOVE SPACES              TO DD-RETURN-RECORD
020331     MOVE "F"                 TO RT-GENRE
020332     MOVE DH-CREANCIER-ID     TO RT-CREANCIER-ID
020333     MOVE DH-REFERENCE-MANDAT TO RT-REFERENCE-MANDAT
020334     MOVE DH-REFERENCE-PRELEV TO RT-REFERENCE-PRELEV
020335     MOVE DH-ACCOUNT-NUMBER   TO RT-ACCOUNT-NUMBER
020336     MOVE DH-AMOUNT           TO RT-AMOUNT
020337     MOVE "MD06"              TO RT-RAISON-SEPA
020338     MOVE "REMB"              TO RT-RAISON-INTERNE
020339     MOVE WS-DATE-AFFAIRES    TO RT-DATE
020340     IF NOT MODE-SIMULATION
020341         WRITE DD-RETURN-RECORD
020342     END-IF.
020343 1460-SUITE.
020344     PERFORM 8059-READ-REFUND THRU 8059-EXIT.
020345 1460-EXIT.
020346     EXIT.
020347*-----------------------------------------------------------------
020348* 1465-CHECK-REFUND -- RECEVABILITE DE LA DEMANDE COURANTE : LE
020349* PRELEVEMENT EST CONNU SUR DDHIST POUR LE COMPTE DEMANDEUR, A ETE
020350* POSTE, N'EST PAS DEJA REMBOURSE, ET LA DEMANDE ARRIVE DANS LES
020351* 8 SEMAINES (56 JOURS) QUI SUIVENT LE DEBIT.  LE MONTANT ET LE
020352* NUMERO DE MANDAT DU PRELEVEMENT SONT RETENUS ; WS-PRELEV-RAISON
020353* RESTE A BLANC SI LA DEMANDE EST RECEVABLE.
020354*-----------------------------------------------------------------
020355 1465-CHECK-REFUND.
020356     IF NOT PRELEVEMENT-CONNU
020357         MOVE "RINC" TO WS-PRELEV-RAISON
020358         GO TO 1465-EXIT
020359     END-IF
020360     IF DH-ACCOUNT-NUMBER NOT = RF-ACCOUNT-NUMBER
020361         MOVE "RINC" TO WS-PRELEV-RAISON
020362         GO TO 1465-EXIT
020363     END-IF
020364     MOVE DH-NUMERO-MANDAT TO WS-PRELEV-NUMERO-MANDAT
020365     MOVE DH-AMOUNT        TO WS-PRELEV-MONTANT
020366     IF DH-REMBOURSE
020367         MOVE "RDEJ" TO WS-PRELEV-RAISON
020368         GO TO 1465-EXIT
020369     END-IF
020370     IF NOT DH-POSTE
020371         MOVE "RINC" TO WS-PRELEV-RAISON
020372         GO TO 1465-EXIT
020373     END-IF
020374     MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
020375     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
020376     MOVE WS-DT-JOURS TO WS-PRELEV-JOURS-AFFAIRES
020377     MOVE DH-DATE-PRELEVEMENT TO WS-DATE-CALCUL
020378     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
020379     IF WS-PRELEV-JOURS-AFFAIRES - WS-DT-JOURS
020380             > WS-PRELEV-DELAI-REMB
020381         MOVE "RDEL" TO WS-PRELEV-RAISON
020382     END-IF.
020383 1465-EXIT.
020384     EXIT.
020385*-----------------------------------------------------------------
020386* 8057-READ-COLLECTION -- LECTURE SEQUENTIELLE DU FICHIER DES
020387* PRELEVEMENTS (L'ENREGISTREMENT LU EST RECOPIE DANS LA VUE
020388* COLLECTION-RECORD DE TRAVAIL).
020389*-----------------------------------------------------------------
020390 8057-READ-COLLECTION.
020391     READ DD-COLLECTIONS
020392         AT END
020393             MOVE "Y" TO WS-DDIN-EOF-SW
020394         NOT AT END
020395             MOVE DD-COLLECTION-IN TO COLLECTION-RECORD
020396     END-READ.
020397 8057-EXIT.
020398     EXIT.
020399*-----------------------------------------------------------------
020400* 8058-READ-DD-HISTORY -- RECHERCHE SUR DDHIST LE PRELEVEMENT DONT
020401* LA CLE EST PREPAREE PAR L'APPELANT ET POSITIONNE WS-DDH-SW.
020402*-----------------------------------------------------------------
020403 8058-READ-DD-HISTORY.
020404     MOVE "N" TO WS-DDH-SW
020405     READ DD-HISTORY
020406         INVALID KEY
020407             CONTINUE
020408         NOT INVALID KEY
020409             MOVE "Y" TO WS-DDH-SW
020410     END-READ.
020411 8058-EXIT.
020412     EXIT.
020413*-----------------------------------------------------------------
020414* 8059-READ-REFUND -- LECTURE SEQUENTIELLE DES DEMANDES DE
020415* REMBOURSEMENT.
020416*-----------------------------------------------------------------
020417 8059-READ-REFUND.
020418     READ DD-REFUNDS
020419         AT END
020420             MOVE "Y" TO WS-DDREF-EOF-SW
020421     END-READ.
020422 8059-EXIT.
020423     EXIT.
020424*-----------------------------------------------------------------
020425* 2700-PROCESS-REVERSALS -- PASSE DES EXTOURNES D'OPERATEUR :
020426* CHAQUE DEMANDE APPROUVEE CHARGEE PAR 1370 EST CONTROLEE PUIS
020427* POSTEE EN ECRITURE INVERSE, OU REFUSEE SUR REVEXC.  HORS DU
020428* CIRCUIT 2050 : NI FRAIS, NI CONTROLE DE PROVISION, NI
020429* SURVEILLANCE, ET LA DATE DE DERNIER MOUVEMENT DU COMPTE N'EST
020430* PAS TOUCHEE.
020431*-----------------------------------------------------------------
020432 2700-PROCESS-REVERSALS.
020433     IF WS-EXT-COUNT = ZERO
020434         DISPLAY "AUCUNE EXTOURNE APPROUVEE"
020435         GO TO 2700-EXIT
020436     END-IF
020437     MOVE "N"        TO WS-EXT-FIN-SW
020438     MOVE LOW-VALUES TO WS-EXT-CLE-LUE
020439     MOVE "E"        TO WS-EXT-CLE-LUE (1:1)
020440     PERFORM 2702-NEXT-REVERSAL THRU 2702-EXIT
020441         UNTIL FIN-DES-EXTOURNES
020442     DISPLAY "EXTOURNES DEMANDEES      : " WS-EXTOURNES-DEMANDEES
020443     DISPLAY "EXTOURNES POSTEES        : " WS-EXTOURNES-POSTEES
020444     DISPLAY "EXTOURNES REFUSEES       : " WS-EXTOURNES-REFUSEES
020445     DISPLAY "EXTOURNES DEJA POSTEES   : " WS-EXTOURNES-SAUTEES.
020446 2700-EXIT.
020447     EXIT.
020448*-----------------------------------------------------------------
020449* 2702-NEXT-REVERSAL -- LIT LA DEMANDE QUI SUIT LA DERNIERE CLE
020450* TRAITEE (WS-EXT-CLE-LUE), LA COPIE DANS REVERSAL-ENTRY ET LA
020451* TRAITE.  LE POSTAGE LIT ET ECRIT LUI-MEME LE FICHIER DE
020452* TRAVAIL : LA POSITION EST DONC REPRISE SUR LA CLE A CHAQUE
020453* DEMANDE.  ARRET SUR UN AUTRE TYPE D'ENTREE.
020454*-----------------------------------------------------------------
020455 2702-NEXT-REVERSAL.
020456     MOVE WS-EXT-CLE-LUE TO WK-CLE
020457     START WORK-SET-FILE KEY IS GREATER THAN WK-CLE
020458         INVALID KEY
020459             MOVE "Y" TO WS-EXT-FIN-SW
020460             GO TO 2702-EXIT
020461     END-START
020462     READ WORK-SET-FILE NEXT RECORD
020463         AT END
020464             MOVE "Y" TO WS-EXT-FIN-SW
020465             GO TO 2702-EXIT
020466     END-READ
020467     IF NOT WK-EXTOURNE
020468         MOVE "Y" TO WS-EXT-FIN-SW
020469         GO TO 2702-EXIT
020470     END-IF
020471     MOVE WORK-SET-RECORD TO REVERSAL-ENTRY
020472     MOVE WK-CLE          TO WS-EXT-CLE-LUE
020473     PERFORM 2710-APPLY-ONE-REVERSAL THRU 2710-EXIT.
020474 2702-EXIT.
020475     EXIT.
020476*-----------------------------------------------------------------
020477* 2710-APPLY-ONE-REVERSAL -- CONTROLE LA DEMANDE COPIEE DANS
020478* REVERSAL-ENTRY : ECRITURE TROUVEE (SINON PURGEE OU INTROUVABLE),
020479* POSTEE, DE TYPE EXTOURNABLE, PAS DEJA EXTOURNEE (REVHIST), JAMBE
020480* PAIRE TROUVEE ET PAS DEJA EXTOURNEE POUR UN VIREMENT, COMPTES
020481* CONNUS ET NON CLOS.  TOUS LES CONTROLES PRECEDENT LE POSTAGE :
020482* LES DEUX JAMBES SONT EXTOURNEES ENSEMBLE OU PAS DU TOUT.  EN
020483* REPRISE, UNE EXTOURNE DEJA POSTEE A LA DATE D'AFFAIRES EST
020484* SAUTEE.
020485*-----------------------------------------------------------------
020486 2710-APPLY-ONE-REVERSAL.
020487     ADD 1 TO WS-EXTOURNES-DEMANDEES
020488     IF NOT RVT-TROUVEE
020489         IF WS-EXT-PREMIERE-DATE NOT = SPACES
020490                 AND RVT-DATE < WS-EXT-PREMIERE-DATE
020491             MOVE "PURG" TO WS-EXT-RAISON
020492         ELSE
020493             MOVE "INTR" TO WS-EXT-RAISON
020494         END-IF
020495         PERFORM 2750-WRITE-REVERSAL-EXC THRU 2750-EXIT
020496         GO TO 2710-EXIT
020497     END-IF
020498     MOVE RVT-ORIGINE TO WS-EXT-VUE
020499     IF NOT EV-STATUS-POSTED
020500         MOVE "REFU" TO WS-EXT-RAISON
020501         PERFORM 2750-WRITE-REVERSAL-EXC THRU 2750-EXIT
020502         GO TO 2710-EXIT
020503     END-IF
020504     PERFORM 2720-SET-REVERSAL-TYPE THRU 2720-EXIT
020505     IF WS-EXT-TYPE-JAMBE = SPACE
020506         MOVE "TYPE" TO WS-EXT-RAISON
020507         PERFORM 2750-WRITE-REVERSAL-EXC THRU 2750-EXIT
020508         GO TO 2710-EXIT
020509     END-IF
020510     MOVE WS-EXT-TYPE-JAMBE TO WS-EXT-TYPE
020511     MOVE EV-TIMESTAMP (1:8) TO WS-EXT-CLE-DATE
020512     MOVE EV-ACCOUNT-NUMBER  TO WS-EXT-CLE-COMPTE
020513     MOVE EV-SEQUENCE        TO WS-EXT-CLE-SEQUENCE
020514     MOVE WS-EXT-CLE-ORIGINE TO RH-CLE-ECRITURE
020515     PERFORM 8054-READ-REVERSAL-HISTORY THRU 8054-EXIT
020516     IF EXTOURNE-CONNUE
020517         IF RESTARTING AND RH-DATE-EXTOURNE = WS-DATE-AFFAIRES
020518             ADD 1 TO WS-EXTOURNES-SAUTEES
020519             DISPLAY "REPRISE : EXTOURNE DEJA POSTEE : "
020520                     RVT-ACCOUNT " " RVT-DATE " " RVT-SEQUENCE
020521             GO TO 2710-EXIT
020522         END-IF
020523         MOVE "DEJA" TO WS-EXT-RAISON
020524         PERFORM 2750-WRITE-REVERSAL-EXC THRU 2750-EXIT
020525         GO TO 2710-EXIT
020526     END-IF
020527     MOVE "N"    TO WS-EXT-PAIRE-SW
020528     MOVE SPACES TO WS-EXT-CLE-PAIRE
020529     MOVE ZERO   TO WS-EXT-PAIRE-SEQUENCE
020530     IF EV-TRANS-TYPE = "T" OR EV-TRANS-TYPE = "S"
020531             OR EV-TRANS-TYPE = "V"
020532         IF NOT RVT-PAIRE-TROUVEE
020533             MOVE "PAIR" TO WS-EXT-RAISON
020534             PERFORM 2750-WRITE-REVERSAL-EXC THRU 2750-EXIT
020535             GO TO 2710-EXIT
020536         END-IF
020537         MOVE "Y" TO WS-EXT-PAIRE-SW
020538         MOVE RVT-PAIRE TO WS-EXT-VUE
020539         PERFORM 2720-SET-REVERSAL-TYPE THRU 2720-EXIT
020540         MOVE WS-EXT-TYPE-JAMBE  TO WS-EXT-TYPE-PAIRE
020541         MOVE EV-TIMESTAMP (1:8) TO WS-EXT-PAIRE-DATE
020542         MOVE EV-ACCOUNT-NUMBER  TO WS-EXT-PAIRE-COMPTE
020543         MOVE EV-SEQUENCE        TO WS-EXT-PAIRE-SEQUENCE
020544         MOVE WS-EXT-CLE-PAIRE   TO RH-CLE-ECRITURE
020545         PERFORM 8054-READ-REVERSAL-HISTORY THRU 8054-EXIT
020546         IF EXTOURNE-CONNUE
020547             MOVE "DEJA" TO WS-EXT-RAISON
020548             PERFORM 2750-WRITE-REVERSAL-EXC THRU 2750-EXIT
020549             GO TO 2710-EXIT
020550         END-IF
020551         PERFORM 2725-CHECK-LEG-ACCOUNT THRU 2725-EXIT
020552         IF WS-EXT-RAISON NOT = SPACES
020553             PERFORM 2750-WRITE-REVERSAL-EXC THRU 2750-EXIT
020554             GO TO 2710-EXIT
020555         END-IF
020556     END-IF
020557     MOVE RVT-ORIGINE TO WS-EXT-VUE
020558     PERFORM 2725-CHECK-LEG-ACCOUNT THRU 2725-EXIT
020559     IF WS-EXT-RAISON NOT = SPACES
020560         PERFORM 2750-WRITE-REVERSAL-EXC THRU 2750-EXIT
020561         GO TO 2710-EXIT
020562     END-IF
020563     PERFORM 8600-BUILD-TIMESTAMP THRU 8600-EXIT
020564     MOVE RVT-ORIGINE TO WS-EXT-JAMBE
020565     MOVE WS-EXT-TYPE              TO WS-EXT-TYPE-JAMBE
020566     PERFORM 2730-POST-ONE-LEG THRU 2730-EXIT
020567     MOVE WS-EXT-CLE-PAIRE         TO RH-CLE-PAIRE
020568     PERFORM 2740-WRITE-REVERSAL-HISTORY THRU 2740-EXIT
020569     IF EXTOURNE-A-DEUX-JAMBES
020570         MOVE RVT-PAIRE TO WS-EXT-JAMBE
020571         MOVE WS-EXT-TYPE-PAIRE      TO WS-EXT-TYPE-JAMBE
020572         PERFORM 2730-POST-ONE-LEG THRU 2730-EXIT
020573         MOVE WS-EXT-CLE-ORIGINE     TO RH-CLE-PAIRE
020574         PERFORM 2740-WRITE-REVERSAL-HISTORY THRU 2740-EXIT
020575     END-IF
020576     ADD 1 TO WS-EXTOURNES-POSTEES.
020577 2710-EXIT.
020578     EXIT.
020579*-----------------------------------------------------------------
020580* 2720-SET-REVERSAL-TYPE -- WS-EXT-TYPE-JAMBE RECOIT LE TYPE DE
020581* L'ECRITURE INVERSE DE CELLE EN WS-EXT-VUE : "Y" (DEBIT) POUR
020582* UN CREDIT "D" "V" "E", "Z" (CREDIT) POUR UN DEBIT "W" "T"
020583* "S" "F".  UN PAIEMENT SORTANT ("T" RAISON "EXTB", DEJA PARTI EN
020584* COMPENSATION) ET TOUT AUTRE TYPE NE S'EXTOURNENT PAS (BLANC).
020585*-----------------------------------------------------------------
020586 2720-SET-REVERSAL-TYPE.
020587     EVALUATE EV-TRANS-TYPE
020588         WHEN "D" WHEN "V" WHEN "E"
020589             MOVE "Y" TO WS-EXT-TYPE-JAMBE
020590         WHEN "W" WHEN "S" WHEN "F"
020591             MOVE "Z" TO WS-EXT-TYPE-JAMBE
020592         WHEN "T"
020593             IF EV-REASON-CODE = "EXTB"
020594                 MOVE SPACE TO WS-EXT-TYPE-JAMBE
020595             ELSE
020596                 MOVE "Z" TO WS-EXT-TYPE-JAMBE
020597             END-IF
020598         WHEN OTHER
020599             MOVE SPACE TO WS-EXT-TYPE-JAMBE
020600     END-EVALUATE.
020601 2720-EXIT.
020602     EXIT.
020603*-----------------------------------------------------------------
020604* 2725-CHECK-LEG-ACCOUNT -- LE COMPTE DE L'ECRITURE EN WS-EXT-VUE
020605* DOIT EXISTER ("NACC") ET NE PAS ETRE CLOS ("CLOS") ; UN COMPTE
020606* GELE OU DORMANT PEUT ETRE EXTOURNE.  WS-EXT-RAISON PORTE LE
020607* VERDICT (BLANC : COMPTE ACCEPTE).
020608*-----------------------------------------------------------------
020609 2725-CHECK-LEG-ACCOUNT.
020610     MOVE SPACES TO WS-EXT-RAISON
020611     MOVE "N" TO WS-KEY-SW
020612     MOVE EV-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
020613     READ ACCOUNT-MASTER
020614         INVALID KEY
020615             MOVE "Y" TO WS-KEY-SW
020616     END-READ
020617     IF ACCOUNT-NOT-FOUND
020618         MOVE "NACC" TO WS-EXT-RAISON
020619         GO TO 2725-EXIT
020620     END-IF
020621     PERFORM 8760-APPLY-SIM-OVERLAY THRU 8760-EXIT
020622     IF ACCOUNT-CLOSED
020623         MOVE "CLOS" TO WS-EXT-RAISON
020624     END-IF.
020625 2725-EXIT.
020626     EXIT.
020627*-----------------------------------------------------------------
020628* 2730-POST-ONE-LEG -- POSTE L'ECRITURE INVERSE DE L'ECRITURE EN
020629* WS-EXT-JAMBE (TYPE WS-EXT-TYPE-JAMBE) : MEME COMPTE, MEME
020630* MONTANT, MEME DEVISE ET MEME TAUX, RAISON "EX" + TYPE D'ORIGINE,
020631* CONTREPARTIE = DATE D'AFFAIRES D'ORIGINE, HORODATAGE COMMUN AUX
020632* DEUX JAMBES.  PREPARE L'HISTORIQUE REVHIST DE LA JAMBE.
020633*-----------------------------------------------------------------
020634 2730-POST-ONE-LEG.
020635     MOVE WS-EXT-JAMBE TO LEDGER-RECORD
020636     MOVE SPACES                TO REVERSAL-HISTORY-RECORD
020637     MOVE LG-TIMESTAMP (1:8)    TO RH-DATE-ORIGINE
020638     MOVE LG-ACCOUNT-NUMBER     TO RH-ACCOUNT-NUMBER
020639     MOVE LG-SEQUENCE           TO RH-SEQUENCE-ORIGINE
020640     MOVE LG-TRANS-TYPE         TO RH-TYPE-ORIGINE
020641     MOVE LG-AMOUNT             TO RH-AMOUNT
020642     MOVE LG-CURRENCY           TO RH-CURRENCY
020643     MOVE RVT-OP-SAISIE TO RH-OPERATEUR-SAISIE
020644     MOVE RVT-OP-APPROB TO RH-OPERATEUR-APPROB
020645     MOVE LG-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
020646     READ ACCOUNT-MASTER
020647         INVALID KEY
020648             DISPLAY "ERREUR LECTURE COMPTE A EXTOURNER : "
020649                     ACCOUNT-NUMBER
020650     END-READ
020651     PERFORM 8760-APPLY-SIM-OVERLAY THRU 8760-EXIT
020652     IF WS-EXT-TYPE-JAMBE = "Y"
020653         SUBTRACT LG-AMOUNT FROM BALANCE
020654     ELSE
020655         ADD LG-AMOUNT TO BALANCE
020656     END-IF
020657     PERFORM 8750-REWRITE-MASTER THRU 8750-EXIT
020658     MOVE LG-TRANS-TYPE        TO WS-EXT-MOTIF-TYPE
020659     MOVE WS-EXT-TYPE-JAMBE    TO LG-TRANS-TYPE
020660     MOVE WS-HORODATAGE        TO LG-TIMESTAMP
020661     MOVE BALANCE              TO LG-RESULTING-BALANCE
020662     MOVE "P"                  TO LG-STATUS
020663     MOVE WS-EXT-MOTIF         TO LG-REASON-CODE
020664     MOVE RH-DATE-ORIGINE      TO LG-COUNTERPARTY
020665     ADD 1 TO WS-LEDGER-SEQUENCE
020666     MOVE WS-LEDGER-SEQUENCE TO LG-SEQUENCE
020667     PERFORM 8720-WRITE-LEDGER-RECORD THRU 8720-EXIT
020668     MOVE WS-DATE-AFFAIRES     TO RH-DATE-EXTOURNE
020669     MOVE LG-SEQUENCE          TO RH-SEQUENCE-EXTOURNE
020670     MOVE LG-TRANS-TYPE        TO RH-TYPE-EXTOURNE
020671     DISPLAY "Extourne " LG-TRANS-TYPE " de " LG-AMOUNT " sur "
020672             ACCOUNT-NUMBER " (" WS-EXT-MOTIF " DU "
020673             RH-DATE-ORIGINE
020674             "). Solde actuel: " BALANCE.
020675 2730-EXIT.
020676     EXIT.
020677*-----------------------------------------------------------------
020678* 2740-WRITE-REVERSAL-HISTORY -- HISTORISE LA JAMBE EXTOURNEE SUR
020679* REVHIST (PAS EN SIMULATION) ; RH-CLE-PAIRE EST POSITIONNEE PAR
020680* L'APPELANT.
020681*-----------------------------------------------------------------
020682 2740-WRITE-REVERSAL-HISTORY.
020683     IF NOT MODE-SIMULATION
020684         WRITE REVERSAL-HISTORY-RECORD
020685             INVALID KEY
020686                 DISPLAY "ERREUR ECRITURE HISTO. EXTOURNE : "
020687                         RH-CLE-ECRITURE
020688         END-WRITE
020689     END-IF.
020690 2740-EXIT.
020691     EXIT.
020692*-----------------------------------------------------------------
020693* 2750-WRITE-REVERSAL-EXC -- EDITE LA DEMANDE COURANTE
020694* (REVERSAL-ENTRY) SUR REVEXC AVEC SA RAISON DE REFUS (PAS EN
020695* SIMULATION).
020696*-----------------------------------------------------------------
020697 2750-WRITE-REVERSAL-EXC.
020698     ADD 1 TO WS-EXTOURNES-REFUSEES
020699     MOVE SPACES                     TO REVERSAL-EXCEPTION-RECORD
020700     MOVE RVT-ACCOUNT                TO RE-ACCOUNT-NUMBER
020701     MOVE RVT-DATE                   TO RE-DATE-ORIGINE
020702     MOVE RVT-SEQUENCE               TO RE-SEQUENCE-ORIGINE
020703     MOVE WS-EXT-RAISON              TO RE-RAISON
020704     MOVE ZERO                       TO RE-AMOUNT
020705     IF RVT-TROUVEE
020706         MOVE RVT-ORIGINE TO WS-EXT-VUE
020707         MOVE EV-TRANS-TYPE TO RE-TYPE-ORIGINE
020708         MOVE EV-AMOUNT     TO RE-AMOUNT
020709     END-IF
020710     MOVE RVT-OP-APPROB              TO RE-OPERATEUR-APPROB
020711     MOVE WS-DATE-AFFAIRES           TO RE-DATE-TRAITEMENT
020712     IF NOT MODE-SIMULATION
020713         WRITE REVERSAL-EXCEPTION-RECORD
020714     END-IF
020715     DISPLAY "EXTOURNE REFUSEE (" WS-EXT-RAISON ") : "
020716             RVT-ACCOUNT " " RVT-DATE " " RVT-SEQUENCE.
020717 2750-EXIT.
020718     EXIT.
020719*-----------------------------------------------------------------
020720* 2800-PROCESS-PAYMENT-RELEASES -- PASSE DES DECISIONS SUR LES
020721* PAIEMENTS RETENUS : CHAQUE LIBERATION OU ANNULATION APPROUVEE A
020722* QUATRE YEUX (PAYREL, ECRIT PAR ACCOUNT-MAINTENANCE) EST
020723* APPLIQUEE A SA RETENUE SUR PAYHOLD.  LE MOUVEMENT LIBERE EST
020724* POSTE PAR LE CIRCUIT NORMAL 2050 SANS ETRE RETENU DE NOUVEAU.
020725*-----------------------------------------------------------------
020726 2800-PROCESS-PAYMENT-RELEASES.
020727     OPEN INPUT PAYMENT-RELEASES
020728     PERFORM 8083-READ-PAYMENT-RELEASE THRU 8083-EXIT
020729     PERFORM 2810-APPLY-ONE-RELEASE THRU 2810-EXIT
020730         UNTIL PAYREL-END-OF-FILE
020731     CLOSE PAYMENT-RELEASES
020732     DISPLAY "DECISIONS SUR RETENUES   : " WS-DECISIONS-DEMANDEES
020733     DISPLAY "LIBERATIONS POSTEES      : " WS-LIBERATIONS-POSTEES
020734     DISPLAY "LIBERATIONS REFUSEES     : " WS-LIBERATIONS-REFUSEES
020735     DISPLAY "RETENUES ANNULEES        : " WS-ANNULATIONS-RETENUES
020736     DISPLAY "DECISIONS REJETEES       : " WS-DECISIONS-REFUSEES
020737     DISPLAY "DECISIONS DEJA APPLIQUEES: " WS-DECISIONS-SAUTEES.
020738 2800-EXIT.
020739     EXIT.
020740*-----------------------------------------------------------------
020741* 2810-APPLY-ONE-RELEASE -- APPLIQUE LA DECISION COURANTE : LA
020742* RETENUE DOIT EXISTER SUR PAYHOLD ET ETRE ENCORE EN ATTENTE
020743* ("H"), SINON LA DECISION EST REJETEE (EN REPRISE, UNE DECISION
020744* DEJA APPLIQUEE A LA DATE D'AFFAIRES EST SAUTEE).  LA RETENUE EST
020745* REECRITE AVEC SON ETAT, LA DATE DE DECISION ET LES DEUX
020746* OPERATEURS, PUIS UN POINT DE REPRISE EST PRIS.  PUIS LIT LA
020747* SUIVANTE.
020748*-----------------------------------------------------------------
020749 2810-APPLY-ONE-RELEASE.
020750     ADD 1 TO WS-DECISIONS-DEMANDEES
020751     MOVE PR-DATE-RETENUE   TO PH-DATE-RETENUE
020752     MOVE PR-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
020753     MOVE PR-SEQUENCE       TO PH-SEQUENCE
020754     PERFORM 8084-READ-PAYMENT-HOLD THRU 8084-EXIT
020755     IF NOT RETENUE-CONNUE
020756             OR (NOT PR-LIBERATION AND NOT PR-ANNULATION)
020757         ADD 1 TO WS-DECISIONS-REFUSEES
020758         DISPLAY "DECISION REJETEE - RETENUE INCONNUE : "
020759                 PR-ACCOUNT-NUMBER " " PR-DATE-RETENUE " "
020760                 PR-SEQUENCE " " PR-DECISION
020761         GO TO 2810-SUITE
020762     END-IF
020763     IF NOT PH-RETENU
020764         IF RESTARTING AND PH-DATE-DECISION = WS-DATE-AFFAIRES
020765             ADD 1 TO WS-DECISIONS-SAUTEES
020766             DISPLAY "REPRISE : DECISION DEJA APPLIQUEE : "
020767                     PR-ACCOUNT-NUMBER " " PR-DATE-RETENUE " "
020768                     PR-SEQUENCE
020769             GO TO 2810-SUITE
020770         END-IF
020771         ADD 1 TO WS-DECISIONS-REFUSEES
020772         DISPLAY "DECISION REJETEE - RETENUE DEJA TRAITEE ("
020773                 PH-STATUT ") : " PR-ACCOUNT-NUMBER " "
020774                 PR-DATE-RETENUE " " PR-SEQUENCE
020775         GO TO 2810-SUITE
020776     END-IF
020777     IF PR-ANNULATION
020778         MOVE "A" TO PH-STATUT
020779         ADD 1 TO WS-ANNULATIONS-RETENUES
020780         DISPLAY "PAIEMENT RETENU ANNULE : " PR-ACCOUNT-NUMBER " "
020781                 PR-DATE-RETENUE " " PR-SEQUENCE
020782     ELSE
020783         PERFORM 2820-RELEASE-PAYMENT THRU 2820-EXIT
020784     END-IF
020785     MOVE WS-DATE-AFFAIRES    TO PH-DATE-DECISION
020786     MOVE PR-OPERATEUR-SAISIE TO PH-OPERATEUR-SAISIE
020787     MOVE PR-OPERATEUR-APPROB TO PH-OPERATEUR-APPROB
020788     IF NOT MODE-SIMULATION
020789         REWRITE PAYMENT-HOLD-RECORD
020790             INVALID KEY
020791                 DISPLAY "RETENUE NON REECRITE SUR PAYHOLD : "
020792                         PH-ACCOUNT-NUMBER " " PH-DATE-RETENUE " "
020793                         PH-SEQUENCE
020794         END-REWRITE
020795     END-IF
020796     PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT.
020797 2810-SUITE.
020798     PERFORM 8083-READ-PAYMENT-RELEASE THRU 8083-EXIT.
020799 2810-EXIT.
020800     EXIT.
020801*-----------------------------------------------------------------
020802* 2820-RELEASE-PAYMENT -- POSTE LE MOUVEMENT RETENU (IMAGE
020803* PH-IMAGE RECOPIEE DANS LE TAMPON TRANSACTION-RECORD) PAR LE
020804* CIRCUIT NORMAL, AVEC TOUS SES CONTROLES.  LA RETENUE PASSE A
020805* "L" ; SON RESULTAT EST "P" POSTE OU "R" REFUSE AVEC LA RAISON
020806* DU REFUS.  UN MOUVEMENT LIBERE REFUSE N'EST PAS RECYCLE.
020807*-----------------------------------------------------------------
020808 2820-RELEASE-PAYMENT.
020809     MOVE PH-IMAGE TO TRANSACTION-RECORD
020810     MOVE "T" TO WS-TYPE-JAMBE-DEBIT
020811     MOVE "Y" TO WS-LIBERATION-SW
020812     PERFORM 2050-POST-ONE-TRANSACTION THRU 2050-EXIT
020813     MOVE "N" TO WS-LIBERATION-SW
020814     ADD 1 TO WS-MVTS-LIBERES
020815     MOVE "L" TO PH-STATUT
020816     IF MOUVEMENT-POSTE
020817         MOVE "P"    TO PH-RESULTAT
020818         MOVE SPACES TO PH-RAISON-REFUS
020819         ADD 1 TO WS-LIBERATIONS-POSTEES
020820     ELSE
020821         MOVE "R"            TO PH-RESULTAT
020822         MOVE LG-REASON-CODE TO PH-RAISON-REFUS
020823         ADD 1 TO WS-LIBERATIONS-REFUSEES
020824         DISPLAY "PAIEMENT LIBERE REFUSE AU POSTAGE : "
020825                 PR-ACCOUNT-NUMBER " " PR-DATE-RETENUE " "
020826                 PR-SEQUENCE " RAISON " LG-REASON-CODE
020827     END-IF.
020828 2820-EXIT.
020829     EXIT.
020830*-----------------------------------------------------------------
020831* 8083-READ-PAYMENT-RELEASE -- LECTURE SEQUENTIELLE DES DECISIONS
020832* APPROUVEES SUR LES PAIEMENTS RETENUS.
020833*-----------------------------------------------------------------
020834 8083-READ-PAYMENT-RELEASE.
020835     READ PAYMENT-RELEASES
020836         AT END
020837             MOVE "Y" TO WS-PAYREL-EOF-SW
020838     END-READ.
020839 8083-EXIT.
020840     EXIT.
020841*-----------------------------------------------------------------
020842* 8084-READ-PAYMENT-HOLD -- RECHERCHE SUR PAYHOLD LA RETENUE DONT
020843* LA CLE EST PREPAREE PAR L'APPELANT ET POSITIONNE WS-PH-SW.
020844*-----------------------------------------------------------------
020845 8084-READ-PAYMENT-HOLD.
020846     MOVE "N" TO WS-PH-SW
020847     READ PAYMENT-HOLDS
020848         INVALID KEY
020849             CONTINUE
020850         NOT INVALID KEY
020851             MOVE "Y" TO WS-PH-SW
020852     END-READ.
020853 8084-EXIT.
020854     EXIT.
020855*-----------------------------------------------------------------
020856* 2900-PROCESS-CLEARING-ACKS -- ACQUITTEMENTS DU RESEAU DE
020857* COMPENSATION : UNE PRE-PASSE CONTROLE L'EN-TETE ET LE TOTAL DE
020858* LOT DE CLRACK (MEME DISCIPLINE QU'INPAY : UN FICHIER TRONQUE OU
020859* EN ECART EST REFUSE EN BLOC, CODE 16), PUIS CHAQUE DETAIL EST
020860* RAPPROCHE DU PAIEMENT EMIS SUR LE REGISTRE OUTPREG ; UN REJET
020861* EST RECREDITE AU COMPTE.  ENFIN LES TOTAUX ACQUITTES SONT
020862* RAPPROCHES DU TRAILER OUTPAY DU LOT (2940).  HORS DU CIRCUIT
020863* 2050 COMME LES EXTOURNES : NI FRAIS, NI SURVEILLANCE.
020864*-----------------------------------------------------------------
020865 2900-PROCESS-CLEARING-ACKS.
020866     OPEN INPUT CLEARING-ACKS
020867     PERFORM 8086-READ-CLEARING-ACK THRU 8086-EXIT
020868     IF ACQUITS-END-OF-FILE
020869         CLOSE CLEARING-ACKS
020870         DISPLAY "AUCUN ACQUITTEMENT DE COMPENSATION"
020871         GO TO 2900-EXIT
020872     END-IF
020873     IF NOT AQ-IS-BATCH-HEADER
020874         DISPLAY "EN-TETE DE LOT ABSENT SUR CLRACK - FICHIER DES "
020875                 "ACQUITTEMENTS REFUSE"
020876         IF MODE-SIMULATION
020877             PERFORM 3900-SIM-CARRY-FORWARD THRU 3900-EXIT
020878         ELSE
020879             PERFORM 3810-CARRY-CHEQUE-HOLDS THRU 3810-EXIT
020880         END-IF
020881         MOVE 16 TO RETURN-CODE
020882         STOP RUN
020883     END-IF
020884     MOVE AQ-BATCH-DATE TO WS-ACQ-DATE-LOT
020885     PERFORM 2905-TALLY-CLEARING-ACK THRU 2905-EXIT
020886         UNTIL ACQUITS-END-OF-FILE OR TRAILER-ACQUITS-LU
020887             OR NOT CONTROLES-ACQUITS-VALIDES
020888     IF CONTROLES-ACQUITS-VALIDES AND NOT TRAILER-ACQUITS-LU
020889         DISPLAY "TOTAL DE LOT ABSENT SUR CLRACK - FICHIER "
020890                 "TRONQUE ?"
020891         MOVE "N" TO WS-ACQUITS-CTL-SW
020892     END-IF
020893     IF CONTROLES-ACQUITS-VALIDES
020894         IF WS-NB-ACQUITS-CALCULE NOT = WS-NB-ACQUITS-ATTENDU
020895                 OR WS-HASH-ACQUITS-CALCULE
020896                     NOT = WS-HASH-ACQUITS-ATTENDU
020897             DISPLAY "TOTAUX DU LOT DES ACQUITTEMENTS EN ECART : "
020898                     "ATTENDU " WS-NB-ACQUITS-ATTENDU " / "
020899                     WS-HASH-ACQUITS-ATTENDU
020900                     " CALCULE " WS-NB-ACQUITS-CALCULE " / "
020901                     WS-HASH-ACQUITS-CALCULE
020902             MOVE "N" TO WS-ACQUITS-CTL-SW
020903         END-IF
020904     END-IF
020905     IF NOT CONTROLES-ACQUITS-VALIDES
020906         DISPLAY "FICHIER DES ACQUITTEMENTS REFUSE - AUCUN "
020907                 "ACQUITTEMENT APPLIQUE"
020908         IF MODE-SIMULATION
020909             PERFORM 3900-SIM-CARRY-FORWARD THRU 3900-EXIT
020910         ELSE
020911             PERFORM 3810-CARRY-CHEQUE-HOLDS THRU 3810-EXIT
020912         END-IF
020913         MOVE 16 TO RETURN-CODE
020914         STOP RUN
020915     END-IF
020916     CLOSE CLEARING-ACKS
020917     OPEN INPUT CLEARING-ACKS
020918     MOVE "N" TO WS-CLRACK-EOF-SW
020919     PERFORM 8086-READ-CLEARING-ACK THRU 8086-EXIT
020920     PERFORM 2910-APPLY-ONE-ACK THRU 2910-EXIT
020921         UNTIL ACQUITS-END-OF-FILE
020922     CLOSE CLEARING-ACKS
020923     PERFORM 2940-RECONCILE-BATCH THRU 2940-EXIT
020924     DISPLAY "ACQUITTEMENTS DU LOT     : " WS-ACQ-DATE-LOT
020925     DISPLAY "ACQUITTEMENTS LUS        : " WS-ACQUITS-LUS
020926     DISPLAY "PAIEMENTS ACCEPTES       : " WS-ACQUITS-ACCEPTES
020927     DISPLAY "PAIEMENTS REJETES        : " WS-ACQUITS-REJETES
020928     DISPLAY "REJETS RECREDITES        : " WS-RETOURS-CREDITES
020929     DISPLAY "ACQUITTEMENTS EN EXCEPT. : " WS-ACQUITS-EN-EXCEPTION
020930     DISPLAY "ACQUITTEMENTS DEJA FAITS : " WS-ACQUITS-SAUTES.
020931 2900-EXIT.
020932     EXIT.
020933*-----------------------------------------------------------------
020934* 2905-TALLY-CLEARING-ACK -- PRE-PASSE DE CONTROLE DU FICHIER DES
020935* ACQUITTEMENTS : COMPTE LES DETAILS ET CUMULE LEURS MONTANTS,
020936* RETIENT LES VALEURS ATTENDUES DU TOTAL DE LOT, INVALIDE LE LOT
020937* SUR UN DEUXIEME EN-TETE OU UN TYPE INCONNU.
020938*-----------------------------------------------------------------
020939 2905-TALLY-CLEARING-ACK.
020940     PERFORM 8086-READ-CLEARING-ACK THRU 8086-EXIT
020941     IF ACQUITS-END-OF-FILE
020942         GO TO 2905-EXIT
020943     END-IF
020944     EVALUATE TRUE
020945         WHEN AQ-IS-DETAIL
020946             ADD 1 TO WS-NB-ACQUITS-CALCULE
020947             ADD AQ-AMOUNT TO WS-HASH-ACQUITS-CALCULE
020948         WHEN AQ-IS-BATCH-TRAILER
020949             MOVE "Y" TO WS-ACQUITS-TRAILER-SW
020950             MOVE AQ-BATCH-COUNT      TO WS-NB-ACQUITS-ATTENDU
020951             MOVE AQ-BATCH-HASH-TOTAL TO WS-HASH-ACQUITS-ATTENDU
020952         WHEN AQ-IS-BATCH-HEADER
020953             DISPLAY "DEUXIEME EN-TETE SUR CLRACK - FICHIER "
020954                     "CONCATENE EN DOUBLE ?"
020955             MOVE "N" TO WS-ACQUITS-CTL-SW
020956         WHEN OTHER
020957             DISPLAY "TYPE D'ENREGISTREMENT INCONNU SUR CLRACK : "
020958                     AQ-RECORD-TYPE
020959             MOVE "N" TO WS-ACQUITS-CTL-SW
020960     END-EVALUATE.
020961 2905-EXIT.
020962     EXIT.
020963*-----------------------------------------------------------------
020964* 2910-APPLY-ONE-ACK -- APPLIQUE LE DETAIL D'ACQUITTEMENT COURANT
020965* (LES EN-TETE ET TOTAL SONT IGNORES, DEJA CONTROLES PAR LA
020966* PRE-PASSE) : LE PAIEMENT DOIT ETRE INSCRIT SUR OUTPREG POUR LE
020967* LOT ("INCO"), ENCORE EN ATTENTE ("DEJA" ; EN REPRISE, UN
020968* ACQUITTEMENT DEJA APPLIQUE A LA DATE D'AFFAIRES EST SAUTE), DU
020969* MEME MONTANT ("MONT") ET LE STATUT CONNU ("STAT").  LE PAIEMENT
020970* EST REECRIT ACCEPTE OU REJETE AVEC LA DATE D'ACQUITTEMENT ; UN
020971* REJET EST RECREDITE (2930), PUIS UN POINT DE REPRISE EST PRIS.
020972* PUIS LIT LE DETAIL SUIVANT.
020973*-----------------------------------------------------------------
020974 2910-APPLY-ONE-ACK.
020975     IF NOT AQ-IS-DETAIL
020976         GO TO 2910-SUITE
020977     END-IF
020978     ADD 1 TO WS-ACQUITS-LUS
020979     IF NOT AQ-ACCEPTE AND NOT AQ-REJETE
020980         MOVE "STAT" TO WS-ACQ-RAISON
020981         PERFORM 2950-WRITE-CLEARING-EXC THRU 2950-EXIT
020982         GO TO 2910-SUITE
020983     END-IF
020984     MOVE WS-ACQ-DATE-LOT   TO OG-DATE-LOT
020985     MOVE AQ-ACCOUNT-NUMBER TO OG-ACCOUNT-NUMBER
020986     MOVE AQ-REFERENCE      TO OG-REFERENCE
020987     PERFORM 8087-READ-OUTPAY-REGISTER THRU 8087-EXIT
020988     IF NOT PAIEMENT-EMIS-CONNU OR NOT OG-IS-DETAIL
020989         MOVE "INCO" TO WS-ACQ-RAISON
020990         PERFORM 2950-WRITE-CLEARING-EXC THRU 2950-EXIT
020991         GO TO 2910-SUITE
020992     END-IF
020993     IF NOT OG-EMIS
020994         IF RESTARTING AND OG-DATE-ACQUIT = WS-DATE-AFFAIRES
020995             ADD 1 TO WS-ACQUITS-SAUTES
020996             DISPLAY "REPRISE : ACQUITTEMENT DEJA APPLIQUE : "
020997                     AQ-ACCOUNT-NUMBER " " AQ-REFERENCE
020998             GO TO 2910-SUITE
020999         END-IF
021000         MOVE "DEJA" TO WS-ACQ-RAISON
021001         PERFORM 2950-WRITE-CLEARING-EXC THRU 2950-EXIT
021002         GO TO 2910-SUITE
021003     END-IF
021004     IF AQ-AMOUNT NOT = OG-AMOUNT
021005         MOVE "MONT" TO WS-ACQ-RAISON
021006         PERFORM 2950-WRITE-CLEARING-EXC THRU 2950-EXIT
021007         GO TO 2910-SUITE
021008     END-IF
021009     MOVE WS-DATE-AFFAIRES TO OG-DATE-ACQUIT
021010     IF AQ-ACCEPTE
021011         MOVE "A" TO OG-STATUT
021012         ADD 1 TO WS-ACQUITS-ACCEPTES
021013     ELSE
021014         MOVE "R"       TO OG-STATUT
021015         MOVE AQ-RAISON TO OG-RAISON-REJET
021016         ADD 1 TO WS-ACQUITS-REJETES
021017         PERFORM 2930-CREDIT-RETURN THRU 2930-EXIT
021018     END-IF
021019     IF NOT MODE-SIMULATION
021020         REWRITE OUTPAY-REGISTER-RECORD
021021             INVALID KEY
021022                 DISPLAY "PAIEMENT NON REECRIT SUR OUTPREG : "
021023                         OG-ACCOUNT-NUMBER " " OG-REFERENCE
021024         END-REWRITE
021025     END-IF
021026     PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT.
021027 2910-SUITE.
021028     PERFORM 8086-READ-CLEARING-ACK THRU 8086-EXIT.
021029 2910-EXIT.
021030     EXIT.
021031*-----------------------------------------------------------------
021032* 2930-CREDIT-RETURN -- RECREDITE AU COMPTE D'ORIGINE LE PAIEMENT
021033* REJETE PAR LE RESEAU (IMAGE OUTPREG) : ECRITURE "N" DU MONTANT
021034* ET DE LA DEVISE DU PAIEMENT EMIS, RAISON DU RESEAU, CONTREPARTIE
021035* = COMPTE EXTERNE.  COMME UNE EXTOURNE, UN COMPTE GELE, BLOQUE OU
021036* DORMANT EST RECREDITE ET LA DATE DE DERNIER MOUVEMENT N'EST PAS
021037* TOUCHEE ; UN COMPTE INCONNU OU CLOS N'EST PAS RECREDITE
021038* (OG-RESULTAT-RETOUR "X", EXCEPTION SUR CLREXC).
021040*-----------------------------------------------------------------
021041 2930-CREDIT-RETURN.
021042     MOVE "N" TO WS-KEY-SW
021043     MOVE OG-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
021044     READ ACCOUNT-MASTER
021045         INVALID KEY
021046             MOVE "Y" TO WS-KEY-SW
021047     END-READ
021048     IF ACCOUNT-NOT-FOUND
021049         MOVE "X"    TO OG-RESULTAT-RETOUR
021050         MOVE "NACC" TO WS-ACQ-RAISON
021051         PERFORM 2950-WRITE-CLEARING-EXC THRU 2950-EXIT
021052         GO TO 2930-EXIT
021053     END-IF
021054     PERFORM 8760-APPLY-SIM-OVERLAY THRU 8760-EXIT
021055     IF ACCOUNT-CLOSED
021056         MOVE "X"    TO OG-RESULTAT-RETOUR
021057         MOVE "CLOS" TO WS-ACQ-RAISON
021058         PERFORM 2950-WRITE-CLEARING-EXC THRU 2950-EXIT
021059         GO TO 2930-EXIT
021060     END-IF
021061     ADD OG-AMOUNT TO BALANCE
021062     PERFORM 8750-REWRITE-MASTER THRU 8750-EXIT
021063     PERFORM 8600-BUILD-TIMESTAMP THRU 8600-EXIT
021064     MOVE ACCOUNT-NUMBER     TO LG-ACCOUNT-NUMBER
021065     MOVE "N"                TO LG-TRANS-TYPE
021066     MOVE OG-AMOUNT          TO LG-AMOUNT
021067     MOVE WS-HORODATAGE      TO LG-TIMESTAMP
021068     MOVE BALANCE            TO LG-RESULTING-BALANCE
021069     MOVE "P"                TO LG-STATUS
021070     MOVE OG-RAISON-REJET    TO LG-REASON-CODE
021071     MOVE OG-COUNTERPARTY    TO LG-COUNTERPARTY
021072     IF OG-CURRENCY = SPACES
021073         MOVE "EUR"          TO LG-CURRENCY
021074     ELSE
021075         MOVE OG-CURRENCY    TO LG-CURRENCY
021076     END-IF
021077     MOVE 1                  TO LG-RATE-APPLIED
021078     ADD 1 TO WS-LEDGER-SEQUENCE
021079     MOVE WS-LEDGER-SEQUENCE TO LG-SEQUENCE
021080     PERFORM 8720-WRITE-LEDGER-RECORD THRU 8720-EXIT
021081     MOVE "C"                TO OG-RESULTAT-RETOUR
021082     MOVE LG-SEQUENCE        TO OG-SEQUENCE-RETOUR
021083     ADD 1 TO WS-RETOURS-CREDITES
021084     DISPLAY "Paiement rejete (" OG-RAISON-REJET ") de " OG-AMOUNT
021085             " recredite sur " ACCOUNT-NUMBER
021086             ". Solde actuel: " BALANCE.
021087 2930-EXIT.
021088     EXIT.
021089*-----------------------------------------------------------------
021090* 2940-RECONCILE-BATCH -- RAPPROCHE LE TOTAL DU FICHIER DES
021091* ACQUITTEMENTS DU TRAILER OUTPAY DU LOT (TOTAL DU REGISTRE) : LOT
021092* INCONNU OU NOMBRE ET TOTAL DE CONTROLE DIFFERENTS SONT SIGNALES
021093* ET DONNENT LE CODE RETOUR 4 EN FIN D'ETAPE.  HORS SIMULATION,
021094* LES ACQUITTEMENTS CUMULES DU LOT SONT RECOMPTES SUR LE REGISTRE
021096* (2945, REJOUABLE EN REPRISE) ET REPORTES SUR SON TOTAL.
021097*-----------------------------------------------------------------
021098 2940-RECONCILE-BATCH.
021099     MOVE WS-ACQ-DATE-LOT TO OG-DATE-LOT
021100     MOVE SPACES          TO OG-ACCOUNT-NUMBER
021101     MOVE ZERO            TO OG-REFERENCE
021102     PERFORM 8087-READ-OUTPAY-REGISTER THRU 8087-EXIT
021103     IF NOT PAIEMENT-EMIS-CONNU
021104         DISPLAY "LOT OUTPAY DU " WS-ACQ-DATE-LOT
021105                 " INCONNU SUR OUTPREG - ACQUITTEMENT NON "
021106                 "RAPPROCHE"
021107         MOVE "Y" TO WS-ACQUITS-ECART-SW
021108         GO TO 2940-EXIT
021109     END-IF
021110     IF WS-NB-ACQUITS-ATTENDU NOT = OG-NB-EMIS
021111             OR WS-HASH-ACQUITS-ATTENDU NOT = OG-HASH-EMIS
021112         DISPLAY "ACQUITTEMENT EN ECART AVEC LE TRAILER OUTPAY "
021113                 "DU "
021114                 WS-ACQ-DATE-LOT " : EMIS " OG-NB-EMIS " / "
021115                 OG-HASH-EMIS " ACQUITTES " WS-NB-ACQUITS-ATTENDU
021116                 " / " WS-HASH-ACQUITS-ATTENDU
021117         MOVE "Y" TO WS-ACQUITS-ECART-SW
021118     END-IF
021119     IF MODE-SIMULATION
021120         GO TO 2940-EXIT
021121     END-IF
021122     MOVE ZERO TO WS-RCP-NB-ACQUITTES
021123     MOVE ZERO TO WS-RCP-HASH-ACQUITTES
021124     MOVE ZERO TO WS-RCP-NB-REJETES
021125     MOVE ZERO TO WS-RCP-MONTANT-REJETE
021126     MOVE "N"  TO WS-OUTPREG-EOF-SW
021127     START OUTPAY-REGISTER KEY IS GREATER THAN OG-CLE
021128         INVALID KEY
021129             MOVE "Y" TO WS-OUTPREG-EOF-SW
021130     END-START
021131     PERFORM 2945-TALLY-REGISTER THRU 2945-EXIT
021132         UNTIL REGISTRE-LOT-FINI
021133     MOVE WS-ACQ-DATE-LOT TO OG-DATE-LOT
021134     MOVE SPACES          TO OG-ACCOUNT-NUMBER
021135     MOVE ZERO            TO OG-REFERENCE
021136     PERFORM 8087-READ-OUTPAY-REGISTER THRU 8087-EXIT
021137     MOVE WS-RCP-NB-ACQUITTES   TO OG-NB-ACQUITTES
021138     MOVE WS-RCP-HASH-ACQUITTES TO OG-HASH-ACQUITTES
021139     MOVE WS-RCP-NB-REJETES     TO OG-NB-REJETES
021140     MOVE WS-RCP-MONTANT-REJETE TO OG-MONTANT-REJETE
021141     MOVE WS-DATE-AFFAIRES      TO OG-DATE-DERNIER-ACQUIT
021142     REWRITE OUTPAY-REGISTER-RECORD
021143         INVALID KEY
021144             DISPLAY "TOTAL DU LOT NON REECRIT SUR OUTPREG : "
021145                     OG-DATE-LOT
021146     END-REWRITE.
021147 2940-EXIT.
021148     EXIT.
021149*-----------------------------------------------------------------
021150* 2945-TALLY-REGISTER -- LIT LE PAIEMENT SUIVANT DU REGISTRE ET,
021151* TANT QU'IL APPARTIENT AU LOT ACQUITTE, CUMULE LES PAIEMENTS
021152* ACQUITTES ET, PARMI EUX, LES REJETES.
021153*-----------------------------------------------------------------
021154 2945-TALLY-REGISTER.
021155     READ OUTPAY-REGISTER NEXT RECORD
021156         AT END
021157             MOVE "Y" TO WS-OUTPREG-EOF-SW
021158     END-READ
021159     IF REGISTRE-LOT-FINI
021160         GO TO 2945-EXIT
021161     END-IF
021162     IF OG-DATE-LOT NOT = WS-ACQ-DATE-LOT
021163         MOVE "Y" TO WS-OUTPREG-EOF-SW
021164         GO TO 2945-EXIT
021165     END-IF
021166     IF OG-ACCEPTE OR OG-REJETE
021167         ADD 1 TO WS-RCP-NB-ACQUITTES
021168         ADD OG-AMOUNT TO WS-RCP-HASH-ACQUITTES
021169     END-IF
021170     IF OG-REJETE
021171         ADD 1 TO WS-RCP-NB-REJETES
021172         ADD OG-AMOUNT TO WS-RCP-MONTANT-REJETE
021173     END-IF.
021174 2945-EXIT.
021175     EXIT.
021176*-----------------------------------------------------------------
021177* 2950-WRITE-CLEARING-EXC -- EDITE LE DETAIL D'ACQUITTEMENT
021178* COURANT SUR CLREXC AVEC SON IMAGE, LA DATE DU LOT ET LA RAISON
021179* (PAS EN SIMULATION).
021180*-----------------------------------------------------------------
021181 2950-WRITE-CLEARING-EXC.
021182     ADD 1 TO WS-ACQUITS-EN-EXCEPTION
021183     MOVE SPACES              TO CLEARING-ACK-EXCEPTION
021184     MOVE CLEARING-ACK-RECORD TO CX-IMAGE
021185     MOVE WS-ACQ-DATE-LOT     TO CX-DATE-LOT
021186     MOVE WS-ACQ-RAISON       TO CX-RAISON
021187     MOVE WS-DATE-AFFAIRES    TO CX-DATE-TRAITEMENT
021188     IF NOT MODE-SIMULATION
021189         WRITE CLEARING-ACK-EXCEPTION
021190     END-IF
021191     DISPLAY "ACQUITTEMENT EN EXCEPTION (" WS-ACQ-RAISON ") : "
021192             AQ-ACCOUNT-NUMBER " " AQ-REFERENCE " " AQ-AMOUNT.
021193 2950-EXIT.
021194     EXIT.
021195*-----------------------------------------------------------------
021196* 8086-READ-CLEARING-ACK -- LECTURE SEQUENTIELLE DU FICHIER DES
021197* ACQUITTEMENTS DE COMPENSATION.
021198*-----------------------------------------------------------------
021199 8086-READ-CLEARING-ACK.
021200     READ CLEARING-ACKS
021201         AT END
021202             MOVE "Y" TO WS-CLRACK-EOF-SW
021203     END-READ.
021204 8086-EXIT.
021205     EXIT.
021206*-----------------------------------------------------------------
021207* 8087-READ-OUTPAY-REGISTER -- RECHERCHE SUR OUTPREG LE PAIEMENT
021208* (OU LE TOTAL DE LOT) DONT LA CLE EST PREPAREE PAR L'APPELANT ET
021209* POSITIONNE WS-OG-SW.
021210*-----------------------------------------------------------------
021211 8087-READ-OUTPAY-REGISTER.
021212     MOVE "N" TO WS-OG-SW
021213     READ OUTPAY-REGISTER
021214         INVALID KEY
021215             CONTINUE
021216         NOT INVALID KEY
021217             MOVE "Y" TO WS-OG-SW
021218     END-READ.
021219 8087-EXIT.
021220     EXIT.
021221*-----------------------------------------------------------------
021222* 1310-LOAD-CHEQUE-CONTROL -- LIT LE DELAI D'ENCAISSEMENT DES
021223* CHEQUES SUR LE FICHIER DE CONTROLE CHQCTL.  FICHIER ABSENT OU
021224* VIDE : DELAI ZERO, LES CHEQUES SONT DISPONIBLES IMMEDIATEMENT.
021225*-----------------------------------------------------------------
021226 1310-LOAD-CHEQUE-CONTROL.
021227     OPEN INPUT CHEQUE-CONTROL
021228     READ CHEQUE-CONTROL
021229         AT END
021230             MOVE "Y" TO WS-CHQCTL-EOF-SW
021231     END-READ
021232     IF NOT CHQCTL-END-OF-FILE
021233         MOVE CQ-JOURS-ENCAISSEMENT TO WS-JOURS-ENCAISSEMENT
021234         DISPLAY "DELAI D'ENCAISSEMENT DES CHEQUES : "
021235                 WS-JOURS-ENCAISSEMENT " JOURS"
021236     END-IF
021237     CLOSE CHEQUE-CONTROL.
021238 1310-EXIT.
021239     EXIT.
021240*-----------------------------------------------------------------
021241* 1320-LOAD-TARIFF -- CHARGE LE TARIF EN VIGUEUR DU FICHIER DE
021242* CONTROLE DATE TARIFCTL : LE DERNIER ENREGISTREMENT DONT LA
021243* DATE D'EFFET N'EST PAS POSTERIEURE A LA DATE D'AFFAIRES EST LE
021244* TARIF DU RUN (MEME SCHEMA QUE RATECTL).  FICHIER ABSENT OU
021245* VIDE : AUCUN FRAIS TARIFAIRE N'EST PRELEVE.
021246*-----------------------------------------------------------------
021247 1320-LOAD-TARIFF.
021248     OPEN INPUT TARIFF-CONTROL
021249     PERFORM 8097-READ-TARIFF THRU 8097-EXIT
021250     PERFORM 1325-APPLY-ONE-TARIFF THRU 1325-EXIT
021251         UNTIL TARIF-END-OF-FILE
021252     CLOSE TARIFF-CONTROL
021253     IF WS-DATE-TARIF NOT = SPACES
021254         DISPLAY "TARIF DU " WS-DATE-TARIF
021255                 " : MENSUEL " WS-FRAIS-MENSUEL
021256                 " RETRAIT " WS-FRAIS-RETRAIT
021257                 " (FRANCHISE " WS-RETRAITS-GRATUITS
021258                 ") VIREMENT " WS-FRAIS-VIREMENT
021259     END-IF.
021260 1320-EXIT.
021261     EXIT.
021262*-----------------------------------------------------------------
021263* 1325-APPLY-ONE-TARIFF -- RETIENT LE TARIF COURANT S'IL EST EN
021264* VIGUEUR A LA DATE D'AFFAIRES (LE DERNIER LU ECRASE LE
021265* PRECEDENT), PUIS LIT LE SUIVANT.
021266*-----------------------------------------------------------------
021267 1325-APPLY-ONE-TARIFF.
021268     IF TF-DATE-EFFET NOT > WS-DATE-AFFAIRES
021269         MOVE TF-DATE-EFFET        TO WS-DATE-TARIF
021270         MOVE TF-FRAIS-MENSUEL     TO WS-FRAIS-MENSUEL
021271         MOVE TF-RETRAITS-GRATUITS TO WS-RETRAITS-GRATUITS
021272         MOVE TF-FRAIS-RETRAIT     TO WS-FRAIS-RETRAIT
021273         MOVE TF-FRAIS-VIREMENT    TO WS-FRAIS-VIREMENT
021274     END-IF
021275     PERFORM 8097-READ-TARIFF THRU 8097-EXIT.
021276 1325-EXIT.
021277     EXIT.
021278*-----------------------------------------------------------------
021279* 8097-READ-TARIFF -- LECTURE SEQUENTIELLE DU FICHIER DE
021280* CONTROLE DES TARIFS.
021281*-----------------------------------------------------------------
021282 8097-READ-TARIFF.
021283     READ TARIFF-CONTROL
021284         AT END
021285             MOVE "Y" TO WS-TARIF-EOF-SW
021286     END-READ.
021287 8097-EXIT.
021288     EXIT.
021289*-----------------------------------------------------------------
021290* 1390-LOAD-HOLD-CONTROL -- CHARGE LA FENETRE ET LE SEUIL INTERNE
021291* DE RETENUE EN VIGUEUR DU FICHIER DE CONTROLE DATE HOLDCTL (MEME
021292* SCHEMA QUE TARIFCTL), PUIS LES CHANGEMENTS DE COORDONNEES DE LA
021293* FENETRE (1395).  FENETRE NULLE, FICHIER ABSENT OU VIDE : AUCUN
021294* PAIEMENT N'EST RETENU.
021295*-----------------------------------------------------------------
021296 1390-LOAD-HOLD-CONTROL.
021297     OPEN INPUT HOLD-CONTROL
021298     PERFORM 8081-READ-HOLD-CONTROL THRU 8081-EXIT
021299     PERFORM 1391-APPLY-ONE-HOLD-CONTROL THRU 1391-EXIT
021300         UNTIL HOLDCTL-END-OF-FILE
021301     CLOSE HOLD-CONTROL
021302     IF WS-RET-FENETRE = ZERO
021303         DISPLAY "AUCUNE RETENUE APRES CHANGEMENT DE COORDONNEES"
021304         GO TO 1390-EXIT
021305     END-IF
021306     DISPLAY "RETENUES DU " WS-RET-DATE-CTL
021307             " : FENETRE " WS-RET-FENETRE " JOURS"
021308             " SEUIL INTERNE " WS-RET-SEUIL
021309     PERFORM 1395-LOAD-CONTACT-CHANGES THRU 1395-EXIT.
021310 1390-EXIT.
021311     EXIT.
021312*-----------------------------------------------------------------
021313* 1391-APPLY-ONE-HOLD-CONTROL -- RETIENT LES PARAMETRES COURANTS
021314* S'ILS SONT EN VIGUEUR A LA DATE D'AFFAIRES (LE DERNIER LU ECRASE
021315* LE PRECEDENT), PUIS LIT LE SUIVANT.
021316*-----------------------------------------------------------------
021317 1391-APPLY-ONE-HOLD-CONTROL.
021318     IF HC-DATE-EFFET NOT > WS-DATE-AFFAIRES
021319         MOVE HC-DATE-EFFET    TO WS-RET-DATE-CTL
021320         MOVE HC-JOURS-FENETRE TO WS-RET-FENETRE
021321         MOVE HC-SEUIL-INTERNE TO WS-RET-SEUIL
021322     END-IF
021323     PERFORM 8081-READ-HOLD-CONTROL THRU 8081-EXIT.
021324 1391-EXIT.
021325     EXIT.
021326*-----------------------------------------------------------------
021327* 1395-LOAD-CONTACT-CHANGES -- PARCOURT LE JOURNAL USRJRNL ET
021328* RANGE SUR LE FICHIER DE TRAVAIL (ENTREES "K") CHAQUE CLIENT DONT
021329* L'EMAIL OU LE TELEPHONE A CHANGE AU PLUS WS-RET-FENETRE JOURS
021330* AVANT LA DATE D'AFFAIRES, AVEC LA DATE DU DERNIER CHANGEMENT.
021331*-----------------------------------------------------------------
021332 1395-LOAD-CONTACT-CHANGES.
021333     MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
021334     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
021335     MOVE WS-DT-JOURS TO WS-RET-JOURS-AFFAIRES
021336     OPEN INPUT USER-JOURNAL
021337     PERFORM 8082-READ-USER-JOURNAL THRU 8082-EXIT
021338     PERFORM 1396-STORE-CONTACT-CHANGE THRU 1396-EXIT
021339         UNTIL USRJRNL-END-OF-FILE
021340     CLOSE USER-JOURNAL
021341     DISPLAY "CLIENTS AUX COORDONNEES RECENTES : " WS-CHG-COUNT.
021342 1395-EXIT.
021343     EXIT.
021344*-----------------------------------------------------------------
021345* 1396-STORE-CONTACT-CHANGE -- RETIENT LA MODIFICATION COURANTE DU
021346* JOURNAL SI ELLE CHANGE L'EMAIL OU LE TELEPHONE (OCTETS 11 A 82
021347* DES IMAGES) DANS LA FENETRE : NOUVEAU CLIENT RANGE, OU DATE DU
021348* CLIENT DEJA RANGE AVANCEE.  PUIS LIT LA SUIVANTE.
021349*-----------------------------------------------------------------
021350 1396-STORE-CONTACT-CHANGE.
021351     IF NOT JR-IS-CHANGE
021352             OR JR-AVANT (11:72) = JR-APRES (11:72)
021353         GO TO 1396-SUITE
021354     END-IF
021355     IF JR-TIMESTAMP (1:8) NOT NUMERIC
021356             OR JR-TIMESTAMP (1:8) > WS-DATE-AFFAIRES
021357         GO TO 1396-SUITE
021358     END-IF
021359     MOVE JR-TIMESTAMP (1:8) TO WS-DATE-CALCUL
021360     IF WS-CAL-MOIS < 1 OR WS-CAL-MOIS > 12
021361         GO TO 1396-SUITE
021362     END-IF
021363     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
021364     IF WS-RET-JOURS-AFFAIRES - WS-DT-JOURS > WS-RET-FENETRE
021365         GO TO 1396-SUITE
021366     END-IF
021367     MOVE SPACES          TO WK-CLE
021368     MOVE "K"             TO WK-TYPE
021369     MOVE JR-APRES (1:10) TO WK-ACCOUNT
021370     PERFORM 8780-READ-WORK-SET THRU 8780-EXIT
021371     IF NOT TRAVAIL-ABSENT
021372         IF JR-TIMESTAMP (1:8) > CCT-DATE
021373             MOVE JR-TIMESTAMP (1:8) TO CCT-DATE
021374             PERFORM 8790-REWRITE-WORK-SET THRU 8790-EXIT
021375         END-IF
021376         GO TO 1396-SUITE
021377     END-IF
021378     MOVE SPACES             TO WORK-SET-RECORD
021379     MOVE "K"                TO WK-TYPE
021380     MOVE JR-APRES (1:10)    TO CCT-CLIENT
021381     MOVE JR-TIMESTAMP (1:8) TO CCT-DATE
021382     PERFORM 8770-WRITE-WORK-SET THRU 8770-EXIT
021383     ADD 1 TO WS-CHG-COUNT.
021384 1396-SUITE.
021385     PERFORM 8082-READ-USER-JOURNAL THRU 8082-EXIT.
021386 1396-EXIT.
021387     EXIT.
021388*-----------------------------------------------------------------
021389* 8081-READ-HOLD-CONTROL -- LECTURE SEQUENTIELLE DU FICHIER DE
021390* CONTROLE DES RETENUES.
021391*-----------------------------------------------------------------
021392 8081-READ-HOLD-CONTROL.
021393     READ HOLD-CONTROL
021394         AT END
021395             MOVE "Y" TO WS-HOLDCTL-EOF-SW
021396     END-READ.
021397 8081-EXIT.
021398     EXIT.
021399*-----------------------------------------------------------------
021400* 8082-READ-USER-JOURNAL -- LECTURE SEQUENTIELLE DU JOURNAL DES
021401* MODIFICATIONS DE USERINFO.
021402*-----------------------------------------------------------------
021403 8082-READ-USER-JOURNAL.
021404     READ USER-JOURNAL
021405         AT END
021406             MOVE "Y" TO WS-USRJRNL-EOF-SW
021407     END-READ.
021408 8082-EXIT.
021409     EXIT.
021410*-----------------------------------------------------------------
021411* 1340-LOAD-PRODUCTS -- CHARGE LE CATALOGUE DES PRODUITS EN
021412* VIGUEUR DU FICHIER DE CONTROLE DATE PRODCTL DANS
021413* PRODUCT-TABLE : POUR CHAQUE CODE PRODUIT, LE DERNIER
021414* ENREGISTREMENT DONT LA DATE D'EFFET N'EST PAS POSTERIEURE A
021415* LA DATE D'AFFAIRES FAIT FOI.  FICHIER ABSENT OU VIDE : TOUS
021416* LES COMPTES GARDENT LE TARIF TARIFCTL ET LES PALIERS
021417* STANDARD.
021418*-----------------------------------------------------------------
021419 1340-LOAD-PRODUCTS.
021420     OPEN INPUT PRODUCT-CONTROL
021421     PERFORM 8098-READ-PRODUCT THRU 8098-EXIT
021422     PERFORM 1345-APPLY-ONE-PRODUCT THRU 1345-EXIT
021423         UNTIL PRODUIT-END-OF-FILE
021424     CLOSE PRODUCT-CONTROL
021425     DISPLAY "PRODUITS EN VIGUEUR : " WS-PRD-COUNT.
021426 1340-EXIT.
021427     EXIT.
021428*-----------------------------------------------------------------
021429* 1345-APPLY-ONE-PRODUCT -- RETIENT LES CONDITIONS DU PRODUIT
021430* COURANT S'IL EST EN VIGUEUR A LA DATE D'AFFAIRES, PUIS LIT LE
021431* SUIVANT.
021432*-----------------------------------------------------------------
021433 1345-APPLY-ONE-PRODUCT.
021434     IF PC-DATE-EFFET NOT > WS-DATE-AFFAIRES
021435         PERFORM 1347-STORE-PRODUCT THRU 1347-EXIT
021436     END-IF
021437     PERFORM 8098-READ-PRODUCT THRU 8098-EXIT.
021438 1345-EXIT.
021439     EXIT.
021440*-----------------------------------------------------------------
021441* 1347-STORE-PRODUCT -- RANGE LES CONDITIONS DU PRODUIT COURANT
021442* DANS PRODUCT-TABLE : LE PRODUIT DEJA EN TABLE EST ECRASE (LE
021443* DERNIER EN VIGUEUR FAIT FOI), UN NOUVEAU PRODUIT EST AJOUTE.
021444* UNE TABLE PLEINE ARRETE L'ETAPE : UN PRODUIT IGNORE SERAIT
021445* TARIFE A TORT.
021446*-----------------------------------------------------------------
021447 1347-STORE-PRODUCT.
021448     MOVE PC-PRODUIT TO WS-PRODUIT-CHERCHE
021449     PERFORM 6310-FIND-PRODUCT THRU 6310-EXIT
021450     IF WS-PRD-IDX = ZERO
021451         IF WS-PRD-COUNT < 50
021452             ADD 1 TO WS-PRD-COUNT
021453             MOVE WS-PRD-COUNT TO WS-PRD-IDX
021454         ELSE
021455             DISPLAY "TABLE DES PRODUITS PLEINE (50) : "
021456                     PC-PRODUIT
021457             MOVE 16 TO RETURN-CODE
021458             STOP RUN
021459         END-IF
021460     END-IF
021461     MOVE PC-PRODUIT           TO PRT-PRODUIT (WS-PRD-IDX)
021462     MOVE PC-DATE-EFFET        TO PRT-DATE-EFFET (WS-PRD-IDX)
021463     MOVE PC-PALIER-1          TO PRT-PALIER-1 (WS-PRD-IDX)
021464     MOVE PC-TAUX-1            TO PRT-TAUX-1 (WS-PRD-IDX)
021465     MOVE PC-PALIER-2          TO PRT-PALIER-2 (WS-PRD-IDX)
021466     MOVE PC-TAUX-2            TO PRT-TAUX-2 (WS-PRD-IDX)
021467     MOVE PC-TAUX-3            TO PRT-TAUX-3 (WS-PRD-IDX)
021468     MOVE PC-FRAIS-MENSUEL     TO PRT-FRAIS-MENSUEL (WS-PRD-IDX)
021469     MOVE PC-RETRAITS-GRATUITS
021470                           TO PRT-RETRAITS-GRATUITS (WS-PRD-IDX)
021471     MOVE PC-FRAIS-RETRAIT     TO PRT-FRAIS-RETRAIT (WS-PRD-IDX)
021472     MOVE PC-FRAIS-VIREMENT    TO PRT-FRAIS-VIREMENT (WS-PRD-IDX)
021473     MOVE PC-DECOUVERT-SW      TO PRT-DECOUVERT-SW (WS-PRD-IDX)
021474     MOVE PC-DECOUVERT-MAX     TO PRT-DECOUVERT-MAX (WS-PRD-IDX)
021475     MOVE PC-FRAIS-DECOUVERT
021476                           TO PRT-FRAIS-DECOUVERT (WS-PRD-IDX)
021477     MOVE PC-VIREMENT-SORTANT-SW
021478                           TO PRT-VIREMENT-SW (WS-PRD-IDX)
021479     MOVE PC-PAIEMENT-EXTERNE-SW
021480                           TO PRT-EXTERNE-SW (WS-PRD-IDX)
021481     MOVE PC-TAUX-DEBITEUR     TO PRT-TAUX-DEBITEUR (WS-PRD-IDX)
021482     MOVE PC-TAUX-PENALITE     TO PRT-TAUX-PENALITE (WS-PRD-IDX).
021483 1347-EXIT.
021484     EXIT.
021485*-----------------------------------------------------------------
021486* 8098-READ-PRODUCT -- LECTURE SEQUENTIELLE DU CATALOGUE DES
021487* PRODUITS.
021488*-----------------------------------------------------------------
021489 8098-READ-PRODUCT.
021490     READ PRODUCT-CONTROL
021491         AT END
021492             MOVE "Y" TO WS-PRODUIT-EOF-SW
021493     END-READ.
021494 8098-EXIT.
021495     EXIT.
021496*-----------------------------------------------------------------
021497* 1350-LOAD-DEBIT-RATES -- CHARGE LES TAUX D'AGIOS EN VIGUEUR DU
021498* FICHIER DE CONTROLE DATE DBTCTL : LE DERNIER ENREGISTREMENT
021499* DONT LA DATE D'EFFET N'EST PAS POSTERIEURE A LA DATE D'AFFAIRES
021500* FAIT FOI (MEME SCHEMA QUE TARIFCTL).  FICHIER ABSENT OU VIDE :
021501* TAUX NULS, AUCUN AGIO NE COURT (SAUF TAUX PROPRE AU PRODUIT).
021502* UN TAUX DE PENALITE INFERIEUR AU TAUX DEBITEUR EST RAMENE A
021503* CELUI-CI.
021504*-----------------------------------------------------------------
021505 1350-LOAD-DEBIT-RATES.
021506     OPEN INPUT DEBIT-CONTROL
021507     PERFORM 8099-READ-DEBIT-RATE THRU 8099-EXIT
021508     PERFORM 1355-APPLY-ONE-DEBIT-RATE THRU 1355-EXIT
021509         UNTIL DEBIT-END-OF-FILE
021510     CLOSE DEBIT-CONTROL
021511     IF WS-TAUX-PENALITE < WS-TAUX-DEBITEUR
021512         MOVE WS-TAUX-DEBITEUR TO WS-TAUX-PENALITE
021513     END-IF
021514     IF WS-DATE-TAUX-DEBITEUR NOT = SPACES
021515         DISPLAY "TAUX D'AGIOS DU " WS-DATE-TAUX-DEBITEUR
021516                 " : DEBITEUR " WS-TAUX-DEBITEUR
021517                 " PENALITE " WS-TAUX-PENALITE
021518                 " BASE " WS-BASE-JOURS
021519                 " PREAVIS " WS-DELAI-PREAVIS
021520     END-IF.
021521 1350-EXIT.
021522     EXIT.
021523*-----------------------------------------------------------------
021524* 1355-APPLY-ONE-DEBIT-RATE -- RETIENT LES TAUX COURANTS S'ILS
021525* SONT EN VIGUEUR A LA DATE D'AFFAIRES (LE DERNIER LU ECRASE LE
021526* PRECEDENT), PUIS LIT LE SUIVANT.  BASE ET PREAVIS NULS GARDENT
021527* LEUR VALEUR STANDARD (365 JOURS, 14 JOURS).
021528*-----------------------------------------------------------------
021529 1355-APPLY-ONE-DEBIT-RATE.
021530     IF DB-DATE-EFFET NOT > WS-DATE-AFFAIRES
021531         MOVE DB-DATE-EFFET        TO WS-DATE-TAUX-DEBITEUR
021532         MOVE DB-TAUX-DEBITEUR     TO WS-TAUX-DEBITEUR
021533         MOVE DB-TAUX-PENALITE     TO WS-TAUX-PENALITE
021534         MOVE 365                  TO WS-BASE-JOURS
021535         IF DB-BASE-JOURS > ZERO
021536             MOVE DB-BASE-JOURS    TO WS-BASE-JOURS
021537         END-IF
021538         MOVE 14                   TO WS-DELAI-PREAVIS
021539         IF DB-DELAI-PREAVIS > ZERO
021540             MOVE DB-DELAI-PREAVIS TO WS-DELAI-PREAVIS
021541         END-IF
021542     END-IF
021543     PERFORM 8099-READ-DEBIT-RATE THRU 8099-EXIT.
021544 1355-EXIT.
021545     EXIT.
021546*-----------------------------------------------------------------
021547* 8099-READ-DEBIT-RATE -- LECTURE SEQUENTIELLE DU FICHIER DE
021548* CONTROLE DES TAUX D'AGIOS.
021549*-----------------------------------------------------------------
021550 8099-READ-DEBIT-RATE.
021551     READ DEBIT-CONTROL
021552         AT END
021553             MOVE "Y" TO WS-DEBIT-EOF-SW
021554     END-READ.
021555 8099-EXIT.
021556     EXIT.
021557*-----------------------------------------------------------------
021558* 1360-LOAD-DEPOSIT-RATES -- CHARGE LA GRILLE DES TAUX DE DEPOT A
021559* TERME EN VIGUEUR DU FICHIER DE CONTROLE DATE DEPCTL (MEME SCHEMA
021560* QUE DBTCTL).  ELLE SERT AU RENOUVELLEMENT DES DEPOTS ; FICHIER
021561* ABSENT OU VIDE : UN DEPOT RENOUVELE GARDE SON TAUX.
021562*-----------------------------------------------------------------
021563 1360-LOAD-DEPOSIT-RATES.
021564     OPEN INPUT DEPOSIT-CONTROL
021565     PERFORM 8096-READ-DEPOSIT-RATE THRU 8096-EXIT
021566     PERFORM 1365-APPLY-ONE-DEPOSIT-RATE THRU 1365-EXIT
021567         UNTIL DEPCTL-END-OF-FILE
021568     CLOSE DEPOSIT-CONTROL
021569     IF WS-DATE-GRILLE-DEPOTS NOT = SPACES
021570         DISPLAY "TAUX DES DEPOTS A TERME DU "
021571                 WS-DATE-GRILLE-DEPOTS
021572                 " : 3 MOIS " WS-DEP-TAUX-3-MOIS
021573                 " 6 MOIS " WS-DEP-TAUX-6-MOIS
021574                 " 12 MOIS " WS-DEP-TAUX-12-MOIS
021575                 " RUPTURE " WS-DEP-TAUX-PENALITE
021576     END-IF.
021577 1360-EXIT.
021578     EXIT.
021579*-----------------------------------------------------------------
021580* 1365-APPLY-ONE-DEPOSIT-RATE -- RETIENT LA GRILLE COURANTE SI
021581* ELLE EST EN VIGUEUR A LA DATE D'AFFAIRES (LA DERNIERE LUE ECRASE
021582* LA PRECEDENTE), PUIS LIT LA SUIVANTE.
021583*-----------------------------------------------------------------
021584 1365-APPLY-ONE-DEPOSIT-RATE.
021585     IF DC-DATE-EFFET NOT > WS-DATE-AFFAIRES
021586         MOVE DC-DATE-EFFET    TO WS-DATE-GRILLE-DEPOTS
021587         MOVE DC-TAUX-3-MOIS   TO WS-DEP-TAUX-3-MOIS
021588         MOVE DC-TAUX-6-MOIS   TO WS-DEP-TAUX-6-MOIS
021589         MOVE DC-TAUX-12-MOIS  TO WS-DEP-TAUX-12-MOIS
021590         MOVE DC-TAUX-PENALITE TO WS-DEP-TAUX-PENALITE
021591     END-IF
021592     PERFORM 8096-READ-DEPOSIT-RATE THRU 8096-EXIT.
021593 1365-EXIT.
021594     EXIT.
021595*-----------------------------------------------------------------
021596* 8096-READ-DEPOSIT-RATE -- LECTURE SEQUENTIELLE DU FICHIER DE
021597* CONTROLE DES TAUX DE DEPOT A TERME.
021598*-----------------------------------------------------------------
021599 8096-READ-DEPOSIT-RATE.
021600     READ DEPOSIT-CONTROL
021601         AT END
021602             MOVE "Y" TO WS-DEPCTL-EOF-SW
021603     END-READ.
021604 8096-EXIT.
021605     EXIT.
021606*-----------------------------------------------------------------
021607* 1370-LOAD-REVERSALS -- CHARGE LES DEMANDES D'EXTOURNE APPROUVEES
021608* (REVREQ) SUR LE FICHIER DE TRAVAIL (ENTREES "E") PUIS, S'IL Y EN
021609* A, LIT DEUX FOIS LE GRAND LIVRE VIF (LEDGHIST, AVANT L'OUVERTURE
021610* DE LEDGOUT) : LA
021611* PREMIERE LECTURE RETIENT L'ECRITURE D'ORIGINE DE CHAQUE DEMANDE
021612* ET LA DATE DE LA PLUS ANCIENNE ECRITURE VIVE, LA SECONDE LA
021613* JAMBE PAIRE DES VIREMENTS.  FICHIER ABSENT OU VIDE : AUCUNE
021614* EXTOURNE.
021615*-----------------------------------------------------------------
021616 1370-LOAD-REVERSALS.
021617     OPEN INPUT REVERSAL-REQUESTS
021618     PERFORM 8052-READ-REVERSAL-REQUEST THRU 8052-EXIT
021619     PERFORM 1375-STORE-ONE-REVERSAL THRU 1375-EXIT
021620         UNTIL DEMANDES-EXT-END-OF-FILE
021621     CLOSE REVERSAL-REQUESTS
021622     IF WS-EXT-COUNT = ZERO
021623         GO TO 1370-EXIT
021624     END-IF
021625     OPEN INPUT LEDGER-HISTORY
021626     PERFORM 8053-READ-LEDGER-HISTORY THRU 8053-EXIT
021627     IF NOT LEDGHIST-END-OF-FILE
021628         MOVE LG-TIMESTAMP (1:8) TO WS-EXT-PREMIERE-DATE
021629     END-IF
021630     PERFORM 1380-MATCH-ORIGINALS THRU 1380-EXIT
021631         UNTIL LEDGHIST-END-OF-FILE
021632     CLOSE LEDGER-HISTORY
021633     OPEN INPUT LEDGER-HISTORY
021634     MOVE "N" TO WS-LEDGHIST-EOF-SW
021635     PERFORM 8053-READ-LEDGER-HISTORY THRU 8053-EXIT
021636     PERFORM 1385-MATCH-PARTNERS THRU 1385-EXIT
021637         UNTIL LEDGHIST-END-OF-FILE
021638     CLOSE LEDGER-HISTORY
021639     DISPLAY "EXTOURNES APPROUVEES CHARGEES : " WS-EXT-COUNT.
021640 1370-EXIT.
021641     EXIT.
021642*-----------------------------------------------------------------
021643* 1375-STORE-ONE-REVERSAL -- RANGE LA DEMANDE D'EXTOURNE COURANTE
021644* SUR LE FICHIER DE TRAVAIL (CLE COMPTE, DATE, LG-SEQUENCE DE
021645* L'ORIGINE ET RANG : UNE SECONDE DEMANDE SUR LA MEME ECRITURE
021646* PREND LE RANG LIBRE SUIVANT) PUIS LIT LA SUIVANTE.
021647*-----------------------------------------------------------------
021648 1375-STORE-ONE-REVERSAL.
021649     MOVE SPACES              TO REVERSAL-ENTRY
021650     MOVE "E"                 TO RVT-TYPE
021651     MOVE RV-ACCOUNT-NUMBER   TO RVT-ACCOUNT
021652     MOVE RV-DATE-ORIGINE     TO RVT-DATE
021653     MOVE RV-SEQUENCE-ORIGINE TO RVT-SEQUENCE
021654     MOVE ZERO                TO RVT-RANG
021655     MOVE RV-OPERATEUR-SAISIE TO RVT-OP-SAISIE
021656     MOVE RV-OPERATEUR-APPROB TO RVT-OP-APPROB
021657     MOVE "N"                 TO RVT-TROUVEE-SW
021658     MOVE "N"                 TO RVT-PAIRE-SW
021659     MOVE "N"                 TO WS-TRAVAIL-ABSENT-SW
021660     PERFORM 1376-NEXT-REVERSAL-RANK THRU 1376-EXIT
021661         UNTIL TRAVAIL-ABSENT
021662     MOVE REVERSAL-ENTRY TO WORK-SET-RECORD
021663     PERFORM 8770-WRITE-WORK-SET THRU 8770-EXIT
021664     ADD 1 TO WS-EXT-COUNT
021665     PERFORM 8052-READ-REVERSAL-REQUEST THRU 8052-EXIT.
021666 1375-EXIT.
021667     EXIT.
021668*-----------------------------------------------------------------
021669* 1376-NEXT-REVERSAL-RANK -- ESSAIE LE RANG SUIVANT POUR LA
021670* DEMANDE PREPAREE DANS REVERSAL-ENTRY.  TRAVAIL-ABSENT QUAND LE
021671* RANG EST LIBRE.  999 DEMANDES SUR UNE MEME ECRITURE ARRETENT
021672* L'ETAPE.
021673*-----------------------------------------------------------------
021674 1376-NEXT-REVERSAL-RANK.
021675     IF RVT-RANG = 999
021676         DISPLAY "TROP DE DEMANDES D'EXTOURNE SUR UNE MEME "
021677                 "ECRITURE : " RVT-ACCOUNT " " RVT-DATE " "
021678                 RVT-SEQUENCE
021679         MOVE 16 TO RETURN-CODE
021680         STOP RUN
021681     END-IF
021682     ADD 1 TO RVT-RANG
021683     MOVE RVT-CLE TO WK-CLE
021684     PERFORM 8780-READ-WORK-SET THRU 8780-EXIT.
021685 1376-EXIT.
021686     EXIT.
021687*-----------------------------------------------------------------
021688* 1380-MATCH-ORIGINALS -- CONFRONTE L'ECRITURE COURANTE DU GRAND
021689* LIVRE AUX DEMANDES PORTANT SES COMPTE, DATE D'AFFAIRES ET
021690* LG-SEQUENCE, EN POSITIONNEMENT SUR LA CLE, PUIS LIT L'ECRITURE
021691* SUIVANTE.
021692*-----------------------------------------------------------------
021693 1380-MATCH-ORIGINALS.
021694     MOVE "N"                TO WS-TRAVAIL-FIN-SW
021695     MOVE "E"                TO RVT-TYPE
021696     MOVE LG-ACCOUNT-NUMBER  TO RVT-ACCOUNT
021697     MOVE LG-TIMESTAMP (1:8) TO RVT-DATE
021698     MOVE LG-SEQUENCE        TO RVT-SEQUENCE
021699     MOVE ZERO               TO RVT-RANG
021700     MOVE RVT-CLE            TO WK-CLE
021701     START WORK-SET-FILE KEY IS NOT LESS THAN WK-CLE
021702         INVALID KEY
021703             MOVE "Y" TO WS-TRAVAIL-FIN-SW
021704     END-START
021705     PERFORM 1381-MATCH-ONE-ORIGINAL THRU 1381-EXIT
021706         UNTIL FIN-ENSEMBLE-TRAVAIL
021707     PERFORM 8053-READ-LEDGER-HISTORY THRU 8053-EXIT.
021708 1380-EXIT.
021709     EXIT.
021710*-----------------------------------------------------------------
021711* 1381-MATCH-ONE-ORIGINAL -- LIT LA DEMANDE SUIVANTE : SI ELLE
021712* PORTE LE COMPTE, LA DATE D'AFFAIRES ET LE LG-SEQUENCE DE
021713* L'ECRITURE COURANTE, CELLE-CI EST SON ORIGINE ET SON IMAGE EST
021714* RETENUE.  ARRET SUR UNE AUTRE ECRITURE OU UN AUTRE TYPE
021715* D'ENTREE.
021716*-----------------------------------------------------------------
021717 1381-MATCH-ONE-ORIGINAL.
021718     READ WORK-SET-FILE NEXT RECORD
021719         AT END
021720             MOVE "Y" TO WS-TRAVAIL-FIN-SW
021721     END-READ
021722     IF FIN-ENSEMBLE-TRAVAIL
021723         GO TO 1381-EXIT
021724     END-IF
021725     MOVE WORK-SET-RECORD TO REVERSAL-ENTRY
021726     IF NOT WK-EXTOURNE
021727             OR RVT-ACCOUNT NOT = LG-ACCOUNT-NUMBER
021728             OR RVT-DATE NOT = LG-TIMESTAMP (1:8)
021729             OR RVT-SEQUENCE NOT = LG-SEQUENCE
021730         MOVE "Y" TO WS-TRAVAIL-FIN-SW
021731         GO TO 1381-EXIT
021732     END-IF
021733     IF NOT RVT-TROUVEE
021734         MOVE LEDGER-RECORD TO RVT-ORIGINE
021735         MOVE "Y" TO RVT-TROUVEE-SW
021736         MOVE REVERSAL-ENTRY TO WORK-SET-RECORD
021737         PERFORM 8790-REWRITE-WORK-SET THRU 8790-EXIT
021738     END-IF.
021739 1381-EXIT.
021740     EXIT.
021741*-----------------------------------------------------------------
021742* 1385-MATCH-PARTNERS -- CONFRONTE L'ECRITURE COURANTE DU GRAND
021743* LIVRE AUX DEMANDES DU COMPTE DE SA CONTREPARTIE A SA DATE
021744* D'AFFAIRES (SEULES ORIGINES POSSIBLES DONT ELLE SERAIT LA JAMBE
021745* PAIRE), EN POSITIONNEMENT SUR LA CLE, PUIS LIT LA SUIVANTE.
021746*-----------------------------------------------------------------
021747 1385-MATCH-PARTNERS.
021748     IF LG-COUNTERPARTY = SPACES
021749         GO TO 1385-SUITE
021750     END-IF
021751     MOVE "N"                TO WS-TRAVAIL-FIN-SW
021752     MOVE "E"                TO RVT-TYPE
021753     MOVE LG-COUNTERPARTY    TO RVT-ACCOUNT
021754     MOVE LG-TIMESTAMP (1:8) TO RVT-DATE
021755     MOVE ZERO               TO RVT-SEQUENCE
021756     MOVE ZERO               TO RVT-RANG
021757     MOVE RVT-CLE            TO WK-CLE
021758     START WORK-SET-FILE KEY IS NOT LESS THAN WK-CLE
021759         INVALID KEY
021760             MOVE "Y" TO WS-TRAVAIL-FIN-SW
021761     END-START
021762     PERFORM 1386-MATCH-ONE-PARTNER THRU 1386-EXIT
021763         UNTIL FIN-ENSEMBLE-TRAVAIL.
021764 1385-SUITE.
021765     PERFORM 8053-READ-LEDGER-HISTORY THRU 8053-EXIT.
021766 1385-EXIT.
021767     EXIT.
021768*-----------------------------------------------------------------
021769* 1386-MATCH-ONE-PARTNER -- LIT LA DEMANDE SUIVANTE (ARRET SUR UN
021770* AUTRE COMPTE, UNE AUTRE DATE OU UN AUTRE TYPE D'ENTREE) :
021771* L'ECRITURE COURANTE EST LA JAMBE PAIRE DE SON ORIGINE SI C'EST
021772* LA JAMBE COMPLEMENTAIRE POSTEE ("V" POUR UN "T" OU UN "S", ET
021773* INVERSEMENT) DE MEME HORODATAGE, COMPTE ET CONTREPARTIE CROISES.
021774*-----------------------------------------------------------------
021775 1386-MATCH-ONE-PARTNER.
021776     READ WORK-SET-FILE NEXT RECORD
021777         AT END
021778             MOVE "Y" TO WS-TRAVAIL-FIN-SW
021779     END-READ
021780     IF FIN-ENSEMBLE-TRAVAIL
021781         GO TO 1386-EXIT
021782     END-IF
021783     MOVE WORK-SET-RECORD TO REVERSAL-ENTRY
021784     IF NOT WK-EXTOURNE
021785             OR RVT-ACCOUNT NOT = LG-COUNTERPARTY
021786             OR RVT-DATE NOT = LG-TIMESTAMP (1:8)
021787         MOVE "Y" TO WS-TRAVAIL-FIN-SW
021788         GO TO 1386-EXIT
021789     END-IF
021790     IF NOT RVT-TROUVEE
021791             OR RVT-PAIRE-TROUVEE
021792         GO TO 1386-EXIT
021793     END-IF
021794     MOVE RVT-ORIGINE TO WS-EXT-VUE
021795     IF LG-TIMESTAMP NOT = EV-TIMESTAMP
021796             OR LG-ACCOUNT-NUMBER NOT = EV-COUNTERPARTY
021797             OR LG-COUNTERPARTY NOT = EV-ACCOUNT-NUMBER
021798             OR NOT LG-STATUS-POSTED
021799         GO TO 1386-EXIT
021800     END-IF
021801     IF (EV-TRANS-TYPE = "V"
021802             AND (LG-TYPE-TRANSFER-DEBIT
021803                 OR LG-TYPE-STANDING-ORDER))
021804         OR ((EV-TRANS-TYPE = "T" OR EV-TRANS-TYPE = "S")
021805             AND LG-TYPE-TRANSFER-CREDIT)
021806         MOVE LEDGER-RECORD TO RVT-PAIRE
021807         MOVE "Y" TO RVT-PAIRE-SW
021808         MOVE REVERSAL-ENTRY TO WORK-SET-RECORD
021809         PERFORM 8790-REWRITE-WORK-SET THRU 8790-EXIT
021810     END-IF.
021811 1386-EXIT.
021812     EXIT.
021813*-----------------------------------------------------------------
021814* 8052-READ-REVERSAL-REQUEST -- LECTURE SEQUENTIELLE DES DEMANDES
021815* D'EXTOURNE APPROUVEES.
021816*-----------------------------------------------------------------
021817 8052-READ-REVERSAL-REQUEST.
021818     READ REVERSAL-REQUESTS
021819         AT END
021820             MOVE "Y" TO WS-REVREQ-EOF-SW
021821     END-READ.
021822 8052-EXIT.
021823     EXIT.
021824*-----------------------------------------------------------------
021825* 8053-READ-LEDGER-HISTORY -- LECTURE SEQUENTIELLE DU GRAND LIVRE
021826* VIF DANS LEDGER-RECORD.
021827*-----------------------------------------------------------------
021828 8053-READ-LEDGER-HISTORY.
021829     READ LEDGER-HISTORY INTO LEDGER-RECORD
021830         AT END
021831             MOVE "Y" TO WS-LEDGHIST-EOF-SW
021832     END-READ.
021833 8053-EXIT.
021834     EXIT.
021835*-----------------------------------------------------------------
021836* 8054-READ-REVERSAL-HISTORY -- RECHERCHE SUR REVHIST L'ECRITURE
021837* DONT LA CLE EST PREPAREE PAR L'APPELANT ET POSITIONNE WS-RVH-SW.
021838*-----------------------------------------------------------------
021839 8054-READ-REVERSAL-HISTORY.
021840     MOVE "N" TO WS-RVH-SW
021841     READ REVERSAL-HISTORY
021842         INVALID KEY
021843             CONTINUE
021844         NOT INVALID KEY
021845             MOVE "Y" TO WS-RVH-SW
021846     END-READ.
021847 8054-EXIT.
021848     EXIT.
021849*-----------------------------------------------------------------
021850* 5100-ASSESS-FEE -- PRELEVE LE FRAIS COURANT (WS-FRAIS-COURANT,
021851* RAISON WS-RAISON-FRAIS) SUR LE COMPTE DANS ACCOUNT-RECORD ET
021852* L'HISTORISE EN ECRITURE "F" AU GRAND LIVRE.  LA REECRITURE DU
021853* COMPTE RESTE A LA CHARGE DE L'APPELANT.
021854*-----------------------------------------------------------------
021855 5100-ASSESS-FEE.
021856     COMPUTE BALANCE = BALANCE - WS-FRAIS-COURANT
021857     ADD 1 TO WS-FRAIS-PRELEVES
021858     DISPLAY "Frais " WS-RAISON-FRAIS " de " WS-FRAIS-COURANT
021859             " preleves sur " ACCOUNT-NUMBER
021860             ". Solde actuel: " BALANCE
021861     MOVE ACCOUNT-NUMBER     TO LG-ACCOUNT-NUMBER
021862     MOVE WS-FRAIS-COURANT   TO LG-AMOUNT
021863     MOVE "F"                TO LG-TRANS-TYPE
021864     MOVE "P"                TO LG-STATUS
021865     MOVE WS-RAISON-FRAIS    TO LG-REASON-CODE
021866     MOVE BALANCE            TO LG-RESULTING-BALANCE
021867     MOVE WS-HORODATAGE      TO LG-TIMESTAMP
021868     MOVE SPACES             TO LG-COUNTERPARTY
021869     MOVE WS-DEVISE-ECRITURE TO LG-CURRENCY
021870     MOVE 1                  TO LG-RATE-APPLIED
021871     ADD 1 TO WS-LEDGER-SEQUENCE
021872     MOVE WS-LEDGER-SEQUENCE TO LG-SEQUENCE
021873     PERFORM 8720-WRITE-LEDGER-RECORD THRU 8720-EXIT.
021874 5100-EXIT.
021875     EXIT.
021876*-----------------------------------------------------------------
021877* 5150-COUNT-WITHDRAWAL -- CUMULE LE RETRAIT POSTE COURANT DANS
021878* L'ENTREE DE RETRAITS DU COMPTE (FICHIER DE TRAVAIL, TYPE "R" :
021879* NOMBRE PAR COMPTE ET PAR LOT, POUR LA FRANCHISE DE RETRAITS DU
021880* TARIF).  LE NOMBRE CUMULE EST RENDU DANS WS-WDR-NOMBRE.
021881*-----------------------------------------------------------------
021882 5150-COUNT-WITHDRAWAL.
021883     MOVE SPACES         TO WORK-SET-RECORD
021884     MOVE "R"            TO WK-TYPE
021885     MOVE ACCOUNT-NUMBER TO WD-ACCOUNT
021886     PERFORM 8780-READ-WORK-SET THRU 8780-EXIT
021887     IF TRAVAIL-ABSENT
021888         MOVE SPACES         TO WORK-SET-RECORD
021889         MOVE "R"            TO WK-TYPE
021890         MOVE ACCOUNT-NUMBER TO WD-ACCOUNT
021891         MOVE ZERO           TO WD-NOMBRE
021892     END-IF
021893     ADD 1 TO WD-NOMBRE
021894     MOVE WD-NOMBRE TO WS-WDR-NOMBRE
021895     IF TRAVAIL-ABSENT
021896         ADD 1 TO WS-WDR-COUNT
021897         PERFORM 8770-WRITE-WORK-SET THRU 8770-EXIT
021898     ELSE
021899         PERFORM 8790-REWRITE-WORK-SET THRU 8790-EXIT
021900     END-IF.
021901 5150-EXIT.
021902     EXIT.
021903*-----------------------------------------------------------------
021904* 1680-LOAD-CHEQUE-HOLDS -- CHARGE LES GELS DE CHEQUES DE LA
021905* VEILLE (CHQIN) : LES GELS ECHUS A LA DATE D'AFFAIRES SONT
021906* LEVES (ACCT-UNCLEARED-FUNDS REDUIT AU MAITRE, LEVEES
021907* REPRENABLES VIA CK-CHEQUES-LIBERES), LES AUTRES SONT RANGES
021908* SUR LE FICHIER DE TRAVAIL ET REPORTES EN FIN DE RUN SUR CHQOUT.
021909*-----------------------------------------------------------------
021910 1680-LOAD-CHEQUE-HOLDS.
021911     OPEN INPUT CHEQUE-HOLDS-IN
021912     PERFORM 8078-READ-CHEQUE-HOLD THRU 8078-EXIT
021913     PERFORM 1685-STORE-OR-RELEASE THRU 1685-EXIT
021914         UNTIL GELS-END-OF-FILE
021915     CLOSE CHEQUE-HOLDS-IN
021916     DISPLAY "GELS DE CHEQUES LUS    : " WS-GELS-LUS
021917     DISPLAY "GELS DE CHEQUES LEVES  : " WS-GELS-LIBERES.
021918 1680-EXIT.
021919     EXIT.
021920*-----------------------------------------------------------------
021921* 1685-STORE-OR-RELEASE -- LEVE LE GEL COURANT S'IL EST ECHU
021922* (EN REPRISE, LES LEVEES DEJA APPLIQUEES AU MAITRE SONT
021923* SAUTEES), SINON LE RANGE PARMI LES GELS ACTIFS DU FICHIER DE
021924* TRAVAIL.  PUIS LIT LE GEL SUIVANT.
021925*-----------------------------------------------------------------
021926 1685-STORE-OR-RELEASE.
021927     IF CH-DATE-DISPONIBLE NOT > WS-DATE-JOUR-COMPLETE
021928         IF WS-GELS-LIBERES-SAUTES < WS-GELS-DEJA-LIBERES
021929             ADD 1 TO WS-GELS-LIBERES-SAUTES
021930         ELSE
021931             MOVE "N" TO WS-KEY-SW
021932             MOVE CH-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
021933             READ ACCOUNT-MASTER
021934                 INVALID KEY
021935                     MOVE "Y" TO WS-KEY-SW
021936             END-READ
021937             PERFORM 8760-APPLY-SIM-OVERLAY THRU 8760-EXIT
021938             IF ACCOUNT-NOT-FOUND
021939                 DISPLAY "GEL DE CHEQUE SUR COMPTE INCONNU : "
021940                         CH-ACCOUNT-NUMBER
021941             ELSE
021942                 IF CH-AMOUNT > ACCT-UNCLEARED-FUNDS
021943                     MOVE ZERO TO ACCT-UNCLEARED-FUNDS
021944                 ELSE
021945                     SUBTRACT CH-AMOUNT FROM ACCT-UNCLEARED-FUNDS
021946                 END-IF
021947                 PERFORM 8750-REWRITE-MASTER THRU 8750-EXIT
021948                 DISPLAY "Fonds disponibles sur "
021949                         CH-ACCOUNT-NUMBER " : " CH-AMOUNT
021950                         " (cheque " CH-CHEQUE-REF ")"
021951             END-IF
021952             ADD 1 TO WS-GELS-LIBERES
021953             PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT
021954         END-IF
021955     ELSE
021956         MOVE SPACES             TO WORK-SET-RECORD
021957         MOVE "C"                TO WK-TYPE
021958         MOVE CH-ACCOUNT-NUMBER  TO CHT-ACCOUNT
021959         MOVE CH-CHEQUE-REF      TO CHT-REF
021960         MOVE CH-AMOUNT          TO CHT-AMOUNT
021961         MOVE CH-DATE-DEPOT      TO CHT-DATE-DEPOT
021962         MOVE CH-DATE-DISPONIBLE TO CHT-DATE-DISPONIBLE
021963         PERFORM 4120-ADD-CHEQUE-HOLD THRU 4120-EXIT
022010     END-IF
022020     PERFORM 8078-READ-CHEQUE-HOLD THRU 8078-EXIT.
022030 1685-EXIT.
022140             ADD 1 TO WS-GELS-LUS
022150     END-READ.
022160 8078-EXIT.
022161     EXIT.
022162*-----------------------------------------------------------------
022163* 1800-COLLECT-LOAN-INSTALMENTS -- PASSE DES PRETS A TERME :
022164* PARCOURT LE MAITRE DES PRETS DANS L'ORDRE DES NUMEROS, DEBLOQUE
022165* LES PRETS ARRIVES A LEUR DATE DE DEBUT ET PRELEVE LES ECHEANCES
022166* ECHUES SUR LE COMPTE EMPRUNTEUR PAR LE CIRCUIT NORMAL DE
022167* POSTAGE (2050), COMME LES ORDRES PERMANENTS.  PAS DE POINT DE
022168* REPRISE DANS CETTE PASSE : UN PRET DEJA TRAITE A LA DATE
022169* D'AFFAIRES (LN-DATE-TRAITEMENT) EST SAUTE, CE QUI REND LA PASSE
022170* REJOUABLE EN REPRISE (MEME PRINCIPE QUE ACCT-DATE-ARRETE POUR
022171* LES AGIOS).
022172*-----------------------------------------------------------------
022173 1800-COLLECT-LOAN-INSTALMENTS.
022174     MOVE "Y" TO WS-PRETS-SW
022175     MOVE LOW-VALUES TO LN-NUMERO-PRET
022176     START LOAN-MASTER KEY IS NOT LESS THAN LN-NUMERO-PRET
022177         INVALID KEY
022178             MOVE "Y" TO WS-PRETS-EOF-SW
022179     END-START
022180     IF NOT PRETS-END-OF-FILE
022181         PERFORM 8055-READ-NEXT-LOAN THRU 8055-EXIT
022182     END-IF
022183     PERFORM 1810-PROCESS-ONE-LOAN THRU 1810-EXIT
022184         UNTIL PRETS-END-OF-FILE
022185     MOVE "N" TO WS-PRETS-SW
022186     DISPLAY "PRETS LUS            : " WS-PRETS-LUS
022187     DISPLAY "PRETS DEBLOQUES      : " WS-PRETS-DEBLOQUES
022188     DISPLAY "ECHEANCES PRELEVEES  : " WS-ECHEANCES-PRELEVEES
022189     DISPLAY "PRETS EN IMPAYE      : " WS-PRETS-EN-RETARD
022190     DISPLAY "PRETS SOLDES         : " WS-PRETS-SOLDES.
022191 1800-EXIT.
022192     EXIT.
022193*-----------------------------------------------------------------
022194* 1810-PROCESS-ONE-LOAN -- TRAITE LE PRET COURANT : DEBLOCAGE
022195* D'UN PRET EN STATUT "N" DONT LA DATE DE DEBUT EST ATTEINTE ;
022196* POUR UN PRET EN COURS, FAIT ECHOIR LES ECHEANCES DONT LA DATE
022197* EST ATTEINTE, PRESENTE LE TOTAL DES IMPAYES AU PRELEVEMENT ET
022198* SOLDE LE PRET APRES SA DERNIERE ECHEANCE PAYEE.  LE PRET EST
022199* REECRIT S'IL A BOUGE (PAS EN SIMULATION), PUIS LIT LE SUIVANT.
022200*-----------------------------------------------------------------
022201 1810-PROCESS-ONE-LOAN.
022202     IF LN-SOLDE OR LN-DATE-TRAITEMENT = WS-DATE-AFFAIRES
022203         GO TO 1810-SUITE
022204     END-IF
022205     MOVE "N" TO WS-PRT-MAJ-SW
022206     IF LN-A-DEBLOQUER AND LN-DATE-DEBUT NOT > WS-DATE-AFFAIRES
022207         PERFORM 1820-DISBURSE-LOAN THRU 1820-EXIT
022208     END-IF
022209     IF LN-ACTIF
022210         PERFORM 1830-FALL-DUE-ONE-INSTALMENT THRU 1830-EXIT
022211             UNTIL LN-ECHEANCES-ECHUES NOT < LN-DUREE-MOIS
022212                 OR LN-DATE-PROCHAINE > WS-DATE-AFFAIRES
022213         COMPUTE WS-PRT-MONTANT-DU
022214                 = LN-IMPAYE-CAPITAL + LN-IMPAYE-INTERET
022215         IF WS-PRT-MONTANT-DU > ZERO
022216             PERFORM 1840-COLLECT-ARREARS THRU 1840-EXIT
022217         END-IF
022218         IF LN-ECHEANCES-ECHUES NOT < LN-DUREE-MOIS
022219                 AND LN-NB-IMPAYES = ZERO
022220             MOVE "S" TO LN-STATUT
022221             MOVE "Y" TO WS-PRT-MAJ-SW
022222             ADD 1 TO WS-PRETS-SOLDES
022223             DISPLAY "PRET SOLDE : " LN-NUMERO-PRET
022224         END-IF
022225     END-IF
022226     IF PRET-A-REECRIRE AND NOT MODE-SIMULATION
022227         MOVE WS-DATE-AFFAIRES TO LN-DATE-TRAITEMENT
022228         REWRITE LOAN-RECORD
022229             INVALID KEY
022230                 DISPLAY "ERREUR REECRITURE PRET : "
022231                         LN-NUMERO-PRET
022232         END-REWRITE
022233     END-IF.
022234 1810-SUITE.
022235     PERFORM 8055-READ-NEXT-LOAN THRU 8055-EXIT.
022236 1810-EXIT.
022237     EXIT.
022238*-----------------------------------------------------------------
022239* 1820-DISBURSE-LOAN -- CONSTRUIT LE MOUVEMENT DE DEBLOCAGE ("K",
022240* CAPITAL INITIAL, NUMERO DE PRET EN CIBLE) ET LE POSTE PAR
022241* 2050-POST-ONE-TRANSACTION.  DEBLOQUE, LE PRET PASSE EN COURS ;
022242* REFUSE, IL RESTE A DEBLOQUER (REPRESENTE LA NUIT SUIVANTE) ET
022243* LE REFUS EST EDITE SUR LOANEXC.
022244*-----------------------------------------------------------------
022245 1820-DISBURSE-LOAN.
022246     MOVE "Y" TO WS-PRT-MAJ-SW
022247     MOVE SPACES             TO TRANSACTION-RECORD
022248     MOVE "D"                TO TX-RECORD-TYPE
022249     MOVE LN-ACCOUNT-NUMBER  TO TX-ACCOUNT-NUMBER
022250     MOVE "K"                TO TX-TYPE
022251     MOVE LN-CAPITAL-INITIAL TO TX-AMOUNT
022252     MOVE LN-NUMERO-PRET     TO TX-TARGET-ACCOUNT
022253     PERFORM 2050-POST-ONE-TRANSACTION THRU 2050-EXIT
022254     ADD 1 TO WS-MVTS-PRETS
022255     IF MOUVEMENT-POSTE
022256         MOVE "A" TO LN-STATUT
022257         MOVE WS-DATE-AFFAIRES TO LN-DATE-DEBLOCAGE
022258         ADD 1 TO WS-PRETS-DEBLOQUES
022259     ELSE
022260         PERFORM 1850-WRITE-LOAN-EXCEPTION THRU 1850-EXIT
022261     END-IF.
022262 1820-EXIT.
022263     EXIT.
022264*-----------------------------------------------------------------
022265* 1830-FALL-DUE-ONE-INSTALMENT -- FAIT ECHOIR L'ECHEANCE SUIVANTE
022266* DU PRET : INTERETS SUR LE CAPITAL RESTANT DU, CAPITAL =
022267* ECHEANCE - INTERETS (PLAFONNE AU CAPITAL RESTANT), LA DERNIERE
022268* ECHEANCE SOLDANT LE CAPITAL -- MEME CALCUL QUE LE TABLEAU
022269* D'AMORTISSEMENT DE LOAN-BOOKING.  L'ECHEANCE S'AJOUTE AUX
022270* IMPAYES, QUE 1840 PRESENTE ENSUITE AU PRELEVEMENT, ET LA DATE
022271* DE L'ECHEANCE SUIVANTE EST CALCULEE.
022272*-----------------------------------------------------------------
022273 1830-FALL-DUE-ONE-INSTALMENT.
022274     MOVE "Y" TO WS-PRT-MAJ-SW
022275     COMPUTE WS-PRT-INTERET ROUNDED
022276             = LN-CAPITAL-RESTANT * LN-TAUX-ANNUEL / 12
022277     ADD 1 TO LN-ECHEANCES-ECHUES
022278     IF LN-ECHEANCES-ECHUES = LN-DUREE-MOIS
022279         MOVE LN-CAPITAL-RESTANT TO WS-PRT-CAPITAL
022280     ELSE
022281         IF WS-PRT-INTERET < LN-MENSUALITE
022282             COMPUTE WS-PRT-CAPITAL =
022283                     LN-MENSUALITE - WS-PRT-INTERET
022284         ELSE
022285             MOVE ZERO TO WS-PRT-CAPITAL
022286         END-IF
022287         IF WS-PRT-CAPITAL > LN-CAPITAL-RESTANT
022288             MOVE LN-CAPITAL-RESTANT TO WS-PRT-CAPITAL
022289         END-IF
022290     END-IF
022291     SUBTRACT WS-PRT-CAPITAL FROM LN-CAPITAL-RESTANT
022292     ADD WS-PRT-CAPITAL TO LN-IMPAYE-CAPITAL
022293     ADD WS-PRT-INTERET TO LN-IMPAYE-INTERET
022294     ADD 1 TO LN-NB-IMPAYES
022295     IF LN-DATE-PREMIER-IMPAYE = SPACES
022296         MOVE LN-DATE-PROCHAINE TO LN-DATE-PREMIER-IMPAYE
022297     END-IF
022298     IF LN-ECHEANCES-ECHUES < LN-DUREE-MOIS
022299         COMPUTE WS-PRT-RANG = LN-ECHEANCES-ECHUES + 1
022300         PERFORM 1835-COMPUTE-DUE-DATE THRU 1835-EXIT
022301         MOVE WS-PRT-DATE-ECHEANCE TO LN-DATE-PROCHAINE
022302     ELSE
022303         MOVE SPACES TO LN-DATE-PROCHAINE
022304     END-IF.
022305 1830-EXIT.
022306     EXIT.
022307*-----------------------------------------------------------------
022308* 1835-COMPUTE-DUE-DATE -- DATE DE L'ECHEANCE DE RANG WS-PRT-RANG
022309* LE LN-JOUR-ECHEANCE DU MOIS SITUE WS-PRT-RANG MOIS APRES LE MOIS
022310* DE LN-DATE-DEBUT, RAMENE AU DERNIER JOUR D'UN MOIS PLUS COURT
022311* (MEME REGLE QUE LOAN-BOOKING).
022312*-----------------------------------------------------------------
022313 1835-COMPUTE-DUE-DATE.
022314     MOVE LN-DATE-DEBUT TO WS-DATE-CALCUL
022315     COMPUTE WS-PRT-MOIS-ABSOLU = WS-CAL-ANNEE * 12 + WS-CAL-MOIS
022316                                - 1 + WS-PRT-RANG
022317     DIVIDE WS-PRT-MOIS-ABSOLU BY 12 GIVING WS-CAL-ANNEE
022318         REMAINDER WS-PRT-MOIS-RESTE
022319     COMPUTE WS-CAL-MOIS = WS-PRT-MOIS-RESTE + 1
022320     PERFORM 1548-CAL-DERNIER-JOUR THRU 1548-EXIT
022321     IF LN-JOUR-ECHEANCE > WS-CAL-DERNIER-JOUR
022322         MOVE WS-CAL-DERNIER-JOUR TO WS-CAL-JOUR
022323     ELSE
022324         MOVE LN-JOUR-ECHEANCE TO WS-CAL-JOUR
022325     END-IF
022326     MOVE WS-DATE-CALCUL TO WS-PRT-DATE-ECHEANCE.
022327 1835-EXIT.
022328     EXIT.
022329*-----------------------------------------------------------------
022330* 1840-COLLECT-ARREARS -- PRESENTE AU PRELEVEMENT LE TOTAL DES
022331* ECHEANCES ECHUES NON PAYEES DU PRET (MOUVEMENT "L", NUMERO DE
022332* PRET EN CIBLE).  PAYE, LES IMPAYES ET LES JOURS DE RETARD SONT
022333* REMIS A ZERO ; REFUSE, LES JOURS DE RETARD SONT RECALCULES
022334* DEPUIS LA PLUS ANCIENNE ECHEANCE IMPAYEE ET LE REFUS EST EDITE
022335* SUR LOANEXC.  LES IMPAYES SONT REPRESENTES CHAQUE NUIT.
022336*-----------------------------------------------------------------
022337 1840-COLLECT-ARREARS.
022338     MOVE "Y" TO WS-PRT-MAJ-SW
022339     MOVE SPACES             TO TRANSACTION-RECORD
022340     MOVE "D"                TO TX-RECORD-TYPE
022341     MOVE LN-ACCOUNT-NUMBER  TO TX-ACCOUNT-NUMBER
022342     MOVE "L"                TO TX-TYPE
022343     MOVE WS-PRT-MONTANT-DU  TO TX-AMOUNT
022344     MOVE LN-NUMERO-PRET     TO TX-TARGET-ACCOUNT
022345     PERFORM 2050-POST-ONE-TRANSACTION THRU 2050-EXIT
022346     ADD 1 TO WS-MVTS-PRETS
022347     IF MOUVEMENT-POSTE
022348         ADD LN-NB-IMPAYES TO WS-ECHEANCES-PRELEVEES
022349         MOVE ZERO   TO LN-IMPAYE-CAPITAL
022350         MOVE ZERO   TO LN-IMPAYE-INTERET
022351         MOVE ZERO   TO LN-NB-IMPAYES
022352         MOVE SPACES TO LN-DATE-PREMIER-IMPAYE
022353         MOVE ZERO   TO LN-JOURS-RETARD
022354     ELSE
022355         MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
022356         PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
022357         MOVE WS-DT-JOURS TO WS-PRT-JOURS-AFFAIRES
022358         MOVE LN-DATE-PREMIER-IMPAYE TO WS-DATE-CALCUL
022359         PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
022360         COMPUTE LN-JOURS-RETARD
022361                 = WS-PRT-JOURS-AFFAIRES - WS-DT-JOURS
022362         ADD 1 TO WS-PRETS-EN-RETARD
022363         PERFORM 1850-WRITE-LOAN-EXCEPTION THRU 1850-EXIT
022364     END-IF.
022365 1840-EXIT.
022366     EXIT.
022367*-----------------------------------------------------------------
022368* 1850-WRITE-LOAN-EXCEPTION -- EDITE SUR LOANEXC LE DEBLOCAGE OU
022369* LE PRELEVEMENT DU PRET COURANT QUI N'A PAS PU ETRE POSTE, AVEC
022370* LA RAISON DU REFUS ET L'ETAT DES IMPAYES (PAS EN SIMULATION).
022371*-----------------------------------------------------------------
022372 1850-WRITE-LOAN-EXCEPTION.
022373     MOVE SPACES                 TO LOAN-EXCEPTION-RECORD
022374     MOVE LN-NUMERO-PRET         TO LX-NUMERO-PRET
022375     MOVE LN-ACCOUNT-NUMBER      TO LX-ACCOUNT-NUMBER
022376     MOVE TX-TYPE                TO LX-OPERATION
022377     MOVE WS-DATE-AFFAIRES       TO LX-DATE-AFFAIRES
022378     MOVE TX-AMOUNT              TO LX-MONTANT
022379     MOVE LG-REASON-CODE         TO LX-RAISON
022380     MOVE LN-NB-IMPAYES          TO LX-NB-IMPAYES
022381     MOVE LN-DATE-PREMIER-IMPAYE TO LX-DATE-PREMIER-IMPAYE
022382     MOVE LN-JOURS-RETARD        TO LX-JOURS-RETARD
022383     IF NOT MODE-SIMULATION
022384         WRITE LOAN-EXCEPTION-RECORD
022385     END-IF
022386     DISPLAY "PRET EN EXCEPTION : " LN-NUMERO-PRET " "
022387             TX-TYPE " " TX-AMOUNT " (" LG-REASON-CODE ")".
022388 1850-EXIT.
022389     EXIT.
022390*-----------------------------------------------------------------
022391* 8055-READ-NEXT-LOAN -- LECTURE SEQUENTIELLE DU MAITRE DES PRETS.
022392*-----------------------------------------------------------------
022393 8055-READ-NEXT-LOAN.
022394     READ LOAN-MASTER NEXT RECORD
022395         AT END
022396             MOVE "Y" TO WS-PRETS-EOF-SW
022397         NOT AT END
022398             ADD 1 TO WS-PRETS-LUS
022399     END-READ.
022400 8055-EXIT.
022401     EXIT.
022402*-----------------------------------------------------------------
022403* 1900-PROCESS-TERM-DEPOSITS -- PASSE DES DEPOTS A TERME :
022404* PARCOURT LE MAITRE DES DEPOTS DANS L'ORDRE DES NUMEROS, MET EN
022405* PLACE LES DEPOTS ARRIVES A LEUR DATE DE VALEUR ET REMBOURSE (OU
022406* RENOUVELLE) CEUX DONT LA DATE DE PAIEMENT EST ATTEINTE, PAR LE
022407* CIRCUIT NORMAL DE POSTAGE (2050).  COMME LA PASSE DES PRETS, PAS
022408* DE POINT DE REPRISE : UN DEPOT DEJA TRAITE A LA DATE D'AFFAIRES
022409* (DP-DATE-TRAITEMENT) EST SAUTE.
022410*-----------------------------------------------------------------
022411 1900-PROCESS-TERM-DEPOSITS.
022412     MOVE "Y" TO WS-DEPOTS-SW
022413     MOVE LOW-VALUES TO DP-NUMERO-DEPOT
022414     START TERM-DEPOSIT-MASTER
022415         KEY IS NOT LESS THAN DP-NUMERO-DEPOT
022416         INVALID KEY
022417             MOVE "Y" TO WS-DEPOTS-EOF-SW
022418     END-START
022419     IF NOT DEPOTS-END-OF-FILE
022420         PERFORM 8056-READ-NEXT-DEPOSIT THRU 8056-EXIT
022421     END-IF
022422     PERFORM 1910-PROCESS-ONE-DEPOSIT THRU 1910-EXIT
022423         UNTIL DEPOTS-END-OF-FILE
022424     MOVE "N" TO WS-DEPOTS-SW
022425     DISPLAY "DEPOTS LUS           : " WS-DEPOTS-LUS
022426     DISPLAY "DEPOTS MIS EN PLACE  : " WS-DEPOTS-PLACES
022427     DISPLAY "DEPOTS REMBOURSES    : " WS-DEPOTS-ECHUS
022428     DISPLAY "DEPOTS RENOUVELES    : " WS-DEPOTS-RENOUVELES
022429     DISPLAY "DEPOTS EN EXCEPTION  : " WS-DEPOTS-EN-EXCEPTION.
022430 1900-EXIT.
022431     EXIT.
022432*-----------------------------------------------------------------
022433* 1910-PROCESS-ONE-DEPOSIT -- TRAITE LE DEPOT COURANT : MISE EN
022434* PLACE D'UN DEPOT EN STATUT "N" DONT LA DATE DE VALEUR EST
022435* ATTEINTE, ECHEANCE D'UN DEPOT EN COURS DONT LA DATE DE PAIEMENT
022436* EST ATTEINTE.  LE DEPOT EST REECRIT S'IL A BOUGE (PAS EN
022437* SIMULATION), PUIS LIT LE SUIVANT.
022438*-----------------------------------------------------------------
022439 1910-PROCESS-ONE-DEPOSIT.
022440     IF DP-ECHU OR DP-ROMPU
022441             OR DP-DATE-TRAITEMENT = WS-DATE-AFFAIRES
022442         GO TO 1910-SUITE
022443     END-IF
022444     MOVE "N" TO WS-DEP-MAJ-SW
022445     IF DP-A-PLACER AND DP-DATE-VALEUR NOT > WS-DATE-AFFAIRES
022446         PERFORM 1920-PLACE-DEPOSIT THRU 1920-EXIT
022447     ELSE
022448         IF DP-ACTIF AND DP-DATE-PAIEMENT NOT > WS-DATE-AFFAIRES
022449             PERFORM 1930-MATURE-DEPOSIT THRU 1930-EXIT
022450         END-IF
022451     END-IF
022452     IF DEPOT-A-REECRIRE AND NOT MODE-SIMULATION
022453         MOVE WS-DATE-AFFAIRES TO DP-DATE-TRAITEMENT
022454         REWRITE TERM-DEPOSIT-RECORD
022455             INVALID KEY
022456                 DISPLAY "ERREUR REECRITURE DEPOT : "
022457                         DP-NUMERO-DEPOT
022458         END-REWRITE
022459     END-IF.
022460 1910-SUITE.
022461     PERFORM 8056-READ-NEXT-DEPOSIT THRU 8056-EXIT.
022462 1910-EXIT.
022463     EXIT.
022464*-----------------------------------------------------------------
022465* 1920-PLACE-DEPOSIT -- CONSTRUIT LE MOUVEMENT DE MISE EN PLACE
022466* ("P", MONTANT DU DEPOT, NUMERO DE DEPOT EN CIBLE) ET LE POSTE
022467* PAR 2050-POST-ONE-TRANSACTION.  MIS EN PLACE, LE DEPOT PASSE EN
022468* COURS ; S'IL L'EST APRES SA DATE DE VALEUR (FONDS INSUFFISANTS
022469* LES NUITS PRECEDENTES), LES FONDS NE SONT BLOQUES QU'A PARTIR
022470* D'AUJOURD'HUI ET L'ECHEANCE EST RECALCULEE.  LA DATE DE PAIEMENT
022471* EST L'ECHEANCE REPORTEE AU JOUR OUVRE.  REFUSE, LE DEPOT RESTE A
022472* METTRE EN PLACE (REPRESENTE LA NUIT SUIVANTE) ET LE REFUS EST
022473* EDITE SUR TDEXC.
022474*-----------------------------------------------------------------
022475 1920-PLACE-DEPOSIT.
022476     MOVE "Y" TO WS-DEP-MAJ-SW
022477     MOVE SPACES             TO TRANSACTION-RECORD
022478     MOVE "D"                TO TX-RECORD-TYPE
022479     MOVE DP-ACCOUNT-NUMBER  TO TX-ACCOUNT-NUMBER
022480     MOVE "P"                TO TX-TYPE
022481     MOVE DP-MONTANT         TO TX-AMOUNT
022482     MOVE DP-NUMERO-DEPOT    TO TX-TARGET-ACCOUNT
022483     PERFORM 2050-POST-ONE-TRANSACTION THRU 2050-EXIT
022484     ADD 1 TO WS-MVTS-DEPOTS
022485     IF MOUVEMENT-POSTE
022486         MOVE "A" TO DP-STATUT
022487         IF DP-DATE-VALEUR < WS-DATE-AFFAIRES
022488             MOVE WS-DATE-AFFAIRES TO DP-DATE-VALEUR
022489             PERFORM 1935-COMPUTE-MATURITY THRU 1935-EXIT
022490         END-IF
022491         PERFORM 1940-SET-PAYMENT-DATE THRU 1940-EXIT
022492         ADD 1 TO WS-DEPOTS-PLACES
022493     ELSE
022494         PERFORM 1970-WRITE-DEPOSIT-EXCEPTION THRU 1970-EXIT
022495     END-IF.
022496 1920-EXIT.
022497     EXIT.
022498*-----------------------------------------------------------------
022499* 1930-MATURE-DEPOSIT -- ECHEANCE DU DEPOT COURANT : INTERETS AU
022500* TAUX DU DEPOT DE LA DATE DE VALEUR A LA DATE DE PAIEMENT.  LE
022501* MOUVEMENT "M" REVERSE LE CAPITAL ET LES INTERETS, OU LES SEULS
022502* INTERETS D'UN DEPOT RENOUVELABLE, QUI EST ALORS RECONDUIT.
022503* PAYE SANS RENOUVELLEMENT, LE DEPOT EST ECHU ; REFUSE (COMPTE
022504* GELE OU CLOS), IL RESTE EN COURS, EST REPRESENTE LA NUIT
022505* SUIVANTE ET LE REFUS EST EDITE SUR TDEXC.
022506*-----------------------------------------------------------------
022507 1930-MATURE-DEPOSIT.
022508     MOVE "Y" TO WS-DEP-MAJ-SW
022509     MOVE DP-DATE-PAIEMENT TO WS-DEP-DATE-FIN
022510     MOVE DP-TAUX-ANNUEL   TO WS-DEP-TAUX
022511     PERFORM 1960-COMPUTE-DEPOSIT-INTEREST THRU 1960-EXIT
022512     IF DP-RENOUVELABLE
022513         MOVE ZERO TO WS-DEP-CAPITAL
022514     ELSE
022515         MOVE DP-MONTANT TO WS-DEP-CAPITAL
022516     END-IF
022517     MOVE SPACES TO WS-DEP-RAISON
022518     IF WS-DEP-CAPITAL + WS-DEP-INTERET = ZERO
022519         PERFORM 1950-RENEW-DEPOSIT THRU 1950-EXIT
022520         GO TO 1930-EXIT
022521     END-IF
022522     MOVE SPACES             TO TRANSACTION-RECORD
022523     MOVE "D"                TO TX-RECORD-TYPE
022524     MOVE DP-ACCOUNT-NUMBER  TO TX-ACCOUNT-NUMBER
022525     MOVE "M"                TO TX-TYPE
022526     COMPUTE TX-AMOUNT = WS-DEP-CAPITAL + WS-DEP-INTERET
022527     MOVE DP-NUMERO-DEPOT    TO TX-TARGET-ACCOUNT
022528     PERFORM 2050-POST-ONE-TRANSACTION THRU 2050-EXIT
022529     ADD 1 TO WS-MVTS-DEPOTS
022530     IF NOT MOUVEMENT-POSTE
022531         PERFORM 1970-WRITE-DEPOSIT-EXCEPTION THRU 1970-EXIT
022532         GO TO 1930-EXIT
022533     END-IF
022534     ADD WS-DEP-INTERET TO DP-INTERETS-VERSES
022535     IF DP-RENOUVELABLE
022536         PERFORM 1950-RENEW-DEPOSIT THRU 1950-EXIT
022537     ELSE
022538         MOVE "E" TO DP-STATUT
022539         MOVE WS-DATE-AFFAIRES TO DP-DATE-CLOTURE
022540         ADD 1 TO WS-DEPOTS-ECHUS
022541     END-IF.
022542 1930-EXIT.
022543     EXIT.
022544*-----------------------------------------------------------------
022545* 1935-COMPUTE-MATURITY -- ECHEANCE CONTRACTUELLE DU DEPOT : LE
022546* JOUR DE DP-DATE-VALEUR, DP-DUREE-MOIS MOIS PLUS TARD, RAMENE AU
022547* DERNIER JOUR D'UN MOIS PLUS COURT (MEME REGLE QUE
022548* DEPOSIT-BOOKING).  RESULTAT DANS DP-DATE-ECHEANCE.
022549*-----------------------------------------------------------------
022550 1935-COMPUTE-MATURITY.
022551     MOVE DP-DATE-VALEUR TO WS-DATE-CALCUL
022552     MOVE WS-CAL-JOUR    TO WS-DEP-JOUR-VALEUR
022553     COMPUTE WS-DEP-MOIS-ABSOLU = WS-CAL-ANNEE * 12 + WS-CAL-MOIS
022554                                - 1 + DP-DUREE-MOIS
022555     DIVIDE WS-DEP-MOIS-ABSOLU BY 12 GIVING WS-CAL-ANNEE
022556         REMAINDER WS-DEP-MOIS-RESTE
022557     COMPUTE WS-CAL-MOIS = WS-DEP-MOIS-RESTE + 1
022558     PERFORM 1548-CAL-DERNIER-JOUR THRU 1548-EXIT
022559     IF WS-DEP-JOUR-VALEUR > WS-CAL-DERNIER-JOUR
022560         MOVE WS-CAL-DERNIER-JOUR TO WS-CAL-JOUR
022561     ELSE
022562         MOVE WS-DEP-JOUR-VALEUR TO WS-CAL-JOUR
022563     END-IF
022564     MOVE WS-DATE-CALCUL TO DP-DATE-ECHEANCE.
022565 1935-EXIT.
022566     EXIT.
022567*-----------------------------------------------------------------
022568* 1940-SET-PAYMENT-DATE -- DATE DE PAIEMENT DU DEPOT : L'ECHEANCE
022569* CONTRACTUELLE REPORTEE AU JOUR OUVRE SUIVANT SI ELLE TOMBE UN
022570* SAMEDI, UN DIMANCHE OU UN FERIE DU CALENDRIER (COMME LES ORDRES
022571* PERMANENTS).
022572*-----------------------------------------------------------------
022573 1940-SET-PAYMENT-DATE.
022574     MOVE DP-DATE-ECHEANCE TO WS-DATE-CALCUL
022575     PERFORM 1570-CHECK-ONE-DAY THRU 1570-EXIT
022576     PERFORM 1565-ROLL-ONE-DAY THRU 1565-EXIT
022577         UNTIL JOUR-OUVRE
022578     MOVE WS-DATE-CALCUL TO DP-DATE-PAIEMENT.
022579 1940-EXIT.
022580     EXIT.
022581*-----------------------------------------------------------------
022582* 1950-RENEW-DEPOSIT -- RECONDUIT LE DEPOT POUR SA DUREE A PARTIR
022583* DE SA DATE DE PAIEMENT, AU TAUX DE LA GRILLE DEPCTL EN VIGUEUR
022584* POUR LA DUREE (TAUX CONSERVE SANS GRILLE OU SI LA DUREE N'Y A
022585* PAS DE TAUX), PUIS RECALCULE L'ECHEANCE ET LA DATE DE PAIEMENT.
022586*-----------------------------------------------------------------
022587 1950-RENEW-DEPOSIT.
022588     MOVE DP-DATE-PAIEMENT TO DP-DATE-VALEUR
022589     MOVE ZERO TO WS-DEP-TAUX
022590     IF WS-DATE-GRILLE-DEPOTS NOT = SPACES
022591         EVALUATE DP-DUREE-MOIS
022592             WHEN 03
022593                 MOVE WS-DEP-TAUX-3-MOIS  TO WS-DEP-TAUX
022594             WHEN 06
022595                 MOVE WS-DEP-TAUX-6-MOIS  TO WS-DEP-TAUX
022596             WHEN 12
022597                 MOVE WS-DEP-TAUX-12-MOIS TO WS-DEP-TAUX
022598         END-EVALUATE
022599     END-IF
022600     IF WS-DEP-TAUX > ZERO
022601         MOVE WS-DEP-TAUX          TO DP-TAUX-ANNUEL
022602         MOVE WS-DEP-TAUX-PENALITE TO DP-TAUX-PENALITE
022603         IF DP-TAUX-PENALITE > DP-TAUX-ANNUEL
022604             MOVE DP-TAUX-ANNUEL   TO DP-TAUX-PENALITE
022605         END-IF
022606     END-IF
022607     PERFORM 1935-COMPUTE-MATURITY THRU 1935-EXIT
022608     PERFORM 1940-SET-PAYMENT-DATE THRU 1940-EXIT
022609     ADD 1 TO DP-NB-RENOUVELLEMENTS
022610     ADD 1 TO WS-DEPOTS-RENOUVELES
022611     DISPLAY "DEPOT RENOUVELE : " DP-NUMERO-DEPOT
022612             " TAUX " DP-TAUX-ANNUEL
022613             " ECHEANCE " DP-DATE-ECHEANCE.
022614 1950-EXIT.
022615     EXIT.
022616*-----------------------------------------------------------------
022617* 1960-COMPUTE-DEPOSIT-INTEREST -- INTERETS DU DEPOT COURANT AU
022618* TAUX WS-DEP-TAUX POUR LES JOURS CALENDAIRES DE DP-DATE-VALEUR A
022619* WS-DEP-DATE-FIN : MONTANT X TAUX X JOURS / 365.  RESULTAT DANS
022620* WS-DEP-INTERET (JOURS DANS WS-DEP-JOURS).
022621*-----------------------------------------------------------------
022622 1960-COMPUTE-DEPOSIT-INTEREST.
022623     MOVE DP-DATE-VALEUR TO WS-DATE-CALCUL
022624     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
022625     MOVE WS-DT-JOURS TO WS-DEP-JOURS-VALEUR
022626     MOVE WS-DEP-DATE-FIN TO WS-DATE-CALCUL
022627     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
022628     IF WS-DT-JOURS > WS-DEP-JOURS-VALEUR
022629         COMPUTE WS-DEP-JOURS = WS-DT-JOURS - WS-DEP-JOURS-VALEUR
022630     ELSE
022631         MOVE ZERO TO WS-DEP-JOURS
022632     END-IF
022633     COMPUTE WS-DEP-INTERET ROUNDED
022634             = DP-MONTANT * WS-DEP-TAUX * WS-DEP-JOURS / 365.
022635 1960-EXIT.
022636     EXIT.
022637*-----------------------------------------------------------------
022638* 1970-WRITE-DEPOSIT-EXCEPTION -- EDITE SUR TDEXC LA MISE EN PLACE
022639* OU L'ECHEANCE DU DEPOT COURANT QUI N'A PAS PU ETRE POSTEE, AVEC
022640* LA RAISON DU REFUS (PAS EN SIMULATION).
022641*-----------------------------------------------------------------
022642 1970-WRITE-DEPOSIT-EXCEPTION.
022643     ADD 1 TO WS-DEPOTS-EN-EXCEPTION
022644     MOVE SPACES                 TO DEPOSIT-EXCEPTION-RECORD
022645     MOVE DP-NUMERO-DEPOT        TO DX-NUMERO-DEPOT
022646     MOVE DP-ACCOUNT-NUMBER      TO DX-ACCOUNT-NUMBER
022647     MOVE TX-TYPE                TO DX-OPERATION
022648     MOVE WS-DATE-AFFAIRES       TO DX-DATE-AFFAIRES
022649     MOVE TX-AMOUNT              TO DX-MONTANT
022650     MOVE LG-REASON-CODE         TO DX-RAISON
022651     IF NOT MODE-SIMULATION
022652         WRITE DEPOSIT-EXCEPTION-RECORD
022653     END-IF
022654     DISPLAY "DEPOT EN EXCEPTION : " DP-NUMERO-DEPOT " "
022655             TX-TYPE " " TX-AMOUNT " (" LG-REASON-CODE ")".
022656 1970-EXIT.
022657     EXIT.
022658*-----------------------------------------------------------------
022659* 8056-READ-NEXT-DEPOSIT -- LECTURE SEQUENTIELLE DU MAITRE DES
022660* DEPOTS A TERME.
022661*-----------------------------------------------------------------
022662 8056-READ-NEXT-DEPOSIT.
022663     READ TERM-DEPOSIT-MASTER NEXT RECORD
022664         AT END
022665             MOVE "Y" TO WS-DEPOTS-EOF-SW
022666         NOT AT END
022667             ADD 1 TO WS-DEPOTS-LUS
022668     END-READ.
022669 8056-EXIT.
022670     EXIT.
022671*-----------------------------------------------------------------
022672* 2000-PROCESS-TRANSACTION -- RECHERCHE LE COMPTE DE LA
022673* TRANSACTION COURANTE SUR ACCOUNT-MASTER, POSTE LE DEPOT OU LE
022674* RETRAIT, PUIS REECRIT LE COMPTE ET LIT LA TRANSACTION
022675* SUIVANTE.
022676*-----------------------------------------------------------------
022677 2000-PROCESS-TRANSACTION.
022678     IF NOT TX-IS-DETAIL
022679         PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT
022680         GO TO 2000-EXIT
022681     END-IF
022682     IF WS-DETAILS-SAUTES < WS-DETAILS-DEJA-APPLIQUES
022683         ADD 1 TO WS-DETAILS-SAUTES
022684         IF WS-DETAILS-SAUTES > WS-DETAILS-REPORTES
022685             PERFORM 2010-REPLAY-CHEQUE-STATE THRU 2010-EXIT
022686             IF TX-VALUE-DATE > WS-DATE-JOUR-COMPLETE
022687                     AND NOT MODE-SIMULATION
022688                 WRITE WAREHOUSE-OUT-RECORD
022689                     FROM TRANSACTION-RECORD
022690             END-IF
022691         END-IF
022692         PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT
022693         GO TO 2000-EXIT
022694     END-IF
022695     IF TX-VALUE-DATE > WS-DATE-JOUR-COMPLETE
022696         ADD 1 TO WS-ENTREPOSEES
022697         IF NOT MODE-SIMULATION
022698             WRITE WAREHOUSE-OUT-RECORD FROM TRANSACTION-RECORD
022699         END-IF
022700         DISPLAY "MOUVEMENT ENTREPOSE POUR LE " TX-VALUE-DATE
022701                 " : " TX-ACCOUNT-NUMBER " " TX-TYPE " " TX-AMOUNT
022702         ADD 1 TO WS-DETAILS-APPLIQUES
022703         PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT
022704         PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT
022705         GO TO 2000-EXIT
022706     END-IF
022707     MOVE "T" TO WS-TYPE-JAMBE-DEBIT
022708     PERFORM 2050-POST-ONE-TRANSACTION THRU 2050-EXIT
022709     ADD 1 TO WS-DETAILS-APPLIQUES
022710     PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT
022711     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
022712 2000-EXIT.
022713     EXIT.
022714*-----------------------------------------------------------------
022715* 8050-READ-STANDING-ORDER -- LECTURE SEQUENTIELLE DU FICHIER
022716* DES ORDRES PERMANENTS.
022717*-----------------------------------------------------------------
022718 8050-READ-STANDING-ORDER.
022719     READ STANDING-ORDERS
022720         AT END
022721             MOVE "Y" TO WS-ORDRES-EOF-SW
022722         NOT AT END
022723             ADD 1 TO WS-ORDRES-LUS
022724     END-READ.
022725 8050-EXIT.
022730     EXIT.
022740*-----------------------------------------------------------------
022750* 2050-POST-ONE-TRANSACTION -- POSTE LA TRANSACTION PRESENTE DANS
023010         MOVE TX-AMOUNT TO AMOUNT
023020         MOVE SPACES TO WS-CONTREPARTIE
023030         PERFORM 2055-SET-DEVISE-ECRITURE THRU 2055-EXIT
023035         PERFORM 6300-SET-PRODUCT-CONDITIONS THRU 6300-EXIT
023040         IF ACCOUNT-FROZEN OR ACCOUNT-CLOSED
023050             DISPLAY "COMPTE NON OUVERT : " ACCOUNT-NUMBER
023060                     " (STATUT " ACCT-STATUS ")"
023450             MOVE "DORM" TO LG-REASON-CODE
023460             PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
023470         ELSE
023471         IF ACCOUNT-BLOCKED
023472                 AND (TX-IS-WITHDRAWAL OR TX-IS-TRANSFER
023473                      OR TX-IS-DIRECT-DEBIT
023474                      OR TX-IS-DEPOSIT-PLACEMENT)
023475             DISPLAY "DEBIT REFUSE - COMPTE BLOQUE : "
023476                     ACCOUNT-NUMBER
023477             ADD 1 TO WS-TRANSACTIONS-REJETEES
023478             IF TX-IS-TRANSFER
023479                 MOVE WS-TYPE-JAMBE-DEBIT TO LG-TRANS-TYPE
023480             ELSE
023481                 MOVE TX-TYPE TO LG-TRANS-TYPE
023482             END-IF
023483             MOVE "R"    TO LG-STATUS
023484             MOVE "BLOQ" TO LG-REASON-CODE
023485             PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
023486         ELSE
023487         EVALUATE TRUE
023490             WHEN TX-IS-DEPOSIT
023500                 PERFORM 4000-DEPOSIT THRU 4000-EXIT
023510             WHEN TX-IS-WITHDRAWAL
023580                 PERFORM 4200-CHEQUE-RETURN THRU 4200-EXIT
023590             WHEN TX-IS-CLOSURE
023600                 PERFORM 4300-CLOSE-ACCOUNT THRU 4300-EXIT
023601             WHEN TX-IS-LOAN-DISBURSEMENT AND PASSE-DES-PRETS
023602                 PERFORM 4400-LOAN-DISBURSEMENT THRU 4400-EXIT
023603             WHEN TX-IS-LOAN-INSTALMENT AND PASSE-DES-PRETS
023604                 PERFORM 5200-LOAN-INSTALMENT THRU 5200-EXIT
023605             WHEN TX-IS-DEPOSIT-PLACEMENT AND PASSE-DES-DEPOTS
023606                 PERFORM 5300-DEPOSIT-PLACEMENT THRU 5300-EXIT
023607             WHEN TX-IS-DEPOSIT-MATURITY AND PASSE-DES-DEPOTS
023608                 PERFORM 4600-TERM-DEPOSIT-PAYOUT THRU 4600-EXIT
023609             WHEN TX-IS-DIRECT-DEBIT AND PASSE-DES-PRELEVEMENTS
023610                 PERFORM 5400-DIRECT-DEBIT THRU 5400-EXIT
023611             WHEN TX-IS-DIRECT-DEBIT-REFUND
023612                     AND PASSE-DES-PRELEVEMENTS
023613                 PERFORM 4800-DIRECT-DEBIT-REFUND THRU 4800-EXIT
023614             WHEN TX-IS-DEPOSIT-BREAK
023615                 PERFORM 4650-TERM-DEPOSIT-BREAK THRU 4650-EXIT
023616             WHEN OTHER
023620                 DISPLAY "TYPE DE TRANSACTION INCONNU : "
023630                         TX-TYPE
023640                 ADD 1 TO WS-TRANSACTIONS-REJETEES
023670                 MOVE "TYPE"     TO LG-REASON-CODE
023680                 PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
023690         END-EVALUATE
023695         END-IF
023700         END-IF
023710         END-IF
023720         PERFORM 8750-REWRITE-MASTER THRU 8750-EXIT
024300* PORTANT CHACUNE L'AUTRE COMPTE EN CONTREPARTIE.  EN SORTIE,
024310* ACCOUNT-RECORD CONTIENT DE NOUVEAU LE COMPTE SOURCE (A JOUR)
024320* POUR LA REECRITURE FAITE PAR L'APPELANT.
024323* UN VIREMENT VERS UN AUTRE CLIENT PEUT ETRE RETENU SUR PAYHOLD
024326* APRES UN CHANGEMENT RECENT DES COORDONNEES DU TITULAIRE (4730).
024330*-----------------------------------------------------------------
024340 4500-TRANSFER.
024350     MOVE ACCOUNT-RECORD TO WS-COMPTE-SOURCE
024355     MOVE ACCT-NUMERO-CLIENT TO WS-CLIENT-SOURCE
024360     MOVE TX-TARGET-ACCOUNT TO WS-CONTREPARTIE
024370     IF TX-TARGET-ACCOUNT = TX-ACCOUNT-NUMBER
024380         DISPLAY "VIREMENT REFUSE - MEME COMPTE DES DEUX COTES"
024780         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
024790         GO TO 4500-EXIT
024800     END-IF
024801     IF CPT-VIREMENT-REFUSE
024802             OR (CPT-VIREMENT-TITULAIRE
024803                 AND ACCT-NUMERO-CLIENT NOT = WS-CLIENT-SOURCE)
024804         DISPLAY "VIREMENT REFUSE PAR LE PRODUIT DU COMPTE "
024805                 TX-ACCOUNT-NUMBER " VERS " TX-TARGET-ACCOUNT
024806         MOVE WS-COMPTE-SOURCE TO ACCOUNT-RECORD
024807         ADD 1 TO WS-TRANSACTIONS-REJETEES
024808         MOVE WS-TYPE-JAMBE-DEBIT TO LG-TRANS-TYPE
024809         MOVE "R"    TO LG-STATUS
024810         MOVE "PRDV" TO LG-REASON-CODE
024811         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
024812         GO TO 4500-EXIT
024813     END-IF
024814     MOVE ACCOUNT-RECORD TO WS-COMPTE-CIBLE
024815     MOVE ACCT-NUMERO-CLIENT TO WS-RET-CLIENT-CIBLE
024820     IF ACCT-CURRENCY = SPACES
024830         MOVE "EUR" TO WS-DEVISE-CIBLE
024840     ELSE
024960         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
024970         GO TO 4500-EXIT
024980     END-IF
024981     MOVE "I" TO WS-RET-GENRE
024982     PERFORM 4730-CHECK-CONTACT-HOLD THRU 4730-EXIT
024983     IF PAIEMENT-RETENU
024984         GO TO 4500-EXIT
024985     END-IF
024990     IF AMOUNT > BALANCE - ACCT-UNCLEARED-FUNDS
025000             + WS-CPT-LIMITE-DECOUVERT
025010         DISPLAY "VIREMENT REFUSE - PROVISION INSUFFISANTE SUR "
025020                 ACCOUNT-NUMBER
025030         ADD 1 TO WS-TRANSACTIONS-REJETEES
025320     MOVE WS-TAUX-APPLIQUE TO WS-TAUX-ECRITURE
025330     PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
025340     MOVE 1 TO WS-TAUX-ECRITURE
025347     IF WS-CPT-FRAIS-VIREMENT > ZERO
025354             AND WS-TYPE-JAMBE-DEBIT = "T"
025361         MOVE WS-CPT-FRAIS-VIREMENT TO WS-FRAIS-COURANT
025370         MOVE "VIRT" TO WS-RAISON-FRAIS
025380         PERFORM 5100-ASSESS-FEE THRU 5100-EXIT
025390     END-IF
026040* EXTERNE), ET LE PAIEMENT EST CUMULE SUR L'EXTRAIT OUTPAY POUR
026050* LE RESEAU DE COMPENSATION.  LA REECRITURE DU COMPTE EST FAITE
026060* PAR L'APPELANT.
026061* UN PAIEMENT SORTANT EST RETENU SUR PAYHOLD AU LIEU D'ETRE EMIS
026062* APRES UN CHANGEMENT RECENT DES COORDONNEES DU TITULAIRE (4730).
026063* LE PAIEMENT EMIS PORTE EN REFERENCE LE LG-SEQUENCE DE SA JAMBE
026064* DEBIT ET EST INSCRIT AU REGISTRE OUTPREG EN ATTENTE DE SON
026065* ACQUITTEMENT (4740).
026070*-----------------------------------------------------------------
026080 4700-EXTERNAL-TRANSFER.
026081     IF CPT-EXTERNE-REFUSE OR CPT-VIREMENT-REFUSE
026082             OR CPT-VIREMENT-TITULAIRE
026083         DISPLAY "PAIEMENT SORTANT REFUSE PAR LE PRODUIT DU "
026084                 "COMPTE " ACCOUNT-NUMBER
026085         ADD 1 TO WS-TRANSACTIONS-REJETEES
026086         MOVE WS-TYPE-JAMBE-DEBIT TO LG-TRANS-TYPE
026087         MOVE "R"    TO LG-STATUS
026088         MOVE "PRDE" TO LG-REASON-CODE
026089         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
026090         GO TO 4700-EXIT
026091     END-IF
026092     PERFORM 5500-CHECK-STOP-INSTRUCTION THRU 5500-EXIT
026100     IF OPPOSITION-TROUVEE
026110         DISPLAY "PAIEMENT SORTANT BLOQUE PAR OPPOSITION SUR "
026120                 ACCOUNT-NUMBER " MONTANT " AMOUNT
026170         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
026180         GO TO 4700-EXIT
026190     END-IF
026191     MOVE "E"    TO WS-RET-GENRE
026192     MOVE SPACES TO WS-RET-CLIENT-CIBLE
026193     PERFORM 4730-CHECK-CONTACT-HOLD THRU 4730-EXIT
026194     IF PAIEMENT-RETENU
026195         GO TO 4700-EXIT
026196     END-IF
026200     IF AMOUNT > BALANCE - ACCT-UNCLEARED-FUNDS
026210             + WS-CPT-LIMITE-DECOUVERT
026220         DISPLAY "PAIEMENT SORTANT REFUSE - PROVISION "
026230                 "INSUFFISANTE SUR " ACCOUNT-NUMBER
026240         ADD 1 TO WS-TRANSACTIONS-REJETEES
026470     MOVE AMOUNT                TO PM-AMOUNT
026480     MOVE WS-DEVISE-ECRITURE    TO PM-CURRENCY
026490     MOVE WS-DATE-JOUR-COMPLETE TO PM-VALUE-DATE
026495     MOVE LG-SEQUENCE           TO PM-REFERENCE
026500     IF NOT MODE-SIMULATION
026510         WRITE OUTBOUND-PAYMENT-RECORD FROM PAYMENT-RECORD
026515         PERFORM 4740-WRITE-REGISTER-DETAIL THRU 4740-EXIT
026520     END-IF
026530     ADD 1 TO WS-PAIEMENTS-EMIS
026540     ADD AMOUNT TO WS-HASH-EMIS
026547     IF WS-CPT-FRAIS-VIREMENT > ZERO
026554             AND WS-TYPE-JAMBE-DEBIT = "T"
026561         MOVE WS-CPT-FRAIS-VIREMENT TO WS-FRAIS-COURANT
026570         MOVE "VIRT" TO WS-RAISON-FRAIS
026580         PERFORM 5100-ASSESS-FEE THRU 5100-EXIT
026590     END-IF.
026850 4720-EXIT.
026860     EXIT.
026870*-----------------------------------------------------------------
026871* 4730-CHECK-CONTACT-HOLD -- DECIDE SI LE VIREMENT CLIENT COURANT
026872* (JAMBE "T", COMPTE SOURCE DANS ACCOUNT-RECORD) EST RETENU :
026873* PAIEMENT SORTANT (WS-RET-GENRE "E"), OU VIREMENT INTERNE ("I")
026874* VERS UN AUTRE CLIENT D'UN MONTANT SUPERIEUR AU SEUIL HOLDCTL,
026875* DONT LE TITULAIRE FIGURE EN ENTREE "K" DU FICHIER DE TRAVAIL.
026876* LE VIREMENT RETENU N'EST PAS POSTE : IL EST HISTORISE "R" "RETN"
026877* ET RANGE SUR PAYHOLD AVEC SON IMAGE, CLE SUR L'ECRITURE "RETN".
026878* UN MOUVEMENT LIBERE PAR 2800 N'EST JAMAIS RETENU UNE SECONDE
026879* FOIS.  POSITIONNE WS-RETENUE-SW.
026880*-----------------------------------------------------------------
026881 4730-CHECK-CONTACT-HOLD.
026882     MOVE "N" TO WS-RETENUE-SW
026883     IF WS-CHG-COUNT = ZERO
026884             OR WS-TYPE-JAMBE-DEBIT NOT = "T"
026885             OR LIBERATION-EN-COURS
026886         GO TO 4730-EXIT
026887     END-IF
026888     IF WS-RET-GENRE = "I"
026889         IF WS-RET-CLIENT-CIBLE = WS-CLIENT-SOURCE
026890                 OR AMOUNT NOT > WS-RET-SEUIL
026891             GO TO 4730-EXIT
026892         END-IF
026893     END-IF
026894     MOVE SPACES           TO WK-CLE
026895     MOVE "K"              TO WK-TYPE
026896     MOVE WS-CLIENT-SOURCE TO WK-ACCOUNT
026897     PERFORM 8780-READ-WORK-SET THRU 8780-EXIT
026898     IF TRAVAIL-ABSENT
026899         GO TO 4730-EXIT
026900     END-IF
026901     MOVE "Y" TO WS-RETENUE-SW
026902     MOVE CCT-DATE TO WS-RET-DATE-CHANGEMENT
026903     DISPLAY "VIREMENT RETENU - COORDONNEES CHANGEES LE "
026904             WS-RET-DATE-CHANGEMENT " : " ACCOUNT-NUMBER
026905             " VERS " TX-TARGET-ACCOUNT " MONTANT " AMOUNT
026906     ADD 1 TO WS-TRANSACTIONS-REJETEES
026907     ADD 1 TO WS-PAIEMENTS-RETENUS
026908     MOVE WS-TYPE-JAMBE-DEBIT TO LG-TRANS-TYPE
026909     MOVE "R"    TO LG-STATUS
026910     MOVE "RETN" TO LG-REASON-CODE
026911     PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
026912     IF MODE-SIMULATION
026913         GO TO 4730-EXIT
026914     END-IF
026915     MOVE SPACES                 TO PAYMENT-HOLD-RECORD
026916     MOVE LG-TIMESTAMP (1:8)     TO PH-DATE-RETENUE
026917     MOVE LG-ACCOUNT-NUMBER      TO PH-ACCOUNT-NUMBER
026918     MOVE LG-SEQUENCE            TO PH-SEQUENCE
026919     MOVE "H"                    TO PH-STATUT
026920     MOVE WS-RET-GENRE           TO PH-GENRE
026921     MOVE WS-CLIENT-SOURCE       TO PH-NUMERO-CLIENT
026922     MOVE WS-RET-DATE-CHANGEMENT TO PH-DATE-CHANGEMENT
026923     MOVE TRANSACTION-RECORD     TO PH-IMAGE
026924     WRITE PAYMENT-HOLD-RECORD
026925         INVALID KEY
026926             DISPLAY "RETENUE DEJA PRESENTE SUR PAYHOLD : "
026927                     PH-ACCOUNT-NUMBER " " PH-DATE-RETENUE " "
026928                     PH-SEQUENCE
026929     END-WRITE.
026930 4730-EXIT.
026931     EXIT.
026932*-----------------------------------------------------------------
026933* 4740-WRITE-REGISTER-DETAIL -- INSCRIT LE PAIEMENT SORTANT DE
026934* PAYMENT-RECORD AU REGISTRE OUTPREG, EMIS ("E") SOUS LA DATE DU
026935* LOT OUTPAY, EN ATTENTE DE SON ACQUITTEMENT.  UNE CLE DEJA
026936* PRESENTE (REPRISE) EST SIGNALEE ET IGNOREE.
026937*-----------------------------------------------------------------
026938 4740-WRITE-REGISTER-DETAIL.
026939     MOVE SPACES             TO OUTPAY-REGISTER-RECORD
026940     MOVE WS-DATE-AFFAIRES   TO OG-DATE-LOT
026941     MOVE PM-ACCOUNT-NUMBER  TO OG-ACCOUNT-NUMBER
026942     MOVE PM-REFERENCE       TO OG-REFERENCE
026943     MOVE "D"                TO OG-GENRE
026944     MOVE "E"                TO OG-STATUT
026945     MOVE PM-COUNTERPARTY    TO OG-COUNTERPARTY
026946     MOVE PM-AMOUNT          TO OG-AMOUNT
026947     MOVE PM-CURRENCY        TO OG-CURRENCY
026948     MOVE ZERO               TO OG-SEQUENCE-RETOUR
026949     WRITE OUTPAY-REGISTER-RECORD
026950         INVALID KEY
026951             DISPLAY "PAIEMENT DEJA INSCRIT SUR OUTPREG : "
026952                     OG-ACCOUNT-NUMBER " " OG-REFERENCE
026953     END-WRITE.
026954 4740-EXIT.
026955     EXIT.
026956*-----------------------------------------------------------------
026957* 4745-WRITE-REGISTER-TOTAL -- INSCRIT AU REGISTRE OUTPREG LE
026958* TOTAL DU LOT OUTPAY DU JOUR ("T", COMPTE A BLANC, REFERENCE
026959* ZERO) AVEC LE NOMBRE ET LE TOTAL DE CONTROLE DE SON TRAILER,
026960* AUCUN ACQUITTEMENT ENCORE RECU.
026961*-----------------------------------------------------------------
026962 4745-WRITE-REGISTER-TOTAL.
026963     MOVE SPACES              TO OUTPAY-REGISTER-RECORD
026964     MOVE WS-DATE-AFFAIRES    TO OG-DATE-LOT
026965     MOVE ZERO                TO OG-REFERENCE
026966     MOVE "T"                 TO OG-GENRE
026967     MOVE PM-BATCH-COUNT      TO OG-NB-EMIS
026968     MOVE PM-BATCH-HASH-TOTAL TO OG-HASH-EMIS
026969     MOVE ZERO                TO OG-NB-ACQUITTES
026970     MOVE ZERO                TO OG-HASH-ACQUITTES
026971     MOVE ZERO                TO OG-NB-REJETES
026972     MOVE ZERO                TO OG-MONTANT-REJETE
026973     WRITE OUTPAY-REGISTER-RECORD
026974         INVALID KEY
026975             DISPLAY "TOTAL DU LOT DEJA INSCRIT SUR OUTPREG : "
026976                     OG-DATE-LOT
026977     END-WRITE.
026978 4745-EXIT.
026979     EXIT.
026980*-----------------------------------------------------------------
026981* 4100-CHEQUE-DEPOSIT -- DEPOT DE CHEQUE : LE SOLDE EST CREDITE
026982* MAIS, TANT QUE LE DELAI D'ENCAISSEMENT COURT, LE MONTANT EST
026983* AUSSI GELE DANS ACCT-UNCLEARED-FUNDS ET UN GEL EST RANGE DANS
026984* LA TABLE (REPORTE SUR CHQOUT EN FIN DE RUN).  DELAI ZERO :
026985* FONDS DISPONIBLES IMMEDIATEMENT, PAS DE GEL.  L'ECRITURE "C"
026986* PORTE LA REFERENCE DU CHEQUE EN CONTREPARTIE.
026987*-----------------------------------------------------------------
026988 4100-CHEQUE-DEPOSIT.
026989     ADD AMOUNT TO BALANCE
026990     MOVE WS-DATE-JOUR-COMPLETE TO ACCT-DATE-DERNIER-MVT
026991     ADD 1 TO WS-TRANSACTIONS-POSTEES
026992     ADD 1 TO WS-CHEQUES-DEPOSES
027000     MOVE "Y" TO WS-MOUVEMENT-SW
027010     IF WS-JOURS-ENCAISSEMENT > ZERO
027020         ADD AMOUNT TO ACCT-UNCLEARED-FUNDS
027140 4100-EXIT.
027150     EXIT.
027160*-----------------------------------------------------------------
027170* 4110-STORE-CHEQUE-HOLD -- RANGE LE GEL DU CHEQUE COURANT PARMI
027180* LES GELS ACTIFS (DATE DISPONIBLE DEJA CALCULEE).
027200*-----------------------------------------------------------------
027210 4110-STORE-CHEQUE-HOLD.
027220     MOVE SPACES                TO WORK-SET-RECORD
027230     MOVE "C"                   TO WK-TYPE
027240     MOVE TX-ACCOUNT-NUMBER     TO CHT-ACCOUNT
027250     MOVE TX-CHEQUE-REF         TO CHT-REF
027260     MOVE TX-AMOUNT             TO CHT-AMOUNT
027270     MOVE WS-DATE-JOUR-COMPLETE TO CHT-DATE-DEPOT
027280     MOVE WS-DATE-DISPONIBLE    TO CHT-DATE-DISPONIBLE
027290     PERFORM 4120-ADD-CHEQUE-HOLD THRU 4120-EXIT.
027300 4110-EXIT.
027310     EXIT.
027320*-----------------------------------------------------------------
027330* 4120-ADD-CHEQUE-HOLD -- ECRIT LE GEL PREPARE (TYPE "C") SUR LE
027340* FICHIER DE TRAVAIL SOUS LE RANG DE RANGEMENT SUIVANT, QUI
027350* DISTINGUE DEUX GELS DE MEME COMPTE ET MEME REFERENCE ET GARDE
027360* L'ORDRE D'ARRIVEE.  TIENT LE NOMBRE DE GELS ACTIFS ET SON PIC.
027370*-----------------------------------------------------------------
027380 4120-ADD-CHEQUE-HOLD.
027390     ADD 1 TO WS-CHQ-RANG
027400     MOVE WS-CHQ-RANG TO CHT-RANG
027410     PERFORM 8770-WRITE-WORK-SET THRU 8770-EXIT
027420     ADD 1 TO WS-CHQ-COUNT
027430     IF WS-CHQ-COUNT > WS-CHQ-PIC
027440         MOVE WS-CHQ-COUNT TO WS-CHQ-PIC
027480     END-IF.
027490 4120-EXIT.
027500     EXIT.
027510*-----------------------------------------------------------------
027520* 4200-CHEQUE-RETURN -- CHEQUE RETOURNE IMPAYE : LE DEPOT EST
027580*-----------------------------------------------------------------
027590 4200-CHEQUE-RETURN.
027600     PERFORM 5600-FIND-CHEQUE-HOLD THRU 5600-EXIT
027610     IF GEL-TROUVE
027630         ADD 1 TO WS-GELS-ANNULES
027640         IF CHT-AMOUNT > ACCT-UNCLEARED-FUNDS
027650             MOVE ZERO TO ACCT-UNCLEARED-FUNDS
027660         ELSE
027670             SUBTRACT CHT-AMOUNT FROM ACCT-UNCLEARED-FUNDS
027690         END-IF
027695         PERFORM 5620-DROP-CHEQUE-HOLD THRU 5620-EXIT
027700     END-IF
027710     COMPUTE BALANCE = BALANCE - AMOUNT
027720     MOVE WS-DATE-JOUR-COMPLETE TO ACCT-DATE-DERNIER-MVT
027840 4200-EXIT.
027850     EXIT.
027860*-----------------------------------------------------------------
027868* 5600-FIND-CHEQUE-HOLD -- RECHERCHE LE GEL ACTIF DU COMPTE ET DE
027876* LA REFERENCE DU CHEQUE COURANT : POSITIONNEMENT SUR COMPTE +
027884* REFERENCE, LE PREMIER GEL LU EST LE PLUS ANCIEN.  GEL-TROUVE
027892* EST POSITIONNE ET LE GEL EST DANS CHEQUE-HOLD-WORK-RECORD.
027900*-----------------------------------------------------------------
027910 5600-FIND-CHEQUE-HOLD.
027912     MOVE "N"               TO WS-CHQ-TROUVE-SW
027914     MOVE SPACES            TO WORK-SET-RECORD
027916     MOVE "C"               TO WK-TYPE
027918     MOVE TX-ACCOUNT-NUMBER TO CHT-ACCOUNT
027920     MOVE TX-CHEQUE-REF     TO CHT-REF
027922     MOVE "N"               TO WS-TRAVAIL-FIN-SW
027924     START WORK-SET-FILE KEY IS NOT LESS THAN WK-CLE
027926         INVALID KEY
027928             MOVE "Y" TO WS-TRAVAIL-FIN-SW
027930     END-START
027932     IF FIN-ENSEMBLE-TRAVAIL
027934         GO TO 5600-EXIT
027936     END-IF
027938     READ WORK-SET-FILE NEXT RECORD
027940         AT END
027942             MOVE "Y" TO WS-TRAVAIL-FIN-SW
027944     END-READ
027946     IF NOT FIN-ENSEMBLE-TRAVAIL
027948             AND WK-GEL-CHEQUE
027950             AND CHT-ACCOUNT = TX-ACCOUNT-NUMBER
027952             AND CHT-REF = TX-CHEQUE-REF
027954         MOVE "Y" TO WS-CHQ-TROUVE-SW
027956     END-IF.
027970 5600-EXIT.
027980     EXIT.
027990*-----------------------------------------------------------------
027997* 5620-DROP-CHEQUE-HOLD -- SUPPRIME DU FICHIER DE TRAVAIL LE GEL
028004* TROUVE PAR 5600 (ANNULE PAR LE RETOUR DU CHEQUE) : IL NE SERA
028011* NI LEVE NI REPORTE.
028020*-----------------------------------------------------------------
028027 5620-DROP-CHEQUE-HOLD.
028034     DELETE WORK-SET-FILE RECORD
028041         INVALID KEY
028048             DISPLAY "GEL DE CHEQUE INTROUVABLE SUR BNKWORK : "
028055                     CHT-ACCOUNT " " CHT-REF
028062             MOVE 16 TO RETURN-CODE
028069             STOP RUN
028076     END-DELETE
028083     SUBTRACT 1 FROM WS-CHQ-COUNT.
028090 5620-EXIT.
028100     EXIT.
028110*-----------------------------------------------------------------
028120* 1540-COMPUTE-DATE-DISPONIBLE -- CALCULE LA DATE DE
028780* 2010-REPLAY-CHEQUE-STATE -- EN REPRISE, RECONSTRUIT L'ETAT DES
028790* GELS POUR UN DETAIL SAUTE (DEJA APPLIQUE AU MAITRE AVANT
028800* L'ARRET) : UN DEPOT DE CHEQUE QUI AURAIT ETE POSTE (COMPTE
028810* PRESENT, OUVERT, DEVISE EN ACCORD) REPREND SON GEL PARMI LES
028820* GELS ACTIFS SANS TOUCHER AU MAITRE ; UN RETOUR DE CHEQUE
028830* SUPPRIME SON GEL.  LA SUSPENSION PAR LA SURVEILLANCE N'EST PAS
028840* REJOUEE (SON HISTORIQUE N'EST PAS RECONSTRUIT NON PLUS).
028850*-----------------------------------------------------------------
028860 2010-REPLAY-CHEQUE-STATE.
028890     END-IF
028900     IF TX-IS-CHEQUE-RETURN
028910         PERFORM 5600-FIND-CHEQUE-HOLD THRU 5600-EXIT
028920         IF GEL-TROUVE
028930             PERFORM 5620-DROP-CHEQUE-HOLD THRU 5620-EXIT
028940         END-IF
028950         GO TO 2010-EXIT
028960     END-IF
029190 2010-EXIT.
029200     EXIT.
029210*-----------------------------------------------------------------
029218* 5500-CHECK-STOP-INSTRUCTION -- PARCOURT LES OPPOSITIONS DU
029226* COMPTE COURANT (ACCOUNT-NUMBER) SUR LE FICHIER DE TRAVAIL, EN
029234* POSITIONNEMENT SUR LE COMPTE, POUR LE MONTANT COURANT (AMOUNT) :
029242* L'OPPOSITION JOUE SI LA DATE DU JOUR EST DANS LA FENETRE D'EFFET
029250* ET SI LE MONTANT CORRESPOND (BORNES NULLES = TOUT DEBIT, MAX
029258* NUL = MONTANT EXACT, SINON PLAGE MIN-MAX INCLUSE).
029266* WS-STOP-HIT-SW EST POSITIONNE.
029280*-----------------------------------------------------------------
029290 5500-CHECK-STOP-INSTRUCTION.
029300     MOVE "N" TO WS-STOP-HIT-SW
029303     IF WS-STOP-COUNT = ZERO
029306         GO TO 5500-EXIT
029309     END-IF
029312     MOVE "N"            TO WS-TRAVAIL-FIN-SW
029315     MOVE SPACES         TO WK-CLE
029318     MOVE "O"            TO WK-TYPE
029321     MOVE ACCOUNT-NUMBER TO WK-ACCOUNT
029324     START WORK-SET-FILE KEY IS NOT LESS THAN WK-CLE
029327         INVALID KEY
029330             MOVE "Y" TO WS-TRAVAIL-FIN-SW
029333     END-START
029336     PERFORM 5510-CHECK-ONE-STOP THRU 5510-EXIT
029339         UNTIL FIN-ENSEMBLE-TRAVAIL
029342             OR OPPOSITION-TROUVEE
029350     IF OPPOSITION-TROUVEE
029370         DISPLAY "OPPOSITION SAISIE PAR " ST-STOP-OPERATEUR
029390     END-IF.
029400 5500-EXIT.
029410     EXIT.
029420*-----------------------------------------------------------------
029427* 5510-CHECK-ONE-STOP -- LIT L'OPPOSITION SUIVANTE ET LA CONFRONTE
029434* AU DEBIT COURANT.  ARRET SUR UN AUTRE COMPTE OU UN AUTRE TYPE
029441* D'ENTREE.
029450*-----------------------------------------------------------------
029460 5510-CHECK-ONE-STOP.
029463     READ WORK-SET-FILE NEXT RECORD
029466         AT END
029469             MOVE "Y" TO WS-TRAVAIL-FIN-SW
029472     END-READ
029475     IF FIN-ENSEMBLE-TRAVAIL
029480         GO TO 5510-EXIT
029490     END-IF
029497     IF NOT WK-OPPOSITION
029504             OR ST-STOP-ACCOUNT NOT = ACCOUNT-NUMBER
029511         MOVE "Y" TO WS-TRAVAIL-FIN-SW
029520         GO TO 5510-EXIT
029530     END-IF
029536     IF ST-STOP-DATE-EFFET > WS-DATE-JOUR-COMPLETE
029542         GO TO 5510-EXIT
029548     END-IF
029554     IF ST-STOP-DATE-EXPIR NOT = SPACES
029560             AND WS-DATE-JOUR-COMPLETE > ST-STOP-DATE-EXPIR
029570         GO TO 5510-EXIT
029580     END-IF
029590     EVALUATE TRUE
029600         WHEN ST-STOP-MONTANT-MIN = ZERO
029610                 AND ST-STOP-MONTANT-MAX = ZERO
029620             MOVE "Y" TO WS-STOP-HIT-SW
029630         WHEN ST-STOP-MONTANT-MAX = ZERO
029640             IF AMOUNT = ST-STOP-MONTANT-MIN
029650                 MOVE "Y" TO WS-STOP-HIT-SW
029660             END-IF
029670         WHEN OTHER
029680             IF AMOUNT NOT < ST-STOP-MONTANT-MIN
029690                     AND AMOUNT NOT > ST-STOP-MONTANT-MAX
029710                 MOVE "Y" TO WS-STOP-HIT-SW
029720             END-IF
029730     END-EVALUATE.
029940         GO TO 5000-EXIT
029950     END-IF
029960     IF AMOUNT > BALANCE - ACCT-UNCLEARED-FUNDS
029970             + WS-CPT-LIMITE-DECOUVERT
029980         DISPLAY "Fonds insuffisants pour un retrait de "
029990                 AMOUNT " sur " ACCOUNT-NUMBER
030000         ADD 1 TO WS-TRANSACTIONS-REJETEES
030180         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
030190         IF BALANCE < ZERO
030200             ADD 1 TO WS-RETRAITS-A-DECOUVERT
030210             COMPUTE BALANCE = BALANCE - WS-CPT-FRAIS-DECOUVERT
030220             DISPLAY "Decouvert autorise utilise sur "
030230                     ACCOUNT-NUMBER
030240                     ". Frais de decouvert preleves: "
030250                     WS-CPT-FRAIS-DECOUVERT
030260             MOVE ACCOUNT-NUMBER     TO LG-ACCOUNT-NUMBER
030270             MOVE WS-CPT-FRAIS-DECOUVERT TO LG-AMOUNT
030280             MOVE "F"                TO LG-TRANS-TYPE
030290             MOVE "P"                TO LG-STATUS
030300             MOVE "ODFE"              TO LG-REASON-CODE
030380             PERFORM 8720-WRITE-LEDGER-RECORD THRU 8720-EXIT
030390         END-IF
030400         PERFORM 5150-COUNT-WITHDRAWAL THRU 5150-EXIT
030410         IF WS-CPT-FRAIS-RETRAIT > ZERO
030420                 AND WS-WDR-NOMBRE > WS-CPT-RETRAITS-GRATUITS
030430             MOVE WS-CPT-FRAIS-RETRAIT TO WS-FRAIS-COURANT
030440             MOVE "RETR" TO WS-RAISON-FRAIS
030450             PERFORM 5100-ASSESS-FEE THRU 5100-EXIT
030460         END-IF
030470     END-IF.
030480 5000-EXIT.
030481     EXIT.
030482*-----------------------------------------------------------------
030483* 4400-LOAN-DISBURSEMENT -- CREDITE LE COMPTE EMPRUNTEUR DU
030484* CAPITAL DU PRET (ECRITURE "K", CONTREPARTIE = NUMERO DE PRET).
030485* LE DEBLOCAGE N'EST PAS UN MOUVEMENT DU CLIENT : LA DATE DE
030486* DERNIER MOUVEMENT DU COMPTE N'EST PAS TOUCHEE.
030487*-----------------------------------------------------------------
030488 4400-LOAN-DISBURSEMENT.
030489     MOVE TX-TARGET-ACCOUNT TO WS-CONTREPARTIE
030490     ADD AMOUNT TO BALANCE
030491     ADD 1 TO WS-TRANSACTIONS-POSTEES
030492     MOVE "Y" TO WS-MOUVEMENT-SW
030493     DISPLAY "Pret " TX-TARGET-ACCOUNT " de " AMOUNT
030494             " debloque sur " ACCOUNT-NUMBER
030495             ". Solde actuel: " BALANCE
030496     MOVE "K"    TO LG-TRANS-TYPE
030497     MOVE "P"    TO LG-STATUS
030498     MOVE SPACES TO LG-REASON-CODE
030499     PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT.
030500 4400-EXIT.
030501     EXIT.
030502*-----------------------------------------------------------------
030503* 5200-LOAN-INSTALMENT -- PRELEVE SUR LE COMPTE EMPRUNTEUR LES
030504* ECHEANCES ECHUES DU PRET COURANT (LOAN-RECORD) SI LE SOLDE,
030505* AUGMENTE DE LA LIMITE DE DECOUVERT, EST SUFFISANT ; SINON LE
030506* PRELEVEMENT EST REFUSE EN BLOC ("L" RAISON "NSF").  PAYE, LE
030507* CAPITAL EST HISTORISE EN ECRITURE "L" ET LES INTERETS EN
030508* ECRITURE "J", CONTREPARTIE = NUMERO DE PRET.  PAS DE CONTROLE
030509* D'OPPOSITION NI DE FRAIS DE RETRAIT SUR UNE ECHEANCE DE PRET.
030510*-----------------------------------------------------------------
030511 5200-LOAN-INSTALMENT.
030512     MOVE TX-TARGET-ACCOUNT TO WS-CONTREPARTIE
030513     IF AMOUNT > BALANCE - ACCT-UNCLEARED-FUNDS
030514             + WS-CPT-LIMITE-DECOUVERT
030515         DISPLAY "Fonds insuffisants pour l'echeance du pret "
030516                 TX-TARGET-ACCOUNT " de " AMOUNT
030517                 " sur " ACCOUNT-NUMBER
030518         ADD 1 TO WS-TRANSACTIONS-REJETEES
030519         MOVE "L"    TO LG-TRANS-TYPE
030520         MOVE "R"    TO LG-STATUS
030521         MOVE "NSF"  TO LG-REASON-CODE
030522         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
030523         GO TO 5200-EXIT
030524     END-IF
030525     ADD 1 TO WS-TRANSACTIONS-POSTEES
030526     MOVE "Y" TO WS-MOUVEMENT-SW
030527     IF LN-IMPAYE-CAPITAL > ZERO
030528         COMPUTE BALANCE = BALANCE - LN-IMPAYE-CAPITAL
030529         MOVE ACCOUNT-NUMBER     TO LG-ACCOUNT-NUMBER
030530         MOVE LN-IMPAYE-CAPITAL  TO LG-AMOUNT
030531         MOVE "L"                TO LG-TRANS-TYPE
030532         MOVE "P"                TO LG-STATUS
030533         MOVE SPACES             TO LG-REASON-CODE
030534         MOVE BALANCE            TO LG-RESULTING-BALANCE
030535         MOVE WS-HORODATAGE      TO LG-TIMESTAMP
030536         MOVE WS-CONTREPARTIE    TO LG-COUNTERPARTY
030537         MOVE WS-DEVISE-ECRITURE TO LG-CURRENCY
030538         MOVE 1                  TO LG-RATE-APPLIED
030539         ADD 1 TO WS-LEDGER-SEQUENCE
030540         MOVE WS-LEDGER-SEQUENCE TO LG-SEQUENCE
030541         PERFORM 8720-WRITE-LEDGER-RECORD THRU 8720-EXIT
030542     END-IF
030543     IF LN-IMPAYE-INTERET > ZERO
030544         COMPUTE BALANCE = BALANCE - LN-IMPAYE-INTERET
030545         MOVE ACCOUNT-NUMBER     TO LG-ACCOUNT-NUMBER
030546         MOVE LN-IMPAYE-INTERET  TO LG-AMOUNT
030547         MOVE "J"                TO LG-TRANS-TYPE
030548         MOVE "P"                TO LG-STATUS
030549         MOVE SPACES             TO LG-REASON-CODE
030550         MOVE BALANCE            TO LG-RESULTING-BALANCE
030551         MOVE WS-HORODATAGE      TO LG-TIMESTAMP
030552         MOVE WS-CONTREPARTIE    TO LG-COUNTERPARTY
030553         MOVE WS-DEVISE-ECRITURE TO LG-CURRENCY
030554         MOVE 1                  TO LG-RATE-APPLIED
030555         ADD 1 TO WS-LEDGER-SEQUENCE
030556         MOVE WS-LEDGER-SEQUENCE TO LG-SEQUENCE
030557         PERFORM 8720-WRITE-LEDGER-RECORD THRU 8720-EXIT
030558     END-IF
030559     DISPLAY "Echeance du pret " TX-TARGET-ACCOUNT " de " AMOUNT
030560             " prelevee sur " ACCOUNT-NUMBER
030561             ". Solde actuel: " BALANCE.
030562 5200-EXIT.
030563     EXIT.
030564*-----------------------------------------------------------------
030565* 5300-DEPOSIT-PLACEMENT -- DEBITE LE COMPTE RATTACHE DU
030566* MONTANT DU DEPOT A TERME MIS EN PLACE (ECRITURE "P",
030567* CONTREPARTIE = NUMERO DE DEPOT).  LE PLACEMENT NE PEUT PAS
030568* PUISER DANS LE DECOUVERT : SOLDE DISPONIBLE INSUFFISANT, LA
030569* MISE EN PLACE EST REFUSEE ("P" RAISON "NSF").  PAS DE CONTROLE
030570* D'OPPOSITION NI DE FRAIS DE RETRAIT SUR UN PLACEMENT.
030571*-----------------------------------------------------------------
030572 5300-DEPOSIT-PLACEMENT.
030573     MOVE TX-TARGET-ACCOUNT TO WS-CONTREPARTIE
030574     IF AMOUNT > BALANCE - ACCT-UNCLEARED-FUNDS
030575         DISPLAY "Fonds insuffisants pour la mise en place du "
030576                 "depot "
030577                 TX-TARGET-ACCOUNT " de " AMOUNT
030578                 " sur " ACCOUNT-NUMBER
030579         ADD 1 TO WS-TRANSACTIONS-REJETEES
030580         MOVE "P"    TO LG-TRANS-TYPE
030581         MOVE "R"    TO LG-STATUS
030582         MOVE "NSF"  TO LG-REASON-CODE
030583         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
030584         GO TO 5300-EXIT
030585     END-IF
030586     COMPUTE BALANCE = BALANCE - AMOUNT
030587     MOVE WS-DATE-JOUR-COMPLETE TO ACCT-DATE-DERNIER-MVT
030588     ADD 1 TO WS-TRANSACTIONS-POSTEES
030589     MOVE "Y" TO WS-MOUVEMENT-SW
030590     DISPLAY "Depot a terme " TX-TARGET-ACCOUNT " de " AMOUNT
030591             " mis en place sur " ACCOUNT-NUMBER
030592             ". Solde actuel: " BALANCE
030593     MOVE "P"    TO LG-TRANS-TYPE
030594     MOVE "P"    TO LG-STATUS
030595     MOVE SPACES TO LG-REASON-CODE
030596     PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT.
030597 5300-EXIT.
030598     EXIT.
030599*-----------------------------------------------------------------
030600* 5400-DIRECT-DEBIT -- DEBITE LE COMPTE DU PRELEVEMENT SEPA
030601* PRESENTE PAR UN CREANCIER (ECRITURE "O", CONTREPARTIE = NUMERO
030602* INTERNE DU MANDAT), SAUF OPPOSITION STOPIN ("STOP") OU
030603* PROVISION INSUFFISANTE, DECOUVERT AUTORISE COMPRIS ("NSF").
030604* LE PRELEVEMENT N'EST PAS UN MOUVEMENT A L'INITIATIVE DU CLIENT :
030605* LA DATE DE DERNIER MOUVEMENT N'EST PAS TOUCHEE, ET AUCUN FRAIS
030606* DE RETRAIT NI DE DECOUVERT N'EST PRELEVE (LES AGIOS COURENT).
030607*-----------------------------------------------------------------
030608 5400-DIRECT-DEBIT.
030609     MOVE TX-TARGET-ACCOUNT TO WS-CONTREPARTIE
030610     PERFORM 5500-CHECK-STOP-INSTRUCTION THRU 5500-EXIT
030611     IF OPPOSITION-TROUVEE
030612         DISPLAY "PRELEVEMENT BLOQUE PAR OPPOSITION SUR "
030613                 ACCOUNT-NUMBER " MONTANT " AMOUNT
030614         ADD 1 TO WS-TRANSACTIONS-REJETEES
030615         MOVE "O"    TO LG-TRANS-TYPE
030616         MOVE "R"    TO LG-STATUS
030617         MOVE "STOP" TO LG-REASON-CODE
030618         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
030619         GO TO 5400-EXIT
030620     END-IF
030621     IF AMOUNT > BALANCE - ACCT-UNCLEARED-FUNDS
030622             + WS-CPT-LIMITE-DECOUVERT
030623         DISPLAY "Fonds insuffisants pour un prelevement de "
030624                 AMOUNT " sur " ACCOUNT-NUMBER
030625         ADD 1 TO WS-TRANSACTIONS-REJETEES
030626         MOVE "O"    TO LG-TRANS-TYPE
030627         MOVE "R"    TO LG-STATUS
030628         MOVE "NSF"  TO LG-REASON-CODE
030629         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
030630         GO TO 5400-EXIT
030631     END-IF
030632     COMPUTE BALANCE = BALANCE - AMOUNT
030633     ADD 1 TO WS-TRANSACTIONS-POSTEES
030634     MOVE "Y" TO WS-MOUVEMENT-SW
030635     DISPLAY "Prelevement SEPA de " AMOUNT
030636             " debite sur " ACCOUNT-NUMBER
030637             ". Solde actuel: " BALANCE
030638     MOVE "O"    TO LG-TRANS-TYPE
030639     MOVE "P"    TO LG-STATUS
030640     MOVE SPACES TO LG-REASON-CODE
030641     PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT.
030642 5400-EXIT.
030643     EXIT.
030644*-----------------------------------------------------------------
030645* 4600-TERM-DEPOSIT-PAYOUT -- CREDITE LE COMPTE RATTACHE DU
030646* CAPITAL (WS-DEP-CAPITAL, ECRITURE "M") ET DES INTERETS
030647* (WS-DEP-INTERET, ECRITURE "G") D'UN DEPOT A TERME ARRIVE A
030648* ECHEANCE OU ROMPU, CONTREPARTIE = NUMERO DE DEPOT, RAISON
030649* WS-DEP-RAISON ("RUPT" SUR UNE RUPTURE).  UNE PART NULLE N'EST
030650* PAS HISTORISEE.  LE REMBOURSEMENT A L'ECHEANCE N'EST PAS UN
030651* MOUVEMENT DU CLIENT : LA DATE DE DERNIER MOUVEMENT N'EST PAS
030652* TOUCHEE ICI.
030653*-----------------------------------------------------------------
030654 4600-TERM-DEPOSIT-PAYOUT.
030655     MOVE TX-TARGET-ACCOUNT TO WS-CONTREPARTIE
030656     ADD 1 TO WS-TRANSACTIONS-POSTEES
030657     MOVE "Y" TO WS-MOUVEMENT-SW
030658     IF WS-DEP-CAPITAL > ZERO
030659         ADD WS-DEP-CAPITAL TO BALANCE
030660         MOVE ACCOUNT-NUMBER     TO LG-ACCOUNT-NUMBER
030661         MOVE WS-DEP-CAPITAL     TO LG-AMOUNT
030662         MOVE "M"                TO LG-TRANS-TYPE
030663         MOVE "P"                TO LG-STATUS
030664         MOVE WS-DEP-RAISON      TO LG-REASON-CODE
030665         MOVE BALANCE            TO LG-RESULTING-BALANCE
030666         MOVE WS-HORODATAGE      TO LG-TIMESTAMP
030667         MOVE WS-CONTREPARTIE    TO LG-COUNTERPARTY
030668         MOVE WS-DEVISE-ECRITURE TO LG-CURRENCY
030669         MOVE 1                  TO LG-RATE-APPLIED
030670         ADD 1 TO WS-LEDGER-SEQUENCE
030671         MOVE WS-LEDGER-SEQUENCE TO LG-SEQUENCE
030672         PERFORM 8720-WRITE-LEDGER-RECORD THRU 8720-EXIT
030673     END-IF
030674     IF WS-DEP-INTERET > ZERO
030675         ADD WS-DEP-INTERET TO BALANCE
030676         MOVE ACCOUNT-NUMBER     TO LG-ACCOUNT-NUMBER
030677         MOVE WS-DEP-INTERET     TO LG-AMOUNT
030678         MOVE "G"                TO LG-TRANS-TYPE
030679         MOVE "P"                TO LG-STATUS
030680         MOVE WS-DEP-RAISON      TO LG-REASON-CODE
030681         MOVE BALANCE            TO LG-RESULTING-BALANCE
030682         MOVE WS-HORODATAGE      TO LG-TIMESTAMP
030683         MOVE WS-CONTREPARTIE    TO LG-COUNTERPARTY
030684         MOVE WS-DEVISE-ECRITURE TO LG-CURRENCY
030685         MOVE 1                  TO LG-RATE-APPLIED
030686         ADD 1 TO WS-LEDGER-SEQUENCE
030687         MOVE WS-LEDGER-SEQUENCE TO LG-SEQUENCE
030688         PERFORM 8720-WRITE-LEDGER-RECORD THRU 8720-EXIT
030689     END-IF
030690     DISPLAY "Depot a terme " TX-TARGET-ACCOUNT " : capital "
030691             WS-DEP-CAPITAL " interets " WS-DEP-INTERET
030692             " verses sur " ACCOUNT-NUMBER
030693             ". Solde actuel: " BALANCE.
030694 4600-EXIT.
030695     EXIT.
030696*-----------------------------------------------------------------
030697* 4650-TERM-DEPOSIT-BREAK -- RUPTURE ANTICIPEE DEMANDEE PAR UNE
030698* TRANSACTION "Q" SUR LE COMPTE RATTACHE (CIBLE = NUMERO DE DEPOT,
030699* MONTANT DU DETAIL IGNORE).  LE DEPOT DOIT EXISTER, APPARTENIR AU
030700* COMPTE ET ETRE EN COURS, SINON LA DEMANDE EST REFUSEE ("Q"
030701* RAISON "DEPO").  LE CAPITAL EST REVERSE AVEC LES INTERETS AU
030702* TAUX DE RUPTURE SUR LES JOURS COURUS DEPUIS LA DATE DE VALEUR
030703* (RAISON "RUPT") ET LE DEPOT PASSE EN STATUT ROMPU (PAS DE
030704* REECRITURE EN SIMULATION).
030705*-----------------------------------------------------------------
030706 4650-TERM-DEPOSIT-BREAK.
030707     MOVE TX-TARGET-ACCOUNT TO WS-CONTREPARTIE
030708     MOVE "N" TO WS-DEP-TROUVE-SW
030709     MOVE TX-TARGET-ACCOUNT TO DP-NUMERO-DEPOT
030710     READ TERM-DEPOSIT-MASTER
030711         INVALID KEY
030712             CONTINUE
030713         NOT INVALID KEY
030714             MOVE "Y" TO WS-DEP-TROUVE-SW
030715     END-READ
030716     IF NOT DEPOT-TROUVE
030717             OR DP-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
030718             OR NOT DP-ACTIF
030719         DISPLAY "RUPTURE REFUSEE - DEPOT " TX-TARGET-ACCOUNT
030720                 " INCONNU OU NON EN COURS SUR " ACCOUNT-NUMBER
030721         ADD 1 TO WS-TRANSACTIONS-REJETEES
030722         MOVE "Q"    TO LG-TRANS-TYPE
030723         MOVE "R"    TO LG-STATUS
030724         MOVE "DEPO" TO LG-REASON-CODE
030725         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
030726         GO TO 4650-EXIT
030727     END-IF
030728     MOVE WS-DATE-AFFAIRES TO WS-DEP-DATE-FIN
030729     MOVE DP-TAUX-PENALITE TO WS-DEP-TAUX
030730     PERFORM 1960-COMPUTE-DEPOSIT-INTEREST THRU 1960-EXIT
030731     MOVE DP-MONTANT TO WS-DEP-CAPITAL
030732     MOVE "RUPT"     TO WS-DEP-RAISON
030733     COMPUTE AMOUNT = WS-DEP-CAPITAL + WS-DEP-INTERET
030734     PERFORM 4600-TERM-DEPOSIT-PAYOUT THRU 4600-EXIT
030735     MOVE WS-DATE-JOUR-COMPLETE TO ACCT-DATE-DERNIER-MVT
030736     ADD WS-DEP-INTERET TO DP-INTERETS-VERSES
030737     MOVE "R"              TO DP-STATUT
030738     MOVE WS-DATE-AFFAIRES TO DP-DATE-CLOTURE
030739     MOVE WS-DATE-AFFAIRES TO DP-DATE-TRAITEMENT
030740     ADD 1 TO WS-DEPOTS-ROMPUS
030741     DISPLAY "DEPOT ROMPU : " DP-NUMERO-DEPOT
030742             " JOURS COURUS " WS-DEP-JOURS
030743             " TAUX DE RUPTURE " DP-TAUX-PENALITE
030744     IF NOT MODE-SIMULATION
030745         REWRITE TERM-DEPOSIT-RECORD
030746             INVALID KEY
030747                 DISPLAY "ERREUR REECRITURE DEPOT : "
030748                         DP-NUMERO-DEPOT
030749         END-REWRITE
030750     END-IF.
030751 4650-EXIT.
030752     EXIT.
030753*-----------------------------------------------------------------
030754* 4800-DIRECT-DEBIT-REFUND -- CREDITE LE COMPTE DU MONTANT D'UN
030755* PRELEVEMENT DONT LE CLIENT DEMANDE LE REMBOURSEMENT (ECRITURE
030756* "U", CONTREPARTIE = NUMERO INTERNE DU MANDAT).  UNE DEMANDE
030757* JUGEE IRRECEVABLE PAR 1465 (WS-PRELEV-RAISON RENSEIGNEE) EST
030758* REFUSEE AU GRAND LIVRE AVEC CETTE RAISON.
030759*-----------------------------------------------------------------
030760 4800-DIRECT-DEBIT-REFUND.
030761     MOVE TX-TARGET-ACCOUNT TO WS-CONTREPARTIE
030762     IF WS-PRELEV-RAISON NOT = SPACES
030763         DISPLAY "Remboursement de prelevement refuse sur "
030764                 ACCOUNT-NUMBER " (" WS-PRELEV-RAISON ")"
030765         ADD 1 TO WS-TRANSACTIONS-REJETEES
030766         MOVE "U"              TO LG-TRANS-TYPE
030767         MOVE "R"              TO LG-STATUS
030768         MOVE WS-PRELEV-RAISON TO LG-REASON-CODE
030769         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
030770         GO TO 4800-EXIT
030771     END-IF
030772     ADD AMOUNT TO BALANCE
030773     ADD 1 TO WS-TRANSACTIONS-POSTEES
030774     MOVE "Y" TO WS-MOUVEMENT-SW
030775     DISPLAY "Prelevement de " AMOUNT
030776             " rembourse sur " ACCOUNT-NUMBER
030777             ". Solde actuel: " BALANCE
030778     MOVE "U"    TO LG-TRANS-TYPE
030779     MOVE "P"    TO LG-STATUS
030780     MOVE SPACES TO LG-REASON-CODE
030781     PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT.
030782 4800-EXIT.
030783     EXIT.
030784*-----------------------------------------------------------------
030785* 6000-INTEREST-ACCRUAL -- LE 1ER DU MOIS, PARCOURT TOUS LES
030786* COMPTES D'ACCOUNT-MASTER ET CREDITE L'INTERET MENSUEL SELON
030787* LE PALIER DE SOLDE.  EN DEHORS DE CETTE DATE, LE CYCLE N'EST
030788* PAS ENCORE DU ET LE TRAITEMENT EST IGNORE.
030789*-----------------------------------------------------------------
030790 6000-INTEREST-ACCRUAL.
030791     IF WS-JOUR-DU-MOIS = 01
030792         DISPLAY "ACCUMULATION DES INTERETS MENSUELS"
030793         MOVE LOW-VALUES TO ACCOUNT-NUMBER
030794         START ACCOUNT-MASTER KEY IS NOT LESS THAN
030795               ACCOUNT-NUMBER
030796             INVALID KEY
030797                 MOVE "Y" TO WS-INTEREST-EOF-SW
030798         END-START
030799         PERFORM 6100-ACCRUE-NEXT-ACCOUNT THRU 6100-EXIT
030800             UNTIL INTEREST-END-OF-FILE
030801         DISPLAY "COMPTES BONIFIES : " WS-COMPTES-BONIFIES
030802     END-IF.
030803 6000-EXIT.
030804     EXIT.
030805*-----------------------------------------------------------------
030806* 6100-ACCRUE-NEXT-ACCOUNT -- LIT LE COMPTE SUIVANT EN SEQUENCE
030807* DE CLE ET LUI APPLIQUE L'INTERET MENSUEL (SOLDE CREDITEUR
030808* SEULEMENT : UN SOLDE DEBITEUR PORTE DES AGIOS, VOIR 6500) ET
030809* LE FRAIS MENSUEL.
030810*-----------------------------------------------------------------
030811 6100-ACCRUE-NEXT-ACCOUNT.
030812     READ ACCOUNT-MASTER NEXT RECORD
030813         AT END
030814             MOVE "Y" TO WS-INTEREST-EOF-SW
030815     END-READ
030816     PERFORM 8760-APPLY-SIM-OVERLAY THRU 8760-EXIT
030817     IF NOT INTEREST-END-OF-FILE
030820             AND WS-BONIFIES-SAUTES < WS-BONIFIES-DEJA-FAITS
030830         ADD 1 TO WS-BONIFIES-SAUTES
030840         GO TO 6100-EXIT
030850     END-IF
030860     IF NOT INTEREST-END-OF-FILE
030880         PERFORM 6300-SET-PRODUCT-CONDITIONS THRU 6300-EXIT
030910         PERFORM 8600-BUILD-TIMESTAMP THRU 8600-EXIT
030920         IF ACCT-CURRENCY = SPACES
030930             MOVE "EUR" TO WS-DEVISE-ECRITURE
030940         ELSE
030950             MOVE ACCT-CURRENCY TO WS-DEVISE-ECRITURE
030960         END-IF
030990         IF BALANCE > ZERO
031020             PERFORM 6150-CREDIT-INTEREST THRU 6150-EXIT
031050         END-IF
031080         IF WS-CPT-FRAIS-MENSUEL > ZERO AND ACCOUNT-OPEN
031110             MOVE WS-CPT-FRAIS-MENSUEL TO WS-FRAIS-COURANT
031150             MOVE "MENS" TO WS-RAISON-FRAIS
031160             PERFORM 5100-ASSESS-FEE THRU 5100-EXIT
031170         END-IF
031220 6100-EXIT.
031230     EXIT.
031240*-----------------------------------------------------------------
031241* 6150-CREDIT-INTEREST -- CREDITE L'INTERET MENSUEL DU PALIER DE
031242* SOLDE SUR LE COMPTE CREDITEUR DANS ACCOUNT-RECORD ET
031243* L'HISTORISE EN ECRITURE "I".  LA REECRITURE DU COMPTE RESTE A
031244* LA CHARGE DE L'APPELANT.
031245*-----------------------------------------------------------------
031246 6150-CREDIT-INTEREST.
031247     PERFORM 6200-DETERMINE-RATE THRU 6200-EXIT
031248     COMPUTE WS-INTERET-MENSUEL ROUNDED
031249             = BALANCE * WS-TAUX-ANNUEL / 12
031250     ADD WS-INTERET-MENSUEL TO BALANCE
031251     MOVE WS-INTERET-MENSUEL TO LG-AMOUNT
031252     MOVE ACCOUNT-NUMBER      TO LG-ACCOUNT-NUMBER
031253     MOVE "I"                 TO LG-TRANS-TYPE
031254     MOVE "P"                 TO LG-STATUS
031255     MOVE SPACES              TO LG-REASON-CODE
031256     MOVE BALANCE             TO LG-RESULTING-BALANCE
031257     MOVE WS-HORODATAGE       TO LG-TIMESTAMP
031258     MOVE SPACES              TO LG-COUNTERPARTY
031259     MOVE WS-DEVISE-ECRITURE  TO LG-CURRENCY
031260     MOVE 1 TO LG-RATE-APPLIED
031261     ADD 1 TO WS-LEDGER-SEQUENCE
031262     MOVE WS-LEDGER-SEQUENCE TO LG-SEQUENCE
031263     PERFORM 8720-WRITE-LEDGER-RECORD THRU 8720-EXIT
031264     DISPLAY "Interet de " WS-INTERET-MENSUEL
031265             " credite sur " ACCOUNT-NUMBER
031266             ". Solde actuel: " BALANCE.
031267 6150-EXIT.
031268     EXIT.
031269*-----------------------------------------------------------------
031270* 6200-DETERMINE-RATE -- DETERMINE LE TAUX ANNUEL SELON LE
031271* PALIER DE SOLDE DU COMPTE COURANT : PALIERS DU PRODUIT DU
031272* COMPTE (WS-PRD-IDX POSE PAR 6300) S'IL EST AU CATALOGUE,
031273* PALIERS STANDARD SINON.
031274*-----------------------------------------------------------------
031280 6200-DETERMINE-RATE.
031281     IF WS-PRD-IDX > ZERO
031282         EVALUATE TRUE
031283             WHEN BALANCE < PRT-PALIER-1 (WS-PRD-IDX)
031284                 MOVE PRT-TAUX-1 (WS-PRD-IDX) TO WS-TAUX-ANNUEL
031285             WHEN BALANCE < PRT-PALIER-2 (WS-PRD-IDX)
031286                 MOVE PRT-TAUX-2 (WS-PRD-IDX) TO WS-TAUX-ANNUEL
031287             WHEN OTHER
031288                 MOVE PRT-TAUX-3 (WS-PRD-IDX) TO WS-TAUX-ANNUEL
031289         END-EVALUATE
031290         GO TO 6200-EXIT
031291     END-IF
031292     EVALUATE TRUE
031300         WHEN BALANCE < 1000.00
031310             MOVE .0050 TO WS-TAUX-ANNUEL
031320         WHEN BALANCE < 10000.00
031370 6200-EXIT.
031380     EXIT.
031390*-----------------------------------------------------------------
031391* 6300-SET-PRODUCT-CONDITIONS -- FIXE LES CONDITIONS DU COMPTE
031392* PRESENT DANS ACCOUNT-RECORD D'APRES SON PRODUIT : FRAIS,
031393* FRANCHISE DE RETRAITS, LIMITE DE DECOUVERT EFFECTIVE ET
031394* REGLES DE VIREMENT (WS-CPT-...), ET WS-PRD-IDX POUR LES
031395* PALIERS DE 6200, TAUX D'AGIOS.  PRODUIT A BLANC OU ABSENT DU
031396* CATALOGUE : TARIF TARIFCTL, FRAIS DE DECOUVERT STANDARD,
031397* LIMITE DU COMPTE, VIREMENTS LIBRES, TAUX D'AGIOS DBTCTL.
031398*-----------------------------------------------------------------
031399 6300-SET-PRODUCT-CONDITIONS.
031400     MOVE ZERO TO WS-PRD-IDX
031401     IF ACCT-PRODUIT NOT = SPACES
031402         MOVE ACCT-PRODUIT TO WS-PRODUIT-CHERCHE
031403         PERFORM 6310-FIND-PRODUCT THRU 6310-EXIT
031404     END-IF
031405     IF WS-PRD-IDX = ZERO
031406         MOVE WS-FRAIS-MENSUEL     TO WS-CPT-FRAIS-MENSUEL
031407         MOVE WS-RETRAITS-GRATUITS TO WS-CPT-RETRAITS-GRATUITS
031408         MOVE WS-FRAIS-RETRAIT     TO WS-CPT-FRAIS-RETRAIT
031409         MOVE WS-FRAIS-VIREMENT    TO WS-CPT-FRAIS-VIREMENT
031410         MOVE WS-FRAIS-DECOUVERT   TO WS-CPT-FRAIS-DECOUVERT
031411         MOVE ACCT-OVERDRAFT-LIMIT TO WS-CPT-LIMITE-DECOUVERT
031412         MOVE "O" TO WS-CPT-VIREMENT-SW
031413         MOVE "O" TO WS-CPT-EXTERNE-SW
031414         MOVE WS-TAUX-DEBITEUR     TO WS-CPT-TAUX-DEBITEUR
031415         MOVE WS-TAUX-PENALITE     TO WS-CPT-TAUX-PENALITE
031416         GO TO 6300-EXIT
031417     END-IF
031418     MOVE PRT-FRAIS-MENSUEL (WS-PRD-IDX) TO WS-CPT-FRAIS-MENSUEL
031419     MOVE PRT-RETRAITS-GRATUITS (WS-PRD-IDX)
031420                                   TO WS-CPT-RETRAITS-GRATUITS
031421     MOVE PRT-FRAIS-RETRAIT (WS-PRD-IDX) TO WS-CPT-FRAIS-RETRAIT
031422     MOVE PRT-FRAIS-VIREMENT (WS-PRD-IDX)
031423                                   TO WS-CPT-FRAIS-VIREMENT
031424     MOVE PRT-FRAIS-DECOUVERT (WS-PRD-IDX)
031425                                   TO WS-CPT-FRAIS-DECOUVERT
031426     MOVE ACCT-OVERDRAFT-LIMIT TO WS-CPT-LIMITE-DECOUVERT
031427     IF PRT-DECOUVERT-SW (WS-PRD-IDX) = "N"
031428         MOVE ZERO TO WS-CPT-LIMITE-DECOUVERT
031429     ELSE
031430         IF PRT-DECOUVERT-MAX (WS-PRD-IDX) > ZERO
031431                 AND WS-CPT-LIMITE-DECOUVERT
031432                     > PRT-DECOUVERT-MAX (WS-PRD-IDX)
031433             MOVE PRT-DECOUVERT-MAX (WS-PRD-IDX)
031434                                   TO WS-CPT-LIMITE-DECOUVERT
031435         END-IF
031436     END-IF
031437     MOVE PRT-VIREMENT-SW (WS-PRD-IDX) TO WS-CPT-VIREMENT-SW
031438     MOVE PRT-EXTERNE-SW (WS-PRD-IDX)  TO WS-CPT-EXTERNE-SW
031439     MOVE WS-TAUX-DEBITEUR TO WS-CPT-TAUX-DEBITEUR
031440     MOVE WS-TAUX-PENALITE TO WS-CPT-TAUX-PENALITE
031441     IF PRT-TAUX-DEBITEUR (WS-PRD-IDX) > ZERO
031442         MOVE PRT-TAUX-DEBITEUR (WS-PRD-IDX)
031443                                   TO WS-CPT-TAUX-DEBITEUR
031444     END-IF
031445     IF PRT-TAUX-PENALITE (WS-PRD-IDX) > ZERO
031446         MOVE PRT-TAUX-PENALITE (WS-PRD-IDX)
031447                                   TO WS-CPT-TAUX-PENALITE
031448     END-IF
031449     IF WS-CPT-TAUX-PENALITE < WS-CPT-TAUX-DEBITEUR
031450         MOVE WS-CPT-TAUX-DEBITEUR TO WS-CPT-TAUX-PENALITE
031451     END-IF.
031452 6300-EXIT.
031453     EXIT.
031454*-----------------------------------------------------------------
031455* 6310-FIND-PRODUCT -- RECHERCHE WS-PRODUIT-CHERCHE DANS
031456* PRODUCT-TABLE ; WS-PRD-IDX POINTE L'ENTREE TROUVEE, ZERO SI
031457* LE PRODUIT EST ABSENT.
031458*-----------------------------------------------------------------
031459 6310-FIND-PRODUCT.
031460     MOVE ZERO TO WS-PRD-IDX
031461     PERFORM 6320-MATCH-ONE-PRODUCT THRU 6320-EXIT
031462         VARYING WS-PRD-SCAN FROM 1 BY 1
031463             UNTIL WS-PRD-SCAN > WS-PRD-COUNT
031464                 OR WS-PRD-IDX > ZERO.
031465 6310-EXIT.
031466     EXIT.
031467*-----------------------------------------------------------------
031468* 6320-MATCH-ONE-PRODUCT -- CONFRONTE LE PRODUIT CHERCHE A
031469* L'ENTREE POINTEE PAR WS-PRD-SCAN.
031470*-----------------------------------------------------------------
031471 6320-MATCH-ONE-PRODUCT.
031472     IF PRT-PRODUIT (WS-PRD-SCAN) = WS-PRODUIT-CHERCHE
031473         MOVE WS-PRD-SCAN TO WS-PRD-IDX
031474     END-IF.
031475 6320-EXIT.
031476     EXIT.
031477*-----------------------------------------------------------------
031478* 6500-DEBIT-INTEREST -- ARRETE QUOTIDIEN DES AGIOS, CHAQUE NUIT
031479* APRES LE POSTAGE : PARCOURT TOUS LES COMPTES D'ACCOUNT-MASTER,
031480* PRELEVE LES AGIOS NOTIFIES ARRIVES A ECHEANCE, FAIT COURIR LES
031481* AGIOS DU SOLDE DEBITEUR DE FIN DE JOURNEE JUSQU'AU JOUR OUVRE
031482* SUIVANT, ET LE DERNIER JOUR OUVRE DU TRIMESTRE ECRIT L'AVIS
031483* DES AGIOS DU TRIMESTRE.  UN COMPTE DEJA ARRETE JUSQU'AU JOUR
031484* OUVRE SUIVANT (ACCT-DATE-ARRETE) EST SAUTE : UNE REPRISE NE
031485* COMPTE PAS DEUX FOIS LES MEMES JOURS.
031486*-----------------------------------------------------------------
031487 6500-DEBIT-INTEREST.
031488     PERFORM 6510-SET-ACCRUAL-DATES THRU 6510-EXIT
031489     DISPLAY "ARRETE DES AGIOS JUSQU'AU " WS-AGI-DATE-SUIVANTE
031490     IF ARRETE-TRIMESTRIEL
031491         DISPLAY "ARRETE TRIMESTRIEL DU " WS-AGI-DEBUT-TRIMESTRE
031492                 " AU " WS-AGI-FIN-TRIMESTRE
031493                 " - PRELEVEMENT LE " WS-AGI-DATE-PRELEVEMENT
031494     END-IF
031495     MOVE LOW-VALUES TO ACCOUNT-NUMBER
031496     START ACCOUNT-MASTER KEY IS NOT LESS THAN
031497             ACCOUNT-NUMBER
031498         INVALID KEY
031499             MOVE "Y" TO WS-AGIOS-EOF-SW
031500     END-START
031501     PERFORM 6520-ACCRUE-ONE-ACCOUNT THRU 6520-EXIT
031502         UNTIL AGIOS-END-OF-FILE
031503     DISPLAY "COMPTES DEBITEURS    : " WS-COMPTES-DEBITEURS
031504     DISPLAY "AVIS D'AGIOS EMIS    : " WS-AVIS-AGIOS
031505     DISPLAY "AGIOS PRELEVES       : " WS-AGIOS-PRELEVES.
031506 6500-EXIT.
031507     EXIT.
031508*-----------------------------------------------------------------
031509* 6510-SET-ACCRUAL-DATES -- DATES DE L'ARRETE DU RUN, EN JOURS
031510* DEPUIS L'ORIGINE (8810) : DATE D'AFFAIRES, JOUR OUVRE SUIVANT
031511* (FIN DE LA PERIODE COURUE CETTE NUIT) ET PREMIER JOUR DU
031512* TRIMESTRE SUIVANT.  SI LE JOUR OUVRE SUIVANT TOMBE DANS LE
031513* TRIMESTRE SUIVANT, LA NUIT EST CELLE DE L'ARRETE TRIMESTRIEL.
031514* DATE DE PRELEVEMENT DES AGIOS NOTIFIES : DATE D'AFFAIRES PLUS
031515* LE DELAI DE PREAVIS EN JOURS CALENDAIRES.
031516*-----------------------------------------------------------------
031517 6510-SET-ACCRUAL-DATES.
031518     MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
031519     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
031520     MOVE WS-DT-JOURS TO WS-AGI-JOURS-AFFAIRES
031521     PERFORM 1565-ROLL-ONE-DAY THRU 1565-EXIT
031522     PERFORM 1565-ROLL-ONE-DAY THRU 1565-EXIT
031523         UNTIL JOUR-OUVRE
031524     MOVE WS-DATE-CALCUL TO WS-AGI-DATE-SUIVANTE
031525     MOVE WS-DT-JOURS    TO WS-AGI-JOURS-SUIVANTE
031526     MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
031527     COMPUTE WS-AGI-TRIMESTRE = (WS-CAL-MOIS + 2) / 3
031528     COMPUTE WS-CAL-MOIS = WS-AGI-TRIMESTRE * 3 - 2
031529     MOVE 01 TO WS-CAL-JOUR
031530     MOVE WS-DATE-CALCUL TO WS-AGI-DEBUT-TRIMESTRE
031531     COMPUTE WS-CAL-MOIS = WS-AGI-TRIMESTRE * 3
031532     PERFORM 1548-CAL-DERNIER-JOUR THRU 1548-EXIT
031533     MOVE WS-CAL-DERNIER-JOUR TO WS-CAL-JOUR
031534     MOVE WS-DATE-CALCUL TO WS-AGI-FIN-TRIMESTRE
031535     PERFORM 1545-ADD-ONE-DAY THRU 1545-EXIT
031536     PERFORM 8810-DATE-EN-JOURS THRU 8810-EXIT
031537     MOVE WS-DT-JOURS TO WS-AGI-JOURS-TRIMESTRE
031538     MOVE "N" TO WS-AGI-ARRETE-SW
031539     IF WS-AGI-JOURS-SUIVANTE NOT < WS-AGI-JOURS-TRIMESTRE
031540         MOVE "Y" TO WS-AGI-ARRETE-SW
031541     END-IF
031542     MOVE WS-DATE-AFFAIRES TO WS-DATE-CALCUL
031543     PERFORM 1545-ADD-ONE-DAY THRU 1545-EXIT
031544         WS-DELAI-PREAVIS TIMES
031545     MOVE WS-DATE-CALCUL TO WS-AGI-DATE-PRELEVEMENT.
031546 6510-EXIT.
031547     EXIT.
031548*-----------------------------------------------------------------
031549* 6520-ACCRUE-ONE-ACCOUNT -- LIT LE COMPTE SUIVANT EN SEQUENCE DE
031550* CLE : PRELEVE SES AGIOS NOTIFIES ECHUS (6560), FAIT COURIR SON
031551* SOLDE DEBITEUR (6530) JUSQU'AU JOUR OUVRE SUIVANT -- EN DEUX
031552* TEMPS LA NUIT DE L'ARRETE TRIMESTRIEL : JUSQU'A LA FIN DU
031553* TRIMESTRE, AVIS (6540), PUIS DU DEBUT DU TRIMESTRE SUIVANT AU
031554* JOUR OUVRE SUIVANT.  UN COMPTE CLOS N'EST PAS TRAITE ; UN
031555* COMPTE SANS AGIOS NI SOLDE DEBITEUR N'EST PAS REECRIT.
031556*-----------------------------------------------------------------
031557 6520-ACCRUE-ONE-ACCOUNT.
031558     READ ACCOUNT-MASTER NEXT RECORD
031559         AT END
031560             MOVE "Y" TO WS-AGIOS-EOF-SW
031561     END-READ
031562     IF AGIOS-END-OF-FILE
031563         GO TO 6520-EXIT
031564     END-IF
031565     PERFORM 8760-APPLY-SIM-OVERLAY THRU 8760-EXIT
031566     IF ACCOUNT-CLOSED
031567             OR ACCT-DATE-ARRETE NOT < WS-AGI-DATE-SUIVANTE
031568         GO TO 6520-EXIT
031569     END-IF
031570     MOVE "N" TO WS-AGI-MAJ-SW
031571     PERFORM 6300-SET-PRODUCT-CONDITIONS THRU 6300-EXIT
031572     IF ACCT-AGIOS-A-PRELEVER > ZERO
031573             AND ACCT-DATE-PRELEV-AGIOS NOT > WS-DATE-AFFAIRES
031574         PERFORM 6560-DEBIT-AGIOS THRU 6560-EXIT
031575     END-IF
031576     IF BALANCE < ZERO
031577         ADD 1 TO WS-COMPTES-DEBITEURS
031578         IF ARRETE-TRIMESTRIEL
031579             COMPUTE WS-AGI-JOURS = WS-AGI-JOURS-TRIMESTRE
031580                                  - WS-AGI-JOURS-AFFAIRES
031581         ELSE
031582             COMPUTE WS-AGI-JOURS = WS-AGI-JOURS-SUIVANTE
031583                                  - WS-AGI-JOURS-AFFAIRES
031584         END-IF
031585         PERFORM 6530-ACCRUE-DAYS THRU 6530-EXIT
031586     END-IF
031587     IF ARRETE-TRIMESTRIEL AND ACCT-JOURS-DEBITEURS > ZERO
031588         PERFORM 6540-CLOSE-QUARTER THRU 6540-EXIT
031589     END-IF
031590     IF ARRETE-TRIMESTRIEL AND BALANCE < ZERO
031591         COMPUTE WS-AGI-JOURS = WS-AGI-JOURS-SUIVANTE
031592                              - WS-AGI-JOURS-TRIMESTRE
031593         IF WS-AGI-JOURS > ZERO
031594             PERFORM 6530-ACCRUE-DAYS THRU 6530-EXIT
031595         END-IF
031596     END-IF
031597     IF COMPTE-A-REECRIRE
031598         MOVE WS-AGI-DATE-SUIVANTE TO ACCT-DATE-ARRETE
031599         PERFORM 8750-REWRITE-MASTER THRU 8750-EXIT
031600     END-IF.
031601 6520-EXIT.
031602     EXIT.
031603*-----------------------------------------------------------------
031604* 6530-ACCRUE-DAYS -- FAIT COURIR WS-AGI-JOURS JOURS D'AGIOS SUR
031605* LE SOLDE DEBITEUR DU COMPTE : LA PART DANS LA LIMITE DE
031606* DECOUVERT EFFECTIVE (6300) AU TAUX DEBITEUR, LA PART QUI LA
031607* DEPASSE AU TAUX DE PENALITE, SUR LA BASE ANNUELLE DE DBTCTL.
031608* LES NOMBRES DEBITEURS (SOLDE X JOURS) DONNENT LE SOLDE MOYEN
031609* DE L'AVIS.
031610*-----------------------------------------------------------------
031611 6530-ACCRUE-DAYS.
031612     COMPUTE WS-AGI-DECOUVERT = ZERO - BALANCE
031613     IF WS-AGI-DECOUVERT > WS-CPT-LIMITE-DECOUVERT
031614         MOVE WS-CPT-LIMITE-DECOUVERT TO WS-AGI-AUTORISE
031615         COMPUTE WS-AGI-EXCEDENT
031616                 = WS-AGI-DECOUVERT - WS-CPT-LIMITE-DECOUVERT
031617     ELSE
031618         MOVE WS-AGI-DECOUVERT TO WS-AGI-AUTORISE
031619         MOVE ZERO TO WS-AGI-EXCEDENT
031620     END-IF
031621     ADD WS-AGI-JOURS TO ACCT-JOURS-DEBITEURS
031622     COMPUTE ACCT-NOMBRES-DEBITEURS
031623             = ACCT-NOMBRES-DEBITEURS
031624             + WS-AGI-DECOUVERT * WS-AGI-JOURS
031625     COMPUTE ACCT-AGIOS-COURUS ROUNDED
031626             = ACCT-AGIOS-COURUS
031627             + WS-AGI-AUTORISE * WS-CPT-TAUX-DEBITEUR
031628               * WS-AGI-JOURS / WS-BASE-JOURS
031629     COMPUTE ACCT-AGIOS-PENALITE ROUNDED
031630             = ACCT-AGIOS-PENALITE
031631             + WS-AGI-EXCEDENT * WS-CPT-TAUX-PENALITE
031632               * WS-AGI-JOURS / WS-BASE-JOURS
031633     MOVE "Y" TO WS-AGI-MAJ-SW.
031634 6530-EXIT.
031635     EXIT.
031636*-----------------------------------------------------------------
031637* 6540-CLOSE-QUARTER -- ARRETE TRIMESTRIEL DU COMPTE : ARRONDIT
031638* LES AGIOS COURUS, LES PORTE EN ACCT-AGIOS-A-PRELEVER AVEC LA
031639* DATE DE PRELEVEMENT ET ECRIT L'AVIS (6550), PUIS REMET A ZERO
031640* LES CUMULS DU TRIMESTRE.  DES AGIOS NULS (TAUX NULS) NE
031641* DONNENT NI AVIS NI PRELEVEMENT.
031642*-----------------------------------------------------------------
031643 6540-CLOSE-QUARTER.
031644     COMPUTE WS-AGI-NORMAUX ROUNDED = ACCT-AGIOS-COURUS
031645     COMPUTE WS-AGI-PENALITE ROUNDED = ACCT-AGIOS-PENALITE
031646     COMPUTE WS-AGI-TOTAL = WS-AGI-NORMAUX + WS-AGI-PENALITE
031647     IF WS-AGI-TOTAL > ZERO
031648         ADD WS-AGI-TOTAL TO ACCT-AGIOS-A-PRELEVER
031649         MOVE WS-AGI-DATE-PRELEVEMENT TO ACCT-DATE-PRELEV-AGIOS
031650         PERFORM 6550-WRITE-NOTICE THRU 6550-EXIT
031651     END-IF
031652     MOVE ZERO TO ACCT-JOURS-DEBITEURS
031653     MOVE ZERO TO ACCT-NOMBRES-DEBITEURS
031654     MOVE ZERO TO ACCT-AGIOS-COURUS
031655     MOVE ZERO TO ACCT-AGIOS-PENALITE
031656     MOVE "Y" TO WS-AGI-MAJ-SW.
031657 6540-EXIT.
031658     EXIT.
031659*-----------------------------------------------------------------
031660* 6550-WRITE-NOTICE -- ECRIT L'AVIS DES AGIOS DU TRIMESTRE DU
031661* COMPTE SUR AGIONOT.  EN MODE SIMULATION, L'AVIS EST SEULEMENT
031662* COMPTE (LE PRELEVEMENT SIMULE PARAIT AU RAPPORT).
031663*-----------------------------------------------------------------
031664 6550-WRITE-NOTICE.
031665     ADD 1 TO WS-AVIS-AGIOS
031666     IF MODE-SIMULATION
031667         GO TO 6550-EXIT
031668     END-IF
031669     MOVE SPACES                  TO AGIOS-NOTICE-RECORD
031670     MOVE ACCOUNT-NUMBER          TO AV-ACCOUNT-NUMBER
031671     MOVE ACCT-NUMERO-CLIENT      TO AV-NUMERO-CLIENT
031672     IF ACCT-CURRENCY = SPACES
031673         MOVE "EUR"               TO AV-DEVISE
031674     ELSE
031675         MOVE ACCT-CURRENCY       TO AV-DEVISE
031676     END-IF
031677     MOVE WS-AGI-DEBUT-TRIMESTRE  TO AV-DATE-DEBUT
031678     MOVE WS-AGI-FIN-TRIMESTRE    TO AV-DATE-FIN
031679     MOVE ACCT-JOURS-DEBITEURS    TO AV-JOURS-DEBITEURS
031680     COMPUTE AV-SOLDE-MOYEN ROUNDED
031681             = ACCT-NOMBRES-DEBITEURS / ACCT-JOURS-DEBITEURS
031682     MOVE WS-CPT-TAUX-DEBITEUR    TO AV-TAUX-DEBITEUR
031683     MOVE WS-CPT-TAUX-PENALITE    TO AV-TAUX-PENALITE
031684     MOVE WS-AGI-NORMAUX          TO AV-AGIOS-NORMAUX
031685     MOVE WS-AGI-PENALITE         TO AV-AGIOS-PENALITE
031686     MOVE WS-AGI-TOTAL            TO AV-AGIOS-TOTAL
031687     MOVE WS-DATE-AFFAIRES        TO AV-DATE-AVIS
031688     MOVE WS-AGI-DATE-PRELEVEMENT TO AV-DATE-PRELEVEMENT
031689     WRITE AGIOS-NOTICE-RECORD.
031690 6550-EXIT.
031691     EXIT.
031692*-----------------------------------------------------------------
031693* 6560-DEBIT-AGIOS -- PRELEVE LES AGIOS NOTIFIES DU COMPTE DANS
031694* ACCOUNT-RECORD (LE DELAI DE PREAVIS EST ECOULE) ET LES
031695* HISTORISE EN ECRITURE "A" RAISON "AGIO" AU GRAND LIVRE.  LE
031696* PRELEVEMENT PEUT PORTER LE SOLDE AU-DELA DE LA LIMITE DE
031697* DECOUVERT.  LA REECRITURE DU COMPTE RESTE A LA CHARGE DE
031698* L'APPELANT.
031699*-----------------------------------------------------------------
031700 6560-DEBIT-AGIOS.
031701     MOVE ACCT-AGIOS-A-PRELEVER TO WS-AGI-TOTAL
031702     COMPUTE BALANCE = BALANCE - WS-AGI-TOTAL
031703     MOVE ZERO   TO ACCT-AGIOS-A-PRELEVER
031704     MOVE SPACES TO ACCT-DATE-PRELEV-AGIOS
031705     ADD 1 TO WS-AGIOS-PRELEVES
031706     PERFORM 8600-BUILD-TIMESTAMP THRU 8600-EXIT
031707     IF ACCT-CURRENCY = SPACES
031708         MOVE "EUR" TO WS-DEVISE-ECRITURE
031709     ELSE
031710         MOVE ACCT-CURRENCY TO WS-DEVISE-ECRITURE
031711     END-IF
031712     DISPLAY "Agios de " WS-AGI-TOTAL
031713             " preleves sur " ACCOUNT-NUMBER
031714             ". Solde actuel: " BALANCE
031715     MOVE ACCOUNT-NUMBER     TO LG-ACCOUNT-NUMBER
031716     MOVE WS-AGI-TOTAL       TO LG-AMOUNT
031717     MOVE "A"                TO LG-TRANS-TYPE
031718     MOVE "P"                TO LG-STATUS
031719     MOVE "AGIO"             TO LG-REASON-CODE
031720     MOVE BALANCE            TO LG-RESULTING-BALANCE
031721     MOVE WS-HORODATAGE      TO LG-TIMESTAMP
031722     MOVE SPACES             TO LG-COUNTERPARTY
031723     MOVE WS-DEVISE-ECRITURE TO LG-CURRENCY
031724     MOVE 1                  TO LG-RATE-APPLIED
031725     ADD 1 TO WS-LEDGER-SEQUENCE
031726     MOVE WS-LEDGER-SEQUENCE TO LG-SEQUENCE
031727     PERFORM 8720-WRITE-LEDGER-RECORD THRU 8720-EXIT
031728     MOVE "Y" TO WS-AGI-MAJ-SW.
031729 6560-EXIT.
031730     EXIT.
031731*-----------------------------------------------------------------
031732* 3000-TERMINATE -- FERME LES FICHIERS ET AFFICHE LES COMPTEURS
031733* DE TRANSACTIONS DU LOT.
031734*-----------------------------------------------------------------
031735 3000-TERMINATE.
031736     CLOSE ACCOUNT-MASTER
031737     CLOSE TRANSACTION-FILE
031738     CLOSE STANDING-ORDERS
031739     CLOSE LOAN-MASTER
031740     CLOSE TERM-DEPOSIT-MASTER
031741     CLOSE MANDATE-MASTER
031742     CLOSE DD-HISTORY
031743     CLOSE REVERSAL-HISTORY
031744     CLOSE PAYMENT-HOLDS
031745     IF MODE-SIMULATION
031746         PERFORM 3600-WRITE-SIM-BALANCES THRU 3600-EXIT
031747         PERFORM 3900-SIM-CARRY-FORWARD THRU 3900-EXIT
031748         CLOSE SIM-REPORT
031749     ELSE
031750         CLOSE TRANSACTION-LEDGER
031751         CLOSE STANDING-ORDER-EXC
031752         CLOSE SUSPICIOUS-ACTIVITY
031753         CLOSE WAREHOUSE-OUT
031754         CLOSE RECYCLE-OUT
031755         PERFORM 3500-WRITE-REMAINING-HOLDS THRU 3500-EXIT
031756         MOVE SPACES TO PAYMENT-RECORD
031757         MOVE "T" TO PM-RECORD-TYPE
031758         MOVE "O" TO PM-DIRECTION
031759         MOVE WS-DATE-AFFAIRES TO PM-BATCH-DATE
031760         COMPUTE PM-BATCH-COUNT
031761                 = WS-PAIEMENTS-DEJA-EMIS + WS-PAIEMENTS-EMIS
031762         COMPUTE PM-BATCH-HASH-TOTAL
031763                 = WS-HASH-DEJA-EMIS + WS-HASH-EMIS
031764         WRITE OUTBOUND-PAYMENT-RECORD FROM PAYMENT-RECORD
031765         PERFORM 4745-WRITE-REGISTER-TOTAL THRU 4745-EXIT
031766         CLOSE OUTBOUND-PAYMENTS
031767         CLOSE INBOUND-PAY-EXC
031768         CLOSE AGIOS-NOTICE
031769         CLOSE LOAN-EXCEPTIONS
031770         CLOSE DEPOSIT-EXCEPTIONS
031771         CLOSE DD-RETURNS
031772         CLOSE REVERSAL-EXCEPTIONS
031773         CLOSE CLEARING-ACK-EXC
031774         MOVE "Y" TO WS-RUN-COMPLET-SW
031775         PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT
031776         CLOSE BANK-CHECKPOINT
031777         PERFORM 3700-RECORD-BATCH THRU 3700-EXIT
031778     END-IF
031779     CLOSE OUTPAY-REGISTER
031780     CLOSE WORK-SET-FILE
031781     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
031782     DISPLAY "TRANSACTIONS LUES    : " WS-TRANSACTIONS-LUES
031783     DISPLAY "TRANSACTIONS POSTEES : " WS-TRANSACTIONS-POSTEES
031784     DISPLAY "TRANSACTIONS REJETEES: "
031785             WS-TRANSACTIONS-REJETEES
031790     DISPLAY "MOUVEMENTS SIGNALES  : " WS-MVTS-SIGNALES
031800     DISPLAY "MOUVEMENTS SUSPENDUS : " WS-MVTS-SUSPENDUS
031810     DISPLAY "VIREMENTS CONVERTIS  : " WS-VIREMENTS-CONVERTIS
031900     DISPLAY "REFUS RECYCLES       : " WS-REFUS-RECYCLES
031910     DISPLAY "CORRECTIONS POSTEES  : " WS-MVTS-CORRIGES
031920     DISPLAY "COMPTES CLOTURES     : " WS-COMPTES-CLOTURES
031921     DISPLAY "MOUVEMENTS DE PRETS  : " WS-MVTS-PRETS
031922     DISPLAY "MOUVEMENTS DE DEPOTS : " WS-MVTS-DEPOTS
031923     DISPLAY "DEPOTS ROMPUS        : " WS-DEPOTS-ROMPUS
031924     DISPLAY "PRELEVEMENTS SEPA    : " WS-MVTS-PRELEVEMENTS
031925     DISPLAY "EXTOURNES POSTEES    : " WS-EXTOURNES-POSTEES
031926     DISPLAY "PAIEMENTS RETENUS    : " WS-PAIEMENTS-RETENUS
031927     DISPLAY "RETENUES LIBEREES    : " WS-MVTS-LIBERES
031928     DISPLAY "PAIEMENTS ACQUITTES  : " WS-ACQUITS-ACCEPTES
031929     DISPLAY "PAIEMENTS REJETES    : " WS-ACQUITS-REJETES
031930     DISPLAY "REJETS RECREDITES    : " WS-RETOURS-CREDITES
031931     DISPLAY "DETAILS SAUTES (REPRISE) : " WS-DETAILS-SAUTES
031932     DISPLAY "PIC HISTORIQUE MVTS  : " WS-HIST-COUNT
031933     DISPLAY "PIC VELOCITE         : " WS-VEL-COUNT
031934     DISPLAY "PIC OPPOSITIONS      : " WS-STOP-COUNT
031935     DISPLAY "PIC GELS DE CHEQUES  : " WS-CHQ-PIC
031936     DISPLAY "PIC RETRAITS DU LOT  : " WS-WDR-COUNT
031937     DISPLAY "PIC EXTOURNES        : " WS-EXT-COUNT
031938     DISPLAY "PIC COORDONNEES      : " WS-CHG-COUNT
031940     COMPUTE WS-NOMBRE-LOT-CALCULE
031950             = WS-TRANSACTIONS-POSTEES + WS-TRANSACTIONS-REJETEES
031960             - WS-MVTS-ORDRES - WS-MVTS-ENTREPOT
031970             - WS-MVTS-ENTRANTS - WS-MVTS-CORRIGES
031973             - WS-MVTS-PRETS - WS-MVTS-DEPOTS
031976             - WS-MVTS-PRELEVEMENTS - WS-MVTS-LIBERES
031980             + WS-ENTREPOSEES + WS-DETAILS-SAUTES
031990     IF WS-NOMBRE-LOT-CALCULE NOT = WS-NOMBRE-LOT-ATTENDU
032000         DISPLAY "CONTROLE DE LOT EN FIN DE TRAITEMENT EN "
032030         MOVE 16 TO RETURN-CODE
032040     END-IF
032050     IF DATE-DE-LOT-EN-ECART AND RETURN-CODE = ZERO
032052         MOVE 4 TO RETURN-CODE
032054     END-IF
032056     IF ACQUITS-EN-ECART AND RETURN-CODE = ZERO
032060         MOVE 4 TO RETURN-CODE
032070     END-IF.
032080 3000-EXIT.
033210     MOVE "SAUTES" TO WS-STAT-COMPTEUR
033220     MOVE WS-DETAILS-SAUTES TO WS-STAT-VALEUR
033230     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
033231     MOVE "MVTSPRETS" TO WS-STAT-COMPTEUR
033232     MOVE WS-MVTS-PRETS TO WS-STAT-VALEUR
033233     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
033234     MOVE "MVTSDEPOTS" TO WS-STAT-COMPTEUR
033235     MOVE WS-MVTS-DEPOTS TO WS-STAT-VALEUR
033236     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
033237     MOVE "MVTSPRELEV" TO WS-STAT-COMPTEUR
033238     MOVE WS-MVTS-PRELEVEMENTS TO WS-STAT-VALEUR
033239     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
033240     MOVE "MVTSLIBERES" TO WS-STAT-COMPTEUR
033241     MOVE WS-MVTS-LIBERES TO WS-STAT-VALEUR
033242     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
033243     MOVE "PICHISTO" TO WS-STAT-COMPTEUR
033244     MOVE WS-HIST-COUNT TO WS-STAT-VALEUR
033245     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
033246     MOVE "PICVELOCITE" TO WS-STAT-COMPTEUR
033247     MOVE WS-VEL-COUNT TO WS-STAT-VALEUR
033248     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
033249     MOVE "PICOPPOSIT" TO WS-STAT-COMPTEUR
033250     MOVE WS-STOP-COUNT TO WS-STAT-VALEUR
033251     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
033252     MOVE "PICGELSCHQ" TO WS-STAT-COMPTEUR
033253     MOVE WS-CHQ-PIC TO WS-STAT-VALEUR
033254     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
033255     MOVE "PICRETRAITS" TO WS-STAT-COMPTEUR
033256     MOVE WS-WDR-COUNT TO WS-STAT-VALEUR
033257     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
033258     MOVE "PICEXTOURN" TO WS-STAT-COMPTEUR
033259     MOVE WS-EXT-COUNT TO WS-STAT-VALEUR
033260     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
033261     MOVE "PICCOORD" TO WS-STAT-COMPTEUR
033262     MOVE WS-CHG-COUNT TO WS-STAT-VALEUR
033263     PERFORM 9510-WRITE-ONE-STAT THRU 9510-EXIT
033264     CLOSE RUN-STATISTICS.
033265 9500-EXIT.
033266     EXIT.
033270*-----------------------------------------------------------------
033280* 9510-WRITE-ONE-STAT -- ECRIT UN COMPTEUR (NOM ET VALEUR PREPARES
033290* PAR L'APPELANT) ESTAMPILLE DE LA DATE D'AFFAIRES ET DU RUN.
033400*-----------------------------------------------------------------
033410* 3500-WRITE-REMAINING-HOLDS -- REPORTE SUR LA NOUVELLE
033420* GENERATION CHQOUT LES GELS DE CHEQUES ENCORE ACTIFS (NI LEVES
033426* NI ANNULES PAR UN RETOUR), POUR LE RUN DU LENDEMAIN : PARCOURS
033432* DES ENTREES "C" DU FICHIER DE TRAVAIL DANS L'ORDRE DE LA CLE.
033440*-----------------------------------------------------------------
033450 3500-WRITE-REMAINING-HOLDS.
033460     OPEN OUTPUT CHEQUE-HOLDS-OUT
033461     MOVE "N"    TO WS-TRAVAIL-FIN-SW
033462     MOVE SPACES TO WK-CLE
033463     MOVE "C"    TO WK-TYPE
033464     START WORK-SET-FILE KEY IS NOT LESS THAN WK-CLE
033465         INVALID KEY
033466             MOVE "Y" TO WS-TRAVAIL-FIN-SW
033467     END-START
033470     PERFORM 3510-WRITE-ONE-HOLD THRU 3510-EXIT
033480         UNTIL FIN-ENSEMBLE-TRAVAIL
033500     CLOSE CHEQUE-HOLDS-OUT
033510     DISPLAY "GELS DE CHEQUES REPORTES : " WS-GELS-REPORTES.
033520 3500-EXIT.
033530     EXIT.
033540*-----------------------------------------------------------------
033550* 3510-WRITE-ONE-HOLD -- LIT LE GEL ACTIF SUIVANT ET L'ECRIT SUR
033560* CHQOUT.  ARRET SUR UN AUTRE TYPE D'ENTREE.
033570*-----------------------------------------------------------------
033580 3510-WRITE-ONE-HOLD.
033586     READ WORK-SET-FILE NEXT RECORD
033592         AT END
033598             MOVE "Y" TO WS-TRAVAIL-FIN-SW
033604     END-READ
033610     IF FIN-ENSEMBLE-TRAVAIL
033616         GO TO 3510-EXIT
033622     END-IF
033628     IF NOT WK-GEL-CHEQUE
033634         MOVE "Y" TO WS-TRAVAIL-FIN-SW
033640         GO TO 3510-EXIT
033646     END-IF
033652     MOVE SPACES              TO CHEQUE-HOLD-RECORD
033658     MOVE CHT-ACCOUNT         TO CH-ACCOUNT-NUMBER
033664     MOVE CHT-REF             TO CH-CHEQUE-REF
033670     MOVE CHT-AMOUNT          TO CH-AMOUNT
033676     MOVE CHT-DATE-DEPOT      TO CH-DATE-DEPOT
033682     MOVE CHT-DATE-DISPONIBLE TO CH-DATE-DISPONIBLE
033688     WRITE CHEQUE-HOLD-OUT-RECORD FROM CHEQUE-HOLD-RECORD
033694     ADD 1 TO WS-GELS-REPORTES.
033710 3510-EXIT.
033720     EXIT.
033730*-----------------------------------------------------------------
033850         WRITE LEDGER-RECORD-OUT FROM LEDGER-RECORD
033860         IF LG-STATUS-DECLINED AND TX-IS-DETAIL
033870                 AND WS-TYPE-JAMBE-DEBIT NOT = "S"
033871                 AND NOT PASSE-DES-PRETS
033872                 AND NOT PASSE-DES-DEPOTS
033873                 AND NOT PASSE-DES-PRELEVEMENTS
033874                 AND NOT LIBERATION-EN-COURS
033875                 AND LG-REASON-CODE NOT = "RETN"
033880             PERFORM 8730-WRITE-RECYCLE THRU 8730-EXIT
033890         END-IF
033900     END-IF.
033930*-----------------------------------------------------------------
033940* 8750-REWRITE-MASTER -- REECRIT LE COMPTE DANS ACCOUNT-RECORD
033950* SUR LE FICHIER MAITRE ; EN MODE SIMULATION, L'IMAGE EST TENUE
033960* SUR LE FICHIER DE TRAVAIL (TYPE "S") A LA PLACE (8760 LA
033970* REAPPLIQUE A CHAQUE RELECTURE).
033990*-----------------------------------------------------------------
034000 8750-REWRITE-MASTER.
034010     IF NOT MODE-SIMULATION
034020         REWRITE ACCOUNT-RECORD
034030         GO TO 8750-EXIT
034040     END-IF
034050     MOVE SPACES         TO WORK-SET-RECORD
034060     MOVE "S"            TO WK-TYPE
034070     MOVE ACCOUNT-NUMBER TO SIM-ACCOUNT
034080     PERFORM 8780-READ-WORK-SET THRU 8780-EXIT
034090     MOVE SPACES         TO WORK-SET-RECORD
034100     MOVE "S"            TO WK-TYPE
034110     MOVE ACCOUNT-NUMBER TO SIM-ACCOUNT
034120     MOVE ACCOUNT-RECORD TO SIM-RECORD
034130     IF TRAVAIL-ABSENT
034140         ADD 1 TO WS-SIM-COUNT
034150         PERFORM 8770-WRITE-WORK-SET THRU 8770-EXIT
034160     ELSE
034170         PERFORM 8790-REWRITE-WORK-SET THRU 8790-EXIT
034180     END-IF.
034240 8750-EXIT.
034250     EXIT.
034260*-----------------------------------------------------------------
034270* 8760-APPLY-SIM-OVERLAY -- EN MODE SIMULATION, REAPPLIQUE AU
034280* COMPTE QUI VIENT D'ETRE LU L'IMAGE SIMULEE TENUE SUR LE FICHIER
034290* DE TRAVAIL, POUR QUE LES MOUVEMENTS DU LOT SE CUMULENT SANS
034300* REECRITURE DU MAITRE.
034310*-----------------------------------------------------------------
034320 8760-APPLY-SIM-OVERLAY.
034330     IF NOT MODE-SIMULATION
034340         GO TO 8760-EXIT
034350     END-IF
034360     MOVE SPACES         TO WORK-SET-RECORD
034370     MOVE "S"            TO WK-TYPE
034380     MOVE ACCOUNT-NUMBER TO SIM-ACCOUNT
034390     PERFORM 8780-READ-WORK-SET THRU 8780-EXIT
034400     IF NOT TRAVAIL-ABSENT
034410         MOVE SIM-RECORD TO ACCOUNT-RECORD
034430     END-IF.
034440 8760-EXIT.
034450     EXIT.
034460*-----------------------------------------------------------------
034468* 8770-WRITE-WORK-SET -- AJOUTE AU FICHIER DE TRAVAIL L'ENTREE
034476* PREPAREE.  UN REFUS (CLE EN DOUBLE, ESPACE EPUISE) EST UN
034484* INCIDENT : ARRET EN CODE 16, UNE ENTREE PERDUE FAUSSERAIT LE
034492* POSTAGE.
034500*-----------------------------------------------------------------
034506 8770-WRITE-WORK-SET.
034512     WRITE WORK-SET-RECORD
034518         INVALID KEY
034524             DISPLAY "ECRITURE REFUSEE SUR BNKWORK : " WK-CLE
034530             MOVE 16 TO RETURN-CODE
034536             STOP RUN
034542     END-WRITE.
034550 8770-EXIT.
034551     EXIT.
034552*-----------------------------------------------------------------
034553* 8780-READ-WORK-SET -- LECTURE DIRECTE DU FICHIER DE TRAVAIL SUR
034554* LA CLE PREPAREE DANS WK-CLE.  TRAVAIL-ABSENT SI L'ENTREE
034555* N'EXISTE PAS ENCORE.
034556*-----------------------------------------------------------------
034557 8780-READ-WORK-SET.
034558     MOVE "N" TO WS-TRAVAIL-ABSENT-SW
034559     READ WORK-SET-FILE
034560         INVALID KEY
034561             MOVE "Y" TO WS-TRAVAIL-ABSENT-SW
034562     END-READ.
034563 8780-EXIT.
034564     EXIT.
034565*-----------------------------------------------------------------
034566* 8790-REWRITE-WORK-SET -- REECRIT L'ENTREE LUE PAR 8780 APRES
034567* MISE A JOUR.
034568*-----------------------------------------------------------------
034569 8790-REWRITE-WORK-SET.
034570     REWRITE WORK-SET-RECORD
034571         INVALID KEY
034572             DISPLAY "REECRITURE REFUSEE SUR BNKWORK : " WK-CLE
034573             MOVE 16 TO RETURN-CODE
034574             STOP RUN
034575     END-REWRITE.
034576 8790-EXIT.
034577     EXIT.
034578*-----------------------------------------------------------------
034580* 3600-WRITE-SIM-BALANCES -- EDITE SUR LE RAPPORT DE SIMULATION
034590* UN "S" PAR COMPTE TOUCHE, AVEC SON SOLDE FINAL SIMULE ET SES
034596* FONDS ENCORE GELES : PARCOURS DES IMAGES "S" DU FICHIER DE
034602* TRAVAIL DANS L'ORDRE DES COMPTES.
034610*-----------------------------------------------------------------
034620 3600-WRITE-SIM-BALANCES.
034621     MOVE "N"    TO WS-TRAVAIL-FIN-SW
034622     MOVE SPACES TO WK-CLE
034623     MOVE "S"    TO WK-TYPE
034624     START WORK-SET-FILE KEY IS NOT LESS THAN WK-CLE
034625         INVALID KEY
034626             MOVE "Y" TO WS-TRAVAIL-FIN-SW
034627     END-START
034630     PERFORM 3610-WRITE-ONE-SIM-BALANCE THRU 3610-EXIT
034640         UNTIL FIN-ENSEMBLE-TRAVAIL
034660     DISPLAY "SIMULATION : COMPTES TOUCHES : " WS-SIM-COUNT.
034670 3600-EXIT.
034680     EXIT.
034690*-----------------------------------------------------------------
034697* 3610-WRITE-ONE-SIM-BALANCE -- LIT L'IMAGE SIMULEE SUIVANTE ET
034704* EDITE LE SOLDE FINAL DU COMPTE.  ARRET SUR UN AUTRE TYPE
034711* D'ENTREE.
034720*-----------------------------------------------------------------
034730 3610-WRITE-ONE-SIM-BALANCE.
034731     READ WORK-SET-FILE NEXT RECORD
034732         AT END
034733             MOVE "Y" TO WS-TRAVAIL-FIN-SW
034734     END-READ
034735     IF FIN-ENSEMBLE-TRAVAIL
034736         GO TO 3610-EXIT
034737     END-IF
034738     IF NOT WK-SIMULATION
034739         MOVE "Y" TO WS-TRAVAIL-FIN-SW
034740         GO TO 3610-EXIT
034741     END-IF
034742     MOVE SIM-RECORD TO ACCOUNT-RECORD
034750     MOVE SPACES TO SIMULATION-REPORT-RECORD
034760     MOVE "S" TO SR-GENRE
034770     MOVE ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
039100     EXIT.
039110*-----------------------------------------------------------------
039120* 4300-CLOSE-ACCOUNT -- REGLEMENT DE CLOTURE DU COMPTE COURANT :
039128* REFUSE SI DES FONDS DE CHEQUES SONT ENCORE GELES ("GELS") OU SI
039136* LE SOLDE, DIMINUE DES AGIOS DUS (COURUS DU TRIMESTRE ENTAME ET
039144* NOTIFIES NON ENCORE PRELEVES), EST NEGATIF ("NEGA") ; SINON
039152* PRELEVE CES AGIOS (ECRITURE "A" PAR 6560 : LE PASSAGE DES AGIOS
039160* SAUTE LES COMPTES CLOS), CREDITE LES INTERETS FINAUX AU PRORATA
039168* DU MOIS ENTAME, VIRE LE SOLDE RESIDUEL AU COMPTE DESIGNE
039176* (TX-TARGET-ACCOUNT, CONVERSION DE DEVISE COMPRISE) OU LE SORT EN
039184* ATTENTE DE PAIEMENT ("W" RAISON "PAYO" SI LA CIBLE EST A BLANC),
039192* PUIS PASSE LE COMPTE EN STATUT CLOS AVEC LA DATE DE CLOTURE.  LA
039200* REECRITURE DU COMPTE SOURCE RESTE A LA CHARGE DE L'APPELANT.
039210*-----------------------------------------------------------------
039220 4300-CLOSE-ACCOUNT.
039230     IF ACCT-UNCLEARED-FUNDS > ZERO
039300         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
039310         GO TO 4300-EXIT
039320     END-IF
039325     COMPUTE WS-AGI-NORMAUX ROUNDED = ACCT-AGIOS-COURUS
039330     COMPUTE WS-AGI-PENALITE ROUNDED = ACCT-AGIOS-PENALITE
039335     COMPUTE WS-AGI-TOTAL = WS-AGI-NORMAUX + WS-AGI-PENALITE
039340                          + ACCT-AGIOS-A-PRELEVER
039345     IF BALANCE - WS-AGI-TOTAL < ZERO
039350         DISPLAY "CLOTURE REFUSEE - SOLDE NEGATIF (AGIOS DUS "
039355                 WS-AGI-TOTAL ") SUR " ACCOUNT-NUMBER
039360         ADD 1 TO WS-TRANSACTIONS-REJETEES
039370         MOVE "X"    TO LG-TRANS-TYPE
039380         MOVE "R"    TO LG-STATUS
039390         MOVE "NEGA" TO LG-REASON-CODE
039400         PERFORM 8710-WRITE-LEDGER THRU 8710-EXIT
039410         GO TO 4300-EXIT
039411     END-IF
039412*    AGIOS DUS PRELEVES AVANT LES INTERETS ET LE SOLDE RESIDUEL
039413     IF WS-AGI-TOTAL > ZERO
039414         MOVE WS-AGI-TOTAL TO ACCT-AGIOS-A-PRELEVER
039415         MOVE ZERO TO ACCT-JOURS-DEBITEURS
039416         MOVE ZERO TO ACCT-NOMBRES-DEBITEURS
039417         MOVE ZERO TO ACCT-AGIOS-COURUS
039418         MOVE ZERO TO ACCT-AGIOS-PENALITE
039419         PERFORM 6560-DEBIT-AGIOS THRU 6560-EXIT
039420     END-IF
039430*    INTERETS FINAUX AU PRORATA DU MOIS ENTAME
039440     PERFORM 6200-DETERMINE-RATE THRU 6200-EXIT
041840 3815-EXIT.
041850     EXIT.
041860*-----------------------------------------------------------------
042150* 3900-SIM-CARRY-FORWARD -- EN MODE SIMULATION, LES GENERATIONS
042160* DE SORTIE DE L'ENTREPOT ET DES GELS SONT QUAND MEME
042170* CATALOGUEES PAR LE JCL : ELLES RECOIVENT ICI LA COPIE TELLE
042250     PERFORM 3810-CARRY-CHEQUE-HOLDS THRU 3810-EXIT.
042260 3900-EXIT.
042270     EXIT.
042280*-----------------------------------------------------------------
042290* 9600-CHECK-STEP-DIRECTIVE -- CHERCHE SUR STEPDIR LA CONSIGNE
042300* DE L'ETAPE POSEE PAR LE CONTROLE DE TETE DE CHAINE.  UNE ETAPE
042310* DEJA ACHEVEE SOUS LA MEME DATE D'AFFAIRES ET LE MEME NUMERO DE
042320* RUN N'EST PAS REJOUEE : ARRET EN CODE 0 SANS RIEN TOUCHER --
042330* SA GENERATION DE LA VEILLE, CELLE DU PASSAGE ACHEVE, EST
042340* RECONDUITE SUR LA NOUVELLE QUE LE JCL CATALOGUE.
042350* SANS CONSIGNE (PASSAGE HORS CHAINE), L'ETAPE S'EXECUTE ET
042360* N'EST PAS INSCRITE AU REGISTRE.
042370*-----------------------------------------------------------------
042380 9600-CHECK-STEP-DIRECTIVE.
042390     MOVE WS-STAT-ETAPE TO ETP-PROGRAMME
042400     OPEN INPUT STEP-DIRECTIVES
042410     PERFORM 9610-READ-DIRECTIVE THRU 9610-EXIT
042420         UNTIL ETP-DIR-END-OF-FILE
042430             OR ETP-CONSIGNE-TROUVEE
042440     CLOSE STEP-DIRECTIVES
042450     IF NOT ETP-A-SAUTER
042460         GO TO 9600-EXIT
042470     END-IF
042480     DISPLAY "ETAPE " ETP-ETAPE " DEJA ACHEVEE (RUN "
042490             ETP-NUMERO-RUN " DU " ETP-DATE-AFFAIRES
042500             ") - NON REJOUEE"
042510     PERFORM 3900-SIM-CARRY-FORWARD THRU 3900-EXIT
042520     MOVE ZERO TO RETURN-CODE
042530     STOP RUN.
042540 9600-EXIT.
042550     EXIT.
042560*-----------------------------------------------------------------
042570* 9610-READ-DIRECTIVE -- LIT LA CONSIGNE SUIVANTE ET RETIENT
042580* CELLE DU PROGRAMME.
042590*-----------------------------------------------------------------
042600 9610-READ-DIRECTIVE.
042610     READ STEP-DIRECTIVES
042620         AT END
042630             MOVE "Y" TO ETP-DIR-EOF-SW
042640         NOT AT END
042650             IF DI-PROGRAMME = ETP-PROGRAMME
042660                 MOVE "Y"              TO ETP-TROUVEE-SW
042670                 MOVE DI-DATE-AFFAIRES TO ETP-DATE-AFFAIRES
042680                 MOVE DI-NUMERO-RUN    TO ETP-NUMERO-RUN
042690                 MOVE DI-ETAPE         TO ETP-ETAPE
042700                 MOVE DI-ACTION        TO ETP-ACTION
042710                 MOVE DI-MOTIF         TO ETP-MOTIF
042720             END-IF
042730     END-READ.
042740 9610-EXIT.
042750     EXIT.
042760*-----------------------------------------------------------------
042770* 9700-REGISTER-STEP -- INSCRIT L'ACHEVEMENT DE L'ETAPE AU
042780* REGISTRE DE LA CHAINE (CHAINREG) SOUS LA DATE ET LE RUN DE SA
042790* CONSIGNE : CODE RETOUR, COMPTEURS DE FIN ET HORODATAGE.  HORS
042800* CHAINE, RIEN N'EST INSCRIT.
042810*-----------------------------------------------------------------
042820 9700-REGISTER-STEP.
042830     IF NOT ETP-CONSIGNE-TROUVEE
042840         GO TO 9700-EXIT
042850     END-IF
042860     MOVE WS-TRANSACTIONS-LUES TO ETP-LUS
042870     MOVE WS-TRANSACTIONS-POSTEES TO ETP-ECRITS
042880     MOVE WS-TRANSACTIONS-REJETEES TO ETP-REJETS
042890     MOVE RETURN-CODE TO ETP-CODE-RETOUR
042900     ACCEPT ETP-DATE-SYSTEME FROM DATE YYYYMMDD
042910     ACCEPT ETP-HEURE-SYSTEME FROM TIME
042920     OPEN EXTEND CHAIN-REGISTER
042930     MOVE SPACES            TO CHAIN-REGISTER-RECORD
042940     MOVE ETP-DATE-AFFAIRES TO RG-DATE-AFFAIRES
042950     MOVE ETP-NUMERO-RUN    TO RG-NUMERO-RUN
042960     MOVE ETP-ETAPE         TO RG-ETAPE
042970     MOVE ETP-PROGRAMME     TO RG-PROGRAMME
042980     MOVE ETP-CODE-RETOUR   TO RG-CODE-RETOUR
042990     MOVE ETP-LUS           TO RG-LUS
043000     MOVE ETP-ECRITS        TO RG-ECRITS
043010     MOVE ETP-REJETS        TO RG-REJETS
043020     MOVE ETP-DATE-SYSTEME  TO RG-DATE-FIN
043030     MOVE ETP-HEURE-SYSTEME TO RG-HEURE-FIN
043040     WRITE CHAIN-REGISTER-RECORD
043050     CLOSE CHAIN-REGISTER
043060     DISPLAY "ETAPE " ETP-ETAPE " INSCRITE AU REGISTRE, CODE "
043070             ETP-CODE-RETOUR.
043080 9700-EXIT.
043090     EXIT.
