000100*-----------------------------------------------------------------
000200*    BNKWORK.CPY
000300*    DESSIN DU FICHIER DE TRAVAIL DE SIMPLEBANK : FICHIER INDEXE
000400*    VIDE AU DEBUT DE CHAQUE RUN, QUI TIENT LES ENSEMBLES DE
000500*    TRAVAIL DU POSTAGE A RAISON D'UN ENREGISTREMENT PAR ENTREE.
000600*    LA CLE WK-CLE COMMENCE PAR LE TYPE D'ENTREE PUIS LE COMPTE,
000700*    CE QUI GROUPE CHAQUE ENSEMBLE ET, DANS L'ENSEMBLE, LES
000800*    ENTREES D'UN MEME COMPTE :
000900*      "M"  HISTORIQUE DES MOUVEMENTS DU LOT (DOUBLONS), CLE
001000*           COMPTE + TYPE + MONTANT ;
001100*      "V"  VELOCITE PAR COMPTE (NOMBRE ET MONTANT CUMULES) ;
001200*      "O"  OPPOSITIONS CHARGEES DE STOPIN, CLE COMPTE + RANG DE
001300*           CHARGEMENT ;
001400*      "C"  GELS DE CHEQUES ACTIFS, CLE COMPTE + REFERENCE + RANG
001500*           DE RANGEMENT (UN GEL ANNULE EST SUPPRIME) ;
001600*      "R"  NOMBRE DE RETRAITS DU LOT PAR COMPTE ;
001620*      "S"  IMAGE SIMULEE DU COMPTE (MODE SIMULATION SEULEMENT) ;
001640*      "E"  DEMANDES D'EXTOURNE APPROUVEES (REVREQ), CLE COMPTE +
001660*           DATE D'AFFAIRES + LG-SEQUENCE DE L'ECRITURE D'ORIGINE
001680*           + RANG (DEUX DEMANDES SUR LA MEME ECRITURE) ; L'ENTREE
001700*           EST L'IMAGE DE REVERSAL-ENTRY DE SIMPLEBANK, AVEC LES
001720*           ECRITURES D'ORIGINE ET PAIRE RETROUVEES ;
001740*      "K"  CLIENTS DONT L'EMAIL OU LE TELEPHONE A CHANGE DANS LA
001760*           FENETRE HOLDCTL (USRJRNL), CLE NUMERO CLIENT, AVEC LA
001780*           DATE DU DERNIER CHANGEMENT.
001800*    LES ENREGISTREMENTS 01 SUIVANTS SONT LES VUES PAR TYPE DE LA
001900*    MEME ZONE.
002000*-----------------------------------------------------------------
002100 01  WORK-SET-RECORD.
002200     05  WK-CLE.
002300         10  WK-TYPE             PIC X(01).
002400             88  WK-MOUVEMENT            VALUE "M".
002500             88  WK-VELOCITE             VALUE "V".
002600             88  WK-OPPOSITION           VALUE "O".
002700             88  WK-GEL-CHEQUE           VALUE "C".
002800             88  WK-RETRAITS             VALUE "R".
002900             88  WK-SIMULATION           VALUE "S".
002930             88  WK-EXTOURNE             VALUE "E".
002960             88  WK-COORDONNEES          VALUE "K".
003000         10  WK-ACCOUNT          PIC X(10).
003100         10  WK-SUITE-CLE        PIC X(19).
003200     05  FILLER                  PIC X(210).
003300 01  MOVEMENT-HISTORY-RECORD.
003400     05  FILLER                  PIC X(01).
003500     05  MH-ACCOUNT              PIC X(10).
003600     05  MH-TYPE                 PIC X(01).
003700     05  MH-AMOUNT               PIC 9(9)V99.
003800     05  FILLER                  PIC X(07).
003900     05  FILLER                  PIC X(210).
004000 01  VELOCITY-RECORD.
004100     05  FILLER                  PIC X(01).
004200     05  VT-ACCOUNT              PIC X(10).
004300     05  FILLER                  PIC X(19).
004400     05  VT-NOMBRE               PIC 9(05).
004500     05  VT-MONTANT              PIC 9(11)V99.
004600     05  FILLER                  PIC X(192).
004700 01  STOP-WORK-RECORD.
004800     05  FILLER                  PIC X(01).
004900     05  ST-STOP-ACCOUNT         PIC X(10).
005000     05  ST-STOP-RANG            PIC 9(07).
005100     05  FILLER                  PIC X(12).
005200     05  ST-STOP-MONTANT-MIN     PIC 9(9)V99.
005300     05  ST-STOP-MONTANT-MAX     PIC 9(9)V99.
005400     05  ST-STOP-DATE-EFFET      PIC X(08).
005500     05  ST-STOP-DATE-EXPIR      PIC X(08).
005600     05  ST-STOP-OPERATEUR       PIC X(08).
005700     05  FILLER                  PIC X(164).
005800 01  CHEQUE-HOLD-WORK-RECORD.
005900     05  FILLER                  PIC X(01).
006000     05  CHT-ACCOUNT             PIC X(10).
006100     05  CHT-REF                 PIC X(10).
006200     05  CHT-RANG                PIC 9(07).
006300     05  FILLER                  PIC X(02).
006400     05  CHT-AMOUNT              PIC 9(9)V99.
006500     05  CHT-DATE-DEPOT          PIC X(08).
006600     05  CHT-DATE-DISPONIBLE     PIC X(08).
006700     05  FILLER                  PIC X(183).
006800 01  WITHDRAWAL-COUNT-RECORD.
006900     05  FILLER                  PIC X(01).
007000     05  WD-ACCOUNT              PIC X(10).
007100     05  FILLER                  PIC X(19).
007200     05  WD-NOMBRE               PIC 9(05).
007300     05  FILLER                  PIC X(205).
007400 01  SIMULATION-WORK-RECORD.
007500     05  FILLER                  PIC X(01).
007600     05  SIM-ACCOUNT             PIC X(10).
007700     05  FILLER                  PIC X(19).
007800     05  SIM-RECORD              PIC X(140).
007900     05  FILLER                  PIC X(70).
008000 01  CONTACT-CHANGE-WORK-RECORD.
008100     05  FILLER                  PIC X(01).
008200     05  CCT-CLIENT              PIC X(10).
008300     05  FILLER                  PIC X(19).
008400     05  CCT-DATE                PIC X(08).
008500     05  FILLER                  PIC X(202).
