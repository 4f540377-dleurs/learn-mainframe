000100*-----------------------------------------------------------------
000200*    IDDOCREC.CPY
000300*    RECORD LAYOUT FOR THE CLIENT IDENTITY DOCUMENT REGISTER
000400*    (IDDOCMST), INDEXED ON THE CLIENT NUMBER AND MAINTAINED BY
000500*    KYC-ID-DOCUMENT-MAINT.  UNE PIECE D'IDENTITE PAR CLIENT :
000600*    TYPE ("CI" CARTE D'IDENTITE, "PP" PASSEPORT, "TS" TITRE DE
000700*    SEJOUR, "PC" PERMIS DE CONDUIRE), NUMERO, PAYS EMETTEUR
000800*    (CODE ISO A DEUX LETTRES), DATES DE DELIVRANCE ET
000900*    D'EXPIRATION (AAAAMMJJ), OPERATEUR ET DATE DE LA DERNIERE
001000*    MISE A JOUR.  KYC-ANALYSE-RISQUES CONTROLE CHAQUE NUIT
001100*    L'EXPIRATION ; ID-DATE-ALERTE PORTE LA DATE A LAQUELLE
001200*    L'EXCEPTION "EXPIRATION PROCHE" A ETE LEVEE POUR LA PIECE
001300*    EN COURS (A BLANC : PAS ENCORE LEVEE), ET EST REMISE A
001400*    BLANC QUAND LA MAINTENANCE CHANGE LA DATE D'EXPIRATION.
001500*-----------------------------------------------------------------
001600 01  ID-DOCUMENT-RECORD.
001700     05  ID-NUMERO-CLIENT    PIC X(10).
001800     05  ID-TYPE             PIC X(02).
001900         88  ID-TYPE-VALIDE           VALUES "CI" "PP" "TS" "PC".
002000     05  ID-NUMERO-PIECE     PIC X(20).
002100     05  ID-PAYS-EMETTEUR    PIC X(02).
002200     05  ID-DATE-DELIVRANCE  PIC X(08).
002300     05  ID-DATE-EXPIRATION  PIC X(08).
002400     05  ID-DATE-ALERTE      PIC X(08).
002500     05  ID-OPERATEUR        PIC X(08).
002600     05  ID-DATE-MAJ         PIC X(08).
002700     05  FILLER              PIC X(26).
