000100*-----------------------------------------------------------------
000200*    IDDOCTRN.CPY
000300*    RECORD LAYOUT FOR THE IDENTITY DOCUMENT MAINTENANCE
000400*    TRANSACTIONS (IDDOCTRN) READ BY KYC-ID-DOCUMENT-MAINT.
000500*    "A" ENREGISTRE LA PIECE D'UN CLIENT QUI N'EN A PAS ENCORE ;
000600*    "C" REMPLACE LA PIECE ENREGISTREE (TOUS LES CHAMPS SONT
000700*    REPRIS DE LA TRANSACTION, PAR EXEMPLE A LA PRESENTATION
000800*    D'UNE PIECE RENOUVELEE).  LA DATE DE DELIVRANCE EST
000900*    FACULTATIVE ; LES AUTRES CHAMPS ET L'OPERATEUR SONT
001000*    OBLIGATOIRES.  LES REJETS VONT SUR IDDOCEXQ (IDDOCEXC).
001100*-----------------------------------------------------------------
001200 01  ID-DOCUMENT-TRANSACTION.
001300     05  IT-FONCTION         PIC X(01).
001400         88  IT-IS-AJOUT              VALUE "A".
001500         88  IT-IS-CHANGEMENT         VALUE "C".
001600     05  IT-NUMERO-CLIENT    PIC X(10).
001700     05  IT-TYPE             PIC X(02).
001800     05  IT-NUMERO-PIECE     PIC X(20).
001900     05  IT-PAYS-EMETTEUR    PIC X(02).
002000     05  IT-DATE-DELIVRANCE  PIC X(08).
002100     05  IT-DATE-EXPIRATION  PIC X(08).
002200     05  IT-OPERATEUR        PIC X(08).
002300     05  FILLER              PIC X(21).
