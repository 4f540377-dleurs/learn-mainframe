000100*-----------------------------------------------------------------
000200*    IDDOCRPT.CPY
000300*    RECORD LAYOUT FOR THE IDENTITY DOCUMENT CHECK REPORT
000400*    (KYCPIECE) WRITTEN BY KYC-ANALYSE-RISQUES.  UNE LIGNE PAR
000500*    CLIENT EN ANOMALIE : "S" AUCUNE PIECE ENREGISTREE (OU
000600*    CLIENT SANS NUMERO, QUI NE PEUT PAS EN AVOIR), "P" PIECE
000700*    EXPIRANT DANS LE DELAI D'ALERTE DE KYCPARM (RP-JOURS =
000800*    JOURS RESTANTS), "X" PIECE EXPIREE (RP-JOURS = JOURS
000900*    DEPUIS L'EXPIRATION).  UN "T" FINAL PORTE LE NOMBRE DE
001000*    LIGNES DE CHAQUE GENRE.
001100*-----------------------------------------------------------------
001200 01  ID-DOCUMENT-REPORT-RECORD.
001300     05  RP-GENRE            PIC X(01).
001400         88  RP-IS-SANS-PIECE         VALUE "S".
001500         88  RP-IS-PROCHE             VALUE "P".
001600         88  RP-IS-EXPIREE            VALUE "X".
001700         88  RP-IS-TOTAL              VALUE "T".
001800     05  RP-DATE-AFFAIRES    PIC X(08).
001900     05  RP-NUMERO-CLIENT    PIC X(10).
002000     05  RP-NOM              PIC X(20).
002100     05  RP-TYPE             PIC X(02).
002200     05  RP-NUMERO-PIECE     PIC X(20).
002300     05  RP-DATE-EXPIRATION  PIC X(08).
002400     05  RP-JOURS            PIC 9(05).
002500     05  FILLER              PIC X(06).
002600 01  ID-DOCUMENT-REPORT-TOTAL.
002700     05  FILLER              PIC X(09).
002800     05  RP-NOMBRE-SANS-PIECE PIC 9(07).
002900     05  RP-NOMBRE-PROCHES   PIC 9(07).
003000     05  RP-NOMBRE-EXPIREES  PIC 9(07).
003100     05  FILLER              PIC X(50).
