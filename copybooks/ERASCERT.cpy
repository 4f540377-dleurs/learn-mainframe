000100*-----------------------------------------------------------------
000200*    ERASCERT.CPY
000300*    RECORD LAYOUT FOR THE ERASURE CERTIFICATE (ERASCERT)
000400*    WRITTEN BY GDPR-ERASURE.  POUR CHAQUE DEMANDE ACCEPTEE, UNE
000500*    LIGNE "F" PAR FICHIER TRAITE (NOM DU DD, NOMBRE
000600*    D'ENREGISTREMENTS PSEUDONYMISES OU SUPPRIMES, ZERO SI LE
000700*    CLIENT N'Y FIGURAIT PAS) ; POUR CHAQUE DEMANDE REFUSEE, UNE
000800*    LIGNE "R" AVEC LA RAISON DU REFUS.  UN "T" FINAL PORTE LE
000900*    NOMBRE DE DEMANDES ACCEPTEES ET REFUSEES.
001000*-----------------------------------------------------------------
001100 01  ERASURE-CERTIFICATE-RECORD.
001200     05  EC-GENRE            PIC X(01).
001300         88  EC-IS-FICHIER            VALUE "F".
001400         88  EC-IS-REFUS              VALUE "R".
001500         88  EC-IS-TOTAL              VALUE "T".
001600     05  EC-DATE-AFFAIRES    PIC X(08).
001700     05  EC-REFERENCE        PIC X(10).
001800     05  EC-NUMERO-CLIENT    PIC X(10).
001900     05  EC-FICHIER          PIC X(08).
002000     05  EC-NOMBRE           PIC 9(07).
002100     05  EC-RAISON           PIC X(30).
002200     05  FILLER              PIC X(06).
002300 01  ERASURE-CERTIFICATE-TOTAL.
002400     05  FILLER              PIC X(09).
002500     05  EC-NOMBRE-ACCEPTEES PIC 9(07).
002600     05  EC-NOMBRE-REFUSEES  PIC 9(07).
002700     05  FILLER              PIC X(57).
