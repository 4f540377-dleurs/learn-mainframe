000100*-----------------------------------------------------------------
000200*    ERASREQ.CPY
000300*    RECORD LAYOUT FOR THE RIGHT-TO-ERASURE REQUEST FILE
000400*    (ERASREQ) READ BY GDPR-ERASURE.  UNE DEMANDE PAR CLIENT A
000500*    EFFACER, AVEC LA REFERENCE DU DOSSIER RGPD (REPRISE SUR LE
000600*    CERTIFICAT ET DANS LE PSEUDONYME), LA DATE DE LA DEMANDE
000700*    ET L'OPERATEUR QUI L'A SAISIE.
000800*-----------------------------------------------------------------
000900 01  ERASURE-REQUEST-RECORD.
001000     05  ER-REFERENCE        PIC X(10).
001100     05  ER-NUMERO-CLIENT    PIC X(10).
001200     05  ER-DATE-DEMANDE     PIC X(08).
001300     05  ER-OPERATEUR        PIC X(08).
001400     05  FILLER              PIC X(14).
