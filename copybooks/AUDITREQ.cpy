000100*-----------------------------------------------------------------
000200*    AUDITREQ.CPY
000300*    RECORD LAYOUT FOR THE OPERATOR AUDIT-TRAIL INQUIRY REQUEST
000400*    FILE READ BY AUDIT-INQUIRY.  UN ENREGISTREMENT PAR QUESTION
000500*    DE L'AUDIT INTERNE ; CHAQUE CRITERE A BLANC EST IGNORE :
000600*    OPERATEUR (RETENU QU'IL AIT FAIT LA MAINTENANCE OU LA
000700*    PREMIERE SAISIE), TYPE D'OBJET, DEBUT DE CLE D'OBJET (UN
000800*    NUMERO DE COMPTE RAMENE AUSSI LES LIENS, EXTOURNES, RETENUES
000900*    ET MANDATS DU COMPTE), PLAGE DE DATES D'AFFAIRES (BORNES
001000*    INCLUSES).  AQ-ANOMALIES-SEULES A "O" NE RETIENT QUE LES
001100*    EVENEMENTS QUI ENFREIGNENT LA SEPARATION DES TACHES.
001200*-----------------------------------------------------------------
001300 01  AUDIT-REQUEST-RECORD.
001400     05  AQ-OPERATEUR        PIC X(08).
001500     05  AQ-TYPE-OBJET       PIC X(04).
001600     05  AQ-CLE-OBJET        PIC X(30).
001700     05  AQ-DATE-DEBUT       PIC X(08).
001800     05  AQ-DATE-FIN         PIC X(08).
001900     05  AQ-ANOMALIES-SEULES PIC X(01).
002000         88  AQ-ANOMALIES-SEULEMENT   VALUE "O".
002100     05  FILLER              PIC X(01).
