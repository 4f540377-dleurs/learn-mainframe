000100*-----------------------------------------------------------------
000200*    DUNLTR.CPY
000300*    RECORD LAYOUT FOR THE DUNNING LETTER FILE WRITTEN BY
000400*    OVERDRAFT-ARREARS.  UN ENREGISTREMENT PAR COURRIER A
000500*    EDITER : DL-PALIER 1 RAPPEL (15 JOURS DE DEPASSEMENT), 2
000600*    MISE EN DEMEURE (30 JOURS), 3 DERNIER AVIS AVANT BLOCAGE
000700*    (60 JOURS).  SEUL LE PALIER ATTEINT EST EMIS : UN COMPTE
000800*    QUI FRANCHIT DEUX SEUILS LA MEME NUIT RECOIT LE PLUS
000900*    ELEVE.  L'ADRESSE DU TITULAIRE EST RETROUVEE PAR
001000*    DL-NUMERO-CLIENT SUR USER-INFO.  MONTANTS DANS LA DEVISE
001100*    DU COMPTE (DL-DEVISE).
001200*-----------------------------------------------------------------
001300 01  DUNNING-LETTER-RECORD.
001400     05  DL-PALIER           PIC X(01).
001500         88  DL-IS-RAPPEL             VALUE "1".
001600         88  DL-IS-MISE-EN-DEMEURE    VALUE "2".
001700         88  DL-IS-DERNIER-AVIS       VALUE "3".
001800     05  DL-ACCOUNT-NUMBER   PIC X(10).
001900     05  DL-NUMERO-CLIENT    PIC X(10).
002000     05  DL-DATE-LETTRE      PIC X(08).
002100     05  DL-DATE-DEBUT       PIC X(08).
002200     05  DL-JOURS-RETARD     PIC 9(03).
002300     05  DL-BALANCE          PIC S9(9)V99.
002400     05  DL-OVERDRAFT-LIMIT  PIC 9(7)V99.
002500     05  DL-DEPASSEMENT      PIC 9(9)V99.
002600     05  DL-DEVISE           PIC X(03).
002700     05  FILLER              PIC X(06).
