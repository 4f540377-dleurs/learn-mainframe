000100*-----------------------------------------------------------------
000200*    COLLRPT.CPY
000300*    RECORD LAYOUT FOR THE COLLECTIONS REPORT WRITTEN BY
000400*    OVERDRAFT-ARREARS.  UN "B" PAR COMPTE ARRIVE AU DERNIER
000500*    PALIER DONT LE BLOCAGE (STATUT "B") EST EMIS VERS
000600*    ACCOUNT-MAINTENANCE, UN "N" PAR COMPTE AU DERNIER PALIER
000700*    QUI N'EST PAS OUVERT (GELE OU DORMANT : LE BLOCAGE N'EST
000800*    PAS EMIS MAIS LE RECOUVREMENT DOIT LE SUIVRE), UN "R" PAR
000900*    COMPTE REVENU DANS SA LIMITE DONT LE CYCLE DE RELANCE EST
001000*    REMIS A ZERO ; CR-STATUT-EMIS VAUT "O" QUAND LE DEBLOCAGE
001100*    DU COMPTE EST EMIS.
001200*-----------------------------------------------------------------
001300 01  COLLECTIONS-REPORT-RECORD.
001400     05  CR-GENRE            PIC X(01).
001500         88  CR-IS-BLOCAGE            VALUE "B".
001600         88  CR-IS-NON-BLOQUE         VALUE "N".
001700         88  CR-IS-REGULARISE         VALUE "R".
001800     05  CR-ACCOUNT-NUMBER   PIC X(10).
001900     05  CR-NUMERO-CLIENT    PIC X(10).
002000     05  CR-PALIER           PIC X(01).
002100     05  CR-JOURS-RETARD     PIC 9(03).
002200     05  CR-DATE-DEBUT       PIC X(08).
002300     05  CR-BALANCE          PIC S9(9)V99.
002400     05  CR-OVERDRAFT-LIMIT  PIC 9(7)V99.
002500     05  CR-STATUT-COMPTE    PIC X(01).
002600     05  CR-STATUT-EMIS      PIC X(01).
002700     05  CR-DATE             PIC X(08).
002800     05  FILLER              PIC X(17).
