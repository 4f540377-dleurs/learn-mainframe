000100*-----------------------------------------------------------------
000200*    FGDRRPT.CPY
000300*    RECORD LAYOUT FOR THE SINGLE CUSTOMER VIEW EXCEPTION
000400*    REPORT WRITTEN BY FGDR-SINGLE-VIEW.  UN "P" PAR DEPOSANT
000500*    DONT LE TOTAL NET EN EUROS DEPASSE LE PLAFOND (TOTAL,
000600*    MONTANT COUVERT, EXCEDENT).  UN "A" PAR COMPTE SANS
000700*    TITULAIRE IDENTIFIE, AVEC LE MOTIF : "NCLI" NI NUMERO
000800*    CLIENT NI CO-TITULAIRE, "NACC" COMPTE DE LA PHOTO ABSENT DU
000900*    MAITRE (TITULAIRE INCONNU), "ICLI" AUCUN TITULAIRE CONNU DU
001000*    MAITRE CLIENT KYC.  UN "X" PAR COMPTE DONT LA DEVISE N'A
001100*    PAS DE TAUX FXRATES A LA DATE D'ARRETE (MOTIF "TAUX").
001200*    LES COMPTES "NCLI", "NACC" ET "TAUX" NE SONT PAS DANS LA
001300*    VUE ; LES COMPTES "ICLI" Y FIGURENT SOUS LEUR NUMERO
001400*    CLIENT.
001500*-----------------------------------------------------------------
001600 01  FGDR-REPORT-RECORD.
001700     05  FE-GENRE            PIC X(01).
001800         88  FE-IS-PLAFOND            VALUE "P".
001900         88  FE-IS-SANS-TITULAIRE     VALUE "A".
002000         88  FE-IS-SANS-TAUX          VALUE "X".
002100     05  FE-MOTIF            PIC X(04).
002200     05  FE-NUMERO-CLIENT    PIC X(10).
002300     05  FE-ACCOUNT-NUMBER   PIC X(10).
002400     05  FE-CURRENCY         PIC X(03).
002500     05  FE-BALANCE          PIC S9(9)V99.
002600     05  FE-TOTAL-EUR        PIC S9(11)V99.
002700     05  FE-MONTANT-COUVERT  PIC 9(09)V99.
002800     05  FE-EXCEDENT         PIC 9(11)V99.
002900     05  FE-DATE-ARRETE      PIC X(08).
003000     05  FILLER              PIC X(06).
