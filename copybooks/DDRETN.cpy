000100*-----------------------------------------------------------------
000200*    DDRETN.CPY
000300*    RECORD LAYOUT FOR THE DIRECT-DEBIT RETURNS FILE (DDRET)
000400*    WRITTEN BY SIMPLEBANK FOR THE CLEARING HOUSE, TO BE SENT
000500*    BACK TO THE CREDITOR BANKS.  RT-GENRE "R" : PRELEVEMENT
000600*    RETOURNE (NON POSTE) ; "F" : PRELEVEMENT REMBOURSE AU
000700*    DEBITEUR APRES POSTAGE, A RECLAMER AU CREANCIER.
000800*    RT-RAISON-SEPA PORTE LE CODE MOTIF NORMALISE (AC01 COMPTE
000900*    INCONNU, AC04 CLOS, AC06 BLOQUE, AM03 DEVISE, AM04
001000*    PROVISION INSUFFISANTE, AM05 DOUBLON, MD01 PAS DE MANDAT
001100*    VALIDE, MD06 REMBOURSEMENT DEMANDE PAR LE CLIENT, MS03
001200*    AUTRE MOTIF, SL01 OPPOSITION DU DEBITEUR) ;
001300*    RT-RAISON-INTERNE LA RAISON DE REFUS DU GRAND LIVRE OU DU
001400*    CONTROLE DE MANDAT QUI L'A PROVOQUE.
001500*-----------------------------------------------------------------
001600 01  DD-RETURN-RECORD.
001700     05  RT-GENRE            PIC X(01).
001800         88  RT-RETOUR                VALUE "R".
001900         88  RT-REMBOURSEMENT         VALUE "F".
002000     05  RT-CREANCIER-ID     PIC X(18).
002100     05  RT-REFERENCE-MANDAT PIC X(20).
002200     05  RT-REFERENCE-PRELEV PIC X(20).
002300     05  RT-ACCOUNT-NUMBER   PIC X(10).
002400     05  RT-AMOUNT           PIC 9(9)V99.
002500     05  RT-RAISON-SEPA      PIC X(04).
002600     05  RT-RAISON-INTERNE   PIC X(04).
002700     05  RT-DATE             PIC X(08).
002800     05  FILLER              PIC X(04).
