000100*-----------------------------------------------------------------
000200*    MANDTRN.CPY
000300*    RECORD LAYOUT FOR THE MANDATE MAINTENANCE INPUT (MNDIN)
000400*    READ BY MANDATE-MAINT.  MT-ACTION "C" : CREATION DU
000500*    MANDAT SIGNE PAR LE CLIENT (TOUTES LES ZONES REQUISES) ;
000600*    "R" : REVOCATION A LA DATE D'AFFAIRES (SEULES LA CLE ET
000700*    L'OPERATEUR SONT LUES).  MT-TYPE-SW : "O" PONCTUEL, "R"
000800*    RECURRENT.
000900*-----------------------------------------------------------------
001000 01  MANDATE-MAINT-RECORD.
001100     05  MT-ACTION           PIC X(01).
001200         88  MT-CREATION              VALUE "C".
001300         88  MT-REVOCATION            VALUE "R".
001400     05  MT-CREANCIER-ID     PIC X(18).
001500     05  MT-REFERENCE-MANDAT PIC X(20).
001600     05  MT-NUMERO-MANDAT    PIC X(10).
001700     05  MT-ACCOUNT-NUMBER   PIC X(10).
001800     05  MT-NOM-CREANCIER    PIC X(20).
001900     05  MT-DATE-SIGNATURE   PIC X(08).
002000     05  MT-TYPE-SW          PIC X(01).
002100     05  MT-OPERATEUR        PIC X(08).
002200     05  FILLER              PIC X(04).
