000100*-----------------------------------------------------------------
000200*    WINREC.CPY
000300*    RECORD LAYOUT FOR THE READER CONTEST WINNERS EXTRACT
000400*    (WINNERS) WRITTEN BY SUDOKU-CONCOURS FOR THE MARKETING TEAM.
000500*    UN ENREGISTREMENT PAR GAGNANT : LES CC-NB-GAGNANTS PREMIERS
000600*    RANGS DU CLASSEMENT DU JOUR ("J") A CHAQUE PASSAGE, ET CEUX
000700*    DU CLASSEMENT DU MOIS ("M") LE DERNIER JOUR DU MOIS.  LES
000800*    EX AEQUO D'UN RANG RETENU SONT TOUS EXTRAITS ; UN PARTICIPANT
000900*    SANS AUCUN POINT N'EST JAMAIS GAGNANT.
001000*-----------------------------------------------------------------
001100 01  WINNER-RECORD.
001200     05  WN-TYPE-PERIODE     PIC X(01).
001300         88  WN-JOUR                  VALUE "J".
001400         88  WN-MOIS                  VALUE "M".
001500     05  WN-PERIODE          PIC X(08).
001600     05  WN-RANG             PIC 9(05).
001700     05  WN-PARTICIPANT      PIC X(10).
001800     05  WN-POINTS           PIC 9(05).
001900     05  WN-NB-CORRECTES     PIC 9(05).
002000     05  WN-DERNIERE-REPONSE PIC X(14).
002100     05  WN-DATE-EXTRACTION  PIC X(08).
002200     05  FILLER              PIC X(04).
