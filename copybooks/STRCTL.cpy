000100*-----------------------------------------------------------------
000200*    STRCTL.CPY
000300*    RECORD LAYOUT FOR THE STRUCTURING DETECTION CONTROL FILE
000400*    READ BY STRUCTURING-WATCH.  MEME SCHEMA DATE QUE RATECTL :
000500*    LE DERNIER ENREGISTREMENT DONT LA DATE D'EFFET N'EST PAS
000600*    POSTERIEURE A LA DATE D'AFFAIRES PORTE LES PARAMETRES DU
000700*    RUN.  LE SEUIL EST CELUI DE DECLCTL ; SEULS LES MOUVEMENTS
000800*    D'ESPECES POSTES ("D", "W") NON DECLARES (MONTANT NE
000900*    DEPASSANT PAS LE SEUIL) DES SC-FENETRE-JOURS DERNIERS JOURS
001000*    SONT SUIVIS, PAR CLIENT (ACCT-NUMERO-CLIENT).
001100*    SC-MARGE-PCT : UN DEPOT "JUSTE SOUS LE SEUIL" EST AU MOINS
001200*    EGAL AU SEUIL MOINS CE POURCENTAGE.  REGLE "S" : AU MOINS
001300*    SC-NOMBRE-SOUS-SEUIL DEPOTS JUSTE SOUS LE SEUIL.  REGLES
001400*    "C" ET "R" : AU MOINS SC-NOMBRE-CUMUL DEPOTS (RETRAITS)
001500*    DONT LE CUMUL DEPASSE LE SEUIL.  REGLE "M" : DES DEPOTS SUR
001600*    AU MOINS SC-NOMBRE-COMPTES COMPTES DU MEME CLIENT DONT LE
001700*    CUMUL ATTEINT LE SEUIL MOINS LA MARGE.  UN NOMBRE NUL
001800*    DESACTIVE SA REGLE ; UNE FENETRE NULLE DESACTIVE LA
001900*    DETECTION.
002000*-----------------------------------------------------------------
002100 01  STRUCTURING-CONTROL-RECORD.
002200     05  SC-DATE-EFFET       PIC X(08).
002300     05  SC-FENETRE-JOURS    PIC 9(03).
002400     05  SC-MARGE-PCT        PIC 9(02)V99.
002500     05  SC-NOMBRE-SOUS-SEUIL PIC 9(03).
002600     05  SC-NOMBRE-CUMUL     PIC 9(03).
002700     05  SC-NOMBRE-COMPTES   PIC 9(03).
002800     05  FILLER              PIC X(06).
