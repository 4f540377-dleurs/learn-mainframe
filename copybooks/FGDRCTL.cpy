000100*-----------------------------------------------------------------
000200*    FGDRCTL.CPY
000300*    RECORD LAYOUT FOR THE DEPOSIT GUARANTEE SINGLE CUSTOMER
000400*    VIEW CONTROL CARD READ BY FGDR-SINGLE-VIEW.  FG-SOURCE "M"
000500*    (OU BLANC) PREND LES SOLDES DU FICHIER MAITRE DES COMPTES,
000600*    "S" CEUX DE LA PHOTO BALSNAP DE LA DATE FG-DATE-ARRETE
000700*    (GENERATION SNAPSHTG CHOISIE PAR L'EXPLOITATION SUR
000800*    SNAPIN).  FG-DATE-ARRETE EST LA DATE DE LA VUE : LES TAUX
000900*    FXRATES ET LES LIENS RELMSTR EN VIGUEUR A CETTE DATE SONT
001000*    APPLIQUES.  FG-PLAFOND A ZERO = PLAFOND LEGAL DE 100 000
001100*    EUROS PAR DEPOSANT.
001200*-----------------------------------------------------------------
001300 01  FGDR-CONTROL-RECORD.
001400     05  FG-SOURCE           PIC X(01).
001500         88  FG-SOURCE-MAITRE         VALUES "M" " ".
001600         88  FG-SOURCE-PHOTO          VALUE "S".
001700     05  FG-DATE-ARRETE      PIC X(08).
001800     05  FG-PLAFOND          PIC 9(07)V99.
001900     05  FILLER              PIC X(02).
