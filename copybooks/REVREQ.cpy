000100*-----------------------------------------------------------------
000200*    REVREQ.CPY
000300*    RECORD LAYOUT FOR THE APPROVED REVERSAL REQUESTS WRITTEN BY
000400*    ACCOUNT-MAINTENANCE AND READ THE SAME NIGHT BY SIMPLEBANK.
000500*    UNE DEMANDE D'EXTOURNE ("E" SUR ACCTTRIN) N'Y PARAIT QUE
000600*    LORSQUE SA SECONDE APPROBATION EST ACQUISE ; ELLE DESIGNE
000700*    L'ECRITURE A EXTOURNER PAR SON COMPTE, SA DATE D'AFFAIRES
000800*    ET SON LG-SEQUENCE, ET PORTE LES DEUX OPERATEURS.
000900*-----------------------------------------------------------------
001000 01  REVERSAL-REQUEST-RECORD.
001100     05  RV-ACCOUNT-NUMBER   PIC X(10).
001200     05  RV-DATE-ORIGINE     PIC X(08).
001300     05  RV-SEQUENCE-ORIGINE PIC 9(08).
001400     05  RV-OPERATEUR-SAISIE PIC X(08).
001500     05  RV-OPERATEUR-APPROB PIC X(08).
001600     05  RV-DATE-APPROBATION PIC X(08).
