000100*-----------------------------------------------------------------
000200*    COSTREC.CPY
000300*    RECORD LAYOUT FOR THE COST PRICE MASTER, AN INDEXED FILE
000400*    KEYED ON SKU PLUS EFFECTIVE DATE AND MAINTAINED BY THE
000500*    PURCHASING DEPARTMENT.  A SKU MAY CARRY SEVERAL DATED COSTS :
000600*    THE ONE IN EFFECT FOR A RUN IS THE LATEST WHOSE EFFECTIVE
000700*    DATE IS NOT LATER THAN THE BUSINESS DATE, THE SAME DATED
000800*    SELECTION AS THE PRICE MASTER.  CP-CATEGORIE IS THE
000900*    MERCHANDISE CATEGORY THAT CARRIES THE MINIMUM MARGIN ON
001000*    MARGCTL (DESSIN MARGCTL).
001100*-----------------------------------------------------------------
001200 01  COST-PRICE-RECORD.
001300     05  CP-CLE.
001400         10  CP-SKU          PIC X(10).
001500         10  CP-DATE-EFFET   PIC X(08).
001600     05  CP-PRIX-REVIENT     PIC S9(7)V99.
001700     05  CP-CATEGORIE        PIC X(04).
001800     05  FILLER              PIC X(09).
