000600*    "0" MEANS THE CELL IS BLANK.  PZ-DIFFICULTE PORTE LA
000610*    DIFFICULTE VISEE PAR LE GENERATEUR ("F" FACILE, "M" MOYEN,
000620*    "D" DIFFICILE ; A BLANC SUR LE STOCK ANTERIEUR).
000640*    PZ-DATE-PUBLICATION PORTE LA DATE DE PARUTION DE LA GRILLE
000660*    (A BLANC SUR LE STOCK ANTERIEUR).
000700*-----------------------------------------------------------------
000800 01  PUZZLE-RECORD.
000900     05  PZ-DIGITS           PIC X(81).
000950     05  PZ-DIFFICULTE       PIC X(01).
000960     05  PZ-DATE-PUBLICATION PIC X(08).
