000600*    APPLIQUE AU MAITRE MAIS TENU ICI (ANCIEN PRIX, NOUVEAU
000700*    PRIX, TAUX APPLIQUE) JUSQU'A LA DECISION DU MERCHANDISING,
000800*    APPLIQUEE PAR LA PASSE D'APPROBATION PRICE-APPROVAL.
000810*    PP-OPERATEUR EST L'OPERATEUR DE SAISIE D'UN PRIX MANUEL
000820*    (BLANC POUR UNE MAJORATION AUTOMATIQUE).  PP-MOTIF DIT
000830*    POURQUOI LE PRIX EST TENU : "T" ECART HORS TOLERANCE (A
000840*    BLANC SUR LE STOCK ANTERIEUR), "M" PRIX SOUS LE COUT DE
000850*    REVIENT MAJORE DE LA MARGE MINIMALE DE SA CATEGORIE.
000900*-----------------------------------------------------------------
001000 01  PRICE-PENDING-RECORD.
001100     05  PP-SKU              PIC X(10).
001300     05  PP-OLD-PRIX         PIC S9(7)V99.
001400     05  PP-NEW-PRIX         PIC S9(7)V99.
001500     05  PP-TAUX-APPLIQUE    PIC S9(1)V9(4).
001600     05  PP-OPERATEUR        PIC X(08).
001700     05  PP-MOTIF            PIC X(01).
001800         88  PP-HORS-TOLERANCE        VALUE "T" " ".
001900         88  PP-SOUS-MARGE            VALUE "M".
002000     05  FILLER              PIC X(01).
