000600*    PROCESSED INSTEAD OF REPROCESSING FROM THE TOP OF THE FILE.
000650*    CK-DELTAS ET CK-HASH-DELTA PORTENT LE CUMUL DE L'EXTRAIT
000660*    DES PRIX CHANGES (PRCDELTA), POUR QU'UNE REPRISE SORTE UN
000670*    TOTAL DE LOT JUSTE, ET LES CK-NB-* LES COMPTEURS DU RAPPORT
000680*    DES MARGES (MARGRPT) POUR UN TOTAL DE RAPPORT JUSTE.
000700*-----------------------------------------------------------------
000800 01  CHECKPOINT-RECORD.
000900     05  CK-LAST-SKU         PIC X(10).
001000     05  CK-RECORD-COUNT     PIC 9(07).
001050     05  CK-DELTAS           PIC 9(07).
001060     05  CK-HASH-DELTA       PIC 9(11)V99.
001070     05  CK-NB-AVEC-COUT     PIC 9(07).
001080     05  CK-NB-SANS-COUT     PIC 9(07).
001090     05  CK-NB-SOUS-MARGE    PIC 9(07).
