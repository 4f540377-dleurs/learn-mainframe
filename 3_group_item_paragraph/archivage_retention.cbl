000380*                  ANTERIEURE A LA DATE DE RETENTION EST DEVERSE
000390*                  SUR L'ARCHIVE ACCTARC ET SUPPRIME DU MAITRE,
000400*                  COMME LE GRAND LIVRE EST COUPE SUR LEDGARC.
000401* 2026-10-15 MF    ACCOUNT-RECORD PASSE DE 71 A 75 OCTETS (CODE
000402*                  PRODUIT) : L'ENREGISTREMENT D'ARCHIVE DES
000403*                  COMPTES PASSE EN PIC X(75), DE CONCERT AVEC
000404*                  LE DD ACCTARC D'ARCHMNTH.
000405* 2026-10-15 MF    ENREGISTREMENT D'ARCHIVE DES COMPTES PASSE EN
000406*                  PIC X(138) (CUMULS D'AGIOS).
000407* 2026-10-15 MF    ENREGISTREMENT D'ARCHIVE DES COMPTES PASSE EN
000408*                  PIC X(140) (CODE AGENCE).
000410*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
001150*
001160 FD  ACCOUNT-ARCHIVE
001170     LABEL RECORDS ARE STANDARD.
001180 01  ACCOUNT-ARCHIVE-RECORD  PIC X(140).
001190*
001200 WORKING-STORAGE SECTION.
001210*
