000700*    UN "T" DE CONTROLE DONT LE NOMBRE ET LE TOTAL EGALENT LA
000800*    SOMME DES "D" -- C'EST CE TOTAL QUI DOIT SE RAPPROCHER DE
000900*    LA SOMME DES LIGNES "I" DES SYNTHESES GL-POSTING-SUMMARY
000940*    DE L'ANNEE POUR PROUVER LA DECLARATION.  LES INTERETS "G"
000980*    DES DEPOTS A TERME COMPTENT COMME DES "I" ET LES EXTOURNES
001020*    "Y" D'INTERETS (RAISON "EXI" OU "EXG") EN SONT DEDUITES,
001060*    D'OU UN TOTAL SIGNE.
001100*-----------------------------------------------------------------
001200 01  INTEREST-CERT-RECORD.
001300     05  IC-RECORD-TYPE      PIC X(01).
001600     05  IC-ANNEE            PIC X(04).
001700     05  IC-ACCOUNT-NUMBER   PIC X(10).
001800     05  IC-NOMBRE           PIC 9(07).
001900     05  IC-TOTAL-INTERETS   PIC S9(11)V99.
002000     05  FILLER              PIC X(05).
