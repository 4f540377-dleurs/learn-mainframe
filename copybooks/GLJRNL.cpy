000800*    PAR SENS) DONT LES TOTAUX DOIVENT ETRE EGAUX -- LE JOURNAL
000900*    SE CHARGE DIRECTEMENT DANS LA COMPTABILITE GENERALE, SANS
001000*    RESSAISIE DU MATIN.
001005*    UNE EXTOURNE ("Y"/"Z") PASSE LES COMPTES GENERAUX DU TYPE
001010*    D'ORIGINE (GJ-TYPE-ORIGINE) EN SENS INVERSE.
001015*    LE DERNIER JOUR OUVRE DU MOIS, FX-REVALUATION AJOUTE SON
001020*    PROPRE LOT "R" : POUR CHAQUE DEVISE (GJ-DEVISE) DONT L'ECART
001025*    DE CONVERSION A BOUGE, UNE LIGNE DEBIT ET SA LIGNE CREDIT
001030*    (CORRESPONDANCE GLMAP "R"), PUIS SES DEUX LIGNES DE PREUVE
001035*    "P" DE TYPE "R".  GJ-DEVISE EST A BLANC SUR LES AUTRES
001040*    LIGNES.
001045*    GJ-AGENCE PORTE L'AGENCE (CENTRE DE COUT, ACCT-AGENCE DU
001050*    COMPTE CLIENT) DE CHAQUE LIGNE DE GL-POSTING-SUMMARY : LES
001055*    LIGNES DEBIT/CREDIT SONT SYNTHETISEES PAR AGENCE, LES
001060*    VIREMENTS INTERNES ENTRE AGENCES Y AJOUTENT LEURS ECRITURES
001065*    DE LIAISON (TYPE "H", CORRESPONDANCE GLMAP "H") ET LES DEUX
001070*    LIGNES DE PREUVE "P" SONT ECRITES PAR AGENCE, CHAQUE AGENCE
001075*    S'EQUILIBRANT SEULE.  LE LOT "R" DE FX-REVALUATION EST PASSE
001080*    AU NIVEAU DE LA BANQUE (GJ-AGENCE A BLANC).
001100*-----------------------------------------------------------------
001200 01  GL-JOURNAL-RECORD.
001300     05  GJ-GENRE            PIC X(01).
002000         88  GJ-SENS-CREDIT           VALUE "C".
002100     05  GJ-TRANS-TYPE       PIC X(01).
002200     05  GJ-MONTANT          PIC 9(13)V99.
002300     05  GJ-TYPE-ORIGINE     PIC X(01).
002400     05  GJ-DEVISE           PIC X(03).
002500     05  GJ-AGENCE           PIC X(02).
