000700*    EST POSTE.  UN TYPE POSTE SANS CORRESPONDANCE ARRETE LA
000800*    SYNTHESE : LA COMPTABILITE NE DOIT PAS RECEVOIR UN JOURNAL
000900*    INCOMPLET.
000908*    LE TYPE "R" (REEVALUATION DES DEVISES DE FIN DE MOIS, LU PAR
000916*    FX-REVALUATION) PORTE AU DEBIT LE COMPTE DE RESULTAT DE
000924*    CHANGE ET AU CREDIT LE COMPTE D'ECART DE CONVERSION DES
000932*    POSITIONS EN DEVISES : UN ECART EN HAUSSE (PERTE) LES PASSE
000940*    TELS QUELS, UN ECART EN BAISSE (GAIN) EN SENS INVERSE.
000948*    LE TYPE "H" (LIAISON INTER-AGENCES, GL-POSTING-SUMMARY)
000956*    PORTE AU DEBIT LE COMPTE DE LIAISON ET AU CREDIT LE COMPTE
000964*    DE TRANSIT DES VIREMENTS INTERNES (CREDIT DE "T"/"S", DEBIT
000972*    DE "V") : UNE AGENCE QUI A RECU PLUS DE VIREMENTS INTERNES
000980*    QU'ELLE N'EN A EMIS LES PASSE TELS QUELS, L'AGENCE EMETTRICE
000988*    EN SENS INVERSE, POUR SOLDER LE TRANSIT DE CHAQUE AGENCE.
001000*-----------------------------------------------------------------
001100 01  GL-MAP-RECORD.
001200     05  GM-TRANS-TYPE       PIC X(01).
