000500*    (CAS ESCALADE), UN "L" PAR COMPTE DONT LA LEVEE EST EMISE
000600*    (CAS CLASSE), UN "X" PAR CLIENT ESCALADE SANS COMPTE SUR
000700*    LE FICHIER MAITRE, ET UN "M" PAR CLIENT DONT LA LEVEE EST
000750*    RETENUE PARCE QU'UN AUTRE CAS RESTE ESCALADE ; SUR UN COMPTE
000800*    JOINT, UN "M" AVEC FR-ACCOUNT-NUMBER QUAND C'EST UN AUTRE
000850*    TITULAIRE DU COMPTE QUI RESTE ESCALADE.
000900*-----------------------------------------------------------------
001000 01  FREEZE-REPORT-RECORD.
001100     05  FR-GENRE            PIC X(01).
