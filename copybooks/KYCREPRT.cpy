000500*    "D" RECORD IS WRITTEN PER CLIENT AS IT IS SCORED, AND A "T"
000600*    RECORD IS WRITTEN PER RISK CATEGORY (FAIBLE, MOYEN, ELEVE)
000700*    TO TRAIL THE RUN WITH ITS CATEGORY TOTALS.
000710*    SUR LE "D", KR-FACTEURS-COMPORT LISTE LES FACTEURS DE
000720*    COMPORTEMENT RETENUS POUR LE CLIENT ("A" ALERTES DE
000730*    VELOCITE, "D" DECLARATIONS, "E" PAIEMENTS RECUS DE
000740*    L'ETRANGER, "R" ROTATION EXCESSIVE) ET KR-CATEGORIE-RELEVEE
000750*    VAUT "O" QUAND CES FACTEURS ONT RELEVE SA CATEGORIE.
000800*-----------------------------------------------------------------
000900 01  KYC-REPORT-RECORD.
001000     05  KR-TYPE             PIC X(01).
001700     05  KR-NOMBRE-CLIENTS   PIC 9(05).
001800     05  KR-REVENU-TOTAL     PIC 9(09).
001900     05  KR-SCORE-MOYEN      PIC 9(03)V99.
002000     05  KR-FACTEURS-COMPORT PIC X(04).
002100     05  KR-CATEGORIE-RELEVEE PIC X(01).
002200     05  FILLER              PIC X(03).
