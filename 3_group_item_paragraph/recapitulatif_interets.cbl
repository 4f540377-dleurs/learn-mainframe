000300*                  L'ANNEE.  UN ECART ENTRE LE TOTAL CUMULE AU
000310*                  FIL DES CERTIFICATS ET LE TOTAL RECOMPTE SUR
000320*                  LE TRI ARRETE L'ETAPE EN CODE 16.
000321* 2026-10-15 MF    LES INTERETS D'UN DEPOT A TERME (ECRITURES "G")
000322*                  SONT DECLARES COMME LES INTERETS CREDITEURS
000323*                  "I", ET LES EXTOURNES "Y" D'INTERETS (RAISON
000324*                  "EXI" OU "EXG") EN SONT DEDUITES : LES TOTAUX
000325*                  DEVIENNENT SIGNES (IC-TOTAL-INTERETS) ET LE
000326*                  NOMBRE COMPTE TOUTES LES ECRITURES RETENUES.
000330*-----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000920 77  WS-ECRITURES-RETENUES   PIC 9(07)   COMP VALUE ZERO.
000930 77  WS-CERTIFICATS-EDITES   PIC 9(07)   COMP VALUE ZERO.
000940 77  WS-NOMBRE-COMPTE        PIC 9(07)   VALUE ZERO.
000950 77  WS-TOTAL-COMPTE         PIC S9(11)V99 VALUE ZERO.
000960 77  WS-NOMBRE-GENERAL       PIC 9(07)   VALUE ZERO.
000970 77  WS-TOTAL-GENERAL        PIC S9(11)V99 VALUE ZERO.
000980 77  WS-NOMBRE-CUMULE        PIC 9(07)   VALUE ZERO.
000985 77  WS-TOTAL-CUMULE         PIC S9(11)V99 VALUE ZERO.
000990 77  WS-MONTANT-RETENU       PIC S9(9)V99 VALUE ZERO.
000995 77  WS-EXTOURNES-RETENUES   PIC 9(07)   COMP VALUE ZERO.
001000*-------------------
001010 PROCEDURE DIVISION.
001020*-------------------
001360     EXIT.
001370*-----------------------------------------------------------------
001380* 2000-SUMMARIZE-INTEREST -- PROCEDURE DE SORTIE DU TRI : NE
001386* RETIENT QUE LES ECRITURES D'INTERETS "I" ET "G" POSTEES DE
001392* L'ANNEE, NETTES DE LEURS EXTOURNES, LES CUMULE
001400* PAR COMPTE (RUPTURE SUR TS-ACCOUNT-NUMBER) ET EDITE UN
001410* CERTIFICAT PAR COMPTE PUIS LE TOTAL DE CONTROLE.
001420*-----------------------------------------------------------------
001560 2000-EXIT.
001570     EXIT.
001580*-----------------------------------------------------------------
001585* 2100-ACCUMULATE-ONE-ENTRY -- CUMULE L'ECRITURE D'INTERETS
001590* POSTEE COURANTE DE L'ANNEE ("I" INTERETS CREDITEURS, "G"
001595* INTERETS D'UN DEPOT A TERME) DANS LE TOTAL DU COMPTE ; UNE
001600* EXTOURNE "Y" D'INTERETS (RAISON "EXI" OU "EXG") EN EST
001605* DEDUITE.  LES AUTRES ECRITURES SONT IGNOREES.  (RUPTURE DE
001610* COMPTE : LE CERTIFICAT DU COMPTE PRECEDENT EST EDITE), PUIS
001620* REND L'ECRITURE SUIVANTE DU TRI.
001630*-----------------------------------------------------------------
001640 2100-ACCUMULATE-ONE-ENTRY.
001650     IF NOT TS-STATUS-POSTED
001670             OR TS-TIMESTAMP (1:4) NOT = WS-ANNEE
001680         GO TO 2100-SUITE
001690     END-IF
001691     EVALUATE TRUE
001692         WHEN TS-TRANS-TYPE = "I" OR "G"
001693             MOVE TS-AMOUNT TO WS-MONTANT-RETENU
001694         WHEN TS-TRANS-TYPE = "Y"
001695                 AND (TS-REASON-CODE (1:3) = "EXI" OR "EXG")
001696             COMPUTE WS-MONTANT-RETENU = ZERO - TS-AMOUNT
001697             ADD 1 TO WS-EXTOURNES-RETENUES
001698         WHEN OTHER
001699             GO TO 2100-SUITE
001700     END-EVALUATE
001701     ADD 1 TO WS-ECRITURES-RETENUES
001710     IF TS-ACCOUNT-NUMBER NOT = WS-COMPTE-COURANT
001720         IF WS-COMPTE-COURANT NOT = SPACES
001730             PERFORM 2200-WRITE-CERTIFICATE THRU 2200-EXIT
001770         MOVE ZERO TO WS-TOTAL-COMPTE
001780     END-IF
001790     ADD 1 TO WS-NOMBRE-COMPTE
001800     ADD WS-MONTANT-RETENU TO WS-TOTAL-COMPTE
001810     ADD 1 TO WS-NOMBRE-GENERAL
001820     ADD WS-MONTANT-RETENU TO WS-TOTAL-GENERAL.
001830 2100-SUITE.
001840     PERFORM 8000-RETURN-LEDGER THRU 8000-EXIT.
001850 2100-EXIT.
002100     CLOSE INTEREST-CERTS
002110     DISPLAY "ECRITURES LUES       : " WS-ECRITURES-LUES
002120     DISPLAY "INTERETS DE L'ANNEE  : " WS-ECRITURES-RETENUES
002125     DISPLAY "DONT EXTOURNES       : " WS-EXTOURNES-RETENUES
002130     DISPLAY "CERTIFICATS EDITES   : " WS-CERTIFICATS-EDITES
002140     DISPLAY "TOTAL DECLARE        : " WS-TOTAL-GENERAL
002150     IF WS-NOMBRE-CUMULE NOT = WS-NOMBRE-GENERAL
