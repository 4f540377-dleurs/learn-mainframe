000100*-----------------------------------------------------------------
000200*    INTGRPT.CPY
000300*    RECORD LAYOUT FOR THE DISCREPANCY REPORT WRITTEN BY
000400*    INTEGRITY-AUDIT, THE WEEKLY CROSS-FILE REFERENTIAL CHECK.
000500*    UN "D" PAR ECART CONSTATE, AVEC LA REGLE ENFREINTE, SA
000600*    GRAVITE ("B" BLOQUANTE, "A" AVERTISSEMENT), LE FICHIER OU
000700*    L'ECART A ETE TROUVE ET LA CLE DE L'OBJET EN CAUSE :
000800*      SOCL (B) ORDRE PERMANENT EN VIGUEUR SUR UN COMPTE CLOS ;
000900*               REFERENCE = CONTREPARTIE, MONTANT-1 = MONTANT.
001000*      SOAB (B) ORDRE PERMANENT EN VIGUEUR SUR UN COMPTE ABSENT
001100*               DU MAITRE ; MEMES ZONES QUE SOCL.
001200*      SPAB (A) OPPOSITION SUR UN COMPTE ABSENT DU MAITRE ;
001300*               REFERENCE = OPERATEUR, MONTANT-1 ET MONTANT-2 =
001400*               BORNES DE L'OPPOSITION.
001500*      CHEC (B) TOTAL DES CHEQUES EN COURS D'ENCAISSEMENT
001600*               (CHQHOLD) DIFFERENT DE ACCT-UNCLEARED-FUNDS ;
001700*               MONTANT-1 = TOTAL CHQHOLD, MONTANT-2 = MAITRE,
001800*               NOMBRE = CHEQUES.
001900*      CHAB (B) CHEQUES EN COURS D'ENCAISSEMENT SUR UN COMPTE
002000*               ABSENT DU MAITRE ; MONTANT-1 = TOTAL, NOMBRE =
002100*               CHEQUES.
002200*      CLIN (B) ACCT-NUMERO-CLIENT CONNU NI DE USER-INFO NI DU
002300*               MAITRE CLIENT KYC ; REFERENCE = NUMERO CLIENT,
002400*               MONTANT-1 = SOLDE.
002500*      KCOR (A) CAS DE CONFORMITE DONT LE CLIENT N'EST PLUS SUR
002600*               LE MAITRE CLIENT KYC ; CLE = CLE DU CAS.
002700*    IR-STATUT PORTE LE STATUT DU COMPTE (OU DU CAS POUR KCOR).
002800*    UN "R" PAR REGLE EN FIN DE RAPPORT DONNE LE NOMBRE D'ECARTS
002900*    DE LA REGLE (IR-NOMBRE), MEME NUL.
003000*-----------------------------------------------------------------
003100 01  INTEGRITY-REPORT-RECORD.
003200     05  IR-TYPE             PIC X(01).
003300         88  IR-IS-ECART              VALUE "D".
003400         88  IR-IS-COMPTAGE           VALUE "R".
003500     05  IR-REGLE            PIC X(04).
003600     05  IR-GRAVITE          PIC X(01).
003700         88  IR-IS-BLOQUANTE          VALUE "B".
003800         88  IR-IS-AVERTISSEMENT      VALUE "A".
003900     05  IR-FICHIER          PIC X(08).
004000     05  IR-DATE-AFFAIRES    PIC X(08).
004100     05  IR-CLE              PIC X(30).
004200     05  IR-REFERENCE        PIC X(10).
004300     05  IR-STATUT           PIC X(01).
004400     05  IR-MONTANT-1        PIC S9(11)V99.
004500     05  IR-MONTANT-2        PIC S9(11)V99.
004600     05  IR-NOMBRE           PIC 9(07).
004700     05  FILLER              PIC X(04).
