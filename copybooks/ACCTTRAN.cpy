000740*    APPROBATION : LA TRANSACTION ATTEND SUR LE FICHIER DES
000750*    INSTANCES (ACCTPND) QU'UN AUTRE OPERATEUR LA CONFIRME A UN
000760*    RUN SUIVANT.
000761*    AM-PRODUIT (CREATION) EST LE CODE PRODUIT DU CATALOGUE
000762*    PRODCTL POSE SUR ACCT-PRODUIT ; A BLANC, LE COMPTE EST
000763*    CREE SANS PRODUIT.
000764*    UNE EXTOURNE ("E") DESIGNE L'ECRITURE POSTEE A ANNULER PAR
000765*    SON COMPTE, SA DATE D'AFFAIRES ET SON LG-SEQUENCE (VUE
000766*    ACCT-MAINT-REVERSAL) ; ELLE EXIGE TOUJOURS LA SECONDE
000767*    APPROBATION ET, ACQUISE, PART VERS SIMPLEBANK SUR REVREQ.
000768*    LE BLOCAGE ("B") ET LE DEBLOCAGE D'UN COMPTE EN IMPAYE
000769*    SONT EMIS PAR OVERDRAFT-ARREARS SOUS L'OPERATEUR "ARREARS" ;
000770*    LA LEVEE MANUELLE D'UN BLOCAGE EXIGE LA SECONDE APPROBATION.
000771*    LIEN COMPTE-CLIENT "R" (ACCT-MAINT-RELATION) : AJOUT "A" OU
000772*    FIN "F" DU LIEN DE AM-NUMERO-CLIENT SUR RELMSTR (RELREC).
000773*    DECISION SUR UN PAIEMENT RETENU "P" (ACCT-MAINT-HOLD) :
000774*    LIBERATION "L" OU ANNULATION "A" DE LA RETENUE PAYHOLD
000775*    DESIGNEE PAR SON COMPTE, SA DATE ET SON LG-SEQUENCE ; ELLE
000776*    EXIGE TOUJOURS LA SECONDE APPROBATION ET, ACQUISE, PART VERS
000777*    SIMPLEBANK SUR PAYREL.
000778*    AM-AGENCE EST L'AGENCE DU COMPTE A LA CREATION (CATALOGUE
000779*    BRCHCTL, OBLIGATOIRE) ET LA NOUVELLE AGENCE D'UN TRANSFERT
000780*    D'AGENCE "A", HISTORISE SUR AGCHIST.
000800*-----------------------------------------------------------------
000900 01  ACCT-MAINT-RECORD.
001000     05  AM-FUNCTION         PIC X(01).
001100         88  AM-IS-CREATE             VALUE "C".
001200         88  AM-IS-LIMIT-CHANGE       VALUE "L".
001300         88  AM-IS-STATUS-CHANGE      VALUE "S".
001320         88  AM-IS-REVERSAL           VALUE "E".
001340         88  AM-IS-RELATION           VALUE "R".
001360         88  AM-IS-PAYMENT-HOLD       VALUE "P".
001380         88  AM-IS-BRANCH-TRANSFER    VALUE "A".
001400     05  AM-ACCOUNT-NUMBER   PIC X(10).
001500     05  AM-OVERDRAFT-LIMIT  PIC 9(7)V99.
001600     05  AM-STATUS           PIC X(01).
001670         88  AM-STATUS-VALIDE         VALUES "O" "F" "C" "D" "B".
001750     05  AM-CURRENCY         PIC X(03).
001760     05  AM-NUMERO-CLIENT    PIC X(10).
001770     05  AM-OPERATEUR        PIC X(08).
001780     05  AM-PRODUIT          PIC X(04).
001790     05  AM-AGENCE           PIC X(02).
001800 01  ACCT-MAINT-REVERSAL.
001810     05  FILLER              PIC X(11).
001820     05  AM-DATE-ORIGINE     PIC X(08).
001830     05  AM-SEQUENCE-ORIGINE PIC 9(08).
001840     05  FILLER              PIC X(21).
001850 01  ACCT-MAINT-RELATION.
001860     05  FILLER              PIC X(11).
001870     05  AM-REL-ACTION       PIC X(01).
001880         88  AM-REL-AJOUT             VALUE "A".
001890         88  AM-REL-FIN               VALUE "F".
001900     05  AM-REL-ROLE         PIC X(01).
001910         88  AM-REL-ROLE-VALIDE       VALUES "P" "J" "M" "B".
001920     05  AM-REL-DATE         PIC X(08).
001930     05  FILLER              PIC X(27).
001940 01  ACCT-MAINT-HOLD.
001950     05  FILLER              PIC X(11).
001960     05  AM-DATE-RETENUE     PIC X(08).
001970     05  AM-SEQUENCE-RETENUE PIC 9(08).
001980     05  AM-DECISION         PIC X(01).
001990         88  AM-DECISION-LIBERER      VALUE "L".
002000         88  AM-DECISION-ANNULER      VALUE "A".
002010     05  FILLER              PIC X(20).
