000100*-----------------------------------------------------------------
000200*    HOLDCTL.CPY
000300*    RECORD LAYOUT FOR THE PAYMENT HOLD CONTROL FILE READ BY
000400*    SIMPLEBANK AT INITIALIZATION, SUR LE MODELE DE TARIFCTL :
000500*    LE DERNIER ENREGISTREMENT DONT LA DATE D'EFFET N'EST PAS
000600*    POSTERIEURE A LA DATE D'AFFAIRES FAIT FOI.  UN VIREMENT
000700*    CLIENT DONT LE TITULAIRE DU COMPTE DEBITE A CHANGE D'EMAIL
000800*    OU DE TELEPHONE (JOURNAL USRJRNL) DANS LES HC-JOURS-FENETRE
000900*    JOURS QUI PRECEDENT LA DATE D'AFFAIRES EST RETENU SUR PAYHOLD
001000*    AU LIEU D'ETRE POSTE : TOUT PAIEMENT SORTANT INTERBANCAIRE,
001100*    ET TOUT VIREMENT INTERNE VERS UN AUTRE CLIENT D'UN MONTANT
001200*    SUPERIEUR A HC-SEUIL-INTERNE (SEUIL NUL : TOUT VIREMENT
001300*    INTERNE VERS UN AUTRE CLIENT).  FENETRE NULLE, FICHIER
001400*    ABSENT OU VIDE : AUCUNE RETENUE.
001500*-----------------------------------------------------------------
001600 01  HOLD-CONTROL-RECORD.
001700     05  HC-DATE-EFFET       PIC X(08).
001800     05  HC-JOURS-FENETRE    PIC 9(03).
001900     05  HC-SEUIL-INTERNE    PIC 9(9)V99.
002000     05  FILLER              PIC X(08).
