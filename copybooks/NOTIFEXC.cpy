000100*-----------------------------------------------------------------
000200*    NOTIFEXC.CPY
000300*    RECORD LAYOUT FOR THE NOTIFICATION EXCEPTION LIST WRITTEN
000400*    BY NOTIFICATION-EXTRACT.  UN ENREGISTREMENT PAR MESSAGE
000500*    QUI N'A PU PARTIR FAUTE DE COORDONNEE UTILISABLE, AVEC LE
000600*    MOTIF : "NACC" COMPTE ABSENT DU MAITRE, "NCLI" COMPTE SANS
000700*    NUMERO CLIENT, "NUSR" CLIENT ABSENT DE USER-INFO, "NCON"
000800*    NI COURRIEL NI TELEPHONE SUR USER-INFO.
000900*-----------------------------------------------------------------
001000 01  NOTIF-EXCEPTION-RECORD.
001100     05  NX-MOTIF            PIC X(04).
001200         88  NX-IS-COMPTE-INCONNU     VALUE "NACC".
001300         88  NX-IS-SANS-CLIENT        VALUE "NCLI".
001400         88  NX-IS-CLIENT-INCONNU     VALUE "NUSR".
001500         88  NX-IS-SANS-CONTACT       VALUE "NCON".
001600     05  NX-MODELE           PIC X(06).
001700     05  NX-ACCOUNT-NUMBER   PIC X(10).
001800     05  NX-NUMERO-CLIENT    PIC X(10).
001900     05  NX-DATE-EVENEMENT   PIC X(08).
002000     05  FILLER              PIC X(12).
