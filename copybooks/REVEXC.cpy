000100*-----------------------------------------------------------------
000200*    REVEXC.CPY
000300*    RECORD LAYOUT FOR THE REFUSED REVERSALS OF SIMPLEBANK
000400*    (REVEXC).  UNE DEMANDE APPROUVEE DE REVREQ QUI NE PEUT ETRE
000500*    EXTOURNEE Y EST LISTEE AVEC SA RAISON :
000600*      "INTR" ECRITURE INTROUVABLE AU GRAND LIVRE
000700*      "PURG" ECRITURE DEJA PURGEE PAR L'ARCHIVAGE
000800*      "REFU" ECRITURE REFUSEE A L'ORIGINE (RIEN A EXTOURNER)
000900*      "TYPE" TYPE D'ECRITURE NON EXTOURNABLE
001000*      "DEJA" ECRITURE (OU SA JAMBE PAIRE) DEJA EXTOURNEE
001100*      "PAIR" JAMBE PAIRE DU VIREMENT INTROUVABLE
001200*      "NACC" COMPTE INCONNU ; "CLOS" COMPTE CLOS
001300*    RE-TYPE-ORIGINE ET RE-AMOUNT SONT A BLANC/ZERO QUAND
001400*    L'ECRITURE N'A PAS ETE TROUVEE.
001500*-----------------------------------------------------------------
001600 01  REVERSAL-EXCEPTION-RECORD.
001700     05  RE-ACCOUNT-NUMBER   PIC X(10).
001800     05  RE-DATE-ORIGINE     PIC X(08).
001900     05  RE-SEQUENCE-ORIGINE PIC 9(08).
002000     05  RE-RAISON           PIC X(04).
002100     05  RE-TYPE-ORIGINE     PIC X(01).
002200     05  RE-AMOUNT           PIC 9(9)V99.
002300     05  RE-OPERATEUR-APPROB PIC X(08).
002400     05  RE-DATE-TRAITEMENT  PIC X(08).
002500     05  FILLER              PIC X(02).
