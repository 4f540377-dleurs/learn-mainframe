000100*-----------------------------------------------------------------
000200*    CHAINREG.CPY
000300*    RECORD LAYOUT FOR THE CHAIN STEP REGISTER OF THE NIGHTLY
000400*    CHAIN (CHAINREG).  CHAQUE ETAPE DE DSINIGHT Y INSCRIT SON
000500*    ACHEVEMENT (DATE D'AFFAIRES ET NUMERO DE RUN DE RUNCTL,
000600*    ETAPE JCL, PROGRAMME, CODE RETOUR, COMPTEURS DE FIN ET
000700*    HORODATAGE SYSTEME DE FIN).  LE FICHIER S'ETEND DE LOT EN
000800*    LOT COMME RUNSTATS ; POUR UNE MEME DATE, UN MEME RUN ET UNE
000900*    MEME ETAPE, LE DERNIER ENREGISTREMENT FAIT FOI.  LE CONTROLE
001000*    DE TETE DE CHAINE (RUNVALID) Y RECONNAIT LA RELANCE D'UN RUN
001100*    DEJA COMMENCE ET EN DEDUIT LES ETAPES A NE PAS REJOUER.
001200*    RG-HORODATAGE = AAAAMMJJ + HHMMSSCC.
001300*-----------------------------------------------------------------
001400 01  CHAIN-REGISTER-RECORD.
001500     05  RG-DATE-AFFAIRES    PIC X(08).
001600     05  RG-NUMERO-RUN       PIC 9(05).
001700     05  RG-ETAPE            PIC X(08).
001800     05  RG-PROGRAMME        PIC X(08).
001900     05  RG-CODE-RETOUR      PIC 9(04).
002000     05  RG-LUS              PIC 9(09).
002100     05  RG-ECRITS           PIC 9(09).
002200     05  RG-REJETS           PIC 9(09).
002300     05  RG-HORODATAGE.
002400         10  RG-DATE-FIN     PIC X(08).
002500         10  RG-HEURE-FIN    PIC X(08).
002600     05  FILLER              PIC X(04).
