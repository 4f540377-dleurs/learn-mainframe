001200 01  USER-EXCEPTION-RECORD.
001300     05  UE-IDENTIFIANT      PIC X(10).
001400     05  UE-RAISON           PIC X(40).
001500     05  UE-TRANS-IMAGE      PIC X(109).
001600     05  FILLER              PIC X(01).
