000700*    (SPACES ON THE SIDE THAT DOES NOT EXIST : BEFORE FOR AN
000800*    ADD, AFTER FOR A DELETE).  USER-REBUILD REPLAYS THIS
000900*    JOURNAL OVER A BACKUP TO RECONSTRUCT THE MASTER AS OF A
000960*    GIVEN DATE.  JR-OPERATEUR IS THE CLERK WHO KEYED THE
001020*    TRANSACTION (UT-OPERATEUR), SPACES ON OLDER RECORDS.
001100*-----------------------------------------------------------------
001200 01  USER-JOURNAL-RECORD.
001300     05  JR-TIMESTAMP        PIC X(18).
001700         88  JR-IS-DELETE             VALUE "D".
001800     05  JR-AVANT            PIC X(100).
001900     05  JR-APRES            PIC X(100).
002000     05  JR-OPERATEUR        PIC X(08).
002100     05  FILLER              PIC X(03).
