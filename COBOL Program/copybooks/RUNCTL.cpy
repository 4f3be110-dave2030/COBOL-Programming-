000600*                    RETURN CODE IT ENDED WITH.  THE MYBAL
000700*                    BALANCING STEP READS THE LAST RECORD AND
000800*                    FAILS THE JOB WHEN READ DOES NOT EQUAL
000900*                    ADDS + UPDATES + DELETES + RENAMES +
000910*                    REJECTS.  ALL COUNTS ARE
001000*                    DISPLAY DIGITS SO THE DATASET CAN BE EYED
001100*                    IN A BROWSE.  RECORD LENGTH IS 66 BYTES.
001200*
001300*    MODIFICATION HISTORY
001400*    DATE      AUTHOR   DESCRIPTION
001600*    08/22/26  TWK      CREATED FOR NIGHTLY RUN BALANCING.
001610*    08/22/26  TWK      RC-RUN-DATE IS NOW MM/DD/YYYY.  LRECL
001620*                       GREW 54 -> 56.
001630*    10/15/26  TWK      ADDED RC-DELETE-COUNT AND RC-RENAME-COUNT
001640*                       FOR THE TRANSACTION ACTION CODES
001650*                       (APPENDED SO THE EXISTING FIELD
001660*                       POSITIONS DO NOT MOVE).  LRECL GREW
001670*                       56 -> 66.
001700******************************************************************
001800         05  RC-PROGRAM-ID             PIC X(08).
001900         05  RC-RUN-DATE               PIC X(10).
002400         05  RC-UPDATE-COUNT           PIC 9(05).
002500         05  RC-REJECT-COUNT           PIC 9(05).
002600         05  RC-RETURN-CODE            PIC 9(02).
002700         05  RC-DELETE-COUNT           PIC 9(05).
002800         05  RC-RENAME-COUNT           PIC 9(05).
