000100******************************************************************
000200*    COPYBOOK:       SUSCCA
000300*    DESCRIPTION:    DFHCOMMAREA LAYOUT FOR THE MYSUSC PSEUDO-
000400*                    CONVERSATIONAL SUSPENSE CORRECTION
000500*                    TRANSACTION (SUSC).  CARRIED FORWARD FROM
000600*                    ONE EXEC CICS RETURN TO THE NEXT SO THE
000700*                    PROGRAM KNOWS WHICH SCREEN THE OPERATOR IS
000800*                    ON, WHICH SUSPCORR ENTRY IS ON THE DETAIL
000900*                    SCREEN, AND THE KEYS BEHIND THE LISTED
001000*                    BROWSE PAGE FOR PF7/PF8 AND "S" SELECTION.
001100*
001200*    MODIFICATION HISTORY
001300*    DATE      AUTHOR   DESCRIPTION
001400*    --------  -------  ------------------------------------------
001500*    10/15/26  TWK      CREATED FOR ONLINE SUSPENSE AND DEAD-
001600*                       LETTER CORRECTION.
001700******************************************************************
001800         05  SC-CA-SCREEN-SW           PIC X(01).
001900             88  SC-CA-DETAIL-SCREEN          VALUE "1".
002000             88  SC-CA-BROWSE-SCREEN          VALUE "2".
002100         05  SC-CA-FOUND-SW            PIC X(01).
002200             88  SC-CA-ENTRY-FOUND            VALUE "Y".
002300         05  SC-CA-CORR-KEY            PIC X(08).
002400         05  SC-CA-BROWSE-TOP-KEY      PIC X(08).
002500         05  SC-CA-BROWSE-BOT-KEY      PIC X(08).
002600         05  SC-CA-ROW-COUNT           PIC 9(02).
002700         05  SC-CA-ROW-KEY             PIC X(08)
002800                 OCCURS 10 TIMES.
