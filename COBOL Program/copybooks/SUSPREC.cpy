000100******************************************************************
000200*    COPYBOOK:       SUSPREC
000300*    DESCRIPTION:    SUSPENSE/REJECT RECORD - ONE ROW PER BATCH
000400*                    TRANSACTION MYPROGB REJECTED.  THE FIRST 114
000500*                    BYTES ARE THE TRANSACTION EXACTLY AS IT
000600*                    ARRIVED (TRANREC LAYOUT), SO THE NEXT RUN
000700*                    CAN RE-READ A CORRECTED SUSPENSE RECORD AS
000830*                    A RECORD THAT RECYCLES PAST THE RUN'S
000840*                    DEAD-LETTER LIMIT MOVES TO THE DEAD-LETTER
000850*                    FILE (SAME LAYOUT) INSTEAD OF RECYCLING
000860*                    FOREVER.  RECORD LENGTH IS 129 BYTES.
000900*
001000*    REASON CODES
001100*    01 - FULL NAME MISSING (BLANK)
001300*    03 - LOCALE CODE NOT IN THE LOCALTAB TABLE
001400*    04 - SUPPLIED CUSTOMER NUMBER NOT ON NAME-MASTER
001450*    05 - POSTAL CODE NOT A VALID US ZIP OR CANADIAN CODE
001460*    06 - ACTION CODE NOT SPACE, A, U, D, OR R
001470*    07 - UPDATE, DELETE, OR RENAME WITHOUT A CUSTOMER NUMBER
001480*    08 - DELETE/CLOSE OF A CUSTOMER NOT ON NAME-MASTER
001490*    09 - ADD CARRYING A CUSTOMER NUMBER
001495*    10 - ADD OF A NAME ALREADY ON NAME-MASTER
001496*    11 - STATE/PROVINCE NOT ON THE STATEREF REFERENCE FILE
001497*    12 - POSTAL CODE DOES NOT BELONG TO THE STATE/PROVINCE
001498*    13 - PHONE NOT A DIALABLE 10-DIGIT NUMBER
001500*
001600*    MODIFICATION HISTORY
001700*    DATE      AUTHOR   DESCRIPTION
002060*                       REJECT-DATE FOR SUSPENSE AGING AND THE
002070*                       DEAD-LETTER MOVE.  LRECL GREW
002080*                       115 -> 128.
002090*    10/15/26  TWK      THE TRANSACTION PORTION NOW CARRIES
002091*                       TRANREC'S ACTION CODE, WITH REASONS
002092*                       06-10 FOR THE ACTION EDITS.  LRECL GREW
002093*                       128 -> 129.
002094*    10/15/26  TWK      REASONS 11-13 FOR THE STATE/PROVINCE,
002095*                       POSTAL-PREFIX, AND PHONE EDITS AGAINST
002096*                       THE STATEREF REFERENCE FILE.
002100******************************************************************
002200         05  SU-FULL-NAME              PIC X(30).
002300         05  SU-LOCALE-CODE            PIC X(02).
002430         05  SU-STATE                  PIC X(02).
002440         05  SU-POSTAL-CODE            PIC X(10).
002450         05  SU-PHONE                  PIC X(12).
002460         05  SU-ACTION-CODE            PIC X(01).
002500         05  SU-REASON-CODE            PIC X(02).
002600         05  SU-CYCLE-COUNT            PIC 9(03).
002700         05  SU-FIRST-REJECT-DATE      PIC X(10).
