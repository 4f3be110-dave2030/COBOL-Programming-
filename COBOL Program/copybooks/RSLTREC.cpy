000100******************************************************************
000200*    COPYBOOK:       RSLTREC
000300*    DESCRIPTION:    MYPROGB TRANSACTION RESULT RECORD - ONE ROW
000400*                    PER TRANSACTION THE RUN PROCESSED, SAYING
000500*                    WHAT BECAME OF IT, FOR MYACK TO BUILD THE
000600*                    OFFICE ACKNOWLEDGEMENTS FROM.  RS-RUN-SEQ IS
000700*                    THE TRANSACTION'S POSITION IN THE NAMETRAN
000800*                    INPUT (ZERO FOR A RECYCLED SUSPENSE RECORD),
000900*                    SO IT IS THE SAME IN EITHER RUN MODE.
001000*                    RS-RESULT IS THE REPORT'S TYPE COLUMN - ADD,
001100*                    UPDATE, RENAME, DELETE, REJECT, OR DEAD - OR
001200*                    DONE FOR A RECORD A RESTART FOUND ALREADY
001300*                    APPLIED BY THE ABENDED RUN.  RECORD LENGTH IS
001400*                    22 BYTES.
001500*
001600*    MODIFICATION HISTORY
001700*    DATE      AUTHOR   DESCRIPTION
001800*    --------  -------  ------------------------------------------
001900*    10/15/26  TWK      CREATED FOR THE OFFICE ACKNOWLEDGEMENT
002000*                       FILES.
002100******************************************************************
002200         05  RS-RUN-SEQ                PIC 9(07).
002300         05  RS-RESULT                 PIC X(06).
002400             88  RS-RESULT-REJECTED           VALUE "REJECT"
002500                                                "DEAD".
002600         05  RS-CUST-NUMBER            PIC 9(07).
002700         05  RS-REASON-CODE            PIC X(02).
