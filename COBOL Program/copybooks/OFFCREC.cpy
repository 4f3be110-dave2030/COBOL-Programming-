000100******************************************************************
000200*    COPYBOOK:       OFFCREC
000300*    DESCRIPTION:    OFFICE FILE CONTROL RECORD - ONE ROW PER
000400*                    REGIONAL OFFICE, CARRYING THE SEQUENCE
000500*                    NUMBER AND FILE DATE OF THE LAST INBOUND
000600*                    FILE ACCEPTED FROM IT.  MYOFFC READS THE
000700*                    CURRENT GENERATION, HOLDS ANY FILE THAT IS
000800*                    NOT THE NEXT NUMBER IN LINE, AND WRITES THE
000900*                    UPDATED ROWS; THE JOB CATALOGS THEM AS THE
001000*                    NEXT GENERATION ONLY AFTER A CLEAN MYPROGB
001100*                    RUN, SO A RERUN SEES THE SAME FILES AS NEW.
001200*                    AN OFFICE WITH NO ROW YET STARTS AT FILE
001300*                    00001.  RECORD LENGTH IS 34 BYTES.
001400*
001500*    MODIFICATION HISTORY
001600*    DATE      AUTHOR   DESCRIPTION
001700*    --------  -------  ------------------------------------------
001800*    10/15/26  TWK      CREATED FOR PER-OFFICE INBOUND FILE
001900*                       CONTROL.
002000******************************************************************
002100         05  FC-OFFICE-CODE            PIC X(02).
002200         05  FC-LAST-SEQ-NUMBER        PIC 9(05).
002300         05  FC-LAST-FILE-DATE         PIC X(10).
002400         05  FC-LAST-RUN-DATE          PIC X(10).
002500         05  FC-FILE-COUNT             PIC 9(07).
