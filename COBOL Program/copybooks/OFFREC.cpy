000100******************************************************************
000200*    COPYBOOK:       OFFREC
000300*    DESCRIPTION:    REGIONAL OFFICE INBOUND TRANSACTION FILE
000400*                    RECORD - THE LAYOUT OF PROD.NAMEINTK.TRANS.
000500*                    DAILY.  EACH OFFICE'S FILE OPENS WITH ONE
000600*                    "H" HEADER (OFFICE/LOCALE CODE, FILE DATE,
000700*                    AND THE OFFICE'S FILE SEQUENCE NUMBER),
000800*                    CARRIES ONE "D" DETAIL PER TRANSACTION, AND
000900*                    CLOSES WITH ONE "T" TRAILER CARRYING THE
001000*                    DETAIL COUNT.  THE OFFICES' FILES ARRIVE
001100*                    CONCATENATED IN ONE DATASET; MYOFFC CHECKS
001200*                    EVERY FILE BEFORE MYPROGB SEES ANY OF IT.
001300*                    RECORD LENGTH IS 115 BYTES.
001400*
001500*    OF-DETAIL-DATA IS A TRANREC TRANSACTION, BYTE FOR BYTE.
001600*    OF-HDR-SEQ-NUMBER STARTS AT 00001 FOR AN OFFICE'S FIRST
001700*    FILE AND GOES UP BY ONE FOR EVERY FILE IT SENDS, HELD OR
001800*    NOT - A HELD FILE IS CORRECTED AND RESENT UNDER ITS OWN
001900*    NUMBER.  OF-HDR-FILE-DATE IS MM/DD/YYYY.
002000*
002100*    MODIFICATION HISTORY
002200*    DATE      AUTHOR   DESCRIPTION
002300*    --------  -------  ------------------------------------------
002400*    10/15/26  TWK      CREATED FOR PER-OFFICE INBOUND FILE
002500*                       CONTROL.
002600******************************************************************
002700         05  OF-RECORD-TYPE            PIC X(01).
002800             88  OF-HEADER-RECORD             VALUE "H".
002900             88  OF-DETAIL-RECORD             VALUE "D".
003000             88  OF-TRAILER-RECORD            VALUE "T".
003100         05  OF-DETAIL-DATA            PIC X(114).
003200         05  OF-HEADER-DATA REDEFINES OF-DETAIL-DATA.
003300             10  OF-HDR-OFFICE-CODE    PIC X(02).
003400             10  OF-HDR-FILE-DATE      PIC X(10).
003500             10  OF-HDR-SEQ-NUMBER     PIC 9(05).
003600             10  FILLER                PIC X(97).
003700         05  OF-TRAILER-DATA REDEFINES OF-DETAIL-DATA.
003800             10  OF-TRL-RECORD-COUNT   PIC 9(07).
003900             10  FILLER                PIC X(107).
