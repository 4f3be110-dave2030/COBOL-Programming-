000100******************************************************************
000200*    COPYBOOK:       DELTREC
000300*    DESCRIPTION:    CUSTOMER CHANGE DELTA FEED RECORD - ONE
000400*                    ROW PER CHANGE MADE TO NAME-MASTER DURING
000500*                    THE BUSINESS DAY, FROM ANY SOURCE (THE MANT
000600*                    ONLINE TRANSACTION, MYPROGB, MYMERGE,
000700*                    MYPURGE, MYREST), SO DOWNSTREAM SYSTEMS CAN
000800*                    APPLY THE DAY'S CHANGES INSTEAD OF RELOADING
000900*                    THE WHOLE MASTER.  WRITTEN BY MYDELTA FROM
001000*                    THE DAY'S CHANGE-HISTORY GENERATION.
001100*                    RECORD LENGTH IS 193 BYTES.
001200*
001300*    LAYOUT (DETAIL RECORD, DF-RECORD-TYPE "D")
001400*    FIELD              POSITION   LENGTH
001500*    ----------------   --------   ------
001600*    DF-RECORD-TYPE            1        1
001700*    DF-EVENT-TYPE             2        6
001800*    DF-SOURCE-PGM             8        8
001900*    DF-OPERATOR-ID           16        8
002000*    DF-TERMINAL-ID           24        4
002100*    DF-EVENT-DATE            28       10
002200*    DF-EVENT-TIME            38        8
002300*    DF-CUST-NUMBER           46        7
002400*    DF-SURVIVOR-NUMBER       53        7
002500*    DF-FULL-NAME             60       30
002600*    DF-FIRST-NAME            90       15
002700*    DF-LAST-NAME            105       15
002800*    DF-STREET-ADDR          120       30
002900*    DF-CITY                 150       20
003000*    DF-STATE                170        2
003100*    DF-POSTAL-CODE          172       10
003200*    DF-PHONE                182       12
003300*
003400*    DF-EVENT-TYPE IS THE CHANGE-HISTORY ACTION (ADD, CHANGE,
003500*    DELETE, MERGE, PURGE, RESTOR).  DF-CUST-NUMBER IS THE
003600*    CUSTOMER THE EVENT HAPPENED TO - FOR A MERGE, THE LOSING
003700*    NUMBER, WITH THE NUMBER THAT ABSORBED IT IN
003800*    DF-SURVIVOR-NUMBER (ZERO ON EVERY OTHER EVENT).  THE
003900*    CUSTOMER FIELDS ARE THE RECORD AS IT STANDS AFTER AN ADD,
004000*    CHANGE, OR RESTOR, AND AS IT LAST STOOD BEFORE A DELETE,
004100*    PURGE, OR MERGE.  ONLINE EVENTS CARRY MYMAINT AS THE
004200*    SOURCE PROGRAM AND THE SIGNED-ON OPERATOR; BATCH EVENTS
004300*    CARRY THE UPDATING PROGRAM AND "BATCH" AS THE OPERATOR.
004400*
004500*    EVERY RUN OPENS WITH ONE "H" HEADER (RUN DATE AND SOURCE
004600*    PROGRAM) AND CLOSES WITH ONE "T" TRAILER CARRYING THE
004700*    DETAIL RECORD COUNT, THE SAME BALANCING CONVENTION AS THE
004800*    EXTREC EXTRACT.
004900*
005000*    MODIFICATION HISTORY
005100*    DATE      AUTHOR   DESCRIPTION
005200*    --------  -------  ------------------------------------------
005300*    10/15/26  TWK      CREATED FOR THE DAILY CUSTOMER CHANGE
005400*                       DELTA FEED.
005500******************************************************************
005600         05  DF-RECORD-TYPE            PIC X(01).
005700             88  DF-HEADER-RECORD             VALUE "H".
005800             88  DF-DETAIL-RECORD             VALUE "D".
005900             88  DF-TRAILER-RECORD            VALUE "T".
006000         05  DF-DETAIL-DATA.
006100             10  DF-EVENT-TYPE         PIC X(06).
006200             10  DF-SOURCE-PGM         PIC X(08).
006300             10  DF-OPERATOR-ID        PIC X(08).
006400             10  DF-TERMINAL-ID        PIC X(04).
006500             10  DF-EVENT-DATE         PIC X(10).
006600             10  DF-EVENT-TIME         PIC X(08).
006700             10  DF-CUST-NUMBER        PIC 9(07).
006800             10  DF-SURVIVOR-NUMBER    PIC 9(07).
006900             10  DF-FULL-NAME          PIC X(30).
007000             10  DF-FIRST-NAME         PIC X(15).
007100             10  DF-LAST-NAME          PIC X(15).
007200             10  DF-STREET-ADDR        PIC X(30).
007300             10  DF-CITY               PIC X(20).
007400             10  DF-STATE              PIC X(02).
007500             10  DF-POSTAL-CODE        PIC X(10).
007600             10  DF-PHONE              PIC X(12).
007700         05  DF-HEADER-DATA REDEFINES DF-DETAIL-DATA.
007800             10  DF-HDR-RUN-DATE       PIC X(10).
007900             10  DF-HDR-SOURCE-PGM     PIC X(08).
008000             10  FILLER                PIC X(174).
008100         05  DF-TRAILER-DATA REDEFINES DF-DETAIL-DATA.
008200             10  DF-TRL-DETAIL-COUNT   PIC 9(07).
008300             10  FILLER                PIC X(185).
