000100******************************************************************
000200*    COPYBOOK:       GEOREC
000300*    DESCRIPTION:    MONTHLY CLOSING-COUNT RECORD - THE ACTIVE
000400*                    CUSTOMER COUNT PER STATE/PROVINCE AND PER
000500*                    OFFICE LOCALE AS THE NAME MASTER STOOD WHEN
000600*                    THE MONTH'S GEOGRAPHY AND GROWTH REPORT RAN.
000700*                    WRITTEN BY MYGEOG TO A NEW GENERATION EACH
000800*                    MONTH AND READ BACK THE NEXT MONTH AS THE
000900*                    OPENING COUNTS THE GROWTH IS MEASURED FROM.
001000*                    RECORD LENGTH IS 30 BYTES.
001100*
001200*    LAYOUT
001300*    FIELD              POSITION   LENGTH
001400*    ----------------   --------   ------
001500*    GC-RECORD-TYPE            1        1
001600*    GC-MONTH                  2        6
001700*    GC-CODE                   8        2
001800*    GC-CUST-COUNT            10        7
001900*    FILLER                   17       14
002000*
002100*    EVERY FILE OPENS WITH ONE "H" HEADER WHOSE GC-CUST-COUNT IS
002200*    THE WHOLE MASTER, FOLLOWED BY ONE "S" ROW PER STATE/PROVINCE
002300*    CODE AND ONE "L" ROW PER LOCALE CODE WITH CUSTOMERS ON FILE.
002400*    GC-CODE IS SPACES ON THE ROW FOR CUSTOMERS WITH NO STATE OR
002500*    NO LOCALE.  GC-MONTH (YYYYMM) IS THE REPORT MONTH ON EVERY
002600*    ROW.
002700*
002800*    MODIFICATION HISTORY
002900*    DATE      AUTHOR   DESCRIPTION
003000*    --------  -------  ------------------------------------------
003100*    10/15/26  TWK      CREATED FOR THE MONTHLY CUSTOMER GEOGRAPHY
003200*                       AND GROWTH REPORT.
003300******************************************************************
003400         05  GC-RECORD-TYPE            PIC X(01).
003500             88  GC-HEADER-RECORD             VALUE "H".
003600             88  GC-STATE-RECORD              VALUE "S".
003700             88  GC-LOCALE-RECORD             VALUE "L".
003800         05  GC-MONTH                  PIC 9(06).
003900         05  GC-CODE                   PIC X(02).
004000         05  GC-CUST-COUNT             PIC 9(07).
004100         05  FILLER                    PIC X(14).
