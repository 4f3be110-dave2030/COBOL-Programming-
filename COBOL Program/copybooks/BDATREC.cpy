000100******************************************************************
000200*    COPYBOOK:       BDATREC
000300*    DESCRIPTION:    BUSINESS-DATE CONTROL RECORD - THE BUSDATE
000400*                    KSDS EVERY BATCH PROGRAM DATES ITS WORK
000500*                    FROM, IN PLACE OF THE SYSTEM CLOCK.  KEYED
000600*                    BY BD-KEY (RECORD TYPE PLUS VALUE):
000700*                      "D" + "CONTROL"  - THE ONE DATE CONTROL
000800*                                          ROW: CURRENT AND PRIOR
000900*                                          BUSINESS DATES.
001000*                      "H" + YYYYMMDD   - ONE ROW PER HOLIDAY ON
001100*                                          THE CALENDAR.
001200*                      "C" + PROGRAM-ID - ONE ROW PER BATCH
001300*                                          CYCLE: THE LAST
001400*                                          BUSINESS DATE IT RAN
001500*                                          TO COMPLETION.
001600*                    THE BUSINESS DATE ONLY MOVES WHEN THE
001700*                    END-OF-DAY JOB (MYBDATE) ROLLS IT, SKIPPING
001800*                    SATURDAYS, SUNDAYS, AND THE HOLIDAY ROWS, SO
001900*                    A CYCLE THAT RUNS PAST MIDNIGHT - OR IS
002000*                    RERUN THE NEXT MORNING - STILL WORKS AS OF
002100*                    THE DAY IT BELONGS TO.  A CYCLE WHOSE ROW
002200*                    ALREADY SHOWS THE CURRENT BUSINESS DATE
002300*                    REFUSES TO RUN AGAIN UNTIL MYBDATE REOPENS
002400*                    IT.  THE STAMP FIELDS ARE THE WALL-CLOCK
002500*                    DATE (YYYYMMDD) AND TIME (HHMMSSHH) OF THE
002600*                    LAST CHANGE.  DATES ARE YYYYMMDD.  RECORD
002700*                    LENGTH IS 60 BYTES.
002800*
002900*    MODIFICATION HISTORY
003000*    DATE      AUTHOR   DESCRIPTION
003100*    --------  -------  ------------------------------------------
003200*    10/15/26  TWK      CREATED FOR THE BUSINESS-DATE CONTROL.
003300******************************************************************
003400         05  BD-KEY.
003500             10  BD-KEY-TYPE           PIC X(01).
003600                 88  BD-DATE-CONTROL          VALUE "D".
003700                 88  BD-HOLIDAY-ENTRY         VALUE "H".
003800                 88  BD-CYCLE-ENTRY           VALUE "C".
003900             10  BD-KEY-VALUE          PIC X(09).
004000         05  BD-CONTROL-DATA.
004100             10  BD-CURR-DATE.
004200                 15  BD-CURR-YYYY      PIC 9(04).
004300                 15  BD-CURR-MM        PIC 9(02).
004400                 15  BD-CURR-DD        PIC 9(02).
004500             10  BD-PRIOR-DATE.
004600                 15  BD-PRIOR-YYYY     PIC 9(04).
004700                 15  BD-PRIOR-MM       PIC 9(02).
004800                 15  BD-PRIOR-DD       PIC 9(02).
004900             10  BD-CTL-STAMP-DATE     PIC 9(08).
005000             10  BD-CTL-STAMP-TIME     PIC 9(08).
005100             10  FILLER                PIC X(18).
005200         05  BD-HOLIDAY-DATA REDEFINES BD-CONTROL-DATA.
005300             10  BD-HOL-NAME           PIC X(30).
005400             10  BD-HOL-STAMP-DATE     PIC 9(08).
005500             10  BD-HOL-STAMP-TIME     PIC 9(08).
005600             10  FILLER                PIC X(04).
005700         05  BD-CYCLE-DATA REDEFINES BD-CONTROL-DATA.
005800             10  BD-CYC-LAST-DATE      PIC 9(08).
005900             10  BD-CYC-STAMP-DATE     PIC 9(08).
006000             10  BD-CYC-STAMP-TIME     PIC 9(08).
006100             10  FILLER                PIC X(26).
