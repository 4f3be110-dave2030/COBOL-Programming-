000100******************************************************************
000200*    COPYBOOK:       ADDRSTD
000300*    DESCRIPTION:    ADDRESS STANDARDIZATION TABLE AND WORK
000400*                    AREAS - THE HOUSE STYLE A STREET ADDRESS AND
000500*                    PHONE NUMBER ARE PUT INTO BEFORE THEY ARE
000600*                    STORED ON THE NAME MASTER.  COPIED BY
000700*                    MYPROGB (BATCH INTAKE), MYMAINT (MANT ADD AND
000800*                    CHANGE), AND MYSTDZ (THE ONE-TIME PASS OVER
000900*                    THE MASTER), WHICH CARRY THE SAME
001000*                    STANDARDIZATION PARAGRAPHS, AND BY MYSUSC,
001100*                    WHOSE CORRECTION EDIT USES THE PHONE
001200*                    PARAGRAPHS TO TEST A NUMBER THE WAY MYPROGB
001300*                    WILL.
001400*
001500*    STREET - UPPER CASE, PERIODS AND COMMAS DROPPED, ONE SPACE
001600*    BETWEEN WORDS.  A UNIT WORD (TYPE U) AFTER THE FIRST WORD
001700*    ENDS THE STREET PART AND TAKES ITS SHORT FORM.  IN THE STREET
001800*    PART A TRAILING DIRECTIONAL (TYPE D), THE SUFFIX (TYPE S)
001900*    AHEAD OF IT, AND A DIRECTIONAL IN THE SECOND WORD (AHEAD OF
002000*    THE STREET NAME) TAKE THEIR SHORT FORMS - 123 NORTH MAIN
002100*    STREET APARTMENT 4 BECOMES 123 N MAIN ST APT 4.  A STREET
002200*    OF MORE WORDS THAN AS-WORD HOLDS IS LEFT AS KEYED.
002300*
002400*    PHONE - THE DIGITS ARE TAKEN OUT OF WHATEVER WAS KEYED.  TEN
002500*    DIGITS, OR ELEVEN WITH A LEADING 1, WHOSE AREA CODE AND
002600*    EXCHANGE DO NOT START WITH 0 OR 1 ARE A DIALABLE NUMBER AND
002700*    ARE STORED AS 999-999-9999.  ANYTHING ELSE IS NOT DIALABLE
002800*    AND IS LEFT AS KEYED FOR THE CALLER TO REJECT.
002900*
003000*    MODIFICATION HISTORY
003100*    DATE      AUTHOR   DESCRIPTION
003200*    --------  -------  ------------------------------------------
003300*    10/15/26  TWK      CREATED FOR ADDRESS STANDARDIZATION ON
003400*                       INTAKE AND ONLINE CHANGE.
003500******************************************************************
003600         05  AS-WORD-VALUES.
003700             10  FILLER PIC X(15) VALUE "NORTH     N   D".
003800             10  FILLER PIC X(15) VALUE "SOUTH     S   D".
003900             10  FILLER PIC X(15) VALUE "EAST      E   D".
004000             10  FILLER PIC X(15) VALUE "WEST      W   D".
004100             10  FILLER PIC X(15) VALUE "NORTHEAST NE  D".
004200             10  FILLER PIC X(15) VALUE "NORTHWEST NW  D".
004300             10  FILLER PIC X(15) VALUE "SOUTHEAST SE  D".
004400             10  FILLER PIC X(15) VALUE "SOUTHWEST SW  D".
004500             10  FILLER PIC X(15) VALUE "N         N   D".
004600             10  FILLER PIC X(15) VALUE "S         S   D".
004700             10  FILLER PIC X(15) VALUE "E         E   D".
004800             10  FILLER PIC X(15) VALUE "W         W   D".
004900             10  FILLER PIC X(15) VALUE "NE        NE  D".
005000             10  FILLER PIC X(15) VALUE "NW        NW  D".
005100             10  FILLER PIC X(15) VALUE "SE        SE  D".
005200             10  FILLER PIC X(15) VALUE "SW        SW  D".
005300             10  FILLER PIC X(15) VALUE "STREET    ST  S".
005400             10  FILLER PIC X(15) VALUE "STR       ST  S".
005500             10  FILLER PIC X(15) VALUE "ST        ST  S".
005600             10  FILLER PIC X(15) VALUE "AVENUE    AVE S".
005700             10  FILLER PIC X(15) VALUE "AVEN      AVE S".
005800             10  FILLER PIC X(15) VALUE "AV        AVE S".
005900             10  FILLER PIC X(15) VALUE "AVE       AVE S".
006000             10  FILLER PIC X(15) VALUE "BOULEVARD BLVDS".
006100             10  FILLER PIC X(15) VALUE "BLVD      BLVDS".
006200             10  FILLER PIC X(15) VALUE "ROAD      RD  S".
006300             10  FILLER PIC X(15) VALUE "RD        RD  S".
006400             10  FILLER PIC X(15) VALUE "DRIVE     DR  S".
006500             10  FILLER PIC X(15) VALUE "DRV       DR  S".
006600             10  FILLER PIC X(15) VALUE "DR        DR  S".
006700             10  FILLER PIC X(15) VALUE "LANE      LN  S".
006800             10  FILLER PIC X(15) VALUE "LN        LN  S".
006900             10  FILLER PIC X(15) VALUE "COURT     CT  S".
007000             10  FILLER PIC X(15) VALUE "CRT       CT  S".
007100             10  FILLER PIC X(15) VALUE "CT        CT  S".
007200             10  FILLER PIC X(15) VALUE "PLACE     PL  S".
007300             10  FILLER PIC X(15) VALUE "PL        PL  S".
007400             10  FILLER PIC X(15) VALUE "TERRACE   TER S".
007500             10  FILLER PIC X(15) VALUE "TERR      TER S".
007600             10  FILLER PIC X(15) VALUE "TER       TER S".
007700             10  FILLER PIC X(15) VALUE "CIRCLE    CIR S".
007800             10  FILLER PIC X(15) VALUE "CIR       CIR S".
007900             10  FILLER PIC X(15) VALUE "PARKWAY   PKWYS".
008000             10  FILLER PIC X(15) VALUE "PKWY      PKWYS".
008100             10  FILLER PIC X(15) VALUE "HIGHWAY   HWY S".
008200             10  FILLER PIC X(15) VALUE "HWY       HWY S".
008300             10  FILLER PIC X(15) VALUE "SQUARE    SQ  S".
008400             10  FILLER PIC X(15) VALUE "SQ        SQ  S".
008500             10  FILLER PIC X(15) VALUE "TRAIL     TRL S".
008600             10  FILLER PIC X(15) VALUE "TRL       TRL S".
008700             10  FILLER PIC X(15) VALUE "WAY       WAY S".
008800             10  FILLER PIC X(15) VALUE "CRESCENT  CRESS".
008900             10  FILLER PIC X(15) VALUE "CRES      CRESS".
009000             10  FILLER PIC X(15) VALUE "EXPRESSWAYEXPYS".
009100             10  FILLER PIC X(15) VALUE "EXPY      EXPYS".
009200             10  FILLER PIC X(15) VALUE "APARTMENT APT U".
009300             10  FILLER PIC X(15) VALUE "APT       APT U".
009400             10  FILLER PIC X(15) VALUE "SUITE     STE U".
009500             10  FILLER PIC X(15) VALUE "STE       STE U".
009600             10  FILLER PIC X(15) VALUE "UNIT      UNITU".
009700             10  FILLER PIC X(15) VALUE "ROOM      RM  U".
009800             10  FILLER PIC X(15) VALUE "RM        RM  U".
009900             10  FILLER PIC X(15) VALUE "FLOOR     FL  U".
010000             10  FILLER PIC X(15) VALUE "FL        FL  U".
010100             10  FILLER PIC X(15) VALUE "#         #   U".
010200         05  AS-WORD-TABLE REDEFINES AS-WORD-VALUES.
010300             10  AS-WORD-ENTRY OCCURS 65 TIMES
010400                     INDEXED BY AS-IDX.
010500                 15  AS-LONG-WORD      PIC X(10).
010600                 15  AS-SHORT-WORD     PIC X(04).
010700                 15  AS-WORD-TYPE      PIC X(01).
010800                     88  AS-DIRECTIONAL        VALUE "D".
010900                     88  AS-SUFFIX             VALUE "S".
011000                     88  AS-UNIT               VALUE "U".
011100         05  AS-LOWER-CASE             PIC X(26) VALUE
011200             "abcdefghijklmnopqrstuvwxyz".
011300         05  AS-UPPER-CASE             PIC X(26) VALUE
011400             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
011500*
011600*    STREET WORK AREAS
011700*
011800         05  AS-STREET-IN              PIC X(30).
011900         05  AS-STREET-OUT             PIC X(30).
012000         05  AS-WORD-LIST.
012100             10  AS-WORD OCCURS 15 TIMES PIC X(30).
012200         05  AS-WORD-COUNT             PIC 9(02) COMP.
012300         05  AS-WORD-SUB               PIC 9(02) COMP.
012400         05  AS-STREET-END             PIC 9(02) COMP.
012500         05  AS-SUFFIX-POS             PIC 9(02) COMP.
012600         05  AS-NAME-END               PIC 9(02) COMP.
012700         05  AS-OUT-PTR                PIC 9(03) COMP.
012800         05  AS-LOOKUP-WORD            PIC X(30).
012900         05  AS-WORD-FOUND-SW          PIC X(01).
013000             88  AS-WORD-FOUND                VALUE "Y".
013100             88  AS-WORD-MISSING              VALUE "N".
013200         05  AS-UNIT-FOUND-SW          PIC X(01).
013300             88  AS-UNIT-FOUND                VALUE "Y".
013400         05  AS-STREET-OVERFLOW-SW     PIC X(01).
013500             88  AS-STREET-OVERFLOW           VALUE "Y".
013600*
013700*    PHONE WORK AREAS
013800*
013900         05  AS-PHONE-IN               PIC X(12).
014000         05  AS-PHONE-IN-CHARS REDEFINES AS-PHONE-IN.
014100             10  AS-PHONE-CHAR OCCURS 12 TIMES PIC X(01).
014200         05  AS-PHONE-DIGITS.
014300             10  AS-PHONE-DIGIT OCCURS 12 TIMES PIC X(01).
014400         05  AS-PHONE-FIRST-TEN REDEFINES AS-PHONE-DIGITS.
014500             10  AS-PD-TEN             PIC X(10).
014600             10  FILLER                PIC X(02).
014700         05  AS-PHONE-AFTER-ONE REDEFINES AS-PHONE-DIGITS.
014800             10  FILLER                PIC X(01).
014900             10  AS-PD-AFTER-ONE       PIC X(10).
015000             10  FILLER                PIC X(01).
015100         05  AS-PHONE-TEN.
015200             10  AS-PT-AREA.
015300                 15  AS-PT-AREA-1      PIC X(01).
015400                 15  FILLER            PIC X(02).
015500             10  AS-PT-EXCHANGE.
015600                 15  AS-PT-EXCH-1      PIC X(01).
015700                 15  FILLER            PIC X(02).
015800             10  AS-PT-LINE            PIC X(04).
015900         05  AS-PHONE-OUT              PIC X(12).
016000         05  AS-DIGIT-COUNT            PIC 9(02) COMP.
016100         05  AS-CHAR-SUB               PIC 9(02) COMP.
016200         05  AS-PHONE-VALID-SW         PIC X(01).
016300             88  AS-PHONE-VALID               VALUE "Y".
016400             88  AS-PHONE-INVALID             VALUE "N".
