000100******************************************************************
000200*    COPYBOOK:       SUSCMAP
000300*    DESCRIPTION:    SYMBOLIC MAP FOR MAPSET SUSCMAP, MAPS SUSC1
000400*                    AND SUSC2, AS ASSEMBLED FROM THE BMS SOURCE
000500*                    IN bms/SUSCMAP.bms.  USED BY MYSUSC TO LIST
000600*                    THE SUSPCORR ENTRIES AND TO RECEIVE AND SEND
000700*                    ONE SUSPENDED TRANSACTION FOR CORRECTION.
000800*                    THE TEN SUSC2 MARK/ROW LINE PAIRS ARE CARRIED
000900*                    AS AN OCCURS TABLE, AS IN MAINTMAP.
001000*
001100*    MODIFICATION HISTORY
001200*    DATE      AUTHOR   DESCRIPTION
001300*    --------  -------  ------------------------------------------
001400*    10/15/26  TWK      CREATED FOR ONLINE SUSPENSE AND DEAD-
001500*                       LETTER CORRECTION.
001510*    10/15/26  TWK      ADDED ACTN, THE TRANSACTION ACTION CODE.
001600******************************************************************
001700 01  SUSC1I.
001800         05  FILLER                PIC X(12).
001900         05  ENTRYL                COMP PIC S9(4).
002000         05  ENTRYF                PICTURE X.
002100         05  FILLER REDEFINES ENTRYF.
002200             10  ENTRYA            PICTURE X.
002300         05  ENTRYI                PIC X(08).
002400         05  STATL                 COMP PIC S9(4).
002500         05  STATF                 PICTURE X.
002600         05  FILLER REDEFINES STATF.
002700             10  STATA             PICTURE X.
002800         05  STATI                 PIC X(09).
002900         05  REASNL                COMP PIC S9(4).
003000         05  REASNF                PICTURE X.
003100         05  FILLER REDEFINES REASNF.
003200             10  REASNA            PICTURE X.
003300         05  REASNI                PIC X(02).
003400         05  CYCLEL                COMP PIC S9(4).
003500         05  CYCLEF                PICTURE X.
003600         05  FILLER REDEFINES CYCLEF.
003700             10  CYCLEA            PICTURE X.
003800         05  CYCLEI                PIC X(03).
003900         05  FREJL                 COMP PIC S9(4).
004000         05  FREJF                 PICTURE X.
004100         05  FILLER REDEFINES FREJF.
004200             10  FREJA             PICTURE X.
004300         05  FREJI                 PIC X(10).
004400         05  NAMEL                 COMP PIC S9(4).
004500         05  NAMEF                 PICTURE X.
004600         05  FILLER REDEFINES NAMEF.
004700             10  NAMEA             PICTURE X.
004800         05  NAMEI                 PIC X(30).
004900         05  LOCLL                 COMP PIC S9(4).
005000         05  LOCLF                 PICTURE X.
005100         05  FILLER REDEFINES LOCLF.
005200             10  LOCLA             PICTURE X.
005300         05  LOCLI                 PIC X(02).
005400         05  CUSTNOL               COMP PIC S9(4).
005500         05  CUSTNOF               PICTURE X.
005600         05  FILLER REDEFINES CUSTNOF.
005700             10  CUSTNOA           PICTURE X.
005800         05  CUSTNOI               PIC X(07).
005810         05  ACTNL                 COMP PIC S9(4).
005820         05  ACTNF                 PICTURE X.
005830         05  FILLER REDEFINES ACTNF.
005840             10  ACTNA             PICTURE X.
005850         05  ACTNI                 PIC X(01).
005900         05  ADDRL                 COMP PIC S9(4).
006000         05  ADDRF                 PICTURE X.
006100         05  FILLER REDEFINES ADDRF.
006200             10  ADDRA             PICTURE X.
006300         05  ADDRI                 PIC X(30).
006400         05  CITYL                 COMP PIC S9(4).
006500         05  CITYF                 PICTURE X.
006600         05  FILLER REDEFINES CITYF.
006700             10  CITYA             PICTURE X.
006800         05  CITYI                 PIC X(20).
006900         05  STATEL                COMP PIC S9(4).
007000         05  STATEF                PICTURE X.
007100         05  FILLER REDEFINES STATEF.
007200             10  STATEA            PICTURE X.
007300         05  STATEI                PIC X(02).
007400         05  POSTLL                COMP PIC S9(4).
007500         05  POSTLF                PICTURE X.
007600         05  FILLER REDEFINES POSTLF.
007700             10  POSTLA            PICTURE X.
007800         05  POSTLI                PIC X(10).
007900         05  PHONEL                COMP PIC S9(4).
008000         05  PHONEF                PICTURE X.
008100         05  FILLER REDEFINES PHONEF.
008200             10  PHONEA            PICTURE X.
008300         05  PHONEI                PIC X(12).
008400         05  VRSNL                 COMP PIC S9(4).
008500         05  VRSNF                 PICTURE X.
008600         05  FILLER REDEFINES VRSNF.
008700             10  VRSNA             PICTURE X.
008800         05  VRSNI                 PIC X(30).
008900         05  MSGL                  COMP PIC S9(4).
009000         05  MSGF                  PICTURE X.
009100         05  FILLER REDEFINES MSGF.
009200             10  MSGA              PICTURE X.
009300         05  MSGI                  PIC X(79).
009400
009500 01  SUSC1O REDEFINES SUSC1I.
009600         05  FILLER                PIC X(12).
009700         05  FILLER                PICTURE X(3).
009800         05  ENTRYO                PIC X(08).
009900         05  FILLER                PICTURE X(3).
010000         05  STATO                 PIC X(09).
010100         05  FILLER                PICTURE X(3).
010200         05  REASNO                PIC X(02).
010300         05  FILLER                PICTURE X(3).
010400         05  CYCLEO                PIC X(03).
010500         05  FILLER                PICTURE X(3).
010600         05  FREJO                 PIC X(10).
010700         05  FILLER                PICTURE X(3).
010800         05  NAMEO                 PIC X(30).
010900         05  FILLER                PICTURE X(3).
011000         05  LOCLO                 PIC X(02).
011100         05  FILLER                PICTURE X(3).
011200         05  CUSTNOO               PIC X(07).
011210         05  FILLER                PICTURE X(3).
011220         05  ACTNO                 PIC X(01).
011300         05  FILLER                PICTURE X(3).
011400         05  ADDRO                 PIC X(30).
011500         05  FILLER                PICTURE X(3).
011600         05  CITYO                 PIC X(20).
011700         05  FILLER                PICTURE X(3).
011800         05  STATEO                PIC X(02).
011900         05  FILLER                PICTURE X(3).
012000         05  POSTLO                PIC X(10).
012100         05  FILLER                PICTURE X(3).
012200         05  PHONEO                PIC X(12).
012300         05  FILLER                PICTURE X(3).
012400         05  VRSNO                 PIC X(30).
012500         05  FILLER                PICTURE X(3).
012600         05  MSGO                  PIC X(79).
012700
012800 01  SUSC2I.
012900         05  FILLER                PIC X(12).
013000         05  STARTL                COMP PIC S9(4).
013100         05  STARTF                PICTURE X.
013200         05  FILLER REDEFINES STARTF.
013300             10  STARTA            PICTURE X.
013400         05  STARTI                PIC X(08).
013500         05  S2-ROW-AREA.
013600             10  S2-ROW-ENTRY OCCURS 10 TIMES.
013700                 15  MARKL         COMP PIC S9(4).
013800                 15  MARKF         PICTURE X.
013900                 15  MARKI         PIC X(01).
014000                 15  ROWL          COMP PIC S9(4).
014100                 15  ROWF          PICTURE X.
014200                 15  ROWI          PIC X(76).
014300         05  MSG2L                 COMP PIC S9(4).
014400         05  MSG2F                 PICTURE X.
014500         05  FILLER REDEFINES MSG2F.
014600             10  MSG2A             PICTURE X.
014700         05  MSG2I                 PIC X(79).
014800
014900 01  SUSC2O REDEFINES SUSC2I.
015000         05  FILLER                PIC X(12).
015100         05  FILLER                PICTURE X(3).
015200         05  STARTO                PIC X(08).
015300         05  S2-ROW-AREA-O.
015400             10  S2-ROW-ENTRY-O OCCURS 10 TIMES.
015500                 15  FILLER        PICTURE X(3).
015600                 15  MARKO         PIC X(01).
015700                 15  FILLER        PICTURE X(3).
015800                 15  ROWO          PIC X(76).
015900         05  FILLER                PICTURE X(3).
016000         05  MSG2O                 PIC X(79).
