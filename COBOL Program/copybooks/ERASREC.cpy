000100******************************************************************
000200*    COPYBOOK:       ERASREC
000300*    DESCRIPTION:    RESOLVED ERASURE REQUEST - ONE ROW PER
000400*                    ERASREQ CARD, WRITTEN BY MYERRS AND READ BY
000500*                    EVERY MYERAS SCRUB STEP AND BY THE MYERCT
000600*                    CERTIFICATE.  ER-CARD-NUMBER AND
000700*                    ER-CARD-NAME ARE THE REQUEST AS COMPLIANCE
000800*                    SUBMITTED IT; THE REST IS WHAT MYERRS FOUND.
000900*                    ER-CUST-NUMBER IS THE CUSTOMER TO ERASE
001000*                    (ZERO WHEN ONLY A NAME IS KNOWN) AND
001100*                    ER-NAME-1/ER-NAME-2 THE NAMES THE CUSTOMER
001200*                    IS HELD UNDER - THE NAME ON FILE AND, WHEN
001300*                    IT DIFFERS, THE NAME ON THE CARD.  A NAME IS
001400*                    ONLY MATCHED IN RECORDS THAT CARRY NO
001500*                    CUSTOMER NUMBER (THE AUDIT TRAIL, ADDS IN
001600*                    SUSPENSE) AND ONLY WHEN NO OTHER CUSTOMER
001700*                    HOLDS IT (SWITCH "U"); A SHARED NAME (SWITCH
001800*                    "S") IS LEFT ALONE IN THOSE RECORDS.  A
001900*                    REJECTED REQUEST (ER-STATUS "R") CARRIES ITS
002000*                    REASON IN ER-MESSAGE AND IS NOT SCRUBBED.
002100*                    RECORD LENGTH IS 180 BYTES.
002200*
002300*    MODIFICATION HISTORY
002400*    DATE      AUTHOR   DESCRIPTION
002500*    --------  -------  ------------------------------------------
002600*    10/15/26  TWK      CREATED FOR CUSTOMER DATA-ERASURE
002700*                       REQUESTS.
002800******************************************************************
002900         05  ER-REQUEST-SEQ            PIC 9(05).
003000         05  ER-REQUEST-ID             PIC X(08).
003100         05  ER-CARD-NUMBER            PIC X(07).
003200         05  ER-CARD-NAME              PIC X(30).
003300         05  ER-STATUS                 PIC X(01).
003400             88  ER-ACCEPTED                  VALUE "A".
003500             88  ER-REJECTED                  VALUE "R".
003600         05  ER-SOURCE                 PIC X(01).
003700             88  ER-ON-MASTER                 VALUE "M".
003800             88  ER-ON-ARCHIVE                VALUE "A".
003900             88  ER-NOT-ON-FILE               VALUE "N".
004000         05  ER-CUST-NUMBER            PIC 9(07).
004100         05  ER-NAME-1                 PIC X(30).
004200         05  ER-NAME-1-SW              PIC X(01).
004300             88  ER-NAME-1-USABLE             VALUE "U".
004400             88  ER-NAME-1-SHARED             VALUE "S".
004500         05  ER-NAME-2                 PIC X(30).
004600         05  ER-NAME-2-SW              PIC X(01).
004700             88  ER-NAME-2-USABLE             VALUE "U".
004800             88  ER-NAME-2-SHARED             VALUE "S".
004900         05  ER-MESSAGE                PIC X(40).
005000         05  ER-RUN-DATE               PIC X(10).
005100         05  FILLER                    PIC X(09).
