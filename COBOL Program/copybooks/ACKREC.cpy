000100******************************************************************
000200*    COPYBOOK:       ACKREC
000300*    DESCRIPTION:    OFFICE ACKNOWLEDGEMENT RECORD - WHAT BECAME
000400*                    OF EACH INBOUND FILE AN OFFICE SENT.  ONE
000500*                    "H" HEADER PER FILE (ACCEPTED OR HELD, AND
000600*                    WHY), ONE "D" DETAIL PER TRANSACTION OF AN
000700*                    ACCEPTED FILE (ACCEPTED WITH ITS CUSTOMER
000800*                    NUMBER, OR REJECTED WITH ITS SU-REASON-CODE),
000900*                    AND ONE "T" TRAILER WITH THE FILE'S COUNTS.
001000*                    A HELD FILE GETS A HEADER AND TRAILER ONLY -
001100*                    NONE OF IT WAS APPLIED.  EVERY RECORD CARRIES
001200*                    THE OFFICE CODE AND FILE SEQUENCE NUMBER IN
001300*                    THE SAME POSITIONS SO THE JOB CAN SPLIT THE
001400*                    RUN'S ACKNOWLEDGEMENTS INTO ONE FILE PER
001500*                    OFFICE.  RECORD LENGTH IS 76 BYTES.
001600*
001700*    MYOFFC WRITES THE HEADERS, TRAILERS, AND DETAIL SKELETONS
001800*    (STATUS BLANK); MYACK FILLS IN THE DETAIL RESULTS FROM
001900*    MYPROGB'S RESULT FILE, MATCHED ON AK-DTL-RUN-SEQ - THE
002000*    TRANSACTION'S POSITION IN THE RUN'S NAMETRAN INPUT.
002100*
002200*    HOLD REASONS (AK-HDR-HOLD-REASON)
002300*    01 - NO TRAILER - FILE TRUNCATED
002400*    02 - TRAILER COUNT DOES NOT MATCH THE DETAILS
002500*    03 - OFFICE CODE NOT IN THE LOCALE TABLE
002600*    04 - HEADER FILE DATE OR SEQUENCE NUMBER INVALID
002700*    05 - RECORD TYPE NOT H, D, OR T
002800*    06 - FILE ALREADY PROCESSED (SEQUENCE NOT PAST THE LAST)
002900*    07 - OUT OF SEQUENCE (A FILE NUMBER SKIPPED, OR A FILE
003000*         DATE EARLIER THAN THE LAST FILE ACCEPTED)
003050*    08 - RECORDS OUTSIDE ANY HEADER/TRAILER PAIR (REPORTED BY
003060*         MYOFFC ONLY - THERE IS NO OFFICE TO ACKNOWLEDGE)
003100*
003200*    MODIFICATION HISTORY
003300*    DATE      AUTHOR   DESCRIPTION
003400*    --------  -------  ------------------------------------------
003500*    10/15/26  TWK      CREATED FOR THE OFFICE ACKNOWLEDGEMENT
003600*                       FILES.
003700******************************************************************
003800         05  AK-RECORD-TYPE            PIC X(01).
003900             88  AK-HEADER-RECORD             VALUE "H".
004000             88  AK-DETAIL-RECORD             VALUE "D".
004100             88  AK-TRAILER-RECORD            VALUE "T".
004200         05  AK-OFFICE-CODE            PIC X(02).
004300         05  AK-FILE-SEQ-NUMBER        PIC 9(05).
004400         05  AK-DETAIL-DATA.
004500             10  AK-DTL-RECORD-NUMBER  PIC 9(07).
004600             10  AK-DTL-RUN-SEQ        PIC 9(07).
004700             10  AK-DTL-STATUS         PIC X(08).
004800                 88  AK-DTL-ACCEPTED          VALUE "ACCEPTED".
004900                 88  AK-DTL-REJECTED          VALUE "REJECTED".
005000             10  AK-DTL-RESULT         PIC X(06).
005100             10  AK-DTL-CUST-NUMBER    PIC 9(07).
005200             10  AK-DTL-REASON-CODE    PIC X(02).
005300             10  AK-DTL-ACTION-CODE    PIC X(01).
005400             10  AK-DTL-FULL-NAME      PIC X(30).
005500         05  AK-HEADER-DATA REDEFINES AK-DETAIL-DATA.
005600             10  AK-HDR-FILE-DATE      PIC X(10).
005700             10  AK-HDR-RUN-DATE       PIC X(10).
005800             10  AK-HDR-FILE-STATUS    PIC X(08).
005900                 88  AK-HDR-ACCEPTED          VALUE "ACCEPTED".
006000                 88  AK-HDR-HELD              VALUE "HELD".
006100             10  AK-HDR-HOLD-REASON    PIC X(02).
006200             10  AK-HDR-HOLD-TEXT      PIC X(30).
006300             10  FILLER                PIC X(08).
006400         05  AK-TRAILER-DATA REDEFINES AK-DETAIL-DATA.
006500             10  AK-TRL-RECEIVED-COUNT PIC 9(07).
006600             10  AK-TRL-ACCEPT-COUNT   PIC 9(07).
006700             10  AK-TRL-REJECT-COUNT   PIC 9(07).
006800             10  FILLER                PIC X(47).
