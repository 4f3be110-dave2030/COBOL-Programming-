000100******************************************************************
000200*    COPYBOOK:       ERTLYREC
000300*    DESCRIPTION:    ERASURE TALLY RECORD - ONE ROW PER ACCEPTED
000400*                    ERASURE REQUEST PER DATASET (OR GENERATION)
000500*                    A MYERAS STEP SCRUBBED, APPENDED TO THE
000600*                    JOB'S TALLY FILE FOR THE MYERCT CERTIFICATE.
000700*                    ET-DATASET IS THE DATASET NAME FROM THE
000800*                    STEP'S SYSIN CARD.  ET-READ-COUNT IS EVERY
000900*                    RECORD IN THE DATASET; ET-MATCH-COUNT THE
001000*                    RECORDS THAT BELONG TO THE CUSTOMER;
001100*                    ET-SCRUB-COUNT THOSE OF THEM REWRITTEN (A
001200*                    RECORD ALREADY ERASED BY AN EARLIER RUN
001300*                    MATCHES BUT IS NOT REWRITTEN); ET-VOID-COUNT
001400*                    THE SUSPCORR ENTRIES VOIDED SO THEY CAN
001500*                    NEVER BE RELEASED.  THE STEP STAMP IS THE
001600*                    WALL-CLOCK DATE (YYYYMMDD) AND TIME
001700*                    (HHMMSSHH) THE STEP RAN, WHICH KEEPS A
001800*                    REQUEST'S ROWS IN JOB ORDER ON THE
001900*                    CERTIFICATE.  RECORD LENGTH IS 110 BYTES.
002000*
002100*    MODIFICATION HISTORY
002200*    DATE      AUTHOR   DESCRIPTION
002300*    --------  -------  ------------------------------------------
002400*    10/15/26  TWK      CREATED FOR CUSTOMER DATA-ERASURE
002500*                       REQUESTS.
002600******************************************************************
002700         05  ET-REQUEST-SEQ            PIC 9(05).
002800         05  ET-STEP-STAMP.
002900             10  ET-STEP-DATE          PIC 9(08).
003000             10  ET-STEP-TIME          PIC 9(08).
003100         05  ET-FILE-TYPE              PIC X(08).
003200         05  ET-DATASET                PIC X(44).
003300         05  ET-READ-COUNT             PIC 9(07).
003400         05  ET-MATCH-COUNT            PIC 9(07).
003500         05  ET-SCRUB-COUNT            PIC 9(07).
003600         05  ET-VOID-COUNT             PIC 9(07).
003700         05  FILLER                    PIC X(09).
