000100******************************************************************
000200*    COPYBOOK:       CORRREC
000300*    DESCRIPTION:    SUSPENSE CORRECTION WORK RECORD - ONE ROW
000400*                    PER RECORD IN THE CURRENT SUSPENSE
000500*                    GENERATION AND PER RECORD ON THE
000600*                    ACCUMULATED DEAD-LETTER FILE, HELD IN THE
000700*                    SUSPCORR KSDS SO THE SUSC TRANSACTION CAN
000800*                    BROWSE AND WORK THEM ONLINE.  MYSUSL LOADS
000900*                    IT AFTER EACH CLEAN NIGHTLY RUN; MYRELS
001000*                    APPLIES THE DAY'S CORRECTIONS, RELEASES,
001100*                    AND VOIDS AHEAD OF THE NEXT RUN.
001200*
001300*                    THE KEY IS THE SOURCE ("S" SUSPENSE, "D"
001400*                    DEAD LETTER) AND THE RECORD'S POSITION IN
001500*                    ITS SOURCE DATASET.  CR-SUSP-DATA IS THE
001600*                    SUSPREC IMAGE - CORRECTED IN PLACE ONLINE -
001700*                    AND GROWS WITH SUSPREC.  RECORD LENGTH IS
001800*                    194 BYTES.
001900*
002000*                    CR-STATUS
002100*                    SPACE - PENDING, NOTHING DONE YET
002200*                    C     - CORRECTED, FIELDS CHANGED ONLINE
002300*                    R     - RELEASED TO THE NEXT MYPROGB RUN
002400*                    V     - VOIDED, DROPPED WITH A REASON
002500*
002600*                    ONE-TIME SETUP: DEFINE THE SUSPCORR CICS
002700*                    FCT ENTRY AND SEED THE KSDS WITH MYSUSL.jcl.
002800*
002900*    MODIFICATION HISTORY
003000*    DATE      AUTHOR   DESCRIPTION
003100*    --------  -------  ------------------------------------------
003200*    10/15/26  TWK      CREATED FOR ONLINE SUSPENSE AND DEAD-
003300*                       LETTER CORRECTION.
003310*    10/15/26  TWK      CR-SUSP-DATA GREW WITH SUSPREC'S ACTION
003320*                       CODE.  LRECL GREW 193 -> 194.
003400******************************************************************
003500         05  CR-CORR-KEY.
003600             10  CR-SOURCE             PIC X(01).
003700                 88  CR-FROM-SUSPENSE         VALUE "S".
003800                 88  CR-FROM-DEADLETTER       VALUE "D".
003900             10  CR-SEQ-NUMBER         PIC 9(07).
004000         05  CR-STATUS                 PIC X(01).
004100             88  CR-PENDING                   VALUE " ".
004200             88  CR-CORRECTED                 VALUE "C".
004300             88  CR-RELEASED                  VALUE "R".
004400             88  CR-VOIDED                    VALUE "V".
004500         05  CR-VOID-REASON            PIC X(30).
004600         05  CR-ACTION-OPERATOR        PIC X(08).
004700         05  CR-ACTION-DATE            PIC X(10).
004800         05  CR-ACTION-TIME            PIC X(08).
004900         05  CR-SUSP-DATA              PIC X(129).
