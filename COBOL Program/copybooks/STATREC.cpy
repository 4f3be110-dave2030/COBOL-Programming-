000100******************************************************************
000200*    COPYBOOK:       STATREC
000300*    DESCRIPTION:    STATE/PROVINCE REFERENCE RECORD - ONE ROW
000400*                    PER US STATE, TERRITORY, OR CANADIAN
000500*                    PROVINCE CODE A CUSTOMER ADDRESS MAY CARRY,
000600*                    WITH THE COUNTRY AND UP TO FIVE POSTAL
000700*                    PREFIX RANGES THAT BELONG TO IT.  THE
000800*                    STATEREF KSDS IS KEYED ON SP-STATE-CODE.
000900*                    MYSTRM ADDS, CHANGES, AND DELETES ROWS;
001000*                    MYPROGB LOADS THE FILE AT START OF RUN AND
001100*                    THE MANT AND SUSC TRANSACTIONS READ IT BY
001200*                    KEY.  RECORD LENGTH IS 60 BYTES.
001300*
001400*    A PREFIX IS THE FIRST THREE CHARACTERS OF THE POSTAL CODE -
001500*    THE THREE-DIGIT ZIP PREFIX FOR A US ROW, THE FORWARD
001600*    SORTATION AREA (A9A) FOR A CANADIAN ROW.  A POSTAL CODE
001700*    BELONGS TO THE STATE/PROVINCE WHEN ITS PREFIX FALLS WITHIN
001800*    ONE OF THE FIRST SP-RANGE-COUNT RANGES, LOW AND HIGH
001900*    INCLUSIVE, AND ITS SHAPE (ZIP OR CANADIAN) MATCHES
002000*    SP-COUNTRY-CODE.
002100*
002120*    ONE-TIME SETUP: DEFINE THE STATEREF KSDS (SEE MYSTRM.jcl)
002140*    AND ITS CICS FCT ENTRY, THEN LOAD IT WITH MYSTRM.jcl.
002160*
002200*    MODIFICATION HISTORY
002300*    DATE      AUTHOR   DESCRIPTION
002400*    --------  -------  ------------------------------------------
002500*    10/15/26  TWK      CREATED FOR STATE/PROVINCE AND POSTAL CODE
002600*                       VALIDATION ON INTAKE AND ONLINE CHANGE.
002700******************************************************************
002800         05  SP-STATE-CODE             PIC X(02).
002900         05  SP-COUNTRY-CODE           PIC X(02).
003000             88  SP-COUNTRY-US                VALUE "US".
003100             88  SP-COUNTRY-CA                VALUE "CA".
003200         05  SP-STATE-NAME             PIC X(20).
003300         05  SP-RANGE-COUNT            PIC 9(01).
003400         05  SP-POSTAL-RANGE OCCURS 5 TIMES.
003500             10  SP-RANGE-LOW          PIC X(03).
003600             10  SP-RANGE-HIGH         PIC X(03).
003700         05  FILLER                    PIC X(05).
