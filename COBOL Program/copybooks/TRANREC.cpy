001098*                       DATA SUPPLIED - AN UPDATE LEAVES THE
001099*                       MASTER'S ADDRESS ALONE.  LRECL GREW
001101*                       39 -> 113.
001102*    10/15/26  TWK      ADDED TR-ACTION-CODE (APPENDED SO THE
001103*                       EXISTING FIELD POSITIONS DO NOT MOVE) SO
001104*                       A BRANCH CAN SEND A CLOSURE OR A LEGAL
001105*                       NAME CHANGE IN BATCH.  A SPACE KEEPS THE
001106*                       ORIGINAL MATCH-TO-DECIDE RULE (ADD OR
001107*                       UPDATE); A ADDS A NEW CUSTOMER; U, D, AND
001108*                       R UPDATE, DELETE/CLOSE, OR RENAME THE
001109*                       CUSTOMER NAMED BY TR-CUST-NUMBER, WHICH
001110*                       THEY MUST SUPPLY.  LRECL GREW 113 -> 114.
001155******************************************************************
001200         05  TR-FULL-NAME              PIC X(30).
001300         05  TR-LOCALE-CODE            PIC X(02).
001400         05  TR-CUST-NUMBER            PIC 9(07).
001700         05  TR-STATE                  PIC X(02).
001800         05  TR-POSTAL-CODE            PIC X(10).
001900         05  TR-PHONE                  PIC X(12).
002000         05  TR-ACTION-CODE            PIC X(01).
002100             88  TR-ACTION-MATCH              VALUE SPACE.
002200             88  TR-ACTION-ADD                VALUE "A".
002300             88  TR-ACTION-UPDATE             VALUE "U".
002400             88  TR-ACTION-DELETE             VALUE "D".
002500             88  TR-ACTION-RENAME             VALUE "R".
002600             88  TR-ACTION-VALID              VALUE SPACE "A"
002700                                                "U" "D" "R".
