000600*                    CARRYING THE BEFORE AND AFTER IMAGES, THE
000700*                    ACTION, THE OPERATOR AND TERMINAL, AND A
000800*                    TIMESTAMP.  THE IMAGE GROUPS ARE BYTE COPIES
000900*                    OF THE MASTREC LAYOUT (153 BYTES EACH); THE
001000*                    AFTER IMAGE OF A DELETE IS SPACES.  RECORD
001100*                    LENGTH IS 342 BYTES.
001200*
001300*    MODIFICATION HISTORY
001400*    DATE      AUTHOR   DESCRIPTION
001807*                       CHANGE, OR DELETE IS LOGGED HERE FOR
001808*                       THE AUDITORS; THE BEFORE IMAGE CARRIES
001809*                       THE TARGETED CUSTOMER NUMBER AND NAME.
001811*    10/15/26  TWK      ADDED THE REPAIR, RELEAS, AND VOID
001812*                       ACTIONS WRITTEN BY THE SUSC SUSPENSE
001813*                       CORRECTION TRANSACTION.  THE IMAGES
001814*                       CARRY THE SUSPENDED TRANSACTION LAID
001815*                       OVER THE MASTER LAYOUT (THE FIRST-REJECT
001816*                       DATE IN THE UPDATE-DATE SLOT); A VOID'S
001817*                       AFTER IMAGE IS THE HS-VOID-IMAGE VIEW -
001818*                       THE CUSTOMER NUMBER AND THE REASON THE
001819*                       OPERATOR GAVE, IN THE NAME SLOT.
001820*    10/15/26  TWK      THE BATCH MASTER UPDATERS NOW JOURNAL
001821*                       HERE TOO, SO THE TRAIL COVERS EVERY
001822*                       CHANGE AND CAN BE REPLAYED BY MYRECV
001823*                       OVER A MASTER BACKUP.  MYPROGB WRITES
001824*                       ADD, CHANGE, AND DELETE ROWS; ADDED THE
001825*                       PURGE ACTION (MYPURGE - BEFORE IMAGE IS
001826*                       THE ARCHIVED RECORD) AND THE RESTOR
001827*                       ACTION (MYREST - AFTER IMAGE IS THE
001828*                       RESTORED RECORD).  BATCH ROWS CARRY THE
001829*                       PROGRAM NAME AS THE OPERATOR AND "BTCH"
001830*                       AS THE TERMINAL.
001831*    10/15/26  TWK      THE IMAGES CARRY THE NEW MASTREC LOCALE
001832*                       CODE.  LRECL GREW 338 -> 342.
001866******************************************************************
001900         05  HS-ACTION                 PIC X(06).
001950             88  HS-ACTION-ADD                VALUE "ADD".
002000             88  HS-ACTION-CHANGE             VALUE "CHANGE".
002100             88  HS-ACTION-DELETE             VALUE "DELETE".
002150             88  HS-ACTION-MERGE              VALUE "MERGE".
002160             88  HS-ACTION-DENIED             VALUE "DENIED".
002170             88  HS-ACTION-REPAIR             VALUE "REPAIR".
002180             88  HS-ACTION-RELEASE            VALUE "RELEAS".
002190             88  HS-ACTION-VOID               VALUE "VOID".
002192             88  HS-ACTION-PURGE              VALUE "PURGE".
002194             88  HS-ACTION-RESTORE            VALUE "RESTOR".
002200         05  HS-OPERATOR-ID            PIC X(08).
002300         05  HS-TERMINAL-ID            PIC X(04).
002400         05  HS-HIST-DATE              PIC X(10).
003130             10  HS-BEF-STATE          PIC X(02).
003140             10  HS-BEF-POSTAL-CODE    PIC X(10).
003150             10  HS-BEF-PHONE          PIC X(12).
003160             10  HS-BEF-LOCALE-CODE    PIC X(02).
003200         05  HS-AFTER-IMAGE.
003300             10  HS-AFT-CUST-NUMBER    PIC 9(07).
003400             10  HS-AFT-NAME-KEY       PIC X(30).
003730             10  HS-AFT-STATE          PIC X(02).
003740             10  HS-AFT-POSTAL-CODE    PIC X(10).
003750             10  HS-AFT-PHONE          PIC X(12).
003755             10  HS-AFT-LOCALE-CODE    PIC X(02).
003760         05  HS-VOID-IMAGE REDEFINES HS-AFTER-IMAGE.
003770             10  HS-VOID-CUST-NUMBER   PIC 9(07).
003780             10  HS-VOID-REASON        PIC X(30).
003790             10  FILLER                PIC X(116).
