001190*                       CODE, PHONE), APPENDED SO THE EXISTING
001192*                       FIELD POSITIONS DO NOT MOVE.  LRECL GREW
001194*                       77 -> 151.
001195*    10/15/26  TWK      ADDED MA-LOCALE-CODE, THE OFFICE LOCALE
001196*                       THE CUSTOMER CAME IN THROUGH (MYPROGB
001197*                       AND MANT ADDS) - IT PICKS THE WELCOME
001198*                       LETTER LANGUAGE.  SPACES = NOT KNOWN.
001199*                       LRECL GREW 151 -> 153.
001200******************************************************************
001250         05  MA-CUST-NUMBER            PIC 9(07).
001300         05  MA-NAME-KEY               PIC X(30).
001900         05  MA-STATE                  PIC X(02).
002000         05  MA-POSTAL-CODE            PIC X(10).
002100         05  MA-PHONE                  PIC X(12).
002200         05  MA-LOCALE-CODE            PIC X(02).
