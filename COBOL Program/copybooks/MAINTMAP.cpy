001380*    09/02/26  TWK      ADDED THE MAINT1 ADDRESS AND CONTACT
001390*                       ENTRY FIELDS (ADDR, CITY, STATE, POSTL,
001392*                       PHONE) FOR THE WIDENED MASTER RECORD.
001394*    10/15/26  TWK      ADDED THE MAINT1 LOCALE ENTRY FIELD FOR
001396*                       THE MASTER'S NEW OFFICE LOCALE CODE.
001400******************************************************************
001500 01  MAINT1I.
001600         05  FILLER                PIC X(12).
003330         05  FILLER REDEFINES PHONEF.
003340             10  PHONEA            PICTURE X.
003350         05  PHONEI                PIC X(12).
003360         05  LOCALEL               COMP PIC S9(4).
003370         05  LOCALEF               PICTURE X.
003380         05  FILLER REDEFINES LOCALEF.
003390             10  LOCALEA           PICTURE X.
003400         05  LOCALEI               PIC X(02).
003700         05  MSGL                  COMP PIC S9(4).
003800         05  MSGF                  PICTURE X.
003900         05  FILLER REDEFINES MSGF.
005080         05  POSTLO                PIC X(10).
005090         05  FILLER                PICTURE X(3).
005100         05  PHONEO                PIC X(12).
005110         05  FILLER                PICTURE X(3).
005120         05  LOCALEO               PIC X(02).
005300         05  FILLER                PICTURE X(3).
005400         05  MSGO                  PIC X(79).
005500
