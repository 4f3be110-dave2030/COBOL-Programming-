001160*                       RESTART CAN RECONCILE THE FOOTER TOTALS.
001170*    08/22/26  TWK      ADDED CK-REJECT-COUNT FOR THE SUSPENSE
001180*                       FILE REJECT TOTAL.  LRECL GREW 42 -> 46.
001190*    10/15/26  TWK      ADDED CK-DELETE-COUNT AND CK-RENAME-COUNT
001191*                       FOR THE TRANSACTION ACTION CODES.  LRECL
001192*                       GREW 46 -> 54.
001200******************************************************************
001300         05  CK-RECORD-COUNT           PIC 9(05) COMP.
001400         05  CK-LAST-KEY               PIC X(30).
001410         05  CK-ADD-COUNT              PIC 9(05) COMP.
001420         05  CK-UPDATE-COUNT           PIC 9(05) COMP.
001430         05  CK-REJECT-COUNT           PIC 9(05) COMP.
001440         05  CK-DELETE-COUNT           PIC 9(05) COMP.
001450         05  CK-RENAME-COUNT           PIC 9(05) COMP.
