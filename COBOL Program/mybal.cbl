001600*                  night operator.
001610* 08/22/26 TWK     RC-RUN-DATE widened to MM/DD/YYYY with the
001620*                  rest of the system's dates.
001630* 10/15/26 TWK     Deletes and renames now balance as their own
001640*                  counts - transactions read must equal adds
001650*                  plus updates plus deletes plus renames plus
001660*                  rejects.
001700*
001800******************************************************************
001900 IDENTIFICATION DIVISION.
005800     05  WS-LR-UPDATE-COUNT        PIC 9(05).
005900     05  WS-LR-REJECT-COUNT        PIC 9(05).
006000     05  WS-LR-RETURN-CODE         PIC 9(02).
006010     05  WS-LR-DELETE-COUNT        PIC 9(05).
006020     05  WS-LR-RENAME-COUNT        PIC 9(05).
006100
006200 01  WS-ACCOUNTED-FOR              PIC 9(06) VALUE 0.
006300
011400
011500******************************************************************
011600* 3000-BALANCE-COUNTS - TRANSACTIONS READ MUST EQUAL ADDS PLUS
011700* UPDATES PLUS DELETES PLUS RENAMES PLUS REJECTS.  ANYTHING
011710* ELSE FAILS THE JOB WITH RC 8
011800* SO THE NIGHT OPERATOR SEES IT ON THE SCHEDULER BOARD.
011900******************************************************************
012000 3000-BALANCE-COUNTS.
012500     END-IF.
012600     COMPUTE WS-ACCOUNTED-FOR =
012700         WS-LR-ADD-COUNT + WS-LR-UPDATE-COUNT
012800         + WS-LR-DELETE-COUNT + WS-LR-RENAME-COUNT
012850         + WS-LR-REJECT-COUNT.
012900     DISPLAY "MYBAL - RUN OF " WS-LR-RUN-DATE
013000         " BY " WS-LR-PROGRAM-ID.
013100     DISPLAY "MYBAL - READ " WS-LR-TRANS-READ
013200         " ADDS " WS-LR-ADD-COUNT
013300         " UPDATES " WS-LR-UPDATE-COUNT
013350         " DELETES " WS-LR-DELETE-COUNT
013370         " RENAMES " WS-LR-RENAME-COUNT
013400         " REJECTS " WS-LR-REJECT-COUNT
013500         " RUN RC " WS-LR-RETURN-CODE.
013600     IF WS-LR-TRANS-READ = WS-ACCOUNTED-FOR
