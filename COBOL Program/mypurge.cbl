001652* 09/02/26 TWK     MASTREC now carries address and contact
001654*                  fields - the archive record widened with it
001656*                  (LRECL 77 -> 151).
001657* 10/15/26 TWK     Each purged record is journaled as a PURGE
001660*                  change-history row (before image the archived
001663*                  record) to PURGHIST, which the job REPROs onto
001666*                  the NAME.HISTORY cluster, so MYRECV can replay
001670*                  purges over a master backup.
001673* 10/15/26 TWK     Dated from the BUSDATE business-date control
001676*                  file instead of the clock.  The run refuses to
001680*                  start (RC 16) when this cycle already completed
001683*                  for the business date, and marks the cycle
001686*                  complete when it ends below RC 16.
001690* 10/15/26 TWK     The archive record widened with MASTREC for the
001693*                  new customer locale code (LRECL 151 -> 153).
001696*
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  MYPURGE.
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT PRINT-FILE ASSIGN TO PRTFILE
003800         ORGANIZATION IS SEQUENTIAL.
003833     SELECT HIST-FILE ASSIGN TO PURGHIST
003867         ORGANIZATION IS SEQUENTIAL.
003873     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
003878         ORGANIZATION IS INDEXED
003883         ACCESS MODE IS RANDOM
003889         RECORD KEY IS BD-KEY
003895         FILE STATUS IS WS-BUSDATE-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004900******************************************************************
005000 FD  ARCHIVE-FILE
005100     RECORDING MODE IS F.
005200 01  AR-ARCHIVE-RECORD             PIC X(153).
005300
005400 FD  PRINT-FILE
005500     RECORDING MODE IS F.
005600 01  RP-REPORT-LINE.
005700     COPY REPTREC.
005800
005817 FD  HIST-FILE
005833     RECORDING MODE IS F.
005850 01  HS-HIST-RECORD.
005867     COPY HISTREC.
005870
005873 FD  BUS-DATE-FILE.
005877 01  BD-DATE-RECORD.
005880     COPY BDATREC.
005883
005900 WORKING-STORAGE SECTION.
006000
006100 01  WS-SWITCHES.
008200     05  WS-CD-YYYY                PIC 9(04).
008300     05  WS-CD-MM                  PIC 9(02).
008400     05  WS-CD-DD                  PIC 9(02).
008410
008420******************************************************************
008430* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
008440* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
008450******************************************************************
008460 01  WS-BUSDATE-STATUS             PIC X(02).
008470     88  WS-BUSDATE-OK                       VALUE "00".
008480 01  WS-CYCLE-ROW-SW               PIC X(01) VALUE "N".
008490     88  WS-CYCLE-ROW-ON-FILE                VALUE "Y".
008500
008600 01  WS-RUN-DATE                   PIC X(10).
008700
009200     05  FILLER                    PIC X(01).
009300     05  WS-RD-YYYY                PIC 9(04).
009400
009406******************************************************************
009412* HISTORY TIMESTAMP WORK FIELDS - THE DATE AND THE RAW HHMMSSCC
009418* FROM ACCEPT ARE REBUILT AS MM/DD/YYYY AND HH:MM:SS, THE SHAPE
009424* MYMAINT WRITES, SO PURGE ROWS READ LIKE THE ONLINE ONES.
009429******************************************************************
009435 01  WS-HIST-DATE.
009441     05  WS-HD-YYYY                PIC X(04).
009447     05  WS-HD-MM                  PIC X(02).
009453     05  WS-HD-DD                  PIC X(02).
009459
009465 01  WS-RAW-TIME.
009471     05  WS-RT-HH                  PIC X(02).
009476     05  WS-RT-MM                  PIC X(02).
009482     05  WS-RT-SS                  PIC X(02).
009488     05  FILLER                    PIC X(02).
009494
009500 01  WS-PAGE-COUNT                 PIC 9(03) COMP VALUE 0.
009600 01  WS-LINE-COUNT                 PIC 9(02) COMP VALUE 0.
009700 01  WS-LINES-PER-PAGE             PIC 9(02) VALUE 55.
018700         MOVE 16 TO RETURN-CODE
018800         GO TO 9999-EXIT
018900     END-IF.
018967     PERFORM 1900-READ-BUSINESS-DATE
019033         THRU 1900-READ-BUSINESS-DATE-EXIT.
019100     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
019200         DELIMITED BY SIZE INTO WS-RUN-DATE.
019800     COMPUTE WS-CUTOFF-MONTHS =
020500         GO TO 9999-EXIT
020600     END-IF.
020700     OPEN OUTPUT ARCHIVE-FILE.
020750     OPEN OUTPUT HIST-FILE.
020800     OPEN OUTPUT PRINT-FILE.
020900     PERFORM 1200-WRITE-HEADINGS
021000         THRU 1200-WRITE-HEADINGS-EXIT.
024300 1200-WRITE-HEADINGS-EXIT.
024400     EXIT.
024500
024502******************************************************************
024504* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
024507* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK, SO A CYCLE THAT
024509* RUNS PAST MIDNIGHT OR IS RESTARTED NEXT MORNING STILL WORKS AS
024511* OF ITS OWN DAY.  A CYCLE THAT HAS ALREADY COMPLETED FOR THE
024513* BUSINESS DATE REFUSES TO RUN AGAIN UNTIL A MYBDATE "C" CARD
024515* REOPENS IT.
024517******************************************************************
024520 1900-READ-BUSINESS-DATE.
024522     OPEN INPUT BUS-DATE-FILE.
024524     IF NOT WS-BUSDATE-OK
024526         DISPLAY "MYPURGE - BUSDATE OPEN FAILED, STATUS = "
024528             WS-BUSDATE-STATUS
024530         MOVE 16 TO RETURN-CODE
024533         GO TO 9999-EXIT
024535     END-IF.
024537     MOVE "D"       TO BD-KEY-TYPE.
024539     MOVE "CONTROL" TO BD-KEY-VALUE.
024541     READ BUS-DATE-FILE
024543         INVALID KEY
024546             DISPLAY "MYPURGE - BUSINESS DATE CONTROL RECORD "
024548                 "MISSING"
024550             MOVE 16 TO RETURN-CODE
024552             GO TO 9999-EXIT
024554     END-READ.
024557     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
024559     MOVE "C"       TO BD-KEY-TYPE.
024561     MOVE "MYPURGE" TO BD-KEY-VALUE.
024563     READ BUS-DATE-FILE
024565         INVALID KEY
024567             MOVE ZERO TO BD-CYC-LAST-DATE
024570     END-READ.
024572     IF BD-CYC-LAST-DATE NOT < WS-CURRENT-DATE
024574         DISPLAY "MYPURGE - CYCLE ALREADY COMPLETE FOR BUSINESS "
024576             "DATE " WS-CURRENT-DATE
024578         DISPLAY "MYPURGE - REOPEN IT WITH A MYBDATE C CARD "
024580             "TO RERUN"
024583         MOVE 16 TO RETURN-CODE
024585         CLOSE BUS-DATE-FILE
024587         GO TO 9999-EXIT
024589     END-IF.
024591     CLOSE BUS-DATE-FILE.
024593 1900-READ-BUSINESS-DATE-EXIT.
024596     EXIT.
024598
024600******************************************************************
024700* 2000-PROCESS-MASTER - DECIDE WHETHER THE CURRENT RECORD IS
024800* STALE; ARCHIVE AND DELETE IT IF SO, THEN READ THE NEXT ONE.
030400         MOVE 16 TO RETURN-CODE
030500         GO TO 9999-EXIT
030600     END-IF.
030633     PERFORM 4200-WRITE-HISTORY
030667         THRU 4200-WRITE-HISTORY-EXIT.
030700     ADD 1 TO WS-ARCHIVED-COUNT.
030800     PERFORM 4100-WRITE-DETAIL
030900         THRU 4100-WRITE-DETAIL-EXIT.
032800 4100-WRITE-DETAIL-EXIT.
032900     EXIT.
033000
033004******************************************************************
033008* 4200-WRITE-HISTORY - WRITE ONE PURGE CHANGE-HISTORY RECORD IN
033012* THE SAME LAYOUT MYMAINT WRITES.  THE BEFORE IMAGE IS THE
033017* ARCHIVED RECORD AND THE AFTER IMAGE IS SPACES, AS FOR A
033021* DELETE.  THE OPERATOR ID IS THIS PROGRAM'S NAME AND THE
033025* TERMINAL ID THE BATCH STAND-IN.
033029******************************************************************
033033 4200-WRITE-HISTORY.
033038     MOVE SPACES             TO HS-HIST-RECORD.
033042     MOVE "PURGE"            TO HS-ACTION.
033046     MOVE "MYPURGE "         TO HS-OPERATOR-ID.
033050     MOVE "BTCH"             TO HS-TERMINAL-ID.
033054     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.
033058     STRING WS-HD-MM "/" WS-HD-DD "/" WS-HD-YYYY
033063         DELIMITED BY SIZE INTO HS-HIST-DATE.
033067     ACCEPT WS-RAW-TIME FROM TIME.
033071     STRING WS-RT-HH ":" WS-RT-MM ":" WS-RT-SS
033075         DELIMITED BY SIZE INTO HS-HIST-TIME.
033079     MOVE MA-MASTER-RECORD   TO HS-BEFORE-IMAGE.
033083     WRITE HS-HIST-RECORD.
033088 4200-WRITE-HISTORY-EXIT.
033092     EXIT.
033096
033100******************************************************************
033200* 8000-TERMINATE - PRINT THE CONTROL-TOTAL FOOTER AND CLOSE THE
033300* FILES.
034000     WRITE RP-REPORT-LINE.
034100     CLOSE NAME-MASTER.
034200     CLOSE ARCHIVE-FILE.
034250     CLOSE HIST-FILE.
034300     CLOSE PRINT-FILE.
034333     PERFORM 8900-MARK-CYCLE-COMPLETE
034367         THRU 8900-MARK-CYCLE-COMPLETE-EXIT.
034400 8000-TERMINATE-EXIT.
034500     EXIT.
034502
034504******************************************************************
034506* 8900-MARK-CYCLE-COMPLETE - RECORD ON THE BUSDATE CONTROL FILE
034508* THAT THIS CYCLE RAN TO COMPLETION FOR THE BUSINESS DATE, SO IT
034510* WILL NOT RUN AGAIN FOR THE SAME DAY AND THE END-OF-DAY ROLL CAN
034512* SEE IT FINISHED.  A RUN ENDING RC 16 IS NOT MARKED.
034515******************************************************************
034517 8900-MARK-CYCLE-COMPLETE.
034519     IF RETURN-CODE NOT < 16
034521         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
034523     END-IF.
034525     OPEN I-O BUS-DATE-FILE.
034527     IF NOT WS-BUSDATE-OK
034529         DISPLAY "MYPURGE - BUSDATE UPDATE OPEN FAILED, "
034531             "STATUS = " WS-BUSDATE-STATUS
034533         MOVE 16 TO RETURN-CODE
034535         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
034538     END-IF.
034540     MOVE "C"       TO BD-KEY-TYPE.
034542     MOVE "MYPURGE" TO BD-KEY-VALUE.
034544     READ BUS-DATE-FILE
034546         INVALID KEY
034548             MOVE "N" TO WS-CYCLE-ROW-SW
034550         NOT INVALID KEY
034552             SET WS-CYCLE-ROW-ON-FILE TO TRUE
034554     END-READ.
034556     IF NOT WS-CYCLE-ROW-ON-FILE
034558         MOVE SPACES    TO BD-DATE-RECORD
034560         MOVE "C"       TO BD-KEY-TYPE
034563         MOVE "MYPURGE" TO BD-KEY-VALUE
034565     END-IF.
034567     MOVE WS-CURRENT-DATE TO BD-CYC-LAST-DATE.
034569     ACCEPT BD-CYC-STAMP-DATE FROM DATE YYYYMMDD.
034571     ACCEPT BD-CYC-STAMP-TIME FROM TIME.
034573     IF WS-CYCLE-ROW-ON-FILE
034575         REWRITE BD-DATE-RECORD
034577     ELSE
034579         WRITE BD-DATE-RECORD
034581     END-IF.
034583     IF NOT WS-BUSDATE-OK
034585         DISPLAY "MYPURGE - BUSDATE CYCLE UPDATE FAILED, "
034588             "STATUS = " WS-BUSDATE-STATUS
034590         MOVE 16 TO RETURN-CODE
034592     END-IF.
034594     CLOSE BUS-DATE-FILE.
034596 8900-MARK-CYCLE-COMPLETE-EXIT.
034598     EXIT.
034600
034700 9999-EXIT.
034800     STOP RUN.
