001600*                  merge transaction to the companion MYMERGE
001700*                  job.  RC 4 = duplicates found (so operations
001800*                  can route the report), RC 0 = none.
001833* 10/15/26 TWK     Run date now comes from the BUSDATE business-
001867*                  date control file instead of the clock.
001900*
002000******************************************************************
002100 IDENTIFICATION DIVISION.
003700         FILE STATUS IS WS-MASTER-STATUS.
003800     SELECT PRINT-FILE ASSIGN TO PRTFILE
003900         ORGANIZATION IS SEQUENTIAL.
003917     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
003933         ORGANIZATION IS INDEXED
003950         ACCESS MODE IS RANDOM
003967         RECORD KEY IS BD-KEY
003983         FILE STATUS IS WS-BUSDATE-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004800     RECORDING MODE IS F.
004900 01  RP-REPORT-LINE.
005000     COPY REPTREC.
005020
005040 FD  BUS-DATE-FILE.
005060 01  BD-DATE-RECORD.
005080     COPY BDATREC.
005100
005200 WORKING-STORAGE SECTION.
005300
008400     05  WS-CD-YYYY                PIC 9(04).
008500     05  WS-CD-MM                  PIC 9(02).
008600     05  WS-CD-DD                  PIC 9(02).
008612
008625******************************************************************
008638* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
008650* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
008662******************************************************************
008675 01  WS-BUSDATE-STATUS             PIC X(02).
008688     88  WS-BUSDATE-OK                       VALUE "00".
008700
008800 01  WS-RUN-DATE                   PIC X(10).
008900
019000         GO TO 9999-EXIT
019100     END-IF.
019200     OPEN OUTPUT PRINT-FILE.
019267     PERFORM 1900-READ-BUSINESS-DATE
019333         THRU 1900-READ-BUSINESS-DATE-EXIT.
019400     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
019500         DELIMITED BY SIZE INTO WS-RUN-DATE.
019600     MOVE LOW-VALUES TO MA-NAME-KEY.
024300 1200-WRITE-HEADINGS-EXIT.
024400     EXIT.
024500
024503******************************************************************
024507* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
024510* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK.  THIS JOB RUNS
024514* ON REQUEST RATHER THAN AS PART OF A DAILY CYCLE, SO IT MAY RUN
024517* MORE THAN ONCE FOR THE SAME BUSINESS DATE.
024521******************************************************************
024524 1900-READ-BUSINESS-DATE.
024528     OPEN INPUT BUS-DATE-FILE.
024531     IF NOT WS-BUSDATE-OK
024534         DISPLAY "MYDUPE - BUSDATE OPEN FAILED, STATUS = "
024538             WS-BUSDATE-STATUS
024541         MOVE 16 TO RETURN-CODE
024545         GO TO 9999-EXIT
024548     END-IF.
024552     MOVE "D"       TO BD-KEY-TYPE.
024555     MOVE "CONTROL" TO BD-KEY-VALUE.
024559     READ BUS-DATE-FILE
024562         INVALID KEY
024566             DISPLAY "MYDUPE - BUSINESS DATE CONTROL RECORD "
024569                 "MISSING"
024572             MOVE 16 TO RETURN-CODE
024576             GO TO 9999-EXIT
024579     END-READ.
024583     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
024586     CLOSE BUS-DATE-FILE.
024590 1900-READ-BUSINESS-DATE-EXIT.
024593     EXIT.
024597
024600******************************************************************
024700* 2000-PROCESS-MASTER - COMPARE THE CURRENT RECORD'S NAME TO THE
024800* PREVIOUS ONE.  A MATCH EXTENDS THE CURRENT GROUP (PRINTING THE
