001800*                  RC 0 = found somewhere, RC 8 = not found in
001900*                  the master, the history, the audit log, or
002000*                  the archive.
002033* 10/15/26 TWK     Run date now comes from the BUSDATE business-
002067*                  date control file instead of the clock.
002100*
002200******************************************************************
002300 IDENTIFICATION DIVISION.
004800         FILE STATUS IS WS-ARCH-STATUS.
004900     SELECT PRINT-FILE ASSIGN TO PRTFILE
005000         ORGANIZATION IS SEQUENTIAL.
005017     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
005033         ORGANIZATION IS INDEXED
005050         ACCESS MODE IS RANDOM
005067         RECORD KEY IS BD-KEY
005083         FILE STATUS IS WS-BUSDATE-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
008500     RECORDING MODE IS F.
008600 01  RP-REPORT-LINE.
008700     COPY REPTREC.
008720
008740 FD  BUS-DATE-FILE.
008760 01  BD-DATE-RECORD.
008780     COPY BDATREC.
008800
008900 WORKING-STORAGE SECTION.
009000
015900     05  WS-CD-YYYY                PIC 9(04).
016000     05  WS-CD-MM                  PIC 9(02).
016100     05  WS-CD-DD                  PIC 9(02).
016112
016125******************************************************************
016138* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
016150* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
016162******************************************************************
016175 01  WS-BUSDATE-STATUS             PIC X(02).
016188     88  WS-BUSDATE-OK                       VALUE "00".
016200
016300 01  WS-RUN-DATE                   PIC X(10).
016400
033800         END-IF
033900     END-IF.
034000     OPEN OUTPUT PRINT-FILE.
034067     PERFORM 1900-READ-BUSINESS-DATE
034133         THRU 1900-READ-BUSINESS-DATE-EXIT.
034200     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
034300         DELIMITED BY SIZE INTO WS-RUN-DATE.
034400     PERFORM 1200-WRITE-HEADINGS
036000 1200-WRITE-HEADINGS-EXIT.
036100     EXIT.
036200
036203******************************************************************
036207* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
036210* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK.  THIS JOB RUNS
036214* ON REQUEST RATHER THAN AS PART OF A DAILY CYCLE, SO IT MAY RUN
036217* MORE THAN ONCE FOR THE SAME BUSINESS DATE.
036221******************************************************************
036224 1900-READ-BUSINESS-DATE.
036228     OPEN INPUT BUS-DATE-FILE.
036231     IF NOT WS-BUSDATE-OK
036234         DISPLAY "MYPROF - BUSDATE OPEN FAILED, STATUS = "
036238             WS-BUSDATE-STATUS
036241         MOVE 16 TO RETURN-CODE
036245         GO TO 9999-EXIT
036248     END-IF.
036252     MOVE "D"       TO BD-KEY-TYPE.
036255     MOVE "CONTROL" TO BD-KEY-VALUE.
036259     READ BUS-DATE-FILE
036262         INVALID KEY
036266             DISPLAY "MYPROF - BUSINESS DATE CONTROL RECORD "
036269                 "MISSING"
036272             MOVE 16 TO RETURN-CODE
036276             GO TO 9999-EXIT
036279     END-READ.
036283     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
036286     CLOSE BUS-DATE-FILE.
036290 1900-READ-BUSINESS-DATE-EXIT.
036293     EXIT.
036297
036300******************************************************************
036400* 2000-RESOLVE-TARGET - TURN THE PARAMETER INTO A CUSTOMER
036500* NUMBER AND NAME.  A NUMBER IS READ ON THE PRIMARY KEY; A NAME
