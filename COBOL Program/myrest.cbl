001642* 09/02/26 TWK     MASTREC now carries address and contact
001644*                  fields - the archive record widened with it
001646*                  (LRECL 77 -> 151).
001650* 10/15/26 TWK     A restore is journaled as a RESTOR change-
001655*                  history row (after image the restored record)
001660*                  to RESTHIST, which the job REPROs onto the
001665*                  NAME.HISTORY cluster, so MYRECV can replay it
001670*                  over a master backup.
001675* 10/15/26 TWK     Run date now comes from the BUSDATE business-
001680*                  date control file instead of the clock.
001685* 10/15/26 TWK     The archive record widened with MASTREC for the
001690*                  new customer locale code (LRECL 151 -> 153).
001692* 10/15/26 TWK     RESTOR history rows are dated from the clock,
001693*                  as the other batch updaters date theirs, not
001694*                  from the business date.
001695*
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  MYREST.
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS MA-CUST-NUMBER
003600         FILE STATUS IS WS-MASTER-STATUS.
003633     SELECT HIST-FILE ASSIGN TO RESTHIST
003667         ORGANIZATION IS SEQUENTIAL.
003673     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
003678         ORGANIZATION IS INDEXED
003683         ACCESS MODE IS RANDOM
003689         RECORD KEY IS BD-KEY
003695         FILE STATUS IS WS-BUSDATE-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004700     RECORDING MODE IS F.
004800 01  AR-ARCHIVE-RECORD.
004900     05  AR-CUST-NUMBER            PIC 9(07).
005000     05  AR-REST-OF-RECORD         PIC X(146).
005100
005200 FD  NAME-MASTER.
005300 01  MA-MASTER-RECORD.
005400     COPY MASTREC.
005500
005517 FD  HIST-FILE
005533     RECORDING MODE IS F.
005550 01  HS-HIST-RECORD.
005567     COPY HISTREC.
005570
005573 FD  BUS-DATE-FILE.
005577 01  BD-DATE-RECORD.
005580     COPY BDATREC.
005583
005600 WORKING-STORAGE SECTION.
005700
005800 01  WS-SWITCHES.
007100* CUSTOMER - LATER GENERATIONS ARE CONCATENATED AFTER EARLIER
007200* ONES, SO THE LAST MATCH READ WINS.
007300******************************************************************
007400 01  WS-SAVED-RECORD               PIC X(153).
007500
007600 01  WS-CURRENT-DATE.
007700     05  WS-CD-YYYY                PIC 9(04).
007800     05  WS-CD-MM                  PIC 9(02).
007900     05  WS-CD-DD                  PIC 9(02).
007912
007925******************************************************************
007938* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
007950* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
007962******************************************************************
007975 01  WS-BUSDATE-STATUS             PIC X(02).
007988     88  WS-BUSDATE-OK                       VALUE "00".
008000
008100 01  WS-RUN-DATE                   PIC X(10).
008200
008208******************************************************************
008217* HISTORY TIMESTAMP WORK FIELDS - THE DATE AND THE RAW HHMMSSCC
008225* FROM ACCEPT ARE REBUILT AS MM/DD/YYYY AND HH:MM:SS, THE SHAPE
008233* MYMAINT WRITES, SO RESTORE ROWS READ LIKE THE ONLINE ONES.
008242******************************************************************
008244 01  WS-HIST-DATE.
008245     05  WS-HD-YYYY                PIC X(04).
008246     05  WS-HD-MM                  PIC X(02).
008247     05  WS-HD-DD                  PIC X(02).
008248
008250 01  WS-RAW-TIME.
008258     05  WS-RT-HH                  PIC X(02).
008267     05  WS-RT-MM                  PIC X(02).
008275     05  WS-RT-SS                  PIC X(02).
008283     05  FILLER                    PIC X(02).
008292
008300 PROCEDURE DIVISION.
008400
008500******************************************************************
011000         MOVE 16 TO RETURN-CODE
011100         GO TO 9999-EXIT
011200     END-IF.
011267     PERFORM 1900-READ-BUSINESS-DATE
011333         THRU 1900-READ-BUSINESS-DATE-EXIT.
011400     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
011500         DELIMITED BY SIZE INTO WS-RUN-DATE.
011600     OPEN INPUT ARCHIVE-FILE.
011700     OPEN I-O NAME-MASTER.
011750     OPEN OUTPUT HIST-FILE.
011800     IF NOT WS-MASTER-OK
011900         DISPLAY "MYREST - NAME-MASTER OPEN FAILED, STATUS = "
012000             WS-MASTER-STATUS
013700 1100-READ-ARCHIVE-EXIT.
013800     EXIT.
013900
013903******************************************************************
013907* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
013910* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK.  THIS JOB RUNS
013914* ON REQUEST RATHER THAN AS PART OF A DAILY CYCLE, SO IT MAY RUN
013917* MORE THAN ONCE FOR THE SAME BUSINESS DATE.
013921******************************************************************
013924 1900-READ-BUSINESS-DATE.
013928     OPEN INPUT BUS-DATE-FILE.
013931     IF NOT WS-BUSDATE-OK
013934         DISPLAY "MYREST - BUSDATE OPEN FAILED, STATUS = "
013938             WS-BUSDATE-STATUS
013941         MOVE 16 TO RETURN-CODE
013945         GO TO 9999-EXIT
013948     END-IF.
013952     MOVE "D"       TO BD-KEY-TYPE.
013955     MOVE "CONTROL" TO BD-KEY-VALUE.
013959     READ BUS-DATE-FILE
013962         INVALID KEY
013966             DISPLAY "MYREST - BUSINESS DATE CONTROL RECORD "
013969                 "MISSING"
013972             MOVE 16 TO RETURN-CODE
013976             GO TO 9999-EXIT
013979     END-READ.
013983     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
013986     CLOSE BUS-DATE-FILE.
013990 1900-READ-BUSINESS-DATE-EXIT.
013993     EXIT.
013997
014000******************************************************************
014100* 2000-SCAN-ARCHIVE - KEEP THE CURRENT RECORD IF IT IS THE
014200* WANTED CUSTOMER (A LATER MATCH REPLACES AN EARLIER ONE), THEN
017600     IF RETURN-CODE = ZERO
017700         DISPLAY "MYREST - CUST NO " WS-WANTED-CUST-NUMBER
017800             " RESTORED TO THE MASTER"
017833         PERFORM 3100-WRITE-HISTORY
017867             THRU 3100-WRITE-HISTORY-EXIT
017900     END-IF.
018000 3000-RESTORE-RECORD-EXIT.
018100     EXIT.
018200
018205******************************************************************
018209* 3100-WRITE-HISTORY - WRITE ONE RESTOR CHANGE-HISTORY RECORD IN
018214* THE SAME LAYOUT MYMAINT WRITES.  THE BEFORE IMAGE IS SPACES
018218* AND THE AFTER IMAGE IS THE RECORD AS RESTORED, AS FOR AN ADD.
018223* THE OPERATOR ID IS THIS PROGRAM'S NAME AND THE TERMINAL ID
018227* THE BATCH STAND-IN.
018232******************************************************************
018236 3100-WRITE-HISTORY.
018241     MOVE SPACES             TO HS-HIST-RECORD.
018245     MOVE "RESTOR"           TO HS-ACTION.
018250     MOVE "MYREST  "         TO HS-OPERATOR-ID.
018255     MOVE "BTCH"             TO HS-TERMINAL-ID.
018257     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.
018258     STRING WS-HD-MM "/" WS-HD-DD "/" WS-HD-YYYY
018259         DELIMITED BY SIZE INTO HS-HIST-DATE.
018264     ACCEPT WS-RAW-TIME FROM TIME.
018268     STRING WS-RT-HH ":" WS-RT-MM ":" WS-RT-SS
018273         DELIMITED BY SIZE INTO HS-HIST-TIME.
018277     MOVE MA-MASTER-RECORD   TO HS-AFTER-IMAGE.
018282     WRITE HS-HIST-RECORD.
018286 3100-WRITE-HISTORY-EXIT.
018291     EXIT.
018295
018300******************************************************************
018400* 8000-TERMINATE - CLOSE THE FILES.
018500******************************************************************
018600 8000-TERMINATE.
018700     CLOSE ARCHIVE-FILE.
018800     CLOSE NAME-MASTER.
018850     CLOSE HIST-FILE.
018900 8000-TERMINATE-EXIT.
019000     EXIT.
019100
