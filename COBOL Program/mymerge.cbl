002100*                  this step.  RC 4 = one or more transactions
002200*                  rejected (printed on the report), RC 0 = all
002300*                  merges applied.
002333* 10/15/26 TWK     Run date now comes from the BUSDATE business-
002367*                  date control file instead of the clock.
002375* 10/15/26 TWK     The survivor and loser work records widened
002383*                  with MASTREC for the new customer locale code
002392*                  (151 -> 153).
002394* 10/15/26 TWK     MERGE history rows are dated from the clock,
002396*                  as the other batch updaters date theirs, not
002398*                  from the business date.
002400*
002500******************************************************************
002600 IDENTIFICATION DIVISION.
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT PRINT-FILE ASSIGN TO PRTFILE
004600         ORGANIZATION IS SEQUENTIAL.
004617     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
004633         ORGANIZATION IS INDEXED
004650         ACCESS MODE IS RANDOM
004667         RECORD KEY IS BD-KEY
004683         FILE STATUS IS WS-BUSDATE-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
007400     RECORDING MODE IS F.
007500 01  RP-REPORT-LINE.
007600     COPY REPTREC.
007620
007640 FD  BUS-DATE-FILE.
007660 01  BD-DATE-RECORD.
007680     COPY BDATREC.
007700
007800 WORKING-STORAGE SECTION.
007900
009500 01  WS-SURVIVOR-RECORD.
009600     05  WS-SV-CUST-NUMBER         PIC 9(07).
009700     05  WS-SV-NAME-KEY            PIC X(30).
009800     05  WS-SV-REST                PIC X(116).
009900
010000 01  WS-LOSER-RECORD.
010100     05  WS-LO-CUST-NUMBER         PIC 9(07).
010200     05  WS-LO-NAME-KEY            PIC X(30).
010300     05  WS-LO-REST                PIC X(116).
010400
010500 01  WS-REJECT-MESSAGE             PIC X(40).
010600
010800     05  WS-CD-YYYY                PIC 9(04).
010900     05  WS-CD-MM                  PIC 9(02).
011000     05  WS-CD-DD                  PIC 9(02).
011012
011025******************************************************************
011038* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
011050* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
011062******************************************************************
011075 01  WS-BUSDATE-STATUS             PIC X(02).
011088     88  WS-BUSDATE-OK                       VALUE "00".
011100
011200 01  WS-RUN-DATE                   PIC X(10).
011210
011220******************************************************************
011230* HISTORY TIMESTAMP WORK FIELDS - THE DATE AND THE RAW HHMMSSCC
011240* FROM ACCEPT ARE REBUILT AS MM/DD/YYYY AND HH:MM:SS, THE SHAPE
011250* MYMAINT WRITES WITH FORMATTIME, SO MERGE ROWS READ LIKE THE
011255* ONLINE ONES.
011260******************************************************************
011262 01  WS-HIST-DATE.
011264     05  WS-HD-YYYY                PIC X(04).
011266     05  WS-HD-MM                  PIC X(02).
011268     05  WS-HD-DD                  PIC X(02).
011269
011270 01  WS-RAW-TIME.
011280     05  WS-RT-HH                  PIC X(02).
011290     05  WS-RT-MM                  PIC X(02).
020900     END-IF.
021000     OPEN OUTPUT HIST-FILE.
021100     OPEN OUTPUT PRINT-FILE.
021167     PERFORM 1900-READ-BUSINESS-DATE
021233         THRU 1900-READ-BUSINESS-DATE-EXIT.
021300     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
021400         DELIMITED BY SIZE INTO WS-RUN-DATE.
021600     PERFORM 1200-WRITE-HEADINGS
024700 1200-WRITE-HEADINGS-EXIT.
024800     EXIT.
024900
024903******************************************************************
024907* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
024910* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK.  THIS JOB RUNS
024914* ON REQUEST RATHER THAN AS PART OF A DAILY CYCLE, SO IT MAY RUN
024917* MORE THAN ONCE FOR THE SAME BUSINESS DATE.
024921******************************************************************
024924 1900-READ-BUSINESS-DATE.
024928     OPEN INPUT BUS-DATE-FILE.
024931     IF NOT WS-BUSDATE-OK
024934         DISPLAY "MYMERGE - BUSDATE OPEN FAILED, STATUS = "
024938             WS-BUSDATE-STATUS
024941         MOVE 16 TO RETURN-CODE
024945         GO TO 9999-EXIT
024948     END-IF.
024952     MOVE "D"       TO BD-KEY-TYPE.
024955     MOVE "CONTROL" TO BD-KEY-VALUE.
024959     READ BUS-DATE-FILE
024962         INVALID KEY
024966             DISPLAY "MYMERGE - BUSINESS DATE CONTROL RECORD "
024969                 "MISSING"
024972             MOVE 16 TO RETURN-CODE
024976             GO TO 9999-EXIT
024979     END-READ.
024983     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
024986     CLOSE BUS-DATE-FILE.
024990 1900-READ-BUSINESS-DATE-EXIT.
024993     EXIT.
024997
025000******************************************************************
025100* 2000-PROCESS-MERGE - EDIT THE CURRENT TRANSACTION, FETCH BOTH
025200* RECORDS, AND APPLY THE MERGE WHEN EVERYTHING CHECKS OUT; A
034700     MOVE "MERGE"            TO HS-ACTION.
034800     MOVE "MYMERGE "         TO HS-OPERATOR-ID.
034900     MOVE "BTCH"             TO HS-TERMINAL-ID.
034950     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.
035000     STRING WS-HD-MM "/" WS-HD-DD "/" WS-HD-YYYY
035050         DELIMITED BY SIZE INTO HS-HIST-DATE.
035100     ACCEPT WS-RAW-TIME FROM TIME.
035150     STRING WS-RT-HH ":" WS-RT-MM ":" WS-RT-SS
035160         DELIMITED BY SIZE INTO WS-HIST-TIME.
