001700*                  Opening a new office is a run of this job,
001800*                  not a source change and recompile.  RC 4 =
001900*                  transaction(s) rejected - see the report.
001933* 10/15/26 TWK     Run date now comes from the BUSDATE business-
001967*                  date control file instead of the clock.
002000*
002100******************************************************************
002200 IDENTIFICATION DIVISION.
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT PRINT-FILE ASSIGN TO PRTFILE
004000         ORGANIZATION IS SEQUENTIAL.
004017     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
004033         ORGANIZATION IS INDEXED
004050         ACCESS MODE IS RANDOM
004067         RECORD KEY IS BD-KEY
004083         FILE STATUS IS WS-BUSDATE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
007600     RECORDING MODE IS F.
007700 01  RP-REPORT-LINE.
007800     COPY REPTREC.
007820
007840 FD  BUS-DATE-FILE.
007860 01  BD-DATE-RECORD.
007880     COPY BDATREC.
007900
008000 WORKING-STORAGE SECTION.
008100
011300     05  WS-CD-YYYY                PIC 9(04).
011400     05  WS-CD-MM                  PIC 9(02).
011500     05  WS-CD-DD                  PIC 9(02).
011512
011525******************************************************************
011538* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
011550* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
011562******************************************************************
011575 01  WS-BUSDATE-STATUS             PIC X(02).
011588     88  WS-BUSDATE-OK                       VALUE "00".
011600
011700 01  WS-RUN-DATE                   PIC X(10).
011800
023500     OPEN INPUT LOC-TRANS-FILE.
023600     OPEN OUTPUT LOC-OUT-FILE.
023700     OPEN OUTPUT PRINT-FILE.
023767     PERFORM 1900-READ-BUSINESS-DATE
023833         THRU 1900-READ-BUSINESS-DATE-EXIT.
023900     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
024000         DELIMITED BY SIZE INTO WS-RUN-DATE.
024100     MOVE ZERO TO LC-LOCALE-COUNT.
030200 1300-READ-TRANS-EXIT.
030300     EXIT.
030400
030403******************************************************************
030407* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
030410* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK.  THIS JOB RUNS
030414* ON REQUEST RATHER THAN AS PART OF A DAILY CYCLE, SO IT MAY RUN
030417* MORE THAN ONCE FOR THE SAME BUSINESS DATE.
030421******************************************************************
030424 1900-READ-BUSINESS-DATE.
030428     OPEN INPUT BUS-DATE-FILE.
030431     IF NOT WS-BUSDATE-OK
030434         DISPLAY "MYLOCM - BUSDATE OPEN FAILED, STATUS = "
030438             WS-BUSDATE-STATUS
030441         MOVE 16 TO RETURN-CODE
030445         GO TO 9999-EXIT
030448     END-IF.
030452     MOVE "D"       TO BD-KEY-TYPE.
030455     MOVE "CONTROL" TO BD-KEY-VALUE.
030459     READ BUS-DATE-FILE
030462         INVALID KEY
030466             DISPLAY "MYLOCM - BUSINESS DATE CONTROL RECORD "
030469                 "MISSING"
030472             MOVE 16 TO RETURN-CODE
030476             GO TO 9999-EXIT
030479     END-READ.
030483     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
030486     CLOSE BUS-DATE-FILE.
030490 1900-READ-BUSINESS-DATE-EXIT.
030493     EXIT.
030497
030500******************************************************************
030600* 2000-APPLY-TRANS - APPLY THE CURRENT TRANSACTION TO THE TABLE
030700* AND PRINT ITS RESULT LINE.
