000100******************************************************************
000200* Program name:    MYDELTA
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - writes the daily customer change
000900*                  delta feed.  Reads the day's NAME.HISTORY.DAILY
001000*                  generation (every master change from the MANT
001100*                  transaction and the batch updaters, cut by
001200*                  MYHIST.jcl after the nightly cycle) and writes
001300*                  one DELTREC detail per change, between an "H"
001400*                  header and a "T" trailer carrying the detail
001500*                  count.  DENIED rows and the suspense correction
001600*                  rows (REPAIR, RELEAS, VOID) never touched the
001700*                  master and are passed over.
001717* 10/15/26 TWK     Dated from the BUSDATE business-date control
001733*                  file instead of the clock.  The run refuses to
001750*                  start (RC 16) when this cycle already completed
001767*                  for the business date, and marks the cycle
001783*                  complete when it ends below RC 16.
001790* 10/15/26 TWK     The business-date check now runs before the
001791*                  delta feed is opened, so a refused run leaves
001792*                  it untouched.
001800*
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  MYDELTA.
002200 AUTHOR. TWK.
002300 INSTALLATION. COBOL DEVELOPMENT CENTER.
002400 DATE-WRITTEN. 10/15/26.
002500 DATE-COMPILED. 10/15/26.
002600 SECURITY. NON-CONFIDENTIAL.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HIST-FILE ASSIGN TO NAMEHIST
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-HIST-STATUS.
003300     SELECT DELTA-FILE ASSIGN TO DELTOUT
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-DELTA-STATUS.
003517     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
003533         ORGANIZATION IS INDEXED
003550         ACCESS MODE IS RANDOM
003567         RECORD KEY IS BD-KEY
003583         FILE STATUS IS WS-BUSDATE-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900
004000 FD  HIST-FILE
004100     RECORDING MODE IS F.
004200 01  HS-HIST-RECORD.
004300     COPY HISTREC.
004400
004500 FD  DELTA-FILE
004600     RECORDING MODE IS F.
004700 01  DF-DELTA-RECORD.
004800     COPY DELTREC.
004820
004840 FD  BUS-DATE-FILE.
004860 01  BD-DATE-RECORD.
004880     COPY BDATREC.
004900
005000 WORKING-STORAGE SECTION.
005100
005200 01  WS-SWITCHES.
005300     05  WS-HIST-EOF-SW            PIC X(01) VALUE "N".
005400         88  WS-HIST-EOF                     VALUE "Y".
005500
005600 01  WS-HIST-STATUS                PIC X(02).
005700     88  WS-HIST-OK                          VALUE "00".
005800
005900 01  WS-DELTA-STATUS               PIC X(02).
006000     88  WS-DELTA-OK                         VALUE "00".
006100
006200 01  WS-READ-COUNT                 PIC 9(07) VALUE 0.
006300 01  WS-PASSED-COUNT               PIC 9(07) VALUE 0.
006400 01  WS-DETAIL-COUNT               PIC 9(07) VALUE 0.
006500 01  WS-ADD-COUNT                  PIC 9(07) VALUE 0.
006600 01  WS-CHANGE-COUNT               PIC 9(07) VALUE 0.
006700 01  WS-DELETE-COUNT               PIC 9(07) VALUE 0.
006800 01  WS-MERGE-COUNT                PIC 9(07) VALUE 0.
006900 01  WS-PURGE-COUNT                PIC 9(07) VALUE 0.
007000 01  WS-RESTORE-COUNT              PIC 9(07) VALUE 0.
007100
007200 01  WS-CURRENT-DATE.
007300     05  WS-CD-YYYY                PIC 9(04).
007400     05  WS-CD-MM                  PIC 9(02).
007500     05  WS-CD-DD                  PIC 9(02).
007510
007520******************************************************************
007530* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
007540* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
007550******************************************************************
007560 01  WS-BUSDATE-STATUS             PIC X(02).
007570     88  WS-BUSDATE-OK                       VALUE "00".
007580 01  WS-CYCLE-ROW-SW               PIC X(01) VALUE "N".
007590     88  WS-CYCLE-ROW-ON-FILE                VALUE "Y".
007600
007700 01  WS-RUN-DATE                   PIC X(10).
007800
007900 PROCEDURE DIVISION.
008000
008100******************************************************************
008200* 0000-MAINLINE - HEADER, ONE DETAIL PER MASTER CHANGE, TRAILER.
008300******************************************************************
008400 0000-MAINLINE.
008500     PERFORM 1000-INITIALIZE
008600         THRU 1000-INITIALIZE-EXIT.
008700     PERFORM 2000-PROCESS-HISTORY
008800         THRU 2000-PROCESS-HISTORY-EXIT
008900         UNTIL WS-HIST-EOF.
009000     PERFORM 8000-TERMINATE
009100         THRU 8000-TERMINATE-EXIT.
009200     GO TO 9999-EXIT.
009300
009400******************************************************************
009500* 1000-INITIALIZE - CHECK THE BUSINESS DATE BEFORE THE FEED IS
009550* OPENED, OPEN THE FILES, WRITE THE HEADER, AND PRIME
009600* THE FIRST READ.  AN EMPTY DAY STILL GETS A HEADER AND A ZERO
009700* TRAILER SO DOWNSTREAM CAN TELL "NO CHANGES" FROM "NO FEED".
009800******************************************************************
009900 1000-INITIALIZE.
009950     PERFORM 1900-READ-BUSINESS-DATE
009970         THRU 1900-READ-BUSINESS-DATE-EXIT.
010000     OPEN INPUT HIST-FILE.
010100     IF NOT WS-HIST-OK
010200         DISPLAY "MYDELTA - NAMEHIST OPEN FAILED, STATUS = "
010300             WS-HIST-STATUS
010400         MOVE 16 TO RETURN-CODE
010500         GO TO 9999-EXIT
010600     END-IF.
010700     OPEN OUTPUT DELTA-FILE.
010800     IF NOT WS-DELTA-OK
010900         DISPLAY "MYDELTA - DELTOUT OPEN FAILED, STATUS = "
011000             WS-DELTA-STATUS
011100         MOVE 16 TO RETURN-CODE
011200         GO TO 9999-EXIT
011300     END-IF.
011500     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
011600         DELIMITED BY SIZE INTO WS-RUN-DATE.
011700     MOVE SPACES           TO DF-DELTA-RECORD.
011800     SET DF-HEADER-RECORD  TO TRUE.
011900     MOVE WS-RUN-DATE      TO DF-HDR-RUN-DATE.
012000     MOVE "MYDELTA "       TO DF-HDR-SOURCE-PGM.
012100     WRITE DF-DELTA-RECORD.
012200     PERFORM 1100-READ-HISTORY
012300         THRU 1100-READ-HISTORY-EXIT.
012400 1000-INITIALIZE-EXIT.
012500     EXIT.
012600
012700 1100-READ-HISTORY.
012800     READ HIST-FILE
012900         AT END
013000             SET WS-HIST-EOF TO TRUE
013100             GO TO 1100-READ-HISTORY-EXIT
013200     END-READ.
013300     ADD 1 TO WS-READ-COUNT.
013400 1100-READ-HISTORY-EXIT.
013500     EXIT.
013600
013602******************************************************************
013604* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
013607* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK, SO A CYCLE THAT
013609* RUNS PAST MIDNIGHT OR IS RESTARTED NEXT MORNING STILL WORKS AS
013611* OF ITS OWN DAY.  A CYCLE THAT HAS ALREADY COMPLETED FOR THE
013613* BUSINESS DATE REFUSES TO RUN AGAIN UNTIL A MYBDATE "C" CARD
013615* REOPENS IT.
013617******************************************************************
013620 1900-READ-BUSINESS-DATE.
013622     OPEN INPUT BUS-DATE-FILE.
013624     IF NOT WS-BUSDATE-OK
013626         DISPLAY "MYDELTA - BUSDATE OPEN FAILED, STATUS = "
013628             WS-BUSDATE-STATUS
013630         MOVE 16 TO RETURN-CODE
013633         GO TO 9999-EXIT
013635     END-IF.
013637     MOVE "D"       TO BD-KEY-TYPE.
013639     MOVE "CONTROL" TO BD-KEY-VALUE.
013641     READ BUS-DATE-FILE
013643         INVALID KEY
013646             DISPLAY "MYDELTA - BUSINESS DATE CONTROL RECORD "
013648                 "MISSING"
013650             MOVE 16 TO RETURN-CODE
013652             GO TO 9999-EXIT
013654     END-READ.
013657     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
013659     MOVE "C"       TO BD-KEY-TYPE.
013661     MOVE "MYDELTA" TO BD-KEY-VALUE.
013663     READ BUS-DATE-FILE
013665         INVALID KEY
013667             MOVE ZERO TO BD-CYC-LAST-DATE
013670     END-READ.
013672     IF BD-CYC-LAST-DATE NOT < WS-CURRENT-DATE
013674         DISPLAY "MYDELTA - CYCLE ALREADY COMPLETE FOR BUSINESS "
013676             "DATE " WS-CURRENT-DATE
013678         DISPLAY "MYDELTA - REOPEN IT WITH A MYBDATE C CARD "
013680             "TO RERUN"
013683         MOVE 16 TO RETURN-CODE
013685         CLOSE BUS-DATE-FILE
013687         GO TO 9999-EXIT
013689     END-IF.
013691     CLOSE BUS-DATE-FILE.
013693 1900-READ-BUSINESS-DATE-EXIT.
013696     EXIT.
013698
013700******************************************************************
013800* 2000-PROCESS-HISTORY - ONE DELTA DETAIL PER MASTER CHANGE.
013900* THE AFTER IMAGE DESCRIBES AN ADD, CHANGE, OR RESTOR; THE
014000* BEFORE IMAGE DESCRIBES A DELETE, PURGE, OR MERGE (THE LOSING
014100* RECORD - THE MERGE AFTER IMAGE GIVES THE SURVIVOR'S NUMBER).
014200******************************************************************
014300 2000-PROCESS-HISTORY.
014400     MOVE SPACES           TO DF-DELTA-RECORD.
014500     SET DF-DETAIL-RECORD  TO TRUE.
014600     MOVE ZERO             TO DF-SURVIVOR-NUMBER.
014700     IF HS-ACTION-ADD
014800      OR HS-ACTION-CHANGE
014900      OR HS-ACTION-RESTORE
015000         PERFORM 2100-MOVE-AFTER-IMAGE
015100             THRU 2100-MOVE-AFTER-IMAGE-EXIT
015200     ELSE
015300         IF HS-ACTION-DELETE
015400          OR HS-ACTION-PURGE
015500          OR HS-ACTION-MERGE
015600             PERFORM 2200-MOVE-BEFORE-IMAGE
015700                 THRU 2200-MOVE-BEFORE-IMAGE-EXIT
015800         ELSE
015900             ADD 1 TO WS-PASSED-COUNT
016000             GO TO 2000-READ-NEXT
016100         END-IF
016200     END-IF.
016300     IF HS-ACTION-MERGE
016400         MOVE HS-AFT-CUST-NUMBER TO DF-SURVIVOR-NUMBER
016500     END-IF.
016600     MOVE HS-ACTION        TO DF-EVENT-TYPE.
016700     IF HS-TERMINAL-ID = "BTCH"
016800         MOVE HS-OPERATOR-ID TO DF-SOURCE-PGM
016900         MOVE "BATCH   "     TO DF-OPERATOR-ID
017000     ELSE
017100         MOVE "MYMAINT "     TO DF-SOURCE-PGM
017200         MOVE HS-OPERATOR-ID TO DF-OPERATOR-ID
017300     END-IF.
017400     MOVE HS-TERMINAL-ID   TO DF-TERMINAL-ID.
017500     MOVE HS-HIST-DATE     TO DF-EVENT-DATE.
017600     MOVE HS-HIST-TIME     TO DF-EVENT-TIME.
017700     WRITE DF-DELTA-RECORD.
017800     ADD 1 TO WS-DETAIL-COUNT.
017900     PERFORM 2300-COUNT-EVENT
018000         THRU 2300-COUNT-EVENT-EXIT.
018100 2000-READ-NEXT.
018200     PERFORM 1100-READ-HISTORY
018300         THRU 1100-READ-HISTORY-EXIT.
018400 2000-PROCESS-HISTORY-EXIT.
018500     EXIT.
018600
018700 2100-MOVE-AFTER-IMAGE.
018800     MOVE HS-AFT-CUST-NUMBER TO DF-CUST-NUMBER.
018900     MOVE HS-AFT-NAME-KEY    TO DF-FULL-NAME.
019000     MOVE HS-AFT-FIRST-NAME  TO DF-FIRST-NAME.
019100     MOVE HS-AFT-LAST-NAME   TO DF-LAST-NAME.
019200     MOVE HS-AFT-STREET-ADDR TO DF-STREET-ADDR.
019300     MOVE HS-AFT-CITY        TO DF-CITY.
019400     MOVE HS-AFT-STATE       TO DF-STATE.
019500     MOVE HS-AFT-POSTAL-CODE TO DF-POSTAL-CODE.
019600     MOVE HS-AFT-PHONE       TO DF-PHONE.
019700 2100-MOVE-AFTER-IMAGE-EXIT.
019800     EXIT.
019900
020000 2200-MOVE-BEFORE-IMAGE.
020100     MOVE HS-BEF-CUST-NUMBER TO DF-CUST-NUMBER.
020200     MOVE HS-BEF-NAME-KEY    TO DF-FULL-NAME.
020300     MOVE HS-BEF-FIRST-NAME  TO DF-FIRST-NAME.
020400     MOVE HS-BEF-LAST-NAME   TO DF-LAST-NAME.
020500     MOVE HS-BEF-STREET-ADDR TO DF-STREET-ADDR.
020600     MOVE HS-BEF-CITY        TO DF-CITY.
020700     MOVE HS-BEF-STATE       TO DF-STATE.
020800     MOVE HS-BEF-POSTAL-CODE TO DF-POSTAL-CODE.
020900     MOVE HS-BEF-PHONE       TO DF-PHONE.
021000 2200-MOVE-BEFORE-IMAGE-EXIT.
021100     EXIT.
021200
021300 2300-COUNT-EVENT.
021400     IF HS-ACTION-ADD
021500         ADD 1 TO WS-ADD-COUNT
021600     END-IF.
021700     IF HS-ACTION-CHANGE
021800         ADD 1 TO WS-CHANGE-COUNT
021900     END-IF.
022000     IF HS-ACTION-DELETE
022100         ADD 1 TO WS-DELETE-COUNT
022200     END-IF.
022300     IF HS-ACTION-MERGE
022400         ADD 1 TO WS-MERGE-COUNT
022500     END-IF.
022600     IF HS-ACTION-PURGE
022700         ADD 1 TO WS-PURGE-COUNT
022800     END-IF.
022900     IF HS-ACTION-RESTORE
023000         ADD 1 TO WS-RESTORE-COUNT
023100     END-IF.
023200 2300-COUNT-EVENT-EXIT.
023300     EXIT.
023400
023500******************************************************************
023600* 8000-TERMINATE - WRITE THE TRAILER, REPORT THE COUNTS, AND
023700* CLOSE THE FILES.
023800******************************************************************
023900 8000-TERMINATE.
024000     MOVE SPACES           TO DF-DELTA-RECORD.
024100     SET DF-TRAILER-RECORD TO TRUE.
024200     MOVE WS-DETAIL-COUNT  TO DF-TRL-DETAIL-COUNT.
024300     WRITE DF-DELTA-RECORD.
024400     DISPLAY "MYDELTA - HISTORY ROWS READ:   " WS-READ-COUNT.
024500     DISPLAY "MYDELTA - NOT MASTER CHANGES:  " WS-PASSED-COUNT.
024600     DISPLAY "MYDELTA - DELTA DETAILS:       " WS-DETAIL-COUNT.
024700     DISPLAY "MYDELTA -   ADDS:              " WS-ADD-COUNT.
024800     DISPLAY "MYDELTA -   CHANGES:           " WS-CHANGE-COUNT.
024900     DISPLAY "MYDELTA -   DELETES:           " WS-DELETE-COUNT.
025000     DISPLAY "MYDELTA -   MERGES:            " WS-MERGE-COUNT.
025100     DISPLAY "MYDELTA -   PURGES:            " WS-PURGE-COUNT.
025200     DISPLAY "MYDELTA -   RESTORES:          " WS-RESTORE-COUNT.
025300     CLOSE HIST-FILE.
025400     CLOSE DELTA-FILE.
025433     PERFORM 8900-MARK-CYCLE-COMPLETE
025467         THRU 8900-MARK-CYCLE-COMPLETE-EXIT.
025500 8000-TERMINATE-EXIT.
025600     EXIT.
025602
025604******************************************************************
025606* 8900-MARK-CYCLE-COMPLETE - RECORD ON THE BUSDATE CONTROL FILE
025608* THAT THIS CYCLE RAN TO COMPLETION FOR THE BUSINESS DATE, SO IT
025610* WILL NOT RUN AGAIN FOR THE SAME DAY AND THE END-OF-DAY ROLL CAN
025612* SEE IT FINISHED.  A RUN ENDING RC 16 IS NOT MARKED.
025615******************************************************************
025617 8900-MARK-CYCLE-COMPLETE.
025619     IF RETURN-CODE NOT < 16
025621         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
025623     END-IF.
025625     OPEN I-O BUS-DATE-FILE.
025627     IF NOT WS-BUSDATE-OK
025629         DISPLAY "MYDELTA - BUSDATE UPDATE OPEN FAILED, "
025631             "STATUS = " WS-BUSDATE-STATUS
025633         MOVE 16 TO RETURN-CODE
025635         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
025638     END-IF.
025640     MOVE "C"       TO BD-KEY-TYPE.
025642     MOVE "MYDELTA" TO BD-KEY-VALUE.
025644     READ BUS-DATE-FILE
025646         INVALID KEY
025648             MOVE "N" TO WS-CYCLE-ROW-SW
025650         NOT INVALID KEY
025652             SET WS-CYCLE-ROW-ON-FILE TO TRUE
025654     END-READ.
025656     IF NOT WS-CYCLE-ROW-ON-FILE
025658         MOVE SPACES    TO BD-DATE-RECORD
025660         MOVE "C"       TO BD-KEY-TYPE
025663         MOVE "MYDELTA" TO BD-KEY-VALUE
025665     END-IF.
025667     MOVE WS-CURRENT-DATE TO BD-CYC-LAST-DATE.
025669     ACCEPT BD-CYC-STAMP-DATE FROM DATE YYYYMMDD.
025671     ACCEPT BD-CYC-STAMP-TIME FROM TIME.
025673     IF WS-CYCLE-ROW-ON-FILE
025675         REWRITE BD-DATE-RECORD
025677     ELSE
025679         WRITE BD-DATE-RECORD
025681     END-IF.
025683     IF NOT WS-BUSDATE-OK
025685         DISPLAY "MYDELTA - BUSDATE CYCLE UPDATE FAILED, "
025688             "STATUS = " WS-BUSDATE-STATUS
025690         MOVE 16 TO RETURN-CODE
025692     END-IF.
025694     CLOSE BUS-DATE-FILE.
025696 8900-MARK-CYCLE-COMPLETE-EXIT.
025698     EXIT.
025700
025800 9999-EXIT.
025900     STOP RUN.
