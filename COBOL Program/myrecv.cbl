000100******************************************************************
000200* Program name:    MYRECV
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - point-in-time recovery for NAME-
000900*                  MASTER.  The job reloads a freshly defined
001000*                  master cluster from a nightly MASTER.BACKUP
001100*                  generation; this program then replays the
001200*                  change journal (the NAME.HISTORY.DAILY
001300*                  generations and the current NAME.HISTORY
001400*                  cluster) over it in timestamp order, up to the
001500*                  date and time given on SYSIN (blank = replay
001600*                  everything), and writes the recovered CUSTCTL
001700*                  record for the job to load.  Each row is
001800*                  applied so the record ends up as the row says
001900*                  - an ADD, CHANGE, or RESTOR after image is
002000*                  written or rewritten, a DELETE, PURGE, or
002100*                  MERGE before-image number is deleted if it is
002200*                  there - so a row already reflected in the
002300*                  backup does no harm and the journal may safely
002400*                  start before the backup was taken.  DENIED and
002500*                  the suspense correction rows (REPAIR, RELEAS,
002600*                  VOID) never touched the master and are passed
002700*                  over.  Prints every applied row and the
002800*                  reconciliation: backup count plus inserts less
002900*                  removals must equal the records on the rebuilt
003000*                  master.  RC 0 = recovered and in balance,
003100*                  RC 8 = out of balance, RC 16 = could not run.
003133* 10/15/26 TWK     Run date now comes from the BUSDATE business-
003167*                  date control file instead of the clock.
003175* 10/15/26 TWK     The backup and journal records widened with
003183*                  MASTREC for the new customer locale code (LRECL
003192*                  151 -> 153 and 338 -> 342).
003200*
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.  MYRECV.
003600 AUTHOR. TWK.
003700 INSTALLATION. COBOL DEVELOPMENT CENTER.
003800 DATE-WRITTEN. 10/15/26.
003900 DATE-COMPILED. 10/15/26.
004000 SECURITY. NON-CONFIDENTIAL.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT JOURNAL-FILE ASSIGN TO JRNLIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-JOURNAL-STATUS.
004700     SELECT BACKUP-FILE ASSIGN TO MASTBKUP
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-BACKUP-STATUS.
005000     SELECT CTL-BACKUP-FILE ASSIGN TO CTLBKUP
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-CTLBKUP-STATUS.
005300     SELECT NAME-MASTER ASSIGN TO NAMEMAST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS MA-CUST-NUMBER
005700         FILE STATUS IS WS-MASTER-STATUS.
005800     SELECT CTL-OUT-FILE ASSIGN TO CTLOUT
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT PRINT-FILE ASSIGN TO PRTFILE
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT SORT-WORK ASSIGN TO SORTWK01.
006217     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
006233         ORGANIZATION IS INDEXED
006250         ACCESS MODE IS RANDOM
006267         RECORD KEY IS BD-KEY
006283         FILE STATUS IS WS-BUSDATE-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600
006700******************************************************************
006800* THE JOURNAL IS HISTREC ROWS FROM SEVERAL DATASETS; EACH ROW IS
006900* READ INTO WS-HIST-RECORD, SO THE RECORD AREA IS NEVER USED
007000* AFTER THE FILE IS CLOSED AT THE END OF THE SORT INPUT.
007100******************************************************************
007200 FD  JOURNAL-FILE
007300     RECORDING MODE IS F.
007400 01  JR-JOURNAL-RECORD             PIC X(342).
007500
007600 FD  BACKUP-FILE
007700     RECORDING MODE IS F.
007800 01  BK-BACKUP-RECORD.
007900     05  BK-CUST-NUMBER            PIC 9(07).
008000     05  FILLER                    PIC X(146).
008100
008200 FD  CTL-BACKUP-FILE
008300     RECORDING MODE IS F.
008400 01  CB-CONTROL-RECORD.
008500     COPY CUSTCTL.
008600
008700 FD  NAME-MASTER.
008800 01  MA-MASTER-RECORD.
008900     COPY MASTREC.
009000
009100 FD  CTL-OUT-FILE
009200     RECORDING MODE IS F.
009300 01  CO-CONTROL-RECORD             PIC X(15).
009400
009500 FD  PRINT-FILE
009600     RECORDING MODE IS F.
009700 01  RP-REPORT-LINE.
009800     COPY REPTREC.
009900
010000******************************************************************
010100* SR-SORT-RECORD IS ONE JOURNAL ROW KEYED ON ITS TIMESTAMP AS
010200* YYYYMMDDHHMMSS, WITH THE ORDER IT WAS READ IN AS THE MINOR KEY
010300* SO ROWS WRITTEN IN THE SAME SECOND REPLAY IN JOURNAL ORDER.
010400******************************************************************
010500 SD  SORT-WORK.
010600 01  SR-SORT-RECORD.
010700     05  SR-STAMP                  PIC X(14).
010800     05  SR-SEQ-NUMBER             PIC 9(09).
010900     05  SR-HIST-DATA              PIC X(342).
010920
010940 FD  BUS-DATE-FILE.
010960 01  BD-DATE-RECORD.
010980     COPY BDATREC.
011000
011100 WORKING-STORAGE SECTION.
011200
011300 01  WS-SWITCHES.
011400     05  WS-JOURNAL-EOF-SW         PIC X(01) VALUE "N".
011500         88  WS-JOURNAL-EOF                  VALUE "Y".
011600     05  WS-BACKUP-EOF-SW          PIC X(01) VALUE "N".
011700         88  WS-BACKUP-EOF                   VALUE "Y".
011800     05  WS-SORT-EOF-SW            PIC X(01) VALUE "N".
011900         88  WS-SORT-EOF                     VALUE "Y".
012000     05  WS-MASTER-EOF-SW          PIC X(01) VALUE "N".
012100         88  WS-MASTER-EOF                   VALUE "Y".
012200     05  WS-TARGET-SW              PIC X(01) VALUE "N".
012300         88  WS-TARGET-ALL                   VALUE "Y".
012400
012500 01  WS-JOURNAL-STATUS             PIC X(02).
012600     88  WS-JOURNAL-OK                       VALUE "00".
012700
012800 01  WS-BACKUP-STATUS              PIC X(02).
012900     88  WS-BACKUP-OK                        VALUE "00".
013000
013100 01  WS-CTLBKUP-STATUS             PIC X(02).
013200     88  WS-CTLBKUP-OK                       VALUE "00".
013300
013400 01  WS-MASTER-STATUS              PIC X(02).
013500     88  WS-MASTER-OK                        VALUE "00".
013600     88  WS-MASTER-DUPLICATE                 VALUE "22".
013700     88  WS-MASTER-NOT-FOUND                 VALUE "23".
013800
013900******************************************************************
014000* RECOVERY POINT - SYSIN CARRIES MM/DD/YYYY HH:MM:SS, THE SAME
014100* SHAPE AS THE HISTORY TIMESTAMP.  ROWS STAMPED LATER ARE NOT
014200* REPLAYED.  A BLANK CARD REPLAYS THE WHOLE JOURNAL.
014300******************************************************************
014400 01  WS-PARM-TARGET.
014500     05  WS-PT-MM                  PIC X(02).
014600     05  FILLER                    PIC X(01).
014700     05  WS-PT-DD                  PIC X(02).
014800     05  FILLER                    PIC X(01).
014900     05  WS-PT-YYYY                PIC X(04).
015000     05  FILLER                    PIC X(01).
015100     05  WS-PT-HH                  PIC X(02).
015200     05  FILLER                    PIC X(01).
015300     05  WS-PT-MI                  PIC X(02).
015400     05  FILLER                    PIC X(01).
015500     05  WS-PT-SS                  PIC X(02).
015600     05  FILLER                    PIC X(61).
015700
015800 01  WS-TARGET-STAMP               PIC X(14).
015900
016000******************************************************************
016100* THE CURRENT JOURNAL ROW AND ITS TIMESTAMP TAKEN APART.
016200******************************************************************
016300 01  WS-HIST-RECORD.
016400     COPY HISTREC.
016500
016600 01  WS-HIST-DATE.
016700     05  WS-HD-MM                  PIC X(02).
016800     05  FILLER                    PIC X(01).
016900     05  WS-HD-DD                  PIC X(02).
017000     05  FILLER                    PIC X(01).
017100     05  WS-HD-YYYY                PIC X(04).
017200
017300 01  WS-HIST-TIME.
017400     05  WS-HT-HH                  PIC X(02).
017500     05  FILLER                    PIC X(01).
017600     05  WS-HT-MI                  PIC X(02).
017700     05  FILLER                    PIC X(01).
017800     05  WS-HT-SS                  PIC X(02).
017900
018000 01  WS-ROW-STAMP                  PIC X(14).
018100 01  WS-JOURNAL-SEQ                PIC 9(09) COMP VALUE 0.
018200 01  WS-RESULT                     PIC X(20).
018300
018400******************************************************************
018500* CUSTOMER NUMBER CONTROL - THE RECOVERED LAST NUMBER IS THE
018600* HIGHEST OF THE CUSTCTL BACKUP, EVERY NUMBER IN A REPLAYED ROW,
018700* AND EVERY NUMBER LEFT ON THE REBUILT MASTER, SO NO NUMBER THE
018800* MASTER OR THE HISTORY HAS EVER SEEN IS HANDED OUT AGAIN.
018900******************************************************************
019000 01  WS-CTL-BACKUP-NUMBER          PIC 9(07) VALUE 0.
019100 01  WS-HIGH-NUMBER                PIC 9(07) VALUE 0.
019200
019300 01  WS-NEW-CONTROL-RECORD.
019400     05  WS-NC-CONTROL-ID          PIC X(08) VALUE "CUSTCTL ".
019500     05  WS-NC-LAST-NUMBER         PIC 9(07).
019600
019700******************************************************************
019800* CONTROL TOTALS.
019900******************************************************************
020000 01  WS-BACKUP-COUNT               PIC 9(07) COMP VALUE 0.
020100 01  WS-READ-COUNT                 PIC 9(07) COMP VALUE 0.
020200 01  WS-LATER-COUNT                PIC 9(07) COMP VALUE 0.
020300 01  WS-IGNORED-COUNT              PIC 9(07) COMP VALUE 0.
020400 01  WS-UNUSABLE-COUNT             PIC 9(07) COMP VALUE 0.
020500 01  WS-ADD-COUNT                  PIC 9(07) COMP VALUE 0.
020600 01  WS-CHANGE-COUNT               PIC 9(07) COMP VALUE 0.
020700 01  WS-DELETE-COUNT               PIC 9(07) COMP VALUE 0.
020800 01  WS-MERGE-COUNT                PIC 9(07) COMP VALUE 0.
020900 01  WS-PURGE-COUNT                PIC 9(07) COMP VALUE 0.
021000 01  WS-RESTORE-COUNT              PIC 9(07) COMP VALUE 0.
021100 01  WS-INSERTED-COUNT             PIC 9(07) COMP VALUE 0.
021200 01  WS-REPLACED-COUNT             PIC 9(07) COMP VALUE 0.
021300 01  WS-REMOVED-COUNT              PIC 9(07) COMP VALUE 0.
021400 01  WS-ABSENT-COUNT               PIC 9(07) COMP VALUE 0.
021500 01  WS-EXPECTED-COUNT             PIC 9(07) COMP VALUE 0.
021600 01  WS-ACTUAL-COUNT               PIC 9(07) COMP VALUE 0.
021700
021800 01  WS-CURRENT-DATE.
021900     05  WS-CD-YYYY                PIC 9(04).
022000     05  WS-CD-MM                  PIC 9(02).
022100     05  WS-CD-DD                  PIC 9(02).
022112
022125******************************************************************
022138* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
022150* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
022162******************************************************************
022175 01  WS-BUSDATE-STATUS             PIC X(02).
022188     88  WS-BUSDATE-OK                       VALUE "00".
022200
022300 01  WS-RUN-DATE                   PIC X(10).
022400
022500 01  WS-PAGE-COUNT                 PIC 9(03) COMP VALUE 0.
022600 01  WS-LINE-COUNT                 PIC 9(02) COMP VALUE 0.
022700 01  WS-LINES-PER-PAGE             PIC 9(02) VALUE 55.
022800
022900******************************************************************
023000* REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE AND MOVED TO
023100* RP-REPORT-LINE BEFORE EACH WRITE.
023200******************************************************************
023300 01  WS-HEADING-LINE-1.
023400     05  WS-H1-CTRL                PIC X(01) VALUE "1".
023500     05  FILLER                    PIC X(36) VALUE
023600         "NAME MASTER RECOVERY REPORT".
023700     05  FILLER                    PIC X(10) VALUE
023800         "RUN DATE:".
023900     05  WS-H1-RUN-DATE            PIC X(10).
024000     05  FILLER                    PIC X(06) VALUE SPACES.
024100     05  FILLER                    PIC X(06) VALUE
024200         "PAGE:".
024300     05  WS-H1-PAGE-NO             PIC ZZ9.
024400     05  FILLER                    PIC X(61) VALUE SPACES.
024500
024600 01  WS-HEADING-LINE-2.
024700     05  WS-H2-CTRL                PIC X(01) VALUE " ".
024800     05  FILLER                    PIC X(15) VALUE
024900         "RECOVERED TO: ".
025000     05  WS-H2-TARGET              PIC X(19).
025100     05  FILLER                    PIC X(98) VALUE SPACES.
025200
025300 01  WS-HEADING-LINE-3.
025400     05  WS-H3-CTRL                PIC X(01) VALUE "0".
025500     05  FILLER                    PIC X(12) VALUE
025600         "DATE".
025700     05  FILLER                    PIC X(10) VALUE
025800         "TIME".
025900     05  FILLER                    PIC X(08) VALUE
026000         "ACTION".
026100     05  FILLER                    PIC X(09) VALUE
026200         "CUST NO".
026300     05  FILLER                    PIC X(10) VALUE
026400         "OPERATOR".
026500     05  FILLER                    PIC X(20) VALUE
026600         "RESULT".
026700     05  FILLER                    PIC X(63) VALUE SPACES.
026800
026900 01  WS-DETAIL-LINE.
027000     05  WS-DL-CTRL                PIC X(01) VALUE " ".
027100     05  WS-DL-DATE                PIC X(10).
027200     05  FILLER                    PIC X(02) VALUE SPACES.
027300     05  WS-DL-TIME                PIC X(08).
027400     05  FILLER                    PIC X(02) VALUE SPACES.
027500     05  WS-DL-ACTION              PIC X(06).
027600     05  FILLER                    PIC X(02) VALUE SPACES.
027700     05  WS-DL-CUST-NUMBER         PIC X(07).
027800     05  FILLER                    PIC X(02) VALUE SPACES.
027900     05  WS-DL-OPERATOR            PIC X(08).
028000     05  FILLER                    PIC X(02) VALUE SPACES.
028100     05  WS-DL-RESULT              PIC X(20).
028200     05  FILLER                    PIC X(63) VALUE SPACES.
028300
028400 01  WS-SUMMARY-LINE.
028500     05  WS-SL-CTRL                PIC X(01) VALUE " ".
028600     05  WS-SL-LABEL               PIC X(40).
028700     05  WS-SL-COUNT               PIC Z,ZZZ,ZZ9.
028800     05  FILLER                    PIC X(83) VALUE SPACES.
028900
029000 PROCEDURE DIVISION.
029100
029200******************************************************************
029300* 0000-MAINLINE - COUNT THE BACKUP THE MASTER WAS RELOADED FROM,
029400* REPLAY THE JOURNAL OVER IT IN TIMESTAMP ORDER, THEN COUNT THE
029500* REBUILT MASTER AND RECONCILE.
029600******************************************************************
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE
029900         THRU 1000-INITIALIZE-EXIT.
030000     SORT SORT-WORK
030100         ON ASCENDING KEY SR-STAMP
030200                          SR-SEQ-NUMBER
030300         INPUT PROCEDURE IS 2000-RELEASE-JOURNAL
030400             THRU 2000-RELEASE-JOURNAL-EXIT
030500         OUTPUT PROCEDURE IS 3000-APPLY-JOURNAL
030600             THRU 3000-APPLY-JOURNAL-EXIT.
030700     PERFORM 5000-COUNT-MASTER
030800         THRU 5000-COUNT-MASTER-EXIT.
030900     PERFORM 8000-TERMINATE
031000         THRU 8000-TERMINATE-EXIT.
031100     GO TO 9999-EXIT.
031200
031300******************************************************************
031400* 1000-INITIALIZE - EDIT THE RECOVERY POINT, READ THE CUSTCTL
031500* BACKUP, COUNT THE MASTER BACKUP, AND OPEN THE RELOADED MASTER.
031600******************************************************************
031700 1000-INITIALIZE.
031800     MOVE SPACES TO WS-PARM-TARGET.
031900     ACCEPT WS-PARM-TARGET.
032000     IF WS-PARM-TARGET = SPACES
032100         SET WS-TARGET-ALL TO TRUE
032200         MOVE "END OF JOURNAL" TO WS-H2-TARGET
032300     ELSE
032400         IF WS-PT-MM NOT NUMERIC
032500          OR WS-PT-DD NOT NUMERIC
032600          OR WS-PT-YYYY NOT NUMERIC
032700          OR WS-PT-HH NOT NUMERIC
032800          OR WS-PT-MI NOT NUMERIC
032900          OR WS-PT-SS NOT NUMERIC
033000             DISPLAY "MYRECV - RECOVERY POINT MUST BE "
033100                 "MM/DD/YYYY HH:MM:SS, GOT: " WS-PARM-TARGET
033200             MOVE 16 TO RETURN-CODE
033300             GO TO 9999-EXIT
033400         END-IF
033500         STRING WS-PT-YYYY WS-PT-MM WS-PT-DD
033600                WS-PT-HH WS-PT-MI WS-PT-SS
033700             DELIMITED BY SIZE INTO WS-TARGET-STAMP
033800         MOVE WS-PARM-TARGET TO WS-H2-TARGET
033900     END-IF.
033967     PERFORM 1900-READ-BUSINESS-DATE
034033         THRU 1900-READ-BUSINESS-DATE-EXIT.
034100     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
034200         DELIMITED BY SIZE INTO WS-RUN-DATE.
034300     PERFORM 1100-READ-CTL-BACKUP
034400         THRU 1100-READ-CTL-BACKUP-EXIT.
034500     PERFORM 1200-COUNT-BACKUP
034600         THRU 1200-COUNT-BACKUP-EXIT.
034700     OPEN I-O NAME-MASTER.
034800     IF NOT WS-MASTER-OK
034900         DISPLAY "MYRECV - NAME-MASTER OPEN FAILED, STATUS = "
035000             WS-MASTER-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         GO TO 9999-EXIT
035300     END-IF.
035400     OPEN OUTPUT PRINT-FILE.
035500     PERFORM 1300-WRITE-HEADINGS
035600         THRU 1300-WRITE-HEADINGS-EXIT.
035700 1000-INITIALIZE-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100* 1100-READ-CTL-BACKUP - THE CUSTCTL GENERATION CUT WITH THE
036200* MASTER BACKUP IS THE FLOOR FOR THE RECOVERED LAST NUMBER.
036300******************************************************************
036400 1100-READ-CTL-BACKUP.
036500     OPEN INPUT CTL-BACKUP-FILE.
036600     IF NOT WS-CTLBKUP-OK
036700         DISPLAY "MYRECV - CTLBKUP OPEN FAILED, STATUS = "
036800             WS-CTLBKUP-STATUS
036900         MOVE 16 TO RETURN-CODE
037000         GO TO 9999-EXIT
037100     END-IF.
037200     READ CTL-BACKUP-FILE
037300         AT END
037400             DISPLAY "MYRECV - CTLBKUP IS EMPTY"
037500             MOVE 16 TO RETURN-CODE
037600             GO TO 9999-EXIT
037700     END-READ.
037800     IF CN-CONTROL-ID NOT = "CUSTCTL "
037900      OR CN-LAST-CUST-NUMBER NOT NUMERIC
038000         DISPLAY "MYRECV - CTLBKUP IS NOT A CUSTCTL RECORD"
038100         MOVE 16 TO RETURN-CODE
038200         GO TO 9999-EXIT
038300     END-IF.
038400     MOVE CN-LAST-CUST-NUMBER TO WS-CTL-BACKUP-NUMBER.
038500     MOVE CN-LAST-CUST-NUMBER TO WS-HIGH-NUMBER.
038600     CLOSE CTL-BACKUP-FILE.
038700 1100-READ-CTL-BACKUP-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100* 1200-COUNT-BACKUP - COUNT THE MASTER BACKUP GENERATION THE JOB
039200* RELOADED THE CLUSTER FROM - THE STARTING FIGURE FOR THE
039300* RECONCILIATION.
039400******************************************************************
039500 1200-COUNT-BACKUP.
039600     OPEN INPUT BACKUP-FILE.
039700     IF NOT WS-BACKUP-OK
039800         DISPLAY "MYRECV - MASTBKUP OPEN FAILED, STATUS = "
039900             WS-BACKUP-STATUS
040000         MOVE 16 TO RETURN-CODE
040100         GO TO 9999-EXIT
040200     END-IF.
040300     PERFORM 1210-READ-BACKUP
040400         THRU 1210-READ-BACKUP-EXIT.
040500     PERFORM 1220-COUNT-ONE-BACKUP
040600         THRU 1220-COUNT-ONE-BACKUP-EXIT
040700         UNTIL WS-BACKUP-EOF.
040800     CLOSE BACKUP-FILE.
040900 1200-COUNT-BACKUP-EXIT.
041000     EXIT.
041100
041200 1210-READ-BACKUP.
041300     READ BACKUP-FILE
041400         AT END
041500             SET WS-BACKUP-EOF TO TRUE
041600     END-READ.
041700 1210-READ-BACKUP-EXIT.
041800     EXIT.
041900
042000 1220-COUNT-ONE-BACKUP.
042100     ADD 1 TO WS-BACKUP-COUNT.
042200     PERFORM 1210-READ-BACKUP
042300         THRU 1210-READ-BACKUP-EXIT.
042400 1220-COUNT-ONE-BACKUP-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800* 1300-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN-DATE
042900* HEADING, THE RECOVERY POINT, AND THE COLUMN HEADING LINE.
043000******************************************************************
043100 1300-WRITE-HEADINGS.
043200     ADD 1 TO WS-PAGE-COUNT.
043300     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
043400     MOVE WS-PAGE-COUNT TO WS-H1-PAGE-NO.
043500     MOVE WS-HEADING-LINE-1 TO RP-REPORT-LINE.
043600     WRITE RP-REPORT-LINE.
043700     MOVE WS-HEADING-LINE-2 TO RP-REPORT-LINE.
043800     WRITE RP-REPORT-LINE.
043900     MOVE WS-HEADING-LINE-3 TO RP-REPORT-LINE.
044000     WRITE RP-REPORT-LINE.
044100     MOVE ZERO TO WS-LINE-COUNT.
044200 1300-WRITE-HEADINGS-EXIT.
044300     EXIT.
044400
044403******************************************************************
044407* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
044410* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK.  THIS JOB RUNS
044414* ON REQUEST RATHER THAN AS PART OF A DAILY CYCLE, SO IT MAY RUN
044417* MORE THAN ONCE FOR THE SAME BUSINESS DATE.
044421******************************************************************
044424 1900-READ-BUSINESS-DATE.
044428     OPEN INPUT BUS-DATE-FILE.
044431     IF NOT WS-BUSDATE-OK
044434         DISPLAY "MYRECV - BUSDATE OPEN FAILED, STATUS = "
044438             WS-BUSDATE-STATUS
044441         MOVE 16 TO RETURN-CODE
044445         GO TO 9999-EXIT
044448     END-IF.
044452     MOVE "D"       TO BD-KEY-TYPE.
044455     MOVE "CONTROL" TO BD-KEY-VALUE.
044459     READ BUS-DATE-FILE
044462         INVALID KEY
044466             DISPLAY "MYRECV - BUSINESS DATE CONTROL RECORD "
044469                 "MISSING"
044472             MOVE 16 TO RETURN-CODE
044476             GO TO 9999-EXIT
044479     END-READ.
044483     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
044486     CLOSE BUS-DATE-FILE.
044490 1900-READ-BUSINESS-DATE-EXIT.
044493     EXIT.
044497
044500******************************************************************
044600* 2000-RELEASE-JOURNAL - SORT INPUT PROCEDURE.  FEED EVERY
044700* REPLAYABLE JOURNAL ROW AT OR BEFORE THE RECOVERY POINT INTO
044800* THE SORT UNDER ITS TIMESTAMP KEY.
044900******************************************************************
045000 2000-RELEASE-JOURNAL.
045100     OPEN INPUT JOURNAL-FILE.
045200     IF NOT WS-JOURNAL-OK
045300         DISPLAY "MYRECV - JRNLIN OPEN FAILED, STATUS = "
045400             WS-JOURNAL-STATUS
045500         MOVE 16 TO RETURN-CODE
045600         GO TO 9999-EXIT
045700     END-IF.
045800     PERFORM 2100-READ-JOURNAL
045900         THRU 2100-READ-JOURNAL-EXIT.
046000     PERFORM 2200-RELEASE-ONE-ROW
046100         THRU 2200-RELEASE-ONE-ROW-EXIT
046200         UNTIL WS-JOURNAL-EOF.
046300     CLOSE JOURNAL-FILE.
046400 2000-RELEASE-JOURNAL-EXIT.
046500     EXIT.
046600
046700 2100-READ-JOURNAL.
046800     READ JOURNAL-FILE INTO WS-HIST-RECORD
046900         AT END
047000             SET WS-JOURNAL-EOF TO TRUE
047100     END-READ.
047200 2100-READ-JOURNAL-EXIT.
047300     EXIT.
047400
047500******************************************************************
047600* 2200-RELEASE-ONE-ROW - PASS OVER THE ROWS THAT NEVER CHANGED
047700* THE MASTER, ROWS WITH NO USABLE TIMESTAMP OR CUSTOMER NUMBER,
047800* AND ROWS PAST THE RECOVERY POINT; RELEASE THE REST.
047900******************************************************************
048000 2200-RELEASE-ONE-ROW.
048100     ADD 1 TO WS-READ-COUNT.
048200     IF HS-ACTION-DENIED
048300      OR HS-ACTION-REPAIR
048400      OR HS-ACTION-RELEASE
048500      OR HS-ACTION-VOID
048600         ADD 1 TO WS-IGNORED-COUNT
048700         GO TO 2200-READ-NEXT
048800     END-IF.
048900     MOVE HS-HIST-DATE TO WS-HIST-DATE.
049000     MOVE HS-HIST-TIME TO WS-HIST-TIME.
049100     IF WS-HD-MM NOT NUMERIC
049200      OR WS-HD-DD NOT NUMERIC
049300      OR WS-HD-YYYY NOT NUMERIC
049400      OR WS-HT-HH NOT NUMERIC
049500      OR WS-HT-MI NOT NUMERIC
049600      OR WS-HT-SS NOT NUMERIC
049700         ADD 1 TO WS-UNUSABLE-COUNT
049800         GO TO 2200-READ-NEXT
049900     END-IF.
050000     IF HS-ACTION-ADD
050100      OR HS-ACTION-CHANGE
050200      OR HS-ACTION-RESTORE
050300         IF HS-AFT-CUST-NUMBER NOT NUMERIC
050400             ADD 1 TO WS-UNUSABLE-COUNT
050500             GO TO 2200-READ-NEXT
050600         END-IF
050700     ELSE
050800         IF HS-ACTION-DELETE
050900          OR HS-ACTION-PURGE
051000          OR HS-ACTION-MERGE
051100             IF HS-BEF-CUST-NUMBER NOT NUMERIC
051200                 ADD 1 TO WS-UNUSABLE-COUNT
051300                 GO TO 2200-READ-NEXT
051400             END-IF
051500         ELSE
051600             ADD 1 TO WS-UNUSABLE-COUNT
051700             GO TO 2200-READ-NEXT
051800         END-IF
051900     END-IF.
052000     STRING WS-HD-YYYY WS-HD-MM WS-HD-DD
052100            WS-HT-HH WS-HT-MI WS-HT-SS
052200         DELIMITED BY SIZE INTO WS-ROW-STAMP.
052300     IF NOT WS-TARGET-ALL
052400      AND WS-ROW-STAMP > WS-TARGET-STAMP
052500         ADD 1 TO WS-LATER-COUNT
052600         GO TO 2200-READ-NEXT
052700     END-IF.
052800     ADD 1 TO WS-JOURNAL-SEQ.
052900     MOVE WS-ROW-STAMP   TO SR-STAMP.
053000     MOVE WS-JOURNAL-SEQ TO SR-SEQ-NUMBER.
053100     MOVE WS-HIST-RECORD TO SR-HIST-DATA.
053200     RELEASE SR-SORT-RECORD.
053300 2200-READ-NEXT.
053400     PERFORM 2100-READ-JOURNAL
053500         THRU 2100-READ-JOURNAL-EXIT.
053600 2200-RELEASE-ONE-ROW-EXIT.
053700     EXIT.
053800
053900******************************************************************
054000* 3000-APPLY-JOURNAL - SORT OUTPUT PROCEDURE.  TAKE THE ROWS IN
054100* TIMESTAMP ORDER AND APPLY EACH TO THE RELOADED MASTER.
054200******************************************************************
054300 3000-APPLY-JOURNAL.
054400     PERFORM 3100-RETURN-ROW
054500         THRU 3100-RETURN-ROW-EXIT.
054600     PERFORM 3200-APPLY-ONE-ROW
054700         THRU 3200-APPLY-ONE-ROW-EXIT
054800         UNTIL WS-SORT-EOF.
054900 3000-APPLY-JOURNAL-EXIT.
055000     EXIT.
055100
055200 3100-RETURN-ROW.
055300     RETURN SORT-WORK
055400         AT END
055500             SET WS-SORT-EOF TO TRUE
055600         NOT AT END
055700             MOVE SR-HIST-DATA TO WS-HIST-RECORD
055800     END-RETURN.
055900 3100-RETURN-ROW-EXIT.
056000     EXIT.
056100
056200******************************************************************
056300* 3200-APPLY-ONE-ROW - AN ADD, CHANGE, OR RESTOR PUTS THE AFTER
056400* IMAGE ON THE MASTER; A DELETE, PURGE, OR MERGE TAKES THE
056500* BEFORE-IMAGE NUMBER OFF IT (A MERGE'S SURVIVOR IS UNCHANGED).
056600******************************************************************
056700 3200-APPLY-ONE-ROW.
056800     IF HS-ACTION-ADD
056900      OR HS-ACTION-CHANGE
057000      OR HS-ACTION-RESTORE
057100         PERFORM 3300-APPLY-IMAGE
057200             THRU 3300-APPLY-IMAGE-EXIT
057300     ELSE
057400         PERFORM 3400-APPLY-REMOVAL
057500             THRU 3400-APPLY-REMOVAL-EXIT
057600     END-IF.
057700     IF HS-ACTION-ADD
057800         ADD 1 TO WS-ADD-COUNT
057900     END-IF.
058000     IF HS-ACTION-CHANGE
058100         ADD 1 TO WS-CHANGE-COUNT
058200     END-IF.
058300     IF HS-ACTION-RESTORE
058400         ADD 1 TO WS-RESTORE-COUNT
058500     END-IF.
058600     IF HS-ACTION-DELETE
058700         ADD 1 TO WS-DELETE-COUNT
058800     END-IF.
058900     IF HS-ACTION-PURGE
059000         ADD 1 TO WS-PURGE-COUNT
059100     END-IF.
059200     IF HS-ACTION-MERGE
059300         ADD 1 TO WS-MERGE-COUNT
059400     END-IF.
059500     PERFORM 4100-WRITE-DETAIL
059600         THRU 4100-WRITE-DETAIL-EXIT.
059700     PERFORM 3100-RETURN-ROW
059800         THRU 3100-RETURN-ROW-EXIT.
059900 3200-APPLY-ONE-ROW-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300* 3300-APPLY-IMAGE - WRITE THE AFTER IMAGE AS A NEW RECORD, OR
060400* REWRITE THE RECORD ALREADY ON FILE UNDER ITS NUMBER.
060500******************************************************************
060600 3300-APPLY-IMAGE.
060700     MOVE HS-AFTER-IMAGE TO MA-MASTER-RECORD.
060800     IF MA-CUST-NUMBER > WS-HIGH-NUMBER
060900         MOVE MA-CUST-NUMBER TO WS-HIGH-NUMBER
061000     END-IF.
061100     WRITE MA-MASTER-RECORD
061200         INVALID KEY
061300             CONTINUE
061400     END-WRITE.
061500     IF WS-MASTER-OK
061600         ADD 1 TO WS-INSERTED-COUNT
061700         MOVE "INSERTED" TO WS-RESULT
061800         GO TO 3300-APPLY-IMAGE-EXIT
061900     END-IF.
062000     IF NOT WS-MASTER-DUPLICATE
062100         DISPLAY "MYRECV - NAME-MASTER WRITE FAILED, STATUS = "
062200             WS-MASTER-STATUS " CUST NO = " MA-CUST-NUMBER
062300         MOVE 16 TO RETURN-CODE
062400         GO TO 9999-EXIT
062500     END-IF.
062600     REWRITE MA-MASTER-RECORD
062700         INVALID KEY
062800             DISPLAY "MYRECV - NAME-MASTER REWRITE FAILED, "
062900                 "STATUS = " WS-MASTER-STATUS
063000                 " CUST NO = " MA-CUST-NUMBER
063100             MOVE 16 TO RETURN-CODE
063200             GO TO 9999-EXIT
063300     END-REWRITE.
063400     ADD 1 TO WS-REPLACED-COUNT.
063500     MOVE "REPLACED" TO WS-RESULT.
063600 3300-APPLY-IMAGE-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000* 3400-APPLY-REMOVAL - DELETE THE BEFORE-IMAGE NUMBER.  A NUMBER
064100* ALREADY GONE MEANS THE BACKUP WAS TAKEN AFTER THE ROW - NOTED,
064200* NOT AN ERROR.
064300******************************************************************
064400 3400-APPLY-REMOVAL.
064500     MOVE HS-BEF-CUST-NUMBER TO MA-CUST-NUMBER.
064600     IF MA-CUST-NUMBER > WS-HIGH-NUMBER
064700         MOVE MA-CUST-NUMBER TO WS-HIGH-NUMBER
064800     END-IF.
064900     DELETE NAME-MASTER
065000         INVALID KEY
065100             CONTINUE
065200     END-DELETE.
065300     IF WS-MASTER-OK
065400         ADD 1 TO WS-REMOVED-COUNT
065500         MOVE "REMOVED" TO WS-RESULT
065600         GO TO 3400-APPLY-REMOVAL-EXIT
065700     END-IF.
065800     IF NOT WS-MASTER-NOT-FOUND
065900         DISPLAY "MYRECV - NAME-MASTER DELETE FAILED, STATUS = "
066000             WS-MASTER-STATUS " CUST NO = " MA-CUST-NUMBER
066100         MOVE 16 TO RETURN-CODE
066200         GO TO 9999-EXIT
066300     END-IF.
066400     ADD 1 TO WS-ABSENT-COUNT.
066500     MOVE "ALREADY OFF FILE" TO WS-RESULT.
066600 3400-APPLY-REMOVAL-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000* 4100-WRITE-DETAIL - PRINT ONE APPLIED-ROW LINE, BREAKING TO A
067100* NEW PAGE FIRST WHEN THE CURRENT PAGE IS FULL.
067200******************************************************************
067300 4100-WRITE-DETAIL.
067400     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
067500         PERFORM 1300-WRITE-HEADINGS
067600             THRU 1300-WRITE-HEADINGS-EXIT
067700     END-IF.
067800     MOVE HS-HIST-DATE   TO WS-DL-DATE.
067900     MOVE HS-HIST-TIME   TO WS-DL-TIME.
068000     MOVE HS-ACTION      TO WS-DL-ACTION.
068100     MOVE MA-CUST-NUMBER TO WS-DL-CUST-NUMBER.
068200     MOVE HS-OPERATOR-ID TO WS-DL-OPERATOR.
068300     MOVE WS-RESULT      TO WS-DL-RESULT.
068400     MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
068500     WRITE RP-REPORT-LINE.
068600     ADD 1 TO WS-LINE-COUNT.
068700 4100-WRITE-DETAIL-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100* 5000-COUNT-MASTER - READ THE REBUILT MASTER FRONT TO BACK FOR
069200* THE ACTUAL RECORD COUNT AND ITS HIGHEST CUSTOMER NUMBER.
069300******************************************************************
069400 5000-COUNT-MASTER.
069500     MOVE ZERO TO MA-CUST-NUMBER.
069600     START NAME-MASTER
069700         KEY IS NOT LESS THAN MA-CUST-NUMBER
069800         INVALID KEY
069900             SET WS-MASTER-EOF TO TRUE
070000     END-START.
070100     IF NOT WS-MASTER-EOF
070200         PERFORM 5100-READ-MASTER-NEXT
070300             THRU 5100-READ-MASTER-NEXT-EXIT
070400     END-IF.
070500     PERFORM 5200-COUNT-ONE-MASTER
070600         THRU 5200-COUNT-ONE-MASTER-EXIT
070700         UNTIL WS-MASTER-EOF.
070800 5000-COUNT-MASTER-EXIT.
070900     EXIT.
071000
071100 5100-READ-MASTER-NEXT.
071200     READ NAME-MASTER NEXT
071300         AT END
071400             SET WS-MASTER-EOF TO TRUE
071500     END-READ.
071600 5100-READ-MASTER-NEXT-EXIT.
071700     EXIT.
071800
071900 5200-COUNT-ONE-MASTER.
072000     ADD 1 TO WS-ACTUAL-COUNT.
072100     IF MA-CUST-NUMBER > WS-HIGH-NUMBER
072200         MOVE MA-CUST-NUMBER TO WS-HIGH-NUMBER
072300     END-IF.
072400     PERFORM 5100-READ-MASTER-NEXT
072500         THRU 5100-READ-MASTER-NEXT-EXIT.
072600 5200-COUNT-ONE-MASTER-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000* 8000-TERMINATE - WRITE THE RECOVERED CUSTCTL RECORD, PRINT THE
073100* CONTROL TOTALS AND THE RECONCILIATION, SET RC 8 IF THE MASTER
073200* DOES NOT BALANCE, AND CLOSE THE FILES.
073300******************************************************************
073400 8000-TERMINATE.
073500     COMPUTE WS-EXPECTED-COUNT = WS-BACKUP-COUNT
073600                               + WS-INSERTED-COUNT
073700                               - WS-REMOVED-COUNT.
073800     MOVE WS-HIGH-NUMBER TO WS-NC-LAST-NUMBER.
073900     OPEN OUTPUT CTL-OUT-FILE.
074000     WRITE CO-CONTROL-RECORD FROM WS-NEW-CONTROL-RECORD.
074100     CLOSE CTL-OUT-FILE.
074200     MOVE "0" TO WS-SL-CTRL.
074300     MOVE "BACKUP RECORDS LOADED" TO WS-SL-LABEL.
074400     MOVE WS-BACKUP-COUNT TO WS-SL-COUNT.
074500     PERFORM 8100-WRITE-SUMMARY
074600         THRU 8100-WRITE-SUMMARY-EXIT.
074700     MOVE "JOURNAL ROWS READ" TO WS-SL-LABEL.
074800     MOVE WS-READ-COUNT TO WS-SL-COUNT.
074900     PERFORM 8100-WRITE-SUMMARY
075000         THRU 8100-WRITE-SUMMARY-EXIT.
075100     MOVE "  PAST THE RECOVERY POINT" TO WS-SL-LABEL.
075200     MOVE WS-LATER-COUNT TO WS-SL-COUNT.
075300     PERFORM 8100-WRITE-SUMMARY
075400         THRU 8100-WRITE-SUMMARY-EXIT.
075500     MOVE "  NOT MASTER CHANGES" TO WS-SL-LABEL.
075600     MOVE WS-IGNORED-COUNT TO WS-SL-COUNT.
075700     PERFORM 8100-WRITE-SUMMARY
075800         THRU 8100-WRITE-SUMMARY-EXIT.
075900     MOVE "  UNUSABLE" TO WS-SL-LABEL.
076000     MOVE WS-UNUSABLE-COUNT TO WS-SL-COUNT.
076100     PERFORM 8100-WRITE-SUMMARY
076200         THRU 8100-WRITE-SUMMARY-EXIT.
076300     MOVE "  ADD ROWS APPLIED" TO WS-SL-LABEL.
076400     MOVE WS-ADD-COUNT TO WS-SL-COUNT.
076500     PERFORM 8100-WRITE-SUMMARY
076600         THRU 8100-WRITE-SUMMARY-EXIT.
076700     MOVE "  CHANGE ROWS APPLIED" TO WS-SL-LABEL.
076800     MOVE WS-CHANGE-COUNT TO WS-SL-COUNT.
076900     PERFORM 8100-WRITE-SUMMARY
077000         THRU 8100-WRITE-SUMMARY-EXIT.
077100     MOVE "  RESTOR ROWS APPLIED" TO WS-SL-LABEL.
077200     MOVE WS-RESTORE-COUNT TO WS-SL-COUNT.
077300     PERFORM 8100-WRITE-SUMMARY
077400         THRU 8100-WRITE-SUMMARY-EXIT.
077500     MOVE "  DELETE ROWS APPLIED" TO WS-SL-LABEL.
077600     MOVE WS-DELETE-COUNT TO WS-SL-COUNT.
077700     PERFORM 8100-WRITE-SUMMARY
077800         THRU 8100-WRITE-SUMMARY-EXIT.
077900     MOVE "  PURGE ROWS APPLIED" TO WS-SL-LABEL.
078000     MOVE WS-PURGE-COUNT TO WS-SL-COUNT.
078100     PERFORM 8100-WRITE-SUMMARY
078200         THRU 8100-WRITE-SUMMARY-EXIT.
078300     MOVE "  MERGE ROWS APPLIED" TO WS-SL-LABEL.
078400     MOVE WS-MERGE-COUNT TO WS-SL-COUNT.
078500     PERFORM 8100-WRITE-SUMMARY
078600         THRU 8100-WRITE-SUMMARY-EXIT.
078700     MOVE "RECORDS INSERTED" TO WS-SL-LABEL.
078800     MOVE WS-INSERTED-COUNT TO WS-SL-COUNT.
078900     PERFORM 8100-WRITE-SUMMARY
079000         THRU 8100-WRITE-SUMMARY-EXIT.
079100     MOVE "RECORDS REPLACED" TO WS-SL-LABEL.
079200     MOVE WS-REPLACED-COUNT TO WS-SL-COUNT.
079300     PERFORM 8100-WRITE-SUMMARY
079400         THRU 8100-WRITE-SUMMARY-EXIT.
079500     MOVE "RECORDS REMOVED" TO WS-SL-LABEL.
079600     MOVE WS-REMOVED-COUNT TO WS-SL-COUNT.
079700     PERFORM 8100-WRITE-SUMMARY
079800         THRU 8100-WRITE-SUMMARY-EXIT.
079900     MOVE "REMOVALS ALREADY OFF FILE" TO WS-SL-LABEL.
080000     MOVE WS-ABSENT-COUNT TO WS-SL-COUNT.
080100     PERFORM 8100-WRITE-SUMMARY
080200         THRU 8100-WRITE-SUMMARY-EXIT.
080300     MOVE "0" TO WS-SL-CTRL.
080400     MOVE "EXPECTED MASTER RECORDS" TO WS-SL-LABEL.
080500     MOVE WS-EXPECTED-COUNT TO WS-SL-COUNT.
080600     PERFORM 8100-WRITE-SUMMARY
080700         THRU 8100-WRITE-SUMMARY-EXIT.
080800     MOVE "ACTUAL MASTER RECORDS" TO WS-SL-LABEL.
080900     MOVE WS-ACTUAL-COUNT TO WS-SL-COUNT.
081000     PERFORM 8100-WRITE-SUMMARY
081100         THRU 8100-WRITE-SUMMARY-EXIT.
081200     MOVE "CUSTCTL LAST NUMBER IN BACKUP" TO WS-SL-LABEL.
081300     MOVE WS-CTL-BACKUP-NUMBER TO WS-SL-COUNT.
081400     PERFORM 8100-WRITE-SUMMARY
081500         THRU 8100-WRITE-SUMMARY-EXIT.
081600     MOVE "CUSTCTL LAST NUMBER RECOVERED" TO WS-SL-LABEL.
081700     MOVE WS-NC-LAST-NUMBER TO WS-SL-COUNT.
081800     PERFORM 8100-WRITE-SUMMARY
081900         THRU 8100-WRITE-SUMMARY-EXIT.
082000     MOVE "MYVERIF EXAMINED SHOULD EQUAL" TO WS-SL-LABEL.
082100     MOVE WS-ACTUAL-COUNT TO WS-SL-COUNT.
082200     PERFORM 8100-WRITE-SUMMARY
082300         THRU 8100-WRITE-SUMMARY-EXIT.
082400     DISPLAY "MYRECV - EXPECTED MASTER RECORDS: "
082500         WS-EXPECTED-COUNT.
082600     DISPLAY "MYRECV - ACTUAL MASTER RECORDS:   "
082700         WS-ACTUAL-COUNT.
082800     IF WS-EXPECTED-COUNT NOT = WS-ACTUAL-COUNT
082900         DISPLAY "MYRECV - RECOVERED MASTER DOES NOT BALANCE"
083000         MOVE "0" TO WS-SL-CTRL
083100         MOVE "*** MASTER DOES NOT BALANCE ***" TO WS-SL-LABEL
083200         MOVE WS-ACTUAL-COUNT TO WS-SL-COUNT
083300         PERFORM 8100-WRITE-SUMMARY
083400             THRU 8100-WRITE-SUMMARY-EXIT
083500         MOVE 8 TO RETURN-CODE
083600     END-IF.
083700     CLOSE NAME-MASTER.
083800     CLOSE PRINT-FILE.
083900 8000-TERMINATE-EXIT.
084000     EXIT.
084100
084200******************************************************************
084300* 8100-WRITE-SUMMARY - PRINT ONE CONTROL-TOTAL LINE.  THE CALLER
084400* HAS SET THE LABEL AND COUNT; THE CARRIAGE CONTROL GOES BACK TO
084500* SINGLE SPACING AFTER EACH LINE.
084600******************************************************************
084700 8100-WRITE-SUMMARY.
084800     MOVE WS-SUMMARY-LINE TO RP-REPORT-LINE.
084900     WRITE RP-REPORT-LINE.
085000     MOVE " " TO WS-SL-CTRL.
085100 8100-WRITE-SUMMARY-EXIT.
085200     EXIT.
085300
085400 9999-EXIT.
085500     STOP RUN.
