000100******************************************************************
000200* Program name:    MYACTC
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - one-time conversion for the
000900*                  transaction action code release.  Rewrites the
001000*                  datasets already on file at their new record
001100*                  lengths: the current suspense generation and
001200*                  the dead-letter file (128 -> 129, a blank
001300*                  action code ahead of the reason code so every
001400*                  held record keeps the old add-or-update rule),
001500*                  the interactive day file (113 -> 114, blank
001600*                  action code on the end), and the run log (56 ->
001700*                  66, zero delete and rename counts on the end so
001800*                  the balancing history survives).  MYACTC.jcl
001900*                  wraps this with the rebuilds of the flat
002000*                  datasets.
002100*
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.  MYACTC.
002500 AUTHOR. TWK.
002600 INSTALLATION. COBOL DEVELOPMENT CENTER.
002700 DATE-WRITTEN. 10/15/26.
002800 DATE-COMPILED. 10/15/26.
002900 SECURITY. NON-CONFIDENTIAL.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OLD-SUSP-FILE ASSIGN TO SUSPIN
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-SUSPIN-STATUS.
003600     SELECT NEW-SUSP-FILE ASSIGN TO SUSPOUT
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT OLD-DEAD-FILE ASSIGN TO DEADIN
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT NEW-DEAD-FILE ASSIGN TO DEADOUT
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT OLD-DAY-FILE ASSIGN TO DAYIN
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT NEW-DAY-FILE ASSIGN TO DAYOUT
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT OLD-RUN-LOG-FILE ASSIGN TO RUNIN
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT NEW-RUN-LOG-FILE ASSIGN TO RUNOUT
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300
005400******************************************************************
005500* THE OLD LAYOUTS ARE KEPT INLINE - THIS ONE-TIME JOB IS THE
005600* ONLY PROGRAM THAT WILL EVER READ THEM AGAIN.  THE NEW-LAYOUT
005700* OUTPUT RECORDS COME FROM THE CURRENT COPYBOOKS.  THE SUSPENSE
005800* AND DEAD-LETTER FILES SHARE THE SUSPREC LAYOUT, SO BOTH ARE
005900* WIDENED THROUGH THE WORKING-STORAGE COPIES BELOW.
006000******************************************************************
006100 FD  OLD-SUSP-FILE
006200     RECORDING MODE IS F.
006300 01  OU-OLD-RECORD                 PIC X(128).
006400
006500 FD  NEW-SUSP-FILE
006600     RECORDING MODE IS F.
006700 01  NU-NEW-RECORD                 PIC X(129).
006800
006900 FD  OLD-DEAD-FILE
007000     RECORDING MODE IS F.
007100 01  OL-OLD-RECORD                 PIC X(128).
007200
007300 FD  NEW-DEAD-FILE
007400     RECORDING MODE IS F.
007500 01  NL-NEW-RECORD                 PIC X(129).
007600
007700 FD  OLD-DAY-FILE
007800     RECORDING MODE IS F.
007900 01  OD-OLD-RECORD                 PIC X(113).
008000
008100 FD  NEW-DAY-FILE
008200     RECORDING MODE IS F.
008300 01  TR-TRANS-RECORD.
008400     COPY TRANREC.
008500
008600 FD  OLD-RUN-LOG-FILE
008700     RECORDING MODE IS F.
008800 01  OR-OLD-RECORD                 PIC X(56).
008900
009000 FD  NEW-RUN-LOG-FILE
009100     RECORDING MODE IS F.
009200 01  RC-RUN-CONTROL-RECORD.
009300     COPY RUNCTL.
009400
009500 WORKING-STORAGE SECTION.
009600
009700 01  WS-SWITCHES.
009800     05  WS-EOF-SW                 PIC X(01) VALUE "N".
009900         88  WS-EOF                          VALUE "Y".
010000
010100******************************************************************
010200* OLD (128-BYTE) SUSPENSE LAYOUT AND THE NEW ONE IT BECOMES.
010300******************************************************************
010400 01  OS-OLD-RECORD.
010500     05  OS-FULL-NAME              PIC X(30).
010600     05  OS-LOCALE-CODE            PIC X(02).
010700     05  OS-CUST-NUMBER            PIC 9(07).
010800     05  OS-STREET-ADDR            PIC X(30).
010900     05  OS-CITY                   PIC X(20).
011000     05  OS-STATE                  PIC X(02).
011100     05  OS-POSTAL-CODE            PIC X(10).
011200     05  OS-PHONE                  PIC X(12).
011300     05  OS-REASON-CODE            PIC X(02).
011400     05  OS-CYCLE-COUNT            PIC 9(03).
011500     05  OS-FIRST-REJECT-DATE      PIC X(10).
011600
011700 01  SU-SUSP-RECORD.
011800     COPY SUSPREC.
011900
012000******************************************************************
012100* A MISSING SUSPIN GENERATION (STATUS 35) JUST MEANS THE LAST
012200* PRE-RELEASE RUN REJECTED NOTHING - AN EMPTY NEW GENERATION IS
012300* STILL CUT SO THE FIRST POST-RELEASE RUN HAS ONE TO READ.
012400******************************************************************
012500 01  WS-SUSPIN-STATUS              PIC X(02).
012600     88  WS-SUSPIN-OK                        VALUE "00".
012700     88  WS-SUSPIN-NOT-FOUND                 VALUE "35".
012800
012900 01  WS-SUSP-COUNT                 PIC 9(07) COMP VALUE 0.
013000 01  WS-DEAD-COUNT                 PIC 9(07) COMP VALUE 0.
013100 01  WS-DAY-COUNT                  PIC 9(07) COMP VALUE 0.
013200 01  WS-RUN-LOG-COUNT              PIC 9(07) COMP VALUE 0.
013300
013400 PROCEDURE DIVISION.
013500
013600******************************************************************
013700* 0000-MAINLINE - CONVERT THE FOUR DATASETS IN TURN AND REPORT
013800* THE RECORD COUNTS FOR THE RUN SHEET.
013900******************************************************************
014000 0000-MAINLINE.
014100     PERFORM 1000-CONVERT-SUSPENSE
014200         THRU 1000-CONVERT-SUSPENSE-EXIT.
014300     PERFORM 2000-CONVERT-DEAD-LETTER
014400         THRU 2000-CONVERT-DEAD-LETTER-EXIT.
014500     PERFORM 3000-CONVERT-DAYFILE
014600         THRU 3000-CONVERT-DAYFILE-EXIT.
014700     PERFORM 4000-CONVERT-RUN-LOG
014800         THRU 4000-CONVERT-RUN-LOG-EXIT.
014900     DISPLAY "MYACTC - SUSPENSE RECORDS:     " WS-SUSP-COUNT.
015000     DISPLAY "MYACTC - DEAD-LETTER RECORDS:  " WS-DEAD-COUNT.
015100     DISPLAY "MYACTC - DAY-FILE RECORDS:     " WS-DAY-COUNT.
015200     DISPLAY "MYACTC - RUN-LOG RECORDS:      " WS-RUN-LOG-COUNT.
015300     GO TO 9999-EXIT.
015400
015500******************************************************************
015600* 1000-CONVERT-SUSPENSE - REBUILD THE CURRENT SUSPENSE
015700* GENERATION AT THE NEW LENGTH.  THE ACTION CODE IS BLANK, SO A
015800* RECYCLED RECORD IS STILL MATCHED BY NUMBER OR NAME AS BEFORE;
015900* THE REASON CODE, CYCLE COUNT, AND FIRST-REJECT DATE CARRY
016000* OVER SO AGING IS UNCHANGED.
016100******************************************************************
016200 1000-CONVERT-SUSPENSE.
016300     OPEN INPUT OLD-SUSP-FILE.
016400     OPEN OUTPUT NEW-SUSP-FILE.
016500     IF WS-SUSPIN-NOT-FOUND
016600         CLOSE NEW-SUSP-FILE
016700         GO TO 1000-CONVERT-SUSPENSE-EXIT
016800     END-IF.
016900     MOVE "N" TO WS-EOF-SW.
017000     PERFORM 1100-CONVERT-ONE-SUSP
017100         THRU 1100-CONVERT-ONE-SUSP-EXIT
017200         UNTIL WS-EOF.
017300     CLOSE OLD-SUSP-FILE.
017400     CLOSE NEW-SUSP-FILE.
017500 1000-CONVERT-SUSPENSE-EXIT.
017600     EXIT.
017700
017800 1100-CONVERT-ONE-SUSP.
017900     READ OLD-SUSP-FILE INTO OS-OLD-RECORD
018000         AT END
018100             SET WS-EOF TO TRUE
018200             GO TO 1100-CONVERT-ONE-SUSP-EXIT
018300     END-READ.
018400     PERFORM 5000-WIDEN-SUSPREC
018500         THRU 5000-WIDEN-SUSPREC-EXIT.
018600     WRITE NU-NEW-RECORD FROM SU-SUSP-RECORD.
018700     ADD 1 TO WS-SUSP-COUNT.
018800 1100-CONVERT-ONE-SUSP-EXIT.
018900     EXIT.
019000
019100******************************************************************
019200* 2000-CONVERT-DEAD-LETTER - REBUILD THE DEAD-LETTER FILE THE
019300* SAME WAY - ONE WIDENING PARAGRAPH SERVES BOTH FILES.
019400******************************************************************
019500 2000-CONVERT-DEAD-LETTER.
019600     OPEN INPUT OLD-DEAD-FILE.
019700     OPEN OUTPUT NEW-DEAD-FILE.
019800     MOVE "N" TO WS-EOF-SW.
019900     PERFORM 2100-CONVERT-ONE-DEAD
020000         THRU 2100-CONVERT-ONE-DEAD-EXIT
020100         UNTIL WS-EOF.
020200     CLOSE OLD-DEAD-FILE.
020300     CLOSE NEW-DEAD-FILE.
020400 2000-CONVERT-DEAD-LETTER-EXIT.
020500     EXIT.
020600
020700 2100-CONVERT-ONE-DEAD.
020800     READ OLD-DEAD-FILE INTO OS-OLD-RECORD
020900         AT END
021000             SET WS-EOF TO TRUE
021100             GO TO 2100-CONVERT-ONE-DEAD-EXIT
021200     END-READ.
021300     PERFORM 5000-WIDEN-SUSPREC
021400         THRU 5000-WIDEN-SUSPREC-EXIT.
021500     WRITE NL-NEW-RECORD FROM SU-SUSP-RECORD.
021600     ADD 1 TO WS-DEAD-COUNT.
021700 2100-CONVERT-ONE-DEAD-EXIT.
021800     EXIT.
021900
022000******************************************************************
022100* 3000-CONVERT-DAYFILE - REBUILD THE INTERACTIVE DAY FILE AT
022200* THE NEW TRANSACTION LENGTH.  THE ACTION CODE IS THE LAST BYTE
022300* AND IS LEFT BLANK - THE OLD ADD-OR-UPDATE RULE.
022400******************************************************************
022500 3000-CONVERT-DAYFILE.
022600     OPEN INPUT OLD-DAY-FILE.
022700     OPEN OUTPUT NEW-DAY-FILE.
022800     MOVE "N" TO WS-EOF-SW.
022900     PERFORM 3100-CONVERT-ONE-DAY
023000         THRU 3100-CONVERT-ONE-DAY-EXIT
023100         UNTIL WS-EOF.
023200     CLOSE OLD-DAY-FILE.
023300     CLOSE NEW-DAY-FILE.
023400 3000-CONVERT-DAYFILE-EXIT.
023500     EXIT.
023600
023700 3100-CONVERT-ONE-DAY.
023800     READ OLD-DAY-FILE
023900         AT END
024000             SET WS-EOF TO TRUE
024100             GO TO 3100-CONVERT-ONE-DAY-EXIT
024200     END-READ.
024300     MOVE OD-OLD-RECORD   TO TR-TRANS-RECORD.
024400     MOVE SPACE           TO TR-ACTION-CODE.
024500     WRITE TR-TRANS-RECORD.
024600     ADD 1 TO WS-DAY-COUNT.
024700 3100-CONVERT-ONE-DAY-EXIT.
024800     EXIT.
024900
025000******************************************************************
025100* 4000-CONVERT-RUN-LOG - CARRY EVERY RUN-CONTROL RECORD OVER
025200* WITH ZERO DELETE AND RENAME COUNTS, SO MYRLOG STILL REPORTS
025300* THE RUNS BEFORE THIS RELEASE.
025400******************************************************************
025500 4000-CONVERT-RUN-LOG.
025600     OPEN INPUT OLD-RUN-LOG-FILE.
025700     OPEN OUTPUT NEW-RUN-LOG-FILE.
025800     MOVE "N" TO WS-EOF-SW.
025900     PERFORM 4100-CONVERT-ONE-RUN-LOG
026000         THRU 4100-CONVERT-ONE-RUN-LOG-EXIT
026100         UNTIL WS-EOF.
026200     CLOSE OLD-RUN-LOG-FILE.
026300     CLOSE NEW-RUN-LOG-FILE.
026400 4000-CONVERT-RUN-LOG-EXIT.
026500     EXIT.
026600
026700 4100-CONVERT-ONE-RUN-LOG.
026800     READ OLD-RUN-LOG-FILE
026900         AT END
027000             SET WS-EOF TO TRUE
027100             GO TO 4100-CONVERT-ONE-RUN-LOG-EXIT
027200     END-READ.
027300     MOVE OR-OLD-RECORD   TO RC-RUN-CONTROL-RECORD.
027400     MOVE ZEROS           TO RC-DELETE-COUNT.
027500     MOVE ZEROS           TO RC-RENAME-COUNT.
027600     WRITE RC-RUN-CONTROL-RECORD.
027700     ADD 1 TO WS-RUN-LOG-COUNT.
027800 4100-CONVERT-ONE-RUN-LOG-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200* 5000-WIDEN-SUSPREC - BUILD THE NEW SUSPREC LAYOUT FROM THE OLD
028300* ONE, WITH A BLANK ACTION CODE AHEAD OF THE REASON CODE.
028400******************************************************************
028500 5000-WIDEN-SUSPREC.
028600     MOVE SPACES                TO SU-SUSP-RECORD.
028700     MOVE OS-FULL-NAME          TO SU-FULL-NAME.
028800     MOVE OS-LOCALE-CODE        TO SU-LOCALE-CODE.
028900     MOVE OS-CUST-NUMBER        TO SU-CUST-NUMBER.
029000     MOVE OS-STREET-ADDR        TO SU-STREET-ADDR.
029100     MOVE OS-CITY               TO SU-CITY.
029200     MOVE OS-STATE              TO SU-STATE.
029300     MOVE OS-POSTAL-CODE        TO SU-POSTAL-CODE.
029400     MOVE OS-PHONE              TO SU-PHONE.
029500     MOVE SPACE                 TO SU-ACTION-CODE.
029600     MOVE OS-REASON-CODE        TO SU-REASON-CODE.
029700     MOVE OS-CYCLE-COUNT        TO SU-CYCLE-COUNT.
029800     MOVE OS-FIRST-REJECT-DATE  TO SU-FIRST-REJECT-DATE.
029900 5000-WIDEN-SUSPREC-EXIT.
030000     EXIT.
030100
030200 9999-EXIT.
030300     STOP RUN.
