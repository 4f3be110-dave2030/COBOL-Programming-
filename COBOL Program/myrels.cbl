000100******************************************************************
000200* Program name:    MYRELS
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - first step of the nightly run.  Reads
000900*                  the SUSPCORR file the SUSC online transaction
001000*                  worked during the day and builds the suspense
001100*                  input for tonight's MYPROGB run and the dead-
001200*                  letter file that survives it:
001300*                    suspense entry, pending or corrected - back
001400*                      into the run as it stands (corrected data
001500*                      included), to recycle as before;
001600*                    any entry released - into the run with its
001700*                      cycle count reset to zero, so a released
001800*                      dead letter gets a full set of retries;
001900*                    dead letter, pending or corrected - kept on
002000*                      the dead-letter file;
002100*                    any entry voided - dropped from both.
002200*                  Prints what was released and voided with
002300*                  control totals.  A missing SUSPCORR is fatal -
002400*                  seed it with MYSUSL.jcl.
002410* 10/15/26 TWK     Suspense records grew to 129 bytes with the
002420*                  transaction action code.
002433* 10/15/26 TWK     Dated from the BUSDATE business-date control
002447*                  file instead of the clock.  The run refuses to
002460*                  start (RC 16) when this cycle already completed
002473*                  for the business date, and marks the cycle
002487*                  complete when it ends below RC 16.
002490* 10/15/26 TWK     The business-date check now runs before any
002491*                  output is opened.  The cycle is no longer
002492*                  marked complete here - the MYPROGB job marks
002493*                  it (MYBDATE "M" card) only after MYPROGB itself
002494*                  has run clean, so a failed night reruns from
002495*                  the top.  A SUSPCORR that is missing (status
002496*                  35) or empty now just means no suspense work
002497*                  tonight, as MYSUSL can legitimately load it.
002500*
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.  MYRELS.
002900 AUTHOR. TWK.
003000 INSTALLATION. COBOL DEVELOPMENT CENTER.
003100 DATE-WRITTEN. 10/15/26.
003200 DATE-COMPILED. 10/15/26.
003300 SECURITY. NON-CONFIDENTIAL.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CORR-FILE ASSIGN TO SUSPCORR
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS CR-CORR-KEY
004100         FILE STATUS IS WS-CORR-STATUS.
004200     SELECT SUSP-OUT-FILE ASSIGN TO SUSPREL
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT DEAD-OUT-FILE ASSIGN TO DEADKEEP
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT PRINT-FILE ASSIGN TO PRTFILE
004700         ORGANIZATION IS SEQUENTIAL.
004717     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
004733         ORGANIZATION IS INDEXED
004750         ACCESS MODE IS RANDOM
004767         RECORD KEY IS BD-KEY
004783         FILE STATUS IS WS-BUSDATE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CORR-FILE.
005200 01  CR-CORR-RECORD.
005300     COPY CORRREC.
005400
005500 FD  SUSP-OUT-FILE
005600     RECORDING MODE IS F.
005700 01  SU-SUSP-RECORD.
005800     COPY SUSPREC.
005900
006000******************************************************************
006100* THE KEPT DEAD LETTERS ARE THE SAME SUSPREC LAYOUT, WRITTEN AS
006200* RAW BYTES STRAIGHT FROM THE ENTRY.
006300******************************************************************
006400 FD  DEAD-OUT-FILE
006500     RECORDING MODE IS F.
006600 01  DL-DEAD-RECORD                PIC X(129).
006700
006800 FD  PRINT-FILE
006900     RECORDING MODE IS F.
007000 01  RP-REPORT-LINE.
007100     COPY REPTREC.
007120
007140 FD  BUS-DATE-FILE.
007160 01  BD-DATE-RECORD.
007180     COPY BDATREC.
007200
007300 WORKING-STORAGE SECTION.
007400
007500 01  WS-SWITCHES.
007600     05  WS-EOF-SW                 PIC X(01) VALUE "N".
007700         88  WS-EOF                          VALUE "Y".
007800
007900 01  WS-CORR-STATUS                PIC X(02).
008000     88  WS-CORR-OK                          VALUE "00".
008050     88  WS-CORR-NOT-FOUND                   VALUE "35".
008100
008200 01  WS-RECYCLE-COUNT              PIC 9(05) COMP VALUE 0.
008300 01  WS-CORRECTED-COUNT            PIC 9(05) COMP VALUE 0.
008400 01  WS-RELEASE-COUNT              PIC 9(05) COMP VALUE 0.
008500 01  WS-KEPT-COUNT                 PIC 9(05) COMP VALUE 0.
008600 01  WS-VOID-COUNT                 PIC 9(05) COMP VALUE 0.
008700
008800 01  WS-CURRENT-DATE.
008900     05  WS-CD-YYYY                PIC 9(04).
009000     05  WS-CD-MM                  PIC 9(02).
009100     05  WS-CD-DD                  PIC 9(02).
009110
009120******************************************************************
009130* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
009140* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
009150******************************************************************
009160 01  WS-BUSDATE-STATUS             PIC X(02).
009170     88  WS-BUSDATE-OK                       VALUE "00".
009200
009300 01  WS-RUN-DATE                   PIC X(10).
009400
009500 01  WS-PAGE-COUNT                 PIC 9(03) COMP VALUE 0.
009600 01  WS-LINE-COUNT                 PIC 9(02) COMP VALUE 0.
009700 01  WS-LINES-PER-PAGE             PIC 9(02) VALUE 55.
009800
009900******************************************************************
010000* REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE AND MOVED TO
010100* RP-REPORT-LINE BEFORE EACH WRITE.
010200******************************************************************
010300 01  WS-HEADING-LINE-1.
010400     05  WS-H1-CTRL                PIC X(01) VALUE "1".
010500     05  FILLER                    PIC X(32) VALUE
010600         "SUSPENSE RELEASE AND VOID REPORT".
010700     05  FILLER                    PIC X(10) VALUE
010800         "RUN DATE:".
010900     05  WS-H1-RUN-DATE            PIC X(10).
011000     05  FILLER                    PIC X(06) VALUE SPACES.
011100     05  FILLER                    PIC X(06) VALUE
011200         "PAGE:".
011300     05  WS-H1-PAGE-NO             PIC ZZ9.
011400     05  FILLER                    PIC X(65) VALUE SPACES.
011500
011600 01  WS-HEADING-LINE-2.
011700     05  WS-H2-CTRL                PIC X(01) VALUE " ".
011800     05  FILLER                    PIC X(10) VALUE
011900         "ENTRY".
012000     05  FILLER                    PIC X(32) VALUE
012100         "FULL NAME".
012200     05  FILLER                    PIC X(09) VALUE
012300         "CUST NO".
012400     05  FILLER                    PIC X(04) VALUE
012500         "RC".
012600     05  FILLER                    PIC X(10) VALUE
012700         "ACTION".
012800     05  FILLER                    PIC X(10) VALUE
012900         "OPERATOR".
013000     05  FILLER                    PIC X(12) VALUE
013100         "DATE".
013200     05  FILLER                    PIC X(45) VALUE
013300         "VOID REASON".
013400
013500 01  WS-DETAIL-LINE.
013600     05  WS-DL-CTRL                PIC X(01) VALUE " ".
013700     05  WS-DL-ENTRY               PIC X(08).
013800     05  FILLER                    PIC X(02) VALUE SPACES.
013900     05  WS-DL-FULL-NAME           PIC X(30).
014000     05  FILLER                    PIC X(02) VALUE SPACES.
014100     05  WS-DL-CUST-NUMBER         PIC X(07).
014200     05  FILLER                    PIC X(02) VALUE SPACES.
014300     05  WS-DL-REASON-CODE         PIC X(02).
014400     05  FILLER                    PIC X(02) VALUE SPACES.
014500     05  WS-DL-ACTION              PIC X(08).
014600     05  FILLER                    PIC X(02) VALUE SPACES.
014700     05  WS-DL-OPERATOR            PIC X(08).
014800     05  FILLER                    PIC X(02) VALUE SPACES.
014900     05  WS-DL-ACTION-DATE         PIC X(10).
015000     05  FILLER                    PIC X(02) VALUE SPACES.
015100     05  WS-DL-VOID-REASON         PIC X(30).
015200     05  FILLER                    PIC X(15) VALUE SPACES.
015300
015400 01  WS-FOOTER-LINE.
015500     05  WS-FL-CTRL                PIC X(01) VALUE "-".
015600     05  FILLER                    PIC X(20) VALUE
015700         "RECYCLED AS IS:".
015800     05  WS-FL-RECYCLE-COUNT       PIC ZZ,ZZ9.
015900     05  FILLER                    PIC X(05) VALUE SPACES.
016000     05  FILLER                    PIC X(20) VALUE
016100         "RECYCLED CORRECTED:".
016200     05  WS-FL-CORRECTED-COUNT     PIC ZZ,ZZ9.
016300     05  FILLER                    PIC X(05) VALUE SPACES.
016400     05  FILLER                    PIC X(20) VALUE
016500         "RELEASED:".
016600     05  WS-FL-RELEASE-COUNT       PIC ZZ,ZZ9.
016700     05  FILLER                    PIC X(44) VALUE SPACES.
016800
016900 01  WS-FOOTER-LINE-2.
017000     05  WS-F2-CTRL                PIC X(01) VALUE " ".
017100     05  FILLER                    PIC X(20) VALUE
017200         "DEAD LETTERS KEPT:".
017300     05  WS-F2-KEPT-COUNT          PIC ZZ,ZZ9.
017400     05  FILLER                    PIC X(05) VALUE SPACES.
017500     05  FILLER                    PIC X(20) VALUE
017600         "VOIDED:".
017700     05  WS-F2-VOID-COUNT          PIC ZZ,ZZ9.
017800     05  FILLER                    PIC X(75) VALUE SPACES.
017900
018000 PROCEDURE DIVISION.
018100
018200******************************************************************
018300* 0000-MAINLINE - ROUTE EVERY SUSPCORR ENTRY, THEN PRINT THE
018400* CONTROL TOTALS.
018500******************************************************************
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE
018800         THRU 1000-INITIALIZE-EXIT.
018900     PERFORM 2000-ROUTE-ENTRY
019000         THRU 2000-ROUTE-ENTRY-EXIT
019100         UNTIL WS-EOF.
019200     PERFORM 8000-TERMINATE
019300         THRU 8000-TERMINATE-EXIT.
019400     GO TO 9999-EXIT.
019500
019600******************************************************************
019700* 1000-INITIALIZE - CHECK THE BUSINESS DATE BEFORE ANY OUTPUT
019800* IS OPENED, OPEN THE FILES, PRINT THE FIRST PAGE HEADING, AND
019900* PRIME THE READ.  A MISSING (STATUS 35) OR EMPTY SUSPCORR IS A
020000* NIGHT WITH NO SUSPENSE WORK - MYSUSL LOADS IT EMPTY WHEN THE
020010* LAST RUN LEFT NO SUSPENSE AND NO DEAD LETTERS - SO BOTH
020020* OUTPUTS ARE WRITTEN EMPTY.  ANY OTHER OPEN FAILURE IS FATAL.
020100******************************************************************
020200 1000-INITIALIZE.
020250     PERFORM 1900-READ-BUSINESS-DATE
020270         THRU 1900-READ-BUSINESS-DATE-EXIT.
020300     OPEN INPUT CORR-FILE.
020350     IF WS-CORR-NOT-FOUND
020370         SET WS-EOF TO TRUE
020390     ELSE
020400         IF NOT WS-CORR-OK
020500             DISPLAY "MYRELS - SUSPCORR OPEN FAILED, STATUS = "
020600                 WS-CORR-STATUS
020700             MOVE 16 TO RETURN-CODE
020800             GO TO 9999-EXIT
020850         END-IF
020900     END-IF.
021000     OPEN OUTPUT SUSP-OUT-FILE.
021100     OPEN OUTPUT DEAD-OUT-FILE.
021200     OPEN OUTPUT PRINT-FILE.
021400     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
021500         DELIMITED BY SIZE INTO WS-RUN-DATE.
021600     PERFORM 1200-WRITE-HEADINGS
021700         THRU 1200-WRITE-HEADINGS-EXIT.
021750     IF NOT WS-EOF
021800         PERFORM 1100-READ-ENTRY
021900             THRU 1100-READ-ENTRY-EXIT
021950     END-IF.
022000 1000-INITIALIZE-EXIT.
022100     EXIT.
022200
022300 1100-READ-ENTRY.
022400     READ CORR-FILE NEXT RECORD
022500         AT END
022600             SET WS-EOF TO TRUE
022700     END-READ.
022800 1100-READ-ENTRY-EXIT.
022900     EXIT.
023000
023100******************************************************************
023200* 1200-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN-DATE
023300* HEADING AND THE COLUMN HEADING LINE.
023400******************************************************************
023500 1200-WRITE-HEADINGS.
023600     ADD 1 TO WS-PAGE-COUNT.
023700     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
023800     MOVE WS-PAGE-COUNT TO WS-H1-PAGE-NO.
023900     MOVE WS-HEADING-LINE-1 TO RP-REPORT-LINE.
024000     WRITE RP-REPORT-LINE.
024100     MOVE WS-HEADING-LINE-2 TO RP-REPORT-LINE.
024200     WRITE RP-REPORT-LINE.
024300     MOVE ZERO TO WS-LINE-COUNT.
024400 1200-WRITE-HEADINGS-EXIT.
024500     EXIT.
024600
024602******************************************************************
024604* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
024607* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK, SO A CYCLE THAT
024609* RUNS PAST MIDNIGHT OR IS RESTARTED NEXT MORNING STILL WORKS AS
024611* OF ITS OWN DAY.  A CYCLE THAT HAS ALREADY COMPLETED FOR THE
024613* BUSINESS DATE REFUSES TO RUN AGAIN UNTIL A MYBDATE "C" CARD
024615* REOPENS IT.  THE JOB MARKS THIS CYCLE COMPLETE (MYBDATE "M")
024616* ONLY ONCE MYPROGB HAS USED ITS OUTPUT CLEANLY.
024617******************************************************************
024620 1900-READ-BUSINESS-DATE.
024622     OPEN INPUT BUS-DATE-FILE.
024624     IF NOT WS-BUSDATE-OK
024626         DISPLAY "MYRELS - BUSDATE OPEN FAILED, STATUS = "
024628             WS-BUSDATE-STATUS
024630         MOVE 16 TO RETURN-CODE
024633         GO TO 9999-EXIT
024635     END-IF.
024637     MOVE "D"       TO BD-KEY-TYPE.
024639     MOVE "CONTROL" TO BD-KEY-VALUE.
024641     READ BUS-DATE-FILE
024643         INVALID KEY
024646             DISPLAY "MYRELS - BUSINESS DATE CONTROL RECORD "
024648                 "MISSING"
024650             MOVE 16 TO RETURN-CODE
024652             GO TO 9999-EXIT
024654     END-READ.
024657     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
024659     MOVE "C"       TO BD-KEY-TYPE.
024661     MOVE "MYRELS" TO BD-KEY-VALUE.
024663     READ BUS-DATE-FILE
024665         INVALID KEY
024667             MOVE ZERO TO BD-CYC-LAST-DATE
024670     END-READ.
024672     IF BD-CYC-LAST-DATE NOT < WS-CURRENT-DATE
024674         DISPLAY "MYRELS - CYCLE ALREADY COMPLETE FOR BUSINESS "
024676             "DATE " WS-CURRENT-DATE
024678         DISPLAY "MYRELS - REOPEN IT WITH A MYBDATE C CARD "
024680             "TO RERUN"
024683         MOVE 16 TO RETURN-CODE
024685         CLOSE BUS-DATE-FILE
024687         GO TO 9999-EXIT
024689     END-IF.
024691     CLOSE BUS-DATE-FILE.
024693 1900-READ-BUSINESS-DATE-EXIT.
024696     EXIT.
024698
024700******************************************************************
024800* 2000-ROUTE-ENTRY - SEND ONE ENTRY WHERE ITS SOURCE AND STATUS
024900* SAY IT GOES (SEE THE MAINTENANCE LOG ABOVE).  RELEASES AND
025000* VOIDS ARE PRINTED.
025100******************************************************************
025200 2000-ROUTE-ENTRY.
025300     EVALUATE TRUE
025400         WHEN CR-VOIDED
025500             ADD 1 TO WS-VOID-COUNT
025600             MOVE "VOIDED" TO WS-DL-ACTION
025700             PERFORM 4100-WRITE-DETAIL
025800                 THRU 4100-WRITE-DETAIL-EXIT
025900         WHEN CR-RELEASED
026000             MOVE CR-SUSP-DATA TO SU-SUSP-RECORD
026100             MOVE ZERO TO SU-CYCLE-COUNT
026200             WRITE SU-SUSP-RECORD
026300             ADD 1 TO WS-RELEASE-COUNT
026400             MOVE "RELEASED" TO WS-DL-ACTION
026500             PERFORM 4100-WRITE-DETAIL
026600                 THRU 4100-WRITE-DETAIL-EXIT
026700         WHEN CR-FROM-DEADLETTER
026800             MOVE CR-SUSP-DATA TO DL-DEAD-RECORD
026900             WRITE DL-DEAD-RECORD
027000             ADD 1 TO WS-KEPT-COUNT
027100         WHEN CR-CORRECTED
027200             MOVE CR-SUSP-DATA TO SU-SUSP-RECORD
027300             WRITE SU-SUSP-RECORD
027400             ADD 1 TO WS-CORRECTED-COUNT
027500         WHEN OTHER
027600             MOVE CR-SUSP-DATA TO SU-SUSP-RECORD
027700             WRITE SU-SUSP-RECORD
027800             ADD 1 TO WS-RECYCLE-COUNT
027900     END-EVALUATE.
028000     PERFORM 1100-READ-ENTRY
028100         THRU 1100-READ-ENTRY-EXIT.
028200 2000-ROUTE-ENTRY-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600* 4100-WRITE-DETAIL - PRINT ONE RELEASED OR VOIDED ENTRY,
028700* BREAKING TO A NEW PAGE FIRST WHEN THE CURRENT PAGE IS FULL.
028800* THE CALLER HAS SET WS-DL-ACTION.
028900******************************************************************
029000 4100-WRITE-DETAIL.
029100     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
029200         PERFORM 1200-WRITE-HEADINGS
029300             THRU 1200-WRITE-HEADINGS-EXIT
029400     END-IF.
029500     MOVE CR-SUSP-DATA       TO SU-SUSP-RECORD.
029600     MOVE CR-CORR-KEY        TO WS-DL-ENTRY.
029700     MOVE SU-FULL-NAME       TO WS-DL-FULL-NAME.
029800     MOVE SU-CUST-NUMBER     TO WS-DL-CUST-NUMBER.
029900     MOVE SU-REASON-CODE     TO WS-DL-REASON-CODE.
030000     MOVE CR-ACTION-OPERATOR TO WS-DL-OPERATOR.
030100     MOVE CR-ACTION-DATE     TO WS-DL-ACTION-DATE.
030200     MOVE CR-VOID-REASON     TO WS-DL-VOID-REASON.
030300     MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
030400     WRITE RP-REPORT-LINE.
030500     ADD 1 TO WS-LINE-COUNT.
030600 4100-WRITE-DETAIL-EXIT.
030700     EXIT.
030800
030900******************************************************************
031000* 8000-TERMINATE - PRINT THE CONTROL TOTALS AND CLOSE THE FILES.
031100******************************************************************
031200 8000-TERMINATE.
031300     MOVE WS-RECYCLE-COUNT   TO WS-FL-RECYCLE-COUNT.
031400     MOVE WS-CORRECTED-COUNT TO WS-FL-CORRECTED-COUNT.
031500     MOVE WS-RELEASE-COUNT   TO WS-FL-RELEASE-COUNT.
031600     MOVE WS-FOOTER-LINE TO RP-REPORT-LINE.
031700     WRITE RP-REPORT-LINE.
031800     MOVE WS-KEPT-COUNT      TO WS-F2-KEPT-COUNT.
031900     MOVE WS-VOID-COUNT      TO WS-F2-VOID-COUNT.
032000     MOVE WS-FOOTER-LINE-2 TO RP-REPORT-LINE.
032100     WRITE RP-REPORT-LINE.
032150     IF NOT WS-CORR-NOT-FOUND
032200         CLOSE CORR-FILE
032250     END-IF.
032300     CLOSE SUSP-OUT-FILE.
032400     CLOSE DEAD-OUT-FILE.
032500     CLOSE PRINT-FILE.
032600 8000-TERMINATE-EXIT.
032700     EXIT.
032800
032900 9999-EXIT.
033000     STOP RUN.
