001700*                  control totals for both.  RC 4 = dead letters
001800*                  on file, so operations sees the backlog on
001900*                  the scheduler board.
001910* 10/15/26 TWK     Suspense records now carry the transaction
001920*                  action code - added to the work layout and
001930*                  printed as an ACTION column.  Dead-letter
001940*                  record length 128 -> 129.
001950* 10/15/26 TWK     Dated from the BUSDATE business-date control
001960*                  file instead of the clock.  The run refuses to
001970*                  start (RC 16) when this cycle already completed
001980*                  for the business date, and marks the cycle
001990*                  complete when it ends below RC 16.
002000*
002100******************************************************************
002200 IDENTIFICATION DIVISION.
003700         FILE STATUS IS WS-DEAD-STATUS.
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
005200******************************************************************
005300 FD  DEAD-FILE
005400     RECORDING MODE IS F.
005500 01  DL-DEAD-RECORD                PIC X(129).
005600
005700 FD  PRINT-FILE
005800     RECORDING MODE IS F.
005900 01  RP-REPORT-LINE.
006000     COPY REPTREC.
006020
006040 FD  BUS-DATE-FILE.
006060 01  BD-DATE-RECORD.
006080     COPY BDATREC.
006100
006200 WORKING-STORAGE SECTION.
006300
008860     05  WK-STATE                  PIC X(02).
008870     05  WK-POSTAL-CODE            PIC X(10).
008880     05  WK-PHONE                  PIC X(12).
008885     05  WK-ACTION-CODE            PIC X(01).
008890     05  WK-REASON-CODE            PIC X(02).
008900     05  WK-CYCLE-COUNT            PIC 9(03).
008910     05  WK-FIRST-REJECT-DATE      PIC X(10).
009500     05  WS-CD-YYYY                PIC 9(04).
009600     05  WS-CD-MM                  PIC 9(02).
009700     05  WS-CD-DD                  PIC 9(02).
009710
009720******************************************************************
009730* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
009740* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
009750******************************************************************
009760 01  WS-BUSDATE-STATUS             PIC X(02).
009770     88  WS-BUSDATE-OK                       VALUE "00".
009780 01  WS-CYCLE-ROW-SW               PIC X(01) VALUE "N".
009790     88  WS-CYCLE-ROW-ON-FILE                VALUE "Y".
009800
009900 01  WS-RUN-DATE                   PIC X(10).
010000
013100         "CYCLES".
013200     05  FILLER                    PIC X(16) VALUE
013300         "FIRST REJECTED".
013310     05  FILLER                    PIC X(08) VALUE
013320         "ACTION".
013400     05  FILLER                    PIC X(51) VALUE SPACES.
013500
013600 01  WS-SECTION-LINE.
013700     05  WS-SL-CTRL                PIC X(01) VALUE "-".
014900     05  WS-DL-CYCLE-COUNT         PIC ZZ9.
015000     05  FILLER                    PIC X(05) VALUE SPACES.
015100     05  WS-DL-FIRST-REJECT        PIC X(10).
015110     05  FILLER                    PIC X(04) VALUE SPACES.
015120     05  WS-DL-ACTION-CODE         PIC X(01).
015200     05  FILLER                    PIC X(57) VALUE SPACES.
015300
015400 01  WS-FOOTER-LINE.
015500     05  WS-FL-CTRL                PIC X(01) VALUE "-".
020800         END-IF
020900     END-IF.
021000     OPEN OUTPUT PRINT-FILE.
021067     PERFORM 1900-READ-BUSINESS-DATE
021133         THRU 1900-READ-BUSINESS-DATE-EXIT.
021200     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
021300         DELIMITED BY SIZE INTO WS-RUN-DATE.
021400     PERFORM 1200-WRITE-HEADINGS
023200 1200-WRITE-HEADINGS-EXIT.
023300     EXIT.
023400
023402******************************************************************
023404* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
023407* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK, SO A CYCLE THAT
023409* RUNS PAST MIDNIGHT OR IS RESTARTED NEXT MORNING STILL WORKS AS
023411* OF ITS OWN DAY.  A CYCLE THAT HAS ALREADY COMPLETED FOR THE
023413* BUSINESS DATE REFUSES TO RUN AGAIN UNTIL A MYBDATE "C" CARD
023415* REOPENS IT.
023417******************************************************************
023420 1900-READ-BUSINESS-DATE.
023422     OPEN INPUT BUS-DATE-FILE.
023424     IF NOT WS-BUSDATE-OK
023426         DISPLAY "MYSUSPR - BUSDATE OPEN FAILED, STATUS = "
023428             WS-BUSDATE-STATUS
023430         MOVE 16 TO RETURN-CODE
023433         GO TO 9999-EXIT
023435     END-IF.
023437     MOVE "D"       TO BD-KEY-TYPE.
023439     MOVE "CONTROL" TO BD-KEY-VALUE.
023441     READ BUS-DATE-FILE
023443         INVALID KEY
023446             DISPLAY "MYSUSPR - BUSINESS DATE CONTROL RECORD "
023448                 "MISSING"
023450             MOVE 16 TO RETURN-CODE
023452             GO TO 9999-EXIT
023454     END-READ.
023457     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
023459     MOVE "C"       TO BD-KEY-TYPE.
023461     MOVE "MYSUSPR" TO BD-KEY-VALUE.
023463     READ BUS-DATE-FILE
023465         INVALID KEY
023467             MOVE ZERO TO BD-CYC-LAST-DATE
023470     END-READ.
023472     IF BD-CYC-LAST-DATE NOT < WS-CURRENT-DATE
023474         DISPLAY "MYSUSPR - CYCLE ALREADY COMPLETE FOR BUSINESS "
023476             "DATE " WS-CURRENT-DATE
023478         DISPLAY "MYSUSPR - REOPEN IT WITH A MYBDATE C CARD "
023480             "TO RERUN"
023483         MOVE 16 TO RETURN-CODE
023485         CLOSE BUS-DATE-FILE
023487         GO TO 9999-EXIT
023489     END-IF.
023491     CLOSE BUS-DATE-FILE.
023493 1900-READ-BUSINESS-DATE-EXIT.
023496     EXIT.
023498
023500******************************************************************
023600* 2000-PRINT-SUSPENSE - SECTION ONE: WHAT IS SITTING IN
023700* SUSPENSE AFTER TONIGHT'S RUN AND HOW OLD IT IS.
032000         MOVE ZERO             TO WS-DL-CYCLE-COUNT
032100     END-IF.
032200     MOVE WK-FIRST-REJECT-DATE TO WS-DL-FIRST-REJECT.
032210     MOVE WK-ACTION-CODE       TO WS-DL-ACTION-CODE.
032300     MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
032400     WRITE RP-REPORT-LINE.
032500     ADD 1 TO WS-LINE-COUNT.
034600         CLOSE DEAD-FILE
034700     END-IF.
034800     CLOSE PRINT-FILE.
034833     PERFORM 8900-MARK-CYCLE-COMPLETE
034867         THRU 8900-MARK-CYCLE-COMPLETE-EXIT.
034900 8000-TERMINATE-EXIT.
035000     EXIT.
035002
035004******************************************************************
035006* 8900-MARK-CYCLE-COMPLETE - RECORD ON THE BUSDATE CONTROL FILE
035008* THAT THIS CYCLE RAN TO COMPLETION FOR THE BUSINESS DATE, SO IT
035010* WILL NOT RUN AGAIN FOR THE SAME DAY AND THE END-OF-DAY ROLL CAN
035012* SEE IT FINISHED.  A RUN ENDING RC 16 IS NOT MARKED.
035015******************************************************************
035017 8900-MARK-CYCLE-COMPLETE.
035019     IF RETURN-CODE NOT < 16
035021         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
035023     END-IF.
035025     OPEN I-O BUS-DATE-FILE.
035027     IF NOT WS-BUSDATE-OK
035029         DISPLAY "MYSUSPR - BUSDATE UPDATE OPEN FAILED, "
035031             "STATUS = " WS-BUSDATE-STATUS
035033         MOVE 16 TO RETURN-CODE
035035         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
035038     END-IF.
035040     MOVE "C"       TO BD-KEY-TYPE.
035042     MOVE "MYSUSPR" TO BD-KEY-VALUE.
035044     READ BUS-DATE-FILE
035046         INVALID KEY
035048             MOVE "N" TO WS-CYCLE-ROW-SW
035050         NOT INVALID KEY
035052             SET WS-CYCLE-ROW-ON-FILE TO TRUE
035054     END-READ.
035056     IF NOT WS-CYCLE-ROW-ON-FILE
035058         MOVE SPACES    TO BD-DATE-RECORD
035060         MOVE "C"       TO BD-KEY-TYPE
035063         MOVE "MYSUSPR" TO BD-KEY-VALUE
035065     END-IF.
035067     MOVE WS-CURRENT-DATE TO BD-CYC-LAST-DATE.
035069     ACCEPT BD-CYC-STAMP-DATE FROM DATE YYYYMMDD.
035071     ACCEPT BD-CYC-STAMP-TIME FROM TIME.
035073     IF WS-CYCLE-ROW-ON-FILE
035075         REWRITE BD-DATE-RECORD
035077     ELSE
035079         WRITE BD-DATE-RECORD
035081     END-IF.
035083     IF NOT WS-BUSDATE-OK
035085         DISPLAY "MYSUSPR - BUSDATE CYCLE UPDATE FAILED, "
035088             "STATUS = " WS-BUSDATE-STATUS
035090         MOVE 16 TO RETURN-CODE
035092     END-IF.
035094     CLOSE BUS-DATE-FILE.
035096 8900-MARK-CYCLE-COMPLETE-EXIT.
035098     EXIT.
035100
035200 9999-EXIT.
035300     STOP RUN.
