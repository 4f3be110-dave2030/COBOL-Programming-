001491*                  authority for an add, change, or delete) now
001492*                  appear and are counted, so the auditors see
001493*                  the attempts the authority check turned away.
001494* 10/15/26 TWK     The SUSC suspense correction transaction logs
001495*                  REPAIR, RELEAS, and VOID actions against the
001496*                  suspense and dead-letter entries; a third
001497*                  footer line counts them.  A VOID row's after
001498*                  name column shows the void reason.
001506* 10/15/26 TWK     MYPROGB, MYPURGE, and MYREST now journal
001515*                  their master changes here too.  PURGE and
001523*                  RESTOR rows are counted on the third footer
001532*                  line; a RESTOR row shows its after-image
001540*                  customer number, as an ADD does.
001549* 10/15/26 TWK     Dated from the BUSDATE business-date control
001557*                  file instead of the clock.  The run refuses to
001566*                  start (RC 16) when this cycle already completed
001574*                  for the business date, and marks the cycle
001583*                  complete when it ends below RC 16.
001591*
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.  MYHIST.
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT PRINT-FILE ASSIGN TO PRTFILE
003000         ORGANIZATION IS SEQUENTIAL.
003017     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
003033         ORGANIZATION IS INDEXED
003050         ACCESS MODE IS RANDOM
003067         RECORD KEY IS BD-KEY
003083         FILE STATUS IS WS-BUSDATE-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
004000     RECORDING MODE IS F.
004100 01  RP-REPORT-LINE.
004200     COPY REPTREC.
004220
004240 FD  BUS-DATE-FILE.
004260 01  BD-DATE-RECORD.
004280     COPY BDATREC.
004300
004400 WORKING-STORAGE SECTION.
004500
005500     05  WS-CD-YYYY                PIC 9(04).
005600     05  WS-CD-MM                  PIC 9(02).
005700     05  WS-CD-DD                  PIC 9(02).
005710
005720******************************************************************
005730* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
005740* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
005750******************************************************************
005760 01  WS-BUSDATE-STATUS             PIC X(02).
005770     88  WS-BUSDATE-OK                       VALUE "00".
005780 01  WS-CYCLE-ROW-SW               PIC X(01) VALUE "N".
005790     88  WS-CYCLE-ROW-ON-FILE                VALUE "Y".
005800
005900 01  WS-RUN-DATE                   PIC X(10).
006000
006600 01  WS-DELETE-COUNT               PIC 9(05) COMP VALUE 0.
006650 01  WS-MERGE-COUNT                PIC 9(05) COMP VALUE 0.
006660 01  WS-DENIED-COUNT               PIC 9(05) COMP VALUE 0.
006670 01  WS-REPAIR-COUNT               PIC 9(05) COMP VALUE 0.
006680 01  WS-RELEASE-COUNT              PIC 9(05) COMP VALUE 0.
006690 01  WS-VOID-COUNT                 PIC 9(05) COMP VALUE 0.
006692 01  WS-PURGE-COUNT                PIC 9(05) COMP VALUE 0.
006694 01  WS-RESTORE-COUNT              PIC 9(05) COMP VALUE 0.
006700
006800******************************************************************
006900* REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE AND MOVED TO
013370         "DENIED: ".
013380     05  WS-FL2-DENIED-COUNT       PIC ZZ,ZZ9.
013400     05  FILLER                    PIC X(04) VALUE SPACES.
013410
013420 01  WS-FOOTER-LINE-3.
013430     05  WS-FL3-CTRL               PIC X(01) VALUE " ".
013440     05  FILLER                    PIC X(15) VALUE
013450         "REPAIRS: ".
013460     05  WS-FL3-REPAIR-COUNT       PIC ZZ,ZZ9.
013470     05  FILLER                    PIC X(05) VALUE SPACES.
013480     05  FILLER                    PIC X(15) VALUE
013490         "RELEASES: ".
013491     05  WS-FL3-RELEASE-COUNT      PIC ZZ,ZZ9.
013492     05  FILLER                    PIC X(05) VALUE SPACES.
013493     05  FILLER                    PIC X(15) VALUE
013494         "VOIDS: ".
013495     05  WS-FL3-VOID-COUNT         PIC ZZ,ZZ9.
013504     05  FILLER                    PIC X(05) VALUE SPACES.
013514     05  FILLER                    PIC X(15) VALUE
013523         "PURGES: ".
013533     05  WS-FL3-PURGE-COUNT        PIC ZZ,ZZ9.
013542     05  FILLER                    PIC X(05) VALUE SPACES.
013552     05  FILLER                    PIC X(15) VALUE
013561         "RESTORES: ".
013571     05  WS-FL3-RESTORE-COUNT      PIC ZZ,ZZ9.
013580     05  FILLER                    PIC X(07) VALUE SPACES.
013590
013600 PROCEDURE DIVISION.
013700
013800******************************************************************
015600 1000-INITIALIZE.
015700     OPEN INPUT HIST-FILE.
015800     OPEN OUTPUT PRINT-FILE.
015867     PERFORM 1900-READ-BUSINESS-DATE
015933         THRU 1900-READ-BUSINESS-DATE-EXIT.
016000     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
016100         DELIMITED BY SIZE INTO WS-RUN-DATE.
016200     PERFORM 1200-WRITE-HEADINGS
019300 1200-WRITE-HEADINGS-EXIT.
019400     EXIT.
019500
019502******************************************************************
019504* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
019507* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK, SO A CYCLE THAT
019509* RUNS PAST MIDNIGHT OR IS RESTARTED NEXT MORNING STILL WORKS AS
019511* OF ITS OWN DAY.  A CYCLE THAT HAS ALREADY COMPLETED FOR THE
019513* BUSINESS DATE REFUSES TO RUN AGAIN UNTIL A MYBDATE "C" CARD
019515* REOPENS IT.
019517******************************************************************
019520 1900-READ-BUSINESS-DATE.
019522     OPEN INPUT BUS-DATE-FILE.
019524     IF NOT WS-BUSDATE-OK
019526         DISPLAY "MYHIST - BUSDATE OPEN FAILED, STATUS = "
019528             WS-BUSDATE-STATUS
019530         MOVE 16 TO RETURN-CODE
019533         GO TO 9999-EXIT
019535     END-IF.
019537     MOVE "D"       TO BD-KEY-TYPE.
019539     MOVE "CONTROL" TO BD-KEY-VALUE.
019541     READ BUS-DATE-FILE
019543         INVALID KEY
019546             DISPLAY "MYHIST - BUSINESS DATE CONTROL RECORD "
019548                 "MISSING"
019550             MOVE 16 TO RETURN-CODE
019552             GO TO 9999-EXIT
019554     END-READ.
019557     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
019559     MOVE "C"       TO BD-KEY-TYPE.
019561     MOVE "MYHIST" TO BD-KEY-VALUE.
019563     READ BUS-DATE-FILE
019565         INVALID KEY
019567             MOVE ZERO TO BD-CYC-LAST-DATE
019570     END-READ.
019572     IF BD-CYC-LAST-DATE NOT < WS-CURRENT-DATE
019574         DISPLAY "MYHIST - CYCLE ALREADY COMPLETE FOR BUSINESS "
019576             "DATE " WS-CURRENT-DATE
019578         DISPLAY "MYHIST - REOPEN IT WITH A MYBDATE C CARD "
019580             "TO RERUN"
019583         MOVE 16 TO RETURN-CODE
019585         CLOSE BUS-DATE-FILE
019587         GO TO 9999-EXIT
019589     END-IF.
019591     CLOSE BUS-DATE-FILE.
019593 1900-READ-BUSINESS-DATE-EXIT.
019596     EXIT.
019598
019600******************************************************************
019700* 2000-PROCESS-HISTORY - PRINT ONE DETAIL LINE FOR THE CURRENT
019800* RECORD, COUNT IT BY ACTION, AND READ THE NEXT ONE.
020700     MOVE HS-OPERATOR-ID    TO WS-DL-OPERATOR.
020800     MOVE HS-TERMINAL-ID    TO WS-DL-TERMINAL.
020900     MOVE HS-ACTION         TO WS-DL-ACTION.
021000     IF HS-ACTION-ADD OR HS-ACTION-RESTORE
021010         MOVE HS-AFT-CUST-NUMBER TO WS-DL-CUST-NUMBER
021020     ELSE
021030         MOVE HS-BEF-CUST-NUMBER TO WS-DL-CUST-NUMBER
022240     IF HS-ACTION-DENIED
022250         ADD 1 TO WS-DENIED-COUNT
022260     END-IF.
022270     IF HS-ACTION-REPAIR
022271         ADD 1 TO WS-REPAIR-COUNT
022272     END-IF.
022273     IF HS-ACTION-RELEASE
022274         ADD 1 TO WS-RELEASE-COUNT
022275     END-IF.
022276     IF HS-ACTION-VOID
022277         ADD 1 TO WS-VOID-COUNT
022278     END-IF.
022280     IF HS-ACTION-PURGE
022282         ADD 1 TO WS-PURGE-COUNT
022284     END-IF.
022286     IF HS-ACTION-RESTORE
022288         ADD 1 TO WS-RESTORE-COUNT
022290     END-IF.
022300     PERFORM 1100-READ-HISTORY
022400         THRU 1100-READ-HISTORY-EXIT.
022500 2000-PROCESS-HISTORY-EXIT.
023760     MOVE WS-DENIED-COUNT TO WS-FL2-DENIED-COUNT.
023800     MOVE WS-FOOTER-LINE-2 TO RP-REPORT-LINE.
023900     WRITE RP-REPORT-LINE.
023910     MOVE WS-REPAIR-COUNT  TO WS-FL3-REPAIR-COUNT.
023920     MOVE WS-RELEASE-COUNT TO WS-FL3-RELEASE-COUNT.
023930     MOVE WS-VOID-COUNT    TO WS-FL3-VOID-COUNT.
023932     MOVE WS-PURGE-COUNT   TO WS-FL3-PURGE-COUNT.
023934     MOVE WS-RESTORE-COUNT TO WS-FL3-RESTORE-COUNT.
023940     MOVE WS-FOOTER-LINE-3 TO RP-REPORT-LINE.
023950     WRITE RP-REPORT-LINE.
024000     CLOSE HIST-FILE.
024100     CLOSE PRINT-FILE.
024133     PERFORM 8900-MARK-CYCLE-COMPLETE
024167         THRU 8900-MARK-CYCLE-COMPLETE-EXIT.
024200 8000-TERMINATE-EXIT.
024300     EXIT.
024302
024304******************************************************************
024306* 8900-MARK-CYCLE-COMPLETE - RECORD ON THE BUSDATE CONTROL FILE
024308* THAT THIS CYCLE RAN TO COMPLETION FOR THE BUSINESS DATE, SO IT
024310* WILL NOT RUN AGAIN FOR THE SAME DAY AND THE END-OF-DAY ROLL CAN
024312* SEE IT FINISHED.  A RUN ENDING RC 16 IS NOT MARKED.
024315******************************************************************
024317 8900-MARK-CYCLE-COMPLETE.
024319     IF RETURN-CODE NOT < 16
024321         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
024323     END-IF.
024325     OPEN I-O BUS-DATE-FILE.
024327     IF NOT WS-BUSDATE-OK
024329         DISPLAY "MYHIST - BUSDATE UPDATE OPEN FAILED, "
024331             "STATUS = " WS-BUSDATE-STATUS
024333         MOVE 16 TO RETURN-CODE
024335         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
024338     END-IF.
024340     MOVE "C"       TO BD-KEY-TYPE.
024342     MOVE "MYHIST" TO BD-KEY-VALUE.
024344     READ BUS-DATE-FILE
024346         INVALID KEY
024348             MOVE "N" TO WS-CYCLE-ROW-SW
024350         NOT INVALID KEY
024352             SET WS-CYCLE-ROW-ON-FILE TO TRUE
024354     END-READ.
024356     IF NOT WS-CYCLE-ROW-ON-FILE
024358         MOVE SPACES    TO BD-DATE-RECORD
024360         MOVE "C"       TO BD-KEY-TYPE
024363         MOVE "MYHIST" TO BD-KEY-VALUE
024365     END-IF.
024367     MOVE WS-CURRENT-DATE TO BD-CYC-LAST-DATE.
024369     ACCEPT BD-CYC-STAMP-DATE FROM DATE YYYYMMDD.
024371     ACCEPT BD-CYC-STAMP-TIME FROM TIME.
024373     IF WS-CYCLE-ROW-ON-FILE
024375         REWRITE BD-DATE-RECORD
024377     ELSE
024379         WRITE BD-DATE-RECORD
024381     END-IF.
024383     IF NOT WS-BUSDATE-OK
024385         DISPLAY "MYHIST - BUSDATE CYCLE UPDATE FAILED, "
024388             "STATUS = " WS-BUSDATE-STATUS
024390         MOVE 16 TO RETURN-CODE
024392     END-IF.
024394     CLOSE BUS-DATE-FILE.
024396 8900-MARK-CYCLE-COMPLETE-EXIT.
024398     EXIT.
024400
024500 9999-EXIT.
024600     STOP RUN.
