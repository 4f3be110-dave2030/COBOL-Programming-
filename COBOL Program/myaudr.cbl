001520*                  AU-AUDIT-DATE flows through the sort and the
001530*                  detail line, and the run date carries the
001540*                  century.
001550* 10/15/26 TWK     Dated from the BUSDATE business-date control
001560*                  file instead of the clock.  The run refuses to
001570*                  start (RC 16) when this cycle already completed
001580*                  for the business date, and marks the cycle
001590*                  complete when it ends below RC 16.
001600*
001700******************************************************************
001800 IDENTIFICATION DIVISION.
003000     SELECT SORT-WORK ASSIGN TO SORTWK01.
003100     SELECT PRINT-FILE ASSIGN TO PRTFILE
003200         ORGANIZATION IS SEQUENTIAL.
003217     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
003233         ORGANIZATION IS INDEXED
003250         ACCESS MODE IS RANDOM
003267         RECORD KEY IS BD-KEY
003283         FILE STATUS IS WS-BUSDATE-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
004900     RECORDING MODE IS F.
005000 01  RP-REPORT-LINE.
005100     COPY REPTREC.
005120
005140 FD  BUS-DATE-FILE.
005160 01  BD-DATE-RECORD.
005180     COPY BDATREC.
005200
005300 WORKING-STORAGE SECTION.
005400
006600     05  WS-CD-YYYY                PIC 9(04).
006700     05  WS-CD-MM                  PIC 9(02).
006800     05  WS-CD-DD                  PIC 9(02).
006810
006820******************************************************************
006830* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
006840* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
006850******************************************************************
006860 01  WS-BUSDATE-STATUS             PIC X(02).
006870     88  WS-BUSDATE-OK                       VALUE "00".
006880 01  WS-CYCLE-ROW-SW               PIC X(01) VALUE "N".
006890     88  WS-CYCLE-ROW-ON-FILE                VALUE "Y".
006900
007000 01  WS-RUN-DATE                   PIC X(10).
007100
017100******************************************************************
017200 1000-INITIALIZE.
017300     OPEN OUTPUT PRINT-FILE.
017367     PERFORM 1900-READ-BUSINESS-DATE
017433         THRU 1900-READ-BUSINESS-DATE-EXIT.
017500     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
017600         DELIMITED BY SIZE INTO WS-RUN-DATE.
017700     PERFORM 1200-WRITE-HEADINGS
019500 1200-WRITE-HEADINGS-EXIT.
019600     EXIT.
019700
019702******************************************************************
019704* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
019707* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK, SO A CYCLE THAT
019709* RUNS PAST MIDNIGHT OR IS RESTARTED NEXT MORNING STILL WORKS AS
019711* OF ITS OWN DAY.  A CYCLE THAT HAS ALREADY COMPLETED FOR THE
019713* BUSINESS DATE REFUSES TO RUN AGAIN UNTIL A MYBDATE "C" CARD
019715* REOPENS IT.
019717******************************************************************
019720 1900-READ-BUSINESS-DATE.
019722     OPEN INPUT BUS-DATE-FILE.
019724     IF NOT WS-BUSDATE-OK
019726         DISPLAY "MYAUDR - BUSDATE OPEN FAILED, STATUS = "
019728             WS-BUSDATE-STATUS
019730         MOVE 16 TO RETURN-CODE
019733         GO TO 9999-EXIT
019735     END-IF.
019737     MOVE "D"       TO BD-KEY-TYPE.
019739     MOVE "CONTROL" TO BD-KEY-VALUE.
019741     READ BUS-DATE-FILE
019743         INVALID KEY
019746             DISPLAY "MYAUDR - BUSINESS DATE CONTROL RECORD "
019748                 "MISSING"
019750             MOVE 16 TO RETURN-CODE
019752             GO TO 9999-EXIT
019754     END-READ.
019757     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
019759     MOVE "C"       TO BD-KEY-TYPE.
019761     MOVE "MYAUDR" TO BD-KEY-VALUE.
019763     READ BUS-DATE-FILE
019765         INVALID KEY
019767             MOVE ZERO TO BD-CYC-LAST-DATE
019770     END-READ.
019772     IF BD-CYC-LAST-DATE NOT < WS-CURRENT-DATE
019774         DISPLAY "MYAUDR - CYCLE ALREADY COMPLETE FOR BUSINESS "
019776             "DATE " WS-CURRENT-DATE
019778         DISPLAY "MYAUDR - REOPEN IT WITH A MYBDATE C CARD "
019780             "TO RERUN"
019783         MOVE 16 TO RETURN-CODE
019785         CLOSE BUS-DATE-FILE
019787         GO TO 9999-EXIT
019789     END-IF.
019791     CLOSE BUS-DATE-FILE.
019793 1900-READ-BUSINESS-DATE-EXIT.
019796     EXIT.
019798
019800******************************************************************
019900* 2000-PRINT-REPORT - SORT OUTPUT PROCEDURE.  TAKE THE SORTED
020000* RECORDS ONE AT A TIME, BREAKING ON THE OPERATOR ID, AND PRINT
032200******************************************************************
032300 8000-TERMINATE.
032400     CLOSE PRINT-FILE.
032433     PERFORM 8900-MARK-CYCLE-COMPLETE
032467         THRU 8900-MARK-CYCLE-COMPLETE-EXIT.
032500 8000-TERMINATE-EXIT.
032600     EXIT.
032602
032604******************************************************************
032606* 8900-MARK-CYCLE-COMPLETE - RECORD ON THE BUSDATE CONTROL FILE
032608* THAT THIS CYCLE RAN TO COMPLETION FOR THE BUSINESS DATE, SO IT
032610* WILL NOT RUN AGAIN FOR THE SAME DAY AND THE END-OF-DAY ROLL CAN
032612* SEE IT FINISHED.  A RUN ENDING RC 16 IS NOT MARKED.
032615******************************************************************
032617 8900-MARK-CYCLE-COMPLETE.
032619     IF RETURN-CODE NOT < 16
032621         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
032623     END-IF.
032625     OPEN I-O BUS-DATE-FILE.
032627     IF NOT WS-BUSDATE-OK
032629         DISPLAY "MYAUDR - BUSDATE UPDATE OPEN FAILED, "
032631             "STATUS = " WS-BUSDATE-STATUS
032633         MOVE 16 TO RETURN-CODE
032635         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
032638     END-IF.
032640     MOVE "C"       TO BD-KEY-TYPE.
032642     MOVE "MYAUDR" TO BD-KEY-VALUE.
032644     READ BUS-DATE-FILE
032646         INVALID KEY
032648             MOVE "N" TO WS-CYCLE-ROW-SW
032650         NOT INVALID KEY
032652             SET WS-CYCLE-ROW-ON-FILE TO TRUE
032654     END-READ.
032656     IF NOT WS-CYCLE-ROW-ON-FILE
032658         MOVE SPACES    TO BD-DATE-RECORD
032660         MOVE "C"       TO BD-KEY-TYPE
032663         MOVE "MYAUDR" TO BD-KEY-VALUE
032665     END-IF.
032667     MOVE WS-CURRENT-DATE TO BD-CYC-LAST-DATE.
032669     ACCEPT BD-CYC-STAMP-DATE FROM DATE YYYYMMDD.
032671     ACCEPT BD-CYC-STAMP-TIME FROM TIME.
032673     IF WS-CYCLE-ROW-ON-FILE
032675         REWRITE BD-DATE-RECORD
032677     ELSE
032679         WRITE BD-DATE-RECORD
032681     END-IF.
032683     IF NOT WS-BUSDATE-OK
032685         DISPLAY "MYAUDR - BUSDATE CYCLE UPDATE FAILED, "
032688             "STATUS = " WS-BUSDATE-STATUS
032690         MOVE 16 TO RETURN-CODE
032692     END-IF.
032694     CLOSE BUS-DATE-FILE.
032696 8900-MARK-CYCLE-COMPLETE-EXIT.
032698     EXIT.
032700
032800 9999-EXIT.
032900     STOP RUN.
