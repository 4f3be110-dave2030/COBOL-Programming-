002200*                  RC 0 = clean, RC 4 = date/name warnings,
002300*                  RC 8 = number sequence broken (or CUSTCTL
002400*                  unreadable).
002417* 10/15/26 TWK     Dated from the BUSDATE business-date control
002433*                  file instead of the clock.  The run refuses to
002450*                  start (RC 16) when this cycle already completed
002467*                  for the business date, and marks the cycle
002483*                  complete when it ends below RC 16.
002500*
002600******************************************************************
002700 IDENTIFICATION DIVISION.
004600         FILE STATUS IS WS-CUSTCTL-STATUS.
004700     SELECT PRINT-FILE ASSIGN TO PRTFILE
004800         ORGANIZATION IS SEQUENTIAL.
004817     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
004833         ORGANIZATION IS INDEXED
004850         ACCESS MODE IS RANDOM
004867         RECORD KEY IS BD-KEY
004883         FILE STATUS IS WS-BUSDATE-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
006100     RECORDING MODE IS F.
006200 01  RP-REPORT-LINE.
006300     COPY REPTREC.
006320
006340 FD  BUS-DATE-FILE.
006360 01  BD-DATE-RECORD.
006380     COPY BDATREC.
006400
006500 WORKING-STORAGE SECTION.
006600
010700     05  WS-CD-YYYY                PIC 9(04).
010800     05  WS-CD-MM                  PIC 9(02).
010900     05  WS-CD-DD                  PIC 9(02).
010910
010920******************************************************************
010930* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
010940* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
010950******************************************************************
010960 01  WS-BUSDATE-STATUS             PIC X(02).
010970     88  WS-BUSDATE-OK                       VALUE "00".
010980 01  WS-CYCLE-ROW-SW               PIC X(01) VALUE "N".
010990     88  WS-CYCLE-ROW-ON-FILE                VALUE "Y".
011000
011100 01  WS-RUN-DATE                   PIC X(10).
011200
020900******************************************************************
021000 1000-INITIALIZE.
021100     OPEN OUTPUT PRINT-FILE.
021167     PERFORM 1900-READ-BUSINESS-DATE
021233         THRU 1900-READ-BUSINESS-DATE-EXIT.
021300     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
021400         DELIMITED BY SIZE INTO WS-RUN-DATE.
021500     OPEN INPUT CUST-CTL-FILE.
027400 1200-WRITE-HEADINGS-EXIT.
027500     EXIT.
027600
027602******************************************************************
027604* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
027607* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK, SO A CYCLE THAT
027609* RUNS PAST MIDNIGHT OR IS RESTARTED NEXT MORNING STILL WORKS AS
027611* OF ITS OWN DAY.  A CYCLE THAT HAS ALREADY COMPLETED FOR THE
027613* BUSINESS DATE REFUSES TO RUN AGAIN UNTIL A MYBDATE "C" CARD
027615* REOPENS IT.
027617******************************************************************
027620 1900-READ-BUSINESS-DATE.
027622     OPEN INPUT BUS-DATE-FILE.
027624     IF NOT WS-BUSDATE-OK
027626         DISPLAY "MYVERIF - BUSDATE OPEN FAILED, STATUS = "
027628             WS-BUSDATE-STATUS
027630         MOVE 16 TO RETURN-CODE
027633         GO TO 9999-EXIT
027635     END-IF.
027637     MOVE "D"       TO BD-KEY-TYPE.
027639     MOVE "CONTROL" TO BD-KEY-VALUE.
027641     READ BUS-DATE-FILE
027643         INVALID KEY
027646             DISPLAY "MYVERIF - BUSINESS DATE CONTROL RECORD "
027648                 "MISSING"
027650             MOVE 16 TO RETURN-CODE
027652             GO TO 9999-EXIT
027654     END-READ.
027657     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
027659     MOVE "C"       TO BD-KEY-TYPE.
027661     MOVE "MYVERIF" TO BD-KEY-VALUE.
027663     READ BUS-DATE-FILE
027665         INVALID KEY
027667             MOVE ZERO TO BD-CYC-LAST-DATE
027670     END-READ.
027672     IF BD-CYC-LAST-DATE NOT < WS-CURRENT-DATE
027674         DISPLAY "MYVERIF - CYCLE ALREADY COMPLETE FOR BUSINESS "
027676             "DATE " WS-CURRENT-DATE
027678         DISPLAY "MYVERIF - REOPEN IT WITH A MYBDATE C CARD "
027680             "TO RERUN"
027683         MOVE 16 TO RETURN-CODE
027685         CLOSE BUS-DATE-FILE
027687         GO TO 9999-EXIT
027689     END-IF.
027691     CLOSE BUS-DATE-FILE.
027693 1900-READ-BUSINESS-DATE-EXIT.
027696     EXIT.
027698
027700******************************************************************
027800* 2000-VERIFY-RECORD - RUN THE THREE CHECKS AGAINST THE CURRENT
027900* RECORD, PRINTING ONE ANOMALY LINE PER FAILED CHECK, AND READ
042500     END-IF.
042600     CLOSE NAME-MASTER.
042700     CLOSE PRINT-FILE.
042733     PERFORM 8900-MARK-CYCLE-COMPLETE
042767         THRU 8900-MARK-CYCLE-COMPLETE-EXIT.
042800 8000-TERMINATE-EXIT.
042900     EXIT.
042902
042904******************************************************************
042906* 8900-MARK-CYCLE-COMPLETE - RECORD ON THE BUSDATE CONTROL FILE
042908* THAT THIS CYCLE RAN TO COMPLETION FOR THE BUSINESS DATE, SO IT
042910* WILL NOT RUN AGAIN FOR THE SAME DAY AND THE END-OF-DAY ROLL CAN
042912* SEE IT FINISHED.  A RUN ENDING RC 16 IS NOT MARKED.
042915******************************************************************
042917 8900-MARK-CYCLE-COMPLETE.
042919     IF RETURN-CODE NOT < 16
042921         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
042923     END-IF.
042925     OPEN I-O BUS-DATE-FILE.
042927     IF NOT WS-BUSDATE-OK
042929         DISPLAY "MYVERIF - BUSDATE UPDATE OPEN FAILED, "
042931             "STATUS = " WS-BUSDATE-STATUS
042933         MOVE 16 TO RETURN-CODE
042935         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
042938     END-IF.
042940     MOVE "C"       TO BD-KEY-TYPE.
042942     MOVE "MYVERIF" TO BD-KEY-VALUE.
042944     READ BUS-DATE-FILE
042946         INVALID KEY
042948             MOVE "N" TO WS-CYCLE-ROW-SW
042950         NOT INVALID KEY
042952             SET WS-CYCLE-ROW-ON-FILE TO TRUE
042954     END-READ.
042956     IF NOT WS-CYCLE-ROW-ON-FILE
042958         MOVE SPACES    TO BD-DATE-RECORD
042960         MOVE "C"       TO BD-KEY-TYPE
042963         MOVE "MYVERIF" TO BD-KEY-VALUE
042965     END-IF.
042967     MOVE WS-CURRENT-DATE TO BD-CYC-LAST-DATE.
042969     ACCEPT BD-CYC-STAMP-DATE FROM DATE YYYYMMDD.
042971     ACCEPT BD-CYC-STAMP-TIME FROM TIME.
042973     IF WS-CYCLE-ROW-ON-FILE
042975         REWRITE BD-DATE-RECORD
042977     ELSE
042979         WRITE BD-DATE-RECORD
042981     END-IF.
042983     IF NOT WS-BUSDATE-OK
042985         DISPLAY "MYVERIF - BUSDATE CYCLE UPDATE FAILED, "
042988             "STATUS = " WS-BUSDATE-STATUS
042990         MOVE 16 TO RETURN-CODE
042992     END-IF.
042994     CLOSE BUS-DATE-FILE.
042996 8900-MARK-CYCLE-COMPLETE-EXIT.
042998     EXIT.
043000
043100 9999-EXIT.
043200     STOP RUN.
