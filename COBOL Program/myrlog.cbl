001600*                  return code.  Closes with monthly totals and
001700*                  averages, so "are rejects trending up" is a
001800*                  report, not a browse of the dataset by eye.
001810* 10/15/26 TWK     Added delete and rename columns and monthly
001820*                  totals for the transaction action codes.
001833* 10/15/26 TWK     Dated from the BUSDATE business-date control
001847*                  file instead of the clock.  The run refuses to
001860*                  start (RC 16) when this cycle already completed
001873*                  for the business date, and marks the cycle
001887*                  complete when it ends below RC 16.
001900*
002000******************************************************************
002100 IDENTIFICATION DIVISION.
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT PRINT-FILE ASSIGN TO PRTFILE
003400         ORGANIZATION IS SEQUENTIAL.
003417     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
003433         ORGANIZATION IS INDEXED
003450         ACCESS MODE IS RANDOM
003467         RECORD KEY IS BD-KEY
003483         FILE STATUS IS WS-BUSDATE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004400     RECORDING MODE IS F.
004500 01  RP-REPORT-LINE.
004600     COPY REPTREC.
004620
004640 FD  BUS-DATE-FILE.
004660 01  BD-DATE-RECORD.
004680     COPY BDATREC.
004700
004800 WORKING-STORAGE SECTION.
004900
007800 01  WS-TOT-READ                   PIC 9(07) COMP VALUE 0.
007900 01  WS-TOT-ADDS                   PIC 9(07) COMP VALUE 0.
008000 01  WS-TOT-UPDATES                PIC 9(07) COMP VALUE 0.
008010 01  WS-TOT-DELETES                PIC 9(07) COMP VALUE 0.
008020 01  WS-TOT-RENAMES                PIC 9(07) COMP VALUE 0.
008100 01  WS-TOT-REJECTS                PIC 9(07) COMP VALUE 0.
008200 01  WS-TOT-ELAPSED                PIC S9(09) COMP VALUE 0.
008300 01  WS-BAD-RC-COUNT               PIC 9(05) COMP VALUE 0.
008800     05  WS-CD-YYYY                PIC 9(04).
008900     05  WS-CD-MM                  PIC 9(02).
009000     05  WS-CD-DD                  PIC 9(02).
009010
009020******************************************************************
009030* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
009040* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
009050******************************************************************
009060 01  WS-BUSDATE-STATUS             PIC X(02).
009070     88  WS-BUSDATE-OK                       VALUE "00".
009080 01  WS-CYCLE-ROW-SW               PIC X(01) VALUE "N".
009090     88  WS-CYCLE-ROW-ON-FILE                VALUE "Y".
009100
009200 01  WS-RUN-DATE                   PIC X(10).
009300
012100     05  FILLER                    PIC X(08) VALUE "READ".
012200     05  FILLER                    PIC X(08) VALUE "ADDS".
012300     05  FILLER                    PIC X(08) VALUE "UPDATES".
012310     05  FILLER                    PIC X(08) VALUE "DELETES".
012320     05  FILLER                    PIC X(08) VALUE "RENAMES".
012400     05  FILLER                    PIC X(08) VALUE "REJECTS".
012500     05  FILLER                    PIC X(08) VALUE "REJ PCT".
012600     05  FILLER                    PIC X(05) VALUE "RC".
012700     05  FILLER                    PIC X(28) VALUE SPACES.
012800
012900 01  WS-DETAIL-LINE.
013000     05  WS-DL-CTRL                PIC X(01) VALUE " ".
014100     05  WS-DL-ADDS                PIC ZZ,ZZ9.
014200     05  FILLER                    PIC X(02) VALUE SPACES.
014300     05  WS-DL-UPDATES             PIC ZZ,ZZ9.
014310     05  FILLER                    PIC X(02) VALUE SPACES.
014320     05  WS-DL-DELETES             PIC ZZ,ZZ9.
014330     05  FILLER                    PIC X(02) VALUE SPACES.
014340     05  WS-DL-RENAMES             PIC ZZ,ZZ9.
014400     05  FILLER                    PIC X(02) VALUE SPACES.
014500     05  WS-DL-REJECTS             PIC ZZ,ZZ9.
014600     05  FILLER                    PIC X(02) VALUE SPACES.
014900     05  WS-DL-RETURN-CODE         PIC 9(02).
015000     05  FILLER                    PIC X(01) VALUE SPACES.
015100     05  WS-DL-RC-FLAG             PIC X(08).
015200     05  FILLER                    PIC X(01) VALUE SPACES.
015300
015400 01  WS-ELAPSED-DISPLAY.
015500     05  WS-ED-HH                  PIC 9(02).
018000         "REJECTS: ".
018100     05  WS-FL-REJECTS             PIC Z,ZZZ,ZZ9.
018200     05  FILLER                    PIC X(34) VALUE SPACES.
018210
018220 01  WS-FOOTER-LINE-3.
018230     05  WS-FL3-CTRL               PIC X(01) VALUE " ".
018240     05  FILLER                    PIC X(10) VALUE
018250         "DELETES: ".
018260     05  WS-FL3-DELETES            PIC Z,ZZZ,ZZ9.
018270     05  FILLER                    PIC X(03) VALUE SPACES.
018280     05  FILLER                    PIC X(10) VALUE
018290         "RENAMES: ".
018292     05  WS-FL3-RENAMES            PIC Z,ZZZ,ZZ9.
018294     05  FILLER                    PIC X(88) VALUE SPACES.
018300
018400 01  WS-FOOTER-LINE-2.
018500     05  WS-FL2-CTRL               PIC X(01) VALUE " ".
022300 1000-INITIALIZE.
022400     OPEN INPUT RUN-LOG-FILE.
022500     OPEN OUTPUT PRINT-FILE.
022567     PERFORM 1900-READ-BUSINESS-DATE
022633         THRU 1900-READ-BUSINESS-DATE-EXIT.
022700     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
022800         DELIMITED BY SIZE INTO WS-RUN-DATE.
022900     PERFORM 1200-WRITE-HEADINGS
026000 1200-WRITE-HEADINGS-EXIT.
026100     EXIT.
026200
026202******************************************************************
026204* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
026207* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK, SO A CYCLE THAT
026209* RUNS PAST MIDNIGHT OR IS RESTARTED NEXT MORNING STILL WORKS AS
026211* OF ITS OWN DAY.  A CYCLE THAT HAS ALREADY COMPLETED FOR THE
026213* BUSINESS DATE REFUSES TO RUN AGAIN UNTIL A MYBDATE "C" CARD
026215* REOPENS IT.
026217******************************************************************
026220 1900-READ-BUSINESS-DATE.
026222     OPEN INPUT BUS-DATE-FILE.
026224     IF NOT WS-BUSDATE-OK
026226         DISPLAY "MYRLOG - BUSDATE OPEN FAILED, STATUS = "
026228             WS-BUSDATE-STATUS
026230         MOVE 16 TO RETURN-CODE
026233         GO TO 9999-EXIT
026235     END-IF.
026237     MOVE "D"       TO BD-KEY-TYPE.
026239     MOVE "CONTROL" TO BD-KEY-VALUE.
026241     READ BUS-DATE-FILE
026243         INVALID KEY
026246             DISPLAY "MYRLOG - BUSINESS DATE CONTROL RECORD "
026248                 "MISSING"
026250             MOVE 16 TO RETURN-CODE
026252             GO TO 9999-EXIT
026254     END-READ.
026257     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
026259     MOVE "C"       TO BD-KEY-TYPE.
026261     MOVE "MYRLOG" TO BD-KEY-VALUE.
026263     READ BUS-DATE-FILE
026265         INVALID KEY
026267             MOVE ZERO TO BD-CYC-LAST-DATE
026270     END-READ.
026272     IF BD-CYC-LAST-DATE NOT < WS-CURRENT-DATE
026274         DISPLAY "MYRLOG - CYCLE ALREADY COMPLETE FOR BUSINESS "
026276             "DATE " WS-CURRENT-DATE
026278         DISPLAY "MYRLOG - REOPEN IT WITH A MYBDATE C CARD "
026280             "TO RERUN"
026283         MOVE 16 TO RETURN-CODE
026285         CLOSE BUS-DATE-FILE
026287         GO TO 9999-EXIT
026289     END-IF.
026291     CLOSE BUS-DATE-FILE.
026293 1900-READ-BUSINESS-DATE-EXIT.
026296     EXIT.
026298
026300******************************************************************
026400* 2000-PROCESS-RUN - PRINT ONE TREND LINE FOR THE CURRENT RUN,
026500* ROLL ITS COUNTS INTO THE MONTHLY TOTALS, AND READ THE NEXT.
028000     MOVE RC-TRANS-READ   TO WS-DL-READ.
028100     MOVE RC-ADD-COUNT    TO WS-DL-ADDS.
028200     MOVE RC-UPDATE-COUNT TO WS-DL-UPDATES.
028210     MOVE RC-DELETE-COUNT TO WS-DL-DELETES.
028220     MOVE RC-RENAME-COUNT TO WS-DL-RENAMES.
028300     MOVE RC-REJECT-COUNT TO WS-DL-REJECTS.
028400     MOVE WS-REJECT-PCT   TO WS-DL-REJECT-PCT.
028500     MOVE RC-RETURN-CODE  TO WS-DL-RETURN-CODE.
029600     ADD RC-TRANS-READ   TO WS-TOT-READ.
029700     ADD RC-ADD-COUNT    TO WS-TOT-ADDS.
029800     ADD RC-UPDATE-COUNT TO WS-TOT-UPDATES.
029810     ADD RC-DELETE-COUNT TO WS-TOT-DELETES.
029820     ADD RC-RENAME-COUNT TO WS-TOT-RENAMES.
029900     ADD RC-REJECT-COUNT TO WS-TOT-REJECTS.
030000     ADD WS-ELAPSED-SECS TO WS-TOT-ELAPSED.
030100     PERFORM 1100-READ-RUN-LOG
038800     MOVE WS-TOT-REJECTS TO WS-FL-REJECTS.
038900     MOVE WS-FOOTER-LINE TO RP-REPORT-LINE.
039000     WRITE RP-REPORT-LINE.
039010     MOVE WS-TOT-DELETES TO WS-FL3-DELETES.
039020     MOVE WS-TOT-RENAMES TO WS-FL3-RENAMES.
039030     MOVE WS-FOOTER-LINE-3 TO RP-REPORT-LINE.
039040     WRITE RP-REPORT-LINE.
039100     MOVE ZERO TO WS-REJECT-PCT.
039200     IF WS-TOT-READ > ZERO
039300         COMPUTE WS-REJECT-PCT ROUNDED =
040800 8000-TERMINATE-CLOSE.
040900     CLOSE RUN-LOG-FILE.
041000     CLOSE PRINT-FILE.
041033     PERFORM 8900-MARK-CYCLE-COMPLETE
041067         THRU 8900-MARK-CYCLE-COMPLETE-EXIT.
041100 8000-TERMINATE-EXIT.
041200     EXIT.
041202
041204******************************************************************
041206* 8900-MARK-CYCLE-COMPLETE - RECORD ON THE BUSDATE CONTROL FILE
041208* THAT THIS CYCLE RAN TO COMPLETION FOR THE BUSINESS DATE, SO IT
041210* WILL NOT RUN AGAIN FOR THE SAME DAY AND THE END-OF-DAY ROLL CAN
041212* SEE IT FINISHED.  A RUN ENDING RC 16 IS NOT MARKED.
041215******************************************************************
041217 8900-MARK-CYCLE-COMPLETE.
041219     IF RETURN-CODE NOT < 16
041221         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
041223     END-IF.
041225     OPEN I-O BUS-DATE-FILE.
041227     IF NOT WS-BUSDATE-OK
041229         DISPLAY "MYRLOG - BUSDATE UPDATE OPEN FAILED, "
041231             "STATUS = " WS-BUSDATE-STATUS
041233         MOVE 16 TO RETURN-CODE
041235         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
041238     END-IF.
041240     MOVE "C"       TO BD-KEY-TYPE.
041242     MOVE "MYRLOG" TO BD-KEY-VALUE.
041244     READ BUS-DATE-FILE
041246         INVALID KEY
041248             MOVE "N" TO WS-CYCLE-ROW-SW
041250         NOT INVALID KEY
041252             SET WS-CYCLE-ROW-ON-FILE TO TRUE
041254     END-READ.
041256     IF NOT WS-CYCLE-ROW-ON-FILE
041258         MOVE SPACES    TO BD-DATE-RECORD
041260         MOVE "C"       TO BD-KEY-TYPE
041263         MOVE "MYRLOG" TO BD-KEY-VALUE
041265     END-IF.
041267     MOVE WS-CURRENT-DATE TO BD-CYC-LAST-DATE.
041269     ACCEPT BD-CYC-STAMP-DATE FROM DATE YYYYMMDD.
041271     ACCEPT BD-CYC-STAMP-TIME FROM TIME.
041273     IF WS-CYCLE-ROW-ON-FILE
041275         REWRITE BD-DATE-RECORD
041277     ELSE
041279         WRITE BD-DATE-RECORD
041281     END-IF.
041283     IF NOT WS-BUSDATE-OK
041285         DISPLAY "MYRLOG - BUSDATE CYCLE UPDATE FAILED, "
041288             "STATUS = " WS-BUSDATE-STATUS
041290         MOVE 16 TO RETURN-CODE
041292     END-IF.
041294     CLOSE BUS-DATE-FILE.
041296 8900-MARK-CYCLE-COMPLETE-EXIT.
041298     EXIT.
041300
041400 9999-EXIT.
041500     STOP RUN.
