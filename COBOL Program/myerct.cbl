000100******************************************************************
000200* Program name:    MYERCT
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - last step of the customer data-
000900*                  erasure job.  Prints one certificate per
001000*                  erasure request from the resolved request
001100*                  list (ERASLIST, from MYERRS) and the tally
001200*                  rows every MYERAS scrub step appended
001300*                  (ERASTALY): each dataset processed, with its
001400*                  records read, matched, scrubbed, and voided.
001500*                  The SYSIN card gives the number of datasets
001600*                  the job scrubs; a request with fewer tally
001700*                  rows than that (a step bypassed or failed)
001800*                  is certified INCOMPLETE.  A rejected request
001900*                  prints with its reason and nothing erased.
002000*                  RC 8 = certificate(s) incomplete; RC 16 =
002100*                  could not run.
002200*
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.  MYERCT.
002600 AUTHOR. TWK.
002700 INSTALLATION. COBOL DEVELOPMENT CENTER.
002800 DATE-WRITTEN. 10/15/26.
002900 DATE-COMPILED. 10/15/26.
003000 SECURITY. NON-CONFIDENTIAL.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT LIST-FILE ASSIGN TO ERASLIST
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT TALLY-FILE ASSIGN TO ERASTALY
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PRINT-FILE ASSIGN TO PRTFILE
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS BD-KEY
004400         FILE STATUS IS WS-BUSDATE-STATUS.
004500     SELECT SORT-WORK ASSIGN TO SORTWK01.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900
005000 FD  LIST-FILE
005100     RECORDING MODE IS F.
005200 01  EL-LIST-RECORD                PIC X(180).
005300
005400 FD  TALLY-FILE
005500     RECORDING MODE IS F.
005600 01  ET-TALLY-RECORD               PIC X(110).
005700
005800 FD  PRINT-FILE
005900     RECORDING MODE IS F.
006000 01  RP-REPORT-LINE.
006100     COPY REPTREC.
006200
006300 FD  BUS-DATE-FILE.
006400 01  BD-DATE-RECORD.
006500     COPY BDATREC.
006600
006700******************************************************************
006800* SR-SORT-RECORD IS ONE TALLY ROW, SORTED ON ITS REQUEST AND THEN
006900* THE TIME ITS STEP ENDED, SO EACH CERTIFICATE LISTS THE DATASETS
007000* IN THE ORDER THE JOB SCRUBBED THEM.
007100******************************************************************
007200 SD  SORT-WORK.
007300 01  SR-SORT-RECORD.
007400     05  SR-REQUEST-SEQ            PIC 9(05).
007500     05  SR-STEP-STAMP             PIC 9(16).
007600     05  SR-TALLY-DATA             PIC X(89).
007700
007800 WORKING-STORAGE SECTION.
007900
008000 01  WS-SWITCHES.
008100     05  WS-LIST-EOF-SW            PIC X(01) VALUE "N".
008200         88  WS-LIST-EOF                     VALUE "Y".
008300     05  WS-TALLY-EOF-SW           PIC X(01) VALUE "N".
008400         88  WS-TALLY-EOF                    VALUE "Y".
008500
008600******************************************************************
008700* SYSIN CONTROL CARD - COLS 1-3 THE NUMBER OF DATASETS THE JOB
008800* SCRUBS (ITS MYERAS STEPS).
008900******************************************************************
009000 01  WS-CONTROL-CARD.
009100     05  WS-CC-EXPECTED            PIC X(03).
009200     05  WS-CC-EXPECTED-N REDEFINES WS-CC-EXPECTED
009300                                   PIC 9(03).
009400     05  FILLER                    PIC X(77).
009500
009600 01  WS-EXPECTED-COUNT             PIC 9(03) COMP VALUE 0.
009700
009800 01  WS-ERAS-RECORD.
009900     COPY ERASREC.
010000
010100******************************************************************
010200* THE CURRENT TALLY ROW.  WS-TALLY-SEQ GOES TO ALL NINES AT THE
010300* END OF THE TALLY SO NO REQUEST CAN MATCH PAST IT.
010400******************************************************************
010500 01  WS-TALLY-RECORD.
010600     COPY ERTLYREC.
010700
010800 01  WS-TALLY-SEQ                  PIC 9(05) VALUE 0.
010900
011000 01  WS-CURRENT-DATE.
011100     05  WS-CD-YYYY                PIC 9(04).
011200     05  WS-CD-MM                  PIC 9(02).
011300     05  WS-CD-DD                  PIC 9(02).
011400
011500******************************************************************
011600* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
011700* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
011800******************************************************************
011900 01  WS-BUSDATE-STATUS             PIC X(02).
012000     88  WS-BUSDATE-OK                       VALUE "00".
012100
012200 01  WS-RUN-DATE                   PIC X(10).
012300
012400 01  WS-PAGE-COUNT                 PIC 9(03) COMP VALUE 0.
012500 01  WS-LINE-COUNT                 PIC 9(02) COMP VALUE 0.
012600 01  WS-LINES-PER-PAGE             PIC 9(02) VALUE 55.
012700
012800******************************************************************
012900* PER-REQUEST TOTALS, RESET AT EACH CERTIFICATE.
013000******************************************************************
013100 01  WS-DATASET-COUNT              PIC 9(03) COMP VALUE 0.
013200 01  WS-REQ-SCRUB-COUNT            PIC 9(07) COMP VALUE 0.
013300 01  WS-REQ-VOID-COUNT             PIC 9(07) COMP VALUE 0.
013400
013500******************************************************************
013600* CONTROL TOTALS.
013700******************************************************************
013800 01  WS-REQUEST-COUNT              PIC 9(05) COMP VALUE 0.
013900 01  WS-COMPLETE-COUNT             PIC 9(05) COMP VALUE 0.
014000 01  WS-INCOMPLETE-COUNT           PIC 9(05) COMP VALUE 0.
014100 01  WS-REJECTED-COUNT             PIC 9(05) COMP VALUE 0.
014200 01  WS-ORPHAN-COUNT               PIC 9(05) COMP VALUE 0.
014300
014400******************************************************************
014500* REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE AND MOVED TO
014600* RP-REPORT-LINE BEFORE EACH WRITE.
014700******************************************************************
014800 01  WS-HEADING-LINE-1.
014900     05  WS-H1-CTRL                PIC X(01) VALUE "1".
015000     05  FILLER                    PIC X(30) VALUE
015100         "CUSTOMER ERASURE CERTIFICATE".
015200     05  FILLER                    PIC X(10) VALUE
015300         "RUN DATE:".
015400     05  WS-H1-RUN-DATE            PIC X(10).
015500     05  FILLER                    PIC X(06) VALUE SPACES.
015600     05  FILLER                    PIC X(06) VALUE
015700         "PAGE:".
015800     05  WS-H1-PAGE-NO             PIC ZZ9.
015900     05  FILLER                    PIC X(67) VALUE SPACES.
016000
016100 01  WS-REQUEST-LINE.
016200     05  WS-RL-CTRL                PIC X(01) VALUE "0".
016300     05  FILLER                    PIC X(12) VALUE
016400         "REQUEST:".
016500     05  WS-RL-REQUEST-ID          PIC X(08).
016600     05  FILLER                    PIC X(04) VALUE SPACES.
016700     05  FILLER                    PIC X(05) VALUE
016800         "SEQ:".
016900     05  WS-RL-SEQ                 PIC ZZZZ9.
017000     05  FILLER                    PIC X(04) VALUE SPACES.
017100     05  FILLER                    PIC X(10) VALUE
017200         "CUST NO:".
017300     05  WS-RL-CUST-NUMBER         PIC X(07).
017400     05  FILLER                    PIC X(04) VALUE SPACES.
017500     05  FILLER                    PIC X(10) VALUE
017600         "FOUND ON:".
017700     05  WS-RL-SOURCE              PIC X(07).
017800     05  FILLER                    PIC X(56) VALUE SPACES.
017900
018000 01  WS-NAME-LINE.
018100     05  WS-NL-CTRL                PIC X(01) VALUE " ".
018200     05  WS-NL-LABEL               PIC X(16).
018300     05  WS-NL-NAME                PIC X(30).
018400     05  FILLER                    PIC X(86) VALUE SPACES.
018500
018600 01  WS-COLUMN-LINE.
018700     05  WS-CL-CTRL                PIC X(01) VALUE "0".
018800     05  FILLER                    PIC X(10) VALUE
018900         "FILE TYPE".
019000     05  FILLER                    PIC X(46) VALUE
019100         "DATASET".
019200     05  FILLER                    PIC X(12) VALUE
019300         "      READ".
019400     05  FILLER                    PIC X(12) VALUE
019500         "   MATCHED".
019600     05  FILLER                    PIC X(12) VALUE
019700         "  SCRUBBED".
019800     05  FILLER                    PIC X(12) VALUE
019900         "      VOIDED".
020000     05  FILLER                    PIC X(28) VALUE SPACES.
020100
020200 01  WS-DETAIL-LINE.
020300     05  WS-DL-CTRL                PIC X(01) VALUE " ".
020400     05  WS-DL-FILE-TYPE           PIC X(08).
020500     05  FILLER                    PIC X(02) VALUE SPACES.
020600     05  WS-DL-DATASET             PIC X(44).
020700     05  FILLER                    PIC X(02) VALUE SPACES.
020800     05  WS-DL-READ                PIC ZZ,ZZZ,ZZ9.
020900     05  FILLER                    PIC X(02) VALUE SPACES.
021000     05  WS-DL-MATCHED             PIC ZZ,ZZZ,ZZ9.
021100     05  FILLER                    PIC X(02) VALUE SPACES.
021200     05  WS-DL-SCRUBBED            PIC ZZ,ZZZ,ZZ9.
021300     05  FILLER                    PIC X(02) VALUE SPACES.
021400     05  WS-DL-VOIDED              PIC ZZ,ZZZ,ZZ9.
021500     05  FILLER                    PIC X(30) VALUE SPACES.
021600
021700 01  WS-SUMMARY-LINE.
021800     05  WS-SL-CTRL                PIC X(01) VALUE "0".
021900     05  FILLER                    PIC X(20) VALUE
022000         "DATASETS PROCESSED:".
022100     05  WS-SL-DATASETS            PIC ZZ9.
022200     05  FILLER                    PIC X(04) VALUE
022300         " OF ".
022400     05  WS-SL-EXPECTED            PIC ZZ9.
022500     05  FILLER                    PIC X(05) VALUE SPACES.
022600     05  FILLER                    PIC X(18) VALUE
022700         "RECORDS SCRUBBED:".
022800     05  WS-SL-SCRUBBED            PIC ZZ,ZZZ,ZZ9.
022900     05  FILLER                    PIC X(05) VALUE SPACES.
023000     05  FILLER                    PIC X(16) VALUE
023100         "ENTRIES VOIDED:".
023200     05  WS-SL-VOIDED              PIC ZZ,ZZZ,ZZ9.
023300     05  FILLER                    PIC X(38) VALUE SPACES.
023400
023500 01  WS-RESULT-LINE.
023600     05  WS-RS-CTRL                PIC X(01) VALUE "0".
023700     05  FILLER                    PIC X(08) VALUE
023800         "RESULT:".
023900     05  WS-RS-TEXT                PIC X(70).
024000     05  FILLER                    PIC X(54) VALUE SPACES.
024100
024200 01  WS-FOOTER-LINE.
024300     05  WS-FL-CTRL                PIC X(01) VALUE "-".
024400     05  FILLER                    PIC X(11) VALUE
024500         "REQUESTS: ".
024600     05  WS-FL-REQUEST-COUNT       PIC ZZ,ZZ9.
024700     05  FILLER                    PIC X(04) VALUE SPACES.
024800     05  FILLER                    PIC X(11) VALUE
024900         "COMPLETE: ".
025000     05  WS-FL-COMPLETE-COUNT      PIC ZZ,ZZ9.
025100     05  FILLER                    PIC X(04) VALUE SPACES.
025200     05  FILLER                    PIC X(13) VALUE
025300         "INCOMPLETE: ".
025400     05  WS-FL-INCOMPLETE-COUNT    PIC ZZ,ZZ9.
025500     05  FILLER                    PIC X(04) VALUE SPACES.
025600     05  FILLER                    PIC X(11) VALUE
025700         "REJECTED: ".
025800     05  WS-FL-REJECTED-COUNT      PIC ZZ,ZZ9.
025900     05  FILLER                    PIC X(50) VALUE SPACES.
026000
026100 PROCEDURE DIVISION.
026200
026300******************************************************************
026400* 0000-MAINLINE - SORT THE TALLY INTO REQUEST ORDER AND MERGE IT
026500* WITH THE REQUEST LIST, ONE CERTIFICATE PER REQUEST.
026600******************************************************************
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE
026900         THRU 1000-INITIALIZE-EXIT.
027000     SORT SORT-WORK
027100         ON ASCENDING KEY SR-REQUEST-SEQ SR-STEP-STAMP
027200         USING TALLY-FILE
027300         OUTPUT PROCEDURE IS 2000-PRINT-CERTIFICATES
027400             THRU 2000-PRINT-CERTIFICATES-EXIT.
027500     PERFORM 8000-TERMINATE
027600         THRU 8000-TERMINATE-EXIT.
027700     GO TO 9999-EXIT.
027800
027900******************************************************************
028000* 1000-INITIALIZE - EDIT THE CONTROL CARD, DATE THE RUN, AND OPEN
028100* THE LIST AND THE REPORT.
028200******************************************************************
028300 1000-INITIALIZE.
028400     ACCEPT WS-CONTROL-CARD.
028500     IF WS-CC-EXPECTED NOT NUMERIC
028600      OR WS-CC-EXPECTED-N = ZERO
028700         DISPLAY "MYERCT - DATASET COUNT ON SYSIN NOT VALID: "
028800             WS-CC-EXPECTED
028900         MOVE 16 TO RETURN-CODE
029000         GO TO 9999-EXIT
029100     END-IF.
029200     MOVE WS-CC-EXPECTED-N TO WS-EXPECTED-COUNT.
029300     PERFORM 1900-READ-BUSINESS-DATE
029400         THRU 1900-READ-BUSINESS-DATE-EXIT.
029500     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
029600         DELIMITED BY SIZE INTO WS-RUN-DATE.
029700     OPEN INPUT LIST-FILE.
029800     OPEN OUTPUT PRINT-FILE.
029900 1000-INITIALIZE-EXIT.
030000     EXIT.
030100
030200******************************************************************
030300* 1200-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN-DATE
030400* HEADING AND THE CURRENT REQUEST'S IDENTIFICATION.
030500******************************************************************
030600 1200-WRITE-HEADINGS.
030700     ADD 1 TO WS-PAGE-COUNT.
030800     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
030900     MOVE WS-PAGE-COUNT TO WS-H1-PAGE-NO.
031000     MOVE WS-HEADING-LINE-1 TO RP-REPORT-LINE.
031100     WRITE RP-REPORT-LINE.
031200     MOVE WS-REQUEST-LINE TO RP-REPORT-LINE.
031300     WRITE RP-REPORT-LINE.
031400     MOVE 2 TO WS-LINE-COUNT.
031500 1200-WRITE-HEADINGS-EXIT.
031600     EXIT.
031700
031800******************************************************************
031900* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
032000* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK.  THIS JOB RUNS
032100* ON REQUEST RATHER THAN AS PART OF A DAILY CYCLE, SO IT MAY RUN
032200* MORE THAN ONCE FOR THE SAME BUSINESS DATE.
032300******************************************************************
032400 1900-READ-BUSINESS-DATE.
032500     OPEN INPUT BUS-DATE-FILE.
032600     IF NOT WS-BUSDATE-OK
032700         DISPLAY "MYERCT - BUSDATE OPEN FAILED, STATUS = "
032800             WS-BUSDATE-STATUS
032900         MOVE 16 TO RETURN-CODE
033000         GO TO 9999-EXIT
033100     END-IF.
033200     MOVE "D"       TO BD-KEY-TYPE.
033300     MOVE "CONTROL" TO BD-KEY-VALUE.
033400     READ BUS-DATE-FILE
033500         INVALID KEY
033600             DISPLAY "MYERCT - BUSINESS DATE CONTROL RECORD "
033700                 "MISSING"
033800             MOVE 16 TO RETURN-CODE
033900             GO TO 9999-EXIT
034000     END-READ.
034100     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
034200     CLOSE BUS-DATE-FILE.
034300 1900-READ-BUSINESS-DATE-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700* 2000-PRINT-CERTIFICATES - SORT OUTPUT PROCEDURE.  PRINT A
034800* CERTIFICATE FOR EACH REQUEST ON THE LIST, THEN COUNT ANY TALLY
034900* ROWS NO REQUEST CLAIMED.
035000******************************************************************
035100 2000-PRINT-CERTIFICATES.
035200     PERFORM 2100-RETURN-TALLY
035300         THRU 2100-RETURN-TALLY-EXIT.
035400     PERFORM 2200-CERTIFY-REQUEST
035500         THRU 2200-CERTIFY-REQUEST-EXIT
035600         UNTIL WS-LIST-EOF.
035700     PERFORM 2500-SKIP-ONE-TALLY
035800         THRU 2500-SKIP-ONE-TALLY-EXIT
035900         UNTIL WS-TALLY-EOF.
036000 2000-PRINT-CERTIFICATES-EXIT.
036100     EXIT.
036200
036300 2100-RETURN-TALLY.
036400     RETURN SORT-WORK INTO WS-TALLY-RECORD
036500         AT END
036600             SET WS-TALLY-EOF TO TRUE
036700             MOVE 99999 TO WS-TALLY-SEQ
036800             GO TO 2100-RETURN-TALLY-EXIT
036900     END-RETURN.
037000     MOVE ET-REQUEST-SEQ TO WS-TALLY-SEQ.
037100 2100-RETURN-TALLY-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500* 2200-CERTIFY-REQUEST - ONE REQUEST'S CERTIFICATE, ON A PAGE OF
037600* ITS OWN: THE REQUEST, THE NAMES ERASED, A LINE PER DATASET, AND
037700* THE RESULT.
037800******************************************************************
037900 2200-CERTIFY-REQUEST.
038000     READ LIST-FILE INTO WS-ERAS-RECORD
038100         AT END
038200             SET WS-LIST-EOF TO TRUE
038300             GO TO 2200-CERTIFY-REQUEST-EXIT
038400     END-READ.
038500     ADD 1 TO WS-REQUEST-COUNT.
038600     PERFORM 2500-SKIP-ONE-TALLY
038700         THRU 2500-SKIP-ONE-TALLY-EXIT
038800         UNTIL WS-TALLY-SEQ NOT < ER-REQUEST-SEQ.
038900     MOVE ZERO TO WS-DATASET-COUNT.
039000     MOVE ZERO TO WS-REQ-SCRUB-COUNT.
039100     MOVE ZERO TO WS-REQ-VOID-COUNT.
039200     MOVE ER-REQUEST-ID TO WS-RL-REQUEST-ID.
039300     MOVE ER-REQUEST-SEQ TO WS-RL-SEQ.
039400     MOVE SPACES TO WS-RL-CUST-NUMBER.
039500     IF ER-CUST-NUMBER > ZERO
039600         MOVE ER-CUST-NUMBER TO WS-RL-CUST-NUMBER
039700     END-IF.
039800     EVALUATE TRUE
039900         WHEN ER-ON-MASTER
040000             MOVE "MASTER"  TO WS-RL-SOURCE
040100         WHEN ER-ON-ARCHIVE
040200             MOVE "ARCHIVE" TO WS-RL-SOURCE
040300         WHEN ER-NOT-ON-FILE
040400             MOVE "NONE"    TO WS-RL-SOURCE
040500         WHEN OTHER
040600             MOVE SPACES    TO WS-RL-SOURCE
040700     END-EVALUATE.
040800     PERFORM 1200-WRITE-HEADINGS
040900         THRU 1200-WRITE-HEADINGS-EXIT.
041000     IF ER-REJECTED
041100         PERFORM 2400-PRINT-REJECTED
041200             THRU 2400-PRINT-REJECTED-EXIT
041300         GO TO 2200-CERTIFY-REQUEST-EXIT
041400     END-IF.
041500     IF ER-NAME-1 NOT = SPACES
041600         MOVE "NAME ON FILE:" TO WS-NL-LABEL
041700         MOVE ER-NAME-1 TO WS-NL-NAME
041800         MOVE WS-NAME-LINE TO RP-REPORT-LINE
041900         WRITE RP-REPORT-LINE
042000         ADD 1 TO WS-LINE-COUNT
042100     END-IF.
042200     IF ER-NAME-2 NOT = SPACES
042300         MOVE "NAME ON CARD:" TO WS-NL-LABEL
042400         MOVE ER-NAME-2 TO WS-NL-NAME
042500         MOVE WS-NAME-LINE TO RP-REPORT-LINE
042600         WRITE RP-REPORT-LINE
042700         ADD 1 TO WS-LINE-COUNT
042800     END-IF.
042900     MOVE WS-COLUMN-LINE TO RP-REPORT-LINE.
043000     WRITE RP-REPORT-LINE.
043100     ADD 2 TO WS-LINE-COUNT.
043200     PERFORM 2300-PRINT-DATASET
043300         THRU 2300-PRINT-DATASET-EXIT
043400         UNTIL WS-TALLY-SEQ NOT = ER-REQUEST-SEQ.
043500     MOVE WS-DATASET-COUNT   TO WS-SL-DATASETS.
043600     MOVE WS-EXPECTED-COUNT  TO WS-SL-EXPECTED.
043700     MOVE WS-REQ-SCRUB-COUNT TO WS-SL-SCRUBBED.
043800     MOVE WS-REQ-VOID-COUNT  TO WS-SL-VOIDED.
043900     MOVE WS-SUMMARY-LINE TO RP-REPORT-LINE.
044000     WRITE RP-REPORT-LINE.
044100     IF WS-DATASET-COUNT < WS-EXPECTED-COUNT
044200         ADD 1 TO WS-INCOMPLETE-COUNT
044300         MOVE
044400             "INCOMPLETE - DATASET(S) NOT SCRUBBED, RERUN THE JOB"
044500             TO WS-RS-TEXT
044600     ELSE
044700         ADD 1 TO WS-COMPLETE-COUNT
044800         MOVE "ERASURE COMPLETE" TO WS-RS-TEXT
044900     END-IF.
045000     MOVE WS-RESULT-LINE TO RP-REPORT-LINE.
045100     WRITE RP-REPORT-LINE.
045200 2200-CERTIFY-REQUEST-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600* 2300-PRINT-DATASET - ONE LINE FOR EACH DATASET THE REQUEST WAS
045700* SCRUBBED FROM, A NEW PAGE WHEN THE CURRENT ONE IS FULL.
045800******************************************************************
045900 2300-PRINT-DATASET.
046000     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
046100         PERFORM 1200-WRITE-HEADINGS
046200             THRU 1200-WRITE-HEADINGS-EXIT
046300         MOVE WS-COLUMN-LINE TO RP-REPORT-LINE
046400         WRITE RP-REPORT-LINE
046500         ADD 2 TO WS-LINE-COUNT
046600     END-IF.
046700     ADD 1 TO WS-DATASET-COUNT.
046800     ADD ET-SCRUB-COUNT TO WS-REQ-SCRUB-COUNT.
046900     ADD ET-VOID-COUNT  TO WS-REQ-VOID-COUNT.
047000     MOVE ET-FILE-TYPE   TO WS-DL-FILE-TYPE.
047100     MOVE ET-DATASET     TO WS-DL-DATASET.
047200     MOVE ET-READ-COUNT  TO WS-DL-READ.
047300     MOVE ET-MATCH-COUNT TO WS-DL-MATCHED.
047400     MOVE ET-SCRUB-COUNT TO WS-DL-SCRUBBED.
047500     MOVE ET-VOID-COUNT  TO WS-DL-VOIDED.
047600     MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
047700     WRITE RP-REPORT-LINE.
047800     ADD 1 TO WS-LINE-COUNT.
047900     PERFORM 2100-RETURN-TALLY
048000         THRU 2100-RETURN-TALLY-EXIT.
048100 2300-PRINT-DATASET-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500* 2400-PRINT-REJECTED - A REJECTED REQUEST WAS NOT ERASED FROM
048600* ANY DATASET; ITS CERTIFICATE GIVES THE REASON.
048700******************************************************************
048800 2400-PRINT-REJECTED.
048900     ADD 1 TO WS-REJECTED-COUNT.
049000     IF ER-CARD-NAME NOT = SPACES
049100         MOVE "NAME ON CARD:" TO WS-NL-LABEL
049200         MOVE ER-CARD-NAME TO WS-NL-NAME
049300         MOVE WS-NAME-LINE TO RP-REPORT-LINE
049400         WRITE RP-REPORT-LINE
049500     END-IF.
049600     MOVE SPACES TO WS-RS-TEXT.
049700     STRING "NOT ERASED - " ER-MESSAGE
049800         DELIMITED BY SIZE INTO WS-RS-TEXT.
049900     MOVE WS-RESULT-LINE TO RP-REPORT-LINE.
050000     WRITE RP-REPORT-LINE.
050100 2400-PRINT-REJECTED-EXIT.
050200     EXIT.
050300
050400******************************************************************
050500* 2500-SKIP-ONE-TALLY - PASS A TALLY ROW NO REQUEST ON THE LIST
050600* CLAIMS (A TALLY LEFT FROM ANOTHER RUN'S LIST).
050700******************************************************************
050800 2500-SKIP-ONE-TALLY.
050900     ADD 1 TO WS-ORPHAN-COUNT.
051000     PERFORM 2100-RETURN-TALLY
051100         THRU 2100-RETURN-TALLY-EXIT.
051200 2500-SKIP-ONE-TALLY-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600* 8000-TERMINATE - PRINT THE FOOTER TOTALS, CLOSE UP, AND SET THE
051700* RETURN CODE.
051800******************************************************************
051900 8000-TERMINATE.
052000     MOVE WS-REQUEST-COUNT    TO WS-FL-REQUEST-COUNT.
052100     MOVE WS-COMPLETE-COUNT   TO WS-FL-COMPLETE-COUNT.
052200     MOVE WS-INCOMPLETE-COUNT TO WS-FL-INCOMPLETE-COUNT.
052300     MOVE WS-REJECTED-COUNT   TO WS-FL-REJECTED-COUNT.
052400     MOVE WS-FOOTER-LINE TO RP-REPORT-LINE.
052500     WRITE RP-REPORT-LINE.
052600     CLOSE LIST-FILE.
052700     CLOSE PRINT-FILE.
052800     IF WS-ORPHAN-COUNT > ZERO
052900         DISPLAY "MYERCT - TALLY ROWS WITH NO REQUEST: "
053000             WS-ORPHAN-COUNT
053100     END-IF.
053200     IF WS-INCOMPLETE-COUNT > ZERO
053300         DISPLAY "MYERCT - ERASURE CERTIFICATE(S) INCOMPLETE: "
053400             WS-INCOMPLETE-COUNT
053500         MOVE 8 TO RETURN-CODE
053600     END-IF.
053700 8000-TERMINATE-EXIT.
053800     EXIT.
053900
054000 9999-EXIT.
054100     STOP RUN.
