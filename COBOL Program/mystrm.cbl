000100******************************************************************
000200* Program name:    MYSTRM
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - state/province reference maintenance.
000900*                  The STATEREF KSDS lists every state, territory,
001000*                  and province code a customer address may carry,
001100*                  its country, and the postal prefix ranges that
001200*                  belong to it; MYPROGB and the MANT and SUSC
001300*                  transactions validate addresses against it.
001400*                  Each STATTRAN card adds a row ("A"), replaces
001500*                  an existing row's country, name, and ranges
001600*                  ("C"), or deletes a row ("D"), the file is
001700*                  updated in place, and the reference in effect
001800*                  is printed for the change record.  RC 4 =
001900*                  card(s) rejected - see the report.
002000*
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.  MYSTRM.
002400 AUTHOR. TWK.
002500 INSTALLATION. COBOL DEVELOPMENT CENTER.
002600 DATE-WRITTEN. 10/15/26.
002700 DATE-COMPILED. 10/15/26.
002800 SECURITY. NON-CONFIDENTIAL.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT STATE-REF-FILE ASSIGN TO STATEREF
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SP-STATE-CODE
003600         FILE STATUS IS WS-STATEREF-STATUS.
003700     SELECT STATE-TRANS-FILE ASSIGN TO STATTRAN
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT PRINT-FILE ASSIGN TO PRTFILE
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS BD-KEY
004500         FILE STATUS IS WS-BUSDATE-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  STATE-REF-FILE.
005000 01  SP-STATE-RECORD.
005100     COPY STATREC.
005200
005300******************************************************************
005400* SM-STATE-TRANS IS ONE MAINTENANCE CARD - "A" ADDS A STATE/
005500* PROVINCE ROW, "C" REPLACES AN EXISTING ROW'S COUNTRY, NAME, AND
005600* POSTAL RANGES, "D" DELETES A ROW.  EACH RANGE IS A LOW AND HIGH
005700* THREE-CHARACTER PREFIX WRITTEN TOGETHER (E.G. 900961 OR K0AP9Z)
005800* WITH A SPACE BEFORE THE NEXT RANGE.  KEPT INLINE (NOT IN A
005900* COPYBOOK) BECAUSE THIS JOB IS THE ONLY PROGRAM THAT READS IT.
006000* THE RECORD IS CARD-IMAGE (80 BYTES).
006100******************************************************************
006200 FD  STATE-TRANS-FILE
006300     RECORDING MODE IS F.
006400 01  SM-STATE-TRANS.
006500     05  SM-ACTION                 PIC X(01).
006600         88  SM-ACTION-ADD               VALUE "A".
006700         88  SM-ACTION-CHANGE            VALUE "C".
006800         88  SM-ACTION-DELETE            VALUE "D".
006900     05  FILLER                    PIC X(01).
007000     05  SM-STATE-CODE             PIC X(02).
007100     05  FILLER                    PIC X(01).
007200     05  SM-COUNTRY-CODE           PIC X(02).
007300         88  SM-COUNTRY-US               VALUE "US".
007400         88  SM-COUNTRY-CA               VALUE "CA".
007500     05  FILLER                    PIC X(01).
007600     05  SM-STATE-NAME             PIC X(20).
007700     05  FILLER                    PIC X(01).
007800     05  SM-RANGE-AREA.
007900         10  SM-RANGE OCCURS 5 TIMES.
008000             15  SM-RANGE-LOW      PIC X(03).
008100             15  SM-RANGE-HIGH     PIC X(03).
008200             15  FILLER            PIC X(01).
008300     05  FILLER                    PIC X(16).
008400
008500 FD  PRINT-FILE
008600     RECORDING MODE IS F.
008700 01  RP-REPORT-LINE.
008800     COPY REPTREC.
008900
009000 FD  BUS-DATE-FILE.
009100 01  BD-DATE-RECORD.
009200     COPY BDATREC.
009300
009400 WORKING-STORAGE SECTION.
009500
009600 01  WS-SWITCHES.
009700     05  WS-TRANS-EOF-SW           PIC X(01) VALUE "N".
009800         88  WS-TRANS-EOF                    VALUE "Y".
009900     05  WS-TRANS-OK-SW            PIC X(01) VALUE "Y".
010000         88  WS-TRANS-OK                     VALUE "Y".
010100         88  WS-TRANS-REJECTED               VALUE "N".
010200     05  WS-ON-FILE-SW             PIC X(01) VALUE "N".
010300         88  WS-ON-FILE                      VALUE "Y".
010400     05  WS-REF-EOF-SW             PIC X(01) VALUE "N".
010500         88  WS-REF-EOF                      VALUE "Y".
010600
010700 01  WS-STATEREF-STATUS            PIC X(02).
010800     88  WS-STATEREF-OK                      VALUE "00".
010900
011000******************************************************************
011100* RANGE EDIT WORK AREA - ONE CARD PREFIX LAID OVER THE US VIEW
011200* (THREE DIGITS) AND THE CANADIAN VIEW (A9A).  WS-NEW-RANGE-COUNT
011300* COUNTS THE RANGES KEPT AS THE CARD'S NON-BLANK RANGES ARE
011400* PACKED TO THE FRONT OF THE ROW.
011500******************************************************************
011600 01  WS-PREFIX-WORK                PIC X(03).
011700 01  WS-PREFIX-CAN-VIEW REDEFINES WS-PREFIX-WORK.
011800     05  WS-PX-CAN-A1              PIC X(01).
011900     05  WS-PX-CAN-N1              PIC X(01).
012000     05  WS-PX-CAN-A2              PIC X(01).
012100
012200 01  WS-PREFIX-VALID-SW            PIC X(01) VALUE "Y".
012300     88  WS-PREFIX-VALID                     VALUE "Y".
012400     88  WS-PREFIX-INVALID                   VALUE "N".
012500
012600 01  WS-RANGE-SUB                  PIC 9(02) COMP VALUE 0.
012700 01  WS-NEW-RANGE-COUNT            PIC 9(02) COMP VALUE 0.
012800 01  WS-REJECT-MESSAGE             PIC X(40).
012900
013000 01  WS-CURRENT-DATE.
013100     05  WS-CD-YYYY                PIC 9(04).
013200     05  WS-CD-MM                  PIC 9(02).
013300     05  WS-CD-DD                  PIC 9(02).
013400
013500******************************************************************
013600* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
013700* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
013800******************************************************************
013900 01  WS-BUSDATE-STATUS             PIC X(02).
014000     88  WS-BUSDATE-OK                       VALUE "00".
014100
014200 01  WS-RUN-DATE                   PIC X(10).
014300
014400 01  WS-PAGE-COUNT                 PIC 9(03) COMP VALUE 0.
014500 01  WS-LINE-COUNT                 PIC 9(02) COMP VALUE 0.
014600 01  WS-LINES-PER-PAGE             PIC 9(02) VALUE 55.
014700 01  WS-TRANS-COUNT                PIC 9(05) COMP VALUE 0.
014800 01  WS-APPLIED-COUNT              PIC 9(05) COMP VALUE 0.
014900 01  WS-REJECTED-COUNT             PIC 9(05) COMP VALUE 0.
015000 01  WS-ROW-COUNT                  PIC 9(05) COMP VALUE 0.
015100
015200******************************************************************
015300* REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE AND MOVED TO
015400* RP-REPORT-LINE BEFORE EACH WRITE.
015500******************************************************************
015600 01  WS-HEADING-LINE-1.
015700     05  WS-H1-CTRL                PIC X(01) VALUE "1".
015800     05  FILLER                    PIC X(40) VALUE
015900         "STATE/PROVINCE REFERENCE MAINTENANCE".
016000     05  FILLER                    PIC X(10) VALUE
016100         "RUN DATE:".
016200     05  WS-H1-RUN-DATE            PIC X(10).
016300     05  FILLER                    PIC X(06) VALUE SPACES.
016400     05  FILLER                    PIC X(06) VALUE
016500         "PAGE:".
016600     05  WS-H1-PAGE-NO             PIC ZZ9.
016700     05  FILLER                    PIC X(57) VALUE SPACES.
016800
016900 01  WS-TRANS-HEADING.
017000     05  WS-TH-CTRL                PIC X(01) VALUE " ".
017100     05  FILLER                    PIC X(04) VALUE
017200         "ACT".
017300     05  FILLER                    PIC X(06) VALUE
017400         "CODE".
017500     05  FILLER                    PIC X(06) VALUE
017600         "CTRY".
017700     05  FILLER                    PIC X(22) VALUE
017800         "NAME".
017900     05  FILLER                    PIC X(40) VALUE
018000         "STATUS".
018100     05  FILLER                    PIC X(54) VALUE SPACES.
018200
018300 01  WS-TRANS-DETAIL.
018400     05  WS-TD-CTRL                PIC X(01) VALUE " ".
018500     05  WS-TD-ACTION              PIC X(01).
018600     05  FILLER                    PIC X(03) VALUE SPACES.
018700     05  WS-TD-STATE-CODE          PIC X(02).
018800     05  FILLER                    PIC X(04) VALUE SPACES.
018900     05  WS-TD-COUNTRY-CODE        PIC X(02).
019000     05  FILLER                    PIC X(04) VALUE SPACES.
019100     05  WS-TD-STATE-NAME          PIC X(20).
019200     05  FILLER                    PIC X(02) VALUE SPACES.
019300     05  WS-TD-STATUS              PIC X(40).
019400     05  FILLER                    PIC X(54) VALUE SPACES.
019500
019600 01  WS-TABLE-HEADING.
019700     05  WS-TB-CTRL                PIC X(01) VALUE "-".
019800     05  FILLER                    PIC X(40) VALUE
019900         "STATE/PROVINCE REFERENCE IN EFFECT".
020000     05  FILLER                    PIC X(92) VALUE SPACES.
020100
020200 01  WS-TABLE-COLUMNS.
020300     05  WS-TC-CTRL                PIC X(01) VALUE " ".
020400     05  FILLER                    PIC X(06) VALUE
020500         "CODE".
020600     05  FILLER                    PIC X(06) VALUE
020700         "CTRY".
020800     05  FILLER                    PIC X(22) VALUE
020900         "NAME".
021000     05  FILLER                    PIC X(40) VALUE
021100         "POSTAL PREFIX RANGES".
021200     05  FILLER                    PIC X(58) VALUE SPACES.
021300
021400 01  WS-TABLE-DETAIL.
021500     05  WS-TL-CTRL                PIC X(01) VALUE " ".
021600     05  WS-TL-STATE-CODE          PIC X(02).
021700     05  FILLER                    PIC X(04) VALUE SPACES.
021800     05  WS-TL-COUNTRY-CODE        PIC X(02).
021900     05  FILLER                    PIC X(04) VALUE SPACES.
022000     05  WS-TL-STATE-NAME          PIC X(20).
022100     05  FILLER                    PIC X(02) VALUE SPACES.
022200     05  WS-TL-RANGE OCCURS 5 TIMES.
022300         10  WS-TL-RANGE-LOW       PIC X(03).
022400         10  WS-TL-RANGE-DASH      PIC X(01).
022500         10  WS-TL-RANGE-HIGH      PIC X(03).
022600         10  FILLER                PIC X(02).
022700     05  FILLER                    PIC X(53) VALUE SPACES.
022800
022900 01  WS-FOOTER-LINE.
023000     05  WS-FL-CTRL                PIC X(01) VALUE "-".
023100     05  FILLER                    PIC X(15) VALUE
023200         "TRANSACTIONS: ".
023300     05  WS-FL-TRANS-COUNT         PIC ZZ,ZZ9.
023400     05  FILLER                    PIC X(05) VALUE SPACES.
023500     05  FILLER                    PIC X(15) VALUE
023600         "APPLIED: ".
023700     05  WS-FL-APPLIED-COUNT       PIC ZZ,ZZ9.
023800     05  FILLER                    PIC X(05) VALUE SPACES.
023900     05  FILLER                    PIC X(15) VALUE
024000         "REJECTED: ".
024100     05  WS-FL-REJECTED-COUNT      PIC ZZ,ZZ9.
024200     05  FILLER                    PIC X(05) VALUE SPACES.
024300     05  FILLER                    PIC X(15) VALUE
024400         "ROWS ON FILE: ".
024500     05  WS-FL-ROW-COUNT           PIC ZZ,ZZ9.
024600     05  FILLER                    PIC X(33) VALUE SPACES.
024700
024800 PROCEDURE DIVISION.
024900
025000******************************************************************
025100* 0000-MAINLINE - APPLY THE MAINTENANCE CARDS TO THE REFERENCE
025200* FILE AND PRINT THE REFERENCE IN EFFECT.
025300******************************************************************
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE
025600         THRU 1000-INITIALIZE-EXIT.
025700     PERFORM 2000-APPLY-TRANS
025800         THRU 2000-APPLY-TRANS-EXIT
025900         UNTIL WS-TRANS-EOF.
026000     PERFORM 6000-PRINT-TABLE
026100         THRU 6000-PRINT-TABLE-EXIT.
026200     PERFORM 8000-TERMINATE
026300         THRU 8000-TERMINATE-EXIT.
026400     GO TO 9999-EXIT.
026500
026600******************************************************************
026700* 1000-INITIALIZE - OPEN THE FILES, ESTABLISH THE RUN DATE, PRINT
026800* THE HEADINGS, AND PRIME THE CARD READ.  THE REFERENCE FILE IS
026900* UPDATED IN PLACE, SO IT IS OPENED I-O.
027000******************************************************************
027100 1000-INITIALIZE.
027200     OPEN I-O STATE-REF-FILE.
027300     IF NOT WS-STATEREF-OK
027400         DISPLAY "MYSTRM - STATEREF OPEN FAILED, STATUS = "
027500             WS-STATEREF-STATUS
027600         MOVE 16 TO RETURN-CODE
027700         GO TO 9999-EXIT
027800     END-IF.
027900     OPEN INPUT STATE-TRANS-FILE.
028000     OPEN OUTPUT PRINT-FILE.
028100     PERFORM 1900-READ-BUSINESS-DATE
028200         THRU 1900-READ-BUSINESS-DATE-EXIT.
028300     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
028400         DELIMITED BY SIZE INTO WS-RUN-DATE.
028500     PERFORM 1200-WRITE-HEADINGS
028600         THRU 1200-WRITE-HEADINGS-EXIT.
028700     MOVE WS-TRANS-HEADING TO RP-REPORT-LINE.
028800     WRITE RP-REPORT-LINE.
028900     ADD 1 TO WS-LINE-COUNT.
029000     PERFORM 1300-READ-TRANS
029100         THRU 1300-READ-TRANS-EXIT.
029200 1000-INITIALIZE-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600* 1200-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN-DATE
029700* HEADING.
029800******************************************************************
029900 1200-WRITE-HEADINGS.
030000     ADD 1 TO WS-PAGE-COUNT.
030100     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
030200     MOVE WS-PAGE-COUNT TO WS-H1-PAGE-NO.
030300     MOVE WS-HEADING-LINE-1 TO RP-REPORT-LINE.
030400     WRITE RP-REPORT-LINE.
030500     MOVE ZERO TO WS-LINE-COUNT.
030600 1200-WRITE-HEADINGS-EXIT.
030700     EXIT.
030800
030900******************************************************************
031000* 1300-READ-TRANS - READ THE NEXT MAINTENANCE CARD.
031100******************************************************************
031200 1300-READ-TRANS.
031300     READ STATE-TRANS-FILE
031400         AT END
031500             SET WS-TRANS-EOF TO TRUE
031600     END-READ.
031700 1300-READ-TRANS-EXIT.
031800     EXIT.
031900
032000******************************************************************
032100* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
032200* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK.  THIS JOB RUNS
032300* ON REQUEST RATHER THAN AS PART OF A DAILY CYCLE, SO IT MAY RUN
032400* MORE THAN ONCE FOR THE SAME BUSINESS DATE.
032500******************************************************************
032600 1900-READ-BUSINESS-DATE.
032700     OPEN INPUT BUS-DATE-FILE.
032800     IF NOT WS-BUSDATE-OK
032900         DISPLAY "MYSTRM - BUSDATE OPEN FAILED, STATUS = "
033000             WS-BUSDATE-STATUS
033100         MOVE 16 TO RETURN-CODE
033200         GO TO 9999-EXIT
033300     END-IF.
033400     MOVE "D"       TO BD-KEY-TYPE.
033500     MOVE "CONTROL" TO BD-KEY-VALUE.
033600     READ BUS-DATE-FILE
033700         INVALID KEY
033800             DISPLAY "MYSTRM - BUSINESS DATE CONTROL RECORD "
033900                 "MISSING"
034000             MOVE 16 TO RETURN-CODE
034100             GO TO 9999-EXIT
034200     END-READ.
034300     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
034400     CLOSE BUS-DATE-FILE.
034500 1900-READ-BUSINESS-DATE-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900* 2000-APPLY-TRANS - APPLY THE CURRENT CARD TO THE REFERENCE FILE
035000* AND PRINT ITS RESULT LINE.
035100******************************************************************
035200 2000-APPLY-TRANS.
035300     ADD 1 TO WS-TRANS-COUNT.
035400     SET WS-TRANS-OK TO TRUE.
035500     MOVE SPACES TO WS-REJECT-MESSAGE.
035600     PERFORM 2100-FIND-STATE
035700         THRU 2100-FIND-STATE-EXIT.
035800     EVALUATE TRUE
035900         WHEN SM-ACTION-ADD
036000             PERFORM 3000-ADD-STATE
036100                 THRU 3000-ADD-STATE-EXIT
036200         WHEN SM-ACTION-CHANGE
036300             PERFORM 3100-CHANGE-STATE
036400                 THRU 3100-CHANGE-STATE-EXIT
036500         WHEN SM-ACTION-DELETE
036600             PERFORM 3200-DELETE-STATE
036700                 THRU 3200-DELETE-STATE-EXIT
036800         WHEN OTHER
036900             SET WS-TRANS-REJECTED TO TRUE
037000             MOVE "ACTION MUST BE A, C, OR D"
037100                 TO WS-REJECT-MESSAGE
037200     END-EVALUATE.
037300     PERFORM 4000-WRITE-TRANS-DETAIL
037400         THRU 4000-WRITE-TRANS-DETAIL-EXIT.
037500     PERFORM 1300-READ-TRANS
037600         THRU 1300-READ-TRANS-EXIT.
037700 2000-APPLY-TRANS-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100* 2100-FIND-STATE - READ THE CARD'S STATE/PROVINCE CODE AND SET
038200* WS-ON-FILE WHEN THE ROW IS ALREADY THERE.
038300******************************************************************
038400 2100-FIND-STATE.
038500     MOVE "N" TO WS-ON-FILE-SW.
038600     IF SM-STATE-CODE = SPACES
038700         GO TO 2100-FIND-STATE-EXIT
038800     END-IF.
038900     MOVE SM-STATE-CODE TO SP-STATE-CODE.
039000     READ STATE-REF-FILE
039100         INVALID KEY
039200             CONTINUE
039300         NOT INVALID KEY
039400             SET WS-ON-FILE TO TRUE
039500     END-READ.
039600 2100-FIND-STATE-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000* 3000-ADD-STATE - WRITE A NEW ROW.  THE CODE MUST BE PRESENT AND
040100* NOT ALREADY ON FILE, AND THE ROW MUST PASS 3500-EDIT-ROW.
040200******************************************************************
040300 3000-ADD-STATE.
040400     IF SM-STATE-CODE = SPACES
040500         SET WS-TRANS-REJECTED TO TRUE
040600         MOVE "STATE/PROVINCE CODE MISSING" TO WS-REJECT-MESSAGE
040700         GO TO 3000-ADD-STATE-EXIT
040800     END-IF.
040900     IF WS-ON-FILE
041000         SET WS-TRANS-REJECTED TO TRUE
041100         MOVE "CODE ALREADY ON FILE - USE C"
041200             TO WS-REJECT-MESSAGE
041300         GO TO 3000-ADD-STATE-EXIT
041400     END-IF.
041500     PERFORM 3500-EDIT-ROW
041600         THRU 3500-EDIT-ROW-EXIT.
041700     IF WS-TRANS-REJECTED
041800         GO TO 3000-ADD-STATE-EXIT
041900     END-IF.
042000     PERFORM 3600-BUILD-ROW
042100         THRU 3600-BUILD-ROW-EXIT.
042200     WRITE SP-STATE-RECORD
042300         INVALID KEY
042400             SET WS-TRANS-REJECTED TO TRUE
042500             STRING "WRITE FAILED, STATUS = "
042600                    WS-STATEREF-STATUS
042700                 DELIMITED BY SIZE INTO WS-REJECT-MESSAGE
042800             GO TO 3000-ADD-STATE-EXIT
042900     END-WRITE.
043000     MOVE "ADDED" TO WS-REJECT-MESSAGE.
043100     ADD 1 TO WS-APPLIED-COUNT.
043200 3000-ADD-STATE-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600* 3100-CHANGE-STATE - REPLACE AN EXISTING ROW'S COUNTRY, NAME, AND
043700* POSTAL RANGES.  THE CARD CARRIES THE WHOLE ROW - ANY RANGE LEFT
043800* OFF THE CARD IS DROPPED FROM THE ROW.
043900******************************************************************
044000 3100-CHANGE-STATE.
044100     IF NOT WS-ON-FILE
044200         SET WS-TRANS-REJECTED TO TRUE
044300         MOVE "CODE NOT ON FILE - USE A" TO WS-REJECT-MESSAGE
044400         GO TO 3100-CHANGE-STATE-EXIT
044500     END-IF.
044600     PERFORM 3500-EDIT-ROW
044700         THRU 3500-EDIT-ROW-EXIT.
044800     IF WS-TRANS-REJECTED
044900         GO TO 3100-CHANGE-STATE-EXIT
045000     END-IF.
045100     PERFORM 3600-BUILD-ROW
045200         THRU 3600-BUILD-ROW-EXIT.
045300     REWRITE SP-STATE-RECORD
045400         INVALID KEY
045500             SET WS-TRANS-REJECTED TO TRUE
045600             STRING "REWRITE FAILED, STATUS = "
045700                    WS-STATEREF-STATUS
045800                 DELIMITED BY SIZE INTO WS-REJECT-MESSAGE
045900             GO TO 3100-CHANGE-STATE-EXIT
046000     END-REWRITE.
046100     MOVE "CHANGED" TO WS-REJECT-MESSAGE.
046200     ADD 1 TO WS-APPLIED-COUNT.
046300 3100-CHANGE-STATE-EXIT.
046400     EXIT.
046500
046600******************************************************************
046700* 3200-DELETE-STATE - REMOVE A ROW.  CUSTOMERS ALREADY ON FILE
046800* WITH THE CODE ARE NOT TOUCHED, BUT THEIR NEXT ADDRESS CHANGE
046900* WILL BE REFUSED UNTIL THE CODE IS CORRECTED.
047000******************************************************************
047100 3200-DELETE-STATE.
047200     IF NOT WS-ON-FILE
047300         SET WS-TRANS-REJECTED TO TRUE
047400         MOVE "CODE NOT ON FILE" TO WS-REJECT-MESSAGE
047500         GO TO 3200-DELETE-STATE-EXIT
047600     END-IF.
047700     DELETE STATE-REF-FILE RECORD
047800         INVALID KEY
047900             SET WS-TRANS-REJECTED TO TRUE
048000             STRING "DELETE FAILED, STATUS = "
048100                    WS-STATEREF-STATUS
048200                 DELIMITED BY SIZE INTO WS-REJECT-MESSAGE
048300             GO TO 3200-DELETE-STATE-EXIT
048400     END-DELETE.
048500     MOVE "DELETED" TO WS-REJECT-MESSAGE.
048600     ADD 1 TO WS-APPLIED-COUNT.
048700 3200-DELETE-STATE-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100* 3500-EDIT-ROW - THE COUNTRY MUST BE US OR CA, THE NAME MUST BE
049200* PRESENT, AND THE CARD MUST CARRY AT LEAST ONE RANGE.  EACH
049300* RANGE GIVEN MUST HAVE BOTH A LOW AND A HIGH PREFIX OF THE
049400* COUNTRY'S SHAPE (999 FOR US, A9A FOR CANADA), LOW NOT ABOVE
049500* HIGH.
049600******************************************************************
049700 3500-EDIT-ROW.
049800     IF NOT SM-COUNTRY-US AND NOT SM-COUNTRY-CA
049900         SET WS-TRANS-REJECTED TO TRUE
050000         MOVE "COUNTRY MUST BE US OR CA" TO WS-REJECT-MESSAGE
050100         GO TO 3500-EDIT-ROW-EXIT
050200     END-IF.
050300     IF SM-STATE-NAME = SPACES
050400         SET WS-TRANS-REJECTED TO TRUE
050500         MOVE "STATE/PROVINCE NAME MISSING" TO WS-REJECT-MESSAGE
050600         GO TO 3500-EDIT-ROW-EXIT
050700     END-IF.
050800     MOVE ZERO TO WS-NEW-RANGE-COUNT.
050900     PERFORM 3510-EDIT-ONE-RANGE
051000         THRU 3510-EDIT-ONE-RANGE-EXIT
051100         VARYING WS-RANGE-SUB FROM 1 BY 1
051200         UNTIL WS-RANGE-SUB > 5
051300            OR WS-TRANS-REJECTED.
051400     IF WS-TRANS-REJECTED
051500         GO TO 3500-EDIT-ROW-EXIT
051600     END-IF.
051700     IF WS-NEW-RANGE-COUNT = ZERO
051800         SET WS-TRANS-REJECTED TO TRUE
051900         MOVE "AT LEAST ONE POSTAL PREFIX RANGE NEEDED"
052000             TO WS-REJECT-MESSAGE
052100     END-IF.
052200 3500-EDIT-ROW-EXIT.
052300     EXIT.
052400
052500 3510-EDIT-ONE-RANGE.
052600     IF SM-RANGE-LOW (WS-RANGE-SUB) = SPACES
052700      AND SM-RANGE-HIGH (WS-RANGE-SUB) = SPACES
052800         GO TO 3510-EDIT-ONE-RANGE-EXIT
052900     END-IF.
053000     MOVE SM-RANGE-LOW (WS-RANGE-SUB) TO WS-PREFIX-WORK.
053100     PERFORM 3520-EDIT-PREFIX
053200         THRU 3520-EDIT-PREFIX-EXIT.
053300     IF WS-PREFIX-VALID
053400         MOVE SM-RANGE-HIGH (WS-RANGE-SUB) TO WS-PREFIX-WORK
053500         PERFORM 3520-EDIT-PREFIX
053600             THRU 3520-EDIT-PREFIX-EXIT
053700     END-IF.
053800     IF WS-PREFIX-INVALID
053900         SET WS-TRANS-REJECTED TO TRUE
054000         MOVE "PREFIX DOES NOT FIT THE COUNTRY"
054100             TO WS-REJECT-MESSAGE
054200         GO TO 3510-EDIT-ONE-RANGE-EXIT
054300     END-IF.
054400     IF SM-RANGE-LOW (WS-RANGE-SUB) > SM-RANGE-HIGH (WS-RANGE-SUB)
054500         SET WS-TRANS-REJECTED TO TRUE
054600         MOVE "RANGE LOW PREFIX ABOVE HIGH PREFIX"
054700             TO WS-REJECT-MESSAGE
054800         GO TO 3510-EDIT-ONE-RANGE-EXIT
054900     END-IF.
055000     ADD 1 TO WS-NEW-RANGE-COUNT.
055100 3510-EDIT-ONE-RANGE-EXIT.
055200     EXIT.
055300
055400 3520-EDIT-PREFIX.
055500     SET WS-PREFIX-VALID TO TRUE.
055600     IF SM-COUNTRY-US
055700         IF WS-PREFIX-WORK NOT NUMERIC
055800             SET WS-PREFIX-INVALID TO TRUE
055900         END-IF
056000         GO TO 3520-EDIT-PREFIX-EXIT
056100     END-IF.
056200     IF WS-PX-CAN-A1 ALPHABETIC AND WS-PX-CAN-A1 NOT = SPACE
056300      AND WS-PX-CAN-N1 NUMERIC
056400      AND WS-PX-CAN-A2 ALPHABETIC AND WS-PX-CAN-A2 NOT = SPACE
056500         GO TO 3520-EDIT-PREFIX-EXIT
056600     END-IF.
056700     SET WS-PREFIX-INVALID TO TRUE.
056800 3520-EDIT-PREFIX-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200* 3600-BUILD-ROW - FILL THE RECORD FROM THE EDITED CARD, PACKING
057300* THE RANGES GIVEN TO THE FRONT OF THE ROW.
057400******************************************************************
057500 3600-BUILD-ROW.
057600     MOVE SPACES          TO SP-STATE-RECORD.
057700     MOVE SM-STATE-CODE   TO SP-STATE-CODE.
057800     MOVE SM-COUNTRY-CODE TO SP-COUNTRY-CODE.
057900     MOVE SM-STATE-NAME   TO SP-STATE-NAME.
058000     MOVE ZERO TO WS-NEW-RANGE-COUNT.
058100     PERFORM 3610-MOVE-ONE-RANGE
058200         THRU 3610-MOVE-ONE-RANGE-EXIT
058300         VARYING WS-RANGE-SUB FROM 1 BY 1
058400         UNTIL WS-RANGE-SUB > 5.
058500     MOVE WS-NEW-RANGE-COUNT TO SP-RANGE-COUNT.
058600 3600-BUILD-ROW-EXIT.
058700     EXIT.
058800
058900 3610-MOVE-ONE-RANGE.
059000     IF SM-RANGE-LOW (WS-RANGE-SUB) = SPACES
059100         GO TO 3610-MOVE-ONE-RANGE-EXIT
059200     END-IF.
059300     ADD 1 TO WS-NEW-RANGE-COUNT.
059400     MOVE SM-RANGE-LOW (WS-RANGE-SUB)
059500         TO SP-RANGE-LOW (WS-NEW-RANGE-COUNT).
059600     MOVE SM-RANGE-HIGH (WS-RANGE-SUB)
059700         TO SP-RANGE-HIGH (WS-NEW-RANGE-COUNT).
059800 3610-MOVE-ONE-RANGE-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200* 4000-WRITE-TRANS-DETAIL - PRINT ONE CARD RESULT LINE, BREAKING
060300* TO A NEW PAGE FIRST WHEN THE CURRENT PAGE IS FULL.
060400******************************************************************
060500 4000-WRITE-TRANS-DETAIL.
060600     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
060700         PERFORM 1200-WRITE-HEADINGS
060800             THRU 1200-WRITE-HEADINGS-EXIT
060900     END-IF.
061000     MOVE SM-ACTION         TO WS-TD-ACTION.
061100     MOVE SM-STATE-CODE     TO WS-TD-STATE-CODE.
061200     MOVE SM-COUNTRY-CODE   TO WS-TD-COUNTRY-CODE.
061300     MOVE SM-STATE-NAME     TO WS-TD-STATE-NAME.
061400     MOVE WS-REJECT-MESSAGE TO WS-TD-STATUS.
061500     MOVE WS-TRANS-DETAIL TO RP-REPORT-LINE.
061600     WRITE RP-REPORT-LINE.
061700     ADD 1 TO WS-LINE-COUNT.
061800     IF WS-TRANS-REJECTED
061900         ADD 1 TO WS-REJECTED-COUNT
062000     END-IF.
062100 4000-WRITE-TRANS-DETAIL-EXIT.
062200     EXIT.
062300
062400******************************************************************
062500* 6000-PRINT-TABLE - PRINT THE REFERENCE IN EFFECT AFTER THIS
062600* RUN, IN CODE ORDER.
062700******************************************************************
062800 6000-PRINT-TABLE.
062900     MOVE WS-TABLE-HEADING TO RP-REPORT-LINE.
063000     WRITE RP-REPORT-LINE.
063100     MOVE WS-TABLE-COLUMNS TO RP-REPORT-LINE.
063200     WRITE RP-REPORT-LINE.
063300     ADD 3 TO WS-LINE-COUNT.
063400     MOVE LOW-VALUES TO SP-STATE-CODE.
063500     START STATE-REF-FILE
063600         KEY IS NOT LESS THAN SP-STATE-CODE
063700         INVALID KEY
063800             SET WS-REF-EOF TO TRUE
063900     END-START.
064000     PERFORM 6100-PRINT-ONE-ROW
064100         THRU 6100-PRINT-ONE-ROW-EXIT
064200         UNTIL WS-REF-EOF.
064300 6000-PRINT-TABLE-EXIT.
064400     EXIT.
064500
064600 6100-PRINT-ONE-ROW.
064700     READ STATE-REF-FILE NEXT RECORD
064800         AT END
064900             SET WS-REF-EOF TO TRUE
065000             GO TO 6100-PRINT-ONE-ROW-EXIT
065100     END-READ.
065200     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
065300         PERFORM 1200-WRITE-HEADINGS
065400             THRU 1200-WRITE-HEADINGS-EXIT
065500         MOVE WS-TABLE-COLUMNS TO RP-REPORT-LINE
065600         WRITE RP-REPORT-LINE
065700         ADD 1 TO WS-LINE-COUNT
065800     END-IF.
065900     MOVE SPACES TO WS-TABLE-DETAIL.
066000     MOVE SP-STATE-CODE   TO WS-TL-STATE-CODE.
066100     MOVE SP-COUNTRY-CODE TO WS-TL-COUNTRY-CODE.
066200     MOVE SP-STATE-NAME   TO WS-TL-STATE-NAME.
066300     PERFORM 6150-FORMAT-ONE-RANGE
066400         THRU 6150-FORMAT-ONE-RANGE-EXIT
066500         VARYING WS-RANGE-SUB FROM 1 BY 1
066600         UNTIL WS-RANGE-SUB > SP-RANGE-COUNT
066700            OR WS-RANGE-SUB > 5.
066800     MOVE WS-TABLE-DETAIL TO RP-REPORT-LINE.
066900     WRITE RP-REPORT-LINE.
067000     ADD 1 TO WS-LINE-COUNT.
067100     ADD 1 TO WS-ROW-COUNT.
067200 6100-PRINT-ONE-ROW-EXIT.
067300     EXIT.
067400
067500 6150-FORMAT-ONE-RANGE.
067600     MOVE SP-RANGE-LOW (WS-RANGE-SUB)
067700         TO WS-TL-RANGE-LOW (WS-RANGE-SUB).
067800     MOVE "-" TO WS-TL-RANGE-DASH (WS-RANGE-SUB).
067900     MOVE SP-RANGE-HIGH (WS-RANGE-SUB)
068000         TO WS-TL-RANGE-HIGH (WS-RANGE-SUB).
068100 6150-FORMAT-ONE-RANGE-EXIT.
068200     EXIT.
068300
068400******************************************************************
068500* 8000-TERMINATE - PRINT THE CONTROL-TOTAL FOOTER, SET THE
068600* REJECTS RETURN CODE, AND CLOSE THE FILES.
068700******************************************************************
068800 8000-TERMINATE.
068900     MOVE WS-TRANS-COUNT    TO WS-FL-TRANS-COUNT.
069000     MOVE WS-APPLIED-COUNT  TO WS-FL-APPLIED-COUNT.
069100     MOVE WS-REJECTED-COUNT TO WS-FL-REJECTED-COUNT.
069200     MOVE WS-ROW-COUNT      TO WS-FL-ROW-COUNT.
069300     MOVE WS-FOOTER-LINE TO RP-REPORT-LINE.
069400     WRITE RP-REPORT-LINE.
069500     IF WS-REJECTED-COUNT > ZERO
069600      AND RETURN-CODE = ZERO
069700         MOVE 4 TO RETURN-CODE
069800     END-IF.
069900     CLOSE STATE-REF-FILE.
070000     CLOSE STATE-TRANS-FILE.
070100     CLOSE PRINT-FILE.
070200 8000-TERMINATE-EXIT.
070300     EXIT.
070400
070500 9999-EXIT.
070600     STOP RUN.
