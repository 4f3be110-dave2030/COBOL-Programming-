000100******************************************************************
000200* Program name:    MYBDATE
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - business-date control.  Keeps the
000900*                  BUSDATE KSDS every batch program dates its
001000*                  work and reports from: the current and prior
001100*                  business dates, the holiday calendar, and the
001200*                  last business date each batch cycle ran to
001300*                  completion.  Each BDATTRAN card sets the date
001400*                  ("S"), adds or removes a holiday ("H"/"X"),
001500*                  names a cycle that must be complete before the
001600*                  roll ("Q"), reopens a cycle for a rerun ("C"),
001700*                  or rolls the date to the next business day
001800*                  ("R"), skipping weekends and holidays.  RC 4 =
001900*                  card(s) rejected; RC 8 = the roll was refused
002000*                  because a required cycle is not complete.
002010* 10/15/26 TWK     Added the "M" card, which marks a cycle
002020*                  complete for the current business date on
002030*                  behalf of a job that decides completion for
002040*                  more than one program (MYPROGB.jcl marks
002050*                  MYOFFC and MYRELS only after MYPROGB has run
002060*                  clean), and the "O" card, which rejects (RC 4)
002070*                  when a cycle is already complete - a job's
002080*                  first step uses it to bypass the whole job on
002090*                  a rerun before anything is written.
002100*
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.  MYBDATE.
002500 AUTHOR. TWK.
002600 INSTALLATION. COBOL DEVELOPMENT CENTER.
002700 DATE-WRITTEN. 10/15/26.
002800 DATE-COMPILED. 10/15/26.
002900 SECURITY. NON-CONFIDENTIAL.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS BD-KEY
003700         FILE STATUS IS WS-BUSDATE-STATUS.
003800     SELECT BDAT-TRANS-FILE ASSIGN TO BDATTRAN
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PRINT-FILE ASSIGN TO PRTFILE
004100         ORGANIZATION IS SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  BUS-DATE-FILE.
004600 01  BD-DATE-RECORD.
004700     COPY BDATREC.
004800
004900******************************************************************
005000* BT-BDAT-TRANS IS ONE CONTROL CARD.  BT-VALUE IS A YYYYMMDD DATE
005100* FOR "S", "H" AND "X", OR A PROGRAM-ID FOR "Q", "C", "M" AND
005150* "O"; "R" TAKES NO VALUE.  BT-TEXT IS THE HOLIDAY NAME ON AN "H"
005200* CARD.  KEPT INLINE (NOT IN A COPYBOOK) BECAUSE THIS JOB IS THE
005300* ONLY PROGRAM THAT READS IT.  THE RECORD IS CARD-IMAGE (80
005400* BYTES).
005500******************************************************************
005600 FD  BDAT-TRANS-FILE
005700     RECORDING MODE IS F.
005800 01  BT-BDAT-TRANS.
005900     05  BT-ACTION                 PIC X(01).
006000         88  BT-ACTION-SET               VALUE "S".
006100         88  BT-ACTION-HOLIDAY           VALUE "H".
006200         88  BT-ACTION-REMOVE            VALUE "X".
006300         88  BT-ACTION-REQUIRE           VALUE "Q".
006400         88  BT-ACTION-REOPEN            VALUE "C".
006500         88  BT-ACTION-ROLL              VALUE "R".
006510         88  BT-ACTION-MARK              VALUE "M".
006520         88  BT-ACTION-OPEN-CHECK        VALUE "O".
006600     05  FILLER                    PIC X(01).
006700     05  BT-VALUE                  PIC X(08).
006800     05  BT-DATE REDEFINES BT-VALUE.
006900         10  BT-YYYY               PIC 9(04).
007000         10  BT-MM                 PIC 9(02).
007100         10  BT-DD                 PIC 9(02).
007200     05  FILLER                    PIC X(01).
007300     05  BT-TEXT                   PIC X(30).
007400     05  FILLER                    PIC X(39).
007500
007600 FD  PRINT-FILE
007700     RECORDING MODE IS F.
007800 01  RP-REPORT-LINE.
007900     COPY REPTREC.
008000
008100 WORKING-STORAGE SECTION.
008200
008300 01  WS-SWITCHES.
008400     05  WS-TRANS-EOF-SW           PIC X(01) VALUE "N".
008500         88  WS-TRANS-EOF                    VALUE "Y".
008600     05  WS-TRANS-OK-SW            PIC X(01) VALUE "Y".
008700         88  WS-TRANS-OK                     VALUE "Y".
008800         88  WS-TRANS-REJECTED               VALUE "N".
008900     05  WS-CTL-ON-FILE-SW         PIC X(01) VALUE "N".
009000         88  WS-CTL-ON-FILE                  VALUE "Y".
009100     05  WS-DATE-VALID-SW          PIC X(01) VALUE "N".
009200         88  WS-DATE-VALID                   VALUE "Y".
009300     05  WS-BUSINESS-DAY-SW        PIC X(01) VALUE "N".
009400         88  WS-BUSINESS-DAY                 VALUE "Y".
009500     05  WS-ROLL-HELD-SW           PIC X(01) VALUE "N".
009600         88  WS-ROLL-HELD                    VALUE "Y".
009700     05  WS-ROLL-REFUSED-SW        PIC X(01) VALUE "N".
009800         88  WS-ROLL-REFUSED                 VALUE "Y".
009900     05  WS-HOLIDAY-EOF-SW         PIC X(01) VALUE "N".
010000         88  WS-HOLIDAY-EOF                  VALUE "Y".
010100     05  WS-HOLIDAY-ON-FILE-SW     PIC X(01) VALUE "N".
010200         88  WS-HOLIDAY-ON-FILE              VALUE "Y".
010250     05  WS-CYCLE-ON-FILE-SW       PIC X(01) VALUE "N".
010270         88  WS-CYCLE-ON-FILE                VALUE "Y".
010300
010400 01  WS-BUSDATE-STATUS             PIC X(02).
010500     88  WS-BUSDATE-OK                       VALUE "00".
010600
010700******************************************************************
010800* THE DATE CONTROL ROW IS HELD HERE FOR THE WHOLE RUN - THE
010900* HOLIDAY AND CYCLE READS SHARE THE FILE'S RECORD AREA, SO THE
011000* ROW IS REBUILT FROM THESE FIELDS EACH TIME IT IS WRITTEN BACK.
011100******************************************************************
011200 01  WS-CTL-CURR-DATE              PIC 9(08) VALUE ZERO.
011300 01  WS-CTL-PRIOR-DATE             PIC 9(08) VALUE ZERO.
011400
011500******************************************************************
011600* WS-WORK-DATE IS THE DATE THE CALENDAR ROUTINES STEP AND TEST.
011700******************************************************************
011800 01  WS-WORK-DATE.
011900     05  WS-WD-YYYY                PIC 9(04).
012000     05  WS-WD-MM                  PIC 9(02).
012100     05  WS-WD-DD                  PIC 9(02).
012200 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
012300                                   PIC 9(08).
012400
012500 01  WS-MONTH-LENGTHS.
012600     05  FILLER                    PIC X(24) VALUE
012700         "312831303130313130313031".
012800 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
012900     05  WS-MONTH-LENGTH           PIC 9(02) OCCURS 12 TIMES.
013000
013100******************************************************************
013200* DAY NAMES IN ZELLER ORDER - REMAINDER 0 IS SATURDAY.
013300******************************************************************
013400 01  WS-DAY-NAMES.
013500     05  FILLER                    PIC X(09) VALUE "SATURDAY".
013600     05  FILLER                    PIC X(09) VALUE "SUNDAY".
013700     05  FILLER                    PIC X(09) VALUE "MONDAY".
013800     05  FILLER                    PIC X(09) VALUE "TUESDAY".
013900     05  FILLER                    PIC X(09) VALUE "WEDNESDAY".
014000     05  FILLER                    PIC X(09) VALUE "THURSDAY".
014100     05  FILLER                    PIC X(09) VALUE "FRIDAY".
014200 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
014300     05  WS-DAY-NAME               PIC X(09) OCCURS 7 TIMES.
014400
014500 01  WS-DAY-OF-WEEK                PIC 9(01) VALUE ZERO.
014600     88  WS-WEEKEND                          VALUES 0 1.
014700 01  WS-DAY-SUB                    PIC 9(02) COMP VALUE 0.
014800 01  WS-DAYS-IN-MONTH              PIC 9(02) VALUE ZERO.
014900 01  WS-STEP-COUNT                 PIC 9(03) COMP VALUE 0.
015000 01  WS-QUOTIENT                   PIC 9(06) VALUE ZERO.
015100 01  WS-REM-4                      PIC 9(04) VALUE ZERO.
015200 01  WS-REM-100                    PIC 9(04) VALUE ZERO.
015300 01  WS-REM-400                    PIC 9(04) VALUE ZERO.
015400 01  WS-Z-MONTH                    PIC 9(02) VALUE ZERO.
015500 01  WS-Z-YEAR                     PIC 9(04) VALUE ZERO.
015600 01  WS-Z-CENTURY                  PIC 9(02) VALUE ZERO.
015700 01  WS-Z-YEAR-OF-CENT             PIC 9(02) VALUE ZERO.
015800 01  WS-Z-MONTH-TERM               PIC 9(03) VALUE ZERO.
015900 01  WS-Z-YOC-QTR                  PIC 9(02) VALUE ZERO.
016000 01  WS-Z-CENT-QTR                 PIC 9(02) VALUE ZERO.
016100 01  WS-Z-SUM                      PIC 9(04) VALUE ZERO.
016200
016300 01  WS-EDIT-DATE.
016400     05  WS-ED-YYYY                PIC 9(04).
016500     05  WS-ED-MM                  PIC 9(02).
016600     05  WS-ED-DD                  PIC 9(02).
016700 01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
016800                                   PIC 9(08).
016900 01  WS-DATE-TEXT                  PIC X(10).
017000
017100 01  WS-REJECT-MESSAGE             PIC X(40).
017200
017300 01  WS-CURRENT-DATE.
017400     05  WS-CD-YYYY                PIC 9(04).
017500     05  WS-CD-MM                  PIC 9(02).
017600     05  WS-CD-DD                  PIC 9(02).
017700 01  WS-CLOCK-DATE                 PIC 9(08).
017800 01  WS-CLOCK-TIME                 PIC 9(08).
017900
018000 01  WS-RUN-DATE                   PIC X(10).
018100
018200 01  WS-PAGE-COUNT                 PIC 9(03) COMP VALUE 0.
018300 01  WS-LINE-COUNT                 PIC 9(02) COMP VALUE 0.
018400 01  WS-LINES-PER-PAGE             PIC 9(02) VALUE 55.
018500 01  WS-TRANS-COUNT                PIC 9(05) COMP VALUE 0.
018600 01  WS-APPLIED-COUNT              PIC 9(05) COMP VALUE 0.
018700 01  WS-REJECTED-COUNT             PIC 9(05) COMP VALUE 0.
018800
018900******************************************************************
019000* REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE AND MOVED TO
019100* RP-REPORT-LINE BEFORE EACH WRITE.
019200******************************************************************
019300 01  WS-HEADING-LINE-1.
019400     05  WS-H1-CTRL                PIC X(01) VALUE "1".
019500     05  FILLER                    PIC X(30) VALUE
019600         "BUSINESS DATE CONTROL".
019700     05  FILLER                    PIC X(10) VALUE
019800         "RUN DATE:".
019900     05  WS-H1-RUN-DATE            PIC X(10).
020000     05  FILLER                    PIC X(06) VALUE SPACES.
020100     05  FILLER                    PIC X(06) VALUE
020200         "PAGE:".
020300     05  WS-H1-PAGE-NO             PIC ZZ9.
020400     05  FILLER                    PIC X(67) VALUE SPACES.
020500
020600 01  WS-TRANS-HEADING.
020700     05  WS-TH-CTRL                PIC X(01) VALUE " ".
020800     05  FILLER                    PIC X(04) VALUE
020900         "ACT".
021000     05  FILLER                    PIC X(12) VALUE
021100         "VALUE".
021200     05  FILLER                    PIC X(32) VALUE
021300         "TEXT".
021400     05  FILLER                    PIC X(40) VALUE
021500         "STATUS".
021600     05  FILLER                    PIC X(43) VALUE SPACES.
021700
021800 01  WS-TRANS-DETAIL.
021900     05  WS-TD-CTRL                PIC X(01) VALUE " ".
022000     05  WS-TD-ACTION              PIC X(01).
022100     05  FILLER                    PIC X(03) VALUE SPACES.
022200     05  WS-TD-VALUE               PIC X(08).
022300     05  FILLER                    PIC X(04) VALUE SPACES.
022400     05  WS-TD-TEXT                PIC X(30).
022500     05  FILLER                    PIC X(02) VALUE SPACES.
022600     05  WS-TD-STATUS              PIC X(40).
022700     05  FILLER                    PIC X(43) VALUE SPACES.
022800
022900 01  WS-DATES-HEADING.
023000     05  WS-DH-CTRL                PIC X(01) VALUE "-".
023100     05  FILLER                    PIC X(30) VALUE
023200         "BUSINESS DATES IN EFFECT".
023300     05  FILLER                    PIC X(101) VALUE SPACES.
023400
023500 01  WS-DATES-LINE.
023600     05  WS-DL-CTRL                PIC X(01) VALUE " ".
023700     05  WS-DL-LABEL               PIC X(24).
023800     05  WS-DL-DATE                PIC X(10).
023900     05  FILLER                    PIC X(02) VALUE SPACES.
024000     05  WS-DL-DAY-NAME            PIC X(09).
024100     05  FILLER                    PIC X(86) VALUE SPACES.
024200
024300 01  WS-HOLIDAY-HEADING.
024400     05  WS-HH-CTRL                PIC X(01) VALUE "-".
024500     05  FILLER                    PIC X(40) VALUE
024600         "HOLIDAYS FROM THE CURRENT BUSINESS DATE".
024700     05  FILLER                    PIC X(91) VALUE SPACES.
024800
024900 01  WS-HOLIDAY-LINE.
025000     05  WS-HL-CTRL                PIC X(01) VALUE " ".
025100     05  WS-HL-DATE                PIC X(10).
025200     05  FILLER                    PIC X(02) VALUE SPACES.
025300     05  WS-HL-DAY-NAME            PIC X(09).
025400     05  FILLER                    PIC X(02) VALUE SPACES.
025500     05  WS-HL-NAME                PIC X(30).
025600     05  FILLER                    PIC X(78) VALUE SPACES.
025700
025800 01  WS-FOOTER-LINE.
025900     05  WS-FL-CTRL                PIC X(01) VALUE "-".
026000     05  FILLER                    PIC X(15) VALUE
026100         "CARDS: ".
026200     05  WS-FL-TRANS-COUNT         PIC ZZ,ZZ9.
026300     05  FILLER                    PIC X(05) VALUE SPACES.
026400     05  FILLER                    PIC X(15) VALUE
026500         "APPLIED: ".
026600     05  WS-FL-APPLIED-COUNT       PIC ZZ,ZZ9.
026700     05  FILLER                    PIC X(05) VALUE SPACES.
026800     05  FILLER                    PIC X(15) VALUE
026900         "REJECTED: ".
027000     05  WS-FL-REJECTED-COUNT      PIC ZZ,ZZ9.
027100     05  FILLER                    PIC X(58) VALUE SPACES.
027200
027300 PROCEDURE DIVISION.
027400
027500******************************************************************
027600* 0000-MAINLINE - PICK UP THE DATE CONTROL ROW, APPLY THE CONTROL
027700* CARDS IN ORDER, AND PRINT THE DATES AND HOLIDAYS IN EFFECT.
027800******************************************************************
027900 0000-MAINLINE.
028000     PERFORM 1000-INITIALIZE
028100         THRU 1000-INITIALIZE-EXIT.
028200     PERFORM 2000-APPLY-TRANS
028300         THRU 2000-APPLY-TRANS-EXIT
028400         UNTIL WS-TRANS-EOF.
028500     PERFORM 6000-PRINT-DATES
028600         THRU 6000-PRINT-DATES-EXIT.
028700     PERFORM 6100-PRINT-HOLIDAYS
028800         THRU 6100-PRINT-HOLIDAYS-EXIT.
028900     PERFORM 8000-TERMINATE
029000         THRU 8000-TERMINATE-EXIT.
029100     GO TO 9999-EXIT.
029200
029300******************************************************************
029400* 1000-INITIALIZE - OPEN THE FILES, READ THE DATE CONTROL ROW,
029500* PRINT THE HEADINGS, AND PRIME THE CARD READ.  THE REPORT IS
029600* DATED WITH THE BUSINESS DATE IN EFFECT AT START OF RUN.  A
029700* CLUSTER WITH NO CONTROL ROW YET IS BEING SET UP FOR THE FIRST
029800* TIME - ONLY AN "S" CARD CAN START IT, SO THAT RUN IS DATED FROM
029900* THE CLOCK.
030000******************************************************************
030100 1000-INITIALIZE.
030200     OPEN I-O BUS-DATE-FILE.
030300     IF NOT WS-BUSDATE-OK
030400         DISPLAY "MYBDATE - BUSDATE OPEN FAILED, STATUS = "
030500             WS-BUSDATE-STATUS
030600         MOVE 16 TO RETURN-CODE
030700         GO TO 9999-EXIT
030800     END-IF.
030900     OPEN INPUT BDAT-TRANS-FILE.
031000     OPEN OUTPUT PRINT-FILE.
031100     MOVE "D"       TO BD-KEY-TYPE.
031200     MOVE "CONTROL" TO BD-KEY-VALUE.
031300     READ BUS-DATE-FILE
031400         INVALID KEY
031500             MOVE "N" TO WS-CTL-ON-FILE-SW
031600         NOT INVALID KEY
031700             SET WS-CTL-ON-FILE TO TRUE
031800             MOVE BD-CURR-DATE  TO WS-CTL-CURR-DATE
031900             MOVE BD-PRIOR-DATE TO WS-CTL-PRIOR-DATE
032000     END-READ.
032100     IF WS-CTL-ON-FILE
032200         MOVE WS-CTL-CURR-DATE TO WS-CURRENT-DATE
032300     ELSE
032400         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
032500     END-IF.
032600     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
032700         DELIMITED BY SIZE INTO WS-RUN-DATE.
032800     PERFORM 1200-WRITE-HEADINGS
032900         THRU 1200-WRITE-HEADINGS-EXIT.
033000     MOVE WS-TRANS-HEADING TO RP-REPORT-LINE.
033100     WRITE RP-REPORT-LINE.
033200     ADD 1 TO WS-LINE-COUNT.
033300     PERFORM 1300-READ-TRANS
033400         THRU 1300-READ-TRANS-EXIT.
033500 1000-INITIALIZE-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900* 1200-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN-DATE
034000* HEADING.
034100******************************************************************
034200 1200-WRITE-HEADINGS.
034300     ADD 1 TO WS-PAGE-COUNT.
034400     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
034500     MOVE WS-PAGE-COUNT TO WS-H1-PAGE-NO.
034600     MOVE WS-HEADING-LINE-1 TO RP-REPORT-LINE.
034700     WRITE RP-REPORT-LINE.
034800     MOVE ZERO TO WS-LINE-COUNT.
034900 1200-WRITE-HEADINGS-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300* 1300-READ-TRANS - READ THE NEXT CONTROL CARD.
035400******************************************************************
035500 1300-READ-TRANS.
035600     READ BDAT-TRANS-FILE
035700         AT END
035800             SET WS-TRANS-EOF TO TRUE
035900     END-READ.
036000 1300-READ-TRANS-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400* 2000-APPLY-TRANS - APPLY THE CURRENT CARD AND PRINT ITS RESULT
036500* LINE.  EVERY CARD BUT "S", "H" AND "X" NEEDS THE DATE CONTROL
036600* ROW TO BE ON FILE ALREADY.
036700******************************************************************
036800 2000-APPLY-TRANS.
036900     ADD 1 TO WS-TRANS-COUNT.
037000     SET WS-TRANS-OK TO TRUE.
037100     MOVE SPACES TO WS-REJECT-MESSAGE.
037200     IF NOT WS-CTL-ON-FILE
037300      AND (BT-ACTION-REQUIRE OR BT-ACTION-REOPEN
037400           OR BT-ACTION-ROLL OR BT-ACTION-MARK
037450           OR BT-ACTION-OPEN-CHECK)
037500         SET WS-TRANS-REJECTED TO TRUE
037600         MOVE "BUSINESS DATE NOT SET - USE S FIRST"
037700             TO WS-REJECT-MESSAGE
037800     ELSE
037900         PERFORM 2100-APPLY-ONE-CARD
038000             THRU 2100-APPLY-ONE-CARD-EXIT
038100     END-IF.
038200     PERFORM 4000-WRITE-TRANS-DETAIL
038300         THRU 4000-WRITE-TRANS-DETAIL-EXIT.
038400     PERFORM 1300-READ-TRANS
038500         THRU 1300-READ-TRANS-EXIT.
038600 2000-APPLY-TRANS-EXIT.
038700     EXIT.
038800
038900******************************************************************
039000* 2100-APPLY-ONE-CARD - ROUTE THE CARD TO ITS ACTION.
039100******************************************************************
039200 2100-APPLY-ONE-CARD.
039300     EVALUATE TRUE
039400         WHEN BT-ACTION-SET
039500             PERFORM 3000-SET-DATE
039600                 THRU 3000-SET-DATE-EXIT
039700         WHEN BT-ACTION-HOLIDAY
039800             PERFORM 3100-ADD-HOLIDAY
039900                 THRU 3100-ADD-HOLIDAY-EXIT
040000         WHEN BT-ACTION-REMOVE
040100             PERFORM 3200-REMOVE-HOLIDAY
040200                 THRU 3200-REMOVE-HOLIDAY-EXIT
040300         WHEN BT-ACTION-REQUIRE
040400             PERFORM 3300-REQUIRE-CYCLE
040500                 THRU 3300-REQUIRE-CYCLE-EXIT
040600         WHEN BT-ACTION-REOPEN
040700             PERFORM 3400-REOPEN-CYCLE
040800                 THRU 3400-REOPEN-CYCLE-EXIT
040900         WHEN BT-ACTION-ROLL
041000             PERFORM 3500-ROLL-DATE
041100                 THRU 3500-ROLL-DATE-EXIT
041110         WHEN BT-ACTION-MARK
041120             PERFORM 3600-MARK-CYCLE
041130                 THRU 3600-MARK-CYCLE-EXIT
041140         WHEN BT-ACTION-OPEN-CHECK
041150             PERFORM 3700-CHECK-CYCLE-OPEN
041160                 THRU 3700-CHECK-CYCLE-OPEN-EXIT
041200         WHEN OTHER
041300             SET WS-TRANS-REJECTED TO TRUE
041400             MOVE "ACTION MUST BE S, H, X, Q, C, R, M OR O"
041500                 TO WS-REJECT-MESSAGE
041600     END-EVALUATE.
041700 2100-APPLY-ONE-CARD-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100* 3000-SET-DATE - SET THE CURRENT BUSINESS DATE OUTRIGHT.  USED TO
042200* SEED A NEW CLUSTER, OR TO PUT THE DATE BACK FOR A CYCLE THAT HAS
042300* TO BE RUN AS OF AN EARLIER DAY (AND FORWARD AGAIN AFTERWARDS).
042400* THE DATE MUST BE A BUSINESS DAY; THE PRIOR DATE IS THE BUSINESS
042500* DAY BEFORE IT.
042600******************************************************************
042700 3000-SET-DATE.
042800     PERFORM 3900-EDIT-CARD-DATE
042900         THRU 3900-EDIT-CARD-DATE-EXIT.
043000     IF WS-TRANS-REJECTED
043100         GO TO 3000-SET-DATE-EXIT
043200     END-IF.
043300     PERFORM 5400-TEST-BUSINESS-DAY
043400         THRU 5400-TEST-BUSINESS-DAY-EXIT.
043500     IF NOT WS-BUSINESS-DAY
043600         SET WS-TRANS-REJECTED TO TRUE
043700         MOVE "NOT A BUSINESS DAY (WEEKEND OR HOLIDAY)"
043800             TO WS-REJECT-MESSAGE
043900         GO TO 3000-SET-DATE-EXIT
044000     END-IF.
044100     MOVE WS-WORK-DATE-N TO WS-CTL-CURR-DATE.
044200     PERFORM 5600-STEP-BACK-BUSINESS
044300         THRU 5600-STEP-BACK-BUSINESS-EXIT.
044400     IF NOT WS-BUSINESS-DAY
044500         SET WS-TRANS-REJECTED TO TRUE
044600         MOVE "NO BUSINESS DAY WITHIN 31 DAYS BEFORE"
044700             TO WS-REJECT-MESSAGE
044800         GO TO 3000-SET-DATE-EXIT
044900     END-IF.
045000     MOVE WS-WORK-DATE-N TO WS-CTL-PRIOR-DATE.
045100     PERFORM 7000-WRITE-CONTROL
045200         THRU 7000-WRITE-CONTROL-EXIT.
045300     MOVE "BUSINESS DATE SET" TO WS-REJECT-MESSAGE.
045400     ADD 1 TO WS-APPLIED-COUNT.
045500 3000-SET-DATE-EXIT.
045600     EXIT.
045700
045800******************************************************************
045900* 3100-ADD-HOLIDAY - ADD A HOLIDAY TO THE CALENDAR, OR REPLACE THE
046000* NAME OF ONE ALREADY THERE.  THE CURRENT BUSINESS DATE ITSELF
046100* CANNOT BE MADE A HOLIDAY - SET THE DATE FORWARD FIRST.
046200******************************************************************
046300 3100-ADD-HOLIDAY.
046400     PERFORM 3900-EDIT-CARD-DATE
046500         THRU 3900-EDIT-CARD-DATE-EXIT.
046600     IF WS-TRANS-REJECTED
046700         GO TO 3100-ADD-HOLIDAY-EXIT
046800     END-IF.
046900     IF WS-CTL-ON-FILE
047000      AND WS-WORK-DATE-N = WS-CTL-CURR-DATE
047100         SET WS-TRANS-REJECTED TO TRUE
047200         MOVE "DATE IS THE CURRENT BUSINESS DATE"
047300             TO WS-REJECT-MESSAGE
047400         GO TO 3100-ADD-HOLIDAY-EXIT
047500     END-IF.
047600     MOVE "H"    TO BD-KEY-TYPE.
047700     MOVE BT-VALUE TO BD-KEY-VALUE.
047800     READ BUS-DATE-FILE
047900         INVALID KEY
048000             MOVE "N" TO WS-HOLIDAY-ON-FILE-SW
048100             MOVE "HOLIDAY ADDED" TO WS-REJECT-MESSAGE
048200         NOT INVALID KEY
048300             SET WS-HOLIDAY-ON-FILE TO TRUE
048400             MOVE "HOLIDAY REPLACED" TO WS-REJECT-MESSAGE
048500     END-READ.
048600     MOVE SPACES TO BD-DATE-RECORD.
048700     MOVE "H"    TO BD-KEY-TYPE.
048800     MOVE BT-VALUE TO BD-KEY-VALUE.
048900     MOVE BT-TEXT TO BD-HOL-NAME.
049000     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
049100     ACCEPT WS-CLOCK-TIME FROM TIME.
049200     MOVE WS-CLOCK-DATE TO BD-HOL-STAMP-DATE.
049300     MOVE WS-CLOCK-TIME TO BD-HOL-STAMP-TIME.
049400     IF WS-HOLIDAY-ON-FILE
049500         REWRITE BD-DATE-RECORD
049600     ELSE
049700         WRITE BD-DATE-RECORD
049800     END-IF.
049900     IF NOT WS-BUSDATE-OK
050000         DISPLAY "MYBDATE - BUSDATE HOLIDAY UPDATE FAILED, "
050100             "STATUS = " WS-BUSDATE-STATUS
050200         MOVE 16 TO RETURN-CODE
050300         GO TO 9999-EXIT
050400     END-IF.
050500     ADD 1 TO WS-APPLIED-COUNT.
050600 3100-ADD-HOLIDAY-EXIT.
050700     EXIT.
050800
050900******************************************************************
051000* 3200-REMOVE-HOLIDAY - TAKE A HOLIDAY OFF THE CALENDAR.
051100******************************************************************
051200 3200-REMOVE-HOLIDAY.
051300     PERFORM 3900-EDIT-CARD-DATE
051400         THRU 3900-EDIT-CARD-DATE-EXIT.
051500     IF WS-TRANS-REJECTED
051600         GO TO 3200-REMOVE-HOLIDAY-EXIT
051700     END-IF.
051800     MOVE "H"    TO BD-KEY-TYPE.
051900     MOVE BT-VALUE TO BD-KEY-VALUE.
052000     DELETE BUS-DATE-FILE
052100         INVALID KEY
052200             SET WS-TRANS-REJECTED TO TRUE
052300             MOVE "HOLIDAY NOT ON THE CALENDAR"
052400                 TO WS-REJECT-MESSAGE
052500             GO TO 3200-REMOVE-HOLIDAY-EXIT
052600     END-DELETE.
052700     MOVE "HOLIDAY REMOVED" TO WS-REJECT-MESSAGE.
052800     ADD 1 TO WS-APPLIED-COUNT.
052900 3200-REMOVE-HOLIDAY-EXIT.
053000     EXIT.
053100
053200******************************************************************
053300* 3300-REQUIRE-CYCLE - CHECK THAT A CYCLE HAS RUN TO COMPLETION
053400* FOR THE CURRENT BUSINESS DATE.  ONE THAT HAS NOT HOLDS EVERY
053500* ROLL LATER IN THIS RUN, SO THE "Q" CARDS GO AHEAD OF THE "R".
053600******************************************************************
053700 3300-REQUIRE-CYCLE.
053800     IF BT-VALUE = SPACES
053900         SET WS-TRANS-REJECTED TO TRUE
054000         MOVE "CYCLE PROGRAM-ID MISSING" TO WS-REJECT-MESSAGE
054100         GO TO 3300-REQUIRE-CYCLE-EXIT
054200     END-IF.
054300     MOVE "C"    TO BD-KEY-TYPE.
054400     MOVE BT-VALUE TO BD-KEY-VALUE.
054500     READ BUS-DATE-FILE
054600         INVALID KEY
054700             MOVE ZERO TO BD-CYC-LAST-DATE
054800     END-READ.
054900     IF BD-CYC-LAST-DATE < WS-CTL-CURR-DATE
055000         SET WS-TRANS-REJECTED TO TRUE
055100         SET WS-ROLL-HELD TO TRUE
055200         MOVE "NOT COMPLETE FOR THE BUSINESS DATE"
055300             TO WS-REJECT-MESSAGE
055400         GO TO 3300-REQUIRE-CYCLE-EXIT
055500     END-IF.
055600     MOVE "COMPLETE FOR THE BUSINESS DATE" TO WS-REJECT-MESSAGE.
055700     ADD 1 TO WS-APPLIED-COUNT.
055800 3300-REQUIRE-CYCLE-EXIT.
055900     EXIT.
056000
056100******************************************************************
056200* 3400-REOPEN-CYCLE - CLEAR A CYCLE'S COMPLETION SO IT CAN BE RUN
056300* AGAIN FOR THE CURRENT BUSINESS DATE.  A ZERO LAST DATE ON THE
056400* CYCLE ROW MEANS IT WAS REOPENED HERE.
056500******************************************************************
056600 3400-REOPEN-CYCLE.
056700     IF BT-VALUE = SPACES
056800         SET WS-TRANS-REJECTED TO TRUE
056900         MOVE "CYCLE PROGRAM-ID MISSING" TO WS-REJECT-MESSAGE
057000         GO TO 3400-REOPEN-CYCLE-EXIT
057100     END-IF.
057200     MOVE "C"    TO BD-KEY-TYPE.
057300     MOVE BT-VALUE TO BD-KEY-VALUE.
057400     READ BUS-DATE-FILE
057500         INVALID KEY
057600             MOVE "NOT YET RUN - ALREADY OPEN"
057700                 TO WS-REJECT-MESSAGE
057800             ADD 1 TO WS-APPLIED-COUNT
057900             GO TO 3400-REOPEN-CYCLE-EXIT
058000     END-READ.
058100     IF BD-CYC-LAST-DATE < WS-CTL-CURR-DATE
058200         MOVE "ALREADY OPEN FOR THE BUSINESS DATE"
058300             TO WS-REJECT-MESSAGE
058400         ADD 1 TO WS-APPLIED-COUNT
058500         GO TO 3400-REOPEN-CYCLE-EXIT
058600     END-IF.
058700     MOVE ZERO TO BD-CYC-LAST-DATE.
058800     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
058900     ACCEPT WS-CLOCK-TIME FROM TIME.
059000     MOVE WS-CLOCK-DATE TO BD-CYC-STAMP-DATE.
059100     MOVE WS-CLOCK-TIME TO BD-CYC-STAMP-TIME.
059200     REWRITE BD-DATE-RECORD.
059300     IF NOT WS-BUSDATE-OK
059400         DISPLAY "MYBDATE - BUSDATE CYCLE REWRITE FAILED, "
059500             "STATUS = " WS-BUSDATE-STATUS
059600         MOVE 16 TO RETURN-CODE
059700         GO TO 9999-EXIT
059800     END-IF.
059900     MOVE "CYCLE REOPENED" TO WS-REJECT-MESSAGE.
060000     ADD 1 TO WS-APPLIED-COUNT.
060100 3400-REOPEN-CYCLE-EXIT.
060200     EXIT.
060300
060400******************************************************************
060500* 3500-ROLL-DATE - THE END-OF-DAY ROLL.  THE CURRENT DATE BECOMES
060600* THE PRIOR DATE AND THE NEXT BUSINESS DAY BECOMES CURRENT.  A
060700* REQUIRED CYCLE FOUND INCOMPLETE EARLIER IN THE RUN REFUSES THE
060800* ROLL, AND THE JOB ENDS RC 8 SO OPERATIONS SEE IT.
060900******************************************************************
061000 3500-ROLL-DATE.
061100     IF WS-ROLL-HELD
061200         SET WS-TRANS-REJECTED TO TRUE
061300         SET WS-ROLL-REFUSED TO TRUE
061400         MOVE "ROLL REFUSED - A CYCLE IS NOT COMPLETE"
061500             TO WS-REJECT-MESSAGE
061600         GO TO 3500-ROLL-DATE-EXIT
061700     END-IF.
061800     MOVE WS-CTL-CURR-DATE TO WS-WORK-DATE-N.
061900     MOVE "N" TO WS-BUSINESS-DAY-SW.
062000     MOVE ZERO TO WS-STEP-COUNT.
062100     PERFORM 5500-STEP-FORWARD
062200         THRU 5500-STEP-FORWARD-EXIT
062300         UNTIL WS-BUSINESS-DAY
062400            OR WS-STEP-COUNT > 31.
062500     IF NOT WS-BUSINESS-DAY
062600         SET WS-TRANS-REJECTED TO TRUE
062700         SET WS-ROLL-REFUSED TO TRUE
062800         MOVE "NO BUSINESS DAY WITHIN 31 DAYS AHEAD"
062900             TO WS-REJECT-MESSAGE
063000         GO TO 3500-ROLL-DATE-EXIT
063100     END-IF.
063200     MOVE WS-CTL-CURR-DATE TO WS-CTL-PRIOR-DATE.
063300     MOVE WS-WORK-DATE-N   TO WS-CTL-CURR-DATE.
063400     PERFORM 7000-WRITE-CONTROL
063500         THRU 7000-WRITE-CONTROL-EXIT.
063600     MOVE WS-CTL-CURR-DATE TO WS-EDIT-DATE-N.
063700     PERFORM 5800-FORMAT-DATE
063800         THRU 5800-FORMAT-DATE-EXIT.
063900     STRING "ROLLED TO " WS-DATE-TEXT
064000         DELIMITED BY SIZE INTO WS-REJECT-MESSAGE.
064100     ADD 1 TO WS-APPLIED-COUNT.
064200 3500-ROLL-DATE-EXIT.
064300     EXIT.
064302
064304******************************************************************
064306* 3600-MARK-CYCLE - RECORD A CYCLE AS COMPLETE FOR THE CURRENT
064308* BUSINESS DATE, AS THE PROGRAM ITSELF WOULD AT A CLEAN END.  A
064310* JOB WHOSE EARLY STEPS ARE ONLY FINISHED ONCE A LATER STEP HAS
064312* USED THEIR OUTPUT MARKS THEM THIS WAY, AFTER THAT STEP.  THE
064314* CYCLE ROW IS WRITTEN IF THE CYCLE HAS NEVER RUN BEFORE.
064316******************************************************************
064318 3600-MARK-CYCLE.
064320     IF BT-VALUE = SPACES
064322         SET WS-TRANS-REJECTED TO TRUE
064324         MOVE "CYCLE PROGRAM-ID MISSING" TO WS-REJECT-MESSAGE
064326         GO TO 3600-MARK-CYCLE-EXIT
064328     END-IF.
064330     MOVE "C"    TO BD-KEY-TYPE.
064332     MOVE BT-VALUE TO BD-KEY-VALUE.
064334     READ BUS-DATE-FILE
064336         INVALID KEY
064338             MOVE "N" TO WS-CYCLE-ON-FILE-SW
064340         NOT INVALID KEY
064342             SET WS-CYCLE-ON-FILE TO TRUE
064344     END-READ.
064346     IF NOT WS-CYCLE-ON-FILE
064348         MOVE SPACES   TO BD-DATE-RECORD
064350         MOVE "C"      TO BD-KEY-TYPE
064352         MOVE BT-VALUE TO BD-KEY-VALUE
064354     END-IF.
064356     MOVE WS-CTL-CURR-DATE TO BD-CYC-LAST-DATE.
064358     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
064360     ACCEPT WS-CLOCK-TIME FROM TIME.
064362     MOVE WS-CLOCK-DATE TO BD-CYC-STAMP-DATE.
064364     MOVE WS-CLOCK-TIME TO BD-CYC-STAMP-TIME.
064366     IF WS-CYCLE-ON-FILE
064368         REWRITE BD-DATE-RECORD
064370     ELSE
064372         WRITE BD-DATE-RECORD
064374     END-IF.
064376     IF NOT WS-BUSDATE-OK
064378         DISPLAY "MYBDATE - BUSDATE CYCLE UPDATE FAILED, "
064380             "STATUS = " WS-BUSDATE-STATUS
064382         MOVE 16 TO RETURN-CODE
064384         GO TO 9999-EXIT
064386     END-IF.
064388     MOVE "CYCLE MARKED COMPLETE" TO WS-REJECT-MESSAGE.
064390     ADD 1 TO WS-APPLIED-COUNT.
064392 3600-MARK-CYCLE-EXIT.
064394     EXIT.
064396
064398******************************************************************
064400* 3700-CHECK-CYCLE-OPEN - THE OPPOSITE OF "Q": THE CYCLE MUST NOT
064402* HAVE RUN TO COMPLETION FOR THE CURRENT BUSINESS DATE.  A
064404* COMPLETE ONE REJECTS THE CARD (RC 4), WHICH A JOB'S FIRST STEP
064406* USES TO BYPASS EVERYTHING AFTER IT ON A RERUN.
064408******************************************************************
064410 3700-CHECK-CYCLE-OPEN.
064412     IF BT-VALUE = SPACES
064414         SET WS-TRANS-REJECTED TO TRUE
064416         MOVE "CYCLE PROGRAM-ID MISSING" TO WS-REJECT-MESSAGE
064418         GO TO 3700-CHECK-CYCLE-OPEN-EXIT
064420     END-IF.
064422     MOVE "C"    TO BD-KEY-TYPE.
064424     MOVE BT-VALUE TO BD-KEY-VALUE.
064426     READ BUS-DATE-FILE
064428         INVALID KEY
064430             MOVE ZERO TO BD-CYC-LAST-DATE
064432     END-READ.
064434     IF BD-CYC-LAST-DATE NOT < WS-CTL-CURR-DATE
064436         SET WS-TRANS-REJECTED TO TRUE
064438         MOVE "ALREADY COMPLETE FOR THE BUSINESS DATE"
064440             TO WS-REJECT-MESSAGE
064442         GO TO 3700-CHECK-CYCLE-OPEN-EXIT
064444     END-IF.
064446     MOVE "OPEN FOR THE BUSINESS DATE" TO WS-REJECT-MESSAGE.
064448     ADD 1 TO WS-APPLIED-COUNT.
064450 3700-CHECK-CYCLE-OPEN-EXIT.
064452     EXIT.
064454
064500******************************************************************
064600* 3900-EDIT-CARD-DATE - THE CARD VALUE MUST BE A REAL YYYYMMDD
064700* DATE.  IT IS LEFT IN WS-WORK-DATE FOR THE CALLER.
064800******************************************************************
064900 3900-EDIT-CARD-DATE.
065000     IF BT-VALUE NOT NUMERIC
065100         SET WS-TRANS-REJECTED TO TRUE
065200         MOVE "DATE MUST BE YYYYMMDD" TO WS-REJECT-MESSAGE
065300         GO TO 3900-EDIT-CARD-DATE-EXIT
065400     END-IF.
065500     MOVE BT-DATE TO WS-WORK-DATE.
065600     PERFORM 5100-VALIDATE-DATE
065700         THRU 5100-VALIDATE-DATE-EXIT.
065800     IF NOT WS-DATE-VALID
065900         SET WS-TRANS-REJECTED TO TRUE
066000         MOVE "NOT A VALID CALENDAR DATE" TO WS-REJECT-MESSAGE
066100     END-IF.
066200 3900-EDIT-CARD-DATE-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600* 4000-WRITE-TRANS-DETAIL - PRINT ONE CARD RESULT LINE, BREAKING
066700* TO A NEW PAGE FIRST WHEN THE CURRENT PAGE IS FULL.
066800******************************************************************
066900 4000-WRITE-TRANS-DETAIL.
067000     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
067100         PERFORM 1200-WRITE-HEADINGS
067200             THRU 1200-WRITE-HEADINGS-EXIT
067300     END-IF.
067400     MOVE BT-ACTION         TO WS-TD-ACTION.
067500     MOVE BT-VALUE          TO WS-TD-VALUE.
067600     MOVE BT-TEXT           TO WS-TD-TEXT.
067700     MOVE WS-REJECT-MESSAGE TO WS-TD-STATUS.
067800     MOVE WS-TRANS-DETAIL TO RP-REPORT-LINE.
067900     WRITE RP-REPORT-LINE.
068000     ADD 1 TO WS-LINE-COUNT.
068100     IF WS-TRANS-REJECTED
068200         ADD 1 TO WS-REJECTED-COUNT
068300     END-IF.
068400 4000-WRITE-TRANS-DETAIL-EXIT.
068500     EXIT.
068600
068700******************************************************************
068800* 5000-SET-MONTH-LENGTH - DAYS IN WS-WD-MM OF WS-WD-YYYY.  A YEAR
068900* DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT
069000* DIVISIBLE BY 400.
069100******************************************************************
069200 5000-SET-MONTH-LENGTH.
069300     MOVE WS-MONTH-LENGTH (WS-WD-MM) TO WS-DAYS-IN-MONTH.
069400     IF WS-WD-MM NOT = 2
069500         GO TO 5000-SET-MONTH-LENGTH-EXIT
069600     END-IF.
069700     DIVIDE WS-WD-YYYY BY 4 GIVING WS-QUOTIENT
069800         REMAINDER WS-REM-4.
069900     DIVIDE WS-WD-YYYY BY 100 GIVING WS-QUOTIENT
070000         REMAINDER WS-REM-100.
070100     DIVIDE WS-WD-YYYY BY 400 GIVING WS-QUOTIENT
070200         REMAINDER WS-REM-400.
070300     IF WS-REM-4 = ZERO
070400      AND (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
070500         MOVE 29 TO WS-DAYS-IN-MONTH
070600     END-IF.
070700 5000-SET-MONTH-LENGTH-EXIT.
070800     EXIT.
070900
071000******************************************************************
071100* 5100-VALIDATE-DATE - WS-WORK-DATE IS A REAL CALENDAR DATE.
071200******************************************************************
071300 5100-VALIDATE-DATE.
071400     MOVE "N" TO WS-DATE-VALID-SW.
071500     IF WS-WD-YYYY < 1900
071600      OR WS-WD-MM < 1 OR WS-WD-MM > 12
071700      OR WS-WD-DD < 1
071800         GO TO 5100-VALIDATE-DATE-EXIT
071900     END-IF.
072000     PERFORM 5000-SET-MONTH-LENGTH
072100         THRU 5000-SET-MONTH-LENGTH-EXIT.
072200     IF WS-WD-DD > WS-DAYS-IN-MONTH
072300         GO TO 5100-VALIDATE-DATE-EXIT
072400     END-IF.
072500     SET WS-DATE-VALID TO TRUE.
072600 5100-VALIDATE-DATE-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000* 5200-NEXT-DAY - MOVE WS-WORK-DATE FORWARD ONE CALENDAR DAY.
073100******************************************************************
073200 5200-NEXT-DAY.
073300     PERFORM 5000-SET-MONTH-LENGTH
073400         THRU 5000-SET-MONTH-LENGTH-EXIT.
073500     ADD 1 TO WS-WD-DD.
073600     IF WS-WD-DD > WS-DAYS-IN-MONTH
073700         MOVE 1 TO WS-WD-DD
073800         ADD 1 TO WS-WD-MM
073900         IF WS-WD-MM > 12
074000             MOVE 1 TO WS-WD-MM
074100             ADD 1 TO WS-WD-YYYY
074200         END-IF
074300     END-IF.
074400 5200-NEXT-DAY-EXIT.
074500     EXIT.
074600
074700******************************************************************
074800* 5300-PRIOR-DAY - MOVE WS-WORK-DATE BACK ONE CALENDAR DAY.
074900******************************************************************
075000 5300-PRIOR-DAY.
075100     IF WS-WD-DD > 1
075200         SUBTRACT 1 FROM WS-WD-DD
075300         GO TO 5300-PRIOR-DAY-EXIT
075400     END-IF.
075500     IF WS-WD-MM > 1
075600         SUBTRACT 1 FROM WS-WD-MM
075700     ELSE
075800         MOVE 12 TO WS-WD-MM
075900         SUBTRACT 1 FROM WS-WD-YYYY
076000     END-IF.
076100     PERFORM 5000-SET-MONTH-LENGTH
076200         THRU 5000-SET-MONTH-LENGTH-EXIT.
076300     MOVE WS-DAYS-IN-MONTH TO WS-WD-DD.
076400 5300-PRIOR-DAY-EXIT.
076500     EXIT.
076600
076700******************************************************************
076800* 5400-TEST-BUSINESS-DAY - WS-WORK-DATE IS A BUSINESS DAY WHEN IT
076900* IS NEITHER A SATURDAY OR SUNDAY NOR A HOLIDAY ON THE CALENDAR.
077000******************************************************************
077100 5400-TEST-BUSINESS-DAY.
077200     MOVE "N" TO WS-BUSINESS-DAY-SW.
077300     PERFORM 5700-DAY-OF-WEEK
077400         THRU 5700-DAY-OF-WEEK-EXIT.
077500     IF WS-WEEKEND
077600         GO TO 5400-TEST-BUSINESS-DAY-EXIT
077700     END-IF.
077800     MOVE "H"           TO BD-KEY-TYPE.
077900     MOVE WS-WORK-DATE  TO BD-KEY-VALUE.
078000     READ BUS-DATE-FILE
078100         INVALID KEY
078200             SET WS-BUSINESS-DAY TO TRUE
078300     END-READ.
078400 5400-TEST-BUSINESS-DAY-EXIT.
078500     EXIT.
078600
078700******************************************************************
078800* 5500-STEP-FORWARD - ONE STEP OF THE SEARCH FOR THE NEXT
078900* BUSINESS DAY.
079000******************************************************************
079100 5500-STEP-FORWARD.
079200     ADD 1 TO WS-STEP-COUNT.
079300     PERFORM 5200-NEXT-DAY
079400         THRU 5200-NEXT-DAY-EXIT.
079500     PERFORM 5400-TEST-BUSINESS-DAY
079600         THRU 5400-TEST-BUSINESS-DAY-EXIT.
079700 5500-STEP-FORWARD-EXIT.
079800     EXIT.
079900
080000******************************************************************
080100* 5600-STEP-BACK-BUSINESS - FROM WS-WORK-DATE, FIND THE BUSINESS
080200* DAY BEFORE IT.
080300******************************************************************
080400 5600-STEP-BACK-BUSINESS.
080500     MOVE "N" TO WS-BUSINESS-DAY-SW.
080600     MOVE ZERO TO WS-STEP-COUNT.
080700     PERFORM 5650-STEP-BACK
080800         THRU 5650-STEP-BACK-EXIT
080900         UNTIL WS-BUSINESS-DAY
081000            OR WS-STEP-COUNT > 31.
081100 5600-STEP-BACK-BUSINESS-EXIT.
081200     EXIT.
081300
081400 5650-STEP-BACK.
081500     ADD 1 TO WS-STEP-COUNT.
081600     PERFORM 5300-PRIOR-DAY
081700         THRU 5300-PRIOR-DAY-EXIT.
081800     PERFORM 5400-TEST-BUSINESS-DAY
081900         THRU 5400-TEST-BUSINESS-DAY-EXIT.
082000 5650-STEP-BACK-EXIT.
082100     EXIT.
082200
082300******************************************************************
082400* 5700-DAY-OF-WEEK - ZELLER'S CONGRUENCE FOR WS-WORK-DATE.
082500* JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR
082600* BEFORE.  EACH DIVISION IS TAKEN SEPARATELY SO EVERY TERM IS
082700* TRUNCATED TO A WHOLE NUMBER.  WS-DAY-OF-WEEK IS 0 FOR
082800* SATURDAY, 1 FOR SUNDAY, THROUGH 6 FOR FRIDAY.
082900******************************************************************
083000 5700-DAY-OF-WEEK.
083100     MOVE WS-WD-MM   TO WS-Z-MONTH.
083200     MOVE WS-WD-YYYY TO WS-Z-YEAR.
083300     IF WS-Z-MONTH < 3
083400         ADD 12 TO WS-Z-MONTH
083500         SUBTRACT 1 FROM WS-Z-YEAR
083600     END-IF.
083700     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
083800         REMAINDER WS-Z-YEAR-OF-CENT.
083900     COMPUTE WS-Z-SUM = 13 * (WS-Z-MONTH + 1).
084000     DIVIDE WS-Z-SUM BY 5 GIVING WS-Z-MONTH-TERM.
084100     DIVIDE WS-Z-YEAR-OF-CENT BY 4 GIVING WS-Z-YOC-QTR.
084200     DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-CENT-QTR.
084300     COMPUTE WS-Z-SUM = WS-WD-DD + WS-Z-MONTH-TERM
084400                      + WS-Z-YEAR-OF-CENT + WS-Z-YOC-QTR
084500                      + WS-Z-CENT-QTR + (5 * WS-Z-CENTURY).
084600     DIVIDE WS-Z-SUM BY 7 GIVING WS-QUOTIENT
084700         REMAINDER WS-DAY-OF-WEEK.
084800     COMPUTE WS-DAY-SUB = WS-DAY-OF-WEEK + 1.
084900 5700-DAY-OF-WEEK-EXIT.
085000     EXIT.
085100
085200******************************************************************
085300* 5800-FORMAT-DATE - WS-EDIT-DATE AS MM/DD/YYYY IN WS-DATE-TEXT.
085400******************************************************************
085500 5800-FORMAT-DATE.
085600     MOVE SPACES TO WS-DATE-TEXT.
085700     STRING WS-ED-MM  "/" WS-ED-DD  "/" WS-ED-YYYY
085800         DELIMITED BY SIZE INTO WS-DATE-TEXT.
085900 5800-FORMAT-DATE-EXIT.
086000     EXIT.
086100
086200******************************************************************
086300* 6000-PRINT-DATES - PRINT THE CURRENT AND PRIOR BUSINESS DATES
086400* THE NEXT CYCLE WILL RUN UNDER.
086500******************************************************************
086600 6000-PRINT-DATES.
086700     MOVE WS-DATES-HEADING TO RP-REPORT-LINE.
086800     WRITE RP-REPORT-LINE.
086900     ADD 1 TO WS-LINE-COUNT.
087000     IF NOT WS-CTL-ON-FILE
087100         MOVE "BUSINESS DATE NOT SET"  TO WS-DL-LABEL
087200         MOVE SPACES                   TO WS-DL-DATE
087300         MOVE SPACES                   TO WS-DL-DAY-NAME
087400         MOVE WS-DATES-LINE TO RP-REPORT-LINE
087500         WRITE RP-REPORT-LINE
087600         ADD 1 TO WS-LINE-COUNT
087700         GO TO 6000-PRINT-DATES-EXIT
087800     END-IF.
087900     MOVE "CURRENT BUSINESS DATE:" TO WS-DL-LABEL.
088000     MOVE WS-CTL-CURR-DATE TO WS-EDIT-DATE-N.
088100     PERFORM 6050-WRITE-DATE-LINE
088200         THRU 6050-WRITE-DATE-LINE-EXIT.
088300     MOVE "PRIOR BUSINESS DATE:" TO WS-DL-LABEL.
088400     MOVE WS-CTL-PRIOR-DATE TO WS-EDIT-DATE-N.
088500     PERFORM 6050-WRITE-DATE-LINE
088600         THRU 6050-WRITE-DATE-LINE-EXIT.
088700 6000-PRINT-DATES-EXIT.
088800     EXIT.
088900
089000 6050-WRITE-DATE-LINE.
089100     PERFORM 5800-FORMAT-DATE
089200         THRU 5800-FORMAT-DATE-EXIT.
089300     MOVE WS-DATE-TEXT TO WS-DL-DATE.
089400     MOVE WS-EDIT-DATE TO WS-WORK-DATE.
089500     PERFORM 5700-DAY-OF-WEEK
089600         THRU 5700-DAY-OF-WEEK-EXIT.
089700     MOVE WS-DAY-NAME (WS-DAY-SUB) TO WS-DL-DAY-NAME.
089800     MOVE WS-DATES-LINE TO RP-REPORT-LINE.
089900     WRITE RP-REPORT-LINE.
090000     ADD 1 TO WS-LINE-COUNT.
090100 6050-WRITE-DATE-LINE-EXIT.
090200     EXIT.
090300
090400******************************************************************
090500* 6100-PRINT-HOLIDAYS - LIST THE HOLIDAYS FROM THE CURRENT
090600* BUSINESS DATE ON, IN DATE ORDER, SO THE CALENDAR CAN BE CHECKED
090700* AHEAD OF TIME.
090800******************************************************************
090900 6100-PRINT-HOLIDAYS.
091000     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
091100         PERFORM 1200-WRITE-HEADINGS
091200             THRU 1200-WRITE-HEADINGS-EXIT
091300     END-IF.
091400     MOVE WS-HOLIDAY-HEADING TO RP-REPORT-LINE.
091500     WRITE RP-REPORT-LINE.
091600     ADD 1 TO WS-LINE-COUNT.
091700     MOVE "H" TO BD-KEY-TYPE.
091800     MOVE WS-CTL-CURR-DATE TO WS-EDIT-DATE-N.
091900     MOVE WS-EDIT-DATE TO BD-KEY-VALUE.
092000     START BUS-DATE-FILE
092100         KEY IS NOT LESS THAN BD-KEY
092200         INVALID KEY
092300             SET WS-HOLIDAY-EOF TO TRUE
092400     END-START.
092500     PERFORM 6150-PRINT-ONE-HOLIDAY
092600         THRU 6150-PRINT-ONE-HOLIDAY-EXIT
092700         UNTIL WS-HOLIDAY-EOF.
092800 6100-PRINT-HOLIDAYS-EXIT.
092900     EXIT.
093000
093100 6150-PRINT-ONE-HOLIDAY.
093200     READ BUS-DATE-FILE NEXT RECORD
093300         AT END
093400             SET WS-HOLIDAY-EOF TO TRUE
093500             GO TO 6150-PRINT-ONE-HOLIDAY-EXIT
093600     END-READ.
093700     IF NOT BD-HOLIDAY-ENTRY
093800         SET WS-HOLIDAY-EOF TO TRUE
093900         GO TO 6150-PRINT-ONE-HOLIDAY-EXIT
094000     END-IF.
094100     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
094200         PERFORM 1200-WRITE-HEADINGS
094300             THRU 1200-WRITE-HEADINGS-EXIT
094400     END-IF.
094500     MOVE BD-KEY-VALUE TO WS-EDIT-DATE.
094600     PERFORM 5800-FORMAT-DATE
094700         THRU 5800-FORMAT-DATE-EXIT.
094800     MOVE WS-DATE-TEXT TO WS-HL-DATE.
094900     MOVE WS-EDIT-DATE TO WS-WORK-DATE.
095000     PERFORM 5700-DAY-OF-WEEK
095100         THRU 5700-DAY-OF-WEEK-EXIT.
095200     MOVE WS-DAY-NAME (WS-DAY-SUB) TO WS-HL-DAY-NAME.
095300     MOVE BD-HOL-NAME TO WS-HL-NAME.
095400     MOVE WS-HOLIDAY-LINE TO RP-REPORT-LINE.
095500     WRITE RP-REPORT-LINE.
095600     ADD 1 TO WS-LINE-COUNT.
095700 6150-PRINT-ONE-HOLIDAY-EXIT.
095800     EXIT.
095900
096000******************************************************************
096100* 7000-WRITE-CONTROL - WRITE THE DATE CONTROL ROW BACK FROM THE
096200* RUN'S COPY, STAMPED WITH THE CLOCK DATE AND TIME OF THE CHANGE.
096300******************************************************************
096400 7000-WRITE-CONTROL.
096500     MOVE SPACES TO BD-DATE-RECORD.
096600     MOVE "D"       TO BD-KEY-TYPE.
096700     MOVE "CONTROL" TO BD-KEY-VALUE.
096800     MOVE WS-CTL-CURR-DATE  TO BD-CURR-DATE.
096900     MOVE WS-CTL-PRIOR-DATE TO BD-PRIOR-DATE.
097000     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
097100     ACCEPT WS-CLOCK-TIME FROM TIME.
097200     MOVE WS-CLOCK-DATE TO BD-CTL-STAMP-DATE.
097300     MOVE WS-CLOCK-TIME TO BD-CTL-STAMP-TIME.
097400     IF WS-CTL-ON-FILE
097500         REWRITE BD-DATE-RECORD
097600     ELSE
097700         WRITE BD-DATE-RECORD
097800     END-IF.
097900     IF NOT WS-BUSDATE-OK
098000         DISPLAY "MYBDATE - BUSDATE CONTROL UPDATE FAILED, "
098100             "STATUS = " WS-BUSDATE-STATUS
098200         MOVE 16 TO RETURN-CODE
098300         GO TO 9999-EXIT
098400     END-IF.
098500     SET WS-CTL-ON-FILE TO TRUE.
098600 7000-WRITE-CONTROL-EXIT.
098700     EXIT.
098800
098900******************************************************************
099000* 8000-TERMINATE - PRINT THE CONTROL-TOTAL FOOTER, SET THE RETURN
099100* CODE, AND CLOSE THE FILES.  A REFUSED ROLL OUTRANKS ORDINARY
099200* CARD REJECTS.
099300******************************************************************
099400 8000-TERMINATE.
099500     MOVE WS-TRANS-COUNT    TO WS-FL-TRANS-COUNT.
099600     MOVE WS-APPLIED-COUNT  TO WS-FL-APPLIED-COUNT.
099700     MOVE WS-REJECTED-COUNT TO WS-FL-REJECTED-COUNT.
099800     MOVE WS-FOOTER-LINE TO RP-REPORT-LINE.
099900     WRITE RP-REPORT-LINE.
100000     IF WS-ROLL-REFUSED
100100         MOVE 8 TO RETURN-CODE
100200     ELSE
100300         IF WS-REJECTED-COUNT > ZERO
100400          AND RETURN-CODE = ZERO
100500             MOVE 4 TO RETURN-CODE
100600         END-IF
100700     END-IF.
100800     CLOSE BUS-DATE-FILE.
100900     CLOSE BDAT-TRANS-FILE.
101000     CLOSE PRINT-FILE.
101100 8000-TERMINATE-EXIT.
101200     EXIT.
101300
101400 9999-EXIT.
101500     STOP RUN.
