000100******************************************************************
000200* Program name:    MYERRS
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - first step of the customer data-
000900*                  erasure job.  Reads compliance's erasure
001000*                  requests (ERASREQ), one card per customer
001100*                  giving a customer number, a name, or both,
001200*                  and resolves each to the customer number and
001300*                  the name(s) the customer is held under -
001400*                  from NAME-MASTER, or from the MASTER.ARCHIVE
001500*                  generations for a customer MYPURGE has
001600*                  already archived.  A name alone must belong
001700*                  to exactly one customer.  Writes one ERASREC
001800*                  row per card to ERASLIST for the MYERAS scrub
001900*                  steps and the MYERCT certificate, and prints
002000*                  the resolution report.  RC 4 = request(s)
002100*                  rejected or no requests; RC 16 = could not
002200*                  run.
002233* 10/15/26 TWK     The archive record widened with MASTREC for the
002267*                  new customer locale code (LRECL 151 -> 153).
002300*
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.  MYERRS.
002700 AUTHOR. TWK.
002800 INSTALLATION. COBOL DEVELOPMENT CENTER.
002900 DATE-WRITTEN. 10/15/26.
003000 DATE-COMPILED. 10/15/26.
003100 SECURITY. NON-CONFIDENTIAL.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT REQUEST-FILE ASSIGN TO ERASREQ
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT NAME-MASTER ASSIGN TO NAMEMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS MA-CUST-NUMBER
004100         ALTERNATE RECORD KEY IS MA-NAME-KEY
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-MASTER-STATUS.
004400     SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT LIST-FILE ASSIGN TO ERASLIST
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT PRINT-FILE ASSIGN TO PRTFILE
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS BD-KEY
005400         FILE STATUS IS WS-BUSDATE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800
005900******************************************************************
006000* RQ-REQUEST IS ONE ERASURE REQUEST CARD.  RQ-REQUEST-ID IS
006100* COMPLIANCE'S REFERENCE FOR THE REQUEST AND HEADS ITS
006200* CERTIFICATE.  RQ-CUST-NUMBER AND RQ-FULL-NAME MAY EACH BE LEFT
006300* BLANK, BUT NOT BOTH; THE NAME IS GIVEN EXACTLY AS THE MASTER
006400* HOLDS IT.  KEPT INLINE (NOT IN A COPYBOOK) BECAUSE THIS STEP IS
006500* THE ONLY PROGRAM THAT READS THE CARDS.  THE RECORD IS CARD-IMAGE
006600* (80 BYTES).
006700******************************************************************
006800 FD  REQUEST-FILE
006900     RECORDING MODE IS F.
007000 01  RQ-REQUEST.
007100     05  RQ-REQUEST-ID             PIC X(08).
007200     05  FILLER                    PIC X(01).
007300     05  RQ-CUST-NUMBER            PIC X(07).
007400     05  RQ-CUST-NUMBER-N REDEFINES RQ-CUST-NUMBER
007500                                   PIC 9(07).
007600     05  FILLER                    PIC X(01).
007700     05  RQ-FULL-NAME              PIC X(30).
007800     05  FILLER                    PIC X(33).
007900
008000 FD  NAME-MASTER.
008100 01  MA-MASTER-RECORD.
008200     COPY MASTREC.
008300
008400******************************************************************
008500* THE ARCHIVE RECORD IS A BYTE COPY OF THE MASTER RECORD AS
008600* MYPURGE WROTE IT - ONLY THE NUMBER AND NAME ARE NEEDED HERE.
008700******************************************************************
008800 FD  ARCHIVE-FILE
008900     RECORDING MODE IS F.
009000 01  AR-ARCHIVE-RECORD.
009100     05  AR-CUST-NUMBER            PIC 9(07).
009200     05  AR-NAME-KEY               PIC X(30).
009300     05  AR-REST-OF-RECORD         PIC X(116).
009400
009500 FD  LIST-FILE
009600     RECORDING MODE IS F.
009700 01  EL-LIST-RECORD                PIC X(180).
009800
009900 FD  PRINT-FILE
010000     RECORDING MODE IS F.
010100 01  RP-REPORT-LINE.
010200     COPY REPTREC.
010300
010400 FD  BUS-DATE-FILE.
010500 01  BD-DATE-RECORD.
010600     COPY BDATREC.
010700
010800 WORKING-STORAGE SECTION.
010900
011000 01  WS-SWITCHES.
011100     05  WS-REQUEST-EOF-SW         PIC X(01) VALUE "N".
011200         88  WS-REQUEST-EOF                  VALUE "Y".
011300     05  WS-ARCHIVE-EOF-SW         PIC X(01) VALUE "N".
011400         88  WS-ARCHIVE-EOF                  VALUE "Y".
011500     05  WS-ARCHIVE-NEEDED-SW      PIC X(01) VALUE "N".
011600         88  WS-ARCHIVE-NEEDED               VALUE "Y".
011700     05  WS-HOLDER-EOF-SW          PIC X(01) VALUE "N".
011800         88  WS-HOLDER-EOF                   VALUE "Y".
011900
012000 01  WS-MASTER-STATUS              PIC X(02).
012100     88  WS-MASTER-OK                        VALUE "00".
012200     88  WS-MASTER-DUP-OK                    VALUE "00" "02".
012300
012400******************************************************************
012500* THE REQUEST BEING RESOLVED.  EACH TABLE ENTRY IS MOVED HERE TO
012600* BE WORKED ON AND MOVED BACK, SO THE ERASREC NAMES ARE USED
012700* THROUGHOUT.  ER-SOURCE STAYS SPACE UNTIL THE CUSTOMER IS FOUND.
012800******************************************************************
012900 01  WS-ERAS-RECORD.
013000     COPY ERASREC.
013100
013200******************************************************************
013300* REQUEST TABLE - EVERY CARD, IN CARD ORDER.  THE ARCHIVE FIELDS
013400* COLLECT WHAT THE ARCHIVE PASS FINDS FOR A REQUEST THE MASTER
013500* COULD NOT RESOLVE: THE LATEST ARCHIVED NAME FOR A NUMBER, OR THE
013600* NUMBER(S) ARCHIVED UNDER A NAME (WS-RT-ARCH-HITS STOPS AT 2 -
013700* TWO IS ALREADY TOO MANY).
013800******************************************************************
013900 01  WS-REQUEST-COUNT              PIC 9(03) COMP VALUE 0.
014000 01  WS-REQ-SUB                    PIC 9(03) COMP VALUE 0.
014100 01  WS-MAX-REQUESTS               PIC 9(03) COMP VALUE 200.
014200 01  WS-REQUEST-TABLE.
014300     05  WS-REQUEST-ENTRY OCCURS 1 TO 200 TIMES
014400             DEPENDING ON WS-REQUEST-COUNT.
014500         10  WS-RT-IMAGE           PIC X(180).
014600         10  WS-RT-ARCH-NUMBER     PIC 9(07).
014700         10  WS-RT-ARCH-NAME       PIC X(30).
014800         10  WS-RT-ARCH-HITS       PIC 9(01).
014900
015000******************************************************************
015100* NAME LOOKUP WORK FIELDS FOR 3300-COUNT-NAME-HOLDERS - HOW MANY
015200* MASTER RECORDS CARRY WS-LOOKUP-NAME, THE LAST NUMBER SEEN, AND
015300* HOW MANY OF THEM ARE NOT WS-LOOKUP-NUMBER.
015400******************************************************************
015500 01  WS-LOOKUP-NAME                PIC X(30).
015600 01  WS-LOOKUP-NUMBER              PIC 9(07).
015700 01  WS-HOLDER-COUNT               PIC 9(05) COMP VALUE 0.
015800 01  WS-OTHER-HOLDER-COUNT         PIC 9(05) COMP VALUE 0.
015900 01  WS-HOLDER-NUMBER              PIC 9(07).
016000 01  WS-HOLDER-COUNT-ED            PIC ZZ9.
016100
016200 01  WS-CURRENT-DATE.
016300     05  WS-CD-YYYY                PIC 9(04).
016400     05  WS-CD-MM                  PIC 9(02).
016500     05  WS-CD-DD                  PIC 9(02).
016600
016700******************************************************************
016800* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
016900* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
017000******************************************************************
017100 01  WS-BUSDATE-STATUS             PIC X(02).
017200     88  WS-BUSDATE-OK                       VALUE "00".
017300
017400 01  WS-RUN-DATE                   PIC X(10).
017500
017600 01  WS-PAGE-COUNT                 PIC 9(03) COMP VALUE 0.
017700 01  WS-LINE-COUNT                 PIC 9(02) COMP VALUE 0.
017800 01  WS-LINES-PER-PAGE             PIC 9(02) VALUE 55.
017900 01  WS-ACCEPTED-COUNT             PIC 9(05) COMP VALUE 0.
018000 01  WS-REJECTED-COUNT             PIC 9(05) COMP VALUE 0.
018100 01  WS-ARCHIVE-READ-COUNT         PIC 9(07) COMP VALUE 0.
018200
018300******************************************************************
018400* REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE AND MOVED TO
018500* RP-REPORT-LINE BEFORE EACH WRITE.
018600******************************************************************
018700 01  WS-HEADING-LINE-1.
018800     05  WS-H1-CTRL                PIC X(01) VALUE "1".
018900     05  FILLER                    PIC X(30) VALUE
019000         "ERASURE REQUEST RESOLUTION".
019100     05  FILLER                    PIC X(10) VALUE
019200         "RUN DATE:".
019300     05  WS-H1-RUN-DATE            PIC X(10).
019400     05  FILLER                    PIC X(06) VALUE SPACES.
019500     05  FILLER                    PIC X(06) VALUE
019600         "PAGE:".
019700     05  WS-H1-PAGE-NO             PIC ZZ9.
019800     05  FILLER                    PIC X(67) VALUE SPACES.
019900
020000 01  WS-HEADING-LINE-2.
020100     05  WS-H2-CTRL                PIC X(01) VALUE "0".
020200     05  FILLER                    PIC X(07) VALUE
020300         "SEQ".
020400     05  FILLER                    PIC X(10) VALUE
020500         "REQUEST".
020600     05  FILLER                    PIC X(09) VALUE
020700         "CARD NO".
020800     05  FILLER                    PIC X(32) VALUE
020900         "CARD NAME".
021000     05  FILLER                    PIC X(09) VALUE
021100         "CUST NO".
021200     05  FILLER                    PIC X(09) VALUE
021300         "FOUND ON".
021400     05  FILLER                    PIC X(10) VALUE
021500         "STATUS".
021600     05  FILLER                    PIC X(40) VALUE
021700         "NOTE".
021800     05  FILLER                    PIC X(06) VALUE SPACES.
021900
022000 01  WS-DETAIL-LINE.
022100     05  WS-DL-CTRL                PIC X(01) VALUE " ".
022200     05  WS-DL-SEQ                 PIC ZZZZ9.
022300     05  FILLER                    PIC X(02) VALUE SPACES.
022400     05  WS-DL-REQUEST-ID          PIC X(08).
022500     05  FILLER                    PIC X(02) VALUE SPACES.
022600     05  WS-DL-CARD-NUMBER         PIC X(07).
022700     05  FILLER                    PIC X(02) VALUE SPACES.
022800     05  WS-DL-CARD-NAME           PIC X(30).
022900     05  FILLER                    PIC X(02) VALUE SPACES.
023000     05  WS-DL-CUST-NUMBER         PIC X(07).
023100     05  FILLER                    PIC X(02) VALUE SPACES.
023200     05  WS-DL-SOURCE              PIC X(07).
023300     05  FILLER                    PIC X(02) VALUE SPACES.
023400     05  WS-DL-STATUS              PIC X(08).
023500     05  FILLER                    PIC X(02) VALUE SPACES.
023600     05  WS-DL-NOTE                PIC X(40).
023700     05  FILLER                    PIC X(06) VALUE SPACES.
023800
023900 01  WS-NAME-LINE.
024000     05  WS-NL-CTRL                PIC X(01) VALUE " ".
024100     05  FILLER                    PIC X(17) VALUE SPACES.
024200     05  WS-NL-LABEL               PIC X(16).
024300     05  WS-NL-NAME                PIC X(30).
024400     05  FILLER                    PIC X(02) VALUE SPACES.
024500     05  WS-NL-USE                 PIC X(40).
024600     05  FILLER                    PIC X(28) VALUE SPACES.
024700
024800 01  WS-FOOTER-LINE.
024900     05  WS-FL-CTRL                PIC X(01) VALUE "-".
025000     05  FILLER                    PIC X(15) VALUE
025100         "REQUESTS: ".
025200     05  WS-FL-REQUEST-COUNT       PIC ZZ,ZZ9.
025300     05  FILLER                    PIC X(05) VALUE SPACES.
025400     05  FILLER                    PIC X(15) VALUE
025500         "ACCEPTED: ".
025600     05  WS-FL-ACCEPTED-COUNT      PIC ZZ,ZZ9.
025700     05  FILLER                    PIC X(05) VALUE SPACES.
025800     05  FILLER                    PIC X(15) VALUE
025900         "REJECTED: ".
026000     05  WS-FL-REJECTED-COUNT      PIC ZZ,ZZ9.
026100     05  FILLER                    PIC X(59) VALUE SPACES.
026200
026300 PROCEDURE DIVISION.
026400
026500******************************************************************
026600* 0000-MAINLINE - LOAD AND EDIT THE REQUEST CARDS, RESOLVE THEM
026700* AGAINST THE MASTER AND THEN THE ARCHIVE, AND WRITE THE RESOLVED
026800* LIST AND REPORT.
026900******************************************************************
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE
027200         THRU 1000-INITIALIZE-EXIT.
027300     PERFORM 2000-LOAD-REQUEST
027400         THRU 2000-LOAD-REQUEST-EXIT
027500         UNTIL WS-REQUEST-EOF.
027600     PERFORM 3000-RESOLVE-ON-MASTER
027700         THRU 3000-RESOLVE-ON-MASTER-EXIT
027800         VARYING WS-REQ-SUB FROM 1 BY 1
027900         UNTIL WS-REQ-SUB > WS-REQUEST-COUNT.
028000     IF WS-ARCHIVE-NEEDED
028100         PERFORM 4000-SCAN-ARCHIVE
028200             THRU 4000-SCAN-ARCHIVE-EXIT
028300     END-IF.
028400     PERFORM 5000-FINISH-REQUEST
028500         THRU 5000-FINISH-REQUEST-EXIT
028600         VARYING WS-REQ-SUB FROM 1 BY 1
028700         UNTIL WS-REQ-SUB > WS-REQUEST-COUNT.
028800     PERFORM 8000-TERMINATE
028900         THRU 8000-TERMINATE-EXIT.
029000     GO TO 9999-EXIT.
029100
029200******************************************************************
029300* 1000-INITIALIZE - DATE THE RUN, OPEN THE FILES, PRINT THE FIRST
029400* PAGE HEADING, AND PRIME THE CARD READ.
029500******************************************************************
029600 1000-INITIALIZE.
029700     PERFORM 1900-READ-BUSINESS-DATE
029800         THRU 1900-READ-BUSINESS-DATE-EXIT.
029900     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
030000         DELIMITED BY SIZE INTO WS-RUN-DATE.
030100     OPEN INPUT NAME-MASTER.
030200     IF NOT WS-MASTER-OK
030300         DISPLAY "MYERRS - NAME-MASTER OPEN FAILED, STATUS = "
030400             WS-MASTER-STATUS
030500         MOVE 16 TO RETURN-CODE
030600         GO TO 9999-EXIT
030700     END-IF.
030800     OPEN INPUT REQUEST-FILE.
030900     OPEN OUTPUT LIST-FILE.
031000     OPEN OUTPUT PRINT-FILE.
031100     PERFORM 1200-WRITE-HEADINGS
031200         THRU 1200-WRITE-HEADINGS-EXIT.
031300     PERFORM 1100-READ-REQUEST
031400         THRU 1100-READ-REQUEST-EXIT.
031500 1000-INITIALIZE-EXIT.
031600     EXIT.
031700
031800******************************************************************
031900* 1100-READ-REQUEST - READ THE NEXT REQUEST CARD.
032000******************************************************************
032100 1100-READ-REQUEST.
032200     READ REQUEST-FILE
032300         AT END
032400             SET WS-REQUEST-EOF TO TRUE
032500     END-READ.
032600 1100-READ-REQUEST-EXIT.
032700     EXIT.
032800
032900******************************************************************
033000* 1200-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN-DATE
033100* HEADING AND THE COLUMN HEADINGS.
033200******************************************************************
033300 1200-WRITE-HEADINGS.
033400     ADD 1 TO WS-PAGE-COUNT.
033500     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
033600     MOVE WS-PAGE-COUNT TO WS-H1-PAGE-NO.
033700     MOVE WS-HEADING-LINE-1 TO RP-REPORT-LINE.
033800     WRITE RP-REPORT-LINE.
033900     MOVE WS-HEADING-LINE-2 TO RP-REPORT-LINE.
034000     WRITE RP-REPORT-LINE.
034100     MOVE 2 TO WS-LINE-COUNT.
034200 1200-WRITE-HEADINGS-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
034700* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK.  THIS JOB RUNS
034800* ON REQUEST RATHER THAN AS PART OF A DAILY CYCLE, SO IT MAY RUN
034900* MORE THAN ONCE FOR THE SAME BUSINESS DATE.
035000******************************************************************
035100 1900-READ-BUSINESS-DATE.
035200     OPEN INPUT BUS-DATE-FILE.
035300     IF NOT WS-BUSDATE-OK
035400         DISPLAY "MYERRS - BUSDATE OPEN FAILED, STATUS = "
035500             WS-BUSDATE-STATUS
035600         MOVE 16 TO RETURN-CODE
035700         GO TO 9999-EXIT
035800     END-IF.
035900     MOVE "D"       TO BD-KEY-TYPE.
036000     MOVE "CONTROL" TO BD-KEY-VALUE.
036100     READ BUS-DATE-FILE
036200         INVALID KEY
036300             DISPLAY "MYERRS - BUSINESS DATE CONTROL RECORD "
036400                 "MISSING"
036500             MOVE 16 TO RETURN-CODE
036600             GO TO 9999-EXIT
036700     END-READ.
036800     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
036900     CLOSE BUS-DATE-FILE.
037000 1900-READ-BUSINESS-DATE-EXIT.
037100     EXIT.
037200
037300******************************************************************
037400* 2000-LOAD-REQUEST - EDIT THE CURRENT CARD AND ADD IT TO THE
037500* REQUEST TABLE, THEN READ THE NEXT.  A FILE WITH MORE REQUESTS
037600* THAN THE TABLE HOLDS IS REFUSED WHOLE RATHER THAN ERASING ONLY
037700* SOME OF THEM - SPLIT IT ACROSS RUNS.
037800******************************************************************
037900 2000-LOAD-REQUEST.
038000     IF WS-REQUEST-COUNT NOT < WS-MAX-REQUESTS
038100         DISPLAY "MYERRS - MORE THAN " WS-MAX-REQUESTS
038200             " ERASURE REQUESTS - SPLIT THE REQUEST FILE"
038300         MOVE 16 TO RETURN-CODE
038400         GO TO 9999-EXIT
038500     END-IF.
038600     ADD 1 TO WS-REQUEST-COUNT.
038700     MOVE SPACES            TO WS-ERAS-RECORD.
038800     MOVE WS-REQUEST-COUNT  TO ER-REQUEST-SEQ.
038900     MOVE RQ-REQUEST-ID     TO ER-REQUEST-ID.
039000     MOVE RQ-CUST-NUMBER    TO ER-CARD-NUMBER.
039100     MOVE RQ-FULL-NAME      TO ER-CARD-NAME.
039200     MOVE ZERO              TO ER-CUST-NUMBER.
039300     MOVE WS-RUN-DATE       TO ER-RUN-DATE.
039400     SET ER-ACCEPTED TO TRUE.
039500     PERFORM 2100-EDIT-REQUEST
039600         THRU 2100-EDIT-REQUEST-EXIT.
039700     MOVE WS-ERAS-RECORD TO WS-RT-IMAGE (WS-REQUEST-COUNT).
039800     MOVE ZERO           TO WS-RT-ARCH-NUMBER (WS-REQUEST-COUNT).
039900     MOVE SPACES         TO WS-RT-ARCH-NAME (WS-REQUEST-COUNT).
040000     MOVE ZERO           TO WS-RT-ARCH-HITS (WS-REQUEST-COUNT).
040100     PERFORM 1100-READ-REQUEST
040200         THRU 1100-READ-REQUEST-EXIT.
040300 2000-LOAD-REQUEST-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700* 2100-EDIT-REQUEST - THE CARD NEEDS A REQUEST ID AND A CUSTOMER
040800* NUMBER, A NAME, OR BOTH.  A NUMBER MUST BE SEVEN DIGITS.
040900******************************************************************
041000 2100-EDIT-REQUEST.
041100     IF RQ-REQUEST-ID = SPACES
041200         SET ER-REJECTED TO TRUE
041300         MOVE "REQUEST ID MISSING" TO ER-MESSAGE
041400         GO TO 2100-EDIT-REQUEST-EXIT
041500     END-IF.
041600     IF RQ-CUST-NUMBER = SPACES
041700      AND RQ-FULL-NAME = SPACES
041800         SET ER-REJECTED TO TRUE
041900         MOVE "NO CUSTOMER NUMBER OR NAME GIVEN" TO ER-MESSAGE
042000         GO TO 2100-EDIT-REQUEST-EXIT
042100     END-IF.
042200     IF RQ-CUST-NUMBER = SPACES
042300         GO TO 2100-EDIT-REQUEST-EXIT
042400     END-IF.
042500     IF RQ-CUST-NUMBER-N NOT NUMERIC
042600      OR RQ-CUST-NUMBER-N = ZERO
042700         SET ER-REJECTED TO TRUE
042800         MOVE "CUSTOMER NUMBER NOT SEVEN DIGITS" TO ER-MESSAGE
042900         GO TO 2100-EDIT-REQUEST-EXIT
043000     END-IF.
043100     MOVE RQ-CUST-NUMBER-N TO ER-CUST-NUMBER.
043200 2100-EDIT-REQUEST-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600* 3000-RESOLVE-ON-MASTER - LOOK THE REQUEST UP ON NAME-MASTER, BY
043700* NUMBER WHEN THE CARD GIVES ONE AND OTHERWISE BY NAME.  A REQUEST
043800* THE MASTER CANNOT RESOLVE IS LEFT FOR THE ARCHIVE PASS.
043900******************************************************************
044000 3000-RESOLVE-ON-MASTER.
044100     MOVE WS-RT-IMAGE (WS-REQ-SUB) TO WS-ERAS-RECORD.
044200     IF ER-REJECTED
044300         GO TO 3000-RESOLVE-ON-MASTER-EXIT
044400     END-IF.
044500     IF ER-CUST-NUMBER > ZERO
044600         PERFORM 3100-RESOLVE-BY-NUMBER
044700             THRU 3100-RESOLVE-BY-NUMBER-EXIT
044800     ELSE
044900         PERFORM 3200-RESOLVE-BY-NAME
045000             THRU 3200-RESOLVE-BY-NAME-EXIT
045100     END-IF.
045200     IF ER-ACCEPTED
045300      AND ER-SOURCE = SPACE
045400         SET WS-ARCHIVE-NEEDED TO TRUE
045500     END-IF.
045600     MOVE WS-ERAS-RECORD TO WS-RT-IMAGE (WS-REQ-SUB).
045700 3000-RESOLVE-ON-MASTER-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100* 3100-RESOLVE-BY-NUMBER - A CUSTOMER ON THE MASTER IS ERASED
046200* UNDER THE NAME THE MASTER HOLDS.
046300******************************************************************
046400 3100-RESOLVE-BY-NUMBER.
046500     MOVE ER-CUST-NUMBER TO MA-CUST-NUMBER.
046600     READ NAME-MASTER
046700         KEY IS MA-CUST-NUMBER
046800         INVALID KEY
046900             GO TO 3100-RESOLVE-BY-NUMBER-EXIT
047000     END-READ.
047100     SET ER-ON-MASTER TO TRUE.
047200     MOVE MA-NAME-KEY TO ER-NAME-1.
047300 3100-RESOLVE-BY-NUMBER-EXIT.
047400     EXIT.
047500
047600******************************************************************
047700* 3200-RESOLVE-BY-NAME - A NAME ALONE MUST BELONG TO ONE CUSTOMER
047800* ON THE MASTER.  A NAME SHARED BY SEVERAL IS REJECTED - THE
047900* REQUEST HAS TO SAY WHICH CUSTOMER BY NUMBER.  A NAME NOT ON THE
048000* MASTER AT ALL IS LEFT FOR THE ARCHIVE PASS.
048100******************************************************************
048200 3200-RESOLVE-BY-NAME.
048300     MOVE ER-CARD-NAME TO WS-LOOKUP-NAME.
048400     MOVE ZERO         TO WS-LOOKUP-NUMBER.
048500     PERFORM 3300-COUNT-NAME-HOLDERS
048600         THRU 3300-COUNT-NAME-HOLDERS-EXIT.
048700     IF WS-HOLDER-COUNT = ZERO
048800         GO TO 3200-RESOLVE-BY-NAME-EXIT
048900     END-IF.
049000     IF WS-HOLDER-COUNT > 1
049100         SET ER-REJECTED TO TRUE
049200         MOVE WS-HOLDER-COUNT TO WS-HOLDER-COUNT-ED
049300         STRING "NAME ON " WS-HOLDER-COUNT-ED
049400                " CUSTOMERS - GIVE NUMBER"
049500             DELIMITED BY SIZE INTO ER-MESSAGE
049600         GO TO 3200-RESOLVE-BY-NAME-EXIT
049700     END-IF.
049800     SET ER-ON-MASTER TO TRUE.
049900     MOVE WS-HOLDER-NUMBER TO ER-CUST-NUMBER.
050000     MOVE ER-CARD-NAME     TO ER-NAME-1.
050100 3200-RESOLVE-BY-NAME-EXIT.
050200     EXIT.
050300
050400******************************************************************
050500* 3300-COUNT-NAME-HOLDERS - WALK THE NAME ALTERNATE INDEX OVER
050600* EVERY MASTER RECORD CARRYING WS-LOOKUP-NAME.  STATUS 02 ON THE
050700* READ ONLY MEANS ANOTHER RECORD WITH THE SAME NAME FOLLOWS.
050800******************************************************************
050900 3300-COUNT-NAME-HOLDERS.
051000     MOVE ZERO TO WS-HOLDER-COUNT.
051100     MOVE ZERO TO WS-OTHER-HOLDER-COUNT.
051200     MOVE ZERO TO WS-HOLDER-NUMBER.
051300     MOVE "N"  TO WS-HOLDER-EOF-SW.
051400     MOVE WS-LOOKUP-NAME TO MA-NAME-KEY.
051500     START NAME-MASTER KEY IS EQUAL TO MA-NAME-KEY
051600         INVALID KEY
051700             GO TO 3300-COUNT-NAME-HOLDERS-EXIT
051800     END-START.
051900     PERFORM 3310-READ-NAME-HOLDER
052000         THRU 3310-READ-NAME-HOLDER-EXIT
052100         UNTIL WS-HOLDER-EOF.
052200 3300-COUNT-NAME-HOLDERS-EXIT.
052300     EXIT.
052400
052500 3310-READ-NAME-HOLDER.
052600     READ NAME-MASTER NEXT
052700         AT END
052800             SET WS-HOLDER-EOF TO TRUE
052900             GO TO 3310-READ-NAME-HOLDER-EXIT
053000     END-READ.
053100     IF NOT WS-MASTER-DUP-OK
053200         DISPLAY "MYERRS - NAME-MASTER READ FAILED, STATUS = "
053300             WS-MASTER-STATUS
053400         MOVE 16 TO RETURN-CODE
053500         GO TO 9999-EXIT
053600     END-IF.
053700     IF MA-NAME-KEY NOT = WS-LOOKUP-NAME
053800         SET WS-HOLDER-EOF TO TRUE
053900         GO TO 3310-READ-NAME-HOLDER-EXIT
054000     END-IF.
054100     ADD 1 TO WS-HOLDER-COUNT.
054200     MOVE MA-CUST-NUMBER TO WS-HOLDER-NUMBER.
054300     IF MA-CUST-NUMBER NOT = WS-LOOKUP-NUMBER
054400         ADD 1 TO WS-OTHER-HOLDER-COUNT
054500     END-IF.
054600 3310-READ-NAME-HOLDER-EXIT.
054700     EXIT.
054800
054900******************************************************************
055000* 4000-SCAN-ARCHIVE - ONE PASS OVER EVERY ARCHIVE GENERATION (THE
055100* ARCHIN DD NAMES THE GDG BASE, OLDEST GENERATION FIRST) FOR THE
055200* REQUESTS THE MASTER COULD NOT RESOLVE.
055300******************************************************************
055400 4000-SCAN-ARCHIVE.
055500     OPEN INPUT ARCHIVE-FILE.
055600     PERFORM 4100-READ-ARCHIVE
055700         THRU 4100-READ-ARCHIVE-EXIT.
055800     PERFORM 4200-CHECK-ARCHIVE-RECORD
055900         THRU 4200-CHECK-ARCHIVE-RECORD-EXIT
056000         UNTIL WS-ARCHIVE-EOF.
056100     CLOSE ARCHIVE-FILE.
056200 4000-SCAN-ARCHIVE-EXIT.
056300     EXIT.
056400
056500 4100-READ-ARCHIVE.
056600     READ ARCHIVE-FILE
056700         AT END
056800             SET WS-ARCHIVE-EOF TO TRUE
056900     END-READ.
057000 4100-READ-ARCHIVE-EXIT.
057100     EXIT.
057200
057300 4200-CHECK-ARCHIVE-RECORD.
057400     ADD 1 TO WS-ARCHIVE-READ-COUNT.
057500     PERFORM 4300-MATCH-ARCHIVE-RECORD
057600         THRU 4300-MATCH-ARCHIVE-RECORD-EXIT
057700         VARYING WS-REQ-SUB FROM 1 BY 1
057800         UNTIL WS-REQ-SUB > WS-REQUEST-COUNT.
057900     PERFORM 4100-READ-ARCHIVE
058000         THRU 4100-READ-ARCHIVE-EXIT.
058100 4200-CHECK-ARCHIVE-RECORD-EXIT.
058200     EXIT.
058300
058400******************************************************************
058500* 4300-MATCH-ARCHIVE-RECORD - FOR AN UNRESOLVED NUMBER, KEEP THE
058600* NAME OF THE LATEST ARCHIVED COPY.  FOR AN UNRESOLVED NAME, NOTE
058700* THE ARCHIVED NUMBER AND COUNT DIFFERENT NUMBERS FOUND UNDER IT.
058800******************************************************************
058900 4300-MATCH-ARCHIVE-RECORD.
059000     MOVE WS-RT-IMAGE (WS-REQ-SUB) TO WS-ERAS-RECORD.
059100     IF ER-REJECTED
059200      OR ER-SOURCE NOT = SPACE
059300         GO TO 4300-MATCH-ARCHIVE-RECORD-EXIT
059400     END-IF.
059500     IF AR-CUST-NUMBER NOT NUMERIC
059600         GO TO 4300-MATCH-ARCHIVE-RECORD-EXIT
059700     END-IF.
059800     IF ER-CUST-NUMBER > ZERO
059900         IF AR-CUST-NUMBER = ER-CUST-NUMBER
060000             MOVE AR-CUST-NUMBER TO WS-RT-ARCH-NUMBER (WS-REQ-SUB)
060100             MOVE AR-NAME-KEY    TO WS-RT-ARCH-NAME (WS-REQ-SUB)
060200             MOVE 1              TO WS-RT-ARCH-HITS (WS-REQ-SUB)
060300         END-IF
060400         GO TO 4300-MATCH-ARCHIVE-RECORD-EXIT
060500     END-IF.
060600     IF AR-NAME-KEY NOT = ER-CARD-NAME
060700         GO TO 4300-MATCH-ARCHIVE-RECORD-EXIT
060800     END-IF.
060900     IF WS-RT-ARCH-HITS (WS-REQ-SUB) = ZERO
061000         MOVE AR-CUST-NUMBER TO WS-RT-ARCH-NUMBER (WS-REQ-SUB)
061100         MOVE AR-NAME-KEY    TO WS-RT-ARCH-NAME (WS-REQ-SUB)
061200         MOVE 1              TO WS-RT-ARCH-HITS (WS-REQ-SUB)
061300     ELSE
061400         IF AR-CUST-NUMBER NOT = WS-RT-ARCH-NUMBER (WS-REQ-SUB)
061500             MOVE 2 TO WS-RT-ARCH-HITS (WS-REQ-SUB)
061600         END-IF
061700     END-IF.
061800 4300-MATCH-ARCHIVE-RECORD-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200* 5000-FINISH-REQUEST - SETTLE WHAT THE ARCHIVE PASS FOUND, WORK
062300* OUT WHICH NAMES MAY BE MATCHED, AND WRITE AND PRINT THE REQUEST.
062400******************************************************************
062500 5000-FINISH-REQUEST.
062600     MOVE WS-RT-IMAGE (WS-REQ-SUB) TO WS-ERAS-RECORD.
062700     IF ER-ACCEPTED
062800      AND ER-SOURCE = SPACE
062900         PERFORM 5100-APPLY-ARCHIVE-RESULT
063000             THRU 5100-APPLY-ARCHIVE-RESULT-EXIT
063100     END-IF.
063200     IF ER-ACCEPTED
063300         PERFORM 5200-SET-NAME-SWITCHES
063400             THRU 5200-SET-NAME-SWITCHES-EXIT
063500     END-IF.
063600     IF ER-ACCEPTED
063700         ADD 1 TO WS-ACCEPTED-COUNT
063800     ELSE
063900         ADD 1 TO WS-REJECTED-COUNT
064000     END-IF.
064100     WRITE EL-LIST-RECORD FROM WS-ERAS-RECORD.
064200     PERFORM 6000-PRINT-REQUEST
064300         THRU 6000-PRINT-REQUEST-EXIT.
064400 5000-FINISH-REQUEST-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800* 5100-APPLY-ARCHIVE-RESULT - A NUMBER FOUND ONLY IN THE ARCHIVE
064900* IS ERASED UNDER ITS ARCHIVED NAME.  A NUMBER FOUND NOWHERE (A
065000* CUSTOMER DELETED OUTRIGHT) IS STILL SCRUBBED BY NUMBER, AND BY
065100* THE CARD NAME IF ONE WAS GIVEN.  A NAME FOUND ONLY IN THE
065200* ARCHIVE MUST BELONG TO ONE ARCHIVED CUSTOMER; A NAME FOUND
065300* NOWHERE IS SCRUBBED BY NAME ALONE (A CUSTOMER WHO ONLY EVER
065400* REACHED SUSPENSE OR THE AUDIT TRAIL).
065500******************************************************************
065600 5100-APPLY-ARCHIVE-RESULT.
065700     IF ER-CUST-NUMBER > ZERO
065800         IF WS-RT-ARCH-HITS (WS-REQ-SUB) > ZERO
065900             SET ER-ON-ARCHIVE TO TRUE
066000             MOVE WS-RT-ARCH-NAME (WS-REQ-SUB) TO ER-NAME-1
066100         ELSE
066200             SET ER-NOT-ON-FILE TO TRUE
066300             MOVE ER-CARD-NAME TO ER-NAME-1
066400             MOVE "NUMBER NOT ON MASTER OR ARCHIVE"
066500                 TO ER-MESSAGE
066600         END-IF
066700         GO TO 5100-APPLY-ARCHIVE-RESULT-EXIT
066800     END-IF.
066900     EVALUATE WS-RT-ARCH-HITS (WS-REQ-SUB)
067000         WHEN ZERO
067100             SET ER-NOT-ON-FILE TO TRUE
067200             MOVE ER-CARD-NAME TO ER-NAME-1
067300             MOVE "NAME NOT ON MASTER OR ARCHIVE" TO ER-MESSAGE
067400         WHEN 1
067500             SET ER-ON-ARCHIVE TO TRUE
067600             MOVE WS-RT-ARCH-NUMBER (WS-REQ-SUB)
067700                 TO ER-CUST-NUMBER
067800             MOVE ER-CARD-NAME TO ER-NAME-1
067900         WHEN OTHER
068000             SET ER-REJECTED TO TRUE
068100             MOVE "NAME ON SEVERAL ARCHIVED CUSTS - GIVE NUMBER"
068200                 TO ER-MESSAGE
068300     END-EVALUATE.
068400 5100-APPLY-ARCHIVE-RESULT-EXIT.
068500     EXIT.
068600
068700******************************************************************
068800* 5200-SET-NAME-SWITCHES - THE CARD NAME IS KEPT AS A SECOND NAME
068900* WHEN IT DIFFERS FROM THE ONE ON FILE (A FORMER NAME).  EACH NAME
069000* MAY BE MATCHED IN RECORDS WITHOUT A CUSTOMER NUMBER ONLY WHILE
069100* NO OTHER CUSTOMER ON THE MASTER HOLDS IT.
069200******************************************************************
069300 5200-SET-NAME-SWITCHES.
069400     IF ER-CARD-NAME NOT = SPACES
069500      AND ER-CARD-NAME NOT = ER-NAME-1
069600         MOVE ER-CARD-NAME TO ER-NAME-2
069700     END-IF.
069800     IF ER-NAME-1 NOT = SPACES
069900         MOVE ER-NAME-1      TO WS-LOOKUP-NAME
070000         MOVE ER-CUST-NUMBER TO WS-LOOKUP-NUMBER
070100         PERFORM 3300-COUNT-NAME-HOLDERS
070200             THRU 3300-COUNT-NAME-HOLDERS-EXIT
070300         IF WS-OTHER-HOLDER-COUNT > ZERO
070400             SET ER-NAME-1-SHARED TO TRUE
070500         ELSE
070600             SET ER-NAME-1-USABLE TO TRUE
070700         END-IF
070800     END-IF.
070900     IF ER-NAME-2 NOT = SPACES
071000         MOVE ER-NAME-2      TO WS-LOOKUP-NAME
071100         MOVE ER-CUST-NUMBER TO WS-LOOKUP-NUMBER
071200         PERFORM 3300-COUNT-NAME-HOLDERS
071300             THRU 3300-COUNT-NAME-HOLDERS-EXIT
071400         IF WS-OTHER-HOLDER-COUNT > ZERO
071500             SET ER-NAME-2-SHARED TO TRUE
071600         ELSE
071700             SET ER-NAME-2-USABLE TO TRUE
071800         END-IF
071900     END-IF.
072000 5200-SET-NAME-SWITCHES-EXIT.
072100     EXIT.
072200
072300******************************************************************
072400* 6000-PRINT-REQUEST - ONE LINE PER REQUEST, AND FOR AN ACCEPTED
072500* ONE A LINE PER NAME SAYING WHETHER IT WILL BE MATCHED.
072600******************************************************************
072700 6000-PRINT-REQUEST.
072800     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
072900         PERFORM 1200-WRITE-HEADINGS
073000             THRU 1200-WRITE-HEADINGS-EXIT
073100     END-IF.
073200     MOVE ER-REQUEST-SEQ   TO WS-DL-SEQ.
073300     MOVE ER-REQUEST-ID    TO WS-DL-REQUEST-ID.
073400     MOVE ER-CARD-NUMBER   TO WS-DL-CARD-NUMBER.
073500     MOVE ER-CARD-NAME     TO WS-DL-CARD-NAME.
073600     MOVE SPACES           TO WS-DL-CUST-NUMBER.
073700     MOVE SPACES           TO WS-DL-SOURCE.
073800     IF ER-ACCEPTED
073900      AND ER-CUST-NUMBER > ZERO
074000         MOVE ER-CUST-NUMBER TO WS-DL-CUST-NUMBER
074100     END-IF.
074200     EVALUATE TRUE
074300         WHEN ER-ON-MASTER
074400             MOVE "MASTER"  TO WS-DL-SOURCE
074500         WHEN ER-ON-ARCHIVE
074600             MOVE "ARCHIVE" TO WS-DL-SOURCE
074700         WHEN ER-NOT-ON-FILE
074800             MOVE "NONE"    TO WS-DL-SOURCE
074900     END-EVALUATE.
075000     IF ER-REJECTED
075100         MOVE "REJECTED" TO WS-DL-STATUS
075200     ELSE
075300         MOVE "ACCEPTED" TO WS-DL-STATUS
075400     END-IF.
075500     MOVE ER-MESSAGE TO WS-DL-NOTE.
075600     MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
075700     WRITE RP-REPORT-LINE.
075800     ADD 1 TO WS-LINE-COUNT.
075900     IF ER-REJECTED
076000         GO TO 6000-PRINT-REQUEST-EXIT
076100     END-IF.
076200     IF ER-NAME-1 NOT = SPACES
076300         MOVE "NAME ON FILE:"  TO WS-NL-LABEL
076400         MOVE ER-NAME-1        TO WS-NL-NAME
076500         IF ER-NAME-1-SHARED
076600             MOVE "SHARED - MATCHED BY NUMBER ONLY" TO WS-NL-USE
076700         ELSE
076800             MOVE "MATCHED BY NUMBER AND NAME" TO WS-NL-USE
076900         END-IF
077000         MOVE WS-NAME-LINE TO RP-REPORT-LINE
077100         WRITE RP-REPORT-LINE
077200         ADD 1 TO WS-LINE-COUNT
077300     END-IF.
077400     IF ER-NAME-2 NOT = SPACES
077500         MOVE "NAME ON CARD:"  TO WS-NL-LABEL
077600         MOVE ER-NAME-2        TO WS-NL-NAME
077700         IF ER-NAME-2-SHARED
077800             MOVE "SHARED - NOT MATCHED" TO WS-NL-USE
077900         ELSE
078000             MOVE "ALSO MATCHED WHERE NO NUMBER" TO WS-NL-USE
078100         END-IF
078200         MOVE WS-NAME-LINE TO RP-REPORT-LINE
078300         WRITE RP-REPORT-LINE
078400         ADD 1 TO WS-LINE-COUNT
078500     END-IF.
078600 6000-PRINT-REQUEST-EXIT.
078700     EXIT.
078800
078900******************************************************************
079000* 8000-TERMINATE - PRINT THE FOOTER TOTALS, CLOSE UP, AND SET THE
079100* RETURN CODE.
079200******************************************************************
079300 8000-TERMINATE.
079400     MOVE WS-REQUEST-COUNT  TO WS-FL-REQUEST-COUNT.
079500     MOVE WS-ACCEPTED-COUNT TO WS-FL-ACCEPTED-COUNT.
079600     MOVE WS-REJECTED-COUNT TO WS-FL-REJECTED-COUNT.
079700     MOVE WS-FOOTER-LINE TO RP-REPORT-LINE.
079800     WRITE RP-REPORT-LINE.
079900     CLOSE REQUEST-FILE.
080000     CLOSE NAME-MASTER.
080100     CLOSE LIST-FILE.
080200     CLOSE PRINT-FILE.
080300     DISPLAY "MYERRS - REQUESTS READ:       " WS-REQUEST-COUNT.
080400     DISPLAY "MYERRS - REQUESTS ACCEPTED:   " WS-ACCEPTED-COUNT.
080500     DISPLAY "MYERRS - REQUESTS REJECTED:   " WS-REJECTED-COUNT.
080600     DISPLAY "MYERRS - ARCHIVE RECORDS READ: "
080700         WS-ARCHIVE-READ-COUNT.
080800     IF WS-REQUEST-COUNT = ZERO
080900         DISPLAY "MYERRS - NO ERASURE REQUESTS ON ERASREQ"
081000         MOVE 4 TO RETURN-CODE
081100     END-IF.
081200     IF WS-REJECTED-COUNT > ZERO
081300         MOVE 4 TO RETURN-CODE
081400     END-IF.
081500 8000-TERMINATE-EXIT.
081600     EXIT.
081700
081800 9999-EXIT.
081900     STOP RUN.
