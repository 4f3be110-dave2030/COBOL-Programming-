000100******************************************************************
000200* Program name:    MYSTDZ
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - one-time address standardization of
000900*                  NAME-MASTER.  MYPROGB and the MANT add and
001000*                  change now store the street address and phone
001100*                  in the ADDRSTD house style; this pass puts the
001200*                  records already on file into the same style.
001300*                  Each record whose street or phone changes is
001400*                  rewritten and journaled as a CHANGE history row
001500*                  to STDZHIST, which the job REPROs onto the
001600*                  NAME.HISTORY cluster, and its before and after
001700*                  values are printed.  A phone that is not a
001800*                  dialable number is left as keyed and listed
001900*                  for the branch to correct (RC 4).  The last
002000*                  update date is not touched - the customer did
002100*                  nothing, so the purge must not see activity.
002200*                  Safe to run again; a record already in the
002300*                  house style is not rewritten.
002400*
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  MYSTDZ.
002800 AUTHOR. TWK.
002900 INSTALLATION. COBOL DEVELOPMENT CENTER.
003000 DATE-WRITTEN. 10/15/26.
003100 DATE-COMPILED. 10/15/26.
003200 SECURITY. NON-CONFIDENTIAL.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT NAME-MASTER ASSIGN TO NAMEMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS MA-CUST-NUMBER
004000         FILE STATUS IS WS-MASTER-STATUS.
004100     SELECT PRINT-FILE ASSIGN TO PRTFILE
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT HIST-FILE ASSIGN TO STDZHIST
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS BD-KEY
004900         FILE STATUS IS WS-BUSDATE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  NAME-MASTER.
005400 01  MA-MASTER-RECORD.
005500     COPY MASTREC.
005600
005700 FD  PRINT-FILE
005800     RECORDING MODE IS F.
005900 01  RP-REPORT-LINE.
006000     COPY REPTREC.
006100
006200 FD  HIST-FILE
006300     RECORDING MODE IS F.
006400 01  HS-HIST-RECORD.
006500     COPY HISTREC.
006600
006700 FD  BUS-DATE-FILE.
006800 01  BD-DATE-RECORD.
006900     COPY BDATREC.
007000
007100 WORKING-STORAGE SECTION.
007200
007300 01  WS-SWITCHES.
007400     05  WS-EOF-SW                 PIC X(01) VALUE "N".
007500         88  WS-EOF                          VALUE "Y".
007600
007700 01  WS-MASTER-STATUS              PIC X(02).
007800     88  WS-MASTER-OK                        VALUE "00".
007900
008000******************************************************************
008100* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
008200* NOT THE CLOCK.  THIS IS NOT A DAILY CYCLE, SO NO CYCLE ROW IS
008300* CHECKED OR MARKED - SEE 1900-READ-BUSINESS-DATE.
008400******************************************************************
008500 01  WS-BUSDATE-STATUS             PIC X(02).
008600     88  WS-BUSDATE-OK                       VALUE "00".
008700
008800 01  WS-CURRENT-DATE.
008900     05  WS-CD-YYYY                PIC 9(04).
009000     05  WS-CD-MM                  PIC 9(02).
009100     05  WS-CD-DD                  PIC 9(02).
009200
009300 01  WS-RUN-DATE                   PIC X(10).
009400
009500******************************************************************
009600* THE RECORD AS READ - THE HISTORY BEFORE IMAGE, AND THE STREET
009700* AND PHONE THE REPORT SHOWS ALONGSIDE THE NEW VALUES.
009800******************************************************************
009900 01  WS-BEFORE-RECORD              PIC X(153).
010000 01  WS-OLD-STREET-ADDR            PIC X(30).
010100 01  WS-OLD-PHONE                  PIC X(12).
010200
010300******************************************************************
010400* STANDARDIZATION TABLE AND WORK FIELDS USED BY 3000-STANDARDIZE-
010500* STREET AND 3100-STANDARDIZE-PHONE.
010600******************************************************************
010700 01  WS-ADDRESS-STANDARD-AREA.
010800     COPY ADDRSTD.
010900
011000******************************************************************
011100* HISTORY TIMESTAMP WORK FIELDS - THE DATE AND THE RAW HHMMSSCC
011200* FROM ACCEPT ARE REBUILT AS MM/DD/YYYY AND HH:MM:SS, THE SHAPE
011300* MYMAINT WRITES, SO THESE ROWS READ LIKE THE ONLINE ONES.
011400******************************************************************
011500 01  WS-HIST-DATE.
011600     05  WS-HD-YYYY                PIC X(04).
011700     05  WS-HD-MM                  PIC X(02).
011800     05  WS-HD-DD                  PIC X(02).
011900
012000 01  WS-RAW-TIME.
012100     05  WS-RT-HH                  PIC X(02).
012200     05  WS-RT-MM                  PIC X(02).
012300     05  WS-RT-SS                  PIC X(02).
012400     05  FILLER                    PIC X(02).
012500
012600 01  WS-PAGE-COUNT                 PIC 9(03) COMP VALUE 0.
012700 01  WS-LINE-COUNT                 PIC 9(02) COMP VALUE 0.
012800 01  WS-LINES-PER-PAGE             PIC 9(02) VALUE 55.
012900 01  WS-READ-COUNT                 PIC 9(05) COMP VALUE 0.
013000 01  WS-CHANGED-COUNT              PIC 9(05) COMP VALUE 0.
013100 01  WS-FLAGGED-COUNT              PIC 9(05) COMP VALUE 0.
013200
013300******************************************************************
013400* REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE AND MOVED TO
013500* RP-REPORT-LINE BEFORE EACH WRITE.
013600******************************************************************
013700 01  WS-HEADING-LINE-1.
013800     05  WS-H1-CTRL                PIC X(01) VALUE "1".
013900     05  FILLER                    PIC X(40) VALUE
014000         "NAME MASTER ADDRESS STANDARDIZATION".
014100     05  FILLER                    PIC X(10) VALUE
014200         "RUN DATE:".
014300     05  WS-H1-RUN-DATE            PIC X(10).
014400     05  FILLER                    PIC X(06) VALUE SPACES.
014500     05  FILLER                    PIC X(06) VALUE
014600         "PAGE:".
014700     05  WS-H1-PAGE-NO             PIC ZZ9.
014800     05  FILLER                    PIC X(57) VALUE SPACES.
014900
015000 01  WS-HEADING-LINE-2.
015100     05  WS-H2-CTRL                PIC X(01) VALUE " ".
015200     05  FILLER                    PIC X(09) VALUE
015300         "CUST NO".
015400     05  FILLER                    PIC X(08) VALUE
015500         "FIELD".
015600     05  FILLER                    PIC X(32) VALUE
015700         "BEFORE".
015800     05  FILLER                    PIC X(32) VALUE
015900         "AFTER".
016000     05  FILLER                    PIC X(51) VALUE
016100         "NOTE".
016200
016300 01  WS-DETAIL-LINE.
016400     05  WS-DL-CTRL                PIC X(01) VALUE " ".
016500     05  WS-DL-CUST-NUMBER         PIC 9(07).
016600     05  FILLER                    PIC X(02) VALUE SPACES.
016700     05  WS-DL-FIELD               PIC X(06).
016800     05  FILLER                    PIC X(02) VALUE SPACES.
016900     05  WS-DL-BEFORE              PIC X(30).
017000     05  FILLER                    PIC X(02) VALUE SPACES.
017100     05  WS-DL-AFTER               PIC X(30).
017200     05  FILLER                    PIC X(02) VALUE SPACES.
017300     05  WS-DL-NOTE                PIC X(40).
017400     05  FILLER                    PIC X(11) VALUE SPACES.
017500
017600 01  WS-FOOTER-LINE.
017700     05  WS-FL-CTRL                PIC X(01) VALUE "-".
017800     05  FILLER                    PIC X(15) VALUE
017900         "RECORDS READ: ".
018000     05  WS-FL-READ-COUNT          PIC ZZ,ZZ9.
018100     05  FILLER                    PIC X(05) VALUE SPACES.
018200     05  FILLER                    PIC X(15) VALUE
018300         "CHANGED: ".
018400     05  WS-FL-CHANGED-COUNT       PIC ZZ,ZZ9.
018500     05  FILLER                    PIC X(05) VALUE SPACES.
018600     05  FILLER                    PIC X(17) VALUE
018700         "PHONES FLAGGED: ".
018800     05  WS-FL-FLAGGED-COUNT       PIC ZZ,ZZ9.
018900     05  FILLER                    PIC X(57) VALUE SPACES.
019000
019100 PROCEDURE DIVISION.
019200
019300******************************************************************
019400* 0000-MAINLINE - STANDARDIZE EVERY MASTER RECORD, REWRITING AND
019500* JOURNALING THE ONES THAT CHANGE, AND PRINT THE CONTROL TOTALS.
019600******************************************************************
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE
019900         THRU 1000-INITIALIZE-EXIT.
020000     PERFORM 2000-PROCESS-MASTER
020100         THRU 2000-PROCESS-MASTER-EXIT
020200         UNTIL WS-EOF.
020300     PERFORM 8000-TERMINATE
020400         THRU 8000-TERMINATE-EXIT.
020500     GO TO 9999-EXIT.
020600
020700******************************************************************
020800* 1000-INITIALIZE - PICK UP THE BUSINESS DATE, OPEN THE FILES, AND
020900* PRIME THE READ.
021000******************************************************************
021100 1000-INITIALIZE.
021200     PERFORM 1900-READ-BUSINESS-DATE
021300         THRU 1900-READ-BUSINESS-DATE-EXIT.
021400     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
021500         DELIMITED BY SIZE INTO WS-RUN-DATE.
021600     OPEN I-O NAME-MASTER.
021700     IF NOT WS-MASTER-OK
021800         DISPLAY "MYSTDZ - NAME-MASTER OPEN FAILED, STATUS = "
021900             WS-MASTER-STATUS
022000         MOVE 16 TO RETURN-CODE
022100         GO TO 9999-EXIT
022200     END-IF.
022300     OPEN OUTPUT HIST-FILE.
022400     OPEN OUTPUT PRINT-FILE.
022500     PERFORM 1200-WRITE-HEADINGS
022600         THRU 1200-WRITE-HEADINGS-EXIT.
022700     PERFORM 1100-READ-MASTER
022800         THRU 1100-READ-MASTER-EXIT.
022900 1000-INITIALIZE-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300* 1100-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER.
023400******************************************************************
023500 1100-READ-MASTER.
023600     READ NAME-MASTER
023700         AT END
023800             SET WS-EOF TO TRUE
023900     END-READ.
024000 1100-READ-MASTER-EXIT.
024100     EXIT.
024200
024300******************************************************************
024400* 1200-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN-DATE HEADING
024500* AND THE COLUMN HEADING LINE.
024600******************************************************************
024700 1200-WRITE-HEADINGS.
024800     ADD 1 TO WS-PAGE-COUNT.
024900     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
025000     MOVE WS-PAGE-COUNT TO WS-H1-PAGE-NO.
025100     MOVE WS-HEADING-LINE-1 TO RP-REPORT-LINE.
025200     WRITE RP-REPORT-LINE.
025300     MOVE WS-HEADING-LINE-2 TO RP-REPORT-LINE.
025400     WRITE RP-REPORT-LINE.
025500     MOVE ZERO TO WS-LINE-COUNT.
025600 1200-WRITE-HEADINGS-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
026100* DATE ON THE BUSDATE CONTROL FILE.  THIS ONE-TIME PASS IS NOT A
026200* CYCLE OF THE BUSINESS DAY AND MAY BE RUN AGAIN, SO THERE IS NO
026300* CYCLE ROW TO CHECK OR MARK.
026400******************************************************************
026500 1900-READ-BUSINESS-DATE.
026600     OPEN INPUT BUS-DATE-FILE.
026700     IF NOT WS-BUSDATE-OK
026800         DISPLAY "MYSTDZ - BUSDATE OPEN FAILED, STATUS = "
026900             WS-BUSDATE-STATUS
027000         MOVE 16 TO RETURN-CODE
027100         GO TO 9999-EXIT
027200     END-IF.
027300     MOVE "D"       TO BD-KEY-TYPE.
027400     MOVE "CONTROL" TO BD-KEY-VALUE.
027500     READ BUS-DATE-FILE
027600         INVALID KEY
027700             DISPLAY "MYSTDZ - BUSINESS DATE CONTROL RECORD "
027800                 "MISSING"
027900             MOVE 16 TO RETURN-CODE
028000             CLOSE BUS-DATE-FILE
028100             GO TO 9999-EXIT
028200     END-READ.
028300     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
028400     CLOSE BUS-DATE-FILE.
028500 1900-READ-BUSINESS-DATE-EXIT.
028600     EXIT.
028700
028800******************************************************************
028900* 2000-PROCESS-MASTER - PUT THE CURRENT RECORD'S STREET AND PHONE
029000* INTO THE HOUSE STYLE, REWRITE IT IF EITHER CHANGED, LIST A PHONE
029100* THAT COULD NOT BE MADE DIALABLE, THEN READ THE NEXT RECORD.
029200******************************************************************
029300 2000-PROCESS-MASTER.
029400     ADD 1 TO WS-READ-COUNT.
029500     MOVE MA-MASTER-RECORD TO WS-BEFORE-RECORD.
029600     MOVE MA-STREET-ADDR   TO WS-OLD-STREET-ADDR.
029700     MOVE MA-PHONE         TO WS-OLD-PHONE.
029800     MOVE MA-STREET-ADDR TO AS-STREET-IN.
029900     PERFORM 3000-STANDARDIZE-STREET
030000         THRU 3000-STANDARDIZE-STREET-EXIT.
030100     MOVE AS-STREET-OUT TO MA-STREET-ADDR.
030200     MOVE MA-PHONE TO AS-PHONE-IN.
030300     PERFORM 3100-STANDARDIZE-PHONE
030400         THRU 3100-STANDARDIZE-PHONE-EXIT.
030500     MOVE AS-PHONE-OUT TO MA-PHONE.
030600     IF MA-MASTER-RECORD NOT = WS-BEFORE-RECORD
030700         PERFORM 4000-APPLY-CHANGE
030800             THRU 4000-APPLY-CHANGE-EXIT
030900     END-IF.
031000     IF AS-PHONE-INVALID
031100         PERFORM 4300-FLAG-PHONE
031200             THRU 4300-FLAG-PHONE-EXIT
031300     END-IF.
031400     PERFORM 1100-READ-MASTER
031500         THRU 1100-READ-MASTER-EXIT.
031600 2000-PROCESS-MASTER-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000* 3000-STANDARDIZE-STREET - PUT AS-STREET-IN INTO THE HOUSE STYLE
032100* DESCRIBED IN ADDRSTD AND RETURN IT IN AS-STREET-OUT.  THE WORDS
032200* ARE SPLIT OUT AND CLOSED UP, THE UNIT WORD IS FOUND FIRST SO
032300* THE SUFFIX AND DIRECTIONAL RULES LOOK ONLY AT THE STREET PART,
032400* AND THE WORDS ARE PUT BACK TOGETHER ONE SPACE APART.  A BLANK
032500* OR OVERLONG STREET COMES BACK AS KEYED.
032600******************************************************************
032700 3000-STANDARDIZE-STREET.
032800     MOVE AS-STREET-IN TO AS-STREET-OUT.
032900     IF AS-STREET-IN = SPACES
033000         GO TO 3000-STANDARDIZE-STREET-EXIT
033100     END-IF.
033200     INSPECT AS-STREET-IN
033300         CONVERTING AS-LOWER-CASE TO AS-UPPER-CASE.
033400     INSPECT AS-STREET-IN REPLACING ALL "." BY SPACE
033500                                    ALL "," BY SPACE.
033600     MOVE SPACES TO AS-WORD-LIST.
033700     MOVE "N" TO AS-STREET-OVERFLOW-SW.
033800     UNSTRING AS-STREET-IN DELIMITED BY ALL SPACE
033900         INTO AS-WORD (1)  AS-WORD (2)  AS-WORD (3)  AS-WORD (4)
034000              AS-WORD (5)  AS-WORD (6)  AS-WORD (7)  AS-WORD (8)
034100              AS-WORD (9)  AS-WORD (10) AS-WORD (11) AS-WORD (12)
034200              AS-WORD (13) AS-WORD (14) AS-WORD (15)
034300         ON OVERFLOW
034400             SET AS-STREET-OVERFLOW TO TRUE
034500     END-UNSTRING.
034600     IF AS-STREET-OVERFLOW
034700         GO TO 3000-STANDARDIZE-STREET-EXIT
034800     END-IF.
034900     MOVE ZERO TO AS-WORD-COUNT.
035000     PERFORM 3010-COMPACT-ONE-WORD
035100         THRU 3010-COMPACT-ONE-WORD-EXIT
035200         VARYING AS-WORD-SUB FROM 1 BY 1
035300         UNTIL AS-WORD-SUB > 15.
035400     MOVE AS-WORD-COUNT TO AS-STREET-END.
035500     MOVE "N" TO AS-UNIT-FOUND-SW.
035600     PERFORM 3020-FIND-UNIT
035700         THRU 3020-FIND-UNIT-EXIT
035800         VARYING AS-WORD-SUB FROM 2 BY 1
035900         UNTIL AS-WORD-SUB > AS-WORD-COUNT
036000            OR AS-UNIT-FOUND.
036100     MOVE AS-STREET-END TO AS-SUFFIX-POS.
036200     IF AS-STREET-END NOT < 3
036300         MOVE AS-WORD (AS-STREET-END) TO AS-LOOKUP-WORD
036400         PERFORM 3040-LOOKUP-WORD
036500             THRU 3040-LOOKUP-WORD-EXIT
036600         IF AS-WORD-FOUND AND AS-DIRECTIONAL (AS-IDX)
036700             MOVE AS-SHORT-WORD (AS-IDX)
036800                 TO AS-WORD (AS-STREET-END)
036900             SUBTRACT 1 FROM AS-SUFFIX-POS
037000         END-IF
037100     END-IF.
037200     MOVE AS-SUFFIX-POS TO AS-NAME-END.
037300     IF AS-SUFFIX-POS NOT < 2
037400         MOVE AS-WORD (AS-SUFFIX-POS) TO AS-LOOKUP-WORD
037500         PERFORM 3040-LOOKUP-WORD
037600             THRU 3040-LOOKUP-WORD-EXIT
037700         IF AS-WORD-FOUND AND AS-SUFFIX (AS-IDX)
037800             MOVE AS-SHORT-WORD (AS-IDX)
037900                 TO AS-WORD (AS-SUFFIX-POS)
038000             SUBTRACT 1 FROM AS-NAME-END
038100         END-IF
038200     END-IF.
038300     IF AS-NAME-END > 2
038400         MOVE AS-WORD (2) TO AS-LOOKUP-WORD
038500         PERFORM 3040-LOOKUP-WORD
038600             THRU 3040-LOOKUP-WORD-EXIT
038700         IF AS-WORD-FOUND AND AS-DIRECTIONAL (AS-IDX)
038800             MOVE AS-SHORT-WORD (AS-IDX) TO AS-WORD (2)
038900         END-IF
039000     END-IF.
039100     MOVE SPACES TO AS-STREET-OUT.
039200     MOVE 1 TO AS-OUT-PTR.
039300     PERFORM 3030-APPEND-WORD
039400         THRU 3030-APPEND-WORD-EXIT
039500         VARYING AS-WORD-SUB FROM 1 BY 1
039600         UNTIL AS-WORD-SUB > AS-WORD-COUNT.
039700 3000-STANDARDIZE-STREET-EXIT.
039800     EXIT.
039900
040000 3010-COMPACT-ONE-WORD.
040100     IF AS-WORD (AS-WORD-SUB) = SPACES
040200         GO TO 3010-COMPACT-ONE-WORD-EXIT
040300     END-IF.
040400     ADD 1 TO AS-WORD-COUNT.
040500     IF AS-WORD-COUNT < AS-WORD-SUB
040600         MOVE AS-WORD (AS-WORD-SUB) TO AS-WORD (AS-WORD-COUNT)
040700         MOVE SPACES TO AS-WORD (AS-WORD-SUB)
040800     END-IF.
040900 3010-COMPACT-ONE-WORD-EXIT.
041000     EXIT.
041100
041200 3020-FIND-UNIT.
041300     MOVE AS-WORD (AS-WORD-SUB) TO AS-LOOKUP-WORD.
041400     PERFORM 3040-LOOKUP-WORD
041500         THRU 3040-LOOKUP-WORD-EXIT.
041600     IF AS-WORD-FOUND AND AS-UNIT (AS-IDX)
041700         SET AS-UNIT-FOUND TO TRUE
041800         MOVE AS-SHORT-WORD (AS-IDX) TO AS-WORD (AS-WORD-SUB)
041900         COMPUTE AS-STREET-END = AS-WORD-SUB - 1
042000     END-IF.
042100 3020-FIND-UNIT-EXIT.
042200     EXIT.
042300
042400 3030-APPEND-WORD.
042500     IF AS-WORD-SUB > 1
042600         STRING " " DELIMITED BY SIZE
042700             INTO AS-STREET-OUT WITH POINTER AS-OUT-PTR
042800     END-IF.
042900     STRING AS-WORD (AS-WORD-SUB) DELIMITED BY SPACE
043000         INTO AS-STREET-OUT WITH POINTER AS-OUT-PTR.
043100 3030-APPEND-WORD-EXIT.
043200     EXIT.
043300
043400 3040-LOOKUP-WORD.
043500     SET AS-WORD-MISSING TO TRUE.
043600     SET AS-IDX TO 1.
043700     SEARCH AS-WORD-ENTRY
043800         AT END
043900             CONTINUE
044000         WHEN AS-LONG-WORD (AS-IDX) = AS-LOOKUP-WORD
044100             SET AS-WORD-FOUND TO TRUE
044200     END-SEARCH.
044300 3040-LOOKUP-WORD-EXIT.
044400     EXIT.
044500
044600******************************************************************
044700* 3100-STANDARDIZE-PHONE - TAKE THE DIGITS OUT OF AS-PHONE-IN
044800* AND, IF THEY MAKE A DIALABLE NUMBER (SEE ADDRSTD), RETURN IT
044900* AS 999-999-9999 IN AS-PHONE-OUT WITH AS-PHONE-VALID SET.  A
045000* BLANK PHONE MEANS NONE WAS SUPPLIED AND PASSES.  ANYTHING ELSE
045100* SETS AS-PHONE-INVALID AND COMES BACK AS KEYED.
045200******************************************************************
045300 3100-STANDARDIZE-PHONE.
045400     MOVE AS-PHONE-IN TO AS-PHONE-OUT.
045500     SET AS-PHONE-VALID TO TRUE.
045600     IF AS-PHONE-IN = SPACES
045700         GO TO 3100-STANDARDIZE-PHONE-EXIT
045800     END-IF.
045900     MOVE SPACES TO AS-PHONE-DIGITS.
046000     MOVE ZERO TO AS-DIGIT-COUNT.
046100     PERFORM 3110-TAKE-ONE-DIGIT
046200         THRU 3110-TAKE-ONE-DIGIT-EXIT
046300         VARYING AS-CHAR-SUB FROM 1 BY 1
046400         UNTIL AS-CHAR-SUB > 12.
046500     EVALUATE TRUE
046600         WHEN AS-DIGIT-COUNT = 10
046700             MOVE AS-PD-TEN TO AS-PHONE-TEN
046800         WHEN AS-DIGIT-COUNT = 11
046900          AND AS-PHONE-DIGIT (1) = "1"
047000             MOVE AS-PD-AFTER-ONE TO AS-PHONE-TEN
047100         WHEN OTHER
047200             SET AS-PHONE-INVALID TO TRUE
047300             GO TO 3100-STANDARDIZE-PHONE-EXIT
047400     END-EVALUATE.
047500     IF AS-PT-AREA-1 = "0" OR "1"
047600      OR AS-PT-EXCH-1 = "0" OR "1"
047700         SET AS-PHONE-INVALID TO TRUE
047800         GO TO 3100-STANDARDIZE-PHONE-EXIT
047900     END-IF.
048000     MOVE SPACES TO AS-PHONE-OUT.
048100     STRING AS-PT-AREA "-" AS-PT-EXCHANGE "-" AS-PT-LINE
048200         DELIMITED BY SIZE INTO AS-PHONE-OUT.
048300 3100-STANDARDIZE-PHONE-EXIT.
048400     EXIT.
048500
048600 3110-TAKE-ONE-DIGIT.
048700     IF AS-PHONE-CHAR (AS-CHAR-SUB) NUMERIC
048800         ADD 1 TO AS-DIGIT-COUNT
048900         MOVE AS-PHONE-CHAR (AS-CHAR-SUB)
049000             TO AS-PHONE-DIGIT (AS-DIGIT-COUNT)
049100     END-IF.
049200 3110-TAKE-ONE-DIGIT-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600* 4000-APPLY-CHANGE - REWRITE THE STANDARDIZED RECORD, JOURNAL
049700* IT, AND PRINT A BEFORE/AFTER LINE FOR EACH FIELD THAT CHANGED.
049800******************************************************************
049900 4000-APPLY-CHANGE.
050000     REWRITE MA-MASTER-RECORD.
050100     IF NOT WS-MASTER-OK
050200         DISPLAY "MYSTDZ - REWRITE FAILED, STATUS = "
050300             WS-MASTER-STATUS " CUST NO = " MA-CUST-NUMBER
050400         MOVE 16 TO RETURN-CODE
050500         GO TO 9999-EXIT
050600     END-IF.
050700     PERFORM 4200-WRITE-HISTORY
050800         THRU 4200-WRITE-HISTORY-EXIT.
050900     ADD 1 TO WS-CHANGED-COUNT.
051000     IF MA-STREET-ADDR NOT = WS-OLD-STREET-ADDR
051100         MOVE "STREET"           TO WS-DL-FIELD
051200         MOVE WS-OLD-STREET-ADDR TO WS-DL-BEFORE
051300         MOVE MA-STREET-ADDR     TO WS-DL-AFTER
051400         MOVE SPACES             TO WS-DL-NOTE
051500         PERFORM 4100-WRITE-DETAIL
051600             THRU 4100-WRITE-DETAIL-EXIT
051700     END-IF.
051800     IF MA-PHONE NOT = WS-OLD-PHONE
051900         MOVE "PHONE"            TO WS-DL-FIELD
052000         MOVE WS-OLD-PHONE       TO WS-DL-BEFORE
052100         MOVE MA-PHONE           TO WS-DL-AFTER
052200         MOVE SPACES             TO WS-DL-NOTE
052300         PERFORM 4100-WRITE-DETAIL
052400             THRU 4100-WRITE-DETAIL-EXIT
052500     END-IF.
052600 4000-APPLY-CHANGE-EXIT.
052700     EXIT.
052800
052900******************************************************************
053000* 4100-WRITE-DETAIL - PRINT ONE BEFORE/AFTER LINE FOR THE CURRENT
053100* CUSTOMER, BREAKING TO A NEW PAGE FIRST WHEN THE PAGE IS FULL.
053200******************************************************************
053300 4100-WRITE-DETAIL.
053400     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
053500         PERFORM 1200-WRITE-HEADINGS
053600             THRU 1200-WRITE-HEADINGS-EXIT
053700     END-IF.
053800     MOVE MA-CUST-NUMBER TO WS-DL-CUST-NUMBER.
053900     MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
054000     WRITE RP-REPORT-LINE.
054100     ADD 1 TO WS-LINE-COUNT.
054200 4100-WRITE-DETAIL-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600* 4200-WRITE-HISTORY - WRITE ONE CHANGE HISTORY RECORD IN THE
054700* SAME LAYOUT MYMAINT WRITES.  THE BEFORE IMAGE IS THE RECORD AS
054800* READ AND THE AFTER IMAGE THE STANDARDIZED RECORD.  THE OPERATOR
054900* ID IS THIS PROGRAM'S NAME AND THE TERMINAL ID THE BATCH
055000* STAND-IN.
055100******************************************************************
055200 4200-WRITE-HISTORY.
055300     MOVE SPACES             TO HS-HIST-RECORD.
055400     MOVE "CHANGE"           TO HS-ACTION.
055500     MOVE "MYSTDZ  "         TO HS-OPERATOR-ID.
055600     MOVE "BTCH"             TO HS-TERMINAL-ID.
055700     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.
055800     STRING WS-HD-MM "/" WS-HD-DD "/" WS-HD-YYYY
055900         DELIMITED BY SIZE INTO HS-HIST-DATE.
056000     ACCEPT WS-RAW-TIME FROM TIME.
056100     STRING WS-RT-HH ":" WS-RT-MM ":" WS-RT-SS
056200         DELIMITED BY SIZE INTO HS-HIST-TIME.
056300     MOVE WS-BEFORE-RECORD   TO HS-BEFORE-IMAGE.
056400     MOVE MA-MASTER-RECORD   TO HS-AFTER-IMAGE.
056500     WRITE HS-HIST-RECORD.
056600 4200-WRITE-HISTORY-EXIT.
056700     EXIT.
056800
056900******************************************************************
057000* 4300-FLAG-PHONE - LIST A PHONE THAT IS NOT A DIALABLE NUMBER.
057100* IT STAYS ON THE MASTER AS KEYED FOR THE BRANCH TO CORRECT.
057200******************************************************************
057300 4300-FLAG-PHONE.
057400     ADD 1 TO WS-FLAGGED-COUNT.
057500     MOVE "PHONE"            TO WS-DL-FIELD.
057600     MOVE WS-OLD-PHONE       TO WS-DL-BEFORE.
057700     MOVE MA-PHONE           TO WS-DL-AFTER.
057800     MOVE "PHONE NOT DIALABLE - LEFT AS KEYED" TO WS-DL-NOTE.
057900     PERFORM 4100-WRITE-DETAIL
058000         THRU 4100-WRITE-DETAIL-EXIT.
058100 4300-FLAG-PHONE-EXIT.
058200     EXIT.
058300
058400******************************************************************
058500* 8000-TERMINATE - PRINT THE CONTROL-TOTAL FOOTER, CLOSE THE
058600* FILES, AND END RC 4 WHEN ANY PHONE WAS LISTED.
058700******************************************************************
058800 8000-TERMINATE.
058900     MOVE WS-READ-COUNT    TO WS-FL-READ-COUNT.
059000     MOVE WS-CHANGED-COUNT TO WS-FL-CHANGED-COUNT.
059100     MOVE WS-FLAGGED-COUNT TO WS-FL-FLAGGED-COUNT.
059200     MOVE WS-FOOTER-LINE TO RP-REPORT-LINE.
059300     WRITE RP-REPORT-LINE.
059400     CLOSE NAME-MASTER.
059500     CLOSE HIST-FILE.
059600     CLOSE PRINT-FILE.
059700     IF WS-FLAGGED-COUNT > ZERO
059800         MOVE 4 TO RETURN-CODE
059900     END-IF.
060000 8000-TERMINATE-EXIT.
060100     EXIT.
060200
060300 9999-EXIT.
060400     STOP RUN.
