000100******************************************************************
000200* Program name:    MYWELC
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - nightly new-customer correspondence.
000900*                  Reads the day's NAME.HISTORY.DAILY generation
001000*                  for the ADD rows (MYPROGB and the MANT PF4
001100*                  add), looks each new customer up on the name
001200*                  master, and prints a welcome letter opening
001300*                  with the greeting text of the customer's
001400*                  locale from the LOCALFIL table, plus a 3-up
001500*                  sheet of mailing labels.  A customer with an
001600*                  incomplete address or a locale not on the
001700*                  table goes on the exception list instead.
001800*
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  MYWELC.
002200 AUTHOR. TWK.
002300 INSTALLATION. COBOL DEVELOPMENT CENTER.
002400 DATE-WRITTEN. 10/15/26.
002500 DATE-COMPILED. 10/15/26.
002600 SECURITY. NON-CONFIDENTIAL.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HIST-FILE ASSIGN TO NAMEHIST
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-HIST-STATUS.
003300     SELECT NAME-MASTER ASSIGN TO NAMEMAST
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS MA-CUST-NUMBER
003700         FILE STATUS IS WS-MASTER-STATUS.
003800     SELECT LOCALE-FILE ASSIGN TO LOCALFIL
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-LOCALE-FILE-STATUS.
004100     SELECT LETTER-FILE ASSIGN TO LETTERS
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT LABEL-FILE ASSIGN TO LABELS
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT PRINT-FILE ASSIGN TO PRTFILE
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS BD-KEY
005100         FILE STATUS IS WS-BUSDATE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500
005600 FD  HIST-FILE
005700     RECORDING MODE IS F.
005800 01  HS-HIST-RECORD.
005900     COPY HISTREC.
006000
006100 FD  NAME-MASTER.
006200 01  MA-MASTER-RECORD.
006300     COPY MASTREC.
006400
006500 FD  LOCALE-FILE
006600     RECORDING MODE IS F.
006700 01  LO-LOCALE-RECORD.
006800     COPY LOCREC.
006900
007000******************************************************************
007100* THE LETTERS AND THE LABEL SHEETS ARE PRINT FILES IN THE SAME
007200* 133-BYTE LAYOUT AS PRTFILE (CARRIAGE CONTROL IN BYTE 1).  THE
007300* LINES ARE BUILT IN WORKING-STORAGE.
007400******************************************************************
007500 FD  LETTER-FILE
007600     RECORDING MODE IS F.
007700 01  LT-LETTER-LINE                PIC X(133).
007800
007900 FD  LABEL-FILE
008000     RECORDING MODE IS F.
008100 01  LB-LABEL-LINE                 PIC X(133).
008200
008300 FD  PRINT-FILE
008400     RECORDING MODE IS F.
008500 01  RP-REPORT-LINE.
008600     COPY REPTREC.
008700
008800 FD  BUS-DATE-FILE.
008900 01  BD-DATE-RECORD.
009000     COPY BDATREC.
009100
009200 WORKING-STORAGE SECTION.
009300
009400 01  WS-SWITCHES.
009500     05  WS-HIST-EOF-SW            PIC X(01) VALUE "N".
009600         88  WS-HIST-EOF                     VALUE "Y".
009700     05  WS-LOCFILE-EOF-SW         PIC X(01) VALUE "N".
009800         88  WS-LOCFILE-EOF                  VALUE "Y".
009900     05  WS-LOCALE-FOUND-SW        PIC X(01) VALUE "Y".
010000         88  WS-LOCALE-FOUND                 VALUE "Y".
010100         88  WS-LOCALE-UNKNOWN               VALUE "N".
010200     05  WS-EXCEPTION-SW           PIC X(01) VALUE "N".
010300         88  WS-EXCEPTION-FOUND              VALUE "Y".
010400         88  WS-NO-EXCEPTION                 VALUE "N".
010500     05  WS-ADDRESS-SW             PIC X(01) VALUE "Y".
010600         88  WS-ADDRESS-COMPLETE             VALUE "Y".
010700         88  WS-ADDRESS-INCOMPLETE           VALUE "N".
010800
010900 01  WS-HIST-STATUS                PIC X(02).
011000     88  WS-HIST-OK                          VALUE "00".
011100
011200 01  WS-MASTER-STATUS              PIC X(02).
011300     88  WS-MASTER-OK                        VALUE "00".
011400     88  WS-MASTER-NOT-FOUND                 VALUE "23".
011500
011600 01  WS-LOCALE-FILE-STATUS         PIC X(02).
011700     88  WS-LOCALE-FILE-OK                   VALUE "00".
011800
011900******************************************************************
012000* WS-LOCALE-TABLE-AREA HOLDS THE PROMPT/GREETING TEXT TABLE,
012100* LOADED FROM THE LOCALFIL DATA FILE BY 1800-LOAD-LOCALE-TABLE.
012200* LC-IDX IS SET BY 3100-LOOKUP-LOCALE TO POINT AT THE CURRENT
012300* CUSTOMER'S LOCALE ROW.
012400******************************************************************
012500 01  WS-LOCALE-TABLE-AREA.
012600     COPY LOCALTAB.
012700
012800 01  WS-CURRENT-DATE.
012900     05  WS-CD-YYYY                PIC 9(04).
013000     05  WS-CD-MM                  PIC 9(02).
013100     05  WS-CD-DD                  PIC 9(02).
013200
013300******************************************************************
013400* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
013500* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
013600******************************************************************
013700 01  WS-BUSDATE-STATUS             PIC X(02).
013800     88  WS-BUSDATE-OK                       VALUE "00".
013900 01  WS-CYCLE-ROW-SW               PIC X(01) VALUE "N".
014000     88  WS-CYCLE-ROW-ON-FILE                VALUE "Y".
014100
014200 01  WS-RUN-DATE                   PIC X(10).
014300
014400 01  WS-READ-COUNT                 PIC 9(07) VALUE 0.
014500 01  WS-NEW-CUST-COUNT             PIC 9(07) VALUE 0.
014600 01  WS-LETTER-COUNT               PIC 9(07) VALUE 0.
014700 01  WS-EXCEPTION-COUNT            PIC 9(07) VALUE 0.
014800 01  WS-NOT-ON-MASTER-COUNT        PIC 9(07) VALUE 0.
014900 01  WS-INCOMPLETE-COUNT           PIC 9(07) VALUE 0.
015000 01  WS-BAD-LOCALE-COUNT           PIC 9(07) VALUE 0.
015100
015200 01  WS-PAGE-COUNT                 PIC 9(03) COMP VALUE 0.
015300 01  WS-LINE-COUNT                 PIC 9(02) COMP VALUE 0.
015400 01  WS-LINES-PER-PAGE             PIC 9(02) VALUE 55.
015500 01  WS-BODY-SUB                   PIC 9(02) COMP VALUE 0.
015600
015700******************************************************************
015800* THE REASON THE CURRENT CUSTOMER GETS NO LETTER, FOR THE
015900* EXCEPTION LINE.  ONE LINE IS PRINTED PER REASON FOUND.
016000******************************************************************
016100 01  WS-EXCEPTION-REASON           PIC X(40).
016200
016300******************************************************************
016400* MAILING LABELS ARE PRINTED THREE ACROSS.  A ROW OF THREE IS
016500* HELD HERE UNTIL IT IS FULL (OR THE RUN ENDS) AND THEN PRINTED
016600* A LINE AT A TIME - NAME, STREET, THEN CITY/STATE/POSTAL CODE.
016700* TEN ROWS OF LABELS MAKE A SHEET.
016800******************************************************************
016900 01  WS-LABEL-ROW.
017000     05  WS-LABEL-ENTRY OCCURS 3 TIMES.
017100         10  WS-LABEL-LINE         PIC X(40) OCCURS 3 TIMES.
017200
017300 01  WS-LABEL-COUNT                PIC 9(01) COMP VALUE 0.
017400 01  WS-LABEL-SUB                  PIC 9(01) COMP VALUE 0.
017500 01  WS-LABEL-LINE-SUB             PIC 9(01) COMP VALUE 0.
017600 01  WS-LABEL-ROWS-ON-SHEET        PIC 9(02) COMP VALUE 0.
017700 01  WS-LABEL-ROWS-PER-SHEET       PIC 9(02) VALUE 10.
017800
017900 01  WS-LABEL-PRINT-LINE.
018000     05  WS-LP-CTRL                PIC X(01).
018100     05  WS-LP-COLUMN OCCURS 3 TIMES.
018200         10  WS-LP-TEXT            PIC X(40).
018300         10  FILLER                PIC X(04).
018400
018500 01  WS-CITY-LINE                  PIC X(40).
018600
018700******************************************************************
018800* WELCOME LETTER LINE LAYOUTS.  THE LETTER OPENS ON A NEW PAGE
018900* WITH THE BUSINESS DATE, THEN THE ADDRESS BLOCK, THE LOCALE'S
019000* GREETING WITH THE CUSTOMER'S FIRST NAME, AND THE BODY.
019100******************************************************************
019200 01  WS-LETTER-DATE-LINE.
019300     05  WS-LD-CTRL                PIC X(01) VALUE "1".
019400     05  FILLER                    PIC X(70) VALUE SPACES.
019500     05  WS-LD-RUN-DATE            PIC X(10).
019600     05  FILLER                    PIC X(52) VALUE SPACES.
019700
019800 01  WS-LETTER-TEXT-LINE.
019900     05  WS-LX-CTRL                PIC X(01).
020000     05  FILLER                    PIC X(10) VALUE SPACES.
020100     05  WS-LX-TEXT                PIC X(70).
020200     05  FILLER                    PIC X(52) VALUE SPACES.
020300
020400 01  WS-LETTER-NUMBER-LINE.
020500     05  WS-LN-CTRL                PIC X(01) VALUE "0".
020600     05  FILLER                    PIC X(10) VALUE SPACES.
020700     05  FILLER                    PIC X(24) VALUE
020800         "YOUR CUSTOMER NUMBER IS ".
020900     05  WS-LN-CUST-NUMBER         PIC 9(07).
021000     05  FILLER                    PIC X(39) VALUE
021100         ".  PLEASE QUOTE IT WHEN YOU CONTACT US.".
021200     05  FILLER                    PIC X(52) VALUE SPACES.
021300
021400 01  WS-LETTER-BODY-TEXT.
021500     05  FILLER                    PIC X(60) VALUE
021600         "THANK YOU FOR CHOOSING US.  YOUR CUSTOMER RECORD IS".
021700     05  FILLER                    PIC X(60) VALUE
021800         "NOW SET UP WITH THE NAME AND ADDRESS SHOWN ABOVE.  IF".
021900     05  FILLER                    PIC X(60) VALUE
022000         "ANY OF IT IS NOT CORRECT, PLEASE LET YOUR LOCAL OFFICE".
022100     05  FILLER                    PIC X(60) VALUE
022200         "KNOW SO WE CAN PUT IT RIGHT.".
022300 01  WS-LETTER-BODY REDEFINES WS-LETTER-BODY-TEXT.
022400     05  WS-LETTER-BODY-LINE       PIC X(60) OCCURS 4 TIMES.
022500
022600 01  WS-LETTER-CLOSE-TEXT.
022700     05  FILLER                    PIC X(60) VALUE
022800         "SINCERELY,".
022900     05  FILLER                    PIC X(60) VALUE
023000         "CUSTOMER SERVICES".
023100 01  WS-LETTER-CLOSE REDEFINES WS-LETTER-CLOSE-TEXT.
023200     05  WS-LETTER-CLOSE-LINE      PIC X(60) OCCURS 2 TIMES.
023300
023400******************************************************************
023500* EXCEPTION REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE AND
023600* MOVED TO RP-REPORT-LINE BEFORE EACH WRITE.
023700******************************************************************
023800 01  WS-HEADING-LINE-1.
023900     05  WS-H1-CTRL                PIC X(01) VALUE "1".
024000     05  FILLER                    PIC X(40) VALUE
024100         "NEW CUSTOMER WELCOME EXCEPTIONS".
024200     05  FILLER                    PIC X(10) VALUE
024300         "RUN DATE:".
024400     05  WS-H1-RUN-DATE            PIC X(10).
024500     05  FILLER                    PIC X(06) VALUE SPACES.
024600     05  FILLER                    PIC X(06) VALUE
024700         "PAGE:".
024800     05  WS-H1-PAGE-NO             PIC ZZ9.
024900     05  FILLER                    PIC X(57) VALUE SPACES.
025000
025100 01  WS-HEADING-LINE-2.
025200     05  WS-H2-CTRL                PIC X(01) VALUE " ".
025300     05  FILLER                    PIC X(09) VALUE
025400         "CUST NO".
025500     05  FILLER                    PIC X(32) VALUE
025600         "FULL NAME".
025700     05  FILLER                    PIC X(08) VALUE
025800         "LOCALE".
025900     05  FILLER                    PIC X(40) VALUE
026000         "REASON - NO LETTER OR LABEL PRINTED".
026100     05  FILLER                    PIC X(43) VALUE SPACES.
026200
026300 01  WS-DETAIL-LINE.
026400     05  WS-DL-CTRL                PIC X(01) VALUE " ".
026500     05  WS-DL-CUST-NUMBER         PIC 9(07).
026600     05  FILLER                    PIC X(02) VALUE SPACES.
026700     05  WS-DL-FULL-NAME           PIC X(30).
026800     05  FILLER                    PIC X(02) VALUE SPACES.
026900     05  WS-DL-LOCALE-CODE         PIC X(02).
027000     05  FILLER                    PIC X(06) VALUE SPACES.
027100     05  WS-DL-REASON              PIC X(40).
027200     05  FILLER                    PIC X(43) VALUE SPACES.
027300
027400 01  WS-TOTAL-LINE.
027500     05  WS-TL-CTRL                PIC X(01) VALUE " ".
027600     05  WS-TL-LABEL               PIC X(40).
027700     05  WS-TL-COUNT               PIC Z,ZZZ,ZZ9.
027800     05  FILLER                    PIC X(83) VALUE SPACES.
027900
028000 PROCEDURE DIVISION.
028100
028200******************************************************************
028300* 0000-MAINLINE - ONE LETTER AND LABEL PER NEW CUSTOMER, OR AN
028400* EXCEPTION LINE, THEN THE CONTROL TOTALS.
028500******************************************************************
028600 0000-MAINLINE.
028700     PERFORM 1000-INITIALIZE
028800         THRU 1000-INITIALIZE-EXIT.
028900     PERFORM 2000-PROCESS-HISTORY
029000         THRU 2000-PROCESS-HISTORY-EXIT
029100         UNTIL WS-HIST-EOF.
029200     PERFORM 8000-TERMINATE
029300         THRU 8000-TERMINATE-EXIT.
029400     GO TO 9999-EXIT.
029500
029600******************************************************************
029700* 1000-INITIALIZE - OPEN THE FILES, LOAD THE LOCALE TABLE, PRINT
029800* THE FIRST EXCEPTION HEADING, AND PRIME THE FIRST READ.
029900******************************************************************
030000 1000-INITIALIZE.
030100     OPEN INPUT HIST-FILE.
030200     IF NOT WS-HIST-OK
030300         DISPLAY "MYWELC - NAMEHIST OPEN FAILED, STATUS = "
030400             WS-HIST-STATUS
030500         MOVE 16 TO RETURN-CODE
030600         GO TO 9999-EXIT
030700     END-IF.
030800     OPEN INPUT NAME-MASTER.
030900     IF NOT WS-MASTER-OK
031000         DISPLAY "MYWELC - NAMEMAST OPEN FAILED, STATUS = "
031100             WS-MASTER-STATUS
031200         MOVE 16 TO RETURN-CODE
031300         GO TO 9999-EXIT
031400     END-IF.
031500     PERFORM 1900-READ-BUSINESS-DATE
031600         THRU 1900-READ-BUSINESS-DATE-EXIT.
031700     PERFORM 1800-LOAD-LOCALE-TABLE
031800         THRU 1800-LOAD-LOCALE-TABLE-EXIT.
031900     OPEN OUTPUT LETTER-FILE.
032000     OPEN OUTPUT LABEL-FILE.
032100     OPEN OUTPUT PRINT-FILE.
032200     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
032300         DELIMITED BY SIZE INTO WS-RUN-DATE.
032400     PERFORM 1200-WRITE-HEADINGS
032500         THRU 1200-WRITE-HEADINGS-EXIT.
032600     PERFORM 1100-READ-HISTORY
032700         THRU 1100-READ-HISTORY-EXIT.
032800 1000-INITIALIZE-EXIT.
032900     EXIT.
033000
033100 1100-READ-HISTORY.
033200     READ HIST-FILE
033300         AT END
033400             SET WS-HIST-EOF TO TRUE
033500             GO TO 1100-READ-HISTORY-EXIT
033600     END-READ.
033700     ADD 1 TO WS-READ-COUNT.
033800 1100-READ-HISTORY-EXIT.
033900     EXIT.
034000
034100******************************************************************
034200* 1200-WRITE-HEADINGS - START A NEW EXCEPTION PAGE WITH THE
034300* RUN-DATE HEADING AND THE COLUMN HEADING LINE.
034400******************************************************************
034500 1200-WRITE-HEADINGS.
034600     ADD 1 TO WS-PAGE-COUNT.
034700     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
034800     MOVE WS-PAGE-COUNT TO WS-H1-PAGE-NO.
034900     MOVE WS-HEADING-LINE-1 TO RP-REPORT-LINE.
035000     WRITE RP-REPORT-LINE.
035100     MOVE WS-HEADING-LINE-2 TO RP-REPORT-LINE.
035200     WRITE RP-REPORT-LINE.
035300     MOVE ZERO TO WS-LINE-COUNT.
035400 1200-WRITE-HEADINGS-EXIT.
035500     EXIT.
035600
035700******************************************************************
035800* 1800-LOAD-LOCALE-TABLE - LOAD THE PROMPT/GREETING TEXT TABLE
035900* FROM THE LOCALE DATA FILE.  A MISSING OR EMPTY FILE IS FATAL -
036000* EVERY NEW CUSTOMER WOULD GO ON THE EXCEPTION LIST AND THE RUN
036100* WOULD ONLY LOOK SUCCESSFUL.
036200******************************************************************
036300 1800-LOAD-LOCALE-TABLE.
036400     OPEN INPUT LOCALE-FILE.
036500     IF NOT WS-LOCALE-FILE-OK
036600         DISPLAY "MYWELC - LOCALFIL OPEN FAILED, STATUS = "
036700             WS-LOCALE-FILE-STATUS
036800         MOVE 16 TO RETURN-CODE
036900         GO TO 9999-EXIT
037000     END-IF.
037100     MOVE ZERO TO LC-LOCALE-COUNT.
037200     PERFORM 1810-LOAD-ONE-LOCALE
037300         THRU 1810-LOAD-ONE-LOCALE-EXIT
037400         UNTIL WS-LOCFILE-EOF.
037500     CLOSE LOCALE-FILE.
037600     IF LC-LOCALE-COUNT = ZERO
037700         DISPLAY "MYWELC - LOCALE FILE IS EMPTY"
037800         MOVE 16 TO RETURN-CODE
037900         GO TO 9999-EXIT
038000     END-IF.
038100 1800-LOAD-LOCALE-TABLE-EXIT.
038200     EXIT.
038300
038400 1810-LOAD-ONE-LOCALE.
038500     READ LOCALE-FILE
038600         AT END
038700             SET WS-LOCFILE-EOF TO TRUE
038800             GO TO 1810-LOAD-ONE-LOCALE-EXIT
038900     END-READ.
039000     IF LC-LOCALE-COUNT NOT < 20
039100         DISPLAY "MYWELC - LOCALE FILE HAS MORE THAN 20 ROWS"
039200         MOVE 16 TO RETURN-CODE
039300         GO TO 9999-EXIT
039400     END-IF.
039500     ADD 1 TO LC-LOCALE-COUNT.
039600     SET LC-IDX TO LC-LOCALE-COUNT.
039700     MOVE LO-LOCALE-CODE   TO LC-LOCALE-CODE (LC-IDX).
039800     MOVE LO-PROMPT-TEXT   TO LC-PROMPT-TEXT (LC-IDX).
039900     MOVE LO-GREETING-TEXT TO LC-GREETING-TEXT (LC-IDX).
040000 1810-LOAD-ONE-LOCALE-EXIT.
040100     EXIT.
040200
040300******************************************************************
040400* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
040500* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK, SO A CYCLE THAT
040600* RUNS PAST MIDNIGHT OR IS RESTARTED NEXT MORNING STILL WORKS AS
040700* OF ITS OWN DAY.  A CYCLE THAT HAS ALREADY COMPLETED FOR THE
040800* BUSINESS DATE REFUSES TO RUN AGAIN UNTIL A MYBDATE "C" CARD
040900* REOPENS IT - A SECOND RUN WOULD MAIL EVERY LETTER TWICE.
041000******************************************************************
041100 1900-READ-BUSINESS-DATE.
041200     OPEN INPUT BUS-DATE-FILE.
041300     IF NOT WS-BUSDATE-OK
041400         DISPLAY "MYWELC - BUSDATE OPEN FAILED, STATUS = "
041500             WS-BUSDATE-STATUS
041600         MOVE 16 TO RETURN-CODE
041700         GO TO 9999-EXIT
041800     END-IF.
041900     MOVE "D"       TO BD-KEY-TYPE.
042000     MOVE "CONTROL" TO BD-KEY-VALUE.
042100     READ BUS-DATE-FILE
042200         INVALID KEY
042300             DISPLAY "MYWELC - BUSINESS DATE CONTROL RECORD "
042400                 "MISSING"
042500             MOVE 16 TO RETURN-CODE
042600             GO TO 9999-EXIT
042700     END-READ.
042800     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
042900     MOVE "C"       TO BD-KEY-TYPE.
043000     MOVE "MYWELC"  TO BD-KEY-VALUE.
043100     READ BUS-DATE-FILE
043200         INVALID KEY
043300             MOVE ZERO TO BD-CYC-LAST-DATE
043400     END-READ.
043500     IF BD-CYC-LAST-DATE NOT < WS-CURRENT-DATE
043600         DISPLAY "MYWELC - CYCLE ALREADY COMPLETE FOR BUSINESS "
043700             "DATE " WS-CURRENT-DATE
043800         DISPLAY "MYWELC - REOPEN IT WITH A MYBDATE C CARD "
043900             "TO RERUN"
044000         MOVE 16 TO RETURN-CODE
044100         CLOSE BUS-DATE-FILE
044200         GO TO 9999-EXIT
044300     END-IF.
044400     CLOSE BUS-DATE-FILE.
044500 1900-READ-BUSINESS-DATE-EXIT.
044600     EXIT.
044700
044800******************************************************************
044900* 2000-PROCESS-HISTORY - EVERY ADD ROW IS A NEW CUSTOMER.  THE
045000* LETTER IS BUILT FROM THE MASTER AS IT STANDS TONIGHT, NOT FROM
045100* THE ADD'S AFTER IMAGE, SO A SAME-DAY CORRECTION IS PICKED UP.
045200* A CUSTOMER ADDED AND THEN DELETED OR MERGED AWAY THE SAME DAY
045300* IS NO LONGER ON THE MASTER AND GETS NO LETTER.
045400******************************************************************
045500 2000-PROCESS-HISTORY.
045600     IF NOT HS-ACTION-ADD
045700         GO TO 2000-READ-NEXT
045800     END-IF.
045900     ADD 1 TO WS-NEW-CUST-COUNT.
046000     SET WS-NO-EXCEPTION TO TRUE.
046100     MOVE HS-AFT-CUST-NUMBER TO MA-CUST-NUMBER.
046200     READ NAME-MASTER.
046300     IF WS-MASTER-NOT-FOUND
046400         MOVE HS-AFT-CUST-NUMBER TO WS-DL-CUST-NUMBER
046500         MOVE HS-AFT-NAME-KEY    TO WS-DL-FULL-NAME
046600         MOVE HS-AFT-LOCALE-CODE TO WS-DL-LOCALE-CODE
046700         MOVE "NO LONGER ON THE NAME MASTER"
046800                                 TO WS-EXCEPTION-REASON
046900         PERFORM 3900-WRITE-EXCEPTION
047000             THRU 3900-WRITE-EXCEPTION-EXIT
047100         ADD 1 TO WS-NOT-ON-MASTER-COUNT
047200         ADD 1 TO WS-EXCEPTION-COUNT
047300         GO TO 2000-READ-NEXT
047400     END-IF.
047500     IF NOT WS-MASTER-OK
047600         DISPLAY "MYWELC - NAME-MASTER READ FAILED, STATUS = "
047700             WS-MASTER-STATUS " CUST NO = " MA-CUST-NUMBER
047800         MOVE 16 TO RETURN-CODE
047900         GO TO 9999-EXIT
048000     END-IF.
048100     MOVE MA-CUST-NUMBER     TO WS-DL-CUST-NUMBER.
048200     MOVE MA-NAME-KEY        TO WS-DL-FULL-NAME.
048300     MOVE MA-LOCALE-CODE     TO WS-DL-LOCALE-CODE.
048400     PERFORM 3000-CHECK-ADDRESS
048500         THRU 3000-CHECK-ADDRESS-EXIT.
048600     PERFORM 3100-LOOKUP-LOCALE
048700         THRU 3100-LOOKUP-LOCALE-EXIT.
048800     IF WS-EXCEPTION-FOUND
048900         ADD 1 TO WS-EXCEPTION-COUNT
049000         GO TO 2000-READ-NEXT
049100     END-IF.
049200     PERFORM 4000-WRITE-LETTER
049300         THRU 4000-WRITE-LETTER-EXIT.
049400     PERFORM 5000-ADD-LABEL
049500         THRU 5000-ADD-LABEL-EXIT.
049600     ADD 1 TO WS-LETTER-COUNT.
049700 2000-READ-NEXT.
049800     PERFORM 1100-READ-HISTORY
049900         THRU 1100-READ-HISTORY-EXIT.
050000 2000-PROCESS-HISTORY-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400* 3000-CHECK-ADDRESS - A LETTER NEEDS THE STREET, CITY, STATE,
050500* AND POSTAL CODE.  EACH ONE MISSING PRINTS ITS OWN EXCEPTION
050600* LINE SO THE BRANCH CAN SEE EVERYTHING TO FIX AT ONCE.
050700******************************************************************
050800 3000-CHECK-ADDRESS.
050900     SET WS-ADDRESS-COMPLETE TO TRUE.
051000     IF MA-STREET-ADDR = SPACES
051100         MOVE "ADDRESS INCOMPLETE - NO STREET"
051200                                 TO WS-EXCEPTION-REASON
051300         PERFORM 3900-WRITE-EXCEPTION
051400             THRU 3900-WRITE-EXCEPTION-EXIT
051500         SET WS-ADDRESS-INCOMPLETE TO TRUE
051600     END-IF.
051700     IF MA-CITY = SPACES
051800         MOVE "ADDRESS INCOMPLETE - NO CITY"
051900                                 TO WS-EXCEPTION-REASON
052000         PERFORM 3900-WRITE-EXCEPTION
052100             THRU 3900-WRITE-EXCEPTION-EXIT
052200         SET WS-ADDRESS-INCOMPLETE TO TRUE
052300     END-IF.
052400     IF MA-STATE = SPACES
052500         MOVE "ADDRESS INCOMPLETE - NO STATE/PROVINCE"
052600                                 TO WS-EXCEPTION-REASON
052700         PERFORM 3900-WRITE-EXCEPTION
052800             THRU 3900-WRITE-EXCEPTION-EXIT
052900         SET WS-ADDRESS-INCOMPLETE TO TRUE
053000     END-IF.
053100     IF MA-POSTAL-CODE = SPACES
053200         MOVE "ADDRESS INCOMPLETE - NO POSTAL CODE"
053300                                 TO WS-EXCEPTION-REASON
053400         PERFORM 3900-WRITE-EXCEPTION
053500             THRU 3900-WRITE-EXCEPTION-EXIT
053600         SET WS-ADDRESS-INCOMPLETE TO TRUE
053700     END-IF.
053800     IF WS-ADDRESS-INCOMPLETE
053900         ADD 1 TO WS-INCOMPLETE-COUNT
054000     END-IF.
054100 3000-CHECK-ADDRESS-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500* 3100-LOOKUP-LOCALE - FIND MA-LOCALE-CODE IN THE LOCALTAB TABLE
054600* AND LEAVE LC-IDX POINTING AT ITS ROW.  A BLANK OR UNKNOWN CODE
054700* IS AN EXCEPTION - THE LETTER WOULD OPEN IN THE WRONG LANGUAGE.
054800******************************************************************
054900 3100-LOOKUP-LOCALE.
055000     SET WS-LOCALE-FOUND TO TRUE.
055100     SET LC-IDX TO 1.
055200     SEARCH LC-LOCALE-ENTRY
055300         AT END
055400             SET LC-IDX TO 1
055500             SET WS-LOCALE-UNKNOWN TO TRUE
055600         WHEN LC-LOCALE-CODE (LC-IDX) = MA-LOCALE-CODE
055700             CONTINUE
055800     END-SEARCH.
055900     IF MA-LOCALE-CODE = SPACES
056000         SET WS-LOCALE-UNKNOWN TO TRUE
056100         MOVE "NO LOCALE ON THE NAME MASTER"
056200                                 TO WS-EXCEPTION-REASON
056300     ELSE
056400         MOVE "LOCALE NOT ON THE LOCALE TABLE"
056500                                 TO WS-EXCEPTION-REASON
056600     END-IF.
056700     IF WS-LOCALE-UNKNOWN
056800         PERFORM 3900-WRITE-EXCEPTION
056900             THRU 3900-WRITE-EXCEPTION-EXIT
057000         ADD 1 TO WS-BAD-LOCALE-COUNT
057100     END-IF.
057200 3100-LOOKUP-LOCALE-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600* 3900-WRITE-EXCEPTION - PRINT ONE EXCEPTION LINE FOR THE CURRENT
057700* CUSTOMER, BREAKING TO A NEW PAGE FIRST WHEN THE PAGE IS FULL.
057800******************************************************************
057900 3900-WRITE-EXCEPTION.
058000     SET WS-EXCEPTION-FOUND TO TRUE.
058100     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
058200         PERFORM 1200-WRITE-HEADINGS
058300             THRU 1200-WRITE-HEADINGS-EXIT
058400     END-IF.
058500     MOVE WS-EXCEPTION-REASON TO WS-DL-REASON.
058600     MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
058700     WRITE RP-REPORT-LINE.
058800     ADD 1 TO WS-LINE-COUNT.
058900 3900-WRITE-EXCEPTION-EXIT.
059000     EXIT.
059100
059200******************************************************************
059300* 4000-WRITE-LETTER - ONE PAGE PER CUSTOMER: DATE, ADDRESS BLOCK,
059400* THE LOCALE'S GREETING AND FIRST NAME, BODY, CUSTOMER NUMBER,
059500* AND CLOSE.  THE ADDRESS BLOCK MATCHES THE MAILING LABEL.
059600******************************************************************
059700 4000-WRITE-LETTER.
059800     MOVE WS-RUN-DATE TO WS-LD-RUN-DATE.
059900     MOVE WS-LETTER-DATE-LINE TO LT-LETTER-LINE.
060000     WRITE LT-LETTER-LINE.
060100     PERFORM 5100-BUILD-CITY-LINE
060200         THRU 5100-BUILD-CITY-LINE-EXIT.
060300     MOVE "-"            TO WS-LX-CTRL.
060400     MOVE MA-NAME-KEY    TO WS-LX-TEXT.
060500     PERFORM 4900-WRITE-LETTER-TEXT
060600         THRU 4900-WRITE-LETTER-TEXT-EXIT.
060700     MOVE MA-STREET-ADDR TO WS-LX-TEXT.
060800     PERFORM 4900-WRITE-LETTER-TEXT
060900         THRU 4900-WRITE-LETTER-TEXT-EXIT.
061000     MOVE WS-CITY-LINE   TO WS-LX-TEXT.
061100     PERFORM 4900-WRITE-LETTER-TEXT
061200         THRU 4900-WRITE-LETTER-TEXT-EXIT.
061300     MOVE "-"            TO WS-LX-CTRL.
061400     MOVE SPACES         TO WS-LX-TEXT.
061500     STRING LC-GREETING-TEXT (LC-IDX) DELIMITED BY "  "
061600            " "                       DELIMITED BY SIZE
061700            MA-FIRST-NAME             DELIMITED BY "  "
061800         INTO WS-LX-TEXT.
061900     PERFORM 4900-WRITE-LETTER-TEXT
062000         THRU 4900-WRITE-LETTER-TEXT-EXIT.
062100     MOVE "0" TO WS-LX-CTRL.
062200     PERFORM 4100-WRITE-BODY-LINE
062300         THRU 4100-WRITE-BODY-LINE-EXIT
062400         VARYING WS-BODY-SUB FROM 1 BY 1
062500         UNTIL WS-BODY-SUB > 4.
062600     MOVE MA-CUST-NUMBER TO WS-LN-CUST-NUMBER.
062700     MOVE WS-LETTER-NUMBER-LINE TO LT-LETTER-LINE.
062800     WRITE LT-LETTER-LINE.
062900     MOVE "-" TO WS-LX-CTRL.
063000     PERFORM 4200-WRITE-CLOSE-LINE
063100         THRU 4200-WRITE-CLOSE-LINE-EXIT
063200         VARYING WS-BODY-SUB FROM 1 BY 1
063300         UNTIL WS-BODY-SUB > 2.
063400 4000-WRITE-LETTER-EXIT.
063500     EXIT.
063600
063700 4100-WRITE-BODY-LINE.
063800     MOVE WS-LETTER-BODY-LINE (WS-BODY-SUB) TO WS-LX-TEXT.
063900     PERFORM 4900-WRITE-LETTER-TEXT
064000         THRU 4900-WRITE-LETTER-TEXT-EXIT.
064100 4100-WRITE-BODY-LINE-EXIT.
064200     EXIT.
064300
064400 4200-WRITE-CLOSE-LINE.
064500     MOVE WS-LETTER-CLOSE-LINE (WS-BODY-SUB) TO WS-LX-TEXT.
064600     PERFORM 4900-WRITE-LETTER-TEXT
064700         THRU 4900-WRITE-LETTER-TEXT-EXIT.
064800 4200-WRITE-CLOSE-LINE-EXIT.
064900     EXIT.
065000
065100******************************************************************
065200* 4900-WRITE-LETTER-TEXT - WRITE WS-LX-TEXT WITH THE CARRIAGE
065300* CONTROL THE CALLER SET, THEN DROP BACK TO SINGLE SPACING.
065400******************************************************************
065500 4900-WRITE-LETTER-TEXT.
065600     MOVE WS-LETTER-TEXT-LINE TO LT-LETTER-LINE.
065700     WRITE LT-LETTER-LINE.
065800     MOVE " " TO WS-LX-CTRL.
065900 4900-WRITE-LETTER-TEXT-EXIT.
066000     EXIT.
066100
066200******************************************************************
066300* 5000-ADD-LABEL - PUT THE CUSTOMER'S ADDRESS IN THE NEXT SLOT OF
066400* THE LABEL ROW, AND PRINT THE ROW WHEN ALL THREE ARE FILLED.
066500******************************************************************
066600 5000-ADD-LABEL.
066700     ADD 1 TO WS-LABEL-COUNT.
066800     PERFORM 5100-BUILD-CITY-LINE
066900         THRU 5100-BUILD-CITY-LINE-EXIT.
067000     MOVE MA-NAME-KEY    TO WS-LABEL-LINE (WS-LABEL-COUNT, 1).
067100     MOVE MA-STREET-ADDR TO WS-LABEL-LINE (WS-LABEL-COUNT, 2).
067200     MOVE WS-CITY-LINE   TO WS-LABEL-LINE (WS-LABEL-COUNT, 3).
067300     IF WS-LABEL-COUNT = 3
067400         PERFORM 5200-PRINT-LABEL-ROW
067500             THRU 5200-PRINT-LABEL-ROW-EXIT
067600     END-IF.
067700 5000-ADD-LABEL-EXIT.
067800     EXIT.
067900
068000******************************************************************
068100* 5100-BUILD-CITY-LINE - "CITY, ST  POSTAL" FOR THE LETTER'S
068200* ADDRESS BLOCK AND THE LABEL'S LAST LINE.
068300******************************************************************
068400 5100-BUILD-CITY-LINE.
068500     MOVE SPACES TO WS-CITY-LINE.
068600     STRING MA-CITY        DELIMITED BY "  "
068700            ", "           DELIMITED BY SIZE
068800            MA-STATE       DELIMITED BY SIZE
068900            "  "           DELIMITED BY SIZE
069000            MA-POSTAL-CODE DELIMITED BY SIZE
069100         INTO WS-CITY-LINE.
069200 5100-BUILD-CITY-LINE-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600* 5200-PRINT-LABEL-ROW - PRINT THE HELD ROW OF LABELS, ONE PRINT
069700* LINE PER LABEL LINE, AND EMPTY THE ROW.  THE FIRST ROW OF A
069800* SHEET STARTS A NEW PAGE; LATER ROWS ARE TRIPLE-SPACED, SO THE
069900* ROWS ARE FIVE LINES APART.
070000******************************************************************
070100 5200-PRINT-LABEL-ROW.
070200     IF WS-LABEL-ROWS-ON-SHEET NOT < WS-LABEL-ROWS-PER-SHEET
070300         MOVE ZERO TO WS-LABEL-ROWS-ON-SHEET
070400     END-IF.
070500     PERFORM 5210-PRINT-LABEL-LINE
070600         THRU 5210-PRINT-LABEL-LINE-EXIT
070700         VARYING WS-LABEL-LINE-SUB FROM 1 BY 1
070800         UNTIL WS-LABEL-LINE-SUB > 3.
070900     ADD 1 TO WS-LABEL-ROWS-ON-SHEET.
071000     MOVE SPACES TO WS-LABEL-ROW.
071100     MOVE ZERO TO WS-LABEL-COUNT.
071200 5200-PRINT-LABEL-ROW-EXIT.
071300     EXIT.
071400
071500 5210-PRINT-LABEL-LINE.
071600     MOVE SPACES TO WS-LABEL-PRINT-LINE.
071700     IF WS-LABEL-LINE-SUB = 1
071800         IF WS-LABEL-ROWS-ON-SHEET = ZERO
071900             MOVE "1" TO WS-LP-CTRL
072000         ELSE
072100             MOVE "-" TO WS-LP-CTRL
072200         END-IF
072300     END-IF.
072400     PERFORM 5220-MOVE-LABEL-COLUMN
072500         THRU 5220-MOVE-LABEL-COLUMN-EXIT
072600         VARYING WS-LABEL-SUB FROM 1 BY 1
072700         UNTIL WS-LABEL-SUB > WS-LABEL-COUNT.
072800     MOVE WS-LABEL-PRINT-LINE TO LB-LABEL-LINE.
072900     WRITE LB-LABEL-LINE.
073000 5210-PRINT-LABEL-LINE-EXIT.
073100     EXIT.
073200
073300 5220-MOVE-LABEL-COLUMN.
073400     MOVE WS-LABEL-LINE (WS-LABEL-SUB, WS-LABEL-LINE-SUB)
073500         TO WS-LP-TEXT (WS-LABEL-SUB).
073600 5220-MOVE-LABEL-COLUMN-EXIT.
073700     EXIT.
073800
073900******************************************************************
074000* 8000-TERMINATE - PRINT THE LAST PART ROW OF LABELS AND THE
074100* CONTROL TOTALS, SET RC 4 WHEN ANY NEW CUSTOMER WENT ON THE
074200* EXCEPTION LIST, AND CLOSE THE FILES.  LETTERS PRINTED PLUS
074300* EXCEPTIONS EQUALS NEW CUSTOMERS.
074400******************************************************************
074500 8000-TERMINATE.
074600     IF WS-LABEL-COUNT > ZERO
074700         PERFORM 5200-PRINT-LABEL-ROW
074800             THRU 5200-PRINT-LABEL-ROW-EXIT
074900     END-IF.
075000     MOVE "-" TO WS-TL-CTRL.
075100     MOVE "HISTORY ROWS READ"          TO WS-TL-LABEL.
075200     MOVE WS-READ-COUNT                TO WS-TL-COUNT.
075300     PERFORM 8100-WRITE-TOTAL
075400         THRU 8100-WRITE-TOTAL-EXIT.
075500     MOVE "NEW CUSTOMERS (ADD ROWS)"   TO WS-TL-LABEL.
075600     MOVE WS-NEW-CUST-COUNT            TO WS-TL-COUNT.
075700     PERFORM 8100-WRITE-TOTAL
075800         THRU 8100-WRITE-TOTAL-EXIT.
075900     MOVE "LETTERS AND LABELS PRINTED" TO WS-TL-LABEL.
076000     MOVE WS-LETTER-COUNT              TO WS-TL-COUNT.
076100     PERFORM 8100-WRITE-TOTAL
076200         THRU 8100-WRITE-TOTAL-EXIT.
076300     MOVE "CUSTOMERS ON THE EXCEPTION LIST"
076400                                       TO WS-TL-LABEL.
076500     MOVE WS-EXCEPTION-COUNT           TO WS-TL-COUNT.
076600     PERFORM 8100-WRITE-TOTAL
076700         THRU 8100-WRITE-TOTAL-EXIT.
076800     MOVE "  NO LONGER ON THE MASTER"  TO WS-TL-LABEL.
076900     MOVE WS-NOT-ON-MASTER-COUNT       TO WS-TL-COUNT.
077000     PERFORM 8100-WRITE-TOTAL
077100         THRU 8100-WRITE-TOTAL-EXIT.
077200     MOVE "  ADDRESS INCOMPLETE"       TO WS-TL-LABEL.
077300     MOVE WS-INCOMPLETE-COUNT          TO WS-TL-COUNT.
077400     PERFORM 8100-WRITE-TOTAL
077500         THRU 8100-WRITE-TOTAL-EXIT.
077600     MOVE "  LOCALE MISSING OR UNKNOWN" TO WS-TL-LABEL.
077700     MOVE WS-BAD-LOCALE-COUNT          TO WS-TL-COUNT.
077800     PERFORM 8100-WRITE-TOTAL
077900         THRU 8100-WRITE-TOTAL-EXIT.
078000     DISPLAY "MYWELC - HISTORY ROWS READ:    " WS-READ-COUNT.
078100     DISPLAY "MYWELC - NEW CUSTOMERS:        " WS-NEW-CUST-COUNT.
078200     DISPLAY "MYWELC - LETTERS PRINTED:      " WS-LETTER-COUNT.
078300     DISPLAY "MYWELC - EXCEPTIONS:           " WS-EXCEPTION-COUNT.
078400     IF WS-EXCEPTION-COUNT > ZERO
078500      AND RETURN-CODE = ZERO
078600         MOVE 4 TO RETURN-CODE
078700     END-IF.
078800     CLOSE HIST-FILE.
078900     CLOSE NAME-MASTER.
079000     CLOSE LETTER-FILE.
079100     CLOSE LABEL-FILE.
079200     CLOSE PRINT-FILE.
079300     PERFORM 8900-MARK-CYCLE-COMPLETE
079400         THRU 8900-MARK-CYCLE-COMPLETE-EXIT.
079500 8000-TERMINATE-EXIT.
079600     EXIT.
079700
079800 8100-WRITE-TOTAL.
079900     MOVE WS-TOTAL-LINE TO RP-REPORT-LINE.
080000     WRITE RP-REPORT-LINE.
080100     MOVE " " TO WS-TL-CTRL.
080200 8100-WRITE-TOTAL-EXIT.
080300     EXIT.
080400
080500******************************************************************
080600* 8900-MARK-CYCLE-COMPLETE - RECORD ON THE BUSDATE CONTROL FILE
080700* THAT THIS CYCLE RAN TO COMPLETION FOR THE BUSINESS DATE, SO IT
080800* WILL NOT RUN AGAIN FOR THE SAME DAY AND THE END-OF-DAY ROLL CAN
080900* SEE IT FINISHED.  A RUN ENDING RC 16 IS NOT MARKED.
081000******************************************************************
081100 8900-MARK-CYCLE-COMPLETE.
081200     IF RETURN-CODE NOT < 16
081300         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
081400     END-IF.
081500     OPEN I-O BUS-DATE-FILE.
081600     IF NOT WS-BUSDATE-OK
081700         DISPLAY "MYWELC - BUSDATE UPDATE OPEN FAILED, "
081800             "STATUS = " WS-BUSDATE-STATUS
081900         MOVE 16 TO RETURN-CODE
082000         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
082100     END-IF.
082200     MOVE "C"       TO BD-KEY-TYPE.
082300     MOVE "MYWELC"  TO BD-KEY-VALUE.
082400     READ BUS-DATE-FILE
082500         INVALID KEY
082600             MOVE "N" TO WS-CYCLE-ROW-SW
082700         NOT INVALID KEY
082800             SET WS-CYCLE-ROW-ON-FILE TO TRUE
082900     END-READ.
083000     IF NOT WS-CYCLE-ROW-ON-FILE
083100         MOVE SPACES    TO BD-DATE-RECORD
083200         MOVE "C"       TO BD-KEY-TYPE
083300         MOVE "MYWELC"  TO BD-KEY-VALUE
083400     END-IF.
083500     MOVE WS-CURRENT-DATE TO BD-CYC-LAST-DATE.
083600     ACCEPT BD-CYC-STAMP-DATE FROM DATE YYYYMMDD.
083700     ACCEPT BD-CYC-STAMP-TIME FROM TIME.
083800     IF WS-CYCLE-ROW-ON-FILE
083900         REWRITE BD-DATE-RECORD
084000     ELSE
084100         WRITE BD-DATE-RECORD
084200     END-IF.
084300     IF NOT WS-BUSDATE-OK
084400         DISPLAY "MYWELC - BUSDATE CYCLE UPDATE FAILED, "
084500             "STATUS = " WS-BUSDATE-STATUS
084600         MOVE 16 TO RETURN-CODE
084700     END-IF.
084800     CLOSE BUS-DATE-FILE.
084900 8900-MARK-CYCLE-COMPLETE-EXIT.
085000     EXIT.
085100
085200 9999-EXIT.
085300     STOP RUN.
