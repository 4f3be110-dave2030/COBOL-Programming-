000100******************************************************************
000200* Program name:    MYOFFC
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - inbound file control for the regional
000900*                  offices' transaction files.  TRANS.DAILY is now
001000*                  the offices' files one after another, each
001100*                  framed by an OFFREC header (office, file date,
001200*                  file sequence number) and trailer (detail
001300*                  count).  A first pass checks every file - it
001400*                  must end in a trailer that balances to its
001500*                  details, come from an office in the locale
001600*                  table, and carry the next sequence number for
001700*                  that office (OFFCREC control file) with a file
001800*                  date no earlier than the last one.  A second
001900*                  pass routes the records: the details of an
002000*                  accepted file go to the TRANOK file MYPROGB
002100*                  reads, a held file goes whole to the HELDOUT
002200*                  file, and the acknowledgement skeleton for
002300*                  MYACK is written for both.  Nothing of a held
002400*                  file reaches MYPROGB.  Prints the file control
002500*                  report and writes the updated office control
002600*                  rows.  RC 0 = every file accepted, RC 4 = a
002700*                  file was held, RC 16 = could not run.
002717* 10/15/26 TWK     Dated from the BUSDATE business-date control
002733*                  file instead of the clock.  The run refuses to
002750*                  start (RC 16) when this cycle already completed
002767*                  for the business date, and marks the cycle
002783*                  complete when it ends below RC 16.
002790* 10/15/26 TWK     The cycle is no longer marked complete here -
002791*                  the MYPROGB job marks it (MYBDATE "M" card)
002792*                  only after MYPROGB itself has run clean, so a
002793*                  failed night reruns from the top.
002794* 10/15/26 TWK     The office control rows are read into and
002795*                  written from a working-storage copy of
002796*                  OFFCREC - the input record area is not there
002797*                  to build in once OFFCTLIN is closed, nor on a
002798*                  first run with no control generation.  More
002799*                  than 50 offices sending files is now RC 16.
002800*
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  MYOFFC.
003200 AUTHOR. TWK.
003300 INSTALLATION. COBOL DEVELOPMENT CENTER.
003400 DATE-WRITTEN. 10/15/26.
003500 DATE-COMPILED. 10/15/26.
003600 SECURITY. NON-CONFIDENTIAL.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OFFICE-FILE ASSIGN TO OFFICIN
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-OFFICE-STATUS.
004300     SELECT CTL-IN-FILE ASSIGN TO OFFCTLIN
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-CTLIN-STATUS.
004600     SELECT CTL-OUT-FILE ASSIGN TO OFFCTLOT
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT LOCALE-FILE ASSIGN TO LOCALFIL
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-LOCALE-FILE-STATUS.
005100     SELECT TRANS-OUT-FILE ASSIGN TO TRANOK
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT HELD-FILE ASSIGN TO HELDOUT
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT ACK-FILE ASSIGN TO ACKSKEL
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT PRINT-FILE ASSIGN TO PRTFILE
005800         ORGANIZATION IS SEQUENTIAL.
005817     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
005833         ORGANIZATION IS INDEXED
005850         ACCESS MODE IS RANDOM
005867         RECORD KEY IS BD-KEY
005883         FILE STATUS IS WS-BUSDATE-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200
006300 FD  OFFICE-FILE
006400     RECORDING MODE IS F.
006500 01  OF-OFFICE-RECORD.
006600     COPY OFFREC.
006700
006800 FD  CTL-IN-FILE
006900     RECORDING MODE IS F.
007000 01  FC-CONTROL-IN                 PIC X(34).
007200
007300 FD  CTL-OUT-FILE
007400     RECORDING MODE IS F.
007500 01  CO-CONTROL-RECORD             PIC X(34).
007600
007700 FD  LOCALE-FILE
007800     RECORDING MODE IS F.
007900 01  LO-LOCALE-RECORD.
008000     COPY LOCREC.
008100
008200 FD  TRANS-OUT-FILE
008300     RECORDING MODE IS F.
008400 01  TO-TRANS-RECORD               PIC X(114).
008500
008600 FD  HELD-FILE
008700     RECORDING MODE IS F.
008800 01  HL-HELD-RECORD                PIC X(115).
008900
009000 FD  ACK-FILE
009100     RECORDING MODE IS F.
009200 01  AK-ACK-RECORD.
009300     COPY ACKREC.
009400
009500 FD  PRINT-FILE
009600     RECORDING MODE IS F.
009700 01  RP-REPORT-LINE.
009800     COPY REPTREC.
009820
009840 FD  BUS-DATE-FILE.
009860 01  BD-DATE-RECORD.
009880     COPY BDATREC.
009900
010000 WORKING-STORAGE SECTION.
010100
010200 01  WS-SWITCHES.
010300     05  WS-OFFICE-EOF-SW          PIC X(01) VALUE "N".
010400         88  WS-OFFICE-EOF                   VALUE "Y".
010500     05  WS-CTLIN-EOF-SW           PIC X(01) VALUE "N".
010600         88  WS-CTLIN-EOF                    VALUE "Y".
010700     05  WS-LOCFILE-EOF-SW         PIC X(01) VALUE "N".
010800         88  WS-LOCFILE-EOF                  VALUE "Y".
010900     05  WS-OFFICE-FOUND-SW        PIC X(01) VALUE "N".
011000         88  WS-OFFICE-FOUND                 VALUE "Y".
011100     05  WS-LOCALE-FOUND-SW        PIC X(01) VALUE "N".
011200         88  WS-LOCALE-FOUND                 VALUE "Y".
011300
011400 01  WS-OFFICE-STATUS              PIC X(02).
011500     88  WS-OFFICE-OK                        VALUE "00".
011600
011700******************************************************************
011800* A MISSING CONTROL GENERATION (STATUS 35) IS NOT AN ERROR - NO
011900* OFFICE HAS SENT A FILE YET, SO EVERY OFFICE STARTS AT 00001.
012000******************************************************************
012100 01  WS-CTLIN-STATUS               PIC X(02).
012200     88  WS-CTLIN-OK                         VALUE "00".
012300     88  WS-CTLIN-NOT-FOUND                  VALUE "35".
012400
012500 01  WS-LOCALE-FILE-STATUS         PIC X(02).
012600     88  WS-LOCALE-FILE-OK                   VALUE "00".
012700
012800******************************************************************
012900* WS-LOCALE-TABLE-AREA HOLDS THE LOCALE TABLE - AN OFFICE CODE
013000* MUST BE ONE OF ITS ROWS, THE SAME LIST MYPROGB GREETS FROM.
013100******************************************************************
013200 01  WS-LOCALE-TABLE-AREA.
013300     COPY LOCALTAB.
013400
013500******************************************************************
013600* OFFICE CONTROL TABLE - THE OFFCREC ROWS, UPDATED IN STORAGE AS
013700* EACH FILE IS ACCEPTED SO TWO FILES FROM ONE OFFICE IN THE SAME
013800* NIGHT ARE CHECKED AGAINST EACH OTHER, AND WRITTEN BACK AT END.
013900******************************************************************
014000 01  WS-OFFICE-COUNT               PIC 9(03) COMP VALUE 0.
014100 01  WS-OFFICE-TABLE.
014200     05  WS-OFFICE-ENTRY OCCURS 1 TO 50 TIMES
014300             DEPENDING ON WS-OFFICE-COUNT
014400             INDEXED BY WS-OFF-IDX.
014500         10  WS-OT-OFFICE-CODE     PIC X(02).
014600         10  WS-OT-LAST-SEQ        PIC 9(05).
014700         10  WS-OT-LAST-FILE-DATE  PIC X(10).
014800         10  WS-OT-LAST-RUN-DATE   PIC X(10).
014900         10  WS-OT-FILE-COUNT      PIC 9(07).
014910
014920 01  WS-CONTROL-RECORD.
014930     COPY OFFCREC.
015000
015100******************************************************************
015200* FILE TABLE - ONE ENTRY PER FILE (OR RUN OF STRAY RECORDS) THE
015300* FIRST PASS FOUND, WITH ITS VERDICT.  THE SECOND PASS READS THE
015400* INPUT AGAIN AND ROUTES WS-GT-RECORD-COUNT RECORDS PER ENTRY.
015500******************************************************************
015600 01  WS-GROUP-COUNT                PIC 9(03) COMP VALUE 0.
015700 01  WS-GROUP-SUB                  PIC 9(03) COMP VALUE 0.
015800 01  WS-GROUP-TABLE.
015900     05  WS-GROUP-ENTRY OCCURS 1 TO 500 TIMES
016000             DEPENDING ON WS-GROUP-COUNT
016100             INDEXED BY WS-GRP-IDX.
016200         10  WS-GT-FRAMED-SW       PIC X(01).
016300             88  WS-GT-FRAMED                VALUE "Y".
016400         10  WS-GT-STATUS          PIC X(01).
016500             88  WS-GT-ACCEPTED              VALUE "A".
016600             88  WS-GT-HELD                  VALUE "H".
016700         10  WS-GT-REASON          PIC 9(02).
016800         10  WS-GT-OFFICE-CODE     PIC X(02).
016900         10  WS-GT-FILE-DATE       PIC X(10).
017000         10  WS-GT-SEQ-TEXT        PIC X(05).
017100         10  WS-GT-SEQ-NUMBER      PIC 9(05).
017200         10  WS-GT-RECORD-COUNT    PIC 9(07).
017300         10  WS-GT-DETAIL-COUNT    PIC 9(07).
017400         10  WS-GT-TRAILER-TEXT    PIC X(07).
017500
017600******************************************************************
017700* THE FILE THE FIRST PASS IS IN THE MIDDLE OF.  WS-CG-STATE IS
017800* N BETWEEN FILES, F INSIDE A HEADER/TRAILER PAIR, AND U IN A RUN
017900* OF RECORDS THAT ARRIVED WITH NO HEADER IN FRONT OF THEM.
018000******************************************************************
018100 01  WS-CG-STATE                   PIC X(01) VALUE "N".
018200     88  WS-CG-NONE                          VALUE "N".
018300     88  WS-CG-FRAMED                        VALUE "F".
018400     88  WS-CG-UNFRAMED                      VALUE "U".
018500 01  WS-CG-TRAILER-SW              PIC X(01).
018600     88  WS-CG-TRAILER-SEEN                  VALUE "Y".
018700 01  WS-CG-BAD-TYPE-SW             PIC X(01).
018800     88  WS-CG-BAD-TYPE                      VALUE "Y".
018900 01  WS-CG-OFFICE-CODE             PIC X(02).
019000 01  WS-CG-FILE-DATE.
019100     05  WS-CG-MM                  PIC X(02).
019200     05  WS-CG-SLASH-1             PIC X(01).
019300     05  WS-CG-DD                  PIC X(02).
019400     05  WS-CG-SLASH-2             PIC X(01).
019500     05  WS-CG-YYYY                PIC X(04).
019600 01  WS-CG-MM-NUM REDEFINES WS-CG-FILE-DATE
019700                                   PIC 9(02).
019800 01  WS-CG-SEQ-TEXT                PIC X(05).
019900 01  WS-CG-SEQ-NUMBER REDEFINES WS-CG-SEQ-TEXT
020000                                   PIC 9(05).
020100 01  WS-CG-RECORD-COUNT            PIC 9(07).
020200 01  WS-CG-DETAIL-COUNT            PIC 9(07).
020300 01  WS-CG-TRAILER-TEXT            PIC X(07).
020400 01  WS-CG-TRAILER-COUNT REDEFINES WS-CG-TRAILER-TEXT
020500                                   PIC 9(07).
020600 01  WS-CG-STATUS                  PIC X(01).
020700 01  WS-CG-REASON                  PIC 9(02).
020800
020900 01  WS-DD-NUM                     PIC 9(02).
021000 01  WS-FILE-STAMP                 PIC X(08).
021100 01  WS-LAST-STAMP                 PIC X(08).
021200 01  WS-LAST-DATE.
021300     05  WS-LD-MM                  PIC X(02).
021400     05  FILLER                    PIC X(01).
021500     05  WS-LD-DD                  PIC X(02).
021600     05  FILLER                    PIC X(01).
021700     05  WS-LD-YYYY                PIC X(04).
021800 01  WS-EXPECTED-SEQ               PIC 9(05).
021900
022000******************************************************************
022100* HOLD REASON TEXT, INDEXED BY THE ACKREC HOLD REASON CODE.
022200******************************************************************
022300 01  WS-HOLD-TEXT-VALUES.
022400     05  FILLER                    PIC X(30) VALUE
022500         "NO TRAILER - FILE TRUNCATED".
022600     05  FILLER                    PIC X(30) VALUE
022700         "TRAILER COUNT OUT OF BALANCE".
022800     05  FILLER                    PIC X(30) VALUE
022900         "UNKNOWN OFFICE CODE".
023000     05  FILLER                    PIC X(30) VALUE
023100         "INVALID FILE DATE OR SEQUENCE".
023200     05  FILLER                    PIC X(30) VALUE
023300         "INVALID RECORD TYPE".
023400     05  FILLER                    PIC X(30) VALUE
023500         "FILE ALREADY PROCESSED".
023600     05  FILLER                    PIC X(30) VALUE
023700         "OUT OF SEQUENCE".
023800     05  FILLER                    PIC X(30) VALUE
023900         "NO HEADER - NOT AN OFFICE FILE".
024000 01  WS-HOLD-TEXT-TABLE REDEFINES WS-HOLD-TEXT-VALUES.
024100     05  WS-HOLD-TEXT              PIC X(30) OCCURS 8 TIMES.
024200
024300******************************************************************
024400* SECOND-PASS WORK - THE CURRENT DETAIL VIEWED AS A TRANSACTION,
024500* ITS NUMBER WITHIN ITS FILE, AND ITS POSITION IN THE TRANOK
024600* FILE (THE KEY MYACK MATCHES MYPROGB'S RESULTS ON).
024700******************************************************************
024800 01  WS-TRANS-RECORD.
024900     COPY TRANREC.
025000
025100 01  WS-DETAIL-NUMBER              PIC 9(07) VALUE 0.
025200 01  WS-RUN-SEQ                    PIC 9(07) VALUE 0.
025300
025400******************************************************************
025500* CONTROL TOTALS.
025600******************************************************************
025700 01  WS-READ-COUNT                 PIC 9(07) COMP VALUE 0.
025800 01  WS-ACCEPTED-FILES             PIC 9(07) COMP VALUE 0.
025900 01  WS-HELD-FILES                 PIC 9(07) COMP VALUE 0.
026000 01  WS-PASSED-COUNT               PIC 9(07) COMP VALUE 0.
026100 01  WS-HELD-COUNT                 PIC 9(07) COMP VALUE 0.
026200
026300 01  WS-CURRENT-DATE.
026400     05  WS-CD-YYYY                PIC 9(04).
026500     05  WS-CD-MM                  PIC 9(02).
026600     05  WS-CD-DD                  PIC 9(02).
026610
026620******************************************************************
026630* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
026640* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
026650******************************************************************
026660 01  WS-BUSDATE-STATUS             PIC X(02).
026670     88  WS-BUSDATE-OK                       VALUE "00".
026700
026800 01  WS-RUN-DATE                   PIC X(10).
026900
027000 01  WS-PAGE-COUNT                 PIC 9(03) COMP VALUE 0.
027100 01  WS-LINE-COUNT                 PIC 9(02) COMP VALUE 0.
027200 01  WS-LINES-PER-PAGE             PIC 9(02) VALUE 55.
027300
027400******************************************************************
027500* REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE AND MOVED TO
027600* RP-REPORT-LINE BEFORE EACH WRITE.
027700******************************************************************
027800 01  WS-HEADING-LINE-1.
027900     05  WS-H1-CTRL                PIC X(01) VALUE "1".
028000     05  FILLER                    PIC X(36) VALUE
028100         "OFFICE FILE CONTROL REPORT".
028200     05  FILLER                    PIC X(10) VALUE
028300         "RUN DATE:".
028400     05  WS-H1-RUN-DATE            PIC X(10).
028500     05  FILLER                    PIC X(06) VALUE SPACES.
028600     05  FILLER                    PIC X(06) VALUE
028700         "PAGE:".
028800     05  WS-H1-PAGE-NO             PIC ZZ9.
028900     05  FILLER                    PIC X(61) VALUE SPACES.
029000
029100 01  WS-HEADING-LINE-2.
029200     05  WS-H2-CTRL                PIC X(01) VALUE "0".
029300     05  FILLER                    PIC X(08) VALUE
029400         "OFFICE".
029500     05  FILLER                    PIC X(12) VALUE
029600         "FILE DATE".
029700     05  FILLER                    PIC X(07) VALUE
029800         "SEQ".
029900     05  FILLER                    PIC X(10) VALUE
030000         "RECORDS".
030100     05  FILLER                    PIC X(10) VALUE
030200         "DETAILS".
030300     05  FILLER                    PIC X(09) VALUE
030400         "TRAILER".
030500     05  FILLER                    PIC X(10) VALUE
030600         "STATUS".
030700     05  FILLER                    PIC X(30) VALUE
030800         "REASON HELD".
030900     05  FILLER                    PIC X(36) VALUE SPACES.
031000
031100 01  WS-DETAIL-LINE.
031200     05  WS-DL-CTRL                PIC X(01) VALUE " ".
031300     05  FILLER                    PIC X(02) VALUE SPACES.
031400     05  WS-DL-OFFICE              PIC X(02).
031500     05  FILLER                    PIC X(04) VALUE SPACES.
031600     05  WS-DL-FILE-DATE           PIC X(10).
031700     05  FILLER                    PIC X(02) VALUE SPACES.
031800     05  WS-DL-SEQ                 PIC X(05).
031900     05  FILLER                    PIC X(02) VALUE SPACES.
032000     05  WS-DL-RECORDS             PIC Z,ZZZ,ZZ9.
032100     05  FILLER                    PIC X(01) VALUE SPACES.
032200     05  WS-DL-DETAILS             PIC Z,ZZZ,ZZ9.
032300     05  FILLER                    PIC X(02) VALUE SPACES.
032400     05  WS-DL-TRAILER             PIC X(07).
032500     05  FILLER                    PIC X(02) VALUE SPACES.
032600     05  WS-DL-STATUS              PIC X(08).
032700     05  FILLER                    PIC X(02) VALUE SPACES.
032800     05  WS-DL-REASON              PIC X(30).
032900     05  FILLER                    PIC X(35) VALUE SPACES.
033000
033100 01  WS-SUMMARY-LINE.
033200     05  WS-SL-CTRL                PIC X(01) VALUE " ".
033300     05  WS-SL-LABEL               PIC X(40).
033400     05  WS-SL-COUNT               PIC Z,ZZZ,ZZ9.
033500     05  FILLER                    PIC X(83) VALUE SPACES.
033600
033700 PROCEDURE DIVISION.
033800
033900******************************************************************
034000* 0000-MAINLINE - JUDGE EVERY FILE ON THE INPUT, THEN READ IT
034100* AGAIN AND ROUTE EACH FILE BY ITS VERDICT.
034200******************************************************************
034300 0000-MAINLINE.
034400     PERFORM 1000-INITIALIZE
034500         THRU 1000-INITIALIZE-EXIT.
034600     PERFORM 2000-SCAN-ONE-RECORD
034700         THRU 2000-SCAN-ONE-RECORD-EXIT
034800         UNTIL WS-OFFICE-EOF.
034900     PERFORM 2200-END-GROUP
035000         THRU 2200-END-GROUP-EXIT.
035100     PERFORM 3000-ROUTE-FILES
035200         THRU 3000-ROUTE-FILES-EXIT.
035300     PERFORM 8000-TERMINATE
035400         THRU 8000-TERMINATE-EXIT.
035500     GO TO 9999-EXIT.
035600
035700******************************************************************
035800* 1000-INITIALIZE - LOAD THE LOCALE AND OFFICE CONTROL TABLES,
035900* OPEN THE FILES, AND PRIME THE FIRST-PASS READ.
036000******************************************************************
036100 1000-INITIALIZE.
036167     PERFORM 1900-READ-BUSINESS-DATE
036233         THRU 1900-READ-BUSINESS-DATE-EXIT.
036300     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
036400         DELIMITED BY SIZE INTO WS-RUN-DATE.
036500     PERFORM 1100-LOAD-LOCALE-TABLE
036600         THRU 1100-LOAD-LOCALE-TABLE-EXIT.
036700     PERFORM 1200-LOAD-OFFICE-TABLE
036800         THRU 1200-LOAD-OFFICE-TABLE-EXIT.
036900     OPEN INPUT OFFICE-FILE.
037000     IF NOT WS-OFFICE-OK
037100         DISPLAY "MYOFFC - OFFICIN OPEN FAILED, STATUS = "
037200             WS-OFFICE-STATUS
037300         MOVE 16 TO RETURN-CODE
037400         GO TO 9999-EXIT
037500     END-IF.
037600     OPEN OUTPUT TRANS-OUT-FILE.
037700     OPEN OUTPUT HELD-FILE.
037800     OPEN OUTPUT ACK-FILE.
037900     OPEN OUTPUT PRINT-FILE.
038000     PERFORM 1300-WRITE-HEADINGS
038100         THRU 1300-WRITE-HEADINGS-EXIT.
038200     PERFORM 2100-READ-OFFICE
038300         THRU 2100-READ-OFFICE-EXIT.
038400 1000-INITIALIZE-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800* 1100-LOAD-LOCALE-TABLE - LOAD THE LOCALE TABLE FROM LOCALFIL.
038900* A MISSING OR EMPTY FILE IS FATAL - EVERY FILE WOULD BE HELD AS
039000* FROM AN UNKNOWN OFFICE.
039100******************************************************************
039200 1100-LOAD-LOCALE-TABLE.
039300     OPEN INPUT LOCALE-FILE.
039400     IF NOT WS-LOCALE-FILE-OK
039500         DISPLAY "MYOFFC - LOCALFIL OPEN FAILED, STATUS = "
039600             WS-LOCALE-FILE-STATUS
039700         MOVE 16 TO RETURN-CODE
039800         GO TO 9999-EXIT
039900     END-IF.
040000     MOVE ZERO TO LC-LOCALE-COUNT.
040100     PERFORM 1110-LOAD-ONE-LOCALE
040200         THRU 1110-LOAD-ONE-LOCALE-EXIT
040300         UNTIL WS-LOCFILE-EOF.
040400     CLOSE LOCALE-FILE.
040500     IF LC-LOCALE-COUNT = ZERO
040600         DISPLAY "MYOFFC - LOCALE FILE IS EMPTY"
040700         MOVE 16 TO RETURN-CODE
040800         GO TO 9999-EXIT
040900     END-IF.
041000 1100-LOAD-LOCALE-TABLE-EXIT.
041100     EXIT.
041200
041300 1110-LOAD-ONE-LOCALE.
041400     READ LOCALE-FILE
041500         AT END
041600             SET WS-LOCFILE-EOF TO TRUE
041700             GO TO 1110-LOAD-ONE-LOCALE-EXIT
041800     END-READ.
041900     IF LC-LOCALE-COUNT NOT < 20
042000         DISPLAY "MYOFFC - LOCALE FILE HAS MORE THAN 20 ROWS"
042100         MOVE 16 TO RETURN-CODE
042200         GO TO 9999-EXIT
042300     END-IF.
042400     ADD 1 TO LC-LOCALE-COUNT.
042500     SET LC-IDX TO LC-LOCALE-COUNT.
042600     MOVE LO-LOCALE-CODE   TO LC-LOCALE-CODE (LC-IDX).
042700     MOVE LO-PROMPT-TEXT   TO LC-PROMPT-TEXT (LC-IDX).
042800     MOVE LO-GREETING-TEXT TO LC-GREETING-TEXT (LC-IDX).
042900 1110-LOAD-ONE-LOCALE-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300* 1200-LOAD-OFFICE-TABLE - LOAD THE OFFICE CONTROL ROWS.
043400******************************************************************
043500 1200-LOAD-OFFICE-TABLE.
043600     MOVE ZERO TO WS-OFFICE-COUNT.
043700     OPEN INPUT CTL-IN-FILE.
043800     IF WS-CTLIN-NOT-FOUND
043900         GO TO 1200-LOAD-OFFICE-TABLE-EXIT
044000     END-IF.
044100     IF NOT WS-CTLIN-OK
044200         DISPLAY "MYOFFC - OFFCTLIN OPEN FAILED, STATUS = "
044300             WS-CTLIN-STATUS
044400         MOVE 16 TO RETURN-CODE
044500         GO TO 9999-EXIT
044600     END-IF.
044700     PERFORM 1210-LOAD-ONE-OFFICE
044800         THRU 1210-LOAD-ONE-OFFICE-EXIT
044900         UNTIL WS-CTLIN-EOF.
045000     CLOSE CTL-IN-FILE.
045100 1200-LOAD-OFFICE-TABLE-EXIT.
045200     EXIT.
045300
045400 1210-LOAD-ONE-OFFICE.
045500     READ CTL-IN-FILE INTO WS-CONTROL-RECORD
045600         AT END
045700             SET WS-CTLIN-EOF TO TRUE
045800             GO TO 1210-LOAD-ONE-OFFICE-EXIT
045900     END-READ.
046000     IF WS-OFFICE-COUNT NOT < 50
046100         DISPLAY "MYOFFC - OFFICE CONTROL FILE HAS MORE THAN 50 "
046200             "ROWS"
046300         MOVE 16 TO RETURN-CODE
046400         GO TO 9999-EXIT
046500     END-IF.
046600     ADD 1 TO WS-OFFICE-COUNT.
046700     SET WS-OFF-IDX TO WS-OFFICE-COUNT.
046800     MOVE FC-OFFICE-CODE     TO WS-OT-OFFICE-CODE (WS-OFF-IDX).
046900     MOVE FC-LAST-SEQ-NUMBER TO WS-OT-LAST-SEQ (WS-OFF-IDX).
047000     MOVE FC-LAST-FILE-DATE  TO WS-OT-LAST-FILE-DATE (WS-OFF-IDX).
047100     MOVE FC-LAST-RUN-DATE   TO WS-OT-LAST-RUN-DATE (WS-OFF-IDX).
047200     MOVE FC-FILE-COUNT      TO WS-OT-FILE-COUNT (WS-OFF-IDX).
047300 1210-LOAD-ONE-OFFICE-EXIT.
047400     EXIT.
047500
047600******************************************************************
047700* 1300-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN-DATE
047800* HEADING AND THE COLUMN HEADING LINE.
047900******************************************************************
048000 1300-WRITE-HEADINGS.
048100     ADD 1 TO WS-PAGE-COUNT.
048200     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
048300     MOVE WS-PAGE-COUNT TO WS-H1-PAGE-NO.
048400     MOVE WS-HEADING-LINE-1 TO RP-REPORT-LINE.
048500     WRITE RP-REPORT-LINE.
048600     MOVE WS-HEADING-LINE-2 TO RP-REPORT-LINE.
048700     WRITE RP-REPORT-LINE.
048800     MOVE ZERO TO WS-LINE-COUNT.
048900 1300-WRITE-HEADINGS-EXIT.
049000     EXIT.
049100
049102******************************************************************
049104* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
049107* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK, SO A CYCLE THAT
049109* RUNS PAST MIDNIGHT OR IS RESTARTED NEXT MORNING STILL WORKS AS
049111* OF ITS OWN DAY.  A CYCLE THAT HAS ALREADY COMPLETED FOR THE
049113* BUSINESS DATE REFUSES TO RUN AGAIN UNTIL A MYBDATE "C" CARD
049115* REOPENS IT.  THE JOB MARKS THIS CYCLE COMPLETE (MYBDATE "M")
049116* ONLY ONCE MYPROGB HAS USED ITS OUTPUT CLEANLY.
049117******************************************************************
049120 1900-READ-BUSINESS-DATE.
049122     OPEN INPUT BUS-DATE-FILE.
049124     IF NOT WS-BUSDATE-OK
049126         DISPLAY "MYOFFC - BUSDATE OPEN FAILED, STATUS = "
049128             WS-BUSDATE-STATUS
049130         MOVE 16 TO RETURN-CODE
049133         GO TO 9999-EXIT
049135     END-IF.
049137     MOVE "D"       TO BD-KEY-TYPE.
049139     MOVE "CONTROL" TO BD-KEY-VALUE.
049141     READ BUS-DATE-FILE
049143         INVALID KEY
049146             DISPLAY "MYOFFC - BUSINESS DATE CONTROL RECORD "
049148                 "MISSING"
049150             MOVE 16 TO RETURN-CODE
049152             GO TO 9999-EXIT
049154     END-READ.
049157     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
049159     MOVE "C"       TO BD-KEY-TYPE.
049161     MOVE "MYOFFC" TO BD-KEY-VALUE.
049163     READ BUS-DATE-FILE
049165         INVALID KEY
049167             MOVE ZERO TO BD-CYC-LAST-DATE
049170     END-READ.
049172     IF BD-CYC-LAST-DATE NOT < WS-CURRENT-DATE
049174         DISPLAY "MYOFFC - CYCLE ALREADY COMPLETE FOR BUSINESS "
049176             "DATE " WS-CURRENT-DATE
049178         DISPLAY "MYOFFC - REOPEN IT WITH A MYBDATE C CARD "
049180             "TO RERUN"
049183         MOVE 16 TO RETURN-CODE
049185         CLOSE BUS-DATE-FILE
049187         GO TO 9999-EXIT
049189     END-IF.
049191     CLOSE BUS-DATE-FILE.
049193 1900-READ-BUSINESS-DATE-EXIT.
049196     EXIT.
049198
049200******************************************************************
049300* 2000-SCAN-ONE-RECORD - FIRST PASS.  A HEADER CLOSES WHATEVER
049400* FILE WAS OPEN AND STARTS A NEW ONE; A TRAILER CLOSES THE FILE
049500* IT ENDS.  A RECORD WITH NO HEADER AHEAD OF IT STARTS (OR
049600* CONTINUES) A RUN OF STRAY RECORDS THAT LASTS TO THE NEXT
049700* HEADER.
049800******************************************************************
049900 2000-SCAN-ONE-RECORD.
050000     IF OF-HEADER-RECORD
050100         PERFORM 2200-END-GROUP
050200             THRU 2200-END-GROUP-EXIT
050300         PERFORM 2300-START-FILE
050400             THRU 2300-START-FILE-EXIT
050500         GO TO 2000-READ-NEXT
050600     END-IF.
050700     IF WS-CG-NONE
050800         SET WS-CG-UNFRAMED TO TRUE
050900         MOVE ZERO   TO WS-CG-RECORD-COUNT
051000         MOVE ZERO   TO WS-CG-DETAIL-COUNT
051100         MOVE SPACES TO WS-CG-OFFICE-CODE
051200         MOVE SPACES TO WS-CG-FILE-DATE
051300         MOVE SPACES TO WS-CG-SEQ-TEXT
051400         MOVE SPACES TO WS-CG-TRAILER-TEXT
051500     END-IF.
051600     ADD 1 TO WS-CG-RECORD-COUNT.
051700     IF WS-CG-UNFRAMED
051800         GO TO 2000-READ-NEXT
051900     END-IF.
052000     IF OF-DETAIL-RECORD
052100         ADD 1 TO WS-CG-DETAIL-COUNT
052200         GO TO 2000-READ-NEXT
052300     END-IF.
052400     IF OF-TRAILER-RECORD
052500         SET WS-CG-TRAILER-SEEN TO TRUE
052600         MOVE OF-TRL-RECORD-COUNT TO WS-CG-TRAILER-TEXT
052700         PERFORM 2200-END-GROUP
052800             THRU 2200-END-GROUP-EXIT
052900         GO TO 2000-READ-NEXT
053000     END-IF.
053100     SET WS-CG-BAD-TYPE TO TRUE.
053200 2000-READ-NEXT.
053300     PERFORM 2100-READ-OFFICE
053400         THRU 2100-READ-OFFICE-EXIT.
053500 2000-SCAN-ONE-RECORD-EXIT.
053600     EXIT.
053700
053800 2100-READ-OFFICE.
053900     READ OFFICE-FILE
054000         AT END
054100             SET WS-OFFICE-EOF TO TRUE
054200             GO TO 2100-READ-OFFICE-EXIT
054300     END-READ.
054400     ADD 1 TO WS-READ-COUNT.
054500 2100-READ-OFFICE-EXIT.
054600     EXIT.
054700
054800******************************************************************
054900* 2200-END-GROUP - CLOSE THE FILE (OR STRAY RUN) THE FIRST PASS
055000* WAS IN, JUDGE IT, AND ENTER IT IN THE FILE TABLE.  STRAY
055100* RECORDS ARE ALWAYS HELD.
055200******************************************************************
055300 2200-END-GROUP.
055400     IF WS-CG-NONE
055500         GO TO 2200-END-GROUP-EXIT
055600     END-IF.
055700     IF WS-GROUP-COUNT NOT < 500
055800         DISPLAY "MYOFFC - MORE THAN 500 FILES ON THE INPUT"
055900         MOVE 16 TO RETURN-CODE
056000         GO TO 9999-EXIT
056100     END-IF.
056200     IF WS-CG-FRAMED
056300         PERFORM 2400-JUDGE-FILE
056400             THRU 2400-JUDGE-FILE-EXIT
056500     ELSE
056600         MOVE "H" TO WS-CG-STATUS
056700         MOVE 08  TO WS-CG-REASON
056800     END-IF.
056900     ADD 1 TO WS-GROUP-COUNT.
057000     SET WS-GRP-IDX TO WS-GROUP-COUNT.
057100     IF WS-CG-FRAMED
057200         MOVE "Y" TO WS-GT-FRAMED-SW (WS-GRP-IDX)
057300     ELSE
057400         MOVE "N" TO WS-GT-FRAMED-SW (WS-GRP-IDX)
057500     END-IF.
057600     MOVE WS-CG-STATUS       TO WS-GT-STATUS (WS-GRP-IDX).
057700     MOVE WS-CG-REASON       TO WS-GT-REASON (WS-GRP-IDX).
057800     MOVE WS-CG-OFFICE-CODE  TO WS-GT-OFFICE-CODE (WS-GRP-IDX).
057900     MOVE WS-CG-FILE-DATE    TO WS-GT-FILE-DATE (WS-GRP-IDX).
058000     MOVE WS-CG-SEQ-TEXT     TO WS-GT-SEQ-TEXT (WS-GRP-IDX).
058100     IF WS-CG-SEQ-TEXT NUMERIC
058200         MOVE WS-CG-SEQ-NUMBER TO WS-GT-SEQ-NUMBER (WS-GRP-IDX)
058300     ELSE
058400         MOVE ZERO TO WS-GT-SEQ-NUMBER (WS-GRP-IDX)
058500     END-IF.
058600     MOVE WS-CG-RECORD-COUNT TO WS-GT-RECORD-COUNT (WS-GRP-IDX).
058700     MOVE WS-CG-DETAIL-COUNT TO WS-GT-DETAIL-COUNT (WS-GRP-IDX).
058800     MOVE WS-CG-TRAILER-TEXT TO WS-GT-TRAILER-TEXT (WS-GRP-IDX).
058900     SET WS-CG-NONE TO TRUE.
059000 2200-END-GROUP-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400* 2300-START-FILE - A HEADER OPENS A NEW OFFICE FILE.
059500******************************************************************
059600 2300-START-FILE.
059700     SET WS-CG-FRAMED TO TRUE.
059800     MOVE "N" TO WS-CG-TRAILER-SW.
059900     MOVE "N" TO WS-CG-BAD-TYPE-SW.
060000     MOVE 1    TO WS-CG-RECORD-COUNT.
060100     MOVE ZERO TO WS-CG-DETAIL-COUNT.
060200     MOVE OF-HDR-OFFICE-CODE  TO WS-CG-OFFICE-CODE.
060300     MOVE OF-HDR-FILE-DATE    TO WS-CG-FILE-DATE.
060400     MOVE OF-HDR-SEQ-NUMBER   TO WS-CG-SEQ-TEXT.
060500     MOVE SPACES              TO WS-CG-TRAILER-TEXT.
060600 2300-START-FILE-EXIT.
060700     EXIT.
060800
060900******************************************************************
061000* 2400-JUDGE-FILE - THE FIRST FAILURE HOLDS THE FILE.  THE FRAME
061100* IS CHECKED FIRST (RECORD TYPES, TRAILER PRESENT AND IN
061200* BALANCE), THEN THE HEADER (KNOWN OFFICE, VALID DATE AND
061300* NUMBER), THEN THE SEQUENCE AGAINST THE OFFICE'S LAST ACCEPTED
061400* FILE.  AN ACCEPTED FILE BECOMES THAT OFFICE'S LAST FILE AT
061500* ONCE, SO A SECOND FILE FROM IT TONIGHT MUST FOLLOW ON.
061600******************************************************************
061700 2400-JUDGE-FILE.
061800     MOVE "H" TO WS-CG-STATUS.
061900     IF WS-CG-BAD-TYPE
062000         MOVE 05 TO WS-CG-REASON
062100         GO TO 2400-JUDGE-FILE-EXIT
062200     END-IF.
062300     IF NOT WS-CG-TRAILER-SEEN
062400         MOVE 01 TO WS-CG-REASON
062500         GO TO 2400-JUDGE-FILE-EXIT
062600     END-IF.
062700     IF WS-CG-TRAILER-TEXT NOT NUMERIC
062800         MOVE 02 TO WS-CG-REASON
062900         GO TO 2400-JUDGE-FILE-EXIT
063000     END-IF.
063100     IF WS-CG-TRAILER-COUNT NOT = WS-CG-DETAIL-COUNT
063200         MOVE 02 TO WS-CG-REASON
063300         GO TO 2400-JUDGE-FILE-EXIT
063400     END-IF.
063500     PERFORM 2500-FIND-LOCALE
063600         THRU 2500-FIND-LOCALE-EXIT.
063700     IF NOT WS-LOCALE-FOUND
063800         MOVE 03 TO WS-CG-REASON
063900         GO TO 2400-JUDGE-FILE-EXIT
064000     END-IF.
064100     PERFORM 2600-EDIT-HEADER
064200         THRU 2600-EDIT-HEADER-EXIT.
064300     IF WS-CG-REASON NOT = ZERO
064400         GO TO 2400-JUDGE-FILE-EXIT
064500     END-IF.
064600     PERFORM 2700-FIND-OFFICE
064700         THRU 2700-FIND-OFFICE-EXIT.
064800     IF WS-OFFICE-FOUND
064900         COMPUTE WS-EXPECTED-SEQ =
065000             WS-OT-LAST-SEQ (WS-OFF-IDX) + 1
065100         MOVE WS-OT-LAST-FILE-DATE (WS-OFF-IDX) TO WS-LAST-DATE
065200     ELSE
065300         MOVE 1      TO WS-EXPECTED-SEQ
065400         MOVE SPACES TO WS-LAST-DATE
065500     END-IF.
065600     IF WS-CG-SEQ-NUMBER < WS-EXPECTED-SEQ
065700         MOVE 06 TO WS-CG-REASON
065800         GO TO 2400-JUDGE-FILE-EXIT
065900     END-IF.
066000     IF WS-CG-SEQ-NUMBER > WS-EXPECTED-SEQ
066100         MOVE 07 TO WS-CG-REASON
066200         GO TO 2400-JUDGE-FILE-EXIT
066300     END-IF.
066400     IF WS-LAST-DATE NOT = SPACES
066500         STRING WS-CG-YYYY WS-CG-MM WS-CG-DD
066600             DELIMITED BY SIZE INTO WS-FILE-STAMP
066700         STRING WS-LD-YYYY WS-LD-MM WS-LD-DD
066800             DELIMITED BY SIZE INTO WS-LAST-STAMP
066900         IF WS-FILE-STAMP < WS-LAST-STAMP
067000             MOVE 07 TO WS-CG-REASON
067100             GO TO 2400-JUDGE-FILE-EXIT
067200         END-IF
067300     END-IF.
067400     MOVE "A" TO WS-CG-STATUS.
067410     IF NOT WS-OFFICE-FOUND
067420      AND WS-OFFICE-COUNT NOT < 50
067430         DISPLAY "MYOFFC - MORE THAN 50 OFFICES SENT FILES, "
067440             "OFFICE " WS-CG-OFFICE-CODE " NOT ADDED"
067450         MOVE 16 TO RETURN-CODE
067460         GO TO 9999-EXIT
067470     END-IF.
067500     IF NOT WS-OFFICE-FOUND
067600         ADD 1 TO WS-OFFICE-COUNT
067700         SET WS-OFF-IDX TO WS-OFFICE-COUNT
067800         MOVE WS-CG-OFFICE-CODE TO WS-OT-OFFICE-CODE (WS-OFF-IDX)
067900         MOVE ZERO TO WS-OT-FILE-COUNT (WS-OFF-IDX)
068000     END-IF.
068100     MOVE WS-CG-SEQ-NUMBER TO WS-OT-LAST-SEQ (WS-OFF-IDX).
068200     MOVE WS-CG-FILE-DATE  TO WS-OT-LAST-FILE-DATE (WS-OFF-IDX).
068300     MOVE WS-RUN-DATE      TO WS-OT-LAST-RUN-DATE (WS-OFF-IDX).
068400     ADD 1 TO WS-OT-FILE-COUNT (WS-OFF-IDX).
068500 2400-JUDGE-FILE-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900* 2500-FIND-LOCALE - IS THE HEADER'S OFFICE CODE IN THE LOCALE
069000* TABLE?
069100******************************************************************
069200 2500-FIND-LOCALE.
069300     MOVE "N" TO WS-LOCALE-FOUND-SW.
069400     SET LC-IDX TO 1.
069500     SEARCH LC-LOCALE-ENTRY
069600         AT END
069700             CONTINUE
069800         WHEN LC-LOCALE-CODE (LC-IDX) = WS-CG-OFFICE-CODE
069900             SET WS-LOCALE-FOUND TO TRUE
070000     END-SEARCH.
070100 2500-FIND-LOCALE-EXIT.
070200     EXIT.
070300
070400******************************************************************
070500* 2600-EDIT-HEADER - THE FILE DATE MUST BE MM/DD/YYYY WITH A REAL
070600* MONTH AND DAY, AND THE SEQUENCE NUMBER MUST BE NUMERIC AND NOT
070700* ZERO.  SETS REASON 04 ON A FAILURE, LEAVES ZERO OTHERWISE.
070800******************************************************************
070900 2600-EDIT-HEADER.
071000     MOVE ZERO TO WS-CG-REASON.
071100     IF WS-CG-MM NOT NUMERIC
071200      OR WS-CG-DD NOT NUMERIC
071300      OR WS-CG-YYYY NOT NUMERIC
071400      OR WS-CG-SLASH-1 NOT = "/"
071500      OR WS-CG-SLASH-2 NOT = "/"
071600      OR WS-CG-SEQ-TEXT NOT NUMERIC
071700         MOVE 04 TO WS-CG-REASON
071800         GO TO 2600-EDIT-HEADER-EXIT
071900     END-IF.
072000     MOVE WS-CG-DD TO WS-DD-NUM.
072100     IF WS-CG-MM-NUM < 1 OR WS-CG-MM-NUM > 12
072200      OR WS-DD-NUM < 1 OR WS-DD-NUM > 31
072300      OR WS-CG-SEQ-NUMBER = ZERO
072400         MOVE 04 TO WS-CG-REASON
072500     END-IF.
072600 2600-EDIT-HEADER-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000* 2700-FIND-OFFICE - LOOK THE OFFICE UP IN THE CONTROL TABLE AND
073100* LEAVE WS-OFF-IDX ON ITS ROW.
073200******************************************************************
073300 2700-FIND-OFFICE.
073400     MOVE "N" TO WS-OFFICE-FOUND-SW.
073500     IF WS-OFFICE-COUNT = ZERO
073600         GO TO 2700-FIND-OFFICE-EXIT
073700     END-IF.
073800     SET WS-OFF-IDX TO 1.
073900     SEARCH WS-OFFICE-ENTRY
074000         AT END
074100             CONTINUE
074200         WHEN WS-OT-OFFICE-CODE (WS-OFF-IDX) = WS-CG-OFFICE-CODE
074300             SET WS-OFFICE-FOUND TO TRUE
074400     END-SEARCH.
074500 2700-FIND-OFFICE-EXIT.
074600     EXIT.
074700
074800******************************************************************
074900* 3000-ROUTE-FILES - SECOND PASS.  READ THE INPUT AGAIN FROM THE
075000* TOP AND HAND EACH FILE TABLE ENTRY ITS RECORDS.
075100******************************************************************
075200 3000-ROUTE-FILES.
075300     CLOSE OFFICE-FILE.
075400     OPEN INPUT OFFICE-FILE.
075500     MOVE "N" TO WS-OFFICE-EOF-SW.
075600     PERFORM 3100-ROUTE-ONE-FILE
075700         THRU 3100-ROUTE-ONE-FILE-EXIT
075800         VARYING WS-GROUP-SUB FROM 1 BY 1
075900         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
076000     CLOSE OFFICE-FILE.
076100 3000-ROUTE-FILES-EXIT.
076200     EXIT.
076300
076400******************************************************************
076500* 3100-ROUTE-ONE-FILE - PRINT THE FILE'S LINE, THEN PASS ITS
076600* DETAILS ON (ACCEPTED) OR COPY IT WHOLE TO THE HELD FILE.  AN
076700* OFFICE FILE GETS AN ACKNOWLEDGEMENT HEADER AND TRAILER EITHER
076800* WAY; A STRAY RUN HAS NO OFFICE TO ACKNOWLEDGE.
076900******************************************************************
077000 3100-ROUTE-ONE-FILE.
077100     SET WS-GRP-IDX TO WS-GROUP-SUB.
077200     PERFORM 4100-WRITE-DETAIL
077300         THRU 4100-WRITE-DETAIL-EXIT.
077400     IF WS-GT-FRAMED (WS-GRP-IDX)
077500         PERFORM 3400-WRITE-ACK-HEADER
077600             THRU 3400-WRITE-ACK-HEADER-EXIT
077700     END-IF.
077800     MOVE ZERO TO WS-DETAIL-NUMBER.
077900     IF WS-GT-ACCEPTED (WS-GRP-IDX)
078000         ADD 1 TO WS-ACCEPTED-FILES
078100         PERFORM 3200-PASS-ONE-RECORD
078200             THRU 3200-PASS-ONE-RECORD-EXIT
078300             WS-GT-RECORD-COUNT (WS-GRP-IDX) TIMES
078400     ELSE
078500         ADD 1 TO WS-HELD-FILES
078600         PERFORM 3300-HOLD-ONE-RECORD
078700             THRU 3300-HOLD-ONE-RECORD-EXIT
078800             WS-GT-RECORD-COUNT (WS-GRP-IDX) TIMES
078900     END-IF.
079000     IF WS-GT-FRAMED (WS-GRP-IDX)
079100         PERFORM 3500-WRITE-ACK-TRAILER
079200             THRU 3500-WRITE-ACK-TRAILER-EXIT
079300     END-IF.
079400 3100-ROUTE-ONE-FILE-EXIT.
079500     EXIT.
079600
079700******************************************************************
079800* 3200-PASS-ONE-RECORD - A DETAIL OF AN ACCEPTED FILE GOES TO
079900* TRANOK FOR MYPROGB, WITH ITS ACKNOWLEDGEMENT SKELETON; THE
080000* FILE'S HEADER AND TRAILER HAVE DONE THEIR JOB.
080100******************************************************************
080200 3200-PASS-ONE-RECORD.
080300     PERFORM 3600-REREAD-OFFICE
080400         THRU 3600-REREAD-OFFICE-EXIT.
080500     IF NOT OF-DETAIL-RECORD
080600         GO TO 3200-PASS-ONE-RECORD-EXIT
080700     END-IF.
080800     ADD 1 TO WS-DETAIL-NUMBER.
080900     ADD 1 TO WS-RUN-SEQ.
081000     ADD 1 TO WS-PASSED-COUNT.
081100     MOVE OF-DETAIL-DATA TO TO-TRANS-RECORD.
081200     WRITE TO-TRANS-RECORD.
081300     MOVE OF-DETAIL-DATA TO WS-TRANS-RECORD.
081400     MOVE SPACES                   TO AK-ACK-RECORD.
081500     SET AK-DETAIL-RECORD          TO TRUE.
081600     MOVE WS-GT-OFFICE-CODE (WS-GRP-IDX) TO AK-OFFICE-CODE.
081700     MOVE WS-GT-SEQ-NUMBER (WS-GRP-IDX)  TO AK-FILE-SEQ-NUMBER.
081800     MOVE WS-DETAIL-NUMBER         TO AK-DTL-RECORD-NUMBER.
081900     MOVE WS-RUN-SEQ               TO AK-DTL-RUN-SEQ.
082000     MOVE ZERO                     TO AK-DTL-CUST-NUMBER.
082100     MOVE TR-ACTION-CODE           TO AK-DTL-ACTION-CODE.
082200     MOVE TR-FULL-NAME             TO AK-DTL-FULL-NAME.
082300     WRITE AK-ACK-RECORD.
082400 3200-PASS-ONE-RECORD-EXIT.
082500     EXIT.
082600
082700******************************************************************
082800* 3300-HOLD-ONE-RECORD - A HELD FILE IS KEPT EXACTLY AS IT CAME,
082900* HEADER AND TRAILER INCLUDED, SO IT CAN BE CORRECTED AND SENT
083000* AGAIN.
083100******************************************************************
083200 3300-HOLD-ONE-RECORD.
083300     PERFORM 3600-REREAD-OFFICE
083400         THRU 3600-REREAD-OFFICE-EXIT.
083500     MOVE OF-OFFICE-RECORD TO HL-HELD-RECORD.
083600     WRITE HL-HELD-RECORD.
083700     ADD 1 TO WS-HELD-COUNT.
083800 3300-HOLD-ONE-RECORD-EXIT.
083900     EXIT.
084000
084100 3400-WRITE-ACK-HEADER.
084200     MOVE SPACES                   TO AK-ACK-RECORD.
084300     SET AK-HEADER-RECORD          TO TRUE.
084400     MOVE WS-GT-OFFICE-CODE (WS-GRP-IDX) TO AK-OFFICE-CODE.
084500     MOVE WS-GT-SEQ-NUMBER (WS-GRP-IDX)  TO AK-FILE-SEQ-NUMBER.
084600     MOVE WS-GT-FILE-DATE (WS-GRP-IDX)   TO AK-HDR-FILE-DATE.
084700     MOVE WS-RUN-DATE              TO AK-HDR-RUN-DATE.
084800     IF WS-GT-ACCEPTED (WS-GRP-IDX)
084900         SET AK-HDR-ACCEPTED TO TRUE
085000     ELSE
085100         SET AK-HDR-HELD TO TRUE
085200         MOVE WS-GT-REASON (WS-GRP-IDX) TO AK-HDR-HOLD-REASON
085300         MOVE WS-HOLD-TEXT (WS-GT-REASON (WS-GRP-IDX))
085400             TO AK-HDR-HOLD-TEXT
085500     END-IF.
085600     WRITE AK-ACK-RECORD.
085700 3400-WRITE-ACK-HEADER-EXIT.
085800     EXIT.
085900
086000******************************************************************
086100* 3500-WRITE-ACK-TRAILER - THE ACCEPT AND REJECT COUNTS ARE LEFT
086200* AT ZERO FOR MYACK TO FILL IN; A HELD FILE KEEPS THEM AT ZERO.
086300******************************************************************
086400 3500-WRITE-ACK-TRAILER.
086500     MOVE SPACES                   TO AK-ACK-RECORD.
086600     SET AK-TRAILER-RECORD         TO TRUE.
086700     MOVE WS-GT-OFFICE-CODE (WS-GRP-IDX) TO AK-OFFICE-CODE.
086800     MOVE WS-GT-SEQ-NUMBER (WS-GRP-IDX)  TO AK-FILE-SEQ-NUMBER.
086900     MOVE WS-GT-DETAIL-COUNT (WS-GRP-IDX)
087000                                   TO AK-TRL-RECEIVED-COUNT.
087100     MOVE ZERO                     TO AK-TRL-ACCEPT-COUNT.
087200     MOVE ZERO                     TO AK-TRL-REJECT-COUNT.
087300     WRITE AK-ACK-RECORD.
087400 3500-WRITE-ACK-TRAILER-EXIT.
087500     EXIT.
087600
087700******************************************************************
087800* 3600-REREAD-OFFICE - SECOND-PASS READ.  RUNNING SHORT MEANS THE
087900* INPUT CHANGED BETWEEN THE PASSES - NOTHING CAN BE TRUSTED.
088000******************************************************************
088100 3600-REREAD-OFFICE.
088200     READ OFFICE-FILE
088300         AT END
088400             DISPLAY "MYOFFC - OFFICIN ENDED EARLY ON THE SECOND "
088500                 "PASS"
088600             MOVE 16 TO RETURN-CODE
088700             GO TO 9999-EXIT
088800     END-READ.
088900 3600-REREAD-OFFICE-EXIT.
089000     EXIT.
089100
089200******************************************************************
089300* 4100-WRITE-DETAIL - ONE REPORT LINE PER FILE.
089400******************************************************************
089500 4100-WRITE-DETAIL.
089600     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
089700         PERFORM 1300-WRITE-HEADINGS
089800             THRU 1300-WRITE-HEADINGS-EXIT
089900     END-IF.
090000     MOVE WS-GT-OFFICE-CODE (WS-GRP-IDX)  TO WS-DL-OFFICE.
090100     MOVE WS-GT-FILE-DATE (WS-GRP-IDX)    TO WS-DL-FILE-DATE.
090200     MOVE WS-GT-SEQ-TEXT (WS-GRP-IDX)     TO WS-DL-SEQ.
090300     MOVE WS-GT-RECORD-COUNT (WS-GRP-IDX) TO WS-DL-RECORDS.
090400     MOVE WS-GT-DETAIL-COUNT (WS-GRP-IDX) TO WS-DL-DETAILS.
090500     MOVE WS-GT-TRAILER-TEXT (WS-GRP-IDX) TO WS-DL-TRAILER.
090600     IF WS-GT-ACCEPTED (WS-GRP-IDX)
090700         MOVE "ACCEPTED" TO WS-DL-STATUS
090800         MOVE SPACES     TO WS-DL-REASON
090900     ELSE
091000         MOVE "HELD"     TO WS-DL-STATUS
091100         MOVE WS-HOLD-TEXT (WS-GT-REASON (WS-GRP-IDX))
091200             TO WS-DL-REASON
091300     END-IF.
091400     MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
091500     WRITE RP-REPORT-LINE.
091600     ADD 1 TO WS-LINE-COUNT.
091700 4100-WRITE-DETAIL-EXIT.
091800     EXIT.
091900
092000******************************************************************
092100* 8000-TERMINATE - WRITE THE UPDATED OFFICE CONTROL ROWS, PRINT
092200* THE TOTALS, AND SET RC 4 IF ANY FILE WAS HELD.
092300******************************************************************
092400 8000-TERMINATE.
092500     OPEN OUTPUT CTL-OUT-FILE.
092600     PERFORM 8200-WRITE-ONE-OFFICE
092700         THRU 8200-WRITE-ONE-OFFICE-EXIT
092800         VARYING WS-GROUP-SUB FROM 1 BY 1
092900         UNTIL WS-GROUP-SUB > WS-OFFICE-COUNT.
093000     CLOSE CTL-OUT-FILE.
093100     MOVE "0" TO WS-SL-CTRL.
093200     MOVE "RECORDS READ" TO WS-SL-LABEL.
093300     MOVE WS-READ-COUNT TO WS-SL-COUNT.
093400     PERFORM 8100-WRITE-SUMMARY
093500         THRU 8100-WRITE-SUMMARY-EXIT.
093600     MOVE "FILES ACCEPTED" TO WS-SL-LABEL.
093700     MOVE WS-ACCEPTED-FILES TO WS-SL-COUNT.
093800     PERFORM 8100-WRITE-SUMMARY
093900         THRU 8100-WRITE-SUMMARY-EXIT.
094000     MOVE "  TRANSACTIONS PASSED TO MYPROGB" TO WS-SL-LABEL.
094100     MOVE WS-PASSED-COUNT TO WS-SL-COUNT.
094200     PERFORM 8100-WRITE-SUMMARY
094300         THRU 8100-WRITE-SUMMARY-EXIT.
094400     MOVE "FILES HELD" TO WS-SL-LABEL.
094500     MOVE WS-HELD-FILES TO WS-SL-COUNT.
094600     PERFORM 8100-WRITE-SUMMARY
094700         THRU 8100-WRITE-SUMMARY-EXIT.
094800     MOVE "  RECORDS HELD" TO WS-SL-LABEL.
094900     MOVE WS-HELD-COUNT TO WS-SL-COUNT.
095000     PERFORM 8100-WRITE-SUMMARY
095100         THRU 8100-WRITE-SUMMARY-EXIT.
095200     DISPLAY "MYOFFC - FILES ACCEPTED:       " WS-ACCEPTED-FILES.
095300     DISPLAY "MYOFFC - FILES HELD:           " WS-HELD-FILES.
095400     DISPLAY "MYOFFC - TRANSACTIONS PASSED:  " WS-PASSED-COUNT.
095500     IF WS-HELD-FILES > ZERO
095600         DISPLAY "MYOFFC - FILE(S) HELD - SEE THE REPORT"
095700         MOVE 4 TO RETURN-CODE
095800     END-IF.
095900     CLOSE TRANS-OUT-FILE.
096000     CLOSE HELD-FILE.
096100     CLOSE ACK-FILE.
096200     CLOSE PRINT-FILE.
096300 8000-TERMINATE-EXIT.
096400     EXIT.
096500
096600******************************************************************
096700* 8100-WRITE-SUMMARY - PRINT ONE CONTROL-TOTAL LINE.  THE CALLER
096800* HAS SET THE LABEL AND COUNT; THE CARRIAGE CONTROL GOES BACK TO
096900* SINGLE SPACING AFTER EACH LINE.
097000******************************************************************
097100 8100-WRITE-SUMMARY.
097200     MOVE WS-SUMMARY-LINE TO RP-REPORT-LINE.
097300     WRITE RP-REPORT-LINE.
097400     MOVE " " TO WS-SL-CTRL.
097500 8100-WRITE-SUMMARY-EXIT.
097600     EXIT.
097700
097800 8200-WRITE-ONE-OFFICE.
097900     SET WS-OFF-IDX TO WS-GROUP-SUB.
098000     MOVE WS-OT-OFFICE-CODE (WS-OFF-IDX)    TO FC-OFFICE-CODE.
098100     MOVE WS-OT-LAST-SEQ (WS-OFF-IDX)       TO FC-LAST-SEQ-NUMBER.
098200     MOVE WS-OT-LAST-FILE-DATE (WS-OFF-IDX) TO FC-LAST-FILE-DATE.
098300     MOVE WS-OT-LAST-RUN-DATE (WS-OFF-IDX)  TO FC-LAST-RUN-DATE.
098400     MOVE WS-OT-FILE-COUNT (WS-OFF-IDX)     TO FC-FILE-COUNT.
098500     WRITE CO-CONTROL-RECORD FROM WS-CONTROL-RECORD.
098600 8200-WRITE-ONE-OFFICE-EXIT.
098700     EXIT.
098800
098900 9999-EXIT.
099000     STOP RUN.
