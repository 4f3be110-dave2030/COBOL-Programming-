000100******************************************************************
000200* Program name:    MYERAS
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - the scrub step of the customer data-
000900*                  erasure job.  Each step of the job runs this
001000*                  program against one dataset or generation
001100*                  (DD SCRUBFIL); the SYSIN card names the kind
001200*                  of file and the dataset, for the certificate.
001300*                  Every record belonging to a customer on the
001400*                  resolved request list (ERASLIST, from MYERRS)
001500*                  is rewritten in place with the name replaced
001600*                  by "ERASED" and the customer number (or the
001700*                  request ID where the record has no number)
001800*                  and the address and phone blanked.  Customer
001900*                  numbers, record types, and record counts are
002000*                  never changed, so the extract and delta
002100*                  trailers, MYBAL, and MYVERIF still balance.
002200*                  A record carrying a customer number is
002300*                  matched on the number only; one without (the
002400*                  audit trail, adds in suspense) on a name no
002500*                  other customer holds.  SUSPCORR entries for
002600*                  the customer are also voided so they can
002700*                  never be released.  One tally row per request
002800*                  is appended to ERASTALY for MYERCT.  RC 16 =
002900*                  could not run (the dataset may be partly
003000*                  scrubbed - rerun the step; a record already
003100*                  erased is matched but not rewritten again).
003125* 10/15/26 TWK     The master and history record areas widened
003150*                  with MASTREC for the new customer locale code
003175*                  (LRECL 151 -> 153 and 338 -> 342).
003180* 10/15/26 TWK     A MASTER step also writes a CHANGE history row
003185*                  (ERASHIST) for every NAME.MASTER record it
003190*                  scrubs - before image blank, after image the
003192*                  erased record - which the job appends to the
003194*                  NAMEHIST ESDS, so MYRECV replays the erasure
003196*                  and the next delta feed carries it downstream.
003200*
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.  MYERAS.
003600 AUTHOR. TWK.
003700 INSTALLATION. COBOL DEVELOPMENT CENTER.
003800 DATE-WRITTEN. 10/15/26.
003900 DATE-COMPILED. 10/15/26.
004000 SECURITY. NON-CONFIDENTIAL.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT LIST-FILE ASSIGN TO ERASLIST
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT TALLY-FILE ASSIGN TO ERASTALY
004700         ORGANIZATION IS SEQUENTIAL.
004710     SELECT ERAS-HIST-FILE ASSIGN TO ERASHIST
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS WS-HIST-STATUS.
004800******************************************************************
004900* ONE SELECT PER KIND OF FILE, ALL ON THE SCRUBFIL DD - ONLY THE
005000* ONE NAMED ON THE SYSIN CARD IS OPENED.
005100******************************************************************
005200     SELECT MASTER-FILE ASSIGN TO SCRUBFIL
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS MK-CUST-NUMBER
005600         FILE STATUS IS WS-SCRUB-STATUS.
005700     SELECT MASTSEQ-FILE ASSIGN TO SCRUBFIL
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-SCRUB-STATUS.
006000     SELECT HIST-FILE ASSIGN TO SCRUBFIL
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-SCRUB-STATUS.
006300     SELECT AUDIT-FILE ASSIGN TO SCRUBFIL
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-SCRUB-STATUS.
006600     SELECT SUSP-FILE ASSIGN TO SCRUBFIL
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-SCRUB-STATUS.
006900     SELECT CORR-FILE ASSIGN TO SCRUBFIL
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS SEQUENTIAL
007200         RECORD KEY IS CF-CORR-KEY
007300         FILE STATUS IS WS-SCRUB-STATUS.
007400     SELECT EXTR-FILE ASSIGN TO SCRUBFIL
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-SCRUB-STATUS.
007700     SELECT DELT-FILE ASSIGN TO SCRUBFIL
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-SCRUB-STATUS.
008000     SELECT ACK-FILE ASSIGN TO SCRUBFIL
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-SCRUB-STATUS.
008300     SELECT HELD-FILE ASSIGN TO SCRUBFIL
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-SCRUB-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900
009000 FD  LIST-FILE
009100     RECORDING MODE IS F.
009200 01  EL-LIST-RECORD                PIC X(180).
009300
009400 FD  TALLY-FILE
009500     RECORDING MODE IS F.
009600 01  ET-TALLY-RECORD.
009700     COPY ERTLYREC.
009800
009810 FD  ERAS-HIST-FILE
009820     RECORDING MODE IS F.
009830 01  EH-HIST-RECORD                PIC X(342).
009840
009900******************************************************************
010000* THE FILE RECORD AREAS.  EACH RECORD IS READ INTO ITS
010100* WORKING-STORAGE LAYOUT, SCRUBBED THERE, AND REWRITTEN FROM IT.
010200* A SUSPENSE RECORD BEGINS WITH THE TRANSACTION AS IT ARRIVED
010300* (TRANREC), SO ONLY THAT PART IS SCRUBBED.
010400******************************************************************
010500 FD  MASTER-FILE.
010600 01  MK-MASTER-RECORD.
010700     05  MK-CUST-NUMBER            PIC 9(07).
010800     05  FILLER                    PIC X(146).
010900
011000 FD  MASTSEQ-FILE
011100     RECORDING MODE IS F.
011200 01  MS-MASTER-RECORD              PIC X(153).
011300
011400 FD  HIST-FILE
011500     RECORDING MODE IS F.
011600 01  HF-HIST-RECORD                PIC X(342).
011700
011800 FD  AUDIT-FILE
011900     RECORDING MODE IS F.
012000 01  AF-AUDIT-RECORD               PIC X(56).
012100
012200 FD  SUSP-FILE
012300     RECORDING MODE IS F.
012400 01  SS-SUSP-RECORD.
012500     05  SS-TRAN-PART              PIC X(114).
012600     05  SS-SUSP-TAIL              PIC X(15).
012700
012800 FD  CORR-FILE.
012900 01  CF-CORR-RECORD.
013000     05  CF-CORR-KEY               PIC X(08).
013100     05  FILLER                    PIC X(186).
013200
013300 FD  EXTR-FILE
013400     RECORDING MODE IS F.
013500 01  XF-EXTRACT-RECORD             PIC X(152).
013600
013700 FD  DELT-FILE
013800     RECORDING MODE IS F.
013900 01  DX-DELTA-RECORD               PIC X(193).
014000
014100 FD  ACK-FILE
014200     RECORDING MODE IS F.
014300 01  AX-ACK-RECORD                 PIC X(76).
014400
014500 FD  HELD-FILE
014600     RECORDING MODE IS F.
014700 01  HX-HELD-RECORD                PIC X(115).
014800
014900 WORKING-STORAGE SECTION.
015000
015100 01  WS-SWITCHES.
015200     05  WS-LIST-EOF-SW            PIC X(01) VALUE "N".
015300         88  WS-LIST-EOF                     VALUE "Y".
015400     05  WS-SCRUB-EOF-SW           PIC X(01) VALUE "N".
015500         88  WS-SCRUB-EOF                    VALUE "Y".
015600     05  WS-RECORD-CHANGED-SW      PIC X(01) VALUE "N".
015700         88  WS-RECORD-CHANGED               VALUE "Y".
015800
015900 01  WS-SCRUB-STATUS               PIC X(02).
016000     88  WS-SCRUB-OK                         VALUE "00".
016010
016020 01  WS-HIST-STATUS                PIC X(02).
016030     88  WS-HIST-OK                          VALUE "00".
016100
016200******************************************************************
016300* SYSIN CONTROL CARD - COLS 1-8 THE KIND OF FILE ON SCRUBFIL,
016400* COLS 10-53 THE DATASET NAME (WITH ITS GENERATION) AS IT IS TO
016500* READ ON THE CERTIFICATE.
016600******************************************************************
016700 01  WS-CONTROL-CARD.
016800     05  WS-CC-FILE-TYPE           PIC X(08).
016900         88  WS-CC-MASTER                    VALUE "MASTER".
017000         88  WS-CC-MASTSEQ                   VALUE "MASTSEQ".
017100         88  WS-CC-HISTORY                   VALUE "HISTORY".
017200         88  WS-CC-AUDIT                     VALUE "AUDIT".
017300         88  WS-CC-SUSPENSE                  VALUE "SUSPENSE".
017400         88  WS-CC-SUSPCORR                  VALUE "SUSPCORR".
017500         88  WS-CC-EXTRACT                   VALUE "EXTRACT".
017600         88  WS-CC-DELTA                     VALUE "DELTA".
017700         88  WS-CC-ACK                       VALUE "ACK".
017800         88  WS-CC-HELD                      VALUE "HELD".
017900         88  WS-CC-VALID-TYPE      VALUE "MASTER" "MASTSEQ"
018000                                   "HISTORY" "AUDIT" "SUSPENSE"
018100                                   "SUSPCORR" "EXTRACT" "DELTA"
018200                                   "ACK" "HELD".
018300     05  FILLER                    PIC X(01).
018400     05  WS-CC-DATASET             PIC X(44).
018500     05  FILLER                    PIC X(27).
018600
018700 01  WS-ERAS-RECORD.
018800     COPY ERASREC.
018900
019000******************************************************************
019100* REQUEST TABLE - THE ACCEPTED REQUESTS FROM ERASLIST, WITH THIS
019200* STEP'S COUNTS FOR EACH.  MYERRS NEVER PASSES MORE THAN 200.
019300******************************************************************
019400 01  WS-REQ-COUNT                  PIC 9(03) COMP VALUE 0.
019500 01  WS-REQ-SUB                    PIC 9(03) COMP VALUE 0.
019600 01  WS-MATCH-SUB                  PIC 9(03) COMP VALUE 0.
019700 01  WS-RECORD-MATCH-SUB           PIC 9(03) COMP VALUE 0.
019800 01  WS-REQ-TABLE.
019900     05  WS-REQ-ENTRY OCCURS 1 TO 200 TIMES
020000             DEPENDING ON WS-REQ-COUNT.
020100         10  WS-RT-REQUEST-SEQ     PIC 9(05).
020200         10  WS-RT-REQUEST-ID      PIC X(08).
020300         10  WS-RT-CUST-NUMBER     PIC 9(07).
020400         10  WS-RT-NAME-1          PIC X(30).
020500         10  WS-RT-NAME-1-SW       PIC X(01).
020600             88  WS-RT-NAME-1-USABLE         VALUE "U".
020700         10  WS-RT-NAME-2          PIC X(30).
020800         10  WS-RT-NAME-2-SW       PIC X(01).
020900             88  WS-RT-NAME-2-USABLE         VALUE "U".
021000         10  WS-RT-MATCH-COUNT     PIC 9(07) COMP.
021100         10  WS-RT-SCRUB-COUNT     PIC 9(07) COMP.
021200         10  WS-RT-VOID-COUNT      PIC 9(07) COMP.
021300
021400******************************************************************
021500* THE NUMBER AND NAME OF THE IMAGE BEING TESTED - THE NUMBER IS
021600* ZERO WHEN THE IMAGE CARRIES NONE.
021700******************************************************************
021800 01  WS-REC-NUMBER                 PIC 9(07).
021900 01  WS-REC-NAME                   PIC X(30).
022000
022100******************************************************************
022200* THE ERASED NAME FOR THE MATCHED REQUEST - "ERASED" AND THE
022300* CUSTOMER NUMBER, OR THE REQUEST ID WHEN THE CUSTOMER HAS NO
022400* NUMBER.  TWO WORDS, SO IT STILL PASSES THE NAME EDITS, AND
022500* DIFFERENT FOR EVERY CUSTOMER, SO ERASED CUSTOMERS DO NOT SHOW
022600* AS DUPLICATES OF EACH OTHER.
022700******************************************************************
022800 01  WS-ERASED-NUMBER              PIC 9(07).
022900 01  WS-ERASED-TOKEN               PIC X(08).
023000 01  WS-ERASED-FULL-NAME           PIC X(30).
023100 01  WS-ERASED-FIRST-NAME          PIC X(15) VALUE "ERASED".
023200 01  WS-ERASED-LAST-NAME           PIC X(15).
023300
023400******************************************************************
023500* RECORD WORK AREAS.  WS-SAVE-IMAGE HOLDS A RECORD AS READ SO AN
023600* ALREADY-ERASED RECORD CAN BE TOLD APART AND LEFT UNWRITTEN.
023700******************************************************************
023800 01  WS-MASTER-RECORD.
023900     COPY MASTREC.
024000
024100 01  WS-HIST-RECORD.
024200     COPY HISTREC.
024300
024400 01  WS-AUDIT-RECORD.
024500     COPY AUDITREC.
024600
024700 01  WS-TRAN-RECORD.
024800     COPY TRANREC.
024900
025000 01  WS-CORR-RECORD.
025100     COPY CORRREC.
025200
025300 01  WS-CORR-SUSP-DATA.
025400     05  WS-CS-TRAN-PART           PIC X(114).
025500     05  WS-CS-SUSP-TAIL           PIC X(15).
025600
025700 01  WS-EXTR-RECORD.
025800     COPY EXTREC.
025900
026000 01  WS-DELT-RECORD.
026100     COPY DELTREC.
026200
026300 01  WS-ACK-RECORD.
026400     COPY ACKREC.
026500
026600 01  WS-OFF-RECORD.
026700     COPY OFFREC.
026800
026900 01  WS-SAVE-IMAGE                 PIC X(342).
027000
027100 01  WS-RUN-DATE                   PIC X(10).
027150
027200 01  WS-HIST-DATE.
027210     05  WS-HD-YYYY                PIC X(04).
027220     05  WS-HD-MM                  PIC X(02).
027230     05  WS-HD-DD                  PIC X(02).
027240
027300 01  WS-RAW-TIME.
027400     05  WS-RT-HH                  PIC X(02).
027500     05  WS-RT-MM                  PIC X(02).
027600     05  WS-RT-SS                  PIC X(02).
027700     05  FILLER                    PIC X(02).
027800 01  WS-ACTION-TIME                PIC X(08).
027900
028000 01  WS-STAMP-DATE                 PIC 9(08).
028100 01  WS-STAMP-TIME                 PIC 9(08).
028200
028300 01  WS-READ-COUNT                 PIC 9(07) COMP VALUE 0.
028400 01  WS-MATCH-TOTAL                PIC 9(07) COMP VALUE 0.
028500 01  WS-SCRUB-TOTAL                PIC 9(07) COMP VALUE 0.
028600 01  WS-VOID-TOTAL                 PIC 9(07) COMP VALUE 0.
028700
028800 PROCEDURE DIVISION.
028900
029000******************************************************************
029100* 0000-MAINLINE - LOAD THE REQUEST LIST, SCRUB THE ONE FILE ON
029200* SCRUBFIL, AND APPEND THE TALLY.
029300******************************************************************
029400 0000-MAINLINE.
029500     PERFORM 1000-INITIALIZE
029600         THRU 1000-INITIALIZE-EXIT.
029700     PERFORM 2000-SCRUB-FILE
029800         THRU 2000-SCRUB-FILE-EXIT.
029900     PERFORM 8000-TERMINATE
030000         THRU 8000-TERMINATE-EXIT.
030100     GO TO 9999-EXIT.
030200
030300******************************************************************
030400* 1000-INITIALIZE - EDIT THE CONTROL CARD, LOAD THE ACCEPTED
030500* REQUESTS, AND OPEN THE FILE TO BE SCRUBBED.  WITH NO ACCEPTED
030600* REQUEST THE FILE IS NOT OPENED AT ALL.
030700******************************************************************
030800 1000-INITIALIZE.
030900     ACCEPT WS-CONTROL-CARD.
031000     IF NOT WS-CC-VALID-TYPE
031100         DISPLAY "MYERAS - FILE TYPE ON SYSIN NOT RECOGNIZED: "
031200             WS-CC-FILE-TYPE
031300         MOVE 16 TO RETURN-CODE
031400         GO TO 9999-EXIT
031500     END-IF.
031600     IF WS-CC-DATASET = SPACES
031700         DISPLAY "MYERAS - DATASET NAME MISSING ON SYSIN"
031800         MOVE 16 TO RETURN-CODE
031900         GO TO 9999-EXIT
032000     END-IF.
032100     OPEN INPUT LIST-FILE.
032200     PERFORM 1100-LOAD-REQUEST
032300         THRU 1100-LOAD-REQUEST-EXIT
032400         UNTIL WS-LIST-EOF.
032500     CLOSE LIST-FILE.
032600     IF WS-REQ-COUNT = ZERO
032700         DISPLAY "MYERAS - NO ACCEPTED ERASURE REQUESTS, "
032800             WS-CC-DATASET " NOT OPENED"
032900         GO TO 9999-EXIT
033000     END-IF.
033100     PERFORM 1200-OPEN-SCRUB-FILE
033200         THRU 1200-OPEN-SCRUB-FILE-EXIT.
033300 1000-INITIALIZE-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700* 1100-LOAD-REQUEST - ADD THE NEXT ACCEPTED REQUEST TO THE TABLE.
033800* EVERY REQUEST CARRIES THE RUN'S BUSINESS DATE.
033900******************************************************************
034000 1100-LOAD-REQUEST.
034100     READ LIST-FILE INTO WS-ERAS-RECORD
034200         AT END
034300             SET WS-LIST-EOF TO TRUE
034400             GO TO 1100-LOAD-REQUEST-EXIT
034500     END-READ.
034600     MOVE ER-RUN-DATE TO WS-RUN-DATE.
034700     IF ER-REJECTED
034800         GO TO 1100-LOAD-REQUEST-EXIT
034900     END-IF.
035000     ADD 1 TO WS-REQ-COUNT.
035100     MOVE ER-REQUEST-SEQ  TO WS-RT-REQUEST-SEQ (WS-REQ-COUNT).
035200     MOVE ER-REQUEST-ID   TO WS-RT-REQUEST-ID (WS-REQ-COUNT).
035300     MOVE ER-CUST-NUMBER  TO WS-RT-CUST-NUMBER (WS-REQ-COUNT).
035400     MOVE ER-NAME-1       TO WS-RT-NAME-1 (WS-REQ-COUNT).
035500     MOVE ER-NAME-1-SW    TO WS-RT-NAME-1-SW (WS-REQ-COUNT).
035600     MOVE ER-NAME-2       TO WS-RT-NAME-2 (WS-REQ-COUNT).
035700     MOVE ER-NAME-2-SW    TO WS-RT-NAME-2-SW (WS-REQ-COUNT).
035800     MOVE ZERO            TO WS-RT-MATCH-COUNT (WS-REQ-COUNT).
035900     MOVE ZERO            TO WS-RT-SCRUB-COUNT (WS-REQ-COUNT).
036000     MOVE ZERO            TO WS-RT-VOID-COUNT (WS-REQ-COUNT).
036100 1100-LOAD-REQUEST-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500* 1200-OPEN-SCRUB-FILE - OPEN THE FILE NAMED ON THE CARD FOR
036600* UPDATE IN PLACE, AND FOR THE MASTER THE ERASURE HISTORY TOO.
036700******************************************************************
036800 1200-OPEN-SCRUB-FILE.
036900     EVALUATE TRUE
037000         WHEN WS-CC-MASTER
037100             OPEN I-O MASTER-FILE
037200         WHEN WS-CC-MASTSEQ
037300             OPEN I-O MASTSEQ-FILE
037400         WHEN WS-CC-HISTORY
037500             OPEN I-O HIST-FILE
037600         WHEN WS-CC-AUDIT
037700             OPEN I-O AUDIT-FILE
037800         WHEN WS-CC-SUSPENSE
037900             OPEN I-O SUSP-FILE
038000         WHEN WS-CC-SUSPCORR
038100             OPEN I-O CORR-FILE
038200         WHEN WS-CC-EXTRACT
038300             OPEN I-O EXTR-FILE
038400         WHEN WS-CC-DELTA
038500             OPEN I-O DELT-FILE
038600         WHEN WS-CC-ACK
038700             OPEN I-O ACK-FILE
038800         WHEN WS-CC-HELD
038900             OPEN I-O HELD-FILE
039000     END-EVALUATE.
039100     IF NOT WS-SCRUB-OK
039200         DISPLAY "MYERAS - SCRUBFIL OPEN FAILED, STATUS = "
039300             WS-SCRUB-STATUS " - " WS-CC-DATASET
039400         MOVE 16 TO RETURN-CODE
039500         GO TO 9999-EXIT
039600     END-IF.
039610     IF NOT WS-CC-MASTER
039620         GO TO 1200-OPEN-SCRUB-FILE-EXIT
039630     END-IF.
039640     OPEN OUTPUT ERAS-HIST-FILE.
039650     IF NOT WS-HIST-OK
039660         DISPLAY "MYERAS - ERASHIST OPEN FAILED, STATUS = "
039670             WS-HIST-STATUS
039680         MOVE 16 TO RETURN-CODE
039690         GO TO 9999-EXIT
039695     END-IF.
039700 1200-OPEN-SCRUB-FILE-EXIT.
039800     EXIT.
039900
040000******************************************************************
040100* 2000-SCRUB-FILE - PASS THE WHOLE FILE THROUGH THE SCRUB FOR ITS
040200* KIND, THEN CLOSE IT.
040300******************************************************************
040400 2000-SCRUB-FILE.
040500     EVALUATE TRUE
040600         WHEN WS-CC-MASTER
040700             PERFORM 2100-SCRUB-MASTER
040800                 THRU 2100-SCRUB-MASTER-EXIT
040900                 UNTIL WS-SCRUB-EOF
041000             CLOSE MASTER-FILE
041050             CLOSE ERAS-HIST-FILE
041100         WHEN WS-CC-MASTSEQ
041200             PERFORM 2200-SCRUB-MASTSEQ
041300                 THRU 2200-SCRUB-MASTSEQ-EXIT
041400                 UNTIL WS-SCRUB-EOF
041500             CLOSE MASTSEQ-FILE
041600         WHEN WS-CC-HISTORY
041700             PERFORM 2300-SCRUB-HISTORY
041800                 THRU 2300-SCRUB-HISTORY-EXIT
041900                 UNTIL WS-SCRUB-EOF
042000             CLOSE HIST-FILE
042100         WHEN WS-CC-AUDIT
042200             PERFORM 2400-SCRUB-AUDIT
042300                 THRU 2400-SCRUB-AUDIT-EXIT
042400                 UNTIL WS-SCRUB-EOF
042500             CLOSE AUDIT-FILE
042600         WHEN WS-CC-SUSPENSE
042700             PERFORM 2500-SCRUB-SUSPENSE
042800                 THRU 2500-SCRUB-SUSPENSE-EXIT
042900                 UNTIL WS-SCRUB-EOF
043000             CLOSE SUSP-FILE
043100         WHEN WS-CC-SUSPCORR
043200             PERFORM 2600-SCRUB-SUSPCORR
043300                 THRU 2600-SCRUB-SUSPCORR-EXIT
043400                 UNTIL WS-SCRUB-EOF
043500             CLOSE CORR-FILE
043600         WHEN WS-CC-EXTRACT
043700             PERFORM 2700-SCRUB-EXTRACT
043800                 THRU 2700-SCRUB-EXTRACT-EXIT
043900                 UNTIL WS-SCRUB-EOF
044000             CLOSE EXTR-FILE
044100         WHEN WS-CC-DELTA
044200             PERFORM 2800-SCRUB-DELTA
044300                 THRU 2800-SCRUB-DELTA-EXIT
044400                 UNTIL WS-SCRUB-EOF
044500             CLOSE DELT-FILE
044600         WHEN WS-CC-ACK
044700             PERFORM 2900-SCRUB-ACK
044800                 THRU 2900-SCRUB-ACK-EXIT
044900                 UNTIL WS-SCRUB-EOF
045000             CLOSE ACK-FILE
045100         WHEN WS-CC-HELD
045200             PERFORM 3000-SCRUB-HELD
045300                 THRU 3000-SCRUB-HELD-EXIT
045400                 UNTIL WS-SCRUB-EOF
045500             CLOSE HELD-FILE
045600     END-EVALUATE.
045700 2000-SCRUB-FILE-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100* 2100-SCRUB-MASTER - NAME-MASTER, IN KEY ORDER.  THE NAME
046200* ALTERNATE INDEX IS IN THE CLUSTER'S UPGRADE SET, SO VSAM MOVES
046300* THE ERASED RECORD'S INDEX ENTRY ON THE REWRITE.  EACH RECORD
046310* REWRITTEN IS JOURNALED AS A CHANGE HISTORY ROW (3200).
046400******************************************************************
046500 2100-SCRUB-MASTER.
046600     READ MASTER-FILE INTO WS-MASTER-RECORD
046700         AT END
046800             SET WS-SCRUB-EOF TO TRUE
046900             GO TO 2100-SCRUB-MASTER-EXIT
047000     END-READ.
047100     PERFORM 7900-START-RECORD
047200         THRU 7900-START-RECORD-EXIT.
047300     PERFORM 7100-SCRUB-MASTER-IMAGE
047400         THRU 7100-SCRUB-MASTER-IMAGE-EXIT.
047500     PERFORM 7950-END-RECORD
047600         THRU 7950-END-RECORD-EXIT.
047700     IF WS-RECORD-CHANGED
047800         REWRITE MK-MASTER-RECORD FROM WS-MASTER-RECORD
047900         PERFORM 7990-CHECK-REWRITE
048000             THRU 7990-CHECK-REWRITE-EXIT
048050         PERFORM 3200-WRITE-HISTORY
048060             THRU 3200-WRITE-HISTORY-EXIT
048100     END-IF.
048200 2100-SCRUB-MASTER-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600* 2200-SCRUB-MASTSEQ - A SEQUENTIAL COPY OF THE MASTER: AN
048700* ARCHIVE OR BACKUP GENERATION.
048800******************************************************************
048900 2200-SCRUB-MASTSEQ.
049000     READ MASTSEQ-FILE INTO WS-MASTER-RECORD
049100         AT END
049200             SET WS-SCRUB-EOF TO TRUE
049300             GO TO 2200-SCRUB-MASTSEQ-EXIT
049400     END-READ.
049500     PERFORM 7900-START-RECORD
049600         THRU 7900-START-RECORD-EXIT.
049700     PERFORM 7100-SCRUB-MASTER-IMAGE
049800         THRU 7100-SCRUB-MASTER-IMAGE-EXIT.
049900     PERFORM 7950-END-RECORD
050000         THRU 7950-END-RECORD-EXIT.
050100     IF WS-RECORD-CHANGED
050200         REWRITE MS-MASTER-RECORD FROM WS-MASTER-RECORD
050300         PERFORM 7990-CHECK-REWRITE
050400             THRU 7990-CHECK-REWRITE-EXIT
050500     END-IF.
050600 2200-SCRUB-MASTSEQ-EXIT.
050700     EXIT.
050800
050900******************************************************************
051000* 2300-SCRUB-HISTORY - A CHANGE-HISTORY ROW, FROM THE NAMEHIST
051100* ESDS OR A DAILY GENERATION.  EACH IMAGE IS A MASTER RECORD AND
051200* IS MATCHED ON ITS OWN, SO A MERGE ROW ERASES ONLY THE SIDE THAT
051300* BELONGS TO THE CUSTOMER.  A VOID ROW'S AFTER IMAGE IS THE VOID
051400* REASON, NOT A RECORD, AND IS LEFT ALONE.
051500******************************************************************
051600 2300-SCRUB-HISTORY.
051700     READ HIST-FILE INTO WS-HIST-RECORD
051800         AT END
051900             SET WS-SCRUB-EOF TO TRUE
052000             GO TO 2300-SCRUB-HISTORY-EXIT
052100     END-READ.
052200     PERFORM 7900-START-RECORD
052300         THRU 7900-START-RECORD-EXIT.
052400     MOVE HS-BEFORE-IMAGE TO WS-MASTER-RECORD.
052500     PERFORM 7100-SCRUB-MASTER-IMAGE
052600         THRU 7100-SCRUB-MASTER-IMAGE-EXIT.
052700     MOVE WS-MASTER-RECORD TO HS-BEFORE-IMAGE.
052800     IF NOT HS-ACTION-VOID
052900         MOVE HS-AFTER-IMAGE TO WS-MASTER-RECORD
053000         PERFORM 7100-SCRUB-MASTER-IMAGE
053100             THRU 7100-SCRUB-MASTER-IMAGE-EXIT
053200         MOVE WS-MASTER-RECORD TO HS-AFTER-IMAGE
053300     END-IF.
053400     PERFORM 7950-END-RECORD
053500         THRU 7950-END-RECORD-EXIT.
053600     IF WS-RECORD-CHANGED
053700         REWRITE HF-HIST-RECORD FROM WS-HIST-RECORD
053800         PERFORM 7990-CHECK-REWRITE
053900             THRU 7990-CHECK-REWRITE-EXIT
054000     END-IF.
054100 2300-SCRUB-HISTORY-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500* 2400-SCRUB-AUDIT - AN AUDIT-LOG ROW (THE LIVE TRAIL OR AN
054600* AUDIT.ARCHIVE GENERATION).  IT CARRIES ONLY THE NAME AS THE
054700* OPERATOR TYPED IT, SO IT IS MATCHED ON NAME ALONE.
054800******************************************************************
054900 2400-SCRUB-AUDIT.
055000     READ AUDIT-FILE INTO WS-AUDIT-RECORD
055100         AT END
055200             SET WS-SCRUB-EOF TO TRUE
055300             GO TO 2400-SCRUB-AUDIT-EXIT
055400     END-READ.
055500     PERFORM 7900-START-RECORD
055600         THRU 7900-START-RECORD-EXIT.
055700     MOVE ZERO            TO WS-REC-NUMBER.
055800     MOVE AU-ENTERED-NAME TO WS-REC-NAME.
055900     PERFORM 7000-FIND-REQUEST
056000         THRU 7000-FIND-REQUEST-EXIT.
056100     IF WS-MATCH-SUB > ZERO
056200         MOVE WS-AUDIT-RECORD TO WS-SAVE-IMAGE
056300         MOVE WS-ERASED-FULL-NAME TO AU-ENTERED-NAME
056400         IF WS-AUDIT-RECORD NOT = WS-SAVE-IMAGE
056500             SET WS-RECORD-CHANGED TO TRUE
056600         END-IF
056700     END-IF.
056800     PERFORM 7950-END-RECORD
056900         THRU 7950-END-RECORD-EXIT.
057000     IF WS-RECORD-CHANGED
057100         REWRITE AF-AUDIT-RECORD FROM WS-AUDIT-RECORD
057200         PERFORM 7990-CHECK-REWRITE
057300             THRU 7990-CHECK-REWRITE-EXIT
057400     END-IF.
057500 2400-SCRUB-AUDIT-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900* 2500-SCRUB-SUSPENSE - A SUSPENSE GENERATION OR DEAD-LETTER
058000* RECORD.  THE REJECT REASON, CYCLE COUNT, AND DATES ARE KEPT.
058100******************************************************************
058200 2500-SCRUB-SUSPENSE.
058300     READ SUSP-FILE
058400         AT END
058500             SET WS-SCRUB-EOF TO TRUE
058600             GO TO 2500-SCRUB-SUSPENSE-EXIT
058700     END-READ.
058800     PERFORM 7900-START-RECORD
058900         THRU 7900-START-RECORD-EXIT.
059000     MOVE SS-TRAN-PART TO WS-TRAN-RECORD.
059100     PERFORM 7300-SCRUB-TRAN-IMAGE
059200         THRU 7300-SCRUB-TRAN-IMAGE-EXIT.
059300     PERFORM 7950-END-RECORD
059400         THRU 7950-END-RECORD-EXIT.
059500     IF WS-RECORD-CHANGED
059600         MOVE WS-TRAN-RECORD TO SS-TRAN-PART
059700         REWRITE SS-SUSP-RECORD
059800         PERFORM 7990-CHECK-REWRITE
059900             THRU 7990-CHECK-REWRITE-EXIT
060000     END-IF.
060100 2500-SCRUB-SUSPENSE-EXIT.
060200     EXIT.
060300
060400******************************************************************
060500* 2600-SCRUB-SUSPCORR - A SUSPCORR ENTRY.  BESIDES THE SCRUB, AN
060600* ENTRY NOT ALREADY VOIDED IS VOIDED, AS IF THROUGH SUSC, SO
060700* MYRELS DROPS IT FROM THE NEXT RUN'S SUSPENSE AND DEAD-LETTER
060800* FILES INSTEAD OF RECYCLING AN ERASED TRANSACTION.
060900******************************************************************
061000 2600-SCRUB-SUSPCORR.
061100     READ CORR-FILE INTO WS-CORR-RECORD
061200         AT END
061300             SET WS-SCRUB-EOF TO TRUE
061400             GO TO 2600-SCRUB-SUSPCORR-EXIT
061500     END-READ.
061600     PERFORM 7900-START-RECORD
061700         THRU 7900-START-RECORD-EXIT.
061800     MOVE CR-SUSP-DATA    TO WS-CORR-SUSP-DATA.
061900     MOVE WS-CS-TRAN-PART TO WS-TRAN-RECORD.
062000     PERFORM 7300-SCRUB-TRAN-IMAGE
062100         THRU 7300-SCRUB-TRAN-IMAGE-EXIT.
062200     IF WS-RECORD-MATCH-SUB > ZERO
062300         MOVE WS-TRAN-RECORD    TO WS-CS-TRAN-PART
062400         MOVE WS-CORR-SUSP-DATA TO CR-SUSP-DATA
062500         IF NOT CR-VOIDED
062600             PERFORM 3100-VOID-CORR-ENTRY
062700                 THRU 3100-VOID-CORR-ENTRY-EXIT
062800         END-IF
062900     END-IF.
063000     PERFORM 7950-END-RECORD
063100         THRU 7950-END-RECORD-EXIT.
063200     IF WS-RECORD-CHANGED
063300         REWRITE CF-CORR-RECORD FROM WS-CORR-RECORD
063400         PERFORM 7990-CHECK-REWRITE
063500             THRU 7990-CHECK-REWRITE-EXIT
063600     END-IF.
063700 2600-SCRUB-SUSPCORR-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100* 2700-SCRUB-EXTRACT - A NAMEXTR GENERATION.  ONLY DETAIL RECORDS
064200* CARRY A CUSTOMER; THE HEADER AND THE COUNT TRAILER ARE PASSED.
064300******************************************************************
064400 2700-SCRUB-EXTRACT.
064500     READ EXTR-FILE INTO WS-EXTR-RECORD
064600         AT END
064700             SET WS-SCRUB-EOF TO TRUE
064800             GO TO 2700-SCRUB-EXTRACT-EXIT
064900     END-READ.
065000     PERFORM 7900-START-RECORD
065100         THRU 7900-START-RECORD-EXIT.
065200     IF NOT XT-DETAIL-RECORD
065300         GO TO 2700-SCRUB-EXTRACT-EXIT
065400     END-IF.
065500     MOVE ZERO TO WS-REC-NUMBER.
065600     IF XT-CUST-NUMBER NUMERIC
065700         MOVE XT-CUST-NUMBER TO WS-REC-NUMBER
065800     END-IF.
065900     MOVE XT-FULL-NAME TO WS-REC-NAME.
066000     PERFORM 7000-FIND-REQUEST
066100         THRU 7000-FIND-REQUEST-EXIT.
066200     IF WS-MATCH-SUB > ZERO
066300         MOVE WS-EXTR-RECORD       TO WS-SAVE-IMAGE
066400         MOVE WS-ERASED-FULL-NAME  TO XT-FULL-NAME
066500         MOVE WS-ERASED-FIRST-NAME TO XT-FIRST-NAME
066600         MOVE WS-ERASED-LAST-NAME  TO XT-LAST-NAME
066700         MOVE SPACES               TO XT-STREET-ADDR
066800         MOVE SPACES               TO XT-CITY
066900         MOVE SPACES               TO XT-STATE
067000         MOVE SPACES               TO XT-POSTAL-CODE
067100         MOVE SPACES               TO XT-PHONE
067200         IF WS-EXTR-RECORD NOT = WS-SAVE-IMAGE
067300             SET WS-RECORD-CHANGED TO TRUE
067400         END-IF
067500     END-IF.
067600     PERFORM 7950-END-RECORD
067700         THRU 7950-END-RECORD-EXIT.
067800     IF WS-RECORD-CHANGED
067900         REWRITE XF-EXTRACT-RECORD FROM WS-EXTR-RECORD
068000         PERFORM 7990-CHECK-REWRITE
068100             THRU 7990-CHECK-REWRITE-EXIT
068200     END-IF.
068300 2700-SCRUB-EXTRACT-EXIT.
068400     EXIT.
068500
068600******************************************************************
068700* 2800-SCRUB-DELTA - A DELTA FEED GENERATION.  A MERGE DETAIL IS
068800* THE LOSING CUSTOMER'S; THE SURVIVOR NUMBER IS ONLY A REFERENCE.
068900******************************************************************
069000 2800-SCRUB-DELTA.
069100     READ DELT-FILE INTO WS-DELT-RECORD
069200         AT END
069300             SET WS-SCRUB-EOF TO TRUE
069400             GO TO 2800-SCRUB-DELTA-EXIT
069500     END-READ.
069600     PERFORM 7900-START-RECORD
069700         THRU 7900-START-RECORD-EXIT.
069800     IF NOT DF-DETAIL-RECORD
069900         GO TO 2800-SCRUB-DELTA-EXIT
070000     END-IF.
070100     MOVE ZERO TO WS-REC-NUMBER.
070200     IF DF-CUST-NUMBER NUMERIC
070300         MOVE DF-CUST-NUMBER TO WS-REC-NUMBER
070400     END-IF.
070500     MOVE DF-FULL-NAME TO WS-REC-NAME.
070600     PERFORM 7000-FIND-REQUEST
070700         THRU 7000-FIND-REQUEST-EXIT.
070800     IF WS-MATCH-SUB > ZERO
070900         MOVE WS-DELT-RECORD       TO WS-SAVE-IMAGE
071000         MOVE WS-ERASED-FULL-NAME  TO DF-FULL-NAME
071100         MOVE WS-ERASED-FIRST-NAME TO DF-FIRST-NAME
071200         MOVE WS-ERASED-LAST-NAME  TO DF-LAST-NAME
071300         MOVE SPACES               TO DF-STREET-ADDR
071400         MOVE SPACES               TO DF-CITY
071500         MOVE SPACES               TO DF-STATE
071600         MOVE SPACES               TO DF-POSTAL-CODE
071700         MOVE SPACES               TO DF-PHONE
071800         IF WS-DELT-RECORD NOT = WS-SAVE-IMAGE
071900             SET WS-RECORD-CHANGED TO TRUE
072000         END-IF
072100     END-IF.
072200     PERFORM 7950-END-RECORD
072300         THRU 7950-END-RECORD-EXIT.
072400     IF WS-RECORD-CHANGED
072500         REWRITE DX-DELTA-RECORD FROM WS-DELT-RECORD
072600         PERFORM 7990-CHECK-REWRITE
072700             THRU 7990-CHECK-REWRITE-EXIT
072800     END-IF.
072900 2800-SCRUB-DELTA-EXIT.
073000     EXIT.
073100
073200******************************************************************
073300* 2900-SCRUB-ACK - AN OFFICE ACKNOWLEDGEMENT GENERATION.  A
073400* DETAIL CARRIES THE NAME AS SENT AND, ONCE ACCEPTED, THE
073500* CUSTOMER NUMBER.
073600******************************************************************
073700 2900-SCRUB-ACK.
073800     READ ACK-FILE INTO WS-ACK-RECORD
073900         AT END
074000             SET WS-SCRUB-EOF TO TRUE
074100             GO TO 2900-SCRUB-ACK-EXIT
074200     END-READ.
074300     PERFORM 7900-START-RECORD
074400         THRU 7900-START-RECORD-EXIT.
074500     IF NOT AK-DETAIL-RECORD
074600         GO TO 2900-SCRUB-ACK-EXIT
074700     END-IF.
074800     MOVE ZERO TO WS-REC-NUMBER.
074900     IF AK-DTL-CUST-NUMBER NUMERIC
075000         MOVE AK-DTL-CUST-NUMBER TO WS-REC-NUMBER
075100     END-IF.
075200     MOVE AK-DTL-FULL-NAME TO WS-REC-NAME.
075300     PERFORM 7000-FIND-REQUEST
075400         THRU 7000-FIND-REQUEST-EXIT.
075500     IF WS-MATCH-SUB > ZERO
075600         MOVE WS-ACK-RECORD       TO WS-SAVE-IMAGE
075700         MOVE WS-ERASED-FULL-NAME TO AK-DTL-FULL-NAME
075800         IF WS-ACK-RECORD NOT = WS-SAVE-IMAGE
075900             SET WS-RECORD-CHANGED TO TRUE
076000         END-IF
076100     END-IF.
076200     PERFORM 7950-END-RECORD
076300         THRU 7950-END-RECORD-EXIT.
076400     IF WS-RECORD-CHANGED
076500         REWRITE AX-ACK-RECORD FROM WS-ACK-RECORD
076600         PERFORM 7990-CHECK-REWRITE
076700             THRU 7990-CHECK-REWRITE-EXIT
076800     END-IF.
076900 2900-SCRUB-ACK-EXIT.
077000     EXIT.
077100
077200******************************************************************
077300* 3000-SCRUB-HELD - A TRANS.HELD GENERATION (OFFICE FILES MYOFFC
077400* HELD).  A DETAIL RECORD CARRIES ONE TRANSACTION; THE HEADER AND
077500* TRAILER ARE PASSED.
077600******************************************************************
077700 3000-SCRUB-HELD.
077800     READ HELD-FILE INTO WS-OFF-RECORD
077900         AT END
078000             SET WS-SCRUB-EOF TO TRUE
078100             GO TO 3000-SCRUB-HELD-EXIT
078200     END-READ.
078300     PERFORM 7900-START-RECORD
078400         THRU 7900-START-RECORD-EXIT.
078500     IF NOT OF-DETAIL-RECORD
078600         GO TO 3000-SCRUB-HELD-EXIT
078700     END-IF.
078800     MOVE OF-DETAIL-DATA TO WS-TRAN-RECORD.
078900     PERFORM 7300-SCRUB-TRAN-IMAGE
079000         THRU 7300-SCRUB-TRAN-IMAGE-EXIT.
079100     PERFORM 7950-END-RECORD
079200         THRU 7950-END-RECORD-EXIT.
079300     IF WS-RECORD-CHANGED
079400         MOVE WS-TRAN-RECORD TO OF-DETAIL-DATA
079500         REWRITE HX-HELD-RECORD FROM WS-OFF-RECORD
079600         PERFORM 7990-CHECK-REWRITE
079700             THRU 7990-CHECK-REWRITE-EXIT
079800     END-IF.
079900 3000-SCRUB-HELD-EXIT.
080000     EXIT.
080100
080200******************************************************************
080300* 3100-VOID-CORR-ENTRY - VOID A SUSPCORR ENTRY THE WAY THE SUSC
080400* PF9 VOID DOES, WITH THIS PROGRAM AS THE OPERATOR.
080500******************************************************************
080600 3100-VOID-CORR-ENTRY.
080700     SET CR-VOIDED TO TRUE.
080800     MOVE "CUSTOMER DATA ERASED" TO CR-VOID-REASON.
080900     MOVE "MYERAS"               TO CR-ACTION-OPERATOR.
081000     MOVE WS-RUN-DATE            TO CR-ACTION-DATE.
081100     ACCEPT WS-RAW-TIME FROM TIME.
081200     STRING WS-RT-HH ":" WS-RT-MM ":" WS-RT-SS
081300         DELIMITED BY SIZE INTO WS-ACTION-TIME.
081400     MOVE WS-ACTION-TIME         TO CR-ACTION-TIME.
081500     SET WS-RECORD-CHANGED TO TRUE.
081600     ADD 1 TO WS-RT-VOID-COUNT (WS-RECORD-MATCH-SUB).
081700     ADD 1 TO WS-VOID-TOTAL.
081800 3100-VOID-CORR-ENTRY-EXIT.
081900     EXIT.
081910
081920******************************************************************
081930* 3200-WRITE-HISTORY - WRITE ONE CHANGE HISTORY ROW FOR A SCRUBBED
081940* MASTER RECORD, IN THE LAYOUT THE OTHER BATCH UPDATERS JOURNAL.
081950* THE BEFORE IMAGE IS LEFT BLANK - THE PERSONAL DATA IT WOULD
081960* CARRY IS WHAT IS BEING ERASED.  THE AFTER IMAGE IS THE RECORD
081970* AS REWRITTEN.
081980******************************************************************
081990 3200-WRITE-HISTORY.
082000     MOVE SPACES             TO WS-HIST-RECORD.
082010     MOVE "CHANGE"           TO HS-ACTION.
082020     MOVE "MYERAS  "         TO HS-OPERATOR-ID.
082030     MOVE "BTCH"             TO HS-TERMINAL-ID.
082040     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.
082043     STRING WS-HD-MM "/" WS-HD-DD "/" WS-HD-YYYY
082046         DELIMITED BY SIZE INTO HS-HIST-DATE.
082050     ACCEPT WS-RAW-TIME FROM TIME.
082060     STRING WS-RT-HH ":" WS-RT-MM ":" WS-RT-SS
082070         DELIMITED BY SIZE INTO WS-ACTION-TIME.
082080     MOVE WS-ACTION-TIME     TO HS-HIST-TIME.
082090     MOVE WS-MASTER-RECORD   TO HS-AFTER-IMAGE.
082092     WRITE EH-HIST-RECORD FROM WS-HIST-RECORD.
082094     IF NOT WS-HIST-OK
082096         DISPLAY "MYERAS - ERASHIST WRITE FAILED, STATUS = "
082097             WS-HIST-STATUS
082098         MOVE 16 TO RETURN-CODE
082099         GO TO 9999-EXIT
082100     END-IF.
082102 3200-WRITE-HISTORY-EXIT.
082104     EXIT.
082136
082168******************************************************************
082200* 7000-FIND-REQUEST - FIND THE REQUEST, IF ANY, THAT WS-REC-NUMBER
082300* AND WS-REC-NAME BELONG TO, AND BUILD ITS ERASED NAME.  THE
082400* FIRST MATCHING REQUEST WINS.  THE MATCH IS ALSO NOTED AS THE
082500* RECORD'S MATCH FOR THE COUNTS.
082600******************************************************************
082700 7000-FIND-REQUEST.
082800     MOVE ZERO TO WS-MATCH-SUB.
082900     PERFORM 7010-TEST-ONE-REQUEST
083000         THRU 7010-TEST-ONE-REQUEST-EXIT
083100         VARYING WS-REQ-SUB FROM 1 BY 1
083200         UNTIL WS-REQ-SUB > WS-REQ-COUNT
083300            OR WS-MATCH-SUB > ZERO.
083400     IF WS-MATCH-SUB = ZERO
083500         GO TO 7000-FIND-REQUEST-EXIT
083600     END-IF.
083700     IF WS-RECORD-MATCH-SUB = ZERO
083800         MOVE WS-MATCH-SUB TO WS-RECORD-MATCH-SUB
083900     END-IF.
084000     PERFORM 7050-BUILD-ERASED-NAME
084100         THRU 7050-BUILD-ERASED-NAME-EXIT.
084200 7000-FIND-REQUEST-EXIT.
084300     EXIT.
084400
084500******************************************************************
084600* 7010-TEST-ONE-REQUEST - AN IMAGE WITH A CUSTOMER NUMBER MATCHES
084700* ON THE NUMBER ALONE - ANOTHER CUSTOMER MAY SHARE THE NAME.  ONE
084800* WITHOUT MATCHES ON A NAME THE REQUEST MAY BE MATCHED BY.
084900******************************************************************
085000 7010-TEST-ONE-REQUEST.
085100     IF WS-REC-NUMBER > ZERO
085200         IF WS-REC-NUMBER = WS-RT-CUST-NUMBER (WS-REQ-SUB)
085300             MOVE WS-REQ-SUB TO WS-MATCH-SUB
085400         END-IF
085500         GO TO 7010-TEST-ONE-REQUEST-EXIT
085600     END-IF.
085700     IF WS-REC-NAME = SPACES
085800         GO TO 7010-TEST-ONE-REQUEST-EXIT
085900     END-IF.
086000     IF WS-RT-NAME-1-USABLE (WS-REQ-SUB)
086100      AND WS-REC-NAME = WS-RT-NAME-1 (WS-REQ-SUB)
086200         MOVE WS-REQ-SUB TO WS-MATCH-SUB
086300     END-IF.
086400     IF WS-RT-NAME-2-USABLE (WS-REQ-SUB)
086500      AND WS-REC-NAME = WS-RT-NAME-2 (WS-REQ-SUB)
086600         MOVE WS-REQ-SUB TO WS-MATCH-SUB
086700     END-IF.
086800 7010-TEST-ONE-REQUEST-EXIT.
086900     EXIT.
087000
087100 7050-BUILD-ERASED-NAME.
087200     IF WS-RT-CUST-NUMBER (WS-MATCH-SUB) > ZERO
087300         MOVE WS-RT-CUST-NUMBER (WS-MATCH-SUB) TO WS-ERASED-NUMBER
087400         MOVE WS-ERASED-NUMBER TO WS-ERASED-TOKEN
087500     ELSE
087600         MOVE WS-RT-REQUEST-ID (WS-MATCH-SUB) TO WS-ERASED-TOKEN
087700     END-IF.
087800     MOVE SPACES TO WS-ERASED-FULL-NAME.
087900     STRING "ERASED " WS-ERASED-TOKEN
088000         DELIMITED BY SIZE INTO WS-ERASED-FULL-NAME.
088100     MOVE WS-ERASED-TOKEN TO WS-ERASED-LAST-NAME.
088200 7050-BUILD-ERASED-NAME-EXIT.
088300     EXIT.
088400
088500******************************************************************
088600* 7100-SCRUB-MASTER-IMAGE - ERASE WS-MASTER-RECORD (A MASTER, AN
088700* ARCHIVE OR BACKUP COPY, OR A HISTORY IMAGE) IF IT BELONGS TO A
088800* REQUEST.  THE NUMBER, UPDATE DATE, AND EVERYTHING ELSE STAY.
088900******************************************************************
089000 7100-SCRUB-MASTER-IMAGE.
089100     MOVE ZERO TO WS-REC-NUMBER.
089200     IF MA-CUST-NUMBER NUMERIC
089300         MOVE MA-CUST-NUMBER TO WS-REC-NUMBER
089400     END-IF.
089500     MOVE MA-NAME-KEY TO WS-REC-NAME.
089600     PERFORM 7000-FIND-REQUEST
089700         THRU 7000-FIND-REQUEST-EXIT.
089800     IF WS-MATCH-SUB = ZERO
089900         GO TO 7100-SCRUB-MASTER-IMAGE-EXIT
090000     END-IF.
090100     MOVE WS-MASTER-RECORD     TO WS-SAVE-IMAGE.
090200     MOVE WS-ERASED-FULL-NAME  TO MA-NAME-KEY.
090300     MOVE WS-ERASED-FIRST-NAME TO MA-FIRST-NAME.
090400     MOVE WS-ERASED-LAST-NAME  TO MA-LAST-NAME.
090500     MOVE SPACES               TO MA-STREET-ADDR.
090600     MOVE SPACES               TO MA-CITY.
090700     MOVE SPACES               TO MA-STATE.
090800     MOVE SPACES               TO MA-POSTAL-CODE.
090900     MOVE SPACES               TO MA-PHONE.
091000     IF WS-MASTER-RECORD NOT = WS-SAVE-IMAGE
091100         SET WS-RECORD-CHANGED TO TRUE
091200     END-IF.
091300 7100-SCRUB-MASTER-IMAGE-EXIT.
091400     EXIT.
091500
091600******************************************************************
091700* 7300-SCRUB-TRAN-IMAGE - ERASE WS-TRAN-RECORD (THE TRANSACTION
091800* PART OF A SUSPENSE, DEAD-LETTER, SUSPCORR, OR HELD RECORD) IF IT
091900* BELONGS TO A REQUEST.  THE LOCALE, NUMBER, AND ACTION STAY.
092000******************************************************************
092100 7300-SCRUB-TRAN-IMAGE.
092200     MOVE ZERO TO WS-REC-NUMBER.
092300     IF TR-CUST-NUMBER NUMERIC
092400         MOVE TR-CUST-NUMBER TO WS-REC-NUMBER
092500     END-IF.
092600     MOVE TR-FULL-NAME TO WS-REC-NAME.
092700     PERFORM 7000-FIND-REQUEST
092800         THRU 7000-FIND-REQUEST-EXIT.
092900     IF WS-MATCH-SUB = ZERO
093000         GO TO 7300-SCRUB-TRAN-IMAGE-EXIT
093100     END-IF.
093200     MOVE WS-TRAN-RECORD       TO WS-SAVE-IMAGE.
093300     MOVE WS-ERASED-FULL-NAME  TO TR-FULL-NAME.
093400     MOVE SPACES               TO TR-STREET-ADDR.
093500     MOVE SPACES               TO TR-CITY.
093600     MOVE SPACES               TO TR-STATE.
093700     MOVE SPACES               TO TR-POSTAL-CODE.
093800     MOVE SPACES               TO TR-PHONE.
093900     IF WS-TRAN-RECORD NOT = WS-SAVE-IMAGE
094000         SET WS-RECORD-CHANGED TO TRUE
094100     END-IF.
094200 7300-SCRUB-TRAN-IMAGE-EXIT.
094300     EXIT.
094400
094500******************************************************************
094600* 7900-START-RECORD / 7950-END-RECORD - COUNT EACH RECORD READ,
094700* AND CREDIT A RECORD THAT BELONGED TO A REQUEST (AND WAS
094800* REWRITTEN) TO THAT REQUEST ONCE, HOWEVER MANY IMAGES MATCHED.
094900******************************************************************
095000 7900-START-RECORD.
095100     ADD 1 TO WS-READ-COUNT.
095200     MOVE ZERO TO WS-RECORD-MATCH-SUB.
095300     MOVE "N"  TO WS-RECORD-CHANGED-SW.
095400 7900-START-RECORD-EXIT.
095500     EXIT.
095600
095700 7950-END-RECORD.
095800     IF WS-RECORD-MATCH-SUB = ZERO
095900         GO TO 7950-END-RECORD-EXIT
096000     END-IF.
096100     ADD 1 TO WS-RT-MATCH-COUNT (WS-RECORD-MATCH-SUB).
096200     ADD 1 TO WS-MATCH-TOTAL.
096300     IF WS-RECORD-CHANGED
096400         ADD 1 TO WS-RT-SCRUB-COUNT (WS-RECORD-MATCH-SUB)
096500         ADD 1 TO WS-SCRUB-TOTAL
096600     END-IF.
096700 7950-END-RECORD-EXIT.
096800     EXIT.
096900
097000******************************************************************
097100* 7990-CHECK-REWRITE - A FAILED REWRITE STOPS THE STEP.  THE
097200* RECORDS ALREADY REWRITTEN STAY ERASED; RERUN THE STEP.
097300******************************************************************
097400 7990-CHECK-REWRITE.
097500     IF NOT WS-SCRUB-OK
097600         DISPLAY "MYERAS - SCRUBFIL REWRITE FAILED, STATUS = "
097700             WS-SCRUB-STATUS " - " WS-CC-DATASET
097800         DISPLAY "MYERAS - RECORD NUMBER " WS-READ-COUNT
097900         MOVE 16 TO RETURN-CODE
098000         GO TO 9999-EXIT
098100     END-IF.
098200 7990-CHECK-REWRITE-EXIT.
098300     EXIT.
098400
098500******************************************************************
098600* 8000-TERMINATE - APPEND ONE TALLY ROW PER REQUEST FOR THE
098700* CERTIFICATE AND DISPLAY THE STEP TOTALS.
098800******************************************************************
098900 8000-TERMINATE.
099000     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
099100     ACCEPT WS-STAMP-TIME FROM TIME.
099200     OPEN EXTEND TALLY-FILE.
099300     PERFORM 8100-WRITE-TALLY
099400         THRU 8100-WRITE-TALLY-EXIT
099500         VARYING WS-REQ-SUB FROM 1 BY 1
099600         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
099700     CLOSE TALLY-FILE.
099800     DISPLAY "MYERAS - DATASET:          " WS-CC-DATASET.
099900     DISPLAY "MYERAS - RECORDS READ:     " WS-READ-COUNT.
100000     DISPLAY "MYERAS - RECORDS MATCHED:  " WS-MATCH-TOTAL.
100100     DISPLAY "MYERAS - RECORDS SCRUBBED: " WS-SCRUB-TOTAL.
100200     IF WS-CC-SUSPCORR
100300         DISPLAY "MYERAS - ENTRIES VOIDED:   " WS-VOID-TOTAL
100400     END-IF.
100500 8000-TERMINATE-EXIT.
100600     EXIT.
100700
100800 8100-WRITE-TALLY.
100900     MOVE SPACES TO ET-TALLY-RECORD.
101000     MOVE WS-RT-REQUEST-SEQ (WS-REQ-SUB) TO ET-REQUEST-SEQ.
101100     MOVE WS-STAMP-DATE                  TO ET-STEP-DATE.
101200     MOVE WS-STAMP-TIME                  TO ET-STEP-TIME.
101300     MOVE WS-CC-FILE-TYPE                TO ET-FILE-TYPE.
101400     MOVE WS-CC-DATASET                  TO ET-DATASET.
101500     MOVE WS-READ-COUNT                  TO ET-READ-COUNT.
101600     MOVE WS-RT-MATCH-COUNT (WS-REQ-SUB) TO ET-MATCH-COUNT.
101700     MOVE WS-RT-SCRUB-COUNT (WS-REQ-SUB) TO ET-SCRUB-COUNT.
101800     MOVE WS-RT-VOID-COUNT (WS-REQ-SUB)  TO ET-VOID-COUNT.
101900     WRITE ET-TALLY-RECORD.
102000 8100-WRITE-TALLY-EXIT.
102100     EXIT.
102200
102300 9999-EXIT.
102400     STOP RUN.
