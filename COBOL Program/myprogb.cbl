002446*                  prints the aging and dead-letter reports
002447*                  behind that.  A zero limit means never
002448*                  dead-letter.
002450* 10/15/26 TWK     Transactions now carry an action code (TR-
002451*                  ACTION-CODE): blank keeps the old add-or-
002452*                  update rule, A adds, U updates, D deletes
002453*                  (closes) and R renames the customer named by
002454*                  TR-CUST-NUMBER.  Both run modes apply it.  New
002455*                  suspense reasons 06-10 reject a bad action
002456*                  code, an update/delete/rename with no number,
002457*                  a delete of a customer not on file, an add
002458*                  carrying a number, and an add of a name
002459*                  already on file.  The footer, checkpoint, and
002460*                  run-control record carry separate delete and
002461*                  rename totals.  A delete gets no greeting and
002462*                  no extract detail.
002463* 10/15/26 TWK     Every master add, update, rename, and delete
002464*                  is now journaled as a HISTREC change-history
002465*                  row (ADD, CHANGE, or DELETE, operator MYPROGB,
002466*                  terminal BTCH) to the NAMEJRNL dataset, opened
002467*                  EXTEND so the rows of an abended run survive
002468*                  into its restart.  The job REPROs it onto the
002469*                  NAME.HISTORY cluster after the run, so MYRECV
002470*                  can replay batch changes over a master backup
002471*                  the same as online ones.
002473* 10/15/26 TWK     NAMETRAN now opens with the regional offices'
002475*                  accepted transactions as MYOFFC passes them on
002477*                  (TRANOK), ahead of the day file.  Each
002480*                  NAMETRAN record is numbered in read order and
002482*                  the outcome of every one - ADD, UPDATE, RENAME,
002484*                  DELETE, REJECT, or DEAD, with its customer
002486*                  number and suspense reason - is written to the
002488*                  new RESULTS file (RSLTREC) for MYACK to build
002490*                  the offices' acknowledgements from.  The number
002493*                  rides through the sort in SORTED mode; a
002494*                  restart's replay rebuilds the file, a record
002495*                  already applied by the abended run showing as
002497*                  DONE.
002498* 10/15/26 TWK     Dated from the BUSDATE business-date control
002499*                  file instead of the clock.  The run refuses to
002500*                  start (RC 16) when this cycle already completed
002501*                  for the business date, and marks the cycle
002504*                  complete when it ends below RC 16.
002507* 10/15/26 TWK     An add now keeps the transaction's locale code
002510*                  on the master (MA-LOCALE-CODE) for the MYWELC
002514*                  welcome letter, and an update fills it in for a
002517*                  customer who has none.
002520* 10/15/26 TWK     Addresses are put into house style and checked
002524*                  against the new STATEREF state/province
002527*                  reference (maintained by MYSTRM) before they
002530*                  reach the master.  The street takes the
002534*                  standard suffix, directional and unit
002537*                  abbreviations and a dialable phone is stored as
002540*                  999-999-9999 (ADDRSTD).  A state not on the
002543*                  reference rejects with new reason 11, a postal
002547*                  code outside that state's prefix ranges with
002550*                  12, and a phone that is not a dialable 10-digit
002553*                  number with 13.  The reference is loaded at
002557*                  start of run; an empty one is fatal.
002560* 10/15/26 TWK     The business-date check now runs first, before
002563*                  any output is opened, so a refused run leaves
002567*                  its outputs untouched.  Every run writes a
002570*                  zero-count start record to CHKPTFIL, and a run
002573*                  that finds one is a restart run in either mode:
002576*                  for the whole run, an add or delete it finds
002580*                  already applied (name added on this run date,
002583*                  number already gone) is taken as the earlier
002586*                  attempt's work and shows as DONE instead of
002590*                  rejecting 10 or 08.
002593*
002596******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  MYPROGB.
002800 AUTHOR. TWK.
004756         ORGANIZATION IS SEQUENTIAL
004757         FILE STATUS IS WS-LOCALE-FILE-STATUS.
004760     SELECT SORT-WORK ASSIGN TO SORTWK01.
004770     SELECT JOURNAL-FILE ASSIGN TO NAMEJRNL
004780         ORGANIZATION IS SEQUENTIAL
004790         FILE STATUS IS WS-JOURNAL-STATUS.
004793     SELECT RESULT-FILE ASSIGN TO RESULTS
004797         ORGANIZATION IS SEQUENTIAL.
004798     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
004799         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004801         RECORD KEY IS BD-KEY
004802         FILE STATUS IS WS-BUSDATE-STATUS.
004803     SELECT STATE-REF-FILE ASSIGN TO STATEREF
004804         ORGANIZATION IS INDEXED
004805         ACCESS MODE IS SEQUENTIAL
004806         RECORD KEY IS SP-STATE-CODE
004807         FILE STATUS IS WS-STATEREF-STATUS.
004853
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  NAME-TRANS-FILE
005400     COPY TRANREC.
005410
005412******************************************************************
005414* SI-SUSP-RECORD IS THE PRIOR RUN'S SUSPENSE FILE.  THE FIRST 114
005416* BYTES ARE A TRANREC-LAYOUT TRANSACTION, SO A RECYCLED RECORD IS
005418* MOVED STRAIGHT INTO TR-TRANS-RECORD AND PROCESSED LIKE ANY
005420* OTHER TRANSACTION; THE CYCLE COUNT AND FIRST-REJECT DATE RIDE
005424 FD  SUSP-IN-FILE
005426     RECORDING MODE IS F.
005428 01  SI-SUSP-RECORD.
005430     05  SI-TRANS-DATA             PIC X(114).
005432     05  SI-REASON-CODE            PIC X(02).
005433     05  SI-CYCLE-COUNT            PIC 9(03).
005435     05  SI-FIRST-REJECT-DATE      PIC X(10).
005448* SCRATCH FILE CUT FRESH EACH RUN; A FOLLOW-ON JOB STEP APPENDS
005449* IT TO THE ACCUMULATING DEAD-LETTER DATASET ONLY AFTER A CLEAN
005450* RUN, SO AN ABEND-AND-RESTART CAN NEVER APPEND THE SAME DEAD
005451* LETTER TWICE.
005452******************************************************************
005454 FD  DEAD-LETTER-FILE
005455     RECORDING MODE IS F.
005457 01  DL-DEAD-RECORD                PIC X(129).
005458
005460 FD  EXTRACT-FILE
005470     RECORDING MODE IS F.
005480 01  XT-EXTRACT-RECORD.
005800 01  RP-REPORT-LINE.
005900     COPY REPTREC.
006000
006010******************************************************************
006020* HS-HIST-RECORD IS THE CHANGE-HISTORY ROW JOURNALED FOR EVERY
006030* MASTER ADD, CHANGE, AND DELETE - THE SAME LAYOUT MYMAINT AND
006040* MYMERGE WRITE TO THE NAME.HISTORY CLUSTER.
006050******************************************************************
006060 FD  JOURNAL-FILE
006070     RECORDING MODE IS F.
006080 01  HS-HIST-RECORD.
006090     COPY HISTREC.
006095
006096******************************************************************
006097* RS-RESULT-RECORD IS THE OUTCOME OF ONE NAMETRAN RECORD, KEYED BY
006098* ITS POSITION IN THE FILE - MYACK MATCHES IT TO THE OFFICE
006099* ACKNOWLEDGEMENT MYOFFC WROTE FOR THE SAME POSITION.  A RECYCLED
006100* SUSPENSE RECORD HAS NO POSITION AND IS WRITTEN WITH ZERO.
006101******************************************************************
006102 FD  RESULT-FILE
006103     RECORDING MODE IS F.
006104 01  RS-RESULT-RECORD.
006105     COPY RSLTREC.
006106
006153 FD  NAME-MASTER.
006200 01  MA-MASTER-RECORD.
006300     COPY MASTREC.
006400
006898     RECORDING MODE IS F.
006899 01  LO-LOCALE-RECORD.
006901     COPY LOCREC.
006902
006903******************************************************************
006904* SR-SORT-RECORD IS ONE TRANSACTION IN THE SORTED-MODE SORT -
006906* THE TRANREC BYTES WITH THE TWO SORT KEYS NAMED, PLUS THE
006907* SUSPENSE CYCLE COUNT AND FIRST-REJECT DATE OF A RECYCLED
006908* RECORD, SO A SORTED-MODE RE-REJECT AGES THE SAME WAY A
006909* DIRECT-MODE ONE DOES, AND THE RECORD'S NAMETRAN POSITION
006910* FOR ITS RESULTS ROW.  ZERO-NUMBERED TRANSACTIONS SORT TO THE
006911* FRONT, SO THE NAME-INDEX WORK IS DONE BEFORE THE SEQUENTIAL
006912* MATCH CURSOR STARTS.
006913******************************************************************
006921     05  SR-LOCALE-CODE            PIC X(02).
006922     05  SR-CUST-NUMBER            PIC 9(07).
006924     05  SR-ADDR-DATA              PIC X(74).
006925     05  SR-ACTION-CODE            PIC X(01).
006926     05  SR-CYCLE-COUNT            PIC 9(03).
006927     05  SR-FIRST-REJECT-DATE      PIC X(10).
006928     05  SR-TRANS-ORDINAL          PIC 9(07).
006929
006930 FD  BUS-DATE-FILE.
006931 01  BD-DATE-RECORD.
006932     COPY BDATREC.
006933
006934 FD  STATE-REF-FILE.
006935 01  SP-STATE-RECORD.
006936     COPY STATREC.
006968
007000 WORKING-STORAGE SECTION.
007100
007200******************************************************************
008199         88  WS-MATCH-STARTED                VALUE "Y".
008201     05  WS-MASTER-EOF-SW          PIC X(01) VALUE "N".
008202         88  WS-MASTER-EOF                   VALUE "Y".
008203     05  WS-NUMBERED-SW            PIC X(01) VALUE "N".
008204         88  WS-TRANS-NUMBERED               VALUE "Y".
008205     05  WS-RESTART-RUN-SW         PIC X(01) VALUE "N".
008206         88  WS-RESTART-RUN                  VALUE "Y".
008207     05  WS-ALREADY-APPLIED-SW     PIC X(01) VALUE "N".
008208         88  WS-ALREADY-APPLIED              VALUE "Y".
008209
008210******************************************************************
008211* RUN PARAMETERS FROM SYSIN - THE RUN MODE (DIRECT IS THE KEYED
008212* ONE-READ-PER-TRANSACTION PATH THIS PROGRAM HAS ALWAYS RUN;
008213* SORTED IS THE HIGH-VOLUME SEQUENTIAL TWO-FILE MATCH) AND THE
008214* DEAD-LETTER LIMIT - THE NUMBER OF RUNS A SUSPENSE RECORD MAY
008215* RECYCLE BEFORE IT MOVES TO THE DEAD-LETTER FILE.  A ZERO OR
008216* MISSING LIMIT MEANS NEVER DEAD-LETTER.
008217******************************************************************
008218 01  WS-PARM-RECORD.
008219     05  WS-PARM-RUN-MODE          PIC X(06).
008220         88  WS-MODE-DIRECT              VALUE "DIRECT" SPACES.
008221         88  WS-MODE-SORTED              VALUE "SORTED".
008222     05  FILLER                    PIC X(01).
008223     05  WS-PARM-DEAD-LIMIT        PIC 9(03).
008232 01  WS-CUR-FIRST-REJECT           PIC X(10) VALUE SPACES.
008233 01  WS-NEW-CYCLE-COUNT            PIC 9(03) VALUE 0.
008234
008235******************************************************************
008236* NAMETRAN POSITION - WS-TRANS-ORDINAL COUNTS THE NAMETRAN RECORDS
008237* READ; WS-CUR-TRANS-ORDINAL IS THE CURRENT TRANSACTION'S POSITION
008238* (ZERO FOR A RECYCLED SUSPENSE RECORD), WRITTEN TO ITS RESULTS
008239* ROW BY 4300-WRITE-RESULT.
008240******************************************************************
008241 01  WS-TRANS-ORDINAL              PIC 9(07) VALUE 0.
008242 01  WS-CUR-TRANS-ORDINAL          PIC 9(07) VALUE 0.
008271
008300 01  WS-MASTER-STATUS              PIC X(02).
008400     88  WS-MASTER-OK                        VALUE "00".
008500
008623         10  WS-PW-CAN-A3          PIC X(01).
008624         10  WS-PW-CAN-N3          PIC X(01).
008625         10  WS-PW-CAN-REST        PIC X(03).
008626     05  WS-PW-PREFIX-VIEW REDEFINES WS-PW-ZIP-VIEW.
008627         10  WS-PW-PREFIX          PIC X(03).
008628         10  FILLER                PIC X(07).
008629
008630******************************************************************
008631* WS-STATE-TABLE-AREA HOLDS THE STATE/PROVINCE REFERENCE, LOADED
008632* FROM THE STATEREF FILE BY 1850-LOAD-STATE-TABLE.  AN ENTRY IS
008633* THE FIRST 55 BYTES OF A STATREC RECORD, SO IT LOADS IN ONE
008634* MOVE.  2560-EDIT-STATE-POSTAL LEAVES ST-IDX ON THE
008635* TRANSACTION'S STATE ROW.
008636******************************************************************
008637 01  WS-STATE-TABLE-AREA.
008638     05  ST-STATE-COUNT            PIC 9(03) COMP VALUE 0.
008639     05  ST-STATE-TABLE.
008640         10  ST-STATE-ENTRY OCCURS 1 TO 100 TIMES
008641                 DEPENDING ON ST-STATE-COUNT
008642                 INDEXED BY ST-IDX.
008643             15  ST-STATE-CODE     PIC X(02).
008644             15  ST-COUNTRY-CODE   PIC X(02).
008645                 88  ST-COUNTRY-US             VALUE "US".
008646                 88  ST-COUNTRY-CA             VALUE "CA".
008647             15  ST-STATE-NAME     PIC X(20).
008648             15  ST-RANGE-COUNT    PIC 9(01).
008649             15  ST-POSTAL-RANGE OCCURS 5 TIMES.
008650                 20  ST-RANGE-LOW  PIC X(03).
008651                 20  ST-RANGE-HIGH PIC X(03).
008652
008653 01  WS-STATEREF-STATUS            PIC X(02).
008654     88  WS-STATEREF-OK                      VALUE "00".
008655
008656 01  WS-STATEREF-EOF-SW            PIC X(01) VALUE "N".
008657     88  WS-STATEREF-EOF                     VALUE "Y".
008658
008659 01  WS-STATE-EDIT-SW              PIC X(01) VALUE "Y".
008660     88  WS-STATE-VALID                      VALUE "Y".
008661     88  WS-STATE-UNKNOWN                    VALUE "U".
008662     88  WS-POSTAL-WRONG-STATE               VALUE "P".
008663
008664 01  WS-RANGE-FOUND-SW             PIC X(01) VALUE "N".
008665     88  WS-RANGE-FOUND                      VALUE "Y".
008666
008667 01  WS-RANGE-SUB                  PIC 9(02) COMP VALUE 0.
008668
008669******************************************************************
008670* WS-ADDRESS-STANDARD-AREA IS THE STREET/PHONE HOUSE-STYLE TABLE
008671* AND WORK FIELDS USED BY 2570-STANDARDIZE-ADDRESS.
008672******************************************************************
008673 01  WS-ADDRESS-STANDARD-AREA.
008674     COPY ADDRSTD.
008675
008677******************************************************************
008678* CUSTOMER NUMBER CONTROL - THE LAST NUMBER HANDED OUT IS READ
008680* FROM CUSTCTL AT START OF RUN, CARRIED IN WS-LAST-CUST-NUMBER
008682* WHILE ADDS ARE ASSIGNED, AND WRITTEN BACK AT END OF RUN.
008683******************************************************************
008685 01  WS-CUSTCTL-STATUS             PIC X(02).
008686     88  WS-CUSTCTL-OK                       VALUE "00".
008688
008690 01  WS-LAST-CUST-NUMBER           PIC 9(07) VALUE 0.
008695
008700 01  WS-RECON-TYPE                 PIC X(06).
010410 01  WS-RESTART-ADD-COUNT          PIC 9(05) COMP VALUE 0.
010420 01  WS-RESTART-UPDATE-COUNT       PIC 9(05) COMP VALUE 0.
010430 01  WS-RESTART-REJECT-COUNT       PIC 9(05) COMP VALUE 0.
010440 01  WS-RESTART-DELETE-COUNT       PIC 9(05) COMP VALUE 0.
010450 01  WS-RESTART-RENAME-COUNT       PIC 9(05) COMP VALUE 0.
010500 01  WS-SKIP-CTR                   PIC 9(05) COMP VALUE 0.
010600
010605******************************************************************
010610* JOURNAL WORK FIELDS - THE ACTION AND BEFORE IMAGE FOR THE ROW
010615* 5700-WRITE-JOURNAL WRITES, AND THE TIMESTAMP.  THE DATE AND
010620* TIME ARE TAKEN FRESH FOR EVERY ROW, SO A RUN THAT CROSSES
010625* MIDNIGHT STILL JOURNALS IN TIMESTAMP ORDER.
010630******************************************************************
010635 01  WS-JOURNAL-STATUS             PIC X(02).
010640     88  WS-JOURNAL-OK                       VALUE "00".
010645
010650 01  WS-JRNL-ACTION                PIC X(06).
010655 01  WS-JRNL-BEFORE-IMAGE          PIC X(153).
010660
010665 01  WS-JRNL-DATE.
010670     05  WS-JD-YYYY                PIC X(04).
010675     05  WS-JD-MM                  PIC X(02).
010680     05  WS-JD-DD                  PIC X(02).
010685
010690 01  WS-RAW-TIME.
010692     05  WS-RT-HH                  PIC X(02).
010694     05  WS-RT-MM                  PIC X(02).
010696     05  WS-RT-SS                  PIC X(02).
010698     05  FILLER                    PIC X(02).
010699
010700******************************************************************
010800* REPORT CONTROL FIELDS - RUN DATE, PAGE AND LINE COUNTERS, AND
010900* THE RECORD-COUNT / ADD / UPDATE CONTROL TOTALS FOR THE FOOTER.
011200     05  WS-CD-YYYY                PIC 9(04).
011300     05  WS-CD-MM                  PIC 9(02).
011400     05  WS-CD-DD                  PIC 9(02).
011410
011420******************************************************************
011430* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
011440* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
011450******************************************************************
011460 01  WS-BUSDATE-STATUS             PIC X(02).
011470     88  WS-BUSDATE-OK                       VALUE "00".
011480 01  WS-CYCLE-ROW-SW               PIC X(01) VALUE "N".
011490     88  WS-CYCLE-ROW-ON-FILE                VALUE "Y".
011500
011600 01  WS-RUN-DATE                   PIC X(10).
011700
012300 01  WS-UPDATE-COUNT               PIC 9(05) COMP VALUE 0.
012350 01  WS-REJECT-COUNT               PIC 9(05) COMP VALUE 0.
012355 01  WS-DEAD-COUNT                 PIC 9(05) COMP VALUE 0.
012356 01  WS-DELETE-COUNT               PIC 9(05) COMP VALUE 0.
012357 01  WS-RENAME-COUNT               PIC 9(05) COMP VALUE 0.
012360 01  WS-EXTRACT-COUNT              PIC 9(07) VALUE 0.
012370 01  WS-START-TIME                 PIC X(08).
012380 01  WS-END-TIME                   PIC X(08).
018070         "DEAD-LETTERED: ".
018080     05  WS-FL2-DEAD-COUNT         PIC ZZ,ZZ9.
018100     05  FILLER                    PIC X(32) VALUE SPACES.
018110
018120 01  WS-FOOTER-LINE-3.
018130     05  WS-FL3-CTRL               PIC X(01) VALUE " ".
018140     05  FILLER                    PIC X(15) VALUE
018150         "DELETES: ".
018160     05  WS-FL3-DELETE-COUNT       PIC ZZ,ZZ9.
018170     05  FILLER                    PIC X(05) VALUE SPACES.
018180     05  FILLER                    PIC X(15) VALUE
018190         "RENAMES: ".
018192     05  WS-FL3-RENAME-COUNT       PIC ZZ,ZZ9.
018194     05  FILLER                    PIC X(84) VALUE SPACES.
018200
018300 PROCEDURE DIVISION.
018400
019800     GO TO 9999-EXIT.
019900
020000******************************************************************
020100* 1000-INITIALIZE - CHECK THE BUSINESS DATE BEFORE ANY OUTPUT
020150* IS OPENED, PICK UP THE RUN MODE, OPEN THE FILES, CHECK FOR A
020200* RESTART (ONLY DIRECT MODE REPOSITIONS - A SORTED RUN IS RERUN
020250* FROM THE TOP), PRINT THE FIRST PAGE HEADING, AND PRIME THE
020260* READ.
020300******************************************************************
020400 1000-INITIALIZE.
020405     PERFORM 1900-READ-BUSINESS-DATE
020407         THRU 1900-READ-BUSINESS-DATE-EXIT.
020410     ACCEPT WS-PARM-RECORD.
020420     IF NOT WS-MODE-DIRECT
020430      AND NOT WS-MODE-SORTED
020520         THRU 1600-OPEN-SUSPENSE-EXIT.
020550     OPEN OUTPUT EXTRACT-FILE.
020600     OPEN OUTPUT PRINT-FILE.
020650     OPEN OUTPUT RESULT-FILE.
020700     OPEN I-O NAME-MASTER.
020710     IF NOT WS-MASTER-OK
020720         DISPLAY "MYPROGB - NAME-MASTER OPEN FAILED, STATUS = "
020764         THRU 1500-READ-CUST-CONTROL-EXIT.
020766     PERFORM 1800-LOAD-LOCALE-TABLE
020768         THRU 1800-LOAD-LOCALE-TABLE-EXIT.
020769     PERFORM 1850-LOAD-STATE-TABLE
020770         THRU 1850-LOAD-STATE-TABLE-EXIT.
020771     OPEN EXTEND JOURNAL-FILE.
020772     IF NOT WS-JOURNAL-OK
020774         DISPLAY "MYPROGB - NAMEJRNL OPEN FAILED, STATUS = "
020776             WS-JOURNAL-STATUS
020778         MOVE 16 TO RETURN-CODE
020780         GO TO 9999-EXIT
020782     END-IF.
020850     ACCEPT WS-START-TIME FROM TIME.
020900     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
021000         DELIMITED BY SIZE INTO WS-RUN-DATE.
021010     PERFORM 1700-WRITE-EXTRACT-HEADER
021020         THRU 1700-WRITE-EXTRACT-HEADER-EXIT.
021050     PERFORM 1300-READ-RESTART-CHECKPOINT
021060         THRU 1300-READ-RESTART-CHECKPOINT-EXIT.
021070     IF WS-MODE-SORTED
021080         OPEN OUTPUT CHKPT-FILE
021085         PERFORM 6100-WRITE-START-CHECKPOINT
021087             THRU 6100-WRITE-START-CHECKPOINT-EXIT
021090         PERFORM 1200-WRITE-HEADINGS
021092             THRU 1200-WRITE-HEADINGS-EXIT
021095         GO TO 1000-INITIALIZE-EXIT
021097     END-IF.
021300     IF WS-RESTART-COUNT > ZERO
021400         OPEN EXTEND CHKPT-FILE
021500         PERFORM 1400-SKIP-PROCESSED-RECORDS
021710         MOVE WS-RESTART-ADD-COUNT    TO WS-ADD-COUNT
021720         MOVE WS-RESTART-UPDATE-COUNT TO WS-UPDATE-COUNT
021730         MOVE WS-RESTART-REJECT-COUNT TO WS-REJECT-COUNT
021740         MOVE WS-RESTART-DELETE-COUNT TO WS-DELETE-COUNT
021750         MOVE WS-RESTART-RENAME-COUNT TO WS-RENAME-COUNT
021800     ELSE
021900         OPEN OUTPUT CHKPT-FILE
021950         PERFORM 6100-WRITE-START-CHECKPOINT
021970             THRU 6100-WRITE-START-CHECKPOINT-EXIT
022000     END-IF.
022100     PERFORM 1200-WRITE-HEADINGS
022200         THRU 1200-WRITE-HEADINGS-EXIT.
023200     READ NAME-TRANS-FILE
023300         AT END
023400             SET WS-EOF TO TRUE
023425         NOT AT END
023450             ADD 1 TO WS-TRANS-ORDINAL
023475             MOVE WS-TRANS-ORDINAL TO WS-CUR-TRANS-ORDINAL
023500     END-READ.
023520     MOVE ZERO   TO WS-CUR-CYCLE-COUNT.
023540     MOVE SPACES TO WS-CUR-FIRST-REJECT.
023728             CLOSE SUSP-IN-FILE
023730         NOT AT END
023732             MOVE SI-TRANS-DATA TO TR-TRANS-RECORD
023733             MOVE ZERO TO WS-CUR-TRANS-ORDINAL
023734             IF SI-CYCLE-COUNT NUMERIC
023735                 MOVE SI-CYCLE-COUNT TO WS-CUR-CYCLE-COUNT
023737             ELSE
023739                 MOVE ZERO TO WS-CUR-CYCLE-COUNT
025400
025500******************************************************************
025600* 1300-READ-RESTART-CHECKPOINT - READ CHKPT-FILE FROM THE FRONT,
025700* KEEPING THE LAST RECORD SEEN.  A MISSING OR EMPTY CHECKPOINT
025800* FILE MEANS THIS IS A FRESH RUN, NOT A RESTART.  EVERY RUN
025810* WRITES A START RECORD FIRST (6100), SO ANY RECORD AT ALL MEANS
025820* AN EARLIER ATTEMPT GOT UNDER WAY AND THIS IS A RESTART RUN -
025830* IN EITHER MODE, WHETHER OR NOT IT REACHED A CHECKPOINT.  A
025840* RESTART RUN TAKES AN ADD OR DELETE IT FINDS ALREADY ON THE
025850* MASTER AS THAT ATTEMPT'S OWN WORK (2520, 2530, 5500, 5600).
025900******************************************************************
026000 1300-READ-RESTART-CHECKPOINT.
026100     MOVE ZERO   TO WS-RESTART-COUNT.
026150     MOVE ZERO   TO WS-RESTART-ADD-COUNT.
026160     MOVE ZERO   TO WS-RESTART-UPDATE-COUNT.
026170     MOVE ZERO   TO WS-RESTART-REJECT-COUNT.
026180     MOVE ZERO   TO WS-RESTART-DELETE-COUNT.
026190     MOVE ZERO   TO WS-RESTART-RENAME-COUNT.
026200     MOVE SPACES TO WS-RESTART-KEY.
026300     OPEN INPUT CHKPT-FILE.
026400     IF WS-CHKPT-NOT-FOUND
028100         AT END
028200             SET WS-CHKPT-EOF TO TRUE
028300         NOT AT END
028350             SET WS-RESTART-RUN TO TRUE
028400             MOVE CK-RECORD-COUNT TO WS-RESTART-COUNT
028410             MOVE CK-ADD-COUNT    TO WS-RESTART-ADD-COUNT
028420             MOVE CK-UPDATE-COUNT TO WS-RESTART-UPDATE-COUNT
028430             MOVE CK-REJECT-COUNT TO WS-RESTART-REJECT-COUNT
028440             MOVE CK-DELETE-COUNT TO WS-RESTART-DELETE-COUNT
028450             MOVE CK-RENAME-COUNT TO WS-RESTART-RENAME-COUNT
028500             MOVE CK-LAST-KEY     TO WS-RESTART-KEY
028600     END-READ.
028700 1310-READ-ONE-CHECKPOINT-EXIT.
030450* AN ABENDED RUN'S SUSPENSE OUTPUT GENERATION IS NOT KEPT, SO
030460* EACH SKIPPED RECORD IS RE-EDITED AND A REJECT IS RE-WRITTEN TO
030470* THIS RUN'S SUSPENSE FILE - THE EDITS ARE DETERMINISTIC, SO THE
030480* REPLAY REBUILDS EXACTLY WHAT THE ABENDED RUN HAD WRITTEN.  THE
030482* EXCEPTIONS ARE A DELETE WHOSE CUSTOMER IS ALREADY GONE AND AN
030484* ADD WHOSE NAME IS ALREADY ON FILE - THE ABENDED RUN'S OWN
030486* WORK - WHICH THE EDIT LETS STAND ON A RESTART RUN.
030490******************************************************************
030500 1410-SKIP-ONE-RECORD.
030600     PERFORM 1100-READ-TRANS
030855         ELSE
030860             PERFORM 1420-REPLAY-EXTRACT
030865                 THRU 1420-REPLAY-EXTRACT-EXIT
030867             MOVE "DONE" TO WS-RECON-TYPE
030868         END-IF
030869         PERFORM 4300-WRITE-RESULT
030912             THRU 4300-WRITE-RESULT-EXIT
030956     END-IF.
031000     ADD 1 TO WS-SKIP-CTR.
031100 1410-SKIP-ONE-RECORD-EXIT.
031200     EXIT.
031327             GO TO 9999-EXIT
031328     END-READ.
031329     MOVE CN-LAST-CUST-NUMBER TO WS-LAST-CUST-NUMBER.
031331     CLOSE CUST-CTL-FILE.
031332 1500-READ-CUST-CONTROL-EXIT.
031333     EXIT.
031334
031336******************************************************************
031337* 1600-OPEN-SUSPENSE - OPEN THE PRIOR RUN'S SUSPENSE FILE FOR
031338* RECYCLING AND THIS RUN'S REJECT FILE.  A MISSING SUSPIN FILE
031339* (STATUS 35) MEANS THE PRIOR RUN REJECTED NOTHING, SO THE
031341* RECYCLE PASS IS SIMPLY SKIPPED.
031342******************************************************************
031343 1600-OPEN-SUSPENSE.
031344     OPEN INPUT SUSP-IN-FILE.
031346     IF WS-SUSPIN-NOT-FOUND
031347         SET WS-SUSPIN-DONE TO TRUE
031348     ELSE
031349         IF NOT WS-SUSPIN-OK
031350             DISPLAY "MYPROGB - SUSPIN OPEN FAILED, STATUS = "
031352                 WS-SUSPIN-STATUS
031353             MOVE 16 TO RETURN-CODE
031354             GO TO 9999-EXIT
031355         END-IF
031357     END-IF.
031358     OPEN OUTPUT SUSPENSE-FILE.
031359     OPEN OUTPUT DEAD-LETTER-FILE.
031360 1600-OPEN-SUSPENSE-EXIT.
031362     EXIT.
031363
031364******************************************************************
031365* 1700-WRITE-EXTRACT-HEADER - OPEN THE RUN'S EXTRACT GENERATION
031367* WITH AN "H" RECORD CARRYING THE RUN DATE AND THIS PROGRAM'S
031368* NAME, SO THE RECEIVING SIDE KNOWS WHOSE FEED IT IS READING.
031369******************************************************************
031370 1700-WRITE-EXTRACT-HEADER.
031371     MOVE SPACES       TO XT-EXTRACT-RECORD.
031373     MOVE "H"          TO XT-RECORD-TYPE.
031374     MOVE WS-RUN-DATE  TO XT-HDR-RUN-DATE.
031375     MOVE "MYPROGB"    TO XT-HDR-SOURCE-PGM.
031376     WRITE XT-EXTRACT-RECORD.
031378 1700-WRITE-EXTRACT-HEADER-EXIT.
031379     EXIT.
031380
031381******************************************************************
031383* 1800-LOAD-LOCALE-TABLE - LOAD THE PROMPT/GREETING TEXT TABLE
031384* FROM THE LOCALE DATA FILE.  A MISSING OR EMPTY FILE IS FATAL -
031385* EVERY TRANSACTION WOULD REJECT WITH REASON 03 AND THE RUN
031386* WOULD ONLY LOOK SUCCESSFUL.
031388******************************************************************
031389 1800-LOAD-LOCALE-TABLE.
031390     OPEN INPUT LOCALE-FILE.
031391     IF NOT WS-LOCALE-FILE-OK
031392         DISPLAY "MYPROGB - LOCALFIL OPEN FAILED, STATUS = "
031394             WS-LOCALE-FILE-STATUS
031395         MOVE 16 TO RETURN-CODE
031396         GO TO 9999-EXIT
031397     END-IF.
031399     MOVE ZERO TO LC-LOCALE-COUNT.
031400     PERFORM 1810-LOAD-ONE-LOCALE
031401         THRU 1810-LOAD-ONE-LOCALE-EXIT
031402         UNTIL WS-LOCFILE-EOF.
031404     CLOSE LOCALE-FILE.
031405     IF LC-LOCALE-COUNT = ZERO
031406         DISPLAY "MYPROGB - LOCALE FILE IS EMPTY"
031407         MOVE 16 TO RETURN-CODE
031409         GO TO 9999-EXIT
031410     END-IF.
031411 1800-LOAD-LOCALE-TABLE-EXIT.
031412     EXIT.
031414
031415 1810-LOAD-ONE-LOCALE.
031416     READ LOCALE-FILE
031417         AT END
031418             SET WS-LOCFILE-EOF TO TRUE
031420             GO TO 1810-LOAD-ONE-LOCALE-EXIT
031421     END-READ.
031422     IF LC-LOCALE-COUNT NOT < 20
031423         DISPLAY "MYPROGB - LOCALE FILE HAS MORE THAN 20 ROWS"
031425         MOVE 16 TO RETURN-CODE
031426         GO TO 9999-EXIT
031427     END-IF.
031428     ADD 1 TO LC-LOCALE-COUNT.
031430     SET LC-IDX TO LC-LOCALE-COUNT.
031431     MOVE LO-LOCALE-CODE   TO LC-LOCALE-CODE (LC-IDX).
031432     MOVE LO-PROMPT-TEXT   TO LC-PROMPT-TEXT (LC-IDX).
031433     MOVE LO-GREETING-TEXT TO LC-GREETING-TEXT (LC-IDX).
031435 1810-LOAD-ONE-LOCALE-EXIT.
031436     EXIT.
031437
031438******************************************************************
031439* 1850-LOAD-STATE-TABLE - LOAD THE STATE/PROVINCE REFERENCE FROM
031441* THE STATEREF FILE.  A MISSING OR EMPTY FILE IS FATAL - EVERY
031442* TRANSACTION WITH A STATE WOULD REJECT WITH REASON 11.
031443******************************************************************
031444 1850-LOAD-STATE-TABLE.
031446     OPEN INPUT STATE-REF-FILE.
031447     IF NOT WS-STATEREF-OK
031448         DISPLAY "MYPROGB - STATEREF OPEN FAILED, STATUS = "
031449             WS-STATEREF-STATUS
031451         MOVE 16 TO RETURN-CODE
031452         GO TO 9999-EXIT
031453     END-IF.
031454     MOVE ZERO TO ST-STATE-COUNT.
031456     PERFORM 1860-LOAD-ONE-STATE
031457         THRU 1860-LOAD-ONE-STATE-EXIT
031458         UNTIL WS-STATEREF-EOF.
031459     CLOSE STATE-REF-FILE.
031460     IF ST-STATE-COUNT = ZERO
031462         DISPLAY "MYPROGB - STATEREF FILE IS EMPTY"
031463         MOVE 16 TO RETURN-CODE
031464         GO TO 9999-EXIT
031465     END-IF.
031467 1850-LOAD-STATE-TABLE-EXIT.
031468     EXIT.
031469
031470 1860-LOAD-ONE-STATE.
031472     READ STATE-REF-FILE
031473         AT END
031474             SET WS-STATEREF-EOF TO TRUE
031475             GO TO 1860-LOAD-ONE-STATE-EXIT
031477     END-READ.
031478     IF ST-STATE-COUNT NOT < 100
031479         DISPLAY "MYPROGB - STATEREF FILE HAS MORE THAN 100 ROWS"
031480         MOVE 16 TO RETURN-CODE
031482         GO TO 9999-EXIT
031483     END-IF.
031484     ADD 1 TO ST-STATE-COUNT.
031485     SET ST-IDX TO ST-STATE-COUNT.
031486     MOVE SP-STATE-RECORD TO ST-STATE-ENTRY (ST-IDX).
031488 1860-LOAD-ONE-STATE-EXIT.
031489     EXIT.
031490
031491******************************************************************
031493* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
031494* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK, SO A CYCLE THAT
031495* RUNS PAST MIDNIGHT OR IS RESTARTED NEXT MORNING STILL WORKS AS
031496* OF ITS OWN DAY.  A CYCLE THAT HAS ALREADY COMPLETED FOR THE
031498* BUSINESS DATE REFUSES TO RUN AGAIN UNTIL A MYBDATE "C" CARD
031499* REOPENS IT.
031500******************************************************************
031501 1900-READ-BUSINESS-DATE.
031503     OPEN INPUT BUS-DATE-FILE.
031504     IF NOT WS-BUSDATE-OK
031505         DISPLAY "MYPROGB - BUSDATE OPEN FAILED, STATUS = "
031506             WS-BUSDATE-STATUS
031507         MOVE 16 TO RETURN-CODE
031509         GO TO 9999-EXIT
031510     END-IF.
031511     MOVE "D"       TO BD-KEY-TYPE.
031512     MOVE "CONTROL" TO BD-KEY-VALUE.
031514     READ BUS-DATE-FILE
031515         INVALID KEY
031516             DISPLAY "MYPROGB - BUSINESS DATE CONTROL RECORD "
031517                 "MISSING"
031519             MOVE 16 TO RETURN-CODE
031520             GO TO 9999-EXIT
031521     END-READ.
031522     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
031524     MOVE "C"       TO BD-KEY-TYPE.
031525     MOVE "MYPROGB" TO BD-KEY-VALUE.
031526     READ BUS-DATE-FILE
031527         INVALID KEY
031528             MOVE ZERO TO BD-CYC-LAST-DATE
031530     END-READ.
031531     IF BD-CYC-LAST-DATE NOT < WS-CURRENT-DATE
031532         DISPLAY "MYPROGB - CYCLE ALREADY COMPLETE FOR BUSINESS "
031533             "DATE " WS-CURRENT-DATE
031535         DISPLAY "MYPROGB - REOPEN IT WITH A MYBDATE C CARD "
031536             "TO RERUN"
031537         MOVE 16 TO RETURN-CODE
031538         CLOSE BUS-DATE-FILE
031540         GO TO 9999-EXIT
031541     END-IF.
031542     CLOSE BUS-DATE-FILE.
031543 1900-READ-BUSINESS-DATE-EXIT.
031545     EXIT.
031546
031547******************************************************************
031548* 2000-PROCESS-TRANS - EDIT THE CURRENT TRANSACTION, SENDING A
031550* FAILURE TO THE SUSPENSE FILE WITH ITS REASON CODE; A CLEAN
031600* TRANSACTION IS RECONCILED AGAINST NAME-MASTER AND GREETED AS
031650* BEFORE.  EITHER WAY A DETAIL LINE IS PRINTED, A CHECKPOINT IS
032040         PERFORM 2600-WRITE-SUSPENSE
032050             THRU 2600-WRITE-SUSPENSE-EXIT
032060     ELSE
032070         IF WS-ALREADY-APPLIED
032080             PERFORM 2050-TAKE-AS-APPLIED
032090                 THRU 2050-TAKE-AS-APPLIED-EXIT
032100         ELSE
032300             PERFORM 4000-DISPLAY-GREETING
032400                 THRU 4000-DISPLAY-GREETING-EXIT
032500             PERFORM 5000-RECONCILE-MASTER
032600                 THRU 5000-RECONCILE-MASTER-EXIT
032850             PERFORM 4200-WRITE-EXTRACT
032860                 THRU 4200-WRITE-EXTRACT-EXIT
032865         END-IF
032870     END-IF.
032880     PERFORM 4100-WRITE-DETAIL
032890         THRU 4100-WRITE-DETAIL-EXIT.
032893     PERFORM 4300-WRITE-RESULT
032897         THRU 4300-WRITE-RESULT-EXIT.
032900     ADD 1 TO WS-RECORD-COUNT.
033000     DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
033100         GIVING WS-CHKPT-DIVIDE-QUOT
033800         THRU 1100-READ-TRANS-EXIT.
033900 2000-PROCESS-TRANS-EXIT.
034000     EXIT.
034010
034020******************************************************************
034030* 2050-TAKE-AS-APPLIED - A RESTART RUN HAS MET AN ADD OR DELETE
034040* THE EARLIER ATTEMPT APPLIED AFTER ITS LAST CHECKPOINT.  THE
034050* MASTER AND THE JOURNAL ALREADY HOLD IT, SO NOTHING IS APPLIED
034060* AGAIN; IT IS COUNTED AS THE ADD OR DELETE IT WAS (SO MYBAL
034070* STILL BALANCES), ITS EXTRACT DETAIL IS RE-WRITTEN, AND IT
034080* SHOWS AS DONE, THE SAME AS A RECORD THE RESTART SKIPPED.
034090******************************************************************
034091 2050-TAKE-AS-APPLIED.
034092     IF TR-ACTION-DELETE
034093         ADD 1 TO WS-DELETE-COUNT
034094     ELSE
034095         ADD 1 TO WS-ADD-COUNT
034096     END-IF.
034097     PERFORM 1420-REPLAY-EXTRACT
034098         THRU 1420-REPLAY-EXTRACT-EXIT.
034099     MOVE "DONE" TO WS-RECON-TYPE.
034100 2050-TAKE-AS-APPLIED-EXIT.
034102     EXIT.
034104
034106******************************************************************
034108* 2500-EDIT-TRANS - APPLY THE SAME EDITS TO A BATCH TRANSACTION
034110* THAT THE INTERACTIVE PROGRAM APPLIES TO KEYED INPUT: THE NAME
034112* CANNOT BE BLANK AND MUST SPLIT INTO A FIRST AND LAST NAME.  ON
034115* TOP OF THAT THE LOCALE CODE MUST BE IN THE LOCALTAB TABLE, A
034117* SUPPLIED POSTAL CODE MUST BE A US ZIP OR A CANADIAN CODE, A
034119* SUPPLIED STATE MUST BE ON THE STATEREF TABLE (11) AND THE
034121* POSTAL CODE MUST FALL IN ONE OF ITS PREFIX RANGES (12), A
034123* SUPPLIED PHONE MUST BE A DIALABLE NUMBER (13), AND
034125* A SUPPLIED CUSTOMER NUMBER MUST BE ON THE MASTER.  THE FIRST
034128* FAILURE WINS AND ITS REASON CODE GOES TO THE SUSPENSE RECORD;
034130* THE CUSTOMER-NUMBER CHECK RUNS LAST SO BOTH RUN MODES HAND A
034132* GIVEN RECORD THE SAME REASON.  IN SORTED MODE THAT CHECK
034134* BELONGS TO THE SEQUENTIAL MATCH (5600) - A KEYED READ HERE
034136* WOULD BE THE VERY RANDOM I/O THE MODE EXISTS TO AVOID.
034138*
034140* THE ACTION CODE IS EDITED FIRST.  A DELETE IS EDITED ON ITS
034143* CUSTOMER NUMBER ALONE (2520); AN UPDATE OR RENAME MUST CARRY
034145* A NUMBER; AN ADD IS EDITED BY 2530.  A RENAME CHANGES ONLY
034147* THE NAME, SO ITS ADDRESS IS NOT EDITED.
034149*
034151* THE STREET AND PHONE ARE PUT INTO HOUSE STYLE (2570) BEFORE
034153* THE ADDRESS IS EDITED, SO THE TRANSACTION CARRIES THEM THAT
034156* WAY TO THE MASTER - OR, REJECTED, TO SUSPENSE.
034158******************************************************************
034160 2500-EDIT-TRANS.
034162     SET WS-TRANS-VALID TO TRUE.
034164     MOVE "N" TO WS-ALREADY-APPLIED-SW.
034166     MOVE SPACES TO WS-REJECT-REASON.
034168     MOVE "N" TO WS-NUMBERED-SW.
034171     IF TR-CUST-NUMBER NUMERIC AND TR-CUST-NUMBER > ZERO
034173         SET WS-TRANS-NUMBERED TO TRUE
034175     END-IF.
034177     PERFORM 3000-PARSE-NAME
034179         THRU 3000-PARSE-NAME-EXIT.
034181     PERFORM 3100-LOOKUP-LOCALE
034184         THRU 3100-LOOKUP-LOCALE-EXIT.
034186     IF NOT TR-ACTION-VALID
034188         SET WS-TRANS-REJECTED TO TRUE
034190         MOVE "06" TO WS-REJECT-REASON
034192         GO TO 2500-EDIT-TRANS-EXIT
034194     END-IF.
034196     IF TR-ACTION-DELETE
034199         PERFORM 2520-EDIT-DELETE
034201             THRU 2520-EDIT-DELETE-EXIT
034203         GO TO 2500-EDIT-TRANS-EXIT
034205     END-IF.
034207     IF TR-FULL-NAME = SPACES
034209         SET WS-TRANS-REJECTED TO TRUE
034212         MOVE "01" TO WS-REJECT-REASON
034214         GO TO 2500-EDIT-TRANS-EXIT
034216     END-IF.
034218     IF NM-LAST-NAME = SPACES
034220         SET WS-TRANS-REJECTED TO TRUE
034222         MOVE "02" TO WS-REJECT-REASON
034224         GO TO 2500-EDIT-TRANS-EXIT
034227     END-IF.
034229     IF WS-LOCALE-UNKNOWN
034231         SET WS-TRANS-REJECTED TO TRUE
034233         MOVE "03" TO WS-REJECT-REASON
034235         GO TO 2500-EDIT-TRANS-EXIT
034237     END-IF.
034240     IF TR-ACTION-RENAME
034242         SET WS-POSTAL-VALID TO TRUE
034244         SET WS-STATE-VALID TO TRUE
034246         SET AS-PHONE-VALID TO TRUE
034248     ELSE
034250         PERFORM 2570-STANDARDIZE-ADDRESS
034252             THRU 2570-STANDARDIZE-ADDRESS-EXIT
034255         PERFORM 2550-EDIT-POSTAL-CODE
034257             THRU 2550-EDIT-POSTAL-CODE-EXIT
034259         PERFORM 2560-EDIT-STATE-POSTAL
034261             THRU 2560-EDIT-STATE-POSTAL-EXIT
034263     END-IF.
034265     IF WS-POSTAL-INVALID
034268         SET WS-TRANS-REJECTED TO TRUE
034270         MOVE "05" TO WS-REJECT-REASON
034272         GO TO 2500-EDIT-TRANS-EXIT
034274     END-IF.
034276     IF WS-STATE-UNKNOWN
034278         SET WS-TRANS-REJECTED TO TRUE
034280         MOVE "11" TO WS-REJECT-REASON
034283         GO TO 2500-EDIT-TRANS-EXIT
034285     END-IF.
034287     IF WS-POSTAL-WRONG-STATE
034289         SET WS-TRANS-REJECTED TO TRUE
034291         MOVE "12" TO WS-REJECT-REASON
034293         GO TO 2500-EDIT-TRANS-EXIT
034296     END-IF.
034298     IF AS-PHONE-INVALID
034300         SET WS-TRANS-REJECTED TO TRUE
034302         MOVE "13" TO WS-REJECT-REASON
034304         GO TO 2500-EDIT-TRANS-EXIT
034306     END-IF.
034308     IF TR-ACTION-ADD
034311         PERFORM 2530-EDIT-ADD
034313             THRU 2530-EDIT-ADD-EXIT
034315         GO TO 2500-EDIT-TRANS-EXIT
034317     END-IF.
034319     IF (TR-ACTION-UPDATE OR TR-ACTION-RENAME)
034321      AND NOT WS-TRANS-NUMBERED
034324         SET WS-TRANS-REJECTED TO TRUE
034326         MOVE "07" TO WS-REJECT-REASON
034328         GO TO 2500-EDIT-TRANS-EXIT
034330     END-IF.
034332     IF WS-MODE-DIRECT
034334      AND WS-TRANS-NUMBERED
034336         MOVE TR-CUST-NUMBER TO MA-CUST-NUMBER
034339         READ NAME-MASTER
034341             INVALID KEY
034343                 SET WS-TRANS-REJECTED TO TRUE
034345                 MOVE "04" TO WS-REJECT-REASON
034347         END-READ
034349     END-IF.
034352 2500-EDIT-TRANS-EXIT.
034354     EXIT.
034356
034358******************************************************************
034360* 2520-EDIT-DELETE - A DELETE (CLOSURE) NAMES ITS CUSTOMER BY
034362* NUMBER ALONE - THE NAME, LOCALE, AND ADDRESS ON IT ARE NOT
034364* EDITED BECAUSE NONE OF THEM IS APPLIED.  THE NUMBER MUST BE
034367* SUPPLIED (07) AND, IN DIRECT MODE, ON FILE (08); SORTED MODE
034369* LEAVES THE ON-FILE CHECK TO THE SEQUENTIAL MATCH, AS FOR ANY
034371* OTHER NUMBERED TRANSACTION.  ON A RESTART RUN A CUSTOMER
034373* ALREADY GONE WAS DELETED BY THE EARLIER ATTEMPT ITSELF, SO THE
034375* DELETE STANDS AS APPLIED INSTEAD OF REJECTING.
034377******************************************************************
034380 2520-EDIT-DELETE.
034382     IF NOT WS-TRANS-NUMBERED
034384         SET WS-TRANS-REJECTED TO TRUE
034386         MOVE "07" TO WS-REJECT-REASON
034388         GO TO 2520-EDIT-DELETE-EXIT
034390     END-IF.
034392     IF WS-MODE-SORTED
034395         GO TO 2520-EDIT-DELETE-EXIT
034397     END-IF.
034399     MOVE TR-CUST-NUMBER TO MA-CUST-NUMBER.
034401     READ NAME-MASTER
034403         INVALID KEY
034405             IF WS-RESTART-RUN
034408                 DISPLAY "MYPROGB - RESTART TAKES THE DELETE OF "
034410                     TR-CUST-NUMBER " AS ALREADY APPLIED"
034412                 SET WS-ALREADY-APPLIED TO TRUE
034414             ELSE
034416                 SET WS-TRANS-REJECTED TO TRUE
034418                 MOVE "08" TO WS-REJECT-REASON
034420             END-IF
034423     END-READ.
034425 2520-EDIT-DELETE-EXIT.
034427     EXIT.
034429
034431******************************************************************
034433* 2530-EDIT-ADD - AN EXPLICIT ADD ALWAYS TAKES A FRESH NUMBER, SO
034436* IT MAY NOT CARRY ONE (09), AND IT MAY NOT DUPLICATE A NAME
034438* ALREADY ON THE MASTER (10) - A BLANK ACTION CODE IS STILL THE
034440* WAY TO SAY "ADD OR UPDATE BY NAME".  THE NAME CHECK HERE IS A
034442* DIRECT-MODE READ ON THE NAME INDEX; SORTED MODE MAKES THE SAME
034444* CHECK IN 5500, WHERE ITS NAME-INDEX READ ALREADY HAPPENS.  A
034446* RESTART RUN FINDS THE EARLIER ATTEMPT'S OWN ADD ON FILE, SO A
034448* NAME LAST UPDATED ON THIS RUN DATE IS TAKEN AS THAT ADD.
034451******************************************************************
034453 2530-EDIT-ADD.
034455     IF WS-TRANS-NUMBERED
034457         SET WS-TRANS-REJECTED TO TRUE
034459         MOVE "09" TO WS-REJECT-REASON
034461         GO TO 2530-EDIT-ADD-EXIT
034464     END-IF.
034466     IF WS-MODE-SORTED
034468         GO TO 2530-EDIT-ADD-EXIT
034470     END-IF.
034472     MOVE NM-FULL-NAME TO MA-NAME-KEY.
034474     READ NAME-MASTER KEY IS MA-NAME-KEY
034476         INVALID KEY
034479             CONTINUE
034481         NOT INVALID KEY
034483             IF WS-RESTART-RUN
034485              AND MA-LAST-UPDATE-DATE = WS-RUN-DATE
034487                 SET WS-ALREADY-APPLIED TO TRUE
034489             ELSE
034492                 SET WS-TRANS-REJECTED TO TRUE
034494                 MOVE "10" TO WS-REJECT-REASON
034496             END-IF
034498     END-READ.
034500 2530-EDIT-ADD-EXIT.
034502     EXIT.
034504
034507******************************************************************
034509* 2550-EDIT-POSTAL-CODE - A BLANK POSTAL CODE MEANS NONE WAS
034511* SUPPLIED AND PASSES.  OTHERWISE THE CODE MUST BE A US ZIP
034513* (FIVE DIGITS, OPTIONALLY "-" AND FOUR MORE) OR A CANADIAN
034515* CODE (A9A 9A9) - ANYTHING ELSE FAILS THE EDIT.
034517******************************************************************
034520 2550-EDIT-POSTAL-CODE.
034522     SET WS-POSTAL-VALID TO TRUE.
034524     IF TR-POSTAL-CODE = SPACES
034526         GO TO 2550-EDIT-POSTAL-CODE-EXIT
034528     END-IF.
034530     MOVE TR-POSTAL-CODE TO WS-POSTAL-WORK.
034532     IF WS-PW-ZIP5 NUMERIC
034535         IF WS-PW-ZIP-REST = SPACES
034537             GO TO 2550-EDIT-POSTAL-CODE-EXIT
034539         END-IF
034541         IF WS-PW-ZIP-DASH = "-"
034543          AND WS-PW-ZIP4 NUMERIC
034545             GO TO 2550-EDIT-POSTAL-CODE-EXIT
034548         END-IF
034550         SET WS-POSTAL-INVALID TO TRUE
034552         GO TO 2550-EDIT-POSTAL-CODE-EXIT
034554     END-IF.
034556     IF WS-PW-CAN-A1 ALPHABETIC AND WS-PW-CAN-A1 NOT = SPACE
034558      AND WS-PW-CAN-N1 NUMERIC
034560      AND WS-PW-CAN-A2 ALPHABETIC AND WS-PW-CAN-A2 NOT = SPACE
034563      AND WS-PW-CAN-BLANK = SPACE
034565      AND WS-PW-CAN-N2 NUMERIC
034567      AND WS-PW-CAN-A3 ALPHABETIC AND WS-PW-CAN-A3 NOT = SPACE
034569      AND WS-PW-CAN-N3 NUMERIC
034571      AND WS-PW-CAN-REST = SPACES
034573         GO TO 2550-EDIT-POSTAL-CODE-EXIT
034576     END-IF.
034578     SET WS-POSTAL-INVALID TO TRUE.
034580 2550-EDIT-POSTAL-CODE-EXIT.
034582     EXIT.
034584
034586******************************************************************
034588* 2560-EDIT-STATE-POSTAL - A BLANK STATE MEANS NONE WAS SUPPLIED
034591* AND PASSES.  OTHERWISE IT MUST BE ON THE STATEREF TABLE, AND A
034593* SUPPLIED POSTAL CODE THAT PASSED 2550 MUST BE OF THAT ROW'S
034595* COUNTRY AND ITS FIRST THREE CHARACTERS (ZIP PREFIX OR CANADIAN
034597* FSA) MUST FALL IN ONE OF THE ROW'S PREFIX RANGES.  2550 HAS
034599* ALREADY LAID THE POSTAL CODE OVER WS-POSTAL-WORK.
034601******************************************************************
034604 2560-EDIT-STATE-POSTAL.
034606     SET WS-STATE-VALID TO TRUE.
034608     IF TR-STATE = SPACES
034610         GO TO 2560-EDIT-STATE-POSTAL-EXIT
034612     END-IF.
034614     SET ST-IDX TO 1.
034616     SEARCH ST-STATE-ENTRY
034619         AT END
034621             SET WS-STATE-UNKNOWN TO TRUE
034623         WHEN ST-STATE-CODE (ST-IDX) = TR-STATE
034625             CONTINUE
034627     END-SEARCH.
034629     IF WS-STATE-UNKNOWN
034632      OR TR-POSTAL-CODE = SPACES
034634      OR WS-POSTAL-INVALID
034636         GO TO 2560-EDIT-STATE-POSTAL-EXIT
034638     END-IF.
034640     IF WS-PW-ZIP5 NUMERIC
034642         IF NOT ST-COUNTRY-US (ST-IDX)
034644             SET WS-POSTAL-WRONG-STATE TO TRUE
034647             GO TO 2560-EDIT-STATE-POSTAL-EXIT
034649         END-IF
034651     ELSE
034653         IF NOT ST-COUNTRY-CA (ST-IDX)
034655             SET WS-POSTAL-WRONG-STATE TO TRUE
034657             GO TO 2560-EDIT-STATE-POSTAL-EXIT
034660         END-IF
034662     END-IF.
034664     MOVE "N" TO WS-RANGE-FOUND-SW.
034666     PERFORM 2565-CHECK-ONE-RANGE
034668         THRU 2565-CHECK-ONE-RANGE-EXIT
034670         VARYING WS-RANGE-SUB FROM 1 BY 1
034672         UNTIL WS-RANGE-SUB > ST-RANGE-COUNT (ST-IDX)
034675            OR WS-RANGE-FOUND.
034677     IF NOT WS-RANGE-FOUND
034679         SET WS-POSTAL-WRONG-STATE TO TRUE
034681     END-IF.
034683 2560-EDIT-STATE-POSTAL-EXIT.
034685     EXIT.
034688
034690 2565-CHECK-ONE-RANGE.
034692     IF WS-PW-PREFIX NOT < ST-RANGE-LOW (ST-IDX, WS-RANGE-SUB)
034694      AND WS-PW-PREFIX NOT > ST-RANGE-HIGH (ST-IDX, WS-RANGE-SUB)
034696         SET WS-RANGE-FOUND TO TRUE
034698     END-IF.
034700 2565-CHECK-ONE-RANGE-EXIT.
034703     EXIT.
034705
034707******************************************************************
034709* 2570-STANDARDIZE-ADDRESS - PUT THE TRANSACTION'S ADDRESS INTO
034711* HOUSE STYLE IN PLACE: STATE AND POSTAL CODE IN UPPER CASE, THE
034713* STREET THROUGH 2572, AND THE PHONE THROUGH 2580 (A PHONE THAT
034716* IS NOT DIALABLE COMES BACK AS KEYED AND REJECTS WITH 13).
034718******************************************************************
034720 2570-STANDARDIZE-ADDRESS.
034722     INSPECT TR-STATE
034724         CONVERTING AS-LOWER-CASE TO AS-UPPER-CASE.
034726     INSPECT TR-POSTAL-CODE
034728         CONVERTING AS-LOWER-CASE TO AS-UPPER-CASE.
034731     MOVE TR-STREET-ADDR TO AS-STREET-IN.
034733     PERFORM 2572-STANDARDIZE-STREET
034735         THRU 2572-STANDARDIZE-STREET-EXIT.
034737     MOVE AS-STREET-OUT TO TR-STREET-ADDR.
034739     MOVE TR-PHONE TO AS-PHONE-IN.
034741     PERFORM 2580-STANDARDIZE-PHONE
034744         THRU 2580-STANDARDIZE-PHONE-EXIT.
034746     MOVE AS-PHONE-OUT TO TR-PHONE.
034748 2570-STANDARDIZE-ADDRESS-EXIT.
034750     EXIT.
034752
034754******************************************************************
034756* 2572-STANDARDIZE-STREET - PUT AS-STREET-IN INTO THE HOUSE STYLE
034759* DESCRIBED IN ADDRSTD AND RETURN IT IN AS-STREET-OUT.  THE WORDS
034761* ARE SPLIT OUT AND CLOSED UP, THE UNIT WORD IS FOUND FIRST SO
034763* THE SUFFIX AND DIRECTIONAL RULES LOOK ONLY AT THE STREET PART,
034765* AND THE WORDS ARE PUT BACK TOGETHER ONE SPACE APART.  A BLANK
034767* OR OVERLONG STREET COMES BACK AS KEYED.
034769******************************************************************
034772 2572-STANDARDIZE-STREET.
034774     MOVE AS-STREET-IN TO AS-STREET-OUT.
034776     IF AS-STREET-IN = SPACES
034778         GO TO 2572-STANDARDIZE-STREET-EXIT
034780     END-IF.
034782     INSPECT AS-STREET-IN
034784         CONVERTING AS-LOWER-CASE TO AS-UPPER-CASE.
034787     INSPECT AS-STREET-IN REPLACING ALL "." BY SPACE
034789                                    ALL "," BY SPACE.
034791     MOVE SPACES TO AS-WORD-LIST.
034793     MOVE "N" TO AS-STREET-OVERFLOW-SW.
034795     UNSTRING AS-STREET-IN DELIMITED BY ALL SPACE
034797         INTO AS-WORD (1)  AS-WORD (2)  AS-WORD (3)  AS-WORD (4)
034800              AS-WORD (5)  AS-WORD (6)  AS-WORD (7)  AS-WORD (8)
034802              AS-WORD (9)  AS-WORD (10) AS-WORD (11) AS-WORD (12)
034804              AS-WORD (13) AS-WORD (14) AS-WORD (15)
034806         ON OVERFLOW
034808             SET AS-STREET-OVERFLOW TO TRUE
034810     END-UNSTRING.
034812     IF AS-STREET-OVERFLOW
034815         GO TO 2572-STANDARDIZE-STREET-EXIT
034817     END-IF.
034819     MOVE ZERO TO AS-WORD-COUNT.
034821     PERFORM 2573-COMPACT-ONE-WORD
034823         THRU 2573-COMPACT-ONE-WORD-EXIT
034825         VARYING AS-WORD-SUB FROM 1 BY 1
034828         UNTIL AS-WORD-SUB > 15.
034830     MOVE AS-WORD-COUNT TO AS-STREET-END.
034832     MOVE "N" TO AS-UNIT-FOUND-SW.
034834     PERFORM 2574-FIND-UNIT
034836         THRU 2574-FIND-UNIT-EXIT
034838         VARYING AS-WORD-SUB FROM 2 BY 1
034840         UNTIL AS-WORD-SUB > AS-WORD-COUNT
034843            OR AS-UNIT-FOUND.
034845     MOVE AS-STREET-END TO AS-SUFFIX-POS.
034847     IF AS-STREET-END NOT < 3
034849         MOVE AS-WORD (AS-STREET-END) TO AS-LOOKUP-WORD
034851         PERFORM 2578-LOOKUP-WORD
034853             THRU 2578-LOOKUP-WORD-EXIT
034856         IF AS-WORD-FOUND AND AS-DIRECTIONAL (AS-IDX)
034858             MOVE AS-SHORT-WORD (AS-IDX)
034860                 TO AS-WORD (AS-STREET-END)
034862             SUBTRACT 1 FROM AS-SUFFIX-POS
034864         END-IF
034866     END-IF.
034868     MOVE AS-SUFFIX-POS TO AS-NAME-END.
034871     IF AS-SUFFIX-POS NOT < 2
034873         MOVE AS-WORD (AS-SUFFIX-POS) TO AS-LOOKUP-WORD
034875         PERFORM 2578-LOOKUP-WORD
034877             THRU 2578-LOOKUP-WORD-EXIT
034879         IF AS-WORD-FOUND AND AS-SUFFIX (AS-IDX)
034881             MOVE AS-SHORT-WORD (AS-IDX)
034884                 TO AS-WORD (AS-SUFFIX-POS)
034886             SUBTRACT 1 FROM AS-NAME-END
034888         END-IF
034890     END-IF.
034892     IF AS-NAME-END > 2
034894         MOVE AS-WORD (2) TO AS-LOOKUP-WORD
034896         PERFORM 2578-LOOKUP-WORD
034899             THRU 2578-LOOKUP-WORD-EXIT
034901         IF AS-WORD-FOUND AND AS-DIRECTIONAL (AS-IDX)
034903             MOVE AS-SHORT-WORD (AS-IDX) TO AS-WORD (2)
034905         END-IF
034907     END-IF.
034909     MOVE SPACES TO AS-STREET-OUT.
034912     MOVE 1 TO AS-OUT-PTR.
034914     PERFORM 2576-APPEND-WORD
034916         THRU 2576-APPEND-WORD-EXIT
034918         VARYING AS-WORD-SUB FROM 1 BY 1
034920         UNTIL AS-WORD-SUB > AS-WORD-COUNT.
034922 2572-STANDARDIZE-STREET-EXIT.
034924     EXIT.
034927
034929 2573-COMPACT-ONE-WORD.
034931     IF AS-WORD (AS-WORD-SUB) = SPACES
034933         GO TO 2573-COMPACT-ONE-WORD-EXIT
034935     END-IF.
034937     ADD 1 TO AS-WORD-COUNT.
034940     IF AS-WORD-COUNT < AS-WORD-SUB
034942         MOVE AS-WORD (AS-WORD-SUB) TO AS-WORD (AS-WORD-COUNT)
034944         MOVE SPACES TO AS-WORD (AS-WORD-SUB)
034946     END-IF.
034948 2573-COMPACT-ONE-WORD-EXIT.
034950     EXIT.
034952
034955 2574-FIND-UNIT.
034957     MOVE AS-WORD (AS-WORD-SUB) TO AS-LOOKUP-WORD.
034959     PERFORM 2578-LOOKUP-WORD
034961         THRU 2578-LOOKUP-WORD-EXIT.
034963     IF AS-WORD-FOUND AND AS-UNIT (AS-IDX)
034965         SET AS-UNIT-FOUND TO TRUE
034968         MOVE AS-SHORT-WORD (AS-IDX) TO AS-WORD (AS-WORD-SUB)
034970         COMPUTE AS-STREET-END = AS-WORD-SUB - 1
034972     END-IF.
034974 2574-FIND-UNIT-EXIT.
034976     EXIT.
034978
034980 2576-APPEND-WORD.
034983     IF AS-WORD-SUB > 1
034985         STRING " " DELIMITED BY SIZE
034987             INTO AS-STREET-OUT WITH POINTER AS-OUT-PTR
034989     END-IF.
034991     STRING AS-WORD (AS-WORD-SUB) DELIMITED BY SPACE
034993         INTO AS-STREET-OUT WITH POINTER AS-OUT-PTR.
034996 2576-APPEND-WORD-EXIT.
034998     EXIT.
035000
035002 2578-LOOKUP-WORD.
035004     SET AS-WORD-MISSING TO TRUE.
035006     SET AS-IDX TO 1.
035008     SEARCH AS-WORD-ENTRY
035011         AT END
035013             CONTINUE
035015         WHEN AS-LONG-WORD (AS-IDX) = AS-LOOKUP-WORD
035017             SET AS-WORD-FOUND TO TRUE
035019     END-SEARCH.
035021 2578-LOOKUP-WORD-EXIT.
035024     EXIT.
035026
035028******************************************************************
035030* 2580-STANDARDIZE-PHONE - TAKE THE DIGITS OUT OF AS-PHONE-IN
035032* AND, IF THEY MAKE A DIALABLE NUMBER (SEE ADDRSTD), RETURN IT
035034* AS 999-999-9999 IN AS-PHONE-OUT WITH AS-PHONE-VALID SET.  A
035036* BLANK PHONE MEANS NONE WAS SUPPLIED AND PASSES.  ANYTHING ELSE
035039* SETS AS-PHONE-INVALID AND COMES BACK AS KEYED.
035041******************************************************************
035043 2580-STANDARDIZE-PHONE.
035045     MOVE AS-PHONE-IN TO AS-PHONE-OUT.
035047     SET AS-PHONE-VALID TO TRUE.
035049     IF AS-PHONE-IN = SPACES
035052         GO TO 2580-STANDARDIZE-PHONE-EXIT
035054     END-IF.
035056     MOVE SPACES TO AS-PHONE-DIGITS.
035058     MOVE ZERO TO AS-DIGIT-COUNT.
035060     PERFORM 2582-TAKE-ONE-DIGIT
035062         THRU 2582-TAKE-ONE-DIGIT-EXIT
035064         VARYING AS-CHAR-SUB FROM 1 BY 1
035067         UNTIL AS-CHAR-SUB > 12.
035069     EVALUATE TRUE
035071         WHEN AS-DIGIT-COUNT = 10
035073             MOVE AS-PD-TEN TO AS-PHONE-TEN
035075         WHEN AS-DIGIT-COUNT = 11
035077          AND AS-PHONE-DIGIT (1) = "1"
035080             MOVE AS-PD-AFTER-ONE TO AS-PHONE-TEN
035082         WHEN OTHER
035084             SET AS-PHONE-INVALID TO TRUE
035086             GO TO 2580-STANDARDIZE-PHONE-EXIT
035088     END-EVALUATE.
035090     IF AS-PT-AREA-1 = "0" OR "1"
035092      OR AS-PT-EXCH-1 = "0" OR "1"
035095         SET AS-PHONE-INVALID TO TRUE
035097         GO TO 2580-STANDARDIZE-PHONE-EXIT
035099     END-IF.
035101     MOVE SPACES TO AS-PHONE-OUT.
035103     STRING AS-PT-AREA "-" AS-PT-EXCHANGE "-" AS-PT-LINE
035105         DELIMITED BY SIZE INTO AS-PHONE-OUT.
035108 2580-STANDARDIZE-PHONE-EXIT.
035110     EXIT.
035112
035114 2582-TAKE-ONE-DIGIT.
035116     IF AS-PHONE-CHAR (AS-CHAR-SUB) NUMERIC
035118         ADD 1 TO AS-DIGIT-COUNT
035120         MOVE AS-PHONE-CHAR (AS-CHAR-SUB)
035123             TO AS-PHONE-DIGIT (AS-DIGIT-COUNT)
035125     END-IF.
035127 2582-TAKE-ONE-DIGIT-EXIT.
035129     EXIT.
035131
035133******************************************************************
035136* 2600-WRITE-SUSPENSE - WRITE THE REJECTED TRANSACTION AND ITS
035138* REASON CODE TO THE SUSPENSE FILE SO IT CAN BE CORRECTED AND
035140* RECYCLED THROUGH THE NEXT RUN INSTEAD OF BEING LOST - UNLESS
035142* IT HAS ALREADY RECYCLED PAST THE DEAD-LETTER LIMIT, IN WHICH
035144* CASE IT GOES TO THE RUN'S DEAD-LETTER SCRATCH FILE AND STOPS
035146* LOOPING.  A RESTART REPLAY REBUILDS BOTH FILES THE SAME WAY
035148* IT REBUILDS THE SUSPENSE GENERATION - NOTHING FROM AN ABENDED
035151* RUN REACHES THE ACCUMULATING DEAD-LETTER DATASET, BECAUSE THE
035153* APPEND IS A FOLLOW-ON STEP THAT RUNS ONLY AFTER A CLEAN END
035155* OF RUN.  EITHER WAY THE RECORD COUNTS AS A REJECT, SO THE
035157* MYBAL BALANCE HOLDS.
035159******************************************************************
035161 2600-WRITE-SUSPENSE.
035164     MOVE "REJECT"         TO WS-RECON-TYPE.
035166     COMPUTE WS-NEW-CYCLE-COUNT = WS-CUR-CYCLE-COUNT + 1.
035168     MOVE TR-TRANS-RECORD  TO SU-SUSP-RECORD.
035170     MOVE WS-REJECT-REASON TO SU-REASON-CODE.
035172     MOVE WS-NEW-CYCLE-COUNT TO SU-CYCLE-COUNT.
035174     IF WS-CUR-FIRST-REJECT = SPACES
035176         MOVE WS-RUN-DATE TO SU-FIRST-REJECT-DATE
035179     ELSE
035181         MOVE WS-CUR-FIRST-REJECT TO SU-FIRST-REJECT-DATE
035183     END-IF.
035185     IF WS-PARM-DEAD-LIMIT > ZERO
035187      AND WS-NEW-CYCLE-COUNT > WS-PARM-DEAD-LIMIT
035189         MOVE "DEAD" TO WS-RECON-TYPE
035192         MOVE SU-SUSP-RECORD TO DL-DEAD-RECORD
035194         WRITE DL-DEAD-RECORD
035196         ADD 1 TO WS-DEAD-COUNT
035198     ELSE
035200         WRITE SU-SUSP-RECORD
035202     END-IF.
035204     ADD 1 TO WS-REJECT-COUNT.
035207 2600-WRITE-SUSPENSE-EXIT.
035209     EXIT.
035211
035213******************************************************************
035215* 2700-RELEASE-TRANS - SORT INPUT PROCEDURE.  FEED EVERY
035217* TRANSACTION INTO THE SORT - THE RECYCLED SUSPENSE RECORDS
035220* FIRST, THEN THE DAY'S FILE, THE SAME ORDER DIRECT MODE READS
035222* THEM.
035224******************************************************************
035226 2700-RELEASE-TRANS.
035228     PERFORM 1100-READ-TRANS
035230         THRU 1100-READ-TRANS-EXIT.
035232     PERFORM 2710-RELEASE-ONE-TRANS
035235         THRU 2710-RELEASE-ONE-TRANS-EXIT
035237         UNTIL WS-EOF.
035239 2700-RELEASE-TRANS-EXIT.
035241     EXIT.
035243
035245 2710-RELEASE-ONE-TRANS.
035248     MOVE TR-TRANS-RECORD TO SR-SORT-RECORD.
035250     MOVE WS-CUR-CYCLE-COUNT TO SR-CYCLE-COUNT.
035252     MOVE WS-CUR-FIRST-REJECT TO SR-FIRST-REJECT-DATE.
035254     MOVE WS-CUR-TRANS-ORDINAL TO SR-TRANS-ORDINAL.
035256     RELEASE SR-SORT-RECORD.
035258     PERFORM 1100-READ-TRANS
035260         THRU 1100-READ-TRANS-EXIT.
035263 2710-RELEASE-ONE-TRANS-EXIT.
035265     EXIT.
035267
035269******************************************************************
035271* 2800-PROCESS-SORTED - SORT OUTPUT PROCEDURE.  TAKE THE SORTED
035273* TRANSACTIONS ONE AT A TIME AND APPLY EACH THROUGH THE SAME
035276* EDIT/SUSPENSE/REPORT/EXTRACT PATH AS DIRECT MODE.  NO
035278* CHECKPOINTS ARE WRITTEN HERE - AN ABENDED SORTED RUN IS RERUN
035280* FROM THE TOP, WHICH IS SAFE BECAUSE A NAME ADDED BY THE FIRST
035282* ATTEMPT IS FOUND AS AN UPDATE BY THE SECOND, AND AN EXPLICIT
035284* ADD OR DELETE THE FIRST ATTEMPT ALREADY APPLIED IS TAKEN AS
035286* APPLIED ON THE RESTART RUN (5500, 5600).
035288******************************************************************
035291 2800-PROCESS-SORTED.
035293     PERFORM 2810-RETURN-TRANS
035295         THRU 2810-RETURN-TRANS-EXIT.
035297     PERFORM 2850-APPLY-SORTED-TRANS
035299         THRU 2850-APPLY-SORTED-TRANS-EXIT
035301         UNTIL WS-SORT-EOF.
035304 2800-PROCESS-SORTED-EXIT.
035306     EXIT.
035308
035310******************************************************************
035312* 2810-RETURN-TRANS - TAKE THE NEXT SORTED TRANSACTION, PRESENT
035314* IT AS THE CURRENT TRANSACTION, AND RESTORE ITS SUSPENSE CYCLE
035316* STATE SO A RE-REJECT CARRIES ITS AGE FORWARD.
035319******************************************************************
035321 2810-RETURN-TRANS.
035323     RETURN SORT-WORK
035325         AT END
035327             SET WS-SORT-EOF TO TRUE
035329         NOT AT END
035332             MOVE SR-SORT-RECORD TO TR-TRANS-RECORD
035334             MOVE SR-CYCLE-COUNT TO WS-CUR-CYCLE-COUNT
035336             MOVE SR-FIRST-REJECT-DATE TO WS-CUR-FIRST-REJECT
035338             MOVE SR-TRANS-ORDINAL TO WS-CUR-TRANS-ORDINAL
035340     END-RETURN.
035342 2810-RETURN-TRANS-EXIT.
035344     EXIT.
035347
035349******************************************************************
035351* 2850-APPLY-SORTED-TRANS - EDIT THE CURRENT SORTED TRANSACTION,
035353* RECONCILE A CLEAN ONE THROUGH THE SEQUENTIAL MATCH, AND PRINT
035355* THE DETAIL LINE - THE SORTED-MODE COUNTERPART OF
035357* 2000-PROCESS-TRANS.
035360******************************************************************
035362 2850-APPLY-SORTED-TRANS.
035364     PERFORM 2500-EDIT-TRANS
035366         THRU 2500-EDIT-TRANS-EXIT.
035368     IF WS-TRANS-VALID
035370         PERFORM 5500-RECONCILE-SORTED
035372             THRU 5500-RECONCILE-SORTED-EXIT
035375     END-IF.
035377     IF WS-TRANS-REJECTED
035379         PERFORM 2600-WRITE-SUSPENSE
035381             THRU 2600-WRITE-SUSPENSE-EXIT
035383     ELSE
035385         IF WS-ALREADY-APPLIED
035388             PERFORM 2050-TAKE-AS-APPLIED
035390                 THRU 2050-TAKE-AS-APPLIED-EXIT
035392         ELSE
035394             PERFORM 4000-DISPLAY-GREETING
035396                 THRU 4000-DISPLAY-GREETING-EXIT
035398             PERFORM 4200-WRITE-EXTRACT
035400                 THRU 4200-WRITE-EXTRACT-EXIT
035403         END-IF
035405     END-IF.
035407     PERFORM 4100-WRITE-DETAIL
035409         THRU 4100-WRITE-DETAIL-EXIT.
035411     PERFORM 4300-WRITE-RESULT
035413         THRU 4300-WRITE-RESULT-EXIT.
035416     ADD 1 TO WS-RECORD-COUNT.
035418     PERFORM 2810-RETURN-TRANS
035420         THRU 2810-RETURN-TRANS-EXIT.
035422 2850-APPLY-SORTED-TRANS-EXIT.
035424     EXIT.
035426
035428******************************************************************
035431* 3100-LOOKUP-LOCALE - FIND TR-LOCALE-CODE IN THE LOCALTAB TABLE
035433* AND LEAVE LC-IDX POINTING AT ITS ROW.  AN UNKNOWN CODE LEAVES
035435* LC-IDX ON THE FIRST ROW AND SETS WS-LOCALE-UNKNOWN SO THE EDIT
035437* CAN REJECT THE TRANSACTION - THE OLD SILENT FALLBACK TO US IS
035439* GONE.
035441******************************************************************
035444 3100-LOOKUP-LOCALE.
035446     SET WS-LOCALE-FOUND TO TRUE.
035448     SET LC-IDX TO 1.
035450     SEARCH LC-LOCALE-ENTRY
035452         AT END
035454             SET LC-IDX TO 1
035456             SET WS-LOCALE-UNKNOWN TO TRUE
035459         WHEN LC-LOCALE-CODE (LC-IDX) = TR-LOCALE-CODE
035461             CONTINUE
035463     END-SEARCH.
035465 3100-LOOKUP-LOCALE-EXIT.
035467     EXIT.
035469
035472******************************************************************
035474* 3000-PARSE-NAME - SPLIT TR-FULL-NAME ON THE FIRST EMBEDDED
035476* SPACE TO POPULATE THE FIRST AND LAST NAME FIELDS.
035478******************************************************************
035480 3000-PARSE-NAME.
035482     MOVE TR-FULL-NAME TO NM-FULL-NAME.
035484     MOVE SPACES TO NM-FIRST-NAME NM-LAST-NAME.
035487     UNSTRING TR-FULL-NAME DELIMITED BY SPACE
035489         INTO NM-FIRST-NAME
035491              NM-LAST-NAME
035493     END-UNSTRING.
035495 3000-PARSE-NAME-EXIT.
035497     EXIT.
035500
035600******************************************************************
035700* 4000-DISPLAY-GREETING - DISPLAY THE GREETING WITH THE PARSED
035800* FIRST NAME.  A CLOSED CUSTOMER IS NOT GREETED.
035900******************************************************************
036000 4000-DISPLAY-GREETING.
036050     IF TR-ACTION-DELETE
036060         GO TO 4000-DISPLAY-GREETING-EXIT
036070     END-IF.
036100     DISPLAY LC-GREETING-TEXT (LC-IDX) NM-FIRST-NAME.
036200 4000-DISPLAY-GREETING-EXIT.
036300     EXIT.
037640     IF WS-TRANS-REJECTED
037645         MOVE ZEROS TO WS-DL-CUST-NUMBER
037650     ELSE
037652         IF TR-ACTION-DELETE
037654             MOVE TR-CUST-NUMBER TO WS-DL-CUST-NUMBER
037656         ELSE
037658             MOVE MA-CUST-NUMBER TO WS-DL-CUST-NUMBER
037659         END-IF
037660     END-IF.
037700     MOVE WS-RECON-TYPE TO WS-DL-RECON-TYPE.
037800     MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
038310******************************************************************
038320* 4200-WRITE-EXTRACT - APPEND ONE FIXED-WIDTH EXTRACT RECORD FOR
038330* THE NAME JUST PROCESSED SO DOWNSTREAM SYSTEMS PICK IT UP OFF
038340* THIS BATCH RUN INSTEAD OF ONLY OFF AD HOC MYPROG ENTRIES.  A
038342* DELETE HAS NO CUSTOMER LEFT TO EXTRACT AND WRITES NOTHING.
038350******************************************************************
038360 4200-WRITE-EXTRACT.
038361     IF TR-ACTION-DELETE
038362         GO TO 4200-WRITE-EXTRACT-EXIT
038363     END-IF.
038364     MOVE "D"             TO XT-RECORD-TYPE.
038365     MOVE NM-FULL-NAME    TO XT-FULL-NAME.
038370     MOVE NM-FIRST-NAME   TO XT-FIRST-NAME.
038375     MOVE NM-LAST-NAME    TO XT-LAST-NAME.
038386     MOVE MA-STATE        TO XT-STATE.
038388     MOVE MA-POSTAL-CODE  TO XT-POSTAL-CODE.
038389     MOVE MA-PHONE        TO XT-PHONE.
038390     WRITE XT-EXTRACT-RECORD.
038392     ADD 1 TO WS-EXTRACT-COUNT.
038393 4200-WRITE-EXTRACT-EXIT.
038395     EXIT.
038399
038400******************************************************************
038401* 4300-WRITE-RESULT - RECORD THE OUTCOME OF THE CURRENT
038402* TRANSACTION ON THE RESULTS FILE UNDER ITS NAMETRAN POSITION.
038403* THE CUSTOMER NUMBER FOLLOWS THE DETAIL LINE'S RULE.
038404******************************************************************
038405 4300-WRITE-RESULT.
038406     MOVE WS-CUR-TRANS-ORDINAL TO RS-RUN-SEQ.
038407     MOVE WS-RECON-TYPE        TO RS-RESULT.
038408     MOVE WS-REJECT-REASON     TO RS-REASON-CODE.
038409     IF WS-TRANS-REJECTED
038410         MOVE ZEROS TO RS-CUST-NUMBER
038411     ELSE
038412         IF TR-ACTION-DELETE
038413             MOVE TR-CUST-NUMBER TO RS-CUST-NUMBER
038414         ELSE
038415             MOVE MA-CUST-NUMBER TO RS-CUST-NUMBER
038416         END-IF
038417     END-IF.
038418     WRITE RS-RESULT-RECORD.
038419 4300-WRITE-RESULT-EXIT.
038420     EXIT.
038421
038460******************************************************************
038500* 5000-RECONCILE-MASTER - LOOK UP THE CURRENT TRANSACTION ON
038510* NAME-MASTER.  A NONZERO TR-CUST-NUMBER NAMES THE EXACT CUSTOMER
038520* AND IS READ ON THE PRIMARY KEY; A ZERO NUMBER FALLS BACK TO THE
038530* FULL-NAME ALTERNATE INDEX (THE FIRST RECORD WITH THAT NAME).
038600* A CUSTOMER NOT ALREADY ON FILE IS WRITTEN AS AN ADD; ONE
038700* ALREADY ON FILE HAS ITS NAME FIELDS REFRESHED AS AN UPDATE.
038710* AN EXPLICIT ADD GOES STRAIGHT TO 5100; A NUMBERED RECORD ON
038720* FILE IS UPDATED, RENAMED, OR DELETED BY ITS ACTION CODE.
038800******************************************************************
038900 5000-RECONCILE-MASTER.
038902     IF TR-ACTION-ADD
038904         PERFORM 5100-ADD-MASTER
038906             THRU 5100-ADD-MASTER-EXIT
038908         GO TO 5000-RECONCILE-MASTER-EXIT
038909     END-IF.
038910     IF WS-TRANS-NUMBERED
038920         MOVE TR-CUST-NUMBER TO MA-CUST-NUMBER
038930         READ NAME-MASTER
038940             INVALID KEY
038950                 PERFORM 5100-ADD-MASTER
038960                     THRU 5100-ADD-MASTER-EXIT
038970             NOT INVALID KEY
038980                 PERFORM 5050-APPLY-ACTION
038990                     THRU 5050-APPLY-ACTION-EXIT
038995         END-READ
038996         GO TO 5000-RECONCILE-MASTER-EXIT
038997     END-IF.
039800     END-READ.
039900 5000-RECONCILE-MASTER-EXIT.
040000     EXIT.
040010
040020******************************************************************
040030* 5050-APPLY-ACTION - APPLY A NUMBERED TRANSACTION TO THE MASTER
040040* RECORD JUST READ FOR IT, BY ITS ACTION CODE.  A BLANK OR "U"
040050* CODE IS THE LONG-STANDING UPDATE.
040060******************************************************************
040070 5050-APPLY-ACTION.
040072     IF TR-ACTION-DELETE
040074         PERFORM 5400-DELETE-MASTER
040076             THRU 5400-DELETE-MASTER-EXIT
040078         GO TO 5050-APPLY-ACTION-EXIT
040080     END-IF.
040082     IF TR-ACTION-RENAME
040084         PERFORM 5300-RENAME-MASTER
040086             THRU 5300-RENAME-MASTER-EXIT
040088         GO TO 5050-APPLY-ACTION-EXIT
040090     END-IF.
040092     PERFORM 5200-UPDATE-MASTER
040094         THRU 5200-UPDATE-MASTER-EXIT.
040096 5050-APPLY-ACTION-EXIT.
040098     EXIT.
040100
040110******************************************************************
040120* 5100-ADD-MASTER - WRITE THE CUSTOMER AS A NEW MASTER RECORD
040730     MOVE TR-STATE       TO MA-STATE.
040740     MOVE TR-POSTAL-CODE TO MA-POSTAL-CODE.
040750     MOVE TR-PHONE       TO MA-PHONE.
040760     MOVE TR-LOCALE-CODE TO MA-LOCALE-CODE.
040800     WRITE MA-MASTER-RECORD
040810         INVALID KEY
040820             DISPLAY "MYPROGB - NAME-MASTER WRITE FAILED, "
040860             GO TO 9999-EXIT
040870     END-WRITE.
040900     ADD 1 TO WS-ADD-COUNT.
040910     MOVE "ADD"         TO WS-JRNL-ACTION.
040920     MOVE SPACES        TO WS-JRNL-BEFORE-IMAGE.
040930     PERFORM 5700-WRITE-JOURNAL
040940         THRU 5700-WRITE-JOURNAL-EXIT.
041000 5100-ADD-MASTER-EXIT.
041100     EXIT.
041200
041244 5160-TRY-NEXT-NUMBER-EXIT.
041246     EXIT.
041248
041253******************************************************************
041259* 5200-UPDATE-MASTER - REFRESH THE NAME FIELDS FROM THE
041265* TRANSACTION.  THE ADDRESS FIELDS ARE REFRESHED ONLY WHEN THE
041271* TRANSACTION SUPPLIES ANY ADDRESS DATA - AN ALL-SPACES ADDRESS
041276* MEANS THE SENDING OFFICE DID NOT CAPTURE IT, NOT THAT THE
041282* CUSTOMER'S ADDRESS SHOULD BE BLANKED.  A CUSTOMER ON FILE FROM
041288* BEFORE THE MASTER CARRIED A LOCALE TAKES THE TRANSACTION'S.
041294******************************************************************
041300 5200-UPDATE-MASTER.
041400     MOVE "UPDATE"     TO WS-RECON-TYPE.
041410     MOVE MA-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.
041450     MOVE NM-FULL-NAME  TO MA-NAME-KEY.
041500     MOVE NM-FIRST-NAME TO MA-FIRST-NAME.
041600     MOVE NM-LAST-NAME  TO MA-LAST-NAME.
041790         MOVE TR-POSTAL-CODE TO MA-POSTAL-CODE
041795         MOVE TR-PHONE       TO MA-PHONE
041796     END-IF.
041797     IF MA-LOCALE-CODE = SPACES
041798         MOVE TR-LOCALE-CODE TO MA-LOCALE-CODE
041799     END-IF.
041800     REWRITE MA-MASTER-RECORD.
041900     ADD 1 TO WS-UPDATE-COUNT.
041910     MOVE "CHANGE"      TO WS-JRNL-ACTION.
041920     PERFORM 5700-WRITE-JOURNAL
041930         THRU 5700-WRITE-JOURNAL-EXIT.
042000 5200-UPDATE-MASTER-EXIT.
042100     EXIT.
042101
042102******************************************************************
042103* 5300-RENAME-MASTER - A LEGAL NAME CHANGE.  ONLY THE NAME
042104* FIELDS (AND SO THE NAME INDEX) CHANGE - THE ADDRESS AND PHONE
042105* ON FILE STAND, WHATEVER THE TRANSACTION CARRIES IN THEM.
042106******************************************************************
042107 5300-RENAME-MASTER.
042108     MOVE "RENAME"      TO WS-RECON-TYPE.
042109     MOVE MA-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.
042110     MOVE NM-FULL-NAME  TO MA-NAME-KEY.
042111     MOVE NM-FIRST-NAME TO MA-FIRST-NAME.
042112     MOVE NM-LAST-NAME  TO MA-LAST-NAME.
042113     MOVE WS-RUN-DATE   TO MA-LAST-UPDATE-DATE.
042114     REWRITE MA-MASTER-RECORD.
042115     MOVE "CHANGE"      TO WS-JRNL-ACTION.
042116     PERFORM 5700-WRITE-JOURNAL
042117         THRU 5700-WRITE-JOURNAL-EXIT.
042118     ADD 1 TO WS-RENAME-COUNT.
042119 5300-RENAME-MASTER-EXIT.
042120     EXIT.
042121
042122******************************************************************
042123* 5400-DELETE-MASTER - A CUSTOMER CLOSURE.  THE RECORD JUST READ
042124* IS DELETED FROM THE MASTER; ITS NAME GOES TO THE REPORT DETAIL
042125* LINE IN PLACE OF THE TRANSACTION'S, WHICH A CLOSURE NEED NOT
042126* SUPPLY.  IN SORTED MODE THE MATCH CURSOR THEN STEPS PAST THE
042127* DELETED RECORD, SO A LATER TRANSACTION FOR THE SAME NUMBER
042128* FINDS IT GONE.
042129******************************************************************
042130 5400-DELETE-MASTER.
042131     MOVE "DELETE"      TO WS-RECON-TYPE.
042132     MOVE MA-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.
042133     MOVE MA-NAME-KEY   TO NM-FULL-NAME.
042134     MOVE MA-FIRST-NAME TO NM-FIRST-NAME.
042135     MOVE MA-LAST-NAME  TO NM-LAST-NAME.
042136     DELETE NAME-MASTER
042137         INVALID KEY
042138             DISPLAY "MYPROGB - NAME-MASTER DELETE FAILED, "
042139                 "STATUS = " WS-MASTER-STATUS
042140                 " CUST NO = " MA-CUST-NUMBER
042141             MOVE 16 TO RETURN-CODE
042142             GO TO 9999-EXIT
042143     END-DELETE.
042144     ADD 1 TO WS-DELETE-COUNT.
042145     MOVE "DELETE"      TO WS-JRNL-ACTION.
042146     PERFORM 5700-WRITE-JOURNAL
042147         THRU 5700-WRITE-JOURNAL-EXIT.
042148     IF WS-MODE-SORTED
042149         PERFORM 5650-READ-MASTER-NEXT
042150             THRU 5650-READ-MASTER-NEXT-EXIT
042151     END-IF.
042152 5400-DELETE-MASTER-EXIT.
042153     EXIT.
042154
042155******************************************************************
042156* 5500-RECONCILE-SORTED - SORTED-MODE RECONCILE.  A ZERO
042157* CUSTOMER NUMBER IS MATCHED (OR ADDED) THROUGH THE NAME
042158* ALTERNATE INDEX EXACTLY AS IN DIRECT MODE - ZERO-NUMBERED
042159* TRANSACTIONS SORT TO THE FRONT, AHEAD OF THE SEQUENTIAL
042160* CURSOR.  A NONZERO NUMBER GOES THROUGH THE FORWARD-ONLY
042161* TWO-FILE MATCH IN 5600.  AN EXPLICIT ADD WHOSE NAME IS ALREADY
042162* ON FILE REJECTS WITH REASON 10, AS THE DIRECT-MODE EDIT DOES -
042163* UNLESS, ON A RESTART RUN, IT WAS LAST UPDATED ON THIS RUN DATE
042164* AND SO IS THE EARLIER ATTEMPT'S OWN ADD.
042165******************************************************************
042166 5500-RECONCILE-SORTED.
042167     IF WS-TRANS-NUMBERED
042168         PERFORM 5600-MATCH-BY-NUMBER
042169             THRU 5600-MATCH-BY-NUMBER-EXIT
042170         GO TO 5500-RECONCILE-SORTED-EXIT
042171     END-IF.
042172     MOVE NM-FULL-NAME TO MA-NAME-KEY.
042173     READ NAME-MASTER KEY IS MA-NAME-KEY
042174         INVALID KEY
042175             PERFORM 5100-ADD-MASTER
042176                 THRU 5100-ADD-MASTER-EXIT
042177         NOT INVALID KEY
042178             IF TR-ACTION-ADD
042179                 PERFORM 5510-EDIT-SORTED-ADD
042180                     THRU 5510-EDIT-SORTED-ADD-EXIT
042181             ELSE
042182                 PERFORM 5200-UPDATE-MASTER
042183                     THRU 5200-UPDATE-MASTER-EXIT
042184             END-IF
042185     END-READ.
042186 5500-RECONCILE-SORTED-EXIT.
042187     EXIT.
042188
042189 5510-EDIT-SORTED-ADD.
042190     IF WS-RESTART-RUN
042191      AND MA-LAST-UPDATE-DATE = WS-RUN-DATE
042192         SET WS-ALREADY-APPLIED TO TRUE
042193     ELSE
042194         SET WS-TRANS-REJECTED TO TRUE
042195         MOVE "10" TO WS-REJECT-REASON
042196     END-IF.
042197 5510-EDIT-SORTED-ADD-EXIT.
042198     EXIT.
042199
042200******************************************************************
042201* 5600-MATCH-BY-NUMBER - STEP THE MASTER CURSOR FORWARD TO THE
042202* TRANSACTION'S CUSTOMER NUMBER.  THE TRANSACTIONS ARRIVE IN
042203* ASCENDING NUMBER ORDER, SO THE CURSOR NEVER MOVES BACKWARD
042204* AND THE WHOLE RUN COSTS ONE PASS OVER THE MASTER.  A MASTER
042205* RECORD WITH NO TRANSACTION IS PASSED OVER UNTOUCHED; A
042206* TRANSACTION WHOSE NUMBER THE CURSOR PASSES (OR END OF FILE)
042207* HAS NO MASTER RECORD AND REJECTS TO SUSPENSE WITH REASON 04
042208* (08 FOR A DELETE), THE SAME ANSWER THE DIRECT-MODE EDIT GIVES -
042209* ON A RESTART RUN THE DELETE IS TAKEN AS ALREADY APPLIED, AS
042210* THERE.  A MATCHED RECORD IS APPLIED BY ITS ACTION CODE.
042211******************************************************************
042212 5600-MATCH-BY-NUMBER.
042213     IF NOT WS-MATCH-STARTED
042214         SET WS-MATCH-STARTED TO TRUE
042215         MOVE ZEROS TO MA-CUST-NUMBER
042216         START NAME-MASTER KEY IS > MA-CUST-NUMBER
042217             INVALID KEY
042218                 SET WS-MASTER-EOF TO TRUE
042219         END-START
042220         IF NOT WS-MASTER-EOF
042221             PERFORM 5650-READ-MASTER-NEXT
042222                 THRU 5650-READ-MASTER-NEXT-EXIT
042223         END-IF
042224     END-IF.
042225     PERFORM 5650-READ-MASTER-NEXT
042226         THRU 5650-READ-MASTER-NEXT-EXIT
042227         UNTIL WS-MASTER-EOF
042228            OR MA-CUST-NUMBER NOT < TR-CUST-NUMBER.
042229     IF WS-MASTER-EOF
042230      OR MA-CUST-NUMBER > TR-CUST-NUMBER
042231         IF TR-ACTION-DELETE
042232          AND WS-RESTART-RUN
042233             DISPLAY "MYPROGB - RESTART TAKES THE DELETE OF "
042234                 TR-CUST-NUMBER " AS ALREADY APPLIED"
042235             SET WS-ALREADY-APPLIED TO TRUE
042236             GO TO 5600-MATCH-BY-NUMBER-EXIT
042237         END-IF
042238         SET WS-TRANS-REJECTED TO TRUE
042239         IF TR-ACTION-DELETE
042240             MOVE "08" TO WS-REJECT-REASON
042241         ELSE
042242             MOVE "04" TO WS-REJECT-REASON
042243         END-IF
042244         GO TO 5600-MATCH-BY-NUMBER-EXIT
042245     END-IF.
042246     PERFORM 5050-APPLY-ACTION
042247         THRU 5050-APPLY-ACTION-EXIT.
042248 5600-MATCH-BY-NUMBER-EXIT.
042249     EXIT.
042250
042251 5650-READ-MASTER-NEXT.
042252     READ NAME-MASTER NEXT
042253         AT END
042254             SET WS-MASTER-EOF TO TRUE
042255     END-READ.
042256 5650-READ-MASTER-NEXT-EXIT.
042257     EXIT.
042258
042259******************************************************************
042260* 5700-WRITE-JOURNAL - WRITE ONE CHANGE-HISTORY ROW FOR THE
042261* MASTER CHANGE JUST MADE.  THE BEFORE IMAGE WAS SAVED BY THE
042262* CALLER (SPACES FOR AN ADD); THE AFTER IMAGE IS THE MASTER
042263* RECORD AS WRITTEN, OR SPACES FOR A DELETE.  THE OPERATOR ID
042264* IS THIS PROGRAM'S NAME AND THE TERMINAL ID THE BATCH STAND-IN,
042265* AS MYMERGE DOES.
042266******************************************************************
042267 5700-WRITE-JOURNAL.
042268     MOVE SPACES             TO HS-HIST-RECORD.
042269     MOVE WS-JRNL-ACTION     TO HS-ACTION.
042270     MOVE "MYPROGB "         TO HS-OPERATOR-ID.
042271     MOVE "BTCH"             TO HS-TERMINAL-ID.
042272     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
042273     STRING WS-JD-MM "/" WS-JD-DD "/" WS-JD-YYYY
042274         DELIMITED BY SIZE INTO HS-HIST-DATE.
042275     ACCEPT WS-RAW-TIME FROM TIME.
042276     STRING WS-RT-HH ":" WS-RT-MM ":" WS-RT-SS
042277         DELIMITED BY SIZE INTO HS-HIST-TIME.
042278     MOVE WS-JRNL-BEFORE-IMAGE TO HS-BEFORE-IMAGE.
042279     IF HS-ACTION-DELETE
042280         MOVE SPACES           TO HS-AFTER-IMAGE
042281     ELSE
042282         MOVE MA-MASTER-RECORD TO HS-AFTER-IMAGE
042283     END-IF.
042284     WRITE HS-HIST-RECORD.
042285 5700-WRITE-JOURNAL-EXIT.
042286     EXIT.
042290
042300******************************************************************
042400* 6000-WRITE-CHECKPOINT - APPEND A CHECKPOINT RECORD WITH THE
042500* COUNT OF RECORDS SUCCESSFULLY PROCESSED SO FAR AND THE KEY OF
042700******************************************************************
042800 6000-WRITE-CHECKPOINT.
042900     MOVE WS-RECORD-COUNT  TO CK-RECORD-COUNT.
042910     MOVE TR-FULL-NAME     TO CK-LAST-KEY.
042920     MOVE WS-ADD-COUNT     TO CK-ADD-COUNT.
042930     MOVE WS-UPDATE-COUNT  TO CK-UPDATE-COUNT.
042940     MOVE WS-REJECT-COUNT  TO CK-REJECT-COUNT.
042950     MOVE WS-DELETE-COUNT  TO CK-DELETE-COUNT.
042960     MOVE WS-RENAME-COUNT  TO CK-RENAME-COUNT.
043100     WRITE CK-CHECKPOINT-RECORD.
043200 6000-WRITE-CHECKPOINT-EXIT.
043300     EXIT.
043310
043320******************************************************************
043330* 6100-WRITE-START-CHECKPOINT - OPEN A FRESH CHECKPOINT FILE WITH
043340* A ZERO-COUNT START RECORD.  IT REPOSITIONS NOTHING, BUT ITS
043350* PRESENCE TELLS A LATER ATTEMPT THAT THIS ONE GOT UNDER WAY.
043360******************************************************************
043370 6100-WRITE-START-CHECKPOINT.
043375     MOVE ZERO   TO CK-RECORD-COUNT.
043380     MOVE SPACES TO CK-LAST-KEY.
043385     MOVE ZERO   TO CK-ADD-COUNT.
043390     MOVE ZERO   TO CK-UPDATE-COUNT.
043395     MOVE ZERO   TO CK-REJECT-COUNT.
043400     MOVE ZERO   TO CK-DELETE-COUNT.
043405     MOVE ZERO   TO CK-RENAME-COUNT.
043410     WRITE CK-CHECKPOINT-RECORD.
043415 6100-WRITE-START-CHECKPOINT-EXIT.
043420     EXIT.
043460
043500******************************************************************
043600* 8000-TERMINATE - PRINT THE CONTROL-TOTAL FOOTER AND CLOSE THE
043700* FILES.
044460     MOVE WS-DEAD-COUNT   TO WS-FL2-DEAD-COUNT.
044500     MOVE WS-FOOTER-LINE-2 TO RP-REPORT-LINE.
044600     WRITE RP-REPORT-LINE.
044602     MOVE WS-DELETE-COUNT TO WS-FL3-DELETE-COUNT.
044604     MOVE WS-RENAME-COUNT TO WS-FL3-RENAME-COUNT.
044606     MOVE WS-FOOTER-LINE-3 TO RP-REPORT-LINE.
044608     WRITE RP-REPORT-LINE.
044610     PERFORM 8100-WRITE-CUST-CONTROL
044620         THRU 8100-WRITE-CUST-CONTROL-EXIT.
044630     MOVE SPACES           TO XT-EXTRACT-RECORD.
044800     CLOSE PRINT-FILE.
044900     CLOSE CHKPT-FILE.
045000     CLOSE NAME-MASTER.
045050     CLOSE JOURNAL-FILE.
045075     CLOSE RESULT-FILE.
045083     PERFORM 8900-MARK-CYCLE-COMPLETE
045092         THRU 8900-MARK-CYCLE-COMPLETE-EXIT.
045100 8000-TERMINATE-EXIT.
045200     EXIT.
045300
045370     MOVE WS-ADD-COUNT     TO RC-ADD-COUNT.
045372     MOVE WS-UPDATE-COUNT  TO RC-UPDATE-COUNT.
045374     MOVE WS-REJECT-COUNT  TO RC-REJECT-COUNT.
045375     MOVE WS-DELETE-COUNT  TO RC-DELETE-COUNT.
045376     MOVE WS-RENAME-COUNT  TO RC-RENAME-COUNT.
045377     MOVE RETURN-CODE      TO RC-RETURN-CODE.
045378     OPEN EXTEND RUN-LOG-FILE.
045380     WRITE RC-RUN-CONTROL-RECORD.
045382     CLOSE RUN-LOG-FILE.
045384 8200-WRITE-RUN-CONTROL-EXIT.
045386     EXIT.
045387
045388******************************************************************
045389* 8900-MARK-CYCLE-COMPLETE - RECORD ON THE BUSDATE CONTROL FILE
045390* THAT THIS CYCLE RAN TO COMPLETION FOR THE BUSINESS DATE, SO IT
045391* WILL NOT RUN AGAIN FOR THE SAME DAY AND THE END-OF-DAY ROLL CAN
045392* SEE IT FINISHED.  A RUN ENDING RC 16 IS NOT MARKED.
045393******************************************************************
045394 8900-MARK-CYCLE-COMPLETE.
045395     IF RETURN-CODE NOT < 16
045396         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
045397     END-IF.
045398     OPEN I-O BUS-DATE-FILE.
045399     IF NOT WS-BUSDATE-OK
045400         DISPLAY "MYPROGB - BUSDATE UPDATE OPEN FAILED, "
045401             "STATUS = " WS-BUSDATE-STATUS
045402         MOVE 16 TO RETURN-CODE
045403         GO TO 8900-MARK-CYCLE-COMPLETE-EXIT
045404     END-IF.
045405     MOVE "C"       TO BD-KEY-TYPE.
045406     MOVE "MYPROGB" TO BD-KEY-VALUE.
045407     READ BUS-DATE-FILE
045408         INVALID KEY
045409             MOVE "N" TO WS-CYCLE-ROW-SW
045410         NOT INVALID KEY
045411             SET WS-CYCLE-ROW-ON-FILE TO TRUE
045412     END-READ.
045413     IF NOT WS-CYCLE-ROW-ON-FILE
045414         MOVE SPACES    TO BD-DATE-RECORD
045415         MOVE "C"       TO BD-KEY-TYPE
045416         MOVE "MYPROGB" TO BD-KEY-VALUE
045417     END-IF.
045418     MOVE WS-CURRENT-DATE TO BD-CYC-LAST-DATE.
045419     ACCEPT BD-CYC-STAMP-DATE FROM DATE YYYYMMDD.
045420     ACCEPT BD-CYC-STAMP-TIME FROM TIME.
045421     IF WS-CYCLE-ROW-ON-FILE
045422         REWRITE BD-DATE-RECORD
045423     ELSE
045424         WRITE BD-DATE-RECORD
045425     END-IF.
045426     IF NOT WS-BUSDATE-OK
045427         DISPLAY "MYPROGB - BUSDATE CYCLE UPDATE FAILED, "
045428             "STATUS = " WS-BUSDATE-STATUS
045429         MOVE 16 TO RETURN-CODE
045430     END-IF.
045431     CLOSE BUS-DATE-FILE.
045432 8900-MARK-CYCLE-COMPLETE-EXIT.
045433     EXIT.
045455
045477 9999-EXIT.
045500     STOP RUN.
