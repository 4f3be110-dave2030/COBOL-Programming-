000100******************************************************************
000200* Program name:    MYGEOG
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - monthly customer geography and
000900*                  growth report.  Counts the customers on the
001000*                  name master by state/province and city, and
001100*                  by postal-code prefix within state, then shows
001200*                  the month's growth per state and per office
001300*                  locale - adds, restores, deletes, and merges
001400*                  from the change history, purges from the
001500*                  month's MYPURGE archive generations - measured
001600*                  from last month's closing counts (the GEOREC
001700*                  file this program writes each month).  Ends
001800*                  with the customers with no address on file.
001810* 10/15/26 TWK     Customers erased under MYERAS (first name
001820*                  "ERASED") are left out of sections 1-5 and
001830*                  the closing counts and shown as their own
001840*                  count on the control-totals page; the month's
001850*                  MYERAS history rows are counted as erasures
001860*                  and allowed for in the OTHER net-zero check.
001900*
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  MYGEOG.
002300 AUTHOR. TWK.
002400 INSTALLATION. COBOL DEVELOPMENT CENTER.
002500 DATE-WRITTEN. 10/15/26.
002600 DATE-COMPILED. 10/15/26.
002700 SECURITY. NON-CONFIDENTIAL.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT NAME-MASTER ASSIGN TO NAMEMAST
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS MA-CUST-NUMBER
003500         FILE STATUS IS WS-MASTER-STATUS.
003600     SELECT HIST-FILE ASSIGN TO NAMEHIST
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-HIST-STATUS.
003900     SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-ARCH-STATUS.
004200     SELECT PRIOR-FILE ASSIGN TO PRIORIN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-PRIOR-STATUS.
004500     SELECT CLOSING-FILE ASSIGN TO CLOSOUT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-CLOSING-STATUS.
004800     SELECT PRINT-FILE ASSIGN TO PRTFILE
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT BUS-DATE-FILE ASSIGN TO BUSDATE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS BD-KEY
005400         FILE STATUS IS WS-BUSDATE-STATUS.
005500     SELECT SORT-WORK ASSIGN TO SORTWK01.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  NAME-MASTER.
006000 01  MA-MASTER-RECORD.
006100     COPY MASTREC.
006200
006300 FD  HIST-FILE
006400     RECORDING MODE IS F.
006500 01  HS-HIST-RECORD.
006600     COPY HISTREC.
006700
006800******************************************************************
006900* THE ARCHIVE RECORD IS A BYTE COPY OF THE MASTER RECORD AS
007000* MYPURGE WROTE IT - ONLY THE STATE AND LOCALE ARE NEEDED HERE.
007100******************************************************************
007200 FD  ARCHIVE-FILE
007300     RECORDING MODE IS F.
007400 01  AR-ARCHIVE-RECORD.
007500     05  AR-CUST-NUMBER            PIC 9(07).
007600     05  FILLER                    PIC X(120).
007700     05  AR-STATE                  PIC X(02).
007800     05  FILLER                    PIC X(22).
007900     05  AR-LOCALE-CODE            PIC X(02).
008000
008100 FD  PRIOR-FILE
008200     RECORDING MODE IS F.
008300 01  PC-PRIOR-RECORD.
008400     COPY GEOREC.
008500
008600******************************************************************
008700* THE CLOSING FILE IS THE SAME GEOREC LAYOUT AS THE PRIOR FILE,
008800* WRITTEN FROM WORKING-STORAGE.
008900******************************************************************
009000 FD  CLOSING-FILE
009100     RECORDING MODE IS F.
009200 01  CL-CLOSING-RECORD             PIC X(30).
009300
009400 FD  PRINT-FILE
009500     RECORDING MODE IS F.
009600 01  RP-REPORT-LINE.
009700     COPY REPTREC.
009800
009900 FD  BUS-DATE-FILE.
010000 01  BD-DATE-RECORD.
010100     COPY BDATREC.
010200
010300******************************************************************
010400* SR-SORT-RECORD CARRIES EVERY LINE OF THE REPORT TO THE SORT,
010500* KEYED BY SECTION SO ONE SORT PUTS THE WHOLE REPORT IN ORDER:
010600*   1 - ONE PER CUSTOMER WITH AN ADDRESS, BY STATE AND CITY
010700*   2 - ONE PER CUSTOMER WITH AN ADDRESS, BY STATE AND POSTAL
010800*       PREFIX
010900*   3 - ONE PER STATE, WITH ITS GROWTH COUNTS
011000*   4 - ONE PER OFFICE LOCALE (IN SR-STATE), WITH ITS GROWTH
011100*   5 - ONE PER CUSTOMER WITH NO ADDRESS, BY CUSTOMER NUMBER
011200******************************************************************
011300 SD  SORT-WORK.
011400 01  SR-SORT-RECORD.
011500     05  SR-SECTION                PIC 9(01).
011600     05  SR-STATE                  PIC X(02).
011700     05  SR-SUBKEY                 PIC X(20).
011800     05  SR-CUST-NUMBER            PIC 9(07).
011900     05  SR-DETAIL                 PIC X(63).
012000     05  SR-GROWTH-DATA REDEFINES SR-DETAIL.
012100         10  SR-GR-OPENING         PIC 9(07).
012200         10  SR-GR-ADDS            PIC 9(07).
012300         10  SR-GR-RESTORES        PIC 9(07).
012400         10  SR-GR-DELETES         PIC 9(07).
012500         10  SR-GR-MERGES          PIC 9(07).
012600         10  SR-GR-PURGES          PIC 9(07).
012700         10  SR-GR-CLOSING         PIC 9(07).
012800         10  FILLER                PIC X(14).
012900     05  SR-NO-ADDRESS-DATA REDEFINES SR-DETAIL.
013000         10  SR-NA-NAME-KEY        PIC X(30).
013100         10  SR-NA-LOCALE-CODE     PIC X(02).
013200         10  SR-NA-PHONE           PIC X(12).
013300         10  SR-NA-UPDATE-DATE     PIC X(10).
013400         10  FILLER                PIC X(09).
013500
013600 WORKING-STORAGE SECTION.
013700
013800 01  WS-SWITCHES.
013900     05  WS-MASTER-EOF-SW          PIC X(01) VALUE "N".
014000         88  WS-MASTER-EOF                   VALUE "Y".
014100     05  WS-HIST-EOF-SW            PIC X(01) VALUE "N".
014200         88  WS-HIST-EOF                     VALUE "Y".
014300     05  WS-ARCH-EOF-SW            PIC X(01) VALUE "N".
014400         88  WS-ARCH-EOF                     VALUE "Y".
014500     05  WS-PRIOR-EOF-SW           PIC X(01) VALUE "N".
014600         88  WS-PRIOR-EOF                    VALUE "Y".
014700     05  WS-SORT-EOF-SW            PIC X(01) VALUE "N".
014800         88  WS-SORT-EOF                     VALUE "Y".
014900     05  WS-PRIOR-SW               PIC X(01) VALUE "Y".
015000         88  WS-PRIOR-ON-FILE                VALUE "Y".
015100         88  WS-NO-PRIOR                     VALUE "N".
015200     05  WS-PRIOR-GAP-SW           PIC X(01) VALUE "N".
015300         88  WS-PRIOR-GAP                    VALUE "Y".
015400
015500 01  WS-MASTER-STATUS              PIC X(02).
015600     88  WS-MASTER-OK                        VALUE "00".
015700     88  WS-MASTER-EOF-STATUS                VALUE "10".
015800
015900 01  WS-HIST-STATUS                PIC X(02).
016000     88  WS-HIST-OK                          VALUE "00".
016100
016200 01  WS-ARCH-STATUS                PIC X(02).
016300     88  WS-ARCH-OK                          VALUE "00".
016400
016500 01  WS-PRIOR-STATUS               PIC X(02).
016600     88  WS-PRIOR-OK                         VALUE "00".
016700
016800 01  WS-CLOSING-STATUS             PIC X(02).
016900     88  WS-CLOSING-OK                       VALUE "00".
017000
017100 01  WS-CURRENT-DATE.
017200     05  WS-CD-YYYY                PIC 9(04).
017300     05  WS-CD-MM                  PIC 9(02).
017400     05  WS-CD-DD                  PIC 9(02).
017500
017600******************************************************************
017700* THE RUN IS DATED FROM THE BUSDATE BUSINESS-DATE CONTROL FILE,
017800* NOT THE CLOCK - SEE 1900-READ-BUSINESS-DATE.
017900******************************************************************
018000 01  WS-BUSDATE-STATUS             PIC X(02).
018100     88  WS-BUSDATE-OK                       VALUE "00".
018200
018300 01  WS-RUN-DATE                   PIC X(10).
018400
018500******************************************************************
018600* THE REPORT MONTH IS THE MONTH OF THE BUSINESS DATE.  THE PRIOR
018700* CLOSING FILE SHOULD BE FOR THE MONTH BEFORE IT.
018800******************************************************************
018900 01  WS-REPORT-MONTH.
019000     05  WS-RM-YYYY                PIC 9(04).
019100     05  WS-RM-MM                  PIC 9(02).
019200 01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH
019300                                   PIC 9(06).
019400
019500 01  WS-EXPECTED-PRIOR.
019600     05  WS-EP-YYYY                PIC 9(04).
019700     05  WS-EP-MM                  PIC 9(02).
019800 01  WS-EXPECTED-PRIOR-N REDEFINES WS-EXPECTED-PRIOR
019900                                   PIC 9(06).
020000
020100 01  WS-PRIOR-MONTH                PIC 9(06) VALUE 0.
020200 01  WS-MONTH-TEXT                 PIC X(07).
020300
020400******************************************************************
020500* HS-HIST-DATE IS MM/DD/YYYY - A HISTORY ROW BELONGS TO THE REPORT
020600* MONTH WHEN ITS YEAR AND MONTH MATCH WS-REPORT-MONTH.
020700******************************************************************
020800 01  WS-HIST-DATE-WORK.
020900     05  WS-HD-MM                  PIC X(02).
021000     05  FILLER                    PIC X(01).
021100     05  WS-HD-DD                  PIC X(02).
021200     05  FILLER                    PIC X(01).
021300     05  WS-HD-YYYY                PIC X(04).
021400
021500 01  WS-HIST-MONTH.
021600     05  WS-HM-YYYY                PIC X(04).
021700     05  WS-HM-MM                  PIC X(02).
021800
021900 01  WS-POSTAL-WORK.
022000     05  WS-PW-PREFIX              PIC X(03).
022100     05  FILLER                    PIC X(07).
022200
022300******************************************************************
022400* GROWTH TABLE - ONE ROW PER STATE ("S") AND PER LOCALE ("L")
022500* SEEN ON THE PRIOR CLOSING FILE, THE MASTER, THE HISTORY, OR THE
022600* ARCHIVE.  6000-FIND-GROWTH-ROW LOOKS A CODE UP AND ADDS IT WHEN
022700* IT IS NEW, LEAVING WS-GR-IDX ON ITS ROW.
022800******************************************************************
022900 01  WS-GROWTH-TABLE.
023000     05  WS-GR-COUNT               PIC 9(03) COMP VALUE 0.
023100     05  WS-GR-ENTRY OCCURS 1 TO 300 TIMES
023200             DEPENDING ON WS-GR-COUNT
023300             INDEXED BY WS-GR-IDX.
023400         10  WS-GR-KEY.
023500             15  WS-GR-TYPE        PIC X(01).
023600             15  WS-GR-CODE        PIC X(02).
023700         10  WS-GR-OPENING         PIC 9(07).
023800         10  WS-GR-ADDS            PIC 9(07).
023900         10  WS-GR-RESTORES        PIC 9(07).
024000         10  WS-GR-DELETES         PIC 9(07).
024100         10  WS-GR-MERGES          PIC 9(07).
024200         10  WS-GR-PURGES          PIC 9(07).
024300         10  WS-GR-CLOSING         PIC 9(07).
024400
024500 01  WS-GR-MAX                     PIC 9(03) COMP VALUE 300.
024600
024700 01  WS-FIND-KEY.
024800     05  WS-FIND-TYPE              PIC X(01).
024900     05  WS-FIND-CODE              PIC X(02).
025000
025100 01  WS-MASTER-COUNT               PIC 9(07) VALUE 0.
025200 01  WS-ADDRESS-COUNT              PIC 9(07) VALUE 0.
025300 01  WS-NO-ADDRESS-COUNT           PIC 9(07) VALUE 0.
025350 01  WS-ERASED-COUNT               PIC 9(07) VALUE 0.
025400 01  WS-HIST-READ-COUNT            PIC 9(07) VALUE 0.
025500 01  WS-HIST-MONTH-COUNT           PIC 9(07) VALUE 0.
025600 01  WS-ADD-COUNT                  PIC 9(07) VALUE 0.
025700 01  WS-RESTORE-COUNT              PIC 9(07) VALUE 0.
025800 01  WS-DELETE-COUNT               PIC 9(07) VALUE 0.
025900 01  WS-MERGE-COUNT                PIC 9(07) VALUE 0.
025950 01  WS-ERASURE-COUNT              PIC 9(07) VALUE 0.
026000 01  WS-HIST-PURGE-COUNT           PIC 9(07) VALUE 0.
026100 01  WS-ARCH-PURGE-COUNT           PIC 9(07) VALUE 0.
026200 01  WS-PRIOR-TOTAL                PIC 9(07) VALUE 0.
026300 01  WS-CLOSING-ROW-COUNT          PIC 9(05) VALUE 0.
026400
026500******************************************************************
026600* REPORT CONTROL - THE SECTION BEING PRINTED, THE CONTROL-BREAK
026700* KEYS AND COUNTS FOR SECTIONS 1 AND 2, AND THE COLUMN TOTALS FOR
026800* SECTIONS 3 AND 4.  SECTION 6 IS THE CONTROL-TOTALS PAGE.
026900******************************************************************
027000 01  WS-CUR-SECTION                PIC 9(01) VALUE 0.
027100 01  WS-TARGET-SECTION             PIC 9(01) VALUE 0.
027200 01  WS-SECTION-ROWS               PIC 9(07) VALUE 0.
027300 01  WS-PREV-STATE                 PIC X(02).
027400 01  WS-PREV-SUBKEY                PIC X(20).
027500 01  WS-SUBKEY-COUNT               PIC 9(07) VALUE 0.
027600 01  WS-STATE-COUNT                PIC 9(07) VALUE 0.
027700 01  WS-SECTION-COUNT              PIC 9(07) VALUE 0.
027800
027900 01  WS-GROWTH-WORK.
028000     05  WS-GW-OPENING             PIC S9(07).
028100     05  WS-GW-OTHER               PIC S9(07).
028200     05  WS-GW-NET                 PIC S9(07).
028300
028400 01  WS-GROWTH-TOTALS.
028500     05  WS-GT-OPENING             PIC S9(07).
028600     05  WS-GT-ADDS                PIC S9(07).
028700     05  WS-GT-RESTORES            PIC S9(07).
028800     05  WS-GT-DELETES             PIC S9(07).
028900     05  WS-GT-MERGES              PIC S9(07).
029000     05  WS-GT-PURGES              PIC S9(07).
029100     05  WS-GT-OTHER               PIC S9(07).
029200     05  WS-GT-CLOSING             PIC S9(07).
029300     05  WS-GT-NET                 PIC S9(07).
029400
029500 01  WS-STATE-OTHER-TOTAL          PIC S9(07) VALUE 0.
029600 01  WS-LOCALE-OTHER-TOTAL         PIC S9(07) VALUE 0.
029700
029800 01  WS-PAGE-COUNT                 PIC 9(03) COMP VALUE 0.
029900 01  WS-LINE-COUNT                 PIC 9(02) COMP VALUE 0.
030000 01  WS-LINES-PER-PAGE             PIC 9(02) VALUE 55.
030100
030200 01  WS-OUT-LINE                   PIC X(133).
030300
030400******************************************************************
030500* REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE, MOVED TO
030600* WS-OUT-LINE, AND WRITTEN BY 3900-WRITE-LINE.
030700******************************************************************
030800 01  WS-HEADING-LINE-1.
030900     05  WS-H1-CTRL                PIC X(01) VALUE "1".
031000     05  FILLER                    PIC X(38) VALUE
031100         "CUSTOMER GEOGRAPHY AND GROWTH REPORT".
031200     05  FILLER                    PIC X(07) VALUE
031300         "MONTH:".
031400     05  WS-H1-MONTH               PIC X(07).
031500     05  FILLER                    PIC X(04) VALUE SPACES.
031600     05  FILLER                    PIC X(10) VALUE
031700         "RUN DATE:".
031800     05  WS-H1-RUN-DATE            PIC X(10).
031900     05  FILLER                    PIC X(06) VALUE SPACES.
032000     05  FILLER                    PIC X(06) VALUE
032100         "PAGE:".
032200     05  WS-H1-PAGE-NO             PIC ZZ9.
032300     05  FILLER                    PIC X(41) VALUE SPACES.
032400
032500 01  WS-HEADING-LINE-2.
032600     05  WS-H2-CTRL                PIC X(01) VALUE "0".
032700     05  WS-H2-TITLE               PIC X(60).
032800     05  FILLER                    PIC X(72) VALUE SPACES.
032900
033000 01  WS-SECTION-TITLE-TEXT.
033100     05  FILLER                    PIC X(60) VALUE
033200         "SECTION 1 - CUSTOMERS BY STATE/PROVINCE AND CITY".
033300     05  FILLER                    PIC X(60) VALUE
033400         "SECTION 2 - CUSTOMERS BY POSTAL PREFIX WITHIN STATE".
033500     05  FILLER                    PIC X(60) VALUE
033600         "SECTION 3 - GROWTH FOR THE MONTH BY STATE/PROVINCE".
033700     05  FILLER                    PIC X(60) VALUE
033800         "SECTION 4 - GROWTH FOR THE MONTH BY OFFICE LOCALE".
033900     05  FILLER                    PIC X(60) VALUE
034000         "SECTION 5 - CUSTOMERS WITH NO ADDRESS ON FILE".
034100     05  FILLER                    PIC X(60) VALUE
034200         "CONTROL TOTALS".
034300 01  WS-SECTION-TITLES REDEFINES WS-SECTION-TITLE-TEXT.
034400     05  WS-SECTION-TITLE          PIC X(60) OCCURS 6 TIMES.
034500
034600 01  WS-GEOG-HEADING.
034700     05  WS-GH-CTRL                PIC X(01) VALUE " ".
034800     05  FILLER                    PIC X(02) VALUE SPACES.
034900     05  FILLER                    PIC X(08) VALUE
035000         "STATE".
035100     05  WS-GH-SUBKEY              PIC X(22).
035200     05  FILLER                    PIC X(09) VALUE
035300         "CUSTOMERS".
035400     05  FILLER                    PIC X(91) VALUE SPACES.
035500
035600 01  WS-GEOG-LINE.
035700     05  WS-GL-CTRL                PIC X(01) VALUE " ".
035800     05  FILLER                    PIC X(02) VALUE SPACES.
035900     05  WS-GL-STATE               PIC X(06).
036000     05  FILLER                    PIC X(02) VALUE SPACES.
036100     05  WS-GL-SUBKEY              PIC X(20).
036200     05  FILLER                    PIC X(02) VALUE SPACES.
036300     05  WS-GL-COUNT               PIC Z,ZZZ,ZZ9.
036400     05  FILLER                    PIC X(91) VALUE SPACES.
036500
036600 01  WS-GROWTH-HEADING.
036700     05  WS-WH-CTRL                PIC X(01) VALUE " ".
036800     05  FILLER                    PIC X(02) VALUE SPACES.
036900     05  WS-WH-CODE                PIC X(06).
037000     05  FILLER                    PIC X(22) VALUE
037100         "    OPENING       ADDS".
037200     05  FILLER                    PIC X(22) VALUE
037300         "   RESTORES    DELETES".
037400     05  FILLER                    PIC X(22) VALUE
037500         "     MERGES     PURGES".
037600     05  FILLER                    PIC X(22) VALUE
037700         "      OTHER    CLOSING".
037800     05  FILLER                    PIC X(11) VALUE
037900         " NET GROWTH".
038000     05  FILLER                    PIC X(25) VALUE SPACES.
038100
038200 01  WS-GROWTH-LINE.
038300     05  WS-WL-CTRL                PIC X(01) VALUE " ".
038400     05  FILLER                    PIC X(02) VALUE SPACES.
038500     05  WS-WL-CODE                PIC X(06).
038600     05  FILLER                    PIC X(02) VALUE SPACES.
038700     05  WS-WL-OPENING             PIC Z,ZZZ,ZZ9.
038800     05  FILLER                    PIC X(02) VALUE SPACES.
038900     05  WS-WL-ADDS                PIC Z,ZZZ,ZZ9.
039000     05  FILLER                    PIC X(02) VALUE SPACES.
039100     05  WS-WL-RESTORES            PIC Z,ZZZ,ZZ9.
039200     05  FILLER                    PIC X(02) VALUE SPACES.
039300     05  WS-WL-DELETES             PIC Z,ZZZ,ZZ9.
039400     05  FILLER                    PIC X(02) VALUE SPACES.
039500     05  WS-WL-MERGES              PIC Z,ZZZ,ZZ9.
039600     05  FILLER                    PIC X(02) VALUE SPACES.
039700     05  WS-WL-PURGES              PIC Z,ZZZ,ZZ9.
039800     05  FILLER                    PIC X(02) VALUE SPACES.
039900     05  WS-WL-OTHER               PIC -,---,--9.
040000     05  FILLER                    PIC X(02) VALUE SPACES.
040100     05  WS-WL-CLOSING             PIC Z,ZZZ,ZZ9.
040200     05  FILLER                    PIC X(02) VALUE SPACES.
040300     05  WS-WL-NET                 PIC -,---,--9.
040400     05  FILLER                    PIC X(25) VALUE SPACES.
040500
040600 01  WS-NO-ADDRESS-HEADING.
040700     05  WS-NH-CTRL                PIC X(01) VALUE " ".
040800     05  FILLER                    PIC X(02) VALUE SPACES.
040900     05  FILLER                    PIC X(09) VALUE
041000         "CUST NO".
041100     05  FILLER                    PIC X(32) VALUE
041200         "FULL NAME".
041300     05  FILLER                    PIC X(08) VALUE
041400         "LOCALE".
041500     05  FILLER                    PIC X(14) VALUE
041600         "PHONE".
041700     05  FILLER                    PIC X(11) VALUE
041800         "LAST UPDATE".
041900     05  FILLER                    PIC X(56) VALUE SPACES.
042000
042100 01  WS-NO-ADDRESS-LINE.
042200     05  WS-NL-CTRL                PIC X(01) VALUE " ".
042300     05  FILLER                    PIC X(02) VALUE SPACES.
042400     05  WS-NL-CUST-NUMBER         PIC 9(07).
042500     05  FILLER                    PIC X(02) VALUE SPACES.
042600     05  WS-NL-NAME-KEY            PIC X(30).
042700     05  FILLER                    PIC X(02) VALUE SPACES.
042800     05  WS-NL-LOCALE-CODE         PIC X(02).
042900     05  FILLER                    PIC X(06) VALUE SPACES.
043000     05  WS-NL-PHONE               PIC X(12).
043100     05  FILLER                    PIC X(02) VALUE SPACES.
043200     05  WS-NL-UPDATE-DATE         PIC X(10).
043300     05  FILLER                    PIC X(57) VALUE SPACES.
043400
043500 01  WS-MESSAGE-LINE.
043600     05  WS-ML-CTRL                PIC X(01) VALUE " ".
043700     05  FILLER                    PIC X(02) VALUE SPACES.
043800     05  WS-ML-TEXT                PIC X(100).
043900     05  FILLER                    PIC X(30) VALUE SPACES.
044000
044100 01  WS-TOTAL-LINE.
044200     05  WS-TL-CTRL                PIC X(01) VALUE " ".
044300     05  FILLER                    PIC X(02) VALUE SPACES.
044400     05  WS-TL-LABEL               PIC X(50).
044500     05  WS-TL-COUNT               PIC -,---,--9.
044600     05  FILLER                    PIC X(71) VALUE SPACES.
044700
044800 PROCEDURE DIVISION.
044900
045000******************************************************************
045100* 0000-MAINLINE - LOAD LAST MONTH'S CLOSING COUNTS, SORT THE
045200* WHOLE REPORT INTO SECTION ORDER AND PRINT IT, THEN WRITE THIS
045300* MONTH'S CLOSING COUNTS AND THE CONTROL TOTALS.
045400******************************************************************
045500 0000-MAINLINE.
045600     PERFORM 1000-INITIALIZE
045700         THRU 1000-INITIALIZE-EXIT.
045800     SORT SORT-WORK
045900         ON ASCENDING KEY SR-SECTION
046000                          SR-STATE
046100                          SR-SUBKEY
046200                          SR-CUST-NUMBER
046300         INPUT PROCEDURE IS 2000-GATHER-COUNTS
046400             THRU 2000-GATHER-COUNTS-EXIT
046500         OUTPUT PROCEDURE IS 3000-PRINT-REPORT
046600             THRU 3000-PRINT-REPORT-EXIT.
046700     IF RETURN-CODE NOT < 16
046800         GO TO 9999-EXIT
046900     END-IF.
047000     PERFORM 8000-TERMINATE
047100         THRU 8000-TERMINATE-EXIT.
047200     GO TO 9999-EXIT.
047300
047400******************************************************************
047500* 1000-INITIALIZE - DATE THE RUN, WORK OUT THE REPORT MONTH AND
047600* THE MONTH BEFORE IT, AND LOAD THE PRIOR CLOSING COUNTS.
047700******************************************************************
047800 1000-INITIALIZE.
047900     PERFORM 1900-READ-BUSINESS-DATE
048000         THRU 1900-READ-BUSINESS-DATE-EXIT.
048100     STRING WS-CD-MM  "/" WS-CD-DD  "/" WS-CD-YYYY
048200         DELIMITED BY SIZE INTO WS-RUN-DATE.
048300     MOVE WS-CD-YYYY TO WS-RM-YYYY.
048400     MOVE WS-CD-MM   TO WS-RM-MM.
048500     STRING WS-CD-MM "/" WS-CD-YYYY
048600         DELIMITED BY SIZE INTO WS-MONTH-TEXT.
048700     IF WS-RM-MM = 1
048800         COMPUTE WS-EP-YYYY = WS-RM-YYYY - 1
048900         MOVE 12 TO WS-EP-MM
049000     ELSE
049100         MOVE WS-RM-YYYY TO WS-EP-YYYY
049200         COMPUTE WS-EP-MM = WS-RM-MM - 1
049300     END-IF.
049400     OPEN OUTPUT PRINT-FILE.
049500     PERFORM 1500-LOAD-PRIOR-CLOSING
049600         THRU 1500-LOAD-PRIOR-CLOSING-EXIT.
049700 1000-INITIALIZE-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100* 1500-LOAD-PRIOR-CLOSING - LAST MONTH'S CLOSING COUNTS BECOME
050200* THIS MONTH'S OPENING COUNTS.  AN EMPTY FILE (THE FIRST RUN,
050300* PRIORIN DD DUMMY) LEAVES THE OPENING COUNTS TO BE WORKED BACK
050400* FROM THE CLOSING COUNTS.  A FILE FOR THIS MONTH OR LATER MEANS
050500* PRIORIN NAMES THIS RUN'S OWN OUTPUT (A RERUN) AND IS FATAL; A
050600* FILE FOR AN EARLIER MONTH THAN LAST MONTH IS USED WITH A
050700* WARNING.
050800******************************************************************
050900 1500-LOAD-PRIOR-CLOSING.
051000     OPEN INPUT PRIOR-FILE.
051100     IF NOT WS-PRIOR-OK
051200         DISPLAY "MYGEOG - PRIORIN OPEN FAILED, STATUS = "
051300             WS-PRIOR-STATUS
051400         MOVE 16 TO RETURN-CODE
051500         GO TO 9999-EXIT
051600     END-IF.
051700     PERFORM 1510-READ-PRIOR
051800         THRU 1510-READ-PRIOR-EXIT.
051900     IF WS-PRIOR-EOF
052000         SET WS-NO-PRIOR TO TRUE
052100         GO TO 1500-CLOSE-PRIOR
052200     END-IF.
052300     IF NOT GC-HEADER-RECORD
052400         DISPLAY "MYGEOG - PRIORIN DOES NOT START WITH A GEOREC "
052500             "HEADER"
052600         MOVE 16 TO RETURN-CODE
052700         GO TO 9999-EXIT
052800     END-IF.
052900     MOVE GC-MONTH      TO WS-PRIOR-MONTH.
053000     MOVE GC-CUST-COUNT TO WS-PRIOR-TOTAL.
053100     IF WS-PRIOR-MONTH NOT < WS-REPORT-MONTH-N
053200         DISPLAY "MYGEOG - PRIORIN IS THE CLOSING FILE FOR "
053300             WS-PRIOR-MONTH ", NOT A MONTH BEFORE "
053400             WS-REPORT-MONTH-N
053500         DISPLAY "MYGEOG - ON A RERUN POINT PRIORIN AT THE "
053600             "GENERATION BEFORE THIS MONTH'S"
053700         MOVE 16 TO RETURN-CODE
053800         GO TO 9999-EXIT
053900     END-IF.
054000     IF WS-PRIOR-MONTH NOT = WS-EXPECTED-PRIOR-N
054100         SET WS-PRIOR-GAP TO TRUE
054200         DISPLAY "MYGEOG - PRIORIN IS THE CLOSING FILE FOR "
054300             WS-PRIOR-MONTH " - EXPECTED " WS-EXPECTED-PRIOR-N
054400     END-IF.
054500     PERFORM 1520-LOAD-PRIOR-ROW
054600         THRU 1520-LOAD-PRIOR-ROW-EXIT
054700         UNTIL WS-PRIOR-EOF.
054800 1500-CLOSE-PRIOR.
054900     CLOSE PRIOR-FILE.
055000 1500-LOAD-PRIOR-CLOSING-EXIT.
055100     EXIT.
055200
055300 1510-READ-PRIOR.
055400     READ PRIOR-FILE
055500         AT END
055600             SET WS-PRIOR-EOF TO TRUE
055700     END-READ.
055800 1510-READ-PRIOR-EXIT.
055900     EXIT.
056000
056100 1520-LOAD-PRIOR-ROW.
056200     PERFORM 1510-READ-PRIOR
056300         THRU 1510-READ-PRIOR-EXIT.
056400     IF WS-PRIOR-EOF
056500         GO TO 1520-LOAD-PRIOR-ROW-EXIT
056600     END-IF.
056700     IF GC-STATE-RECORD
056800         MOVE "S" TO WS-FIND-TYPE
056900     ELSE
057000         IF GC-LOCALE-RECORD
057100             MOVE "L" TO WS-FIND-TYPE
057200         ELSE
057300             GO TO 1520-LOAD-PRIOR-ROW-EXIT
057400         END-IF
057500     END-IF.
057600     MOVE GC-CODE TO WS-FIND-CODE.
057700     PERFORM 6000-FIND-GROWTH-ROW
057800         THRU 6000-FIND-GROWTH-ROW-EXIT.
057900     MOVE GC-CUST-COUNT TO WS-GR-OPENING (WS-GR-IDX).
058000 1520-LOAD-PRIOR-ROW-EXIT.
058100     EXIT.
058200
058300******************************************************************
058400* 1900-READ-BUSINESS-DATE - DATE THE RUN FROM THE CURRENT BUSINESS
058500* DATE ON THE BUSDATE CONTROL FILE, NOT THE CLOCK.  THIS JOB RUNS
058600* ONCE A MONTH ON REQUEST RATHER THAN AS PART OF A DAILY CYCLE,
058700* SO IT IS NOT GUARDED AGAINST A SECOND RUN FOR THE SAME DATE -
058800* THE PRIOR CLOSING FILE CHECK IN 1500 CATCHES A CARELESS RERUN.
058900******************************************************************
059000 1900-READ-BUSINESS-DATE.
059100     OPEN INPUT BUS-DATE-FILE.
059200     IF NOT WS-BUSDATE-OK
059300         DISPLAY "MYGEOG - BUSDATE OPEN FAILED, STATUS = "
059400             WS-BUSDATE-STATUS
059500         MOVE 16 TO RETURN-CODE
059600         GO TO 9999-EXIT
059700     END-IF.
059800     MOVE "D"       TO BD-KEY-TYPE.
059900     MOVE "CONTROL" TO BD-KEY-VALUE.
060000     READ BUS-DATE-FILE
060100         INVALID KEY
060200             DISPLAY "MYGEOG - BUSINESS DATE CONTROL RECORD "
060300                 "MISSING"
060400             MOVE 16 TO RETURN-CODE
060500             GO TO 9999-EXIT
060600     END-READ.
060700     MOVE BD-CURR-DATE TO WS-CURRENT-DATE.
060800     CLOSE BUS-DATE-FILE.
060900 1900-READ-BUSINESS-DATE-EXIT.
061000     EXIT.
061100
061200******************************************************************
061300* 2000-GATHER-COUNTS - SORT INPUT PROCEDURE.  READ THE MASTER,
061400* THE HISTORY, AND THE ARCHIVE, RELEASING THE GEOGRAPHY AND
061500* NO-ADDRESS LINES AS THEY ARE FOUND, THEN RELEASE ONE GROWTH
061600* LINE PER STATE AND LOCALE ONCE THE COUNTS ARE COMPLETE.
061700******************************************************************
061800 2000-GATHER-COUNTS.
061900     PERFORM 2100-READ-MASTER-FILE
062000         THRU 2100-READ-MASTER-FILE-EXIT.
062100     PERFORM 2200-READ-HISTORY-FILE
062200         THRU 2200-READ-HISTORY-FILE-EXIT.
062300     PERFORM 2300-READ-ARCHIVE-FILE
062400         THRU 2300-READ-ARCHIVE-FILE-EXIT.
062500     PERFORM 2400-RELEASE-GROWTH
062600         THRU 2400-RELEASE-GROWTH-EXIT
062700         VARYING WS-GR-IDX FROM 1 BY 1
062800         UNTIL WS-GR-IDX > WS-GR-COUNT.
062900 2000-GATHER-COUNTS-EXIT.
063000     EXIT.
063100
063200******************************************************************
063300* 2100-READ-MASTER-FILE - EVERY CUSTOMER ON THE MASTER IS ACTIVE
063400* AND COUNTS TOWARD ITS STATE'S AND LOCALE'S CLOSING COUNT, EXCEPT
063450* ONE ERASED UNDER MYERAS (FIRST NAME "ERASED"), WHICH IS ONLY
063500* COUNTED FOR THE CONTROL TOTALS.  ONE WITH NO STREET, CITY,
063550* STATE, OR POSTAL CODE AT ALL IS LISTED IN SECTION 5 INSTEAD OF
063600* SECTIONS 1 AND 2.
063700******************************************************************
063800 2100-READ-MASTER-FILE.
063900     OPEN INPUT NAME-MASTER.
064000     IF NOT WS-MASTER-OK
064100         DISPLAY "MYGEOG - NAMEMAST OPEN FAILED, STATUS = "
064200             WS-MASTER-STATUS
064300         MOVE 16 TO RETURN-CODE
064400         GO TO 9999-EXIT
064500     END-IF.
064600     PERFORM 2110-COUNT-ONE-CUSTOMER
064700         THRU 2110-COUNT-ONE-CUSTOMER-EXIT
064800         UNTIL WS-MASTER-EOF.
064900     CLOSE NAME-MASTER.
065000 2100-READ-MASTER-FILE-EXIT.
065100     EXIT.
065200
065300 2110-COUNT-ONE-CUSTOMER.
065400     READ NAME-MASTER NEXT RECORD
065500         AT END
065600             SET WS-MASTER-EOF TO TRUE
065700             GO TO 2110-COUNT-ONE-CUSTOMER-EXIT
065800     END-READ.
065900     IF NOT WS-MASTER-OK
066000         DISPLAY "MYGEOG - NAME-MASTER READ FAILED, STATUS = "
066100             WS-MASTER-STATUS
066200         MOVE 16 TO RETURN-CODE
066300         GO TO 9999-EXIT
066400     END-IF.
066500     ADD 1 TO WS-MASTER-COUNT.
066520     IF MA-FIRST-NAME = "ERASED"
066540         ADD 1 TO WS-ERASED-COUNT
066560         GO TO 2110-COUNT-ONE-CUSTOMER-EXIT
066580     END-IF.
066600     MOVE "S"            TO WS-FIND-TYPE.
066700     MOVE MA-STATE       TO WS-FIND-CODE.
066800     PERFORM 6000-FIND-GROWTH-ROW
066900         THRU 6000-FIND-GROWTH-ROW-EXIT.
067000     ADD 1 TO WS-GR-CLOSING (WS-GR-IDX).
067100     MOVE "L"            TO WS-FIND-TYPE.
067200     MOVE MA-LOCALE-CODE TO WS-FIND-CODE.
067300     PERFORM 6000-FIND-GROWTH-ROW
067400         THRU 6000-FIND-GROWTH-ROW-EXIT.
067500     ADD 1 TO WS-GR-CLOSING (WS-GR-IDX).
067600     MOVE SPACES         TO SR-SORT-RECORD.
067700     MOVE MA-CUST-NUMBER TO SR-CUST-NUMBER.
067800     IF MA-STREET-ADDR = SPACES
067900      AND MA-CITY = SPACES
068000      AND MA-STATE = SPACES
068100      AND MA-POSTAL-CODE = SPACES
068200         MOVE 5                   TO SR-SECTION
068300         MOVE MA-NAME-KEY         TO SR-NA-NAME-KEY
068400         MOVE MA-LOCALE-CODE      TO SR-NA-LOCALE-CODE
068500         MOVE MA-PHONE            TO SR-NA-PHONE
068600         MOVE MA-LAST-UPDATE-DATE TO SR-NA-UPDATE-DATE
068700         RELEASE SR-SORT-RECORD
068800         ADD 1 TO WS-NO-ADDRESS-COUNT
068900         GO TO 2110-COUNT-ONE-CUSTOMER-EXIT
069000     END-IF.
069100     ADD 1 TO WS-ADDRESS-COUNT.
069200     MOVE 1              TO SR-SECTION.
069300     MOVE MA-STATE       TO SR-STATE.
069400     MOVE MA-CITY        TO SR-SUBKEY.
069500     RELEASE SR-SORT-RECORD.
069600     MOVE MA-POSTAL-CODE TO WS-POSTAL-WORK.
069700     MOVE 2              TO SR-SECTION.
069800     MOVE WS-PW-PREFIX   TO SR-SUBKEY.
069900     RELEASE SR-SORT-RECORD.
070000 2110-COUNT-ONE-CUSTOMER-EXIT.
070100     EXIT.
070200
070300******************************************************************
070400* 2200-READ-HISTORY-FILE - TALLY THE MONTH'S MASTER CHANGES.  AN
070500* ADD OR RESTOR COUNTS FOR THE STATE AND LOCALE OF ITS AFTER
070600* IMAGE; A DELETE OR MERGE (THE LOSING RECORD) FOR THOSE OF ITS
070700* BEFORE IMAGE.  PURGE ROWS ARE ONLY COUNTED HERE - THE PURGES
070800* THEMSELVES COME FROM THE ARCHIVE (2300), AND THE TWO COUNTS ARE
070900* COMPARED IN THE CONTROL TOTALS.  A MYERAS CHANGE ROW IS COUNTED
070925* AS AN ERASURE - ITS BEFORE IMAGE IS BLANK, SO THE CUSTOMER'S
070950* STATE AND LOCALE DROP BY ONE UNDER "OTHER" AND THE NET-ZERO
070975* CHECK IN 8000 ALLOWS FOR IT.
071000******************************************************************
071100 2200-READ-HISTORY-FILE.
071200     OPEN INPUT HIST-FILE.
071300     IF NOT WS-HIST-OK
071400         DISPLAY "MYGEOG - NAMEHIST OPEN FAILED, STATUS = "
071500             WS-HIST-STATUS
071600         MOVE 16 TO RETURN-CODE
071700         GO TO 9999-EXIT
071800     END-IF.
071900     PERFORM 2210-COUNT-ONE-CHANGE
072000         THRU 2210-COUNT-ONE-CHANGE-EXIT
072100         UNTIL WS-HIST-EOF.
072200     CLOSE HIST-FILE.
072300 2200-READ-HISTORY-FILE-EXIT.
072400     EXIT.
072500
072600 2210-COUNT-ONE-CHANGE.
072700     READ HIST-FILE
072800         AT END
072900             SET WS-HIST-EOF TO TRUE
073000             GO TO 2210-COUNT-ONE-CHANGE-EXIT
073100     END-READ.
073200     ADD 1 TO WS-HIST-READ-COUNT.
073300     MOVE HS-HIST-DATE TO WS-HIST-DATE-WORK.
073400     MOVE WS-HD-YYYY   TO WS-HM-YYYY.
073500     MOVE WS-HD-MM     TO WS-HM-MM.
073600     IF WS-HIST-MONTH NOT = WS-REPORT-MONTH
073700         GO TO 2210-COUNT-ONE-CHANGE-EXIT
073800     END-IF.
073900     ADD 1 TO WS-HIST-MONTH-COUNT.
074000     EVALUATE TRUE
074100         WHEN HS-ACTION-ADD
074200             ADD 1 TO WS-ADD-COUNT
074300             MOVE HS-AFT-STATE       TO WS-FIND-CODE
074400             MOVE "S"                TO WS-FIND-TYPE
074500             PERFORM 6000-FIND-GROWTH-ROW
074600                 THRU 6000-FIND-GROWTH-ROW-EXIT
074700             ADD 1 TO WS-GR-ADDS (WS-GR-IDX)
074800             MOVE HS-AFT-LOCALE-CODE TO WS-FIND-CODE
074900             MOVE "L"                TO WS-FIND-TYPE
075000             PERFORM 6000-FIND-GROWTH-ROW
075100                 THRU 6000-FIND-GROWTH-ROW-EXIT
075200             ADD 1 TO WS-GR-ADDS (WS-GR-IDX)
075300         WHEN HS-ACTION-RESTORE
075400             ADD 1 TO WS-RESTORE-COUNT
075500             MOVE HS-AFT-STATE       TO WS-FIND-CODE
075600             MOVE "S"                TO WS-FIND-TYPE
075700             PERFORM 6000-FIND-GROWTH-ROW
075800                 THRU 6000-FIND-GROWTH-ROW-EXIT
075900             ADD 1 TO WS-GR-RESTORES (WS-GR-IDX)
076000             MOVE HS-AFT-LOCALE-CODE TO WS-FIND-CODE
076100             MOVE "L"                TO WS-FIND-TYPE
076200             PERFORM 6000-FIND-GROWTH-ROW
076300                 THRU 6000-FIND-GROWTH-ROW-EXIT
076400             ADD 1 TO WS-GR-RESTORES (WS-GR-IDX)
076500         WHEN HS-ACTION-DELETE
076600             ADD 1 TO WS-DELETE-COUNT
076700             MOVE HS-BEF-STATE       TO WS-FIND-CODE
076800             MOVE "S"                TO WS-FIND-TYPE
076900             PERFORM 6000-FIND-GROWTH-ROW
077000                 THRU 6000-FIND-GROWTH-ROW-EXIT
077100             ADD 1 TO WS-GR-DELETES (WS-GR-IDX)
077200             MOVE HS-BEF-LOCALE-CODE TO WS-FIND-CODE
077300             MOVE "L"                TO WS-FIND-TYPE
077400             PERFORM 6000-FIND-GROWTH-ROW
077500                 THRU 6000-FIND-GROWTH-ROW-EXIT
077600             ADD 1 TO WS-GR-DELETES (WS-GR-IDX)
077700         WHEN HS-ACTION-MERGE
077800             ADD 1 TO WS-MERGE-COUNT
077900             MOVE HS-BEF-STATE       TO WS-FIND-CODE
078000             MOVE "S"                TO WS-FIND-TYPE
078100             PERFORM 6000-FIND-GROWTH-ROW
078200                 THRU 6000-FIND-GROWTH-ROW-EXIT
078300             ADD 1 TO WS-GR-MERGES (WS-GR-IDX)
078400             MOVE HS-BEF-LOCALE-CODE TO WS-FIND-CODE
078500             MOVE "L"                TO WS-FIND-TYPE
078600             PERFORM 6000-FIND-GROWTH-ROW
078700                 THRU 6000-FIND-GROWTH-ROW-EXIT
078800             ADD 1 TO WS-GR-MERGES (WS-GR-IDX)
078825         WHEN HS-ACTION-CHANGE
078850          AND HS-OPERATOR-ID = "MYERAS"
078875             ADD 1 TO WS-ERASURE-COUNT
078900         WHEN HS-ACTION-PURGE
079000             ADD 1 TO WS-HIST-PURGE-COUNT
079100         WHEN OTHER
079200             CONTINUE
079300     END-EVALUATE.
079400 2210-COUNT-ONE-CHANGE-EXIT.
079500     EXIT.
079600
079700******************************************************************
079800* 2300-READ-ARCHIVE-FILE - EVERY RECORD ON THE MONTH'S MYPURGE
079900* ARCHIVE GENERATIONS IS A PURGE FOR ITS STATE AND LOCALE.  THE
080000* JOB NAMES ONLY THE GENERATIONS CUT THIS MONTH (DD DUMMY WHEN
080100* MYPURGE DID NOT RUN).
080200******************************************************************
080300 2300-READ-ARCHIVE-FILE.
080400     OPEN INPUT ARCHIVE-FILE.
080500     IF NOT WS-ARCH-OK
080600         DISPLAY "MYGEOG - ARCHIN OPEN FAILED, STATUS = "
080700             WS-ARCH-STATUS
080800         MOVE 16 TO RETURN-CODE
080900         GO TO 9999-EXIT
081000     END-IF.
081100     PERFORM 2310-COUNT-ONE-PURGE
081200         THRU 2310-COUNT-ONE-PURGE-EXIT
081300         UNTIL WS-ARCH-EOF.
081400     CLOSE ARCHIVE-FILE.
081500 2300-READ-ARCHIVE-FILE-EXIT.
081600     EXIT.
081700
081800 2310-COUNT-ONE-PURGE.
081900     READ ARCHIVE-FILE
082000         AT END
082100             SET WS-ARCH-EOF TO TRUE
082200             GO TO 2310-COUNT-ONE-PURGE-EXIT
082300     END-READ.
082400     ADD 1 TO WS-ARCH-PURGE-COUNT.
082500     MOVE "S"            TO WS-FIND-TYPE.
082600     MOVE AR-STATE       TO WS-FIND-CODE.
082700     PERFORM 6000-FIND-GROWTH-ROW
082800         THRU 6000-FIND-GROWTH-ROW-EXIT.
082900     ADD 1 TO WS-GR-PURGES (WS-GR-IDX).
083000     MOVE "L"            TO WS-FIND-TYPE.
083100     MOVE AR-LOCALE-CODE TO WS-FIND-CODE.
083200     PERFORM 6000-FIND-GROWTH-ROW
083300         THRU 6000-FIND-GROWTH-ROW-EXIT.
083400     ADD 1 TO WS-GR-PURGES (WS-GR-IDX).
083500 2310-COUNT-ONE-PURGE-EXIT.
083600     EXIT.
083700
083800******************************************************************
083900* 2400-RELEASE-GROWTH - ONE SECTION 3 (STATE) OR SECTION 4
084000* (LOCALE) LINE PER GROWTH-TABLE ROW.  WITH NO PRIOR CLOSING FILE
084100* THE OPENING COUNT IS WORKED BACK FROM THE CLOSING COUNT AND THE
084200* MONTH'S MOVEMENT, SO THE FIRST MONTH SHOWS NO "OTHER" COLUMN.
084300******************************************************************
084400 2400-RELEASE-GROWTH.
084500     MOVE SPACES TO SR-SORT-RECORD.
084600     IF WS-GR-TYPE (WS-GR-IDX) = "S"
084700         MOVE 3 TO SR-SECTION
084800     ELSE
084900         MOVE 4 TO SR-SECTION
085000     END-IF.
085100     MOVE WS-GR-CODE (WS-GR-IDX)     TO SR-STATE.
085200     MOVE ZERO                       TO SR-CUST-NUMBER.
085300     IF WS-NO-PRIOR
085400         COMPUTE WS-GW-OPENING = WS-GR-CLOSING (WS-GR-IDX)
085500                               - WS-GR-ADDS (WS-GR-IDX)
085600                               - WS-GR-RESTORES (WS-GR-IDX)
085700                               + WS-GR-DELETES (WS-GR-IDX)
085800                               + WS-GR-MERGES (WS-GR-IDX)
085900                               + WS-GR-PURGES (WS-GR-IDX)
086000         IF WS-GW-OPENING < ZERO
086100             MOVE ZERO TO WS-GW-OPENING
086200         END-IF
086300         MOVE WS-GW-OPENING TO WS-GR-OPENING (WS-GR-IDX)
086400     END-IF.
086500     MOVE WS-GR-OPENING (WS-GR-IDX)  TO SR-GR-OPENING.
086600     MOVE WS-GR-ADDS (WS-GR-IDX)     TO SR-GR-ADDS.
086700     MOVE WS-GR-RESTORES (WS-GR-IDX) TO SR-GR-RESTORES.
086800     MOVE WS-GR-DELETES (WS-GR-IDX)  TO SR-GR-DELETES.
086900     MOVE WS-GR-MERGES (WS-GR-IDX)   TO SR-GR-MERGES.
087000     MOVE WS-GR-PURGES (WS-GR-IDX)   TO SR-GR-PURGES.
087100     MOVE WS-GR-CLOSING (WS-GR-IDX)  TO SR-GR-CLOSING.
087200     RELEASE SR-SORT-RECORD.
087300 2400-RELEASE-GROWTH-EXIT.
087400     EXIT.
087500
087600******************************************************************
087700* 3000-PRINT-REPORT - SORT OUTPUT PROCEDURE.  THE SECTIONS COME
087800* BACK IN ORDER; EACH STARTS ON A NEW PAGE, AND A SECTION WITH NO
087900* LINES STILL PRINTS ITS HEADING AND A "NONE" LINE.  THE REPORT
088000* ENDS ON THE CONTROL-TOTALS PAGE (SECTION 6), PRINTED BY 8000.
088100******************************************************************
088200 3000-PRINT-REPORT.
088300     IF RETURN-CODE NOT < 16
088400         GO TO 3000-PRINT-REPORT-EXIT
088500     END-IF.
088600     PERFORM 3100-RETURN-SORTED
088700         THRU 3100-RETURN-SORTED-EXIT.
088800     PERFORM 3200-PRINT-SORTED-LINE
088900         THRU 3200-PRINT-SORTED-LINE-EXIT
089000         UNTIL WS-SORT-EOF.
089100     MOVE 6 TO WS-TARGET-SECTION.
089200     PERFORM 3300-ADVANCE-SECTION
089300         THRU 3300-ADVANCE-SECTION-EXIT
089400         UNTIL WS-CUR-SECTION NOT < WS-TARGET-SECTION.
089500 3000-PRINT-REPORT-EXIT.
089600     EXIT.
089700
089800 3100-RETURN-SORTED.
089900     RETURN SORT-WORK
090000         AT END
090100             SET WS-SORT-EOF TO TRUE
090200     END-RETURN.
090300 3100-RETURN-SORTED-EXIT.
090400     EXIT.
090500
090600 3200-PRINT-SORTED-LINE.
090700     IF SR-SECTION NOT = WS-CUR-SECTION
090800         MOVE SR-SECTION TO WS-TARGET-SECTION
090900         PERFORM 3300-ADVANCE-SECTION
091000             THRU 3300-ADVANCE-SECTION-EXIT
091100             UNTIL WS-CUR-SECTION NOT < WS-TARGET-SECTION
091200     END-IF.
091300     EVALUATE SR-SECTION
091400         WHEN 1
091500         WHEN 2
091600             PERFORM 3400-COUNT-GEOGRAPHY
091700                 THRU 3400-COUNT-GEOGRAPHY-EXIT
091800         WHEN 3
091900         WHEN 4
092000             PERFORM 3500-PRINT-GROWTH
092100                 THRU 3500-PRINT-GROWTH-EXIT
092200         WHEN 5
092300             PERFORM 3600-PRINT-NO-ADDRESS
092400                 THRU 3600-PRINT-NO-ADDRESS-EXIT
092500     END-EVALUATE.
092600     ADD 1 TO WS-SECTION-ROWS.
092700     PERFORM 3100-RETURN-SORTED
092800         THRU 3100-RETURN-SORTED-EXIT.
092900 3200-PRINT-SORTED-LINE-EXIT.
093000     EXIT.
093100
093200******************************************************************
093300* 3300-ADVANCE-SECTION - FINISH THE SECTION IN PROGRESS (ITS LAST
093400* BREAK LINES AND TOTALS, OR "NONE"), THEN START THE NEXT ONE ON
093500* A NEW PAGE.
093600******************************************************************
093700 3300-ADVANCE-SECTION.
093800     IF WS-CUR-SECTION > ZERO
093900         PERFORM 3310-FINISH-SECTION
094000             THRU 3310-FINISH-SECTION-EXIT
094100     END-IF.
094200     ADD 1 TO WS-CUR-SECTION.
094300     MOVE ZERO        TO WS-SECTION-ROWS.
094400     MOVE ZERO        TO WS-SUBKEY-COUNT.
094500     MOVE ZERO        TO WS-STATE-COUNT.
094600     MOVE ZERO        TO WS-SECTION-COUNT.
094700     INITIALIZE WS-GROWTH-TOTALS.
094800     MOVE " "         TO WS-GL-CTRL.
094900     MOVE HIGH-VALUES TO WS-PREV-STATE.
095000     MOVE HIGH-VALUES TO WS-PREV-SUBKEY.
095100     PERFORM 3950-WRITE-HEADINGS
095200         THRU 3950-WRITE-HEADINGS-EXIT.
095300 3300-ADVANCE-SECTION-EXIT.
095400     EXIT.
095500
095600 3310-FINISH-SECTION.
095700     IF WS-SECTION-ROWS = ZERO
095800         MOVE "0"                          TO WS-ML-CTRL
095900         MOVE "NONE"                       TO WS-ML-TEXT
096000         MOVE WS-MESSAGE-LINE              TO WS-OUT-LINE
096100         PERFORM 3900-WRITE-LINE
096200             THRU 3900-WRITE-LINE-EXIT
096300         GO TO 3310-FINISH-SECTION-EXIT
096400     END-IF.
096500     EVALUATE WS-CUR-SECTION
096600         WHEN 1
096700         WHEN 2
096800             PERFORM 3410-PRINT-SUBKEY-LINE
096900                 THRU 3410-PRINT-SUBKEY-LINE-EXIT
097000             PERFORM 3420-PRINT-STATE-TOTAL
097100                 THRU 3420-PRINT-STATE-TOTAL-EXIT
097200             MOVE "0"                      TO WS-GL-CTRL
097300             MOVE "ALL"                    TO WS-GL-STATE
097400             MOVE "CUSTOMERS WITH ADDRESS" TO WS-GL-SUBKEY
097500             MOVE WS-SECTION-COUNT         TO WS-GL-COUNT
097600             MOVE WS-GEOG-LINE             TO WS-OUT-LINE
097700             PERFORM 3900-WRITE-LINE
097800                 THRU 3900-WRITE-LINE-EXIT
097900         WHEN 3
098000         WHEN 4
098100             PERFORM 3520-PRINT-GROWTH-TOTAL
098200                 THRU 3520-PRINT-GROWTH-TOTAL-EXIT
098300         WHEN 5
098400             MOVE "0"                      TO WS-TL-CTRL
098500             MOVE "CUSTOMERS WITH NO ADDRESS"
098600                                           TO WS-TL-LABEL
098700             MOVE WS-SECTION-ROWS          TO WS-TL-COUNT
098800             MOVE WS-TOTAL-LINE            TO WS-OUT-LINE
098900             PERFORM 3900-WRITE-LINE
099000                 THRU 3900-WRITE-LINE-EXIT
099100     END-EVALUATE.
099200 3310-FINISH-SECTION-EXIT.
099300     EXIT.
099400
099500******************************************************************
099600* 3400-COUNT-GEOGRAPHY - SECTIONS 1 AND 2 HAVE ONE SORTED LINE PER
099700* CUSTOMER.  COUNT THEM BY CITY (OR POSTAL PREFIX) WITHIN STATE,
099800* PRINTING A LINE AT EACH CITY BREAK AND A TOTAL AT EACH STATE
099900* BREAK.
100000******************************************************************
100100 3400-COUNT-GEOGRAPHY.
100200     IF WS-SECTION-ROWS > ZERO
100300         IF SR-STATE NOT = WS-PREV-STATE
100400          OR SR-SUBKEY NOT = WS-PREV-SUBKEY
100500             PERFORM 3410-PRINT-SUBKEY-LINE
100600                 THRU 3410-PRINT-SUBKEY-LINE-EXIT
100700         END-IF
100800         IF SR-STATE NOT = WS-PREV-STATE
100900             PERFORM 3420-PRINT-STATE-TOTAL
101000                 THRU 3420-PRINT-STATE-TOTAL-EXIT
101100         END-IF
101200     END-IF.
101300     MOVE SR-STATE  TO WS-PREV-STATE.
101400     MOVE SR-SUBKEY TO WS-PREV-SUBKEY.
101500     ADD 1 TO WS-SUBKEY-COUNT.
101600     ADD 1 TO WS-STATE-COUNT.
101700     ADD 1 TO WS-SECTION-COUNT.
101800 3400-COUNT-GEOGRAPHY-EXIT.
101900     EXIT.
102000
102100 3410-PRINT-SUBKEY-LINE.
102200     MOVE WS-PREV-STATE   TO WS-GL-STATE.
102300     IF WS-PREV-STATE = SPACES
102400         MOVE "(NONE)"    TO WS-GL-STATE
102500     END-IF.
102600     MOVE WS-PREV-SUBKEY  TO WS-GL-SUBKEY.
102700     IF WS-PREV-SUBKEY = SPACES
102800         MOVE "(NONE)"    TO WS-GL-SUBKEY
102900     END-IF.
103000     MOVE WS-SUBKEY-COUNT TO WS-GL-COUNT.
103100     MOVE WS-GEOG-LINE    TO WS-OUT-LINE.
103200     PERFORM 3900-WRITE-LINE
103300         THRU 3900-WRITE-LINE-EXIT.
103400     MOVE " "             TO WS-GL-CTRL.
103500     MOVE ZERO            TO WS-SUBKEY-COUNT.
103600 3410-PRINT-SUBKEY-LINE-EXIT.
103700     EXIT.
103800
103900 3420-PRINT-STATE-TOTAL.
104000     MOVE WS-PREV-STATE   TO WS-GL-STATE.
104100     IF WS-PREV-STATE = SPACES
104200         MOVE "(NONE)"    TO WS-GL-STATE
104300     END-IF.
104400     MOVE "  STATE TOTAL" TO WS-GL-SUBKEY.
104500     MOVE WS-STATE-COUNT  TO WS-GL-COUNT.
104600     MOVE WS-GEOG-LINE    TO WS-OUT-LINE.
104700     PERFORM 3900-WRITE-LINE
104800         THRU 3900-WRITE-LINE-EXIT.
104900     MOVE "0"             TO WS-GL-CTRL.
105000     MOVE ZERO            TO WS-STATE-COUNT.
105100 3420-PRINT-STATE-TOTAL-EXIT.
105200     EXIT.
105300
105400******************************************************************
105500* 3500-PRINT-GROWTH - ONE LINE PER STATE OR LOCALE.  "OTHER" IS
105600* WHATEVER THE MONTH'S ADDS, RESTORES, DELETES, MERGES, AND PURGES
105700* DO NOT EXPLAIN - MAINLY CUSTOMERS WHO MOVED BETWEEN STATES OR
105800* HAD A LOCALE FILLED IN.  ACROSS A WHOLE SECTION IT SHOULD NET
105900* TO ZERO.
106000******************************************************************
106100 3500-PRINT-GROWTH.
106200     COMPUTE WS-GW-OTHER = SR-GR-CLOSING - SR-GR-OPENING
106300                         - SR-GR-ADDS - SR-GR-RESTORES
106400                         + SR-GR-DELETES + SR-GR-MERGES
106500                         + SR-GR-PURGES.
106600     COMPUTE WS-GW-NET = SR-GR-CLOSING - SR-GR-OPENING.
106700     MOVE SR-STATE          TO WS-WL-CODE.
106800     IF SR-STATE = SPACES
106900         MOVE "(NONE)"      TO WS-WL-CODE
107000     END-IF.
107100     MOVE SR-GR-OPENING     TO WS-WL-OPENING.
107200     MOVE SR-GR-ADDS        TO WS-WL-ADDS.
107300     MOVE SR-GR-RESTORES    TO WS-WL-RESTORES.
107400     MOVE SR-GR-DELETES     TO WS-WL-DELETES.
107500     MOVE SR-GR-MERGES      TO WS-WL-MERGES.
107600     MOVE SR-GR-PURGES      TO WS-WL-PURGES.
107700     MOVE WS-GW-OTHER       TO WS-WL-OTHER.
107800     MOVE SR-GR-CLOSING     TO WS-WL-CLOSING.
107900     MOVE WS-GW-NET         TO WS-WL-NET.
108000     MOVE WS-GROWTH-LINE    TO WS-OUT-LINE.
108100     PERFORM 3900-WRITE-LINE
108200         THRU 3900-WRITE-LINE-EXIT.
108300     ADD SR-GR-OPENING      TO WS-GT-OPENING.
108400     ADD SR-GR-ADDS         TO WS-GT-ADDS.
108500     ADD SR-GR-RESTORES     TO WS-GT-RESTORES.
108600     ADD SR-GR-DELETES      TO WS-GT-DELETES.
108700     ADD SR-GR-MERGES       TO WS-GT-MERGES.
108800     ADD SR-GR-PURGES       TO WS-GT-PURGES.
108900     ADD WS-GW-OTHER        TO WS-GT-OTHER.
109000     ADD SR-GR-CLOSING      TO WS-GT-CLOSING.
109100     ADD WS-GW-NET          TO WS-GT-NET.
109200 3500-PRINT-GROWTH-EXIT.
109300     EXIT.
109400
109500 3520-PRINT-GROWTH-TOTAL.
109600     MOVE "0"               TO WS-WL-CTRL.
109700     MOVE "TOTAL"           TO WS-WL-CODE.
109800     MOVE WS-GT-OPENING     TO WS-WL-OPENING.
109900     MOVE WS-GT-ADDS        TO WS-WL-ADDS.
110000     MOVE WS-GT-RESTORES    TO WS-WL-RESTORES.
110100     MOVE WS-GT-DELETES     TO WS-WL-DELETES.
110200     MOVE WS-GT-MERGES      TO WS-WL-MERGES.
110300     MOVE WS-GT-PURGES      TO WS-WL-PURGES.
110400     MOVE WS-GT-OTHER       TO WS-WL-OTHER.
110500     MOVE WS-GT-CLOSING     TO WS-WL-CLOSING.
110600     MOVE WS-GT-NET         TO WS-WL-NET.
110700     MOVE WS-GROWTH-LINE    TO WS-OUT-LINE.
110800     PERFORM 3900-WRITE-LINE
110900         THRU 3900-WRITE-LINE-EXIT.
111000     MOVE " "               TO WS-WL-CTRL.
111100     IF WS-CUR-SECTION = 3
111200         MOVE WS-GT-OTHER   TO WS-STATE-OTHER-TOTAL
111300     ELSE
111400         MOVE WS-GT-OTHER   TO WS-LOCALE-OTHER-TOTAL
111500     END-IF.
111600 3520-PRINT-GROWTH-TOTAL-EXIT.
111700     EXIT.
111800
111900 3600-PRINT-NO-ADDRESS.
112000     MOVE SR-CUST-NUMBER    TO WS-NL-CUST-NUMBER.
112100     MOVE SR-NA-NAME-KEY    TO WS-NL-NAME-KEY.
112200     MOVE SR-NA-LOCALE-CODE TO WS-NL-LOCALE-CODE.
112300     MOVE SR-NA-PHONE       TO WS-NL-PHONE.
112400     MOVE SR-NA-UPDATE-DATE TO WS-NL-UPDATE-DATE.
112500     MOVE WS-NO-ADDRESS-LINE TO WS-OUT-LINE.
112600     PERFORM 3900-WRITE-LINE
112700         THRU 3900-WRITE-LINE-EXIT.
112800 3600-PRINT-NO-ADDRESS-EXIT.
112900     EXIT.
113000
113100******************************************************************
113200* 3900-WRITE-LINE - PRINT WS-OUT-LINE, BREAKING TO A NEW PAGE
113300* FIRST WHEN THE CURRENT PAGE IS FULL.
113400******************************************************************
113500 3900-WRITE-LINE.
113600     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
113700         PERFORM 3950-WRITE-HEADINGS
113800             THRU 3950-WRITE-HEADINGS-EXIT
113900     END-IF.
114000     MOVE WS-OUT-LINE TO RP-REPORT-LINE.
114100     WRITE RP-REPORT-LINE.
114200     ADD 1 TO WS-LINE-COUNT.
114300 3900-WRITE-LINE-EXIT.
114400     EXIT.
114500
114600******************************************************************
114700* 3950-WRITE-HEADINGS - START A NEW PAGE WITH THE REPORT HEADING,
114800* THE CURRENT SECTION'S TITLE, AND ITS COLUMN HEADINGS.
114900******************************************************************
115000 3950-WRITE-HEADINGS.
115100     ADD 1 TO WS-PAGE-COUNT.
115200     MOVE WS-MONTH-TEXT TO WS-H1-MONTH.
115300     MOVE WS-RUN-DATE   TO WS-H1-RUN-DATE.
115400     MOVE WS-PAGE-COUNT TO WS-H1-PAGE-NO.
115500     MOVE WS-HEADING-LINE-1 TO RP-REPORT-LINE.
115600     WRITE RP-REPORT-LINE.
115700     MOVE WS-SECTION-TITLE (WS-CUR-SECTION) TO WS-H2-TITLE.
115800     MOVE WS-HEADING-LINE-2 TO RP-REPORT-LINE.
115900     WRITE RP-REPORT-LINE.
116000     EVALUATE WS-CUR-SECTION
116100         WHEN 1
116200             MOVE "CITY"          TO WS-GH-SUBKEY
116300             MOVE WS-GEOG-HEADING TO RP-REPORT-LINE
116400         WHEN 2
116500             MOVE "POSTAL PREFIX" TO WS-GH-SUBKEY
116600             MOVE WS-GEOG-HEADING TO RP-REPORT-LINE
116700         WHEN 3
116800             MOVE "STATE"         TO WS-WH-CODE
116900             MOVE WS-GROWTH-HEADING TO RP-REPORT-LINE
117000         WHEN 4
117100             MOVE "LOCALE"        TO WS-WH-CODE
117200             MOVE WS-GROWTH-HEADING TO RP-REPORT-LINE
117300         WHEN 5
117400             MOVE WS-NO-ADDRESS-HEADING TO RP-REPORT-LINE
117500         WHEN OTHER
117600             MOVE SPACES          TO RP-REPORT-LINE
117700     END-EVALUATE.
117800     WRITE RP-REPORT-LINE.
117900     MOVE ZERO TO WS-LINE-COUNT.
118000 3950-WRITE-HEADINGS-EXIT.
118100     EXIT.
118200
118300******************************************************************
118400* 6000-FIND-GROWTH-ROW - FIND THE GROWTH-TABLE ROW FOR
118500* WS-FIND-KEY, ADDING AN EMPTY ROW WHEN THE CODE IS NEW.  A TABLE
118600* OVERFLOW IS FATAL - THE STATE CODES ON FILE NEED CLEANING UP
118700* FIRST.
118800******************************************************************
118900 6000-FIND-GROWTH-ROW.
119000     IF WS-GR-COUNT > ZERO
119100         SET WS-GR-IDX TO 1
119200         SEARCH WS-GR-ENTRY
119300             AT END
119400                 CONTINUE
119500             WHEN WS-GR-KEY (WS-GR-IDX) = WS-FIND-KEY
119600                 GO TO 6000-FIND-GROWTH-ROW-EXIT
119700         END-SEARCH
119800     END-IF.
119900     IF WS-GR-COUNT NOT < WS-GR-MAX
120000         DISPLAY "MYGEOG - MORE THAN " WS-GR-MAX
120100             " STATE AND LOCALE CODES ON FILE"
120200         MOVE 16 TO RETURN-CODE
120300         GO TO 9999-EXIT
120400     END-IF.
120500     ADD 1 TO WS-GR-COUNT.
120600     SET WS-GR-IDX TO WS-GR-COUNT.
120700     MOVE WS-FIND-TYPE TO WS-GR-TYPE (WS-GR-IDX).
120800     MOVE WS-FIND-CODE TO WS-GR-CODE (WS-GR-IDX).
120900     MOVE ZERO TO WS-GR-OPENING (WS-GR-IDX).
121000     MOVE ZERO TO WS-GR-ADDS (WS-GR-IDX).
121100     MOVE ZERO TO WS-GR-RESTORES (WS-GR-IDX).
121200     MOVE ZERO TO WS-GR-DELETES (WS-GR-IDX).
121300     MOVE ZERO TO WS-GR-MERGES (WS-GR-IDX).
121400     MOVE ZERO TO WS-GR-PURGES (WS-GR-IDX).
121500     MOVE ZERO TO WS-GR-CLOSING (WS-GR-IDX).
121600 6000-FIND-GROWTH-ROW-EXIT.
121700     EXIT.
121800
121900******************************************************************
122000* 8000-TERMINATE - WRITE THIS MONTH'S CLOSING COUNTS FOR NEXT
122100* MONTH'S RUN, PRINT THE CONTROL TOTALS, AND SET THE RETURN CODE:
122200* RC 4 WHEN THE PRIOR CLOSING FILE WAS MISSING OR NOT LAST
122300* MONTH'S, WHEN THE ARCHIVE AND THE HISTORY DISAGREE ON THE
122400* MONTH'S PURGES, OR WHEN THE "OTHER" COLUMN, LESS THE MONTH'S
122500* ERASURES, DOES NOT NET TO ZERO AGAINST A PRIOR CLOSING FILE.
122600******************************************************************
122700 8000-TERMINATE.
122800     PERFORM 8100-WRITE-CLOSING-FILE
122900         THRU 8100-WRITE-CLOSING-FILE-EXIT.
123000     MOVE "CUSTOMERS ON THE NAME MASTER"   TO WS-TL-LABEL.
123100     MOVE WS-MASTER-COUNT                  TO WS-TL-COUNT.
123200     PERFORM 8200-WRITE-TOTAL
123300         THRU 8200-WRITE-TOTAL-EXIT.
123400     MOVE "  WITH AN ADDRESS (SECTIONS 1 AND 2)"
123500                                           TO WS-TL-LABEL.
123600     MOVE WS-ADDRESS-COUNT                 TO WS-TL-COUNT.
123700     PERFORM 8200-WRITE-TOTAL
123800         THRU 8200-WRITE-TOTAL-EXIT.
123900     MOVE "  WITH NO ADDRESS (SECTION 5)"  TO WS-TL-LABEL.
124000     MOVE WS-NO-ADDRESS-COUNT              TO WS-TL-COUNT.
124020     PERFORM 8200-WRITE-TOTAL
124040         THRU 8200-WRITE-TOTAL-EXIT.
124060     MOVE "  ERASED (NOT IN SECTIONS 1-5)" TO WS-TL-LABEL.
124080     MOVE WS-ERASED-COUNT                  TO WS-TL-COUNT.
124100     PERFORM 8200-WRITE-TOTAL
124200         THRU 8200-WRITE-TOTAL-EXIT.
124300     MOVE "PRIOR MONTH CLOSING COUNT"      TO WS-TL-LABEL.
124400     MOVE WS-PRIOR-TOTAL                   TO WS-TL-COUNT.
124500     PERFORM 8200-WRITE-TOTAL
124600         THRU 8200-WRITE-TOTAL-EXIT.
124700     MOVE "HISTORY ROWS READ"              TO WS-TL-LABEL.
124800     MOVE WS-HIST-READ-COUNT               TO WS-TL-COUNT.
124900     PERFORM 8200-WRITE-TOTAL
125000         THRU 8200-WRITE-TOTAL-EXIT.
125100     MOVE "  DATED IN THE REPORT MONTH"    TO WS-TL-LABEL.
125200     MOVE WS-HIST-MONTH-COUNT              TO WS-TL-COUNT.
125300     PERFORM 8200-WRITE-TOTAL
125400         THRU 8200-WRITE-TOTAL-EXIT.
125500     MOVE "    ADDS"                       TO WS-TL-LABEL.
125600     MOVE WS-ADD-COUNT                     TO WS-TL-COUNT.
125700     PERFORM 8200-WRITE-TOTAL
125800         THRU 8200-WRITE-TOTAL-EXIT.
125900     MOVE "    RESTORES"                   TO WS-TL-LABEL.
126000     MOVE WS-RESTORE-COUNT                 TO WS-TL-COUNT.
126100     PERFORM 8200-WRITE-TOTAL
126200         THRU 8200-WRITE-TOTAL-EXIT.
126300     MOVE "    DELETES"                    TO WS-TL-LABEL.
126400     MOVE WS-DELETE-COUNT                  TO WS-TL-COUNT.
126500     PERFORM 8200-WRITE-TOTAL
126600         THRU 8200-WRITE-TOTAL-EXIT.
126700     MOVE "    MERGES"                     TO WS-TL-LABEL.
126800     MOVE WS-MERGE-COUNT                   TO WS-TL-COUNT.
126820     PERFORM 8200-WRITE-TOTAL
126840         THRU 8200-WRITE-TOTAL-EXIT.
126860     MOVE "    ERASURES"                   TO WS-TL-LABEL.
126880     MOVE WS-ERASURE-COUNT                 TO WS-TL-COUNT.
126900     PERFORM 8200-WRITE-TOTAL
127000         THRU 8200-WRITE-TOTAL-EXIT.
127100     MOVE "    PURGES (HISTORY)"           TO WS-TL-LABEL.
127200     MOVE WS-HIST-PURGE-COUNT              TO WS-TL-COUNT.
127300     PERFORM 8200-WRITE-TOTAL
127400         THRU 8200-WRITE-TOTAL-EXIT.
127500     MOVE "ARCHIVED RECORDS READ (PURGES)" TO WS-TL-LABEL.
127600     MOVE WS-ARCH-PURGE-COUNT              TO WS-TL-COUNT.
127700     PERFORM 8200-WRITE-TOTAL
127800         THRU 8200-WRITE-TOTAL-EXIT.
127900     MOVE "CLOSING ROWS WRITTEN"           TO WS-TL-LABEL.
128000     MOVE WS-CLOSING-ROW-COUNT             TO WS-TL-COUNT.
128100     PERFORM 8200-WRITE-TOTAL
128200         THRU 8200-WRITE-TOTAL-EXIT.
128300     MOVE "0" TO WS-ML-CTRL.
128400     IF WS-NO-PRIOR
128500         MOVE SPACES TO WS-ML-TEXT
128600         STRING "NO PRIOR CLOSING FILE - OPENING COUNTS ARE "
128700             "WORKED BACK FROM THE CLOSING COUNTS AND THE "
128800             "MONTH'S CHANGES"
128900             DELIMITED BY SIZE INTO WS-ML-TEXT
129000         PERFORM 8300-WRITE-WARNING
129100             THRU 8300-WRITE-WARNING-EXIT
129200     END-IF.
129300     IF WS-PRIOR-GAP
129400         MOVE SPACES TO WS-ML-TEXT
129500         STRING "PRIOR CLOSING FILE IS NOT LAST MONTH'S - THE "
129600             "GROWTH COVERS MORE THAN ONE MONTH, THE CHANGES "
129700             "ONLY THIS ONE"
129800             DELIMITED BY SIZE INTO WS-ML-TEXT
129900         PERFORM 8300-WRITE-WARNING
130000             THRU 8300-WRITE-WARNING-EXIT
130100     END-IF.
130200     IF WS-HIST-PURGE-COUNT NOT = WS-ARCH-PURGE-COUNT
130300         MOVE SPACES TO WS-ML-TEXT
130400         STRING "ARCHIVE AND HISTORY PURGE COUNTS DIFFER - "
130500             "CHECK THAT ARCHIN NAMES ONLY THIS MONTH'S ARCHIVE "
130600             "GENERATIONS"
130700             DELIMITED BY SIZE INTO WS-ML-TEXT
130800         PERFORM 8300-WRITE-WARNING
130900             THRU 8300-WRITE-WARNING-EXIT
131000     END-IF.
131100     IF WS-PRIOR-ON-FILE
131200      AND (WS-STATE-OTHER-TOTAL + WS-ERASURE-COUNT NOT = ZERO
131300        OR WS-LOCALE-OTHER-TOTAL + WS-ERASURE-COUNT NOT = ZERO)
131400         MOVE SPACES TO WS-ML-TEXT
131500         STRING "OTHER DOES NOT NET TO ZERO - CHANGES ARE "
131600             "MISSING FROM NAMEHIST OR ARCHIN FOR THE MONTH"
131700             DELIMITED BY SIZE INTO WS-ML-TEXT
131800         PERFORM 8300-WRITE-WARNING
131900             THRU 8300-WRITE-WARNING-EXIT
132000     END-IF.
132100     DISPLAY "MYGEOG - CUSTOMERS ON MASTER:   " WS-MASTER-COUNT.
132200     DISPLAY "MYGEOG - WITH NO ADDRESS:       "
132300         WS-NO-ADDRESS-COUNT.
132350     DISPLAY "MYGEOG - ERASED CUSTOMERS:      " WS-ERASED-COUNT.
132400     DISPLAY "MYGEOG - HISTORY ROWS IN MONTH: "
132500         WS-HIST-MONTH-COUNT.
132600     DISPLAY "MYGEOG - ARCHIVED (PURGES):     "
132700         WS-ARCH-PURGE-COUNT.
132800     CLOSE PRINT-FILE.
132900 8000-TERMINATE-EXIT.
133000     EXIT.
133100
133200******************************************************************
133300* 8100-WRITE-CLOSING-FILE - THE HEADER, THEN ONE ROW PER STATE AND
133400* LOCALE STILL HOLDING CUSTOMERS.
133500******************************************************************
133600 8100-WRITE-CLOSING-FILE.
133700     OPEN OUTPUT CLOSING-FILE.
133800     IF NOT WS-CLOSING-OK
133900         DISPLAY "MYGEOG - CLOSOUT OPEN FAILED, STATUS = "
134000             WS-CLOSING-STATUS
134100         MOVE 16 TO RETURN-CODE
134200         GO TO 9999-EXIT
134300     END-IF.
134400     MOVE SPACES            TO PC-PRIOR-RECORD.
134500     SET GC-HEADER-RECORD   TO TRUE.
134600     MOVE WS-REPORT-MONTH-N TO GC-MONTH.
134700     MOVE WS-MASTER-COUNT   TO GC-CUST-COUNT.
134800     MOVE PC-PRIOR-RECORD   TO CL-CLOSING-RECORD.
134900     WRITE CL-CLOSING-RECORD.
135000     PERFORM 8110-WRITE-CLOSING-ROW
135100         THRU 8110-WRITE-CLOSING-ROW-EXIT
135200         VARYING WS-GR-IDX FROM 1 BY 1
135300         UNTIL WS-GR-IDX > WS-GR-COUNT.
135400     CLOSE CLOSING-FILE.
135500 8100-WRITE-CLOSING-FILE-EXIT.
135600     EXIT.
135700
135800 8110-WRITE-CLOSING-ROW.
135900     IF WS-GR-CLOSING (WS-GR-IDX) = ZERO
136000         GO TO 8110-WRITE-CLOSING-ROW-EXIT
136100     END-IF.
136200     MOVE SPACES            TO PC-PRIOR-RECORD.
136300     IF WS-GR-TYPE (WS-GR-IDX) = "S"
136400         SET GC-STATE-RECORD  TO TRUE
136500     ELSE
136600         SET GC-LOCALE-RECORD TO TRUE
136700     END-IF.
136800     MOVE WS-REPORT-MONTH-N          TO GC-MONTH.
136900     MOVE WS-GR-CODE (WS-GR-IDX)     TO GC-CODE.
137000     MOVE WS-GR-CLOSING (WS-GR-IDX)  TO GC-CUST-COUNT.
137100     MOVE PC-PRIOR-RECORD            TO CL-CLOSING-RECORD.
137200     WRITE CL-CLOSING-RECORD.
137300     ADD 1 TO WS-CLOSING-ROW-COUNT.
137400 8110-WRITE-CLOSING-ROW-EXIT.
137500     EXIT.
137600
137700 8200-WRITE-TOTAL.
137800     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
137900     PERFORM 3900-WRITE-LINE
138000         THRU 3900-WRITE-LINE-EXIT.
138100     MOVE " " TO WS-TL-CTRL.
138200 8200-WRITE-TOTAL-EXIT.
138300     EXIT.
138400
138500 8300-WRITE-WARNING.
138600     MOVE WS-MESSAGE-LINE TO WS-OUT-LINE.
138700     PERFORM 3900-WRITE-LINE
138800         THRU 3900-WRITE-LINE-EXIT.
138900     MOVE " " TO WS-ML-CTRL.
139000     IF RETURN-CODE = ZERO
139100         MOVE 4 TO RETURN-CODE
139200     END-IF.
139300 8300-WRITE-WARNING-EXIT.
139400     EXIT.
139500
139600 9999-EXIT.
139700     STOP RUN.
