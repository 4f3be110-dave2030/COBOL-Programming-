000100******************************************************************
000200* Program name:    MYACK
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - completes the regional offices'
000900*                  acknowledgements.  MYOFFC writes a skeleton
001000*                  (ACKREC) for every office file it judged - a
001100*                  header and trailer per file and, for an
001200*                  accepted file, a detail per transaction
001300*                  carrying the transaction's position in
001400*                  MYPROGB's NAMETRAN input.  MYPROGB writes a
001500*                  RESULTS row (RSLTREC) under the same position
001600*                  for every transaction it processed.  This
001700*                  program sorts the results into position order
001800*                  and walks the skeleton against them, marking
001900*                  each detail ACCEPTED with its customer number
002000*                  or REJECTED with its suspense reason, and puts
002100*                  the file's accepted and rejected totals on its
002200*                  trailer.  The job then splits the output by
002300*                  office.  Results for the day file and recycled
002400*                  suspense records have no skeleton and are only
002500*                  counted.  RC 0 = every detail matched, RC 8 =
002600*                  a detail had no result, RC 16 = could not run.
002700*
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.  MYACK.
003100 AUTHOR. TWK.
003200 INSTALLATION. COBOL DEVELOPMENT CENTER.
003300 DATE-WRITTEN. 10/15/26.
003400 DATE-COMPILED. 10/15/26.
003500 SECURITY. NON-CONFIDENTIAL.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RESULT-FILE ASSIGN TO RESULTS
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT SKELETON-FILE ASSIGN TO ACKSKEL
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-SKELETON-STATUS.
004400     SELECT ACK-FILE ASSIGN TO ACKOUT
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT SORT-WORK ASSIGN TO SORTWK01.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000
005100 FD  RESULT-FILE
005200     RECORDING MODE IS F.
005300 01  RS-RESULT-RECORD.
005400     COPY RSLTREC.
005500
005600 FD  SKELETON-FILE
005700     RECORDING MODE IS F.
005800 01  SK-SKELETON-RECORD            PIC X(76).
005900
006000 FD  ACK-FILE
006100     RECORDING MODE IS F.
006200 01  AO-ACK-RECORD                 PIC X(76).
006300
006400******************************************************************
006500* SR-SORT-RECORD IS ONE RESULTS ROW, SORTED ON ITS NAMETRAN
006600* POSITION SO IT LINES UP WITH THE SKELETON DETAILS.
006700******************************************************************
006800 SD  SORT-WORK.
006900 01  SR-SORT-RECORD.
007000     05  SR-RUN-SEQ                PIC 9(07).
007100     05  SR-RESULT-DATA            PIC X(15).
007200
007300 WORKING-STORAGE SECTION.
007400
007500 01  WS-SWITCHES.
007600     05  WS-SKELETON-EOF-SW        PIC X(01) VALUE "N".
007700         88  WS-SKELETON-EOF                 VALUE "Y".
007800     05  WS-RESULT-EOF-SW          PIC X(01) VALUE "N".
007900         88  WS-RESULT-EOF                   VALUE "Y".
008000
008100 01  WS-SKELETON-STATUS            PIC X(02).
008200     88  WS-SKELETON-OK                      VALUE "00".
008300
008400******************************************************************
008500* THE CURRENT ACKNOWLEDGEMENT RECORD AND THE CURRENT RESULT.
008600* WS-RESULT-RUN-SEQ GOES TO ALL NINES AT THE END OF THE RESULTS
008700* SO NO DETAIL CAN MATCH PAST IT.
008800******************************************************************
008900 01  WS-ACK-RECORD.
009000     COPY ACKREC.
009100
009200 01  WS-RESULT-RECORD.
009300     COPY RSLTREC.
009400
009500 01  WS-RESULT-RUN-SEQ             PIC 9(07) VALUE 0.
009600
009700******************************************************************
009800* PER-FILE TOTALS, RESET AT EACH ACKNOWLEDGEMENT HEADER.
009900******************************************************************
010000 01  WS-FILE-ACCEPT-COUNT          PIC 9(07) VALUE 0.
010100 01  WS-FILE-REJECT-COUNT          PIC 9(07) VALUE 0.
010200
010300******************************************************************
010400* CONTROL TOTALS.
010500******************************************************************
010600 01  WS-FILE-COUNT                 PIC 9(07) COMP VALUE 0.
010700 01  WS-ACCEPT-COUNT               PIC 9(07) COMP VALUE 0.
010800 01  WS-REJECT-COUNT               PIC 9(07) COMP VALUE 0.
010900 01  WS-UNMATCHED-COUNT            PIC 9(07) COMP VALUE 0.
011000 01  WS-OTHER-RESULT-COUNT         PIC 9(07) COMP VALUE 0.
011100
011200 PROCEDURE DIVISION.
011300
011400******************************************************************
011500* 0000-MAINLINE - SORT THE RESULTS INTO NAMETRAN ORDER AND MERGE
011600* THEM INTO THE ACKNOWLEDGEMENT SKELETON.
011700******************************************************************
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE
012000         THRU 1000-INITIALIZE-EXIT.
012100     SORT SORT-WORK
012200         ON ASCENDING KEY SR-RUN-SEQ
012300         USING RESULT-FILE
012400         OUTPUT PROCEDURE IS 2000-BUILD-ACKS
012500             THRU 2000-BUILD-ACKS-EXIT.
012600     PERFORM 8000-TERMINATE
012700         THRU 8000-TERMINATE-EXIT.
012800     GO TO 9999-EXIT.
012900
013000******************************************************************
013100* 1000-INITIALIZE - OPEN THE SKELETON AND THE OUTPUT.
013200******************************************************************
013300 1000-INITIALIZE.
013400     OPEN INPUT SKELETON-FILE.
013500     IF NOT WS-SKELETON-OK
013600         DISPLAY "MYACK - ACKSKEL OPEN FAILED, STATUS = "
013700             WS-SKELETON-STATUS
013800         MOVE 16 TO RETURN-CODE
013900         GO TO 9999-EXIT
014000     END-IF.
014100     OPEN OUTPUT ACK-FILE.
014200 1000-INITIALIZE-EXIT.
014300     EXIT.
014400
014500******************************************************************
014600* 2000-BUILD-ACKS - SORT OUTPUT PROCEDURE.  COPY THE SKELETON
014700* THROUGH, COMPLETING EACH DETAIL FROM ITS RESULT, THEN COUNT THE
014800* RESULTS LEFT OVER (THE DAY FILE'S TRANSACTIONS).
014900******************************************************************
015000 2000-BUILD-ACKS.
015100     PERFORM 2100-RETURN-RESULT
015200         THRU 2100-RETURN-RESULT-EXIT.
015300     PERFORM 2200-ACK-ONE-RECORD
015400         THRU 2200-ACK-ONE-RECORD-EXIT
015500         UNTIL WS-SKELETON-EOF.
015600     PERFORM 2400-SKIP-ONE-RESULT
015700         THRU 2400-SKIP-ONE-RESULT-EXIT
015800         UNTIL WS-RESULT-EOF.
015900 2000-BUILD-ACKS-EXIT.
016000     EXIT.
016100
016200 2100-RETURN-RESULT.
016300     RETURN SORT-WORK INTO WS-RESULT-RECORD
016400         AT END
016500             SET WS-RESULT-EOF TO TRUE
016600             MOVE 9999999 TO WS-RESULT-RUN-SEQ
016700             GO TO 2100-RETURN-RESULT-EXIT
016800     END-RETURN.
016900     MOVE RS-RUN-SEQ OF WS-RESULT-RECORD TO WS-RESULT-RUN-SEQ.
017000 2100-RETURN-RESULT-EXIT.
017100     EXIT.
017200
017300******************************************************************
017400* 2200-ACK-ONE-RECORD - A HEADER STARTS A FILE'S TOTALS, A DETAIL
017500* IS COMPLETED FROM ITS RESULT, AND A TRAILER TAKES THE TOTALS.
017600* A HELD FILE HAS NO DETAILS, SO ITS TRAILER KEEPS ZEROS.
017700******************************************************************
017800 2200-ACK-ONE-RECORD.
017900     READ SKELETON-FILE INTO WS-ACK-RECORD
018000         AT END
018100             SET WS-SKELETON-EOF TO TRUE
018200             GO TO 2200-ACK-ONE-RECORD-EXIT
018300     END-READ.
018400     IF AK-HEADER-RECORD
018500         ADD 1 TO WS-FILE-COUNT
018600         MOVE ZERO TO WS-FILE-ACCEPT-COUNT
018700         MOVE ZERO TO WS-FILE-REJECT-COUNT
018800     END-IF.
018900     IF AK-DETAIL-RECORD
019000         PERFORM 2300-COMPLETE-DETAIL
019100             THRU 2300-COMPLETE-DETAIL-EXIT
019200     END-IF.
019300     IF AK-TRAILER-RECORD
019400         MOVE WS-FILE-ACCEPT-COUNT TO AK-TRL-ACCEPT-COUNT
019500         MOVE WS-FILE-REJECT-COUNT TO AK-TRL-REJECT-COUNT
019600     END-IF.
019700     WRITE AO-ACK-RECORD FROM WS-ACK-RECORD.
019800 2200-ACK-ONE-RECORD-EXIT.
019900     EXIT.
020000
020100******************************************************************
020200* 2300-COMPLETE-DETAIL - BRING THE RESULTS UP TO THE DETAIL'S
020300* POSITION.  RESULTS PASSED OVER (RECYCLED SUSPENSE RECORDS, AT
020400* POSITION ZERO) HAVE NO ACKNOWLEDGEMENT.  A DETAIL WITH NO
020500* RESULT IS LEFT WITH A BLANK STATUS AND FAILS THE STEP - MYPROGB
020600* DID NOT FINISH THE FILE MYOFFC GAVE IT.
020700******************************************************************
020800 2300-COMPLETE-DETAIL.
020900     PERFORM 2400-SKIP-ONE-RESULT
021000         THRU 2400-SKIP-ONE-RESULT-EXIT
021100         UNTIL WS-RESULT-RUN-SEQ NOT < AK-DTL-RUN-SEQ.
021200     IF WS-RESULT-RUN-SEQ NOT = AK-DTL-RUN-SEQ
021300         DISPLAY "MYACK - NO RESULT FOR OFFICE " AK-OFFICE-CODE
021400             " FILE " AK-FILE-SEQ-NUMBER
021500             " RECORD " AK-DTL-RECORD-NUMBER
021600         ADD 1 TO WS-UNMATCHED-COUNT
021700         GO TO 2300-COMPLETE-DETAIL-EXIT
021800     END-IF.
021900     MOVE RS-RESULT OF WS-RESULT-RECORD TO AK-DTL-RESULT.
022000     MOVE RS-CUST-NUMBER OF WS-RESULT-RECORD
022100                                   TO AK-DTL-CUST-NUMBER.
022200     IF RS-RESULT-REJECTED OF WS-RESULT-RECORD
022300         SET AK-DTL-REJECTED TO TRUE
022400         MOVE RS-REASON-CODE OF WS-RESULT-RECORD
022500                                   TO AK-DTL-REASON-CODE
022600         ADD 1 TO WS-FILE-REJECT-COUNT
022700         ADD 1 TO WS-REJECT-COUNT
022800     ELSE
022900         SET AK-DTL-ACCEPTED TO TRUE
023000         MOVE SPACES TO AK-DTL-REASON-CODE
023100         ADD 1 TO WS-FILE-ACCEPT-COUNT
023200         ADD 1 TO WS-ACCEPT-COUNT
023300     END-IF.
023400     PERFORM 2100-RETURN-RESULT
023500         THRU 2100-RETURN-RESULT-EXIT.
023600 2300-COMPLETE-DETAIL-EXIT.
023700     EXIT.
023800
023900 2400-SKIP-ONE-RESULT.
024000     ADD 1 TO WS-OTHER-RESULT-COUNT.
024100     PERFORM 2100-RETURN-RESULT
024200         THRU 2100-RETURN-RESULT-EXIT.
024300 2400-SKIP-ONE-RESULT-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700* 8000-TERMINATE - CLOSE UP AND DISPLAY THE CONTROL TOTALS.
024800******************************************************************
024900 8000-TERMINATE.
025000     CLOSE SKELETON-FILE.
025100     CLOSE ACK-FILE.
025200     DISPLAY "MYACK - FILES ACKNOWLEDGED:     " WS-FILE-COUNT.
025300     DISPLAY "MYACK - TRANSACTIONS ACCEPTED:  " WS-ACCEPT-COUNT.
025400     DISPLAY "MYACK - TRANSACTIONS REJECTED:  " WS-REJECT-COUNT.
025500     DISPLAY "MYACK - RESULTS NOT ACKNOWLEDGED: "
025600         WS-OTHER-RESULT-COUNT.
025700     IF WS-UNMATCHED-COUNT > ZERO
025800         DISPLAY "MYACK - DETAILS WITH NO RESULT: "
025900             WS-UNMATCHED-COUNT
026000         MOVE 8 TO RETURN-CODE
026100     END-IF.
026200 8000-TERMINATE-EXIT.
026300     EXIT.
026400
026500 9999-EXIT.
026600     STOP RUN.
