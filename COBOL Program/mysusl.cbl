000100******************************************************************
000200* Program name:    MYSUSL
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - loads the SUSPCORR work file the SUSC
000900*                  online correction transaction runs over.  Reads
001000*                  the accumulated dead-letter file and then the
001100*                  suspense generation the night's MYPROGB run
001200*                  just wrote, and writes one CORRREC entry per
001300*                  record - keyed "D" or "S" plus the record's
001400*                  position in its dataset, status pending - to a
001500*                  flat file the job REPROs into a freshly defined
001600*                  SUSPCORR cluster.  Runs after every clean
001700*                  nightly run (and once by hand to seed the
001800*                  cluster).
001810* 10/15/26 TWK     Suspense records grew to 129 bytes with the
001820*                  transaction action code.
001900*
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  MYSUSL.
002300 AUTHOR. TWK.
002400 INSTALLATION. COBOL DEVELOPMENT CENTER.
002500 DATE-WRITTEN. 10/15/26.
002600 DATE-COMPILED. 10/15/26.
002700 SECURITY. NON-CONFIDENTIAL.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT DEAD-FILE ASSIGN TO DEADFILE
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-DEAD-STATUS.
003400     SELECT SUSP-FILE ASSIGN TO SUSPFILE
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-SUSP-STATUS.
003700     SELECT CORR-FILE ASSIGN TO CORROUT
003800         ORGANIZATION IS SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200
004300******************************************************************
004400* BOTH INPUTS ARE THE SUSPREC LAYOUT AND ARE CARRIED INTO THE
004500* ENTRY AS RAW BYTES - THIS PROGRAM NEVER LOOKS INSIDE THEM.
004600******************************************************************
004700 FD  DEAD-FILE
004800     RECORDING MODE IS F.
004900 01  DL-DEAD-RECORD                PIC X(129).
005000
005100 FD  SUSP-FILE
005200     RECORDING MODE IS F.
005300 01  SU-SUSP-RECORD                PIC X(129).
005400
005500 FD  CORR-FILE
005600     RECORDING MODE IS F.
005700 01  CR-CORR-RECORD.
005800     COPY CORRREC.
005900
006000 WORKING-STORAGE SECTION.
006100
006200 01  WS-SWITCHES.
006300     05  WS-DEAD-EOF-SW            PIC X(01) VALUE "N".
006400         88  WS-DEAD-EOF                     VALUE "Y".
006500     05  WS-SUSP-EOF-SW            PIC X(01) VALUE "N".
006600         88  WS-SUSP-EOF                     VALUE "Y".
006700
006800******************************************************************
006900* A MISSING FILE (STATUS 35) IS NOT AN ERROR - AN EMPTY NIGHT
007000* HAS NO SUSPENSE GENERATION AND A CLEAN SHOP HAS NO DEAD-
007100* LETTER FILE YET.  SUSPCORR IS THEN LOADED EMPTY.
007200******************************************************************
007300 01  WS-DEAD-STATUS                PIC X(02).
007400     88  WS-DEAD-OK                          VALUE "00".
007500     88  WS-DEAD-NOT-FOUND                   VALUE "35".
007600
007700 01  WS-SUSP-STATUS                PIC X(02).
007800     88  WS-SUSP-OK                          VALUE "00".
007900     88  WS-SUSP-NOT-FOUND                   VALUE "35".
008000
008100 01  WS-DEAD-COUNT                 PIC 9(07) VALUE 0.
008200 01  WS-SUSP-COUNT                 PIC 9(07) VALUE 0.
008300
008400 PROCEDURE DIVISION.
008500
008600******************************************************************
008700* 0000-MAINLINE - LOAD THE DEAD LETTERS, THEN THE SUSPENSE
008800* RECORDS - THE SAME ORDER THE "D"/"S" KEYS SORT IN, SO THE
008900* OUTPUT IS READY FOR REPRO INTO THE KSDS WITHOUT A SORT.
009000******************************************************************
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE
009300         THRU 1000-INITIALIZE-EXIT.
009400     PERFORM 2000-LOAD-DEAD-LETTER
009500         THRU 2000-LOAD-DEAD-LETTER-EXIT
009600         UNTIL WS-DEAD-EOF.
009700     PERFORM 3000-LOAD-SUSPENSE
009800         THRU 3000-LOAD-SUSPENSE-EXIT
009900         UNTIL WS-SUSP-EOF.
010000     PERFORM 8000-TERMINATE
010100         THRU 8000-TERMINATE-EXIT.
010200     GO TO 9999-EXIT.
010300
010400******************************************************************
010500* 1000-INITIALIZE - OPEN THE FILES (A MISSING INPUT JUST LOADS
010600* NOTHING FROM IT) AND PRIME BOTH READS.
010700******************************************************************
010800 1000-INITIALIZE.
010900     OPEN INPUT DEAD-FILE.
011000     IF WS-DEAD-NOT-FOUND
011100         SET WS-DEAD-EOF TO TRUE
011200     ELSE
011300         IF NOT WS-DEAD-OK
011400             DISPLAY "MYSUSL - DEADFILE OPEN FAILED, STATUS = "
011500                 WS-DEAD-STATUS
011600             MOVE 16 TO RETURN-CODE
011700             GO TO 9999-EXIT
011800         END-IF
011900     END-IF.
012000     OPEN INPUT SUSP-FILE.
012100     IF WS-SUSP-NOT-FOUND
012200         SET WS-SUSP-EOF TO TRUE
012300     ELSE
012400         IF NOT WS-SUSP-OK
012500             DISPLAY "MYSUSL - SUSPFILE OPEN FAILED, STATUS = "
012600                 WS-SUSP-STATUS
012700             MOVE 16 TO RETURN-CODE
012800             GO TO 9999-EXIT
012900         END-IF
013000     END-IF.
013100     OPEN OUTPUT CORR-FILE.
013200     IF NOT WS-DEAD-EOF
013300         PERFORM 1100-READ-DEAD
013400             THRU 1100-READ-DEAD-EXIT
013500     END-IF.
013600     IF NOT WS-SUSP-EOF
013700         PERFORM 1200-READ-SUSPENSE
013800             THRU 1200-READ-SUSPENSE-EXIT
013900     END-IF.
014000 1000-INITIALIZE-EXIT.
014100     EXIT.
014200
014300 1100-READ-DEAD.
014400     READ DEAD-FILE
014500         AT END
014600             SET WS-DEAD-EOF TO TRUE
014700     END-READ.
014800 1100-READ-DEAD-EXIT.
014900     EXIT.
015000
015100 1200-READ-SUSPENSE.
015200     READ SUSP-FILE
015300         AT END
015400             SET WS-SUSP-EOF TO TRUE
015500     END-READ.
015600 1200-READ-SUSPENSE-EXIT.
015700     EXIT.
015800
015900******************************************************************
016000* 2000-LOAD-DEAD-LETTER - ONE PENDING "D" ENTRY PER DEAD LETTER.
016100******************************************************************
016200 2000-LOAD-DEAD-LETTER.
016300     ADD 1 TO WS-DEAD-COUNT.
016400     MOVE SPACES          TO CR-CORR-RECORD.
016500     SET CR-FROM-DEADLETTER TO TRUE.
016600     MOVE WS-DEAD-COUNT   TO CR-SEQ-NUMBER.
016700     SET CR-PENDING       TO TRUE.
016800     MOVE DL-DEAD-RECORD  TO CR-SUSP-DATA.
016900     WRITE CR-CORR-RECORD.
017000     PERFORM 1100-READ-DEAD
017100         THRU 1100-READ-DEAD-EXIT.
017200 2000-LOAD-DEAD-LETTER-EXIT.
017300     EXIT.
017400
017500******************************************************************
017600* 3000-LOAD-SUSPENSE - ONE PENDING "S" ENTRY PER SUSPENSE RECORD.
017700******************************************************************
017800 3000-LOAD-SUSPENSE.
017900     ADD 1 TO WS-SUSP-COUNT.
018000     MOVE SPACES          TO CR-CORR-RECORD.
018100     SET CR-FROM-SUSPENSE TO TRUE.
018200     MOVE WS-SUSP-COUNT   TO CR-SEQ-NUMBER.
018300     SET CR-PENDING       TO TRUE.
018400     MOVE SU-SUSP-RECORD  TO CR-SUSP-DATA.
018500     WRITE CR-CORR-RECORD.
018600     PERFORM 1200-READ-SUSPENSE
018700         THRU 1200-READ-SUSPENSE-EXIT.
018800 3000-LOAD-SUSPENSE-EXIT.
018900     EXIT.
019000
019100******************************************************************
019200* 8000-TERMINATE - REPORT THE COUNTS AND CLOSE THE FILES.
019300******************************************************************
019400 8000-TERMINATE.
019500     DISPLAY "MYSUSL - DEAD-LETTER ENTRIES: " WS-DEAD-COUNT.
019600     DISPLAY "MYSUSL - SUSPENSE ENTRIES:    " WS-SUSP-COUNT.
019700     IF NOT WS-DEAD-NOT-FOUND
019800         CLOSE DEAD-FILE
019900     END-IF.
020000     IF NOT WS-SUSP-NOT-FOUND
020100         CLOSE SUSP-FILE
020200     END-IF.
020300     CLOSE CORR-FILE.
020400 8000-TERMINATE-EXIT.
020500     EXIT.
020600
020700 9999-EXIT.
020800     STOP RUN.
