000100******************************************************************
000200* Program name:    MYLOCC
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - one-time conversion for the customer
000900*                  locale release.  Rewrites one dataset already
001000*                  on file at its new record length, chosen by the
001100*                  SYSIN card: MASTER for a name-master layout
001200*                  (the unloaded master, a MASTER.BACKUP or a
001300*                  MASTER.ARCHIVE generation - 151 -> 153, spaces
001400*                  in the new MA-LOCALE-CODE) or HISTORY for a
001500*                  NAME.HISTORY.DAILY generation (338 -> 342, both
001600*                  images widened the same way).  MYLOCC.jcl runs
001700*                  it once per dataset around the unload, the
001800*                  cluster redefinition, and the reload.
001900*
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  MYLOCC.
002300 AUTHOR. TWK.
002400 INSTALLATION. COBOL DEVELOPMENT CENTER.
002500 DATE-WRITTEN. 10/15/26.
002600 DATE-COMPILED. 10/15/26.
002700 SECURITY. NON-CONFIDENTIAL.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OLD-MASTER-FILE ASSIGN TO MASTIN
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-IN-STATUS.
003400     SELECT NEW-MASTER-FILE ASSIGN TO MASTOUT
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-OUT-STATUS.
003700     SELECT OLD-HIST-FILE ASSIGN TO HISTIN
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-IN-STATUS.
004000     SELECT NEW-HIST-FILE ASSIGN TO HISTOUT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-OUT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600
004700******************************************************************
004800* THE OLD LAYOUTS ARE KEPT INLINE - THIS ONE-TIME JOB IS THE
004900* ONLY PROGRAM THAT WILL EVER READ THEM AGAIN.  THE NEW-LAYOUT
005000* OUTPUT RECORDS COME FROM THE CURRENT COPYBOOKS.
005100******************************************************************
005200 FD  OLD-MASTER-FILE
005300     RECORDING MODE IS F.
005400 01  OM-OLD-RECORD                 PIC X(151).
005500
005600 FD  NEW-MASTER-FILE
005700     RECORDING MODE IS F.
005800 01  MA-MASTER-RECORD.
005900     COPY MASTREC.
006000
006100 FD  OLD-HIST-FILE
006200     RECORDING MODE IS F.
006300 01  OH-OLD-RECORD.
006400     05  OH-ACTION                 PIC X(06).
006500     05  OH-OPERATOR-ID            PIC X(08).
006600     05  OH-TERMINAL-ID            PIC X(04).
006700     05  OH-HIST-DATE              PIC X(10).
006800     05  OH-HIST-TIME              PIC X(08).
006900     05  OH-BEFORE-IMAGE           PIC X(151).
007000     05  OH-AFTER-IMAGE            PIC X(151).
007100
007200 FD  NEW-HIST-FILE
007300     RECORDING MODE IS F.
007400 01  HS-HIST-RECORD.
007500     COPY HISTREC.
007600
007700 WORKING-STORAGE SECTION.
007800
007900 01  WS-SWITCHES.
008000     05  WS-EOF-SW                 PIC X(01) VALUE "N".
008100         88  WS-EOF                          VALUE "Y".
008200
008300 01  WS-IN-STATUS                  PIC X(02).
008400     88  WS-IN-OK                            VALUE "00".
008500
008600 01  WS-OUT-STATUS                 PIC X(02).
008700     88  WS-OUT-OK                           VALUE "00".
008800
008900******************************************************************
009000* SYSIN CARD - THE LAYOUT OF THE DATASET ON THE STEP'S DDS.
009100******************************************************************
009200 01  WS-CONTROL-CARD.
009300     05  WS-CC-FILE-TYPE           PIC X(08).
009400         88  WS-CC-MASTER                    VALUE "MASTER".
009500         88  WS-CC-HISTORY                   VALUE "HISTORY".
009600     05  FILLER                    PIC X(72).
009700
009800 01  WS-RECORD-COUNT               PIC 9(07) COMP VALUE 0.
009900
010000 PROCEDURE DIVISION.
010100
010200******************************************************************
010300* 0000-MAINLINE - CONVERT THE ONE DATASET THE CARD NAMES AND
010400* REPORT THE RECORD COUNT FOR THE RUN SHEET.
010500******************************************************************
010600 0000-MAINLINE.
010700     MOVE SPACES TO WS-CONTROL-CARD.
010800     ACCEPT WS-CONTROL-CARD.
010900     IF WS-CC-MASTER
011000         PERFORM 1000-CONVERT-MASTER
011100             THRU 1000-CONVERT-MASTER-EXIT
011200     ELSE
011300         IF WS-CC-HISTORY
011400             PERFORM 2000-CONVERT-HISTORY
011500                 THRU 2000-CONVERT-HISTORY-EXIT
011600         ELSE
011700             DISPLAY "MYLOCC - SYSIN FILE TYPE MUST BE MASTER OR "
011800                 "HISTORY, FOUND " WS-CC-FILE-TYPE
011900             MOVE 16 TO RETURN-CODE
012000             GO TO 9999-EXIT
012100         END-IF
012200     END-IF.
012300     DISPLAY "MYLOCC - " WS-CC-FILE-TYPE " RECORDS: "
012400         WS-RECORD-COUNT.
012500     GO TO 9999-EXIT.
012600
012700******************************************************************
012800* 1000-CONVERT-MASTER - COPY EVERY NAME-MASTER LAYOUT RECORD TO
012900* THE WIDENED LAYOUT WITH SPACES IN THE NEW LOCALE CODE - THE
013000* OFFICE A CUSTOMER ALREADY ON FILE CAME IN THROUGH IS NOT KNOWN.
013100******************************************************************
013200 1000-CONVERT-MASTER.
013300     OPEN INPUT OLD-MASTER-FILE.
013400     IF NOT WS-IN-OK
013500         DISPLAY "MYLOCC - MASTIN OPEN FAILED, STATUS = "
013600             WS-IN-STATUS
013700         MOVE 16 TO RETURN-CODE
013800         GO TO 9999-EXIT
013900     END-IF.
014000     OPEN OUTPUT NEW-MASTER-FILE.
014100     IF NOT WS-OUT-OK
014200         DISPLAY "MYLOCC - MASTOUT OPEN FAILED, STATUS = "
014300             WS-OUT-STATUS
014400         MOVE 16 TO RETURN-CODE
014500         GO TO 9999-EXIT
014600     END-IF.
014700     MOVE "N" TO WS-EOF-SW.
014800     PERFORM 1100-CONVERT-ONE-MASTER
014900         THRU 1100-CONVERT-ONE-MASTER-EXIT
015000         UNTIL WS-EOF.
015100     CLOSE OLD-MASTER-FILE.
015200     CLOSE NEW-MASTER-FILE.
015300 1000-CONVERT-MASTER-EXIT.
015400     EXIT.
015500
015600 1100-CONVERT-ONE-MASTER.
015700     READ OLD-MASTER-FILE
015800         AT END
015900             SET WS-EOF TO TRUE
016000             GO TO 1100-CONVERT-ONE-MASTER-EXIT
016100     END-READ.
016200     MOVE OM-OLD-RECORD        TO MA-MASTER-RECORD.
016300     MOVE SPACES               TO MA-LOCALE-CODE.
016400     WRITE MA-MASTER-RECORD.
016500     ADD 1 TO WS-RECORD-COUNT.
016600 1100-CONVERT-ONE-MASTER-EXIT.
016700     EXIT.
016800
016900******************************************************************
017000* 2000-CONVERT-HISTORY - COPY EVERY CHANGE-HISTORY ROW TO THE
017100* WIDENED LAYOUT.  EACH IMAGE GAINS A SPACES LOCALE CODE; A VOID
017200* ROW'S AFTER IMAGE (NUMBER AND REASON) CARRIES OVER UNCHANGED.
017300******************************************************************
017400 2000-CONVERT-HISTORY.
017500     OPEN INPUT OLD-HIST-FILE.
017600     IF NOT WS-IN-OK
017700         DISPLAY "MYLOCC - HISTIN OPEN FAILED, STATUS = "
017800             WS-IN-STATUS
017900         MOVE 16 TO RETURN-CODE
018000         GO TO 9999-EXIT
018100     END-IF.
018200     OPEN OUTPUT NEW-HIST-FILE.
018300     IF NOT WS-OUT-OK
018400         DISPLAY "MYLOCC - HISTOUT OPEN FAILED, STATUS = "
018500             WS-OUT-STATUS
018600         MOVE 16 TO RETURN-CODE
018700         GO TO 9999-EXIT
018800     END-IF.
018900     MOVE "N" TO WS-EOF-SW.
019000     PERFORM 2100-CONVERT-ONE-HIST
019100         THRU 2100-CONVERT-ONE-HIST-EXIT
019200         UNTIL WS-EOF.
019300     CLOSE OLD-HIST-FILE.
019400     CLOSE NEW-HIST-FILE.
019500 2000-CONVERT-HISTORY-EXIT.
019600     EXIT.
019700
019800 2100-CONVERT-ONE-HIST.
019900     READ OLD-HIST-FILE
020000         AT END
020100             SET WS-EOF TO TRUE
020200             GO TO 2100-CONVERT-ONE-HIST-EXIT
020300     END-READ.
020400     MOVE SPACES               TO HS-HIST-RECORD.
020500     MOVE OH-ACTION            TO HS-ACTION.
020600     MOVE OH-OPERATOR-ID       TO HS-OPERATOR-ID.
020700     MOVE OH-TERMINAL-ID       TO HS-TERMINAL-ID.
020800     MOVE OH-HIST-DATE         TO HS-HIST-DATE.
020900     MOVE OH-HIST-TIME         TO HS-HIST-TIME.
021000     MOVE OH-BEFORE-IMAGE      TO HS-BEFORE-IMAGE.
021100     MOVE OH-AFTER-IMAGE       TO HS-AFTER-IMAGE.
021200     WRITE HS-HIST-RECORD.
021300     ADD 1 TO WS-RECORD-COUNT.
021400 2100-CONVERT-ONE-HIST-EXIT.
021500     EXIT.
021600
021700 9999-EXIT.
021800     STOP RUN.
