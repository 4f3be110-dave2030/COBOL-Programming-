000100******************************************************************
000200* Program name:    MYSUSC
000300* Original author: TWK
000400*
000500* Maintenence Log
000600* Date      Author        Maintenance Requirement
000700* --------- ------------  ---------------------------------------
000800* 10/15/26 TWK     Created - pseudo-conversational CICS online
000900*                  transaction (SUSC) over the SUSPCORR file -
001000*                  the current suspense generation and the
001100*                  accumulated dead-letter file, loaded nightly
001200*                  by MYSUSL.  The operator lists the entries ten
001300*                  to a page (SUSC2), picks one with "S", and on
001400*                  the detail screen (SUSC1) corrects its fields
001500*                  (PF5), releases it to the next MYPROGB run
001600*                  (PF10), or voids it with a reason (PF11).
001700*                  MYRELS applies the releases and voids ahead of
001800*                  the next run.  Authority comes from OPERAUTH
001900*                  the way MANT's does - level 2 to correct or
002000*                  release, level 3 to void - and every action,
002100*                  or denied attempt, is logged to NAMEHIST so
002200*                  MYHIST shows it.
002205* 10/15/26 TWK     The detail screen shows and corrects the
002210*                  transaction action code (ACTN), and the PF5
002215*                  edits follow the batch action edits - a
002220*                  delete needs only an on-file number, an add
002225*                  may not carry a number or repeat a name on
002230*                  file, and an update or rename needs a number.
002235* 10/15/26 TWK     The before-image work record widened with
002240*                  MASTREC for the new customer locale code (151
002245*                  -> 153).
002250* 10/15/26 TWK     The PF5 correction edit also checks the address
002255*                  the way MYPROGB now does: a state/province on
002260*                  the STATEREF reference file, a postal code
002265*                  inside that state's prefix ranges, and a
002270*                  dialable phone (reasons 11-13), so a correction
002275*                  that would only reject again is refused at the
002280*                  screen.  State and postal code are kept in
002285*                  upper case.
002300******************************************************************
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.  MYSUSC.
002700 AUTHOR. TWK.
002800 INSTALLATION. COBOL DEVELOPMENT CENTER.
002900 DATE-WRITTEN. 10/15/26.
003000 DATE-COMPILED. 10/15/26.
003100 SECURITY. NON-CONFIDENTIAL.
003200
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500
003600******************************************************************
003700* WS-CORR-RECORD IS THE SUSPCORR ENTRY FETCHED OR REWRITTEN
003800* THROUGH CICS FILE CONTROL.  SUSPCORR IS AN FCT ENTRY OVER THE
003900* KSDS MYSUSL LOADS AFTER EACH CLEAN NIGHTLY RUN, KEYED ON THE
004000* SOURCE ("S"/"D") AND POSITION IN THE SOURCE DATASET.
004100* WS-SUSP-RECORD IS THE SUSPENDED TRANSACTION INSIDE IT.
004200******************************************************************
004300 01  WS-CORR-RECORD.
004400     COPY CORRREC.
004500
004600 01  WS-SUSP-RECORD.
004700     COPY SUSPREC.
004800
004900 01  WS-CORR-KEY                   PIC X(08).
005000 01  WS-RESP                       PIC S9(08) COMP.
005100 01  WS-STATUS-WORD                PIC X(09).
005200
005300 01  WS-ENTRY-HELD-SW              PIC X(01).
005400     88  WS-ENTRY-HELD                       VALUE "Y".
005500
005600******************************************************************
005700* SUSC1I/SUSC1O AND SUSC2I/SUSC2O ARE THE SYMBOLIC MAPS FOR
005800* MAPSET SUSCMAP (SEE bms/SUSCMAP.bms AND copybooks/SUSCMAP.cpy).
005900******************************************************************
006000     COPY SUSCMAP.
006100
006200 01  WS-GOODBYE-MSG                PIC X(40) VALUE
006300     "SUSPENSE CORRECTION - SESSION ENDED.".
006400
006500******************************************************************
006600* CHANGE-HISTORY FIELDS - WS-HIST-RECORD IS THE NAMEHIST RECORD
006700* BUILT BY 4500-WRITE-HISTORY.  THE SUSPENDED TRANSACTION IS LAID
006800* OVER THE MASTER LAYOUT IN WS-MASTER-RECORD (3500-BUILD-IMAGE)
006900* SO MYHIST CAN SHOW IT; WS-BEFORE-RECORD HOLDS THE IMAGE TAKEN
007000* BEFORE THE OPERATOR'S ACTION.  WS-MASTER-RECORD ALSO RECEIVES
007100* THE NAMEMAST READ THAT CHECKS A KEYED CUSTOMER NUMBER.
007200******************************************************************
007300 01  WS-MASTER-RECORD.
007400     COPY MASTREC.
007500
007600 01  WS-HIST-RECORD.
007700     COPY HISTREC.
007800
007900 01  WS-BEFORE-RECORD              PIC X(153).
008000 01  WS-HIST-RESP                  PIC S9(08) COMP.
008100 01  WS-HIST-RBA                   PIC S9(08) COMP.
008200 01  WS-ABS-TIME                   PIC S9(15) COMP-3.
008300 01  WS-HIST-OPERATOR              PIC X(08).
008400 01  WS-TODAY-DATE                 PIC X(10).
008500 01  WS-TODAY-TIME                 PIC X(08).
008600 01  WS-IMAGE-NAME                 PIC X(30).
008700
008800******************************************************************
008900* CORRECTION-EDIT WORK FIELDS - THE SCREEN VALUES ARE COLLECTED
009000* HERE, LOW-VALUES BLANKED, AND EDITED THE WAY THE BATCH EDIT
009100* WILL EDIT THEM ON THE NEXT RUN, SO A CORRECTION THAT WOULD
009200* ONLY REJECT AGAIN IS TURNED BACK AT THE TERMINAL.
009300******************************************************************
009400 01  WS-EDIT-FIELDS.
009410     05  WS-ED-ACTION-CODE         PIC X(01).
009420         88  WS-ED-ACTION-MATCH              VALUE SPACE.
009430         88  WS-ED-ACTION-ADD                VALUE "A".
009440         88  WS-ED-ACTION-UPDATE             VALUE "U".
009450         88  WS-ED-ACTION-DELETE             VALUE "D".
009460         88  WS-ED-ACTION-RENAME             VALUE "R".
009470         88  WS-ED-ACTION-VALID              VALUE SPACE "A"
009480                                                "U" "D" "R".
009500     05  WS-ED-FULL-NAME           PIC X(30).
009600     05  WS-ED-LOCALE-CODE         PIC X(02).
009700     05  WS-ED-CUST-NUMBER         PIC X(07).
009800     05  WS-ED-CUST-NUM REDEFINES WS-ED-CUST-NUMBER
009900                                   PIC 9(07).
010000     05  WS-ED-STREET-ADDR         PIC X(30).
010100     05  WS-ED-CITY                PIC X(20).
010200     05  WS-ED-STATE               PIC X(02).
010300     05  WS-ED-POSTAL-CODE         PIC X(10).
010400     05  WS-ED-PHONE               PIC X(12).
010500     05  WS-ED-VOID-REASON         PIC X(30).
010600
010700 01  WS-ED-FIRST                   PIC X(15).
010800 01  WS-ED-LAST                    PIC X(15).
010900
011000 01  WS-EDIT-SW                    PIC X(01).
011100     88  WS-EDIT-OK                          VALUE "Y".
011200     88  WS-EDIT-FAILED                      VALUE "N".
011300
011400 01  WS-POSTAL-VALID-SW            PIC X(01) VALUE "Y".
011500     88  WS-POSTAL-VALID                     VALUE "Y".
011600     88  WS-POSTAL-INVALID                   VALUE "N".
011700
011800 01  WS-POSTAL-WORK.
011900     05  WS-PW-ZIP-VIEW.
012000         10  WS-PW-ZIP5            PIC X(05).
012100         10  WS-PW-ZIP-REST.
012200             15  WS-PW-ZIP-DASH    PIC X(01).
012300             15  WS-PW-ZIP4        PIC X(04).
012400     05  WS-PW-CAN-VIEW REDEFINES WS-PW-ZIP-VIEW.
012500         10  WS-PW-CAN-A1          PIC X(01).
012600         10  WS-PW-CAN-N1          PIC X(01).
012700         10  WS-PW-CAN-A2          PIC X(01).
012800         10  WS-PW-CAN-BLANK       PIC X(01).
012900         10  WS-PW-CAN-N2          PIC X(01).
013000         10  WS-PW-CAN-A3          PIC X(01).
013100         10  WS-PW-CAN-N3          PIC X(01).
013200         10  WS-PW-CAN-REST        PIC X(03).
013202     05  WS-PW-PREFIX-VIEW REDEFINES WS-PW-ZIP-VIEW.
013204         10  WS-PW-PREFIX          PIC X(03).
013206         10  FILLER                PIC X(07).
013208
013210******************************************************************
013212* STATE/PROVINCE AND PHONE EDIT FIELDS - WS-STATE-RECORD IS THE
013214* STATEREF ROW FOR THE KEYED STATE/PROVINCE (STATEREF IS A KSDS
013216* FCT ENTRY OVER THE CLUSTER MYSTRM MAINTAINS).  THE ADDRSTD
013218* PHONE FIELDS TEST A NUMBER THE WAY MYPROGB WILL; THE NUMBER
013220* ITSELF IS STORED AS KEYED AND MYPROGB FORMATS IT.
013222******************************************************************
013224 01  WS-STATE-RECORD.
013226     COPY STATREC.
013228
013230 01  WS-ADDRESS-STANDARD-AREA.
013232     COPY ADDRSTD.
013234
013236 01  WS-STATE-POSTAL-SW            PIC X(01).
013238     88  WS-STATE-POSTAL-OK                  VALUE "Y".
013240     88  WS-POSTAL-WRONG-STATE               VALUE "N".
013242
013244 01  WS-RANGE-FOUND-SW             PIC X(01).
013246     88  WS-RANGE-FOUND                      VALUE "Y".
013248
013250 01  WS-RANGE-SUB                  PIC S9(04) COMP.
013300
013400******************************************************************
013500* OPERATOR-AUTHORITY FIELDS - THE SAME OPERAUTH FILE MANT USES.
013600* LEVEL 2 MAY CORRECT AND RELEASE, LEVEL 3 MAY ALSO VOID.  AN
013700* OPERATOR NOT ON FILE IS INQUIRY-ONLY.
013800******************************************************************
013900 01  WS-AUTH-RECORD.
014000     COPY AUTHREC.
014100
014200 01  WS-AUTH-KEY                   PIC X(08).
014300 01  WS-AUTH-RESP                  PIC S9(08) COMP.
014400
014500 01  WS-OPER-LEVEL                 PIC X(01) VALUE "1".
014600     88  WS-AUTH-INQUIRY                     VALUE "1".
014700     88  WS-AUTH-CHANGE                      VALUE "2".
014800     88  WS-AUTH-FULL                        VALUE "3".
014900
015000******************************************************************
015100* BROWSE FIELDS - WS-BROWSE-KEY IS THE RIDFLD THE SUSPCORR BROWSE
015200* RUNS ON; WS-ROW-TEXT IS ONE LIST LINE BEING BUILT; WS-BACK-TABLE
015300* COLLECTS A BACKWARD PAGE (READPREV DELIVERS THE ROWS IN
015400* REVERSE) BEFORE IT IS PUT UP IN FORWARD ORDER.  THE SUSPCORR
015500* KEY IS UNIQUE, SO PAGING ANCHORS ON THE TOP AND BOTTOM KEYS
015600* ALONE.
015700******************************************************************
015800 01  WS-BROWSE-KEY                 PIC X(08).
015900 01  WS-BROWSE-RESP                PIC S9(08) COMP.
016000 01  WS-ROW-SUB                    PIC S9(04) COMP.
016100 01  WS-SEL-SUB                    PIC S9(04) COMP.
016200 01  WS-FILL-SUB                   PIC S9(04) COMP.
016300 01  WS-BACK-COUNT                 PIC S9(04) COMP.
016400
016500 01  WS-BROWSE-DONE-SW             PIC X(01).
016600     88  WS-BROWSE-DONE                      VALUE "Y".
016700
016800 01  WS-ROW-TEXT.
016900     05  WS-RT-ENTRY               PIC X(08).
017000     05  FILLER                    PIC X(02) VALUE SPACES.
017100     05  WS-RT-FULL-NAME           PIC X(30).
017200     05  FILLER                    PIC X(02) VALUE SPACES.
017300     05  WS-RT-CUST-NUMBER         PIC X(07).
017400     05  FILLER                    PIC X(02) VALUE SPACES.
017500     05  WS-RT-REASON-CODE         PIC X(02).
017600     05  FILLER                    PIC X(02) VALUE SPACES.
017700     05  WS-RT-CYCLE-COUNT         PIC ZZ9.
017800     05  FILLER                    PIC X(02) VALUE SPACES.
017900     05  WS-RT-STATUS              PIC X(09).
018000     05  FILLER                    PIC X(07) VALUE SPACES.
018100
018200 01  WS-BACK-TABLE.
018300     05  WS-BACK-ENTRY OCCURS 10 TIMES.
018400         10  WS-BACK-KEY           PIC X(08).
018500         10  WS-BACK-TEXT          PIC X(76).
018600
018700******************************************************************
018800* DFHAID SUPPLIES THE EIBAID VALUES AND DFHBMSCA THE MAP
018900* ATTRIBUTE-BYTE CONSTANTS.  BOTH ARE STANDARD CICS-SUPPLIED
019000* COPYBOOKS AND ARE NOT SHIPPED IN THIS LIBRARY.
019100******************************************************************
019200     COPY DFHAID.
019300     COPY DFHBMSCA.
019400
019500 LINKAGE SECTION.
019600
019700******************************************************************
019800* DFHCOMMAREA CARRIES THE SCREEN IN USE, THE ENTRY ON THE DETAIL
019900* SCREEN, AND THE KEYS BEHIND THE LISTED PAGE FORWARD FROM ONE
020000* PSEUDO-CONVERSATIONAL EXEC CICS RETURN TO THE NEXT.
020100******************************************************************
020200 01  DFHCOMMAREA.
020300     COPY SUSCCA.
020400
020500 PROCEDURE DIVISION USING DFHCOMMAREA.
020600
020700******************************************************************
020800* 0000-MAINLINE - A ZERO EIBCALEN MEANS THIS IS THE FIRST TIME
020900* THROUGH (TRANSACTION JUST STARTED); ANY OTHER LENGTH MEANS
021000* CICS IS RESUMING THE CONVERSATION AFTER AN EARLIER
021100* EXEC CICS RETURN TRANSID('SUSC') COMMAREA(...).
021200******************************************************************
021300 0000-MAINLINE.
021400     IF EIBCALEN = ZERO
021500         PERFORM 1000-INITIAL-ENTRY
021600             THRU 1000-INITIAL-ENTRY-EXIT
021700     ELSE
021800         PERFORM 2000-PROCESS-INPUT
021900             THRU 2000-PROCESS-INPUT-EXIT
022000     END-IF.
022100     GO TO 9999-EXIT.
022200
022300******************************************************************
022400* 1000-INITIAL-ENTRY - PUT UP THE LIST SCREEN WITH THE FIRST PAGE
022500* OF ENTRIES (DEAD LETTERS SORT AHEAD OF SUSPENSE ON THE KEY).
022600******************************************************************
022700 1000-INITIAL-ENTRY.
022800     MOVE LOW-VALUES TO SUSC2O.
022900     MOVE "2" TO SC-CA-SCREEN-SW.
023000     MOVE "N" TO SC-CA-FOUND-SW.
023100     MOVE SPACES TO SC-CA-CORR-KEY.
023200     MOVE SPACES TO SC-CA-BROWSE-TOP-KEY.
023300     MOVE SPACES TO SC-CA-BROWSE-BOT-KEY.
023400     MOVE LOW-VALUES TO WS-BROWSE-KEY.
023500     PERFORM 6300-FILL-PAGE-FORWARD
023600         THRU 6300-FILL-PAGE-FORWARD-EXIT.
023700     EXEC CICS SEND MAP('SUSC2')
023800          MAPSET('SUSCMAP')
023900          ERASE
024000     END-EXEC.
024100     EXEC CICS RETURN
024200          TRANSID('SUSC')
024300          COMMAREA(DFHCOMMAREA)
024400          LENGTH(LENGTH OF DFHCOMMAREA)
024500     END-EXEC.
024600 1000-INITIAL-ENTRY-EXIT.
024700     EXIT.
024800
024900******************************************************************
025000* 2000-PROCESS-INPUT - CLEAR ENDS THE CONVERSATION FROM EITHER
025100* SCREEN; EVERY OTHER AID KEY IS DISPATCHED TO WHICHEVER SCREEN
025200* THE COMMAREA SAYS THE OPERATOR IS ON.
025300******************************************************************
025400 2000-PROCESS-INPUT.
025500     IF EIBAID = DFHCLEAR
025600         PERFORM 8000-END-CONVERSATION
025700             THRU 8000-END-CONVERSATION-EXIT
025800         GO TO 2000-PROCESS-INPUT-EXIT
025900     END-IF.
026000     IF SC-CA-DETAIL-SCREEN
026100         PERFORM 2100-PROCESS-DETAIL
026200             THRU 2100-PROCESS-DETAIL-EXIT
026300     ELSE
026400         PERFORM 2200-PROCESS-BROWSE
026500             THRU 2200-PROCESS-BROWSE-EXIT
026600     END-IF.
026700 2000-PROCESS-INPUT-EXIT.
026800     EXIT.
026900
027000******************************************************************
027100* 2100-PROCESS-DETAIL - AID-KEY DISPATCH FOR THE SUSC1 DETAIL
027200* SCREEN: PF5 CORRECTS THE ENTRY, PF10 RELEASES IT, PF11 VOIDS
027300* IT, PF3 GOES BACK TO THE LIST.
027400******************************************************************
027500 2100-PROCESS-DETAIL.
027600     EVALUATE EIBAID
027700         WHEN DFHPF5
027800             PERFORM 3000-CORRECT-ENTRY
027900                 THRU 3000-CORRECT-ENTRY-EXIT
028000         WHEN DFHPF10
028100             PERFORM 4000-RELEASE-ENTRY
028200                 THRU 4000-RELEASE-ENTRY-EXIT
028300         WHEN DFHPF11
028400             PERFORM 5000-VOID-ENTRY
028500                 THRU 5000-VOID-ENTRY-EXIT
028600         WHEN DFHPF3
028700             PERFORM 6700-RETURN-TO-LIST
028800                 THRU 6700-RETURN-TO-LIST-EXIT
028900         WHEN OTHER
029000             PERFORM 6000-INVALID-KEY
029100                 THRU 6000-INVALID-KEY-EXIT
029200     END-EVALUATE.
029300 2100-PROCESS-DETAIL-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700* 2200-PROCESS-BROWSE - AID-KEY DISPATCH FOR THE SUSC2 LIST
029800* SCREEN: ENTER STARTS THE LIST AT THE TYPED ENTRY OR TAKES AN
029900* "S" ROW SELECTION, PF7/PF8 SCROLL.
030000******************************************************************
030100 2200-PROCESS-BROWSE.
030200     EVALUATE EIBAID
030300         WHEN DFHENTER
030400             PERFORM 6200-BROWSE-SEARCH
030500                 THRU 6200-BROWSE-SEARCH-EXIT
030600         WHEN DFHPF7
030700             PERFORM 6450-PAGE-BACKWARD
030800                 THRU 6450-PAGE-BACKWARD-EXIT
030900         WHEN DFHPF8
031000             PERFORM 6400-PAGE-FORWARD
031100                 THRU 6400-PAGE-FORWARD-EXIT
031200         WHEN OTHER
031300             PERFORM 6600-BROWSE-INVALID-KEY
031400                 THRU 6600-BROWSE-INVALID-KEY-EXIT
031500     END-EVALUATE.
031600 2200-PROCESS-BROWSE-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000* 2500-CHECK-AUTHORITY - FETCH THE SIGNED-ON OPERATOR'S ROW
032100* FROM THE OPERAUTH FILE AND LEAVE THE LEVEL IN WS-OPER-LEVEL.
032200* AN OPERATOR NOT ON FILE, OR A ROW WITH A LEVEL THAT IS NOT
032300* 2 OR 3, IS INQUIRY-ONLY - THE SAFE DEFAULT.
032400******************************************************************
032500 2500-CHECK-AUTHORITY.
032600     MOVE "1" TO WS-OPER-LEVEL.
032700     EXEC CICS ASSIGN
032800          USERID(WS-HIST-OPERATOR)
032900     END-EXEC.
033000     MOVE WS-HIST-OPERATOR TO WS-AUTH-KEY.
033100     EXEC CICS READ FILE('OPERAUTH')
033200          INTO(WS-AUTH-RECORD)
033300          RIDFLD(WS-AUTH-KEY)
033400          RESP(WS-AUTH-RESP)
033500     END-EXEC.
033600     IF WS-AUTH-RESP = DFHRESP(NORMAL)
033700         IF OA-LEVEL-CHANGE OR OA-LEVEL-FULL
033800             MOVE OA-AUTH-LEVEL TO WS-OPER-LEVEL
033900         END-IF
034000     END-IF.
034100 2500-CHECK-AUTHORITY-EXIT.
034200     EXIT.
034300
034400******************************************************************
034500* 2600-LOG-DENIED - WRITE A DENIED CHANGE-HISTORY RECORD FOR
034600* THE AUDITORS.  THE BEFORE IMAGE IS THE ENTRY ON THE SCREEN (AS
034700* STORED - NOT AS RETYPED); THE AFTER IMAGE IS SPACES - NOTHING
034800* CHANGED.
034900******************************************************************
035000 2600-LOG-DENIED.
035100     MOVE SPACES TO WS-MASTER-RECORD.
035200     IF SC-CA-ENTRY-FOUND
035300         MOVE SC-CA-CORR-KEY TO WS-CORR-KEY
035400         EXEC CICS READ FILE('SUSPCORR')
035500              INTO(WS-CORR-RECORD)
035600              RIDFLD(WS-CORR-KEY)
035700              RESP(WS-RESP)
035800         END-EXEC
035900         IF WS-RESP = DFHRESP(NORMAL)
036000             MOVE CR-SUSP-DATA TO WS-SUSP-RECORD
036100             PERFORM 3500-BUILD-IMAGE
036200                 THRU 3500-BUILD-IMAGE-EXIT
036300         END-IF
036400     END-IF.
036500     MOVE WS-MASTER-RECORD TO WS-BEFORE-RECORD.
036600     MOVE "DENIED" TO HS-ACTION.
036700     PERFORM 4500-WRITE-HISTORY
036800         THRU 4500-WRITE-HISTORY-EXIT.
036900 2600-LOG-DENIED-EXIT.
037000     EXIT.
037100
037200******************************************************************
037300* 3000-CORRECT-ENTRY - PF5.  EDIT THE FIELDS ON THE SCREEN, THEN
037400* READ THE ENTRY FOR UPDATE AND REWRITE IT WITH THEM, MARKED
037500* CORRECTED.  A CORRECTED SUSPENSE ENTRY RECYCLES WITH ITS NEW
037600* DATA ON THE NEXT RUN; A CORRECTED DEAD LETTER STAYS PARKED
037700* UNTIL IT IS RELEASED.  A RELEASED OR VOIDED ENTRY IS CLOSED.
037800* THE CORRECTION IS LOGGED AS A REPAIR WITH BEFORE AND AFTER
037900* IMAGES.
038000******************************************************************
038100 3000-CORRECT-ENTRY.
038200     PERFORM 2500-CHECK-AUTHORITY
038300         THRU 2500-CHECK-AUTHORITY-EXIT.
038400     IF NOT WS-AUTH-CHANGE AND NOT WS-AUTH-FULL
038500         MOVE "NOT AUTHORIZED TO CORRECT - SEE YOUR SUPERVISOR"
038600             TO MSGO
038700         PERFORM 2600-LOG-DENIED
038800             THRU 2600-LOG-DENIED-EXIT
038900         PERFORM 7000-REDISPLAY
039000             THRU 7000-REDISPLAY-EXIT
039100         GO TO 3000-CORRECT-ENTRY-EXIT
039200     END-IF.
039300     IF NOT SC-CA-ENTRY-FOUND
039400         MOVE "SELECT AN ENTRY FROM THE LIST FIRST - PF3=LIST"
039500             TO MSGO
039600         PERFORM 7000-REDISPLAY
039700             THRU 7000-REDISPLAY-EXIT
039800         GO TO 3000-CORRECT-ENTRY-EXIT
039900     END-IF.
040000     EXEC CICS RECEIVE MAP('SUSC1')
040100          MAPSET('SUSCMAP')
040200          INTO(SUSC1I)
040300     END-EXEC.
040400     PERFORM 3100-EDIT-SCREEN
040500         THRU 3100-EDIT-SCREEN-EXIT.
040600     IF WS-EDIT-FAILED
040700         PERFORM 7050-REDISPLAY-CURSOR
040800             THRU 7050-REDISPLAY-CURSOR-EXIT
040900         GO TO 3000-CORRECT-ENTRY-EXIT
041000     END-IF.
041100     PERFORM 3300-READ-FOR-UPDATE
041200         THRU 3300-READ-FOR-UPDATE-EXIT.
041300     IF NOT WS-ENTRY-HELD
041400         PERFORM 7000-REDISPLAY
041500             THRU 7000-REDISPLAY-EXIT
041600         GO TO 3000-CORRECT-ENTRY-EXIT
041700     END-IF.
041800     PERFORM 3500-BUILD-IMAGE
041900         THRU 3500-BUILD-IMAGE-EXIT.
042000     MOVE WS-MASTER-RECORD  TO WS-BEFORE-RECORD.
042010     MOVE WS-ED-ACTION-CODE TO SU-ACTION-CODE.
042100     MOVE WS-ED-FULL-NAME   TO SU-FULL-NAME.
042200     MOVE WS-ED-LOCALE-CODE TO SU-LOCALE-CODE.
042300     MOVE WS-ED-CUST-NUM    TO SU-CUST-NUMBER.
042400     MOVE WS-ED-STREET-ADDR TO SU-STREET-ADDR.
042500     MOVE WS-ED-CITY        TO SU-CITY.
042600     MOVE WS-ED-STATE       TO SU-STATE.
042700     MOVE WS-ED-POSTAL-CODE TO SU-POSTAL-CODE.
042800     MOVE WS-ED-PHONE       TO SU-PHONE.
042900     MOVE WS-SUSP-RECORD    TO CR-SUSP-DATA.
043000     SET CR-CORRECTED TO TRUE.
043100     PERFORM 3400-REWRITE-ENTRY
043200         THRU 3400-REWRITE-ENTRY-EXIT.
043300     IF WS-RESP NOT = DFHRESP(NORMAL)
043400         PERFORM 7000-REDISPLAY
043500             THRU 7000-REDISPLAY-EXIT
043600         GO TO 3000-CORRECT-ENTRY-EXIT
043700     END-IF.
043800     MOVE "ENTRY CORRECTED - PF10=RELEASE  PF3=LIST" TO MSGO.
043900     PERFORM 3500-BUILD-IMAGE
044000         THRU 3500-BUILD-IMAGE-EXIT.
044100     MOVE "REPAIR" TO HS-ACTION.
044200     PERFORM 4500-WRITE-HISTORY
044300         THRU 4500-WRITE-HISTORY-EXIT.
044400     PERFORM 5500-SHOW-ENTRY
044500         THRU 5500-SHOW-ENTRY-EXIT.
044600     PERFORM 7000-REDISPLAY
044700         THRU 7000-REDISPLAY-EXIT.
044800 3000-CORRECT-ENTRY-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200* 3100-EDIT-SCREEN - COLLECT THE SCREEN FIELDS AND EDIT THEM THE
045300* WAY 2500-EDIT-TRANS IN MYPROGB WILL: AN ACTION CODE OF BLANK,
045310* A, U, D, OR R; A FULL NAME WITH A FIRST AND LAST PART (NOT
045320* NEEDED FOR A DELETE); A CUSTOMER NUMBER THAT IS BLANK (AN ADD)
045400* OR ON NAME-MASTER (AN UPDATE) - REQUIRED FOR U, D, AND R,
045410* NOT ALLOWED FOR A, WHOSE NAME MUST NOT ALREADY BE ON FILE -
045420* A POSTAL CODE THAT IS BLANK OR A VALID US ZIP OR CANADIAN
045430* CODE, A STATE/PROVINCE THAT IS BLANK OR ON STATEREF WITH THE
045440* POSTAL CODE IN ONE OF ITS PREFIX RANGES, AND A PHONE THAT IS
045450* BLANK OR DIALABLE (NONE OF THE ADDRESS IS EDITED FOR A DELETE
045460* OR RENAME).  THE FIRST FAILURE
045700* SETS THE MESSAGE AND PUTS THE CURSOR ON THE FIELD IN ERROR.
045710* STATE AND POSTAL CODE ARE TAKEN IN UPPER CASE.
045800******************************************************************
045900 3100-EDIT-SCREEN.
046000     SET WS-EDIT-OK TO TRUE.
046010     MOVE ACTNI  TO WS-ED-ACTION-CODE.
046100     MOVE NAMEI  TO WS-ED-FULL-NAME.
046200     MOVE LOCLI  TO WS-ED-LOCALE-CODE.
046300     MOVE CUSTNOI TO WS-ED-CUST-NUMBER.
046400     MOVE ADDRI  TO WS-ED-STREET-ADDR.
046500     MOVE CITYI  TO WS-ED-CITY.
046600     MOVE STATEI TO WS-ED-STATE.
046700     MOVE POSTLI TO WS-ED-POSTAL-CODE.
046800     MOVE PHONEI TO WS-ED-PHONE.
046900     MOVE VRSNI  TO WS-ED-VOID-REASON.
047000     INSPECT WS-EDIT-FIELDS REPLACING ALL LOW-VALUE BY SPACE.
047005     INSPECT WS-ED-STATE
047010         CONVERTING AS-LOWER-CASE TO AS-UPPER-CASE.
047015     INSPECT WS-ED-POSTAL-CODE
047020         CONVERTING AS-LOWER-CASE TO AS-UPPER-CASE.
047025     IF NOT WS-ED-ACTION-VALID
047030         MOVE "ACTION MUST BE BLANK, A, U, D, OR R" TO MSGO
047035         MOVE -1 TO ACTNL
047040         SET WS-EDIT-FAILED TO TRUE
047045         GO TO 3100-EDIT-SCREEN-EXIT
047050     END-IF.
047055     IF NOT WS-ED-ACTION-DELETE
047060         PERFORM 3110-EDIT-NAME
047065             THRU 3110-EDIT-NAME-EXIT
047070         IF WS-EDIT-FAILED
047075             GO TO 3100-EDIT-SCREEN-EXIT
047080         END-IF
047085     END-IF.
048800     IF WS-ED-CUST-NUMBER = SPACES
048900         MOVE ZEROS TO WS-ED-CUST-NUM
049000     END-IF.
049100     IF WS-ED-CUST-NUMBER NOT NUMERIC
049200         MOVE "CUSTOMER NUMBER MUST BE 7 DIGITS, OR BLANK TO ADD"
049300             TO MSGO
049400         MOVE -1 TO CUSTNOL
049500         SET WS-EDIT-FAILED TO TRUE
049600         GO TO 3100-EDIT-SCREEN-EXIT
049700     END-IF.
049705     IF WS-ED-ACTION-ADD
049710      AND WS-ED-CUST-NUM > ZERO
049715         MOVE "AN ADD TAKES NO CUSTOMER NUMBER - BLANK IT"
049720             TO MSGO
049725         MOVE -1 TO CUSTNOL
049730         SET WS-EDIT-FAILED TO TRUE
049735         GO TO 3100-EDIT-SCREEN-EXIT
049740     END-IF.
049745     IF (WS-ED-ACTION-UPDATE OR WS-ED-ACTION-DELETE
049750      OR WS-ED-ACTION-RENAME)
049755      AND WS-ED-CUST-NUM = ZERO
049760         MOVE "CUSTOMER NUMBER IS REQUIRED FOR U, D, AND R"
049765             TO MSGO
049770         MOVE -1 TO CUSTNOL
049775         SET WS-EDIT-FAILED TO TRUE
049780         GO TO 3100-EDIT-SCREEN-EXIT
049785     END-IF.
049800     IF WS-ED-CUST-NUM > ZERO
049900         MOVE WS-ED-CUST-NUM TO MA-CUST-NUMBER
050000         EXEC CICS READ FILE('NAMEMAST')
050100              INTO(WS-MASTER-RECORD)
050200              RIDFLD(MA-CUST-NUMBER)
050300              RESP(WS-RESP)
050400         END-EXEC
050500         IF WS-RESP NOT = DFHRESP(NORMAL)
050600             MOVE "CUSTOMER NUMBER NOT ON FILE - BLANK IT TO ADD"
050700                 TO MSGO
050710             IF NOT WS-ED-ACTION-MATCH
050720                 MOVE "CUSTOMER NUMBER NOT ON FILE" TO MSGO
050730             END-IF
050800             MOVE -1 TO CUSTNOL
050900             SET WS-EDIT-FAILED TO TRUE
051000             GO TO 3100-EDIT-SCREEN-EXIT
051100         END-IF
051200     END-IF.
051205     IF WS-ED-ACTION-ADD
051210         MOVE WS-ED-FULL-NAME TO MA-NAME-KEY
051215         EXEC CICS READ FILE('NAMEPATH')
051220              INTO(WS-MASTER-RECORD)
051225              RIDFLD(MA-NAME-KEY)
051230              RESP(WS-RESP)
051235         END-EXEC
051240         IF WS-RESP = DFHRESP(NORMAL)
051245          OR WS-RESP = DFHRESP(DUPKEY)
051250             MOVE "NAME ALREADY ON FILE - USE A BLANK ACTION"
051255                 TO MSGO
051260             MOVE -1 TO NAMEL
051265             SET WS-EDIT-FAILED TO TRUE
051270             GO TO 3100-EDIT-SCREEN-EXIT
051275         END-IF
051280     END-IF.
051285     IF WS-ED-ACTION-DELETE OR WS-ED-ACTION-RENAME
051290         GO TO 3100-EDIT-SCREEN-EXIT
051295     END-IF.
051300     PERFORM 3150-EDIT-POSTAL-CODE
051400         THRU 3150-EDIT-POSTAL-CODE-EXIT.
051500     IF WS-POSTAL-INVALID
051600         MOVE "POSTAL CODE NOT A VALID US ZIP OR CANADIAN CODE"
051700             TO MSGO
051800         MOVE -1 TO POSTLL
051900         SET WS-EDIT-FAILED TO TRUE
052000         GO TO 3100-EDIT-SCREEN-EXIT
052100     END-IF.
052102     SET WS-STATE-POSTAL-OK TO TRUE.
052104     IF WS-ED-STATE NOT = SPACES
052106         MOVE WS-ED-STATE TO SP-STATE-CODE
052108         EXEC CICS READ FILE('STATEREF')
052110              INTO(WS-STATE-RECORD)
052112              RIDFLD(SP-STATE-CODE)
052114              RESP(WS-RESP)
052116         END-EXEC
052118         IF WS-RESP = DFHRESP(NOTFND)
052120             MOVE "STATE/PROVINCE NOT ON THE REFERENCE FILE"
052122                 TO MSGO
052124             MOVE -1 TO STATEL
052126             SET WS-EDIT-FAILED TO TRUE
052128             GO TO 3100-EDIT-SCREEN-EXIT
052130         END-IF
052132         IF WS-RESP NOT = DFHRESP(NORMAL)
052134             MOVE "STATE/PROVINCE FILE UNAVAILABLE - NOT SAVED"
052136                 TO MSGO
052138             MOVE -1 TO STATEL
052140             SET WS-EDIT-FAILED TO TRUE
052142             GO TO 3100-EDIT-SCREEN-EXIT
052144         END-IF
052146         IF WS-ED-POSTAL-CODE NOT = SPACES
052148             PERFORM 3160-EDIT-STATE-POSTAL
052150                 THRU 3160-EDIT-STATE-POSTAL-EXIT
052152         END-IF
052154     END-IF.
052156     IF WS-POSTAL-WRONG-STATE
052158         MOVE "POSTAL CODE DOES NOT BELONG TO THAT STATE/PROVINCE"
052160             TO MSGO
052162         MOVE -1 TO POSTLL
052164         SET WS-EDIT-FAILED TO TRUE
052166         GO TO 3100-EDIT-SCREEN-EXIT
052168     END-IF.
052170     MOVE WS-ED-PHONE TO AS-PHONE-IN.
052172     PERFORM 3180-STANDARDIZE-PHONE
052174         THRU 3180-STANDARDIZE-PHONE-EXIT.
052176     IF AS-PHONE-INVALID
052178         MOVE "PHONE MUST BE 10 DIGITS, AREA CODE FIRST" TO MSGO
052180         MOVE -1 TO PHONEL
052182         SET WS-EDIT-FAILED TO TRUE
052184     END-IF.
052200 3100-EDIT-SCREEN-EXIT.
052300     EXIT.
052304
052308******************************************************************
052312* 3110-EDIT-NAME - THE FULL NAME MUST BE PRESENT AND SPLIT INTO A
052316* FIRST AND LAST NAME (MYPROGB REASONS 01 AND 02).
052320******************************************************************
052324 3110-EDIT-NAME.
052328     IF WS-ED-FULL-NAME = SPACES
052332         MOVE "FULL NAME IS REQUIRED" TO MSGO
052336         MOVE -1 TO NAMEL
052340         SET WS-EDIT-FAILED TO TRUE
052344         GO TO 3110-EDIT-NAME-EXIT
052348     END-IF.
052352     MOVE SPACES TO WS-ED-FIRST WS-ED-LAST.
052356     UNSTRING WS-ED-FULL-NAME DELIMITED BY SPACE
052360         INTO WS-ED-FIRST
052364              WS-ED-LAST
052368     END-UNSTRING.
052372     IF WS-ED-LAST = SPACES
052376         MOVE "FULL NAME MUST HAVE A FIRST AND LAST NAME" TO MSGO
052380         MOVE -1 TO NAMEL
052384         SET WS-EDIT-FAILED TO TRUE
052388     END-IF.
052392 3110-EDIT-NAME-EXIT.
052396     EXIT.
052400
052500******************************************************************
052600* 3150-EDIT-POSTAL-CODE - THE SAME SHAPE TEST AS MYPROGB'S
052700* 2550-EDIT-POSTAL-CODE.  BLANK IS ALLOWED; OTHERWISE 5-DIGIT ZIP,
052800* ZIP+4 (99999-9999), OR CANADIAN A9A 9A9.
052900******************************************************************
053000 3150-EDIT-POSTAL-CODE.
053100     SET WS-POSTAL-VALID TO TRUE.
053200     IF WS-ED-POSTAL-CODE = SPACES
053300         GO TO 3150-EDIT-POSTAL-CODE-EXIT
053400     END-IF.
053500     MOVE WS-ED-POSTAL-CODE TO WS-POSTAL-WORK.
053600     IF WS-PW-ZIP5 NUMERIC
053700         IF WS-PW-ZIP-REST = SPACES
053800             GO TO 3150-EDIT-POSTAL-CODE-EXIT
053900         END-IF
054000         IF WS-PW-ZIP-DASH = "-"
054100          AND WS-PW-ZIP4 NUMERIC
054200             GO TO 3150-EDIT-POSTAL-CODE-EXIT
054300         END-IF
054400         SET WS-POSTAL-INVALID TO TRUE
054500         GO TO 3150-EDIT-POSTAL-CODE-EXIT
054600     END-IF.
054700     IF WS-PW-CAN-A1 ALPHABETIC AND WS-PW-CAN-A1 NOT = SPACE
054800      AND WS-PW-CAN-N1 NUMERIC
054900      AND WS-PW-CAN-A2 ALPHABETIC AND WS-PW-CAN-A2 NOT = SPACE
055000      AND WS-PW-CAN-BLANK = SPACE
055100      AND WS-PW-CAN-N2 NUMERIC
055200      AND WS-PW-CAN-A3 ALPHABETIC AND WS-PW-CAN-A3 NOT = SPACE
055300      AND WS-PW-CAN-N3 NUMERIC
055400      AND WS-PW-CAN-REST = SPACES
055500         GO TO 3150-EDIT-POSTAL-CODE-EXIT
055600     END-IF.
055700     SET WS-POSTAL-INVALID TO TRUE.
055800 3150-EDIT-POSTAL-CODE-EXIT.
055900     EXIT.
055901
055902******************************************************************
055903* 3160-EDIT-STATE-POSTAL - THE SAME TEST AS MYPROGB'S 2560: THE
055904* POSTAL CODE 3150 LAID OVER WS-POSTAL-WORK MUST BE OF THE
055905* STATEREF ROW'S COUNTRY AND ITS PREFIX MUST FALL IN ONE OF THE
055906* ROW'S RANGES.
055907******************************************************************
055908 3160-EDIT-STATE-POSTAL.
055909     SET WS-STATE-POSTAL-OK TO TRUE.
055910     IF WS-PW-ZIP5 NUMERIC
055911         IF NOT SP-COUNTRY-US
055912             SET WS-POSTAL-WRONG-STATE TO TRUE
055913             GO TO 3160-EDIT-STATE-POSTAL-EXIT
055914         END-IF
055915     ELSE
055916         IF NOT SP-COUNTRY-CA
055917             SET WS-POSTAL-WRONG-STATE TO TRUE
055918             GO TO 3160-EDIT-STATE-POSTAL-EXIT
055919         END-IF
055920     END-IF.
055921     MOVE "N" TO WS-RANGE-FOUND-SW.
055922     PERFORM 3165-CHECK-ONE-RANGE
055923         THRU 3165-CHECK-ONE-RANGE-EXIT
055924         VARYING WS-RANGE-SUB FROM 1 BY 1
055925         UNTIL WS-RANGE-SUB > SP-RANGE-COUNT
055926            OR WS-RANGE-FOUND.
055927     IF NOT WS-RANGE-FOUND
055928         SET WS-POSTAL-WRONG-STATE TO TRUE
055929     END-IF.
055930 3160-EDIT-STATE-POSTAL-EXIT.
055931     EXIT.
055932
055933 3165-CHECK-ONE-RANGE.
055934     IF WS-PW-PREFIX NOT < SP-RANGE-LOW (WS-RANGE-SUB)
055935      AND WS-PW-PREFIX NOT > SP-RANGE-HIGH (WS-RANGE-SUB)
055936         SET WS-RANGE-FOUND TO TRUE
055937     END-IF.
055938 3165-CHECK-ONE-RANGE-EXIT.
055939     EXIT.
055940
055941******************************************************************
055942* 3180-STANDARDIZE-PHONE - TAKE THE DIGITS OUT OF AS-PHONE-IN
055943* AND, IF THEY MAKE A DIALABLE NUMBER (SEE ADDRSTD), RETURN IT
055944* AS 999-999-9999 IN AS-PHONE-OUT WITH AS-PHONE-VALID SET.  A
055945* BLANK PHONE MEANS NONE WAS SUPPLIED AND PASSES.  ANYTHING ELSE
055946* SETS AS-PHONE-INVALID AND COMES BACK AS KEYED.
055947******************************************************************
055948 3180-STANDARDIZE-PHONE.
055949     MOVE AS-PHONE-IN TO AS-PHONE-OUT.
055950     SET AS-PHONE-VALID TO TRUE.
055951     IF AS-PHONE-IN = SPACES
055952         GO TO 3180-STANDARDIZE-PHONE-EXIT
055953     END-IF.
055954     MOVE SPACES TO AS-PHONE-DIGITS.
055955     MOVE ZERO TO AS-DIGIT-COUNT.
055956     PERFORM 3182-TAKE-ONE-DIGIT
055957         THRU 3182-TAKE-ONE-DIGIT-EXIT
055958         VARYING AS-CHAR-SUB FROM 1 BY 1
055959         UNTIL AS-CHAR-SUB > 12.
055960     EVALUATE TRUE
055961         WHEN AS-DIGIT-COUNT = 10
055962             MOVE AS-PD-TEN TO AS-PHONE-TEN
055963         WHEN AS-DIGIT-COUNT = 11
055964          AND AS-PHONE-DIGIT (1) = "1"
055965             MOVE AS-PD-AFTER-ONE TO AS-PHONE-TEN
055966         WHEN OTHER
055967             SET AS-PHONE-INVALID TO TRUE
055968             GO TO 3180-STANDARDIZE-PHONE-EXIT
055969     END-EVALUATE.
055970     IF AS-PT-AREA-1 = "0" OR "1"
055971      OR AS-PT-EXCH-1 = "0" OR "1"
055972         SET AS-PHONE-INVALID TO TRUE
055973         GO TO 3180-STANDARDIZE-PHONE-EXIT
055974     END-IF.
055975     MOVE SPACES TO AS-PHONE-OUT.
055976     STRING AS-PT-AREA "-" AS-PT-EXCHANGE "-" AS-PT-LINE
055977         DELIMITED BY SIZE INTO AS-PHONE-OUT.
055978 3180-STANDARDIZE-PHONE-EXIT.
055979     EXIT.
055980
055981 3182-TAKE-ONE-DIGIT.
055982     IF AS-PHONE-CHAR (AS-CHAR-SUB) NUMERIC
055983         ADD 1 TO AS-DIGIT-COUNT
055984         MOVE AS-PHONE-CHAR (AS-CHAR-SUB)
055985             TO AS-PHONE-DIGIT (AS-DIGIT-COUNT)
055986     END-IF.
055987 3182-TAKE-ONE-DIGIT-EXIT.
055988     EXIT.
056000
056100******************************************************************
056200* 3300-READ-FOR-UPDATE - READ THE ENTRY ON THE SCREEN FOR UPDATE
056300* AND UNPACK ITS TRANSACTION.  A RELEASED OR VOIDED ENTRY IS
056400* CLOSED - THE HOLD IS DROPPED AND WS-ENTRY-HELD IS LEFT OFF SO
056500* THE CALLER STOPS.  EVERY FAILURE LEAVES ITS OWN MESSAGE.
056600******************************************************************
056700 3300-READ-FOR-UPDATE.
056800     MOVE "N" TO WS-ENTRY-HELD-SW.
056900     MOVE SC-CA-CORR-KEY TO WS-CORR-KEY.
057000     EXEC CICS READ FILE('SUSPCORR')
057100          INTO(WS-CORR-RECORD)
057200          RIDFLD(WS-CORR-KEY)
057300          UPDATE
057400          RESP(WS-RESP)
057500     END-EXEC.
057600     IF WS-RESP NOT = DFHRESP(NORMAL)
057700         MOVE "ENTRY NOT FOUND - PF3=LIST AND SELECT AGAIN"
057800             TO MSGO
057900         GO TO 3300-READ-FOR-UPDATE-EXIT
058000     END-IF.
058100     MOVE CR-SUSP-DATA TO WS-SUSP-RECORD.
058200     IF CR-RELEASED OR CR-VOIDED
058300         EXEC CICS UNLOCK FILE('SUSPCORR')
058400         END-EXEC
058500         IF CR-RELEASED
058600             MOVE "ENTRY ALREADY RELEASED - NO FURTHER ACTION"
058700                 TO MSGO
058800         ELSE
058900             MOVE "ENTRY ALREADY VOIDED - NO FURTHER ACTION"
059000                 TO MSGO
059100         END-IF
059200         GO TO 3300-READ-FOR-UPDATE-EXIT
059300     END-IF.
059400     SET WS-ENTRY-HELD TO TRUE.
059500 3300-READ-FOR-UPDATE-EXIT.
059600     EXIT.
059700
059800******************************************************************
059900* 3400-REWRITE-ENTRY - STAMP THE OPERATOR AND TIME OF THE ACTION
060000* ON THE ENTRY HELD BY 3300 AND REWRITE IT.
060100******************************************************************
060200 3400-REWRITE-ENTRY.
060300     EXEC CICS ASSIGN
060400          USERID(WS-HIST-OPERATOR)
060500     END-EXEC.
060600     EXEC CICS ASKTIME
060700          ABSTIME(WS-ABS-TIME)
060800     END-EXEC.
060900     EXEC CICS FORMATTIME
061000          ABSTIME(WS-ABS-TIME)
061100          MMDDYYYY(WS-TODAY-DATE)
061200          DATESEP('/')
061300          TIME(WS-TODAY-TIME)
061400          TIMESEP(':')
061500     END-EXEC.
061600     MOVE WS-HIST-OPERATOR TO CR-ACTION-OPERATOR.
061700     MOVE WS-TODAY-DATE    TO CR-ACTION-DATE.
061800     MOVE WS-TODAY-TIME    TO CR-ACTION-TIME.
061900     EXEC CICS REWRITE FILE('SUSPCORR')
062000          FROM(WS-CORR-RECORD)
062100          RESP(WS-RESP)
062200     END-EXEC.
062300     IF WS-RESP NOT = DFHRESP(NORMAL)
062400         MOVE "ENTRY REWRITE FAILED - NOTHING CHANGED" TO MSGO
062500     END-IF.
062600 3400-REWRITE-ENTRY-EXIT.
062700     EXIT.
062800
062900******************************************************************
063000* 3500-BUILD-IMAGE - LAY THE SUSPENDED TRANSACTION IN
063100* WS-SUSP-RECORD OVER THE MASTER LAYOUT FOR THE HISTORY IMAGES:
063200* THE CUSTOMER NUMBER (ZERO FOR AN ADD OR WHEN NOT NUMERIC), THE
063300* FULL NAME AND ITS FIRST/LAST SPLIT, THE FIRST-REJECT DATE IN
063400* THE UPDATE-DATE SLOT, AND THE ADDRESS AND CONTACT FIELDS.
063500******************************************************************
063600 3500-BUILD-IMAGE.
063700     MOVE SPACES TO WS-MASTER-RECORD.
063800     IF SU-CUST-NUMBER NUMERIC
063900         MOVE SU-CUST-NUMBER TO MA-CUST-NUMBER
064000     ELSE
064100         MOVE ZEROS TO MA-CUST-NUMBER
064200     END-IF.
064300     MOVE SU-FULL-NAME TO MA-NAME-KEY.
064400     MOVE SU-FULL-NAME TO WS-IMAGE-NAME.
064500     INSPECT WS-IMAGE-NAME REPLACING ALL LOW-VALUE BY SPACE.
064600     UNSTRING WS-IMAGE-NAME DELIMITED BY SPACE
064700         INTO MA-FIRST-NAME
064800              MA-LAST-NAME
064900     END-UNSTRING.
065000     MOVE SU-FIRST-REJECT-DATE TO MA-LAST-UPDATE-DATE.
065100     MOVE SU-STREET-ADDR       TO MA-STREET-ADDR.
065200     MOVE SU-CITY              TO MA-CITY.
065300     MOVE SU-STATE             TO MA-STATE.
065400     MOVE SU-POSTAL-CODE       TO MA-POSTAL-CODE.
065500     MOVE SU-PHONE             TO MA-PHONE.
065600 3500-BUILD-IMAGE-EXIT.
065700     EXIT.
065800
065900******************************************************************
066000* 4000-RELEASE-ENTRY - PF10.  MARK THE ENTRY RELEASED AS IT IS
066100* STORED (PF5 FIRST TO SAVE ANY RETYPED FIELDS).  MYRELS SENDS A
066200* RELEASED ENTRY - SUSPENSE OR DEAD LETTER - INTO THE NEXT
066300* MYPROGB RUN WITH ITS CYCLE COUNT RESET, SO IT GETS A FULL SET
066400* OF RETRIES.  LOGGED AS A RELEAS WITH THE ENTRY AS BOTH IMAGES.
066500******************************************************************
066600 4000-RELEASE-ENTRY.
066700     PERFORM 2500-CHECK-AUTHORITY
066800         THRU 2500-CHECK-AUTHORITY-EXIT.
066900     IF NOT WS-AUTH-CHANGE AND NOT WS-AUTH-FULL
067000         MOVE "NOT AUTHORIZED TO RELEASE - SEE YOUR SUPERVISOR"
067100             TO MSGO
067200         PERFORM 2600-LOG-DENIED
067300             THRU 2600-LOG-DENIED-EXIT
067400         PERFORM 7000-REDISPLAY
067500             THRU 7000-REDISPLAY-EXIT
067600         GO TO 4000-RELEASE-ENTRY-EXIT
067700     END-IF.
067800     IF NOT SC-CA-ENTRY-FOUND
067900         MOVE "SELECT AN ENTRY FROM THE LIST FIRST - PF3=LIST"
068000             TO MSGO
068100         PERFORM 7000-REDISPLAY
068200             THRU 7000-REDISPLAY-EXIT
068300         GO TO 4000-RELEASE-ENTRY-EXIT
068400     END-IF.
068500     PERFORM 3300-READ-FOR-UPDATE
068600         THRU 3300-READ-FOR-UPDATE-EXIT.
068700     IF NOT WS-ENTRY-HELD
068800         PERFORM 7000-REDISPLAY
068900             THRU 7000-REDISPLAY-EXIT
069000         GO TO 4000-RELEASE-ENTRY-EXIT
069100     END-IF.
069200     SET CR-RELEASED TO TRUE.
069300     PERFORM 3400-REWRITE-ENTRY
069400         THRU 3400-REWRITE-ENTRY-EXIT.
069500     IF WS-RESP NOT = DFHRESP(NORMAL)
069600         PERFORM 7000-REDISPLAY
069700             THRU 7000-REDISPLAY-EXIT
069800         GO TO 4000-RELEASE-ENTRY-EXIT
069900     END-IF.
070000     MOVE "ENTRY RELEASED TO THE NEXT BATCH RUN - PF3=LIST"
070100         TO MSGO.
070200     PERFORM 3500-BUILD-IMAGE
070300         THRU 3500-BUILD-IMAGE-EXIT.
070400     MOVE WS-MASTER-RECORD TO WS-BEFORE-RECORD.
070500     MOVE "RELEAS" TO HS-ACTION.
070600     PERFORM 4500-WRITE-HISTORY
070700         THRU 4500-WRITE-HISTORY-EXIT.
070800     PERFORM 5500-SHOW-ENTRY
070900         THRU 5500-SHOW-ENTRY-EXIT.
071000     PERFORM 7000-REDISPLAY
071100         THRU 7000-REDISPLAY-EXIT.
071200 4000-RELEASE-ENTRY-EXIT.
071300     EXIT.
071400
071500******************************************************************
071600* 4500-WRITE-HISTORY - APPEND ONE CHANGE-HISTORY RECORD TO THE
071700* NAMEHIST ESDS FOR THE ACTION JUST TAKEN.  THE CALLER SETS
071800* HS-ACTION, LEAVES THE BEFORE IMAGE IN WS-BEFORE-RECORD AND THE
071900* CURRENT IMAGE IN WS-MASTER-RECORD.  THE AFTER IMAGE OF A DENIED
072000* ATTEMPT IS SPACES; A VOID'S IS THE CUSTOMER NUMBER AND THE VOID
072100* REASON (HS-VOID-IMAGE).  A FAILED HISTORY WRITE IS REPORTED TO
072200* THE OPERATOR - THE ENTRY UPDATE ITSELF HAS ALREADY GONE THROUGH.
072300******************************************************************
072400 4500-WRITE-HISTORY.
072500     MOVE WS-BEFORE-RECORD TO HS-BEFORE-IMAGE.
072600     EVALUATE TRUE
072700         WHEN HS-ACTION-DENIED
072800             MOVE SPACES TO HS-AFTER-IMAGE
072900         WHEN HS-ACTION-VOID
073000             MOVE SPACES TO HS-AFTER-IMAGE
073100             MOVE MA-CUST-NUMBER TO HS-VOID-CUST-NUMBER
073200             MOVE CR-VOID-REASON TO HS-VOID-REASON
073300         WHEN OTHER
073400             MOVE WS-MASTER-RECORD TO HS-AFTER-IMAGE
073500     END-EVALUATE.
073600     EXEC CICS ASSIGN
073700          USERID(WS-HIST-OPERATOR)
073800     END-EXEC.
073900     MOVE WS-HIST-OPERATOR TO HS-OPERATOR-ID.
074000     MOVE EIBTRMID TO HS-TERMINAL-ID.
074100     EXEC CICS ASKTIME
074200          ABSTIME(WS-ABS-TIME)
074300     END-EXEC.
074400     EXEC CICS FORMATTIME
074500          ABSTIME(WS-ABS-TIME)
074600          MMDDYYYY(HS-HIST-DATE)
074700          DATESEP('/')
074800          TIME(HS-HIST-TIME)
074900          TIMESEP(':')
075000     END-EXEC.
075100     EXEC CICS WRITE FILE('NAMEHIST')
075200          FROM(WS-HIST-RECORD)
075300          RIDFLD(WS-HIST-RBA)
075400          RBA
075500          RESP(WS-HIST-RESP)
075600     END-EXEC.
075700     IF WS-HIST-RESP NOT = DFHRESP(NORMAL)
075800         MOVE "UPDATE APPLIED BUT HISTORY LOG WRITE FAILED"
075900             TO MSGO
076000     END-IF.
076100 4500-WRITE-HISTORY-EXIT.
076200     EXIT.
076300
076400******************************************************************
076500* 5000-VOID-ENTRY - PF11.  DROP THE ENTRY FOR GOOD WITH THE
076600* REASON TYPED IN THE VOID REASON FIELD.  MYRELS LEAVES A VOIDED
076700* ENTRY OUT OF BOTH THE NEXT RUN AND THE DEAD-LETTER FILE.
076800* LOGGED AS A VOID - THE BEFORE IMAGE IS THE ENTRY, THE AFTER
076900* IMAGE CARRIES THE REASON.
077000******************************************************************
077100 5000-VOID-ENTRY.
077200     PERFORM 2500-CHECK-AUTHORITY
077300         THRU 2500-CHECK-AUTHORITY-EXIT.
077400     IF NOT WS-AUTH-FULL
077500         MOVE "NOT AUTHORIZED TO VOID - SEE YOUR SUPERVISOR"
077600             TO MSGO
077700         PERFORM 2600-LOG-DENIED
077800             THRU 2600-LOG-DENIED-EXIT
077900         PERFORM 7000-REDISPLAY
078000             THRU 7000-REDISPLAY-EXIT
078100         GO TO 5000-VOID-ENTRY-EXIT
078200     END-IF.
078300     IF NOT SC-CA-ENTRY-FOUND
078400         MOVE "SELECT AN ENTRY FROM THE LIST FIRST - PF3=LIST"
078500             TO MSGO
078600         PERFORM 7000-REDISPLAY
078700             THRU 7000-REDISPLAY-EXIT
078800         GO TO 5000-VOID-ENTRY-EXIT
078900     END-IF.
079000     EXEC CICS RECEIVE MAP('SUSC1')
079100          MAPSET('SUSCMAP')
079200          INTO(SUSC1I)
079300     END-EXEC.
079400     MOVE VRSNI TO WS-ED-VOID-REASON.
079500     INSPECT WS-ED-VOID-REASON REPLACING ALL LOW-VALUE BY SPACE.
079600     IF WS-ED-VOID-REASON = SPACES
079700         MOVE "ENTER A VOID REASON BEFORE PF11=VOID" TO MSGO
079800         MOVE -1 TO VRSNL
079900         PERFORM 7050-REDISPLAY-CURSOR
080000             THRU 7050-REDISPLAY-CURSOR-EXIT
080100         GO TO 5000-VOID-ENTRY-EXIT
080200     END-IF.
080300     PERFORM 3300-READ-FOR-UPDATE
080400         THRU 3300-READ-FOR-UPDATE-EXIT.
080500     IF NOT WS-ENTRY-HELD
080600         PERFORM 7000-REDISPLAY
080700             THRU 7000-REDISPLAY-EXIT
080800         GO TO 5000-VOID-ENTRY-EXIT
080900     END-IF.
081000     PERFORM 3500-BUILD-IMAGE
081100         THRU 3500-BUILD-IMAGE-EXIT.
081200     MOVE WS-MASTER-RECORD TO WS-BEFORE-RECORD.
081300     SET CR-VOIDED TO TRUE.
081400     MOVE WS-ED-VOID-REASON TO CR-VOID-REASON.
081500     PERFORM 3400-REWRITE-ENTRY
081600         THRU 3400-REWRITE-ENTRY-EXIT.
081700     IF WS-RESP NOT = DFHRESP(NORMAL)
081800         PERFORM 7000-REDISPLAY
081900             THRU 7000-REDISPLAY-EXIT
082000         GO TO 5000-VOID-ENTRY-EXIT
082100     END-IF.
082200     MOVE "ENTRY VOIDED - PF3=LIST" TO MSGO.
082300     MOVE "VOID" TO HS-ACTION.
082400     PERFORM 4500-WRITE-HISTORY
082500         THRU 4500-WRITE-HISTORY-EXIT.
082600     PERFORM 5500-SHOW-ENTRY
082700         THRU 5500-SHOW-ENTRY-EXIT.
082800     PERFORM 7000-REDISPLAY
082900         THRU 7000-REDISPLAY-EXIT.
083000 5000-VOID-ENTRY-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400* 5500-SHOW-ENTRY - MOVE THE ENTRY IN WS-CORR-RECORD AND ITS
083500* TRANSACTION IN WS-SUSP-RECORD TO THE DETAIL MAP.
083600******************************************************************
083700 5500-SHOW-ENTRY.
083800     PERFORM 5600-SET-STATUS-WORD
083900         THRU 5600-SET-STATUS-WORD-EXIT.
084000     MOVE CR-CORR-KEY          TO ENTRYO.
084100     MOVE WS-STATUS-WORD       TO STATO.
084200     MOVE SU-REASON-CODE       TO REASNO.
084300     MOVE SU-CYCLE-COUNT       TO CYCLEO.
084400     MOVE SU-FIRST-REJECT-DATE TO FREJO.
084500     MOVE SU-FULL-NAME         TO NAMEO.
084600     MOVE SU-LOCALE-CODE       TO LOCLO.
084700     MOVE SU-CUST-NUMBER       TO CUSTNOO.
084710     MOVE SU-ACTION-CODE       TO ACTNO.
084800     MOVE SU-STREET-ADDR       TO ADDRO.
084900     MOVE SU-CITY              TO CITYO.
085000     MOVE SU-STATE             TO STATEO.
085100     MOVE SU-POSTAL-CODE       TO POSTLO.
085200     MOVE SU-PHONE             TO PHONEO.
085300     MOVE CR-VOID-REASON       TO VRSNO.
085400 5500-SHOW-ENTRY-EXIT.
085500     EXIT.
085600
085700******************************************************************
085800* 5600-SET-STATUS-WORD - SPELL OUT THE ENTRY STATUS FOR THE
085900* SCREENS.
086000******************************************************************
086100 5600-SET-STATUS-WORD.
086200     EVALUATE TRUE
086300         WHEN CR-CORRECTED
086400             MOVE "CORRECTED" TO WS-STATUS-WORD
086500         WHEN CR-RELEASED
086600             MOVE "RELEASED"  TO WS-STATUS-WORD
086700         WHEN CR-VOIDED
086800             MOVE "VOIDED"    TO WS-STATUS-WORD
086900         WHEN OTHER
087000             MOVE "PENDING"   TO WS-STATUS-WORD
087100     END-EVALUATE.
087200 5600-SET-STATUS-WORD-EXIT.
087300     EXIT.
087400
087500******************************************************************
087600* 6000-INVALID-KEY - ANY AID KEY THE DETAIL SCREEN DOES NOT USE
087700* REMINDS THE OPERATOR WHAT KEYS ARE VALID.
087800******************************************************************
087900 6000-INVALID-KEY.
088000     MOVE "PF5=CORRECT  PF10=RELEASE  PF11=VOID  PF3=LIST  CLEAR=E
088100-    "XIT" TO MSGO.
088200     PERFORM 7000-REDISPLAY
088300         THRU 7000-REDISPLAY-EXIT.
088400 6000-INVALID-KEY-EXIT.
088500     EXIT.
088600
088700******************************************************************
088800* 6200-BROWSE-SEARCH - ENTER ON THE LIST SCREEN.  AN "S" ON A
088900* LISTED ROW SELECTS THAT ENTRY; OTHERWISE THE LIST RESTARTS AT
089000* THE TYPED ENTRY (A BARE "S" OR "D" STARTS AT THAT SOURCE; BLANK
089100* STARTS AT THE TOP).
089200******************************************************************
089300 6200-BROWSE-SEARCH.
089400     EXEC CICS RECEIVE MAP('SUSC2')
089500          MAPSET('SUSCMAP')
089600          INTO(SUSC2I)
089700     END-EXEC.
089800     PERFORM 6250-SCAN-SELECTIONS
089900         THRU 6250-SCAN-SELECTIONS-EXIT.
090000     IF WS-SEL-SUB > ZERO
090100         PERFORM 6500-SELECT-ROW
090200             THRU 6500-SELECT-ROW-EXIT
090300         GO TO 6200-BROWSE-SEARCH-EXIT
090400     END-IF.
090500     IF STARTI = LOW-VALUES OR STARTI = SPACES
090600         MOVE LOW-VALUES TO WS-BROWSE-KEY
090700     ELSE
090800         MOVE STARTI TO WS-BROWSE-KEY
090900         INSPECT WS-BROWSE-KEY REPLACING ALL LOW-VALUE BY SPACE
091000     END-IF.
091100     PERFORM 6300-FILL-PAGE-FORWARD
091200         THRU 6300-FILL-PAGE-FORWARD-EXIT.
091300     PERFORM 7100-SEND-BROWSE
091400         THRU 7100-SEND-BROWSE-EXIT.
091500 6200-BROWSE-SEARCH-EXIT.
091600     EXIT.
091700
091800******************************************************************
091900* 6250-SCAN-SELECTIONS - FIND THE FIRST LISTED ROW THE OPERATOR
092000* MARKED WITH "S".  ZERO MEANS NO ROW WAS MARKED.
092100******************************************************************
092200 6250-SCAN-SELECTIONS.
092300     MOVE ZERO TO WS-SEL-SUB.
092400     MOVE 1 TO WS-ROW-SUB.
092500     PERFORM 6260-SCAN-ONE-ROW
092600         THRU 6260-SCAN-ONE-ROW-EXIT
092700         UNTIL WS-ROW-SUB > 10
092800            OR WS-SEL-SUB > ZERO.
092900 6250-SCAN-SELECTIONS-EXIT.
093000     EXIT.
093100
093200 6260-SCAN-ONE-ROW.
093300     IF MARKI (WS-ROW-SUB) = "S" OR "s"
093400         MOVE WS-ROW-SUB TO WS-SEL-SUB
093500     END-IF.
093600     ADD 1 TO WS-ROW-SUB.
093700 6260-SCAN-ONE-ROW-EXIT.
093800     EXIT.
093900
094000******************************************************************
094100* 6300-FILL-PAGE-FORWARD - START A SUSPCORR BROWSE AT
094200* WS-BROWSE-KEY AND LIST UP TO TEN ROWS FORWARD.
094300******************************************************************
094400 6300-FILL-PAGE-FORWARD.
094500     PERFORM 6350-CLEAR-ROW-TABLE
094600         THRU 6350-CLEAR-ROW-TABLE-EXIT.
094700     MOVE ZEROS TO SC-CA-ROW-COUNT.
094800     MOVE "N" TO WS-BROWSE-DONE-SW.
094900     EXEC CICS STARTBR FILE('SUSPCORR')
095000          RIDFLD(WS-BROWSE-KEY)
095100          GTEQ
095200          RESP(WS-BROWSE-RESP)
095300     END-EXEC.
095400     IF WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
095500         MOVE "NO ENTRIES ON FILE AT OR AFTER THE TYPED VALUE"
095600             TO MSG2O
095700         GO TO 6300-FILL-PAGE-FORWARD-EXIT
095800     END-IF.
095900     MOVE 1 TO WS-FILL-SUB.
096000     PERFORM 6330-FILL-ONE-ROW
096100         THRU 6330-FILL-ONE-ROW-EXIT
096200         UNTIL WS-FILL-SUB > 10
096300            OR WS-BROWSE-DONE.
096400     EXEC CICS ENDBR FILE('SUSPCORR')
096500     END-EXEC.
096600     IF SC-CA-ROW-COUNT = ZERO
096700         MOVE "NO ENTRIES ON FILE AT OR AFTER THE TYPED VALUE"
096800             TO MSG2O
096900     ELSE
097000         MOVE "S=SELECT A ROW  PF7=BACK  PF8=FORWARD"
097100             TO MSG2O
097200     END-IF.
097300 6300-FILL-PAGE-FORWARD-EXIT.
097400     EXIT.
097500
097600 6330-FILL-ONE-ROW.
097700     EXEC CICS READNEXT FILE('SUSPCORR')
097800          INTO(WS-CORR-RECORD)
097900          RIDFLD(WS-BROWSE-KEY)
098000          RESP(WS-BROWSE-RESP)
098100     END-EXEC.
098200     IF WS-BROWSE-RESP = DFHRESP(NORMAL)
098300         PERFORM 6340-BUILD-ROW
098400             THRU 6340-BUILD-ROW-EXIT
098500         ADD 1 TO WS-FILL-SUB
098600     ELSE
098700         SET WS-BROWSE-DONE TO TRUE
098800     END-IF.
098900 6330-FILL-ONE-ROW-EXIT.
099000     EXIT.
099100
099200******************************************************************
099300* 6340-BUILD-ROW - FORMAT THE ENTRY JUST READ INTO THE LIST ROW
099400* AT WS-FILL-SUB AND REMEMBER ITS KEY FOR SELECTION AND PAGING.
099500******************************************************************
099600 6340-BUILD-ROW.
099700     PERFORM 6345-FORMAT-ROW-TEXT
099800         THRU 6345-FORMAT-ROW-TEXT-EXIT.
099900     MOVE WS-ROW-TEXT    TO ROWO (WS-FILL-SUB).
100000     MOVE SPACES         TO MARKO (WS-FILL-SUB).
100100     MOVE CR-CORR-KEY    TO SC-CA-ROW-KEY (WS-FILL-SUB).
100200     ADD 1 TO SC-CA-ROW-COUNT.
100300     IF SC-CA-ROW-COUNT = 1
100400         MOVE CR-CORR-KEY TO SC-CA-BROWSE-TOP-KEY
100500     END-IF.
100600     MOVE CR-CORR-KEY TO SC-CA-BROWSE-BOT-KEY.
100700 6340-BUILD-ROW-EXIT.
100800     EXIT.
100900
101000 6345-FORMAT-ROW-TEXT.
101100     MOVE CR-SUSP-DATA TO WS-SUSP-RECORD.
101200     PERFORM 5600-SET-STATUS-WORD
101300         THRU 5600-SET-STATUS-WORD-EXIT.
101400     MOVE CR-CORR-KEY    TO WS-RT-ENTRY.
101500     MOVE SU-FULL-NAME   TO WS-RT-FULL-NAME.
101600     MOVE SU-CUST-NUMBER TO WS-RT-CUST-NUMBER.
101700     MOVE SU-REASON-CODE TO WS-RT-REASON-CODE.
101800     IF SU-CYCLE-COUNT NUMERIC
101900         MOVE SU-CYCLE-COUNT TO WS-RT-CYCLE-COUNT
102000     ELSE
102100         MOVE ZERO TO WS-RT-CYCLE-COUNT
102200     END-IF.
102300     MOVE WS-STATUS-WORD TO WS-RT-STATUS.
102400 6345-FORMAT-ROW-TEXT-EXIT.
102500     EXIT.
102600
102700******************************************************************
102800* 6350-CLEAR-ROW-TABLE - BLANK THE TEN LIST ROWS AND THEIR
102900* SELECTION FIELDS AND THE ROW KEY TABLE.
103000******************************************************************
103100 6350-CLEAR-ROW-TABLE.
103200     MOVE 1 TO WS-ROW-SUB.
103300     PERFORM 6360-CLEAR-ONE-ROW
103400         THRU 6360-CLEAR-ONE-ROW-EXIT
103500         UNTIL WS-ROW-SUB > 10.
103600 6350-CLEAR-ROW-TABLE-EXIT.
103700     EXIT.
103800
103900 6360-CLEAR-ONE-ROW.
104000     MOVE SPACES TO MARKO (WS-ROW-SUB).
104100     MOVE SPACES TO ROWO (WS-ROW-SUB).
104200     MOVE SPACES TO SC-CA-ROW-KEY (WS-ROW-SUB).
104300     ADD 1 TO WS-ROW-SUB.
104400 6360-CLEAR-ONE-ROW-EXIT.
104500     EXIT.
104600
104700******************************************************************
104800* 6400-PAGE-FORWARD - LIST THE PAGE AFTER THE ONE ON THE SCREEN.
104900* THE BROWSE RESTARTS AT THE BOTTOM ROW'S KEY; THAT ROW ITSELF IS
105000* READ BACK FIRST AND SKIPPED.
105100******************************************************************
105200 6400-PAGE-FORWARD.
105300     IF SC-CA-ROW-COUNT = ZERO
105400         MOVE "NO ENTRIES LISTED - PRESS ENTER TO LIST" TO MSG2O
105500         PERFORM 7100-SEND-BROWSE
105600             THRU 7100-SEND-BROWSE-EXIT
105700         GO TO 6400-PAGE-FORWARD-EXIT
105800     END-IF.
105900     MOVE SC-CA-BROWSE-BOT-KEY TO WS-BROWSE-KEY.
106000     EXEC CICS STARTBR FILE('SUSPCORR')
106100          RIDFLD(WS-BROWSE-KEY)
106200          GTEQ
106300          RESP(WS-BROWSE-RESP)
106400     END-EXEC.
106500     IF WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
106600         MOVE "NO MORE ENTRIES FORWARD" TO MSG2O
106700         PERFORM 7100-SEND-BROWSE
106800             THRU 7100-SEND-BROWSE-EXIT
106900         GO TO 6400-PAGE-FORWARD-EXIT
107000     END-IF.
107100     MOVE "N" TO WS-BROWSE-DONE-SW.
107200     PERFORM 6410-READ-PAST-BOTTOM
107300         THRU 6410-READ-PAST-BOTTOM-EXIT.
107400     IF WS-BROWSE-DONE
107500         EXEC CICS ENDBR FILE('SUSPCORR')
107600         END-EXEC
107700         MOVE "NO MORE ENTRIES FORWARD" TO MSG2O
107800         PERFORM 7100-SEND-BROWSE
107900             THRU 7100-SEND-BROWSE-EXIT
108000         GO TO 6400-PAGE-FORWARD-EXIT
108100     END-IF.
108200     PERFORM 6430-FILL-FROM-CURRENT
108300         THRU 6430-FILL-FROM-CURRENT-EXIT.
108400     MOVE "S=SELECT A ROW  PF7=BACK  PF8=FORWARD" TO MSG2O.
108500     PERFORM 7100-SEND-BROWSE
108600         THRU 7100-SEND-BROWSE-EXIT.
108700 6400-PAGE-FORWARD-EXIT.
108800     EXIT.
108900
109000******************************************************************
109100* 6410-READ-PAST-BOTTOM - READ THE FIRST RECORD AT OR AFTER THE
109200* BOTTOM KEY; IF IT IS THE BOTTOM ROW ITSELF, READ ONE MORE.  THE
109300* RECORD IN HAND IS THEN THE FIRST ROW OF THE NEW PAGE.
109400******************************************************************
109500 6410-READ-PAST-BOTTOM.
109600     EXEC CICS READNEXT FILE('SUSPCORR')
109700          INTO(WS-CORR-RECORD)
109800          RIDFLD(WS-BROWSE-KEY)
109900          RESP(WS-BROWSE-RESP)
110000     END-EXEC.
110100     IF WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
110200         SET WS-BROWSE-DONE TO TRUE
110300         GO TO 6410-READ-PAST-BOTTOM-EXIT
110400     END-IF.
110500     IF CR-CORR-KEY NOT = SC-CA-BROWSE-BOT-KEY
110600         GO TO 6410-READ-PAST-BOTTOM-EXIT
110700     END-IF.
110800     EXEC CICS READNEXT FILE('SUSPCORR')
110900          INTO(WS-CORR-RECORD)
111000          RIDFLD(WS-BROWSE-KEY)
111100          RESP(WS-BROWSE-RESP)
111200     END-EXEC.
111300     IF WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
111400         SET WS-BROWSE-DONE TO TRUE
111500     END-IF.
111600 6410-READ-PAST-BOTTOM-EXIT.
111700     EXIT.
111800
111900******************************************************************
112000* 6430-FILL-FROM-CURRENT - THE RECORD IN HAND IS THE FIRST ROW OF
112100* THE PAGE; LIST IT AND UP TO NINE MORE, THEN END THE BROWSE.
112200******************************************************************
112300 6430-FILL-FROM-CURRENT.
112400     PERFORM 6350-CLEAR-ROW-TABLE
112500         THRU 6350-CLEAR-ROW-TABLE-EXIT.
112600     MOVE ZEROS TO SC-CA-ROW-COUNT.
112700     MOVE 1 TO WS-FILL-SUB.
112800     PERFORM 6340-BUILD-ROW
112900         THRU 6340-BUILD-ROW-EXIT.
113000     MOVE 2 TO WS-FILL-SUB.
113100     PERFORM 6330-FILL-ONE-ROW
113200         THRU 6330-FILL-ONE-ROW-EXIT
113300         UNTIL WS-FILL-SUB > 10
113400            OR WS-BROWSE-DONE.
113500     EXEC CICS ENDBR FILE('SUSPCORR')
113600     END-EXEC.
113700 6430-FILL-FROM-CURRENT-EXIT.
113800     EXIT.
113900
114000******************************************************************
114100* 6450-PAGE-BACKWARD - LIST THE PAGE BEFORE THE ONE ON THE
114200* SCREEN.  THE BROWSE RESTARTS AT THE TOP ROW'S KEY AND READS IT
114300* (OR ITS SUCCESSOR); THE FIRST READPREV AFTER THAT HANDS BACK
114400* THE SAME RECORD, AND THE READPREVS AFTER IT DELIVER THE
114500* PRECEDING ROWS IN REVERSE.  THEY ARE COLLECTED IN WS-BACK-TABLE
114600* AND PUT UP IN FORWARD ORDER.  AT THE TOP OF THE FILE THE LIST
114700* IS RESTARTED FROM THE TOP INSTEAD.
114800******************************************************************
114900 6450-PAGE-BACKWARD.
115000     IF SC-CA-ROW-COUNT = ZERO
115100         MOVE "NO ENTRIES LISTED - PRESS ENTER TO LIST" TO MSG2O
115200         PERFORM 7100-SEND-BROWSE
115300             THRU 7100-SEND-BROWSE-EXIT
115400         GO TO 6450-PAGE-BACKWARD-EXIT
115500     END-IF.
115600     MOVE SC-CA-BROWSE-TOP-KEY TO WS-BROWSE-KEY.
115700     EXEC CICS STARTBR FILE('SUSPCORR')
115800          RIDFLD(WS-BROWSE-KEY)
115900          GTEQ
116000          RESP(WS-BROWSE-RESP)
116100     END-EXEC.
116200     IF WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
116300         PERFORM 6458-RELIST-FROM-TOP
116400             THRU 6458-RELIST-FROM-TOP-EXIT
116500         GO TO 6450-PAGE-BACKWARD-EXIT
116600     END-IF.
116700     EXEC CICS READNEXT FILE('SUSPCORR')
116800          INTO(WS-CORR-RECORD)
116900          RIDFLD(WS-BROWSE-KEY)
117000          RESP(WS-BROWSE-RESP)
117100     END-EXEC.
117200     IF WS-BROWSE-RESP = DFHRESP(NORMAL)
117300         EXEC CICS READPREV FILE('SUSPCORR')
117400              INTO(WS-CORR-RECORD)
117500              RIDFLD(WS-BROWSE-KEY)
117600              RESP(WS-BROWSE-RESP)
117700         END-EXEC
117800     END-IF.
117900     MOVE ZERO TO WS-BACK-COUNT.
118000     MOVE "N" TO WS-BROWSE-DONE-SW.
118100     IF WS-BROWSE-RESP = DFHRESP(NORMAL)
118200         PERFORM 6460-COLLECT-ONE-BACK
118300             THRU 6460-COLLECT-ONE-BACK-EXIT
118400             UNTIL WS-BACK-COUNT NOT < 10
118500                OR WS-BROWSE-DONE
118600     END-IF.
118700     EXEC CICS ENDBR FILE('SUSPCORR')
118800     END-EXEC.
118900     IF WS-BACK-COUNT = ZERO
119000         PERFORM 6458-RELIST-FROM-TOP
119100             THRU 6458-RELIST-FROM-TOP-EXIT
119200         GO TO 6450-PAGE-BACKWARD-EXIT
119300     END-IF.
119400     PERFORM 6480-FILL-FROM-BACK-TABLE
119500         THRU 6480-FILL-FROM-BACK-TABLE-EXIT.
119600     MOVE "S=SELECT A ROW  PF7=BACK  PF8=FORWARD" TO MSG2O.
119700     PERFORM 7100-SEND-BROWSE
119800         THRU 7100-SEND-BROWSE-EXIT.
119900 6450-PAGE-BACKWARD-EXIT.
120000     EXIT.
120100
120200******************************************************************
120300* 6458-RELIST-FROM-TOP - NOTHING PRECEDES THE TOP ROW, SO LIST
120400* THE FIRST PAGE OF THE FILE.
120500******************************************************************
120600 6458-RELIST-FROM-TOP.
120700     MOVE LOW-VALUES TO WS-BROWSE-KEY.
120800     PERFORM 6300-FILL-PAGE-FORWARD
120900         THRU 6300-FILL-PAGE-FORWARD-EXIT.
121000     MOVE "ALREADY AT THE TOP OF THE FILE" TO MSG2O.
121100     PERFORM 7100-SEND-BROWSE
121200         THRU 7100-SEND-BROWSE-EXIT.
121300 6458-RELIST-FROM-TOP-EXIT.
121400     EXIT.
121500
121600******************************************************************
121700* 6460-COLLECT-ONE-BACK - READ THE PRECEDING ENTRY AND STASH IT
121800* IN WS-BACK-TABLE.
121900******************************************************************
122000 6460-COLLECT-ONE-BACK.
122100     EXEC CICS READPREV FILE('SUSPCORR')
122200          INTO(WS-CORR-RECORD)
122300          RIDFLD(WS-BROWSE-KEY)
122400          RESP(WS-BROWSE-RESP)
122500     END-EXEC.
122600     IF WS-BROWSE-RESP = DFHRESP(NORMAL)
122700         ADD 1 TO WS-BACK-COUNT
122800         PERFORM 6345-FORMAT-ROW-TEXT
122900             THRU 6345-FORMAT-ROW-TEXT-EXIT
123000         MOVE WS-ROW-TEXT TO WS-BACK-TEXT (WS-BACK-COUNT)
123100         MOVE CR-CORR-KEY TO WS-BACK-KEY (WS-BACK-COUNT)
123200     ELSE
123300         SET WS-BROWSE-DONE TO TRUE
123400     END-IF.
123500 6460-COLLECT-ONE-BACK-EXIT.
123600     EXIT.
123700
123800******************************************************************
123900* 6480-FILL-FROM-BACK-TABLE - PUT THE COLLECTED BACKWARD ROWS UP
124000* IN FORWARD ORDER (THE LAST ONE COLLECTED IS THE NEW TOP ROW).
124100******************************************************************
124200 6480-FILL-FROM-BACK-TABLE.
124300     PERFORM 6350-CLEAR-ROW-TABLE
124400         THRU 6350-CLEAR-ROW-TABLE-EXIT.
124500     MOVE ZEROS TO SC-CA-ROW-COUNT.
124600     MOVE WS-BACK-COUNT TO WS-ROW-SUB.
124700     MOVE 1 TO WS-FILL-SUB.
124800     PERFORM 6490-FILL-ONE-FROM-BACK
124900         THRU 6490-FILL-ONE-FROM-BACK-EXIT
125000         UNTIL WS-ROW-SUB < 1.
125100     MOVE WS-BACK-KEY (WS-BACK-COUNT) TO SC-CA-BROWSE-TOP-KEY.
125200     MOVE WS-BACK-KEY (1)             TO SC-CA-BROWSE-BOT-KEY.
125300 6480-FILL-FROM-BACK-TABLE-EXIT.
125400     EXIT.
125500
125600 6490-FILL-ONE-FROM-BACK.
125700     MOVE WS-BACK-TEXT (WS-ROW-SUB) TO ROWO (WS-FILL-SUB).
125800     MOVE SPACES TO MARKO (WS-FILL-SUB).
125900     MOVE WS-BACK-KEY (WS-ROW-SUB)
126000         TO SC-CA-ROW-KEY (WS-FILL-SUB).
126100     ADD 1 TO SC-CA-ROW-COUNT.
126200     ADD 1 TO WS-FILL-SUB.
126300     SUBTRACT 1 FROM WS-ROW-SUB.
126400 6490-FILL-ONE-FROM-BACK-EXIT.
126500     EXIT.
126600
126700******************************************************************
126800* 6500-SELECT-ROW - THE OPERATOR MARKED A LISTED ROW WITH "S".
126900* READ THAT ENTRY AND PUT IT UP ON THE DETAIL SCREEN, READY FOR
127000* PF5/PF10/PF11.
127100******************************************************************
127200 6500-SELECT-ROW.
127300     IF SC-CA-ROW-KEY (WS-SEL-SUB) = SPACES
127400         MOVE "THE MARKED LINE IS EMPTY" TO MSG2O
127500         PERFORM 7100-SEND-BROWSE
127600             THRU 7100-SEND-BROWSE-EXIT
127700         GO TO 6500-SELECT-ROW-EXIT
127800     END-IF.
127900     MOVE SC-CA-ROW-KEY (WS-SEL-SUB) TO WS-CORR-KEY.
128000     EXEC CICS READ FILE('SUSPCORR')
128100          INTO(WS-CORR-RECORD)
128200          RIDFLD(WS-CORR-KEY)
128300          RESP(WS-RESP)
128400     END-EXEC.
128500     IF WS-RESP NOT = DFHRESP(NORMAL)
128600         MOVE "THAT ENTRY IS GONE - LIST AGAIN" TO MSG2O
128700         PERFORM 7100-SEND-BROWSE
128800             THRU 7100-SEND-BROWSE-EXIT
128900         GO TO 6500-SELECT-ROW-EXIT
129000     END-IF.
129100     MOVE CR-SUSP-DATA TO WS-SUSP-RECORD.
129200     MOVE LOW-VALUES TO SUSC1O.
129300     PERFORM 5500-SHOW-ENTRY
129400         THRU 5500-SHOW-ENTRY-EXIT.
129500     MOVE CR-CORR-KEY TO SC-CA-CORR-KEY.
129600     SET SC-CA-ENTRY-FOUND TO TRUE.
129700     IF CR-RELEASED OR CR-VOIDED
129800         MOVE "ENTRY IS CLOSED - NO FURTHER ACTION  PF3=LIST"
129900             TO MSGO
130000     ELSE
130100         MOVE "PF5=CORRECT  PF10=RELEASE  PF11=VOID  PF3=LIST"
130200             TO MSGO
130300     END-IF.
130400     MOVE "1" TO SC-CA-SCREEN-SW.
130500     EXEC CICS SEND MAP('SUSC1')
130600          MAPSET('SUSCMAP')
130700          ERASE
130800     END-EXEC.
130900     EXEC CICS RETURN
131000          TRANSID('SUSC')
131100          COMMAREA(DFHCOMMAREA)
131200          LENGTH(LENGTH OF DFHCOMMAREA)
131300     END-EXEC.
131400 6500-SELECT-ROW-EXIT.
131500     EXIT.
131600
131700******************************************************************
131800* 6600-BROWSE-INVALID-KEY - ANY AID KEY THE LIST SCREEN DOES NOT
131900* USE REMINDS THE OPERATOR WHAT KEYS ARE VALID.
132000******************************************************************
132100 6600-BROWSE-INVALID-KEY.
132200     MOVE "ENTER=SEARCH/SELECT  PF7=BACK  PF8=FORWARD  CLEAR=EXIT"
132300         TO MSG2O.
132400     PERFORM 7100-SEND-BROWSE
132500         THRU 7100-SEND-BROWSE-EXIT.
132600 6600-BROWSE-INVALID-KEY-EXIT.
132700     EXIT.
132800
132900******************************************************************
133000* 6700-RETURN-TO-LIST - PF3 PUTS THE LIST BACK UP, STARTING AT
133100* THE TOP ROW OF THE PAGE THE ENTRY WAS SELECTED FROM, SO THE
133200* NEW STATUS SHOWS ON ITS ROW.
133300******************************************************************
133400 6700-RETURN-TO-LIST.
133500     MOVE LOW-VALUES TO SUSC2O.
133600     MOVE "2" TO SC-CA-SCREEN-SW.
133700     MOVE "N" TO SC-CA-FOUND-SW.
133800     MOVE SPACES TO SC-CA-CORR-KEY.
133900     IF SC-CA-BROWSE-TOP-KEY = SPACES
134000         MOVE LOW-VALUES TO WS-BROWSE-KEY
134100     ELSE
134200         MOVE SC-CA-BROWSE-TOP-KEY TO WS-BROWSE-KEY
134300     END-IF.
134400     PERFORM 6300-FILL-PAGE-FORWARD
134500         THRU 6300-FILL-PAGE-FORWARD-EXIT.
134600     EXEC CICS SEND MAP('SUSC2')
134700          MAPSET('SUSCMAP')
134800          ERASE
134900     END-EXEC.
135000     EXEC CICS RETURN
135100          TRANSID('SUSC')
135200          COMMAREA(DFHCOMMAREA)
135300          LENGTH(LENGTH OF DFHCOMMAREA)
135400     END-EXEC.
135500 6700-RETURN-TO-LIST-EXIT.
135600     EXIT.
135700
135800******************************************************************
135900* 7000-REDISPLAY - RE-SEND THE DETAIL MAP WITH WHATEVER MESSAGE
136000* AND DATA THE CALLING PARAGRAPH SET UP, AND WAIT FOR THE NEXT
136100* AID KEY.
136200******************************************************************
136300 7000-REDISPLAY.
136400     EXEC CICS SEND MAP('SUSC1')
136500          MAPSET('SUSCMAP')
136600          DATAONLY
136700     END-EXEC.
136800     EXEC CICS RETURN
136900          TRANSID('SUSC')
137000          COMMAREA(DFHCOMMAREA)
137100          LENGTH(LENGTH OF DFHCOMMAREA)
137200     END-EXEC.
137300 7000-REDISPLAY-EXIT.
137400     EXIT.
137500
137600******************************************************************
137700* 7050-REDISPLAY-CURSOR - AS 7000, BUT FOR A FIELD-LEVEL EDIT
137800* ERROR: THE CALLER HAS MOVED -1 TO THE LENGTH OF THE FIELD IN
137900* ERROR AND THE CURSOR IS PLACED ON IT.
138000******************************************************************
138100 7050-REDISPLAY-CURSOR.
138200     EXEC CICS SEND MAP('SUSC1')
138300          MAPSET('SUSCMAP')
138400          DATAONLY
138500          CURSOR
138600     END-EXEC.
138700     EXEC CICS RETURN
138800          TRANSID('SUSC')
138900          COMMAREA(DFHCOMMAREA)
139000          LENGTH(LENGTH OF DFHCOMMAREA)
139100     END-EXEC.
139200 7050-REDISPLAY-CURSOR-EXIT.
139300     EXIT.
139400
139500******************************************************************
139600* 7100-SEND-BROWSE - RE-SEND THE LIST MAP WITH WHATEVER ROWS AND
139700* MESSAGE THE CALLING PARAGRAPH SET UP, AND WAIT FOR THE NEXT
139800* AID KEY.
139900******************************************************************
140000 7100-SEND-BROWSE.
140100     EXEC CICS SEND MAP('SUSC2')
140200          MAPSET('SUSCMAP')
140300          DATAONLY
140400     END-EXEC.
140500     EXEC CICS RETURN
140600          TRANSID('SUSC')
140700          COMMAREA(DFHCOMMAREA)
140800          LENGTH(LENGTH OF DFHCOMMAREA)
140900     END-EXEC.
141000 7100-SEND-BROWSE-EXIT.
141100     EXIT.
141200
141300******************************************************************
141400* 8000-END-CONVERSATION - CLEAR THE SCREEN WITH A GOODBYE
141500* MESSAGE AND RETURN WITHOUT A TRANSID, ENDING THE PSEUDO-
141600* CONVERSATIONAL TRANSACTION.
141700******************************************************************
141800 8000-END-CONVERSATION.
141900     EXEC CICS SEND TEXT
142000          FROM(WS-GOODBYE-MSG)
142100          LENGTH(LENGTH OF WS-GOODBYE-MSG)
142200          ERASE
142300          FREEKB
142400     END-EXEC.
142500     EXEC CICS RETURN
142600     END-EXEC.
142700 8000-END-CONVERSATION-EXIT.
142800     EXIT.
142900
143000 9999-EXIT.
143100     EXIT PROGRAM.
