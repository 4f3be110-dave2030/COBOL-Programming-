001652*                  message line and logs a DENIED history record
001653*                  for the auditors - this closes the audit
001654*                  finding on unrestricted online delete.
001656* 10/15/26 TWK     Added the LOCALE field - the office locale the
001657*                  customer came in through, kept on the master
001658*                  for the MYWELC welcome letter.  PF4 requires
001659*                  it, a lookup or browse selection shows it, and
001660*                  PF5 applies it when one is keyed.
001663* 10/15/26 TWK     PF4 and PF5 put the street and phone into house
001666*                  style (ADDRSTD) and check the address the way
001669*                  MYPROGB does before the master is written: a
001672*                  postal code that is a US ZIP or Canadian code,
001675*                  a state/province on the STATEREF reference
001678*                  file, a postal code inside that state's prefix
001681*                  ranges, and a dialable phone.  A failure names
001684*                  the field in the message line and puts the
001687*                  cursor on it, and nothing is stored.  PF5 now
001690*                  applies an address field only when one is
001693*                  keyed, instead of storing the low-values of an
001696*                  untouched field.
001699*
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  MYMAINT.
004975 01  WS-HIST-RECORD.
004980     COPY HISTREC.
004985
004990 01  WS-BEFORE-RECORD              PIC X(153).
004991 01  WS-HIST-RESP                  PIC S9(08) COMP.
004992 01  WS-HIST-RBA                   PIC S9(08) COMP.
004993 01  WS-ABS-TIME                   PIC S9(15) COMP-3.
005018 01  WS-ADD-FIRST                  PIC X(15).
005019 01  WS-ADD-LAST                   PIC X(15).
005020
005021******************************************************************
005022* ADDRESS-EDIT FIELDS - THE ADDRESS IS PUT INTO HOUSE STYLE AND
005023* EDITED THE WAY 2500-EDIT-TRANS IN MYPROGB EDITS IT, SO AN
005024* ADDRESS THAT WOULD REJECT IN BATCH (REASONS 05 AND 11-13)
005025* CANNOT BE STORED ONLINE EITHER.  WS-STATE-RECORD IS THE
005026* STATEREF ROW FOR THE KEYED STATE/PROVINCE - STATEREF IS A KSDS
005027* FCT ENTRY OVER THE CLUSTER MYSTRM MAINTAINS.  WS-POSTAL-WORK
005028* LAYS THE POSTAL CODE OVER THE US ZIP AND CANADIAN VIEWS, AND
005029* WS-PW-PREFIX IS ITS FIRST THREE CHARACTERS.
005030******************************************************************
005031 01  WS-STATE-RECORD.
005032     COPY STATREC.
005033
005034 01  WS-STATE-RESP                 PIC S9(08) COMP.
005035
005036 01  WS-ADDRESS-STANDARD-AREA.
005037     COPY ADDRSTD.
005038
005039 01  WS-POSTAL-WORK.
005040     05  WS-PW-ZIP-VIEW.
005041         10  WS-PW-ZIP5            PIC X(05).
005042         10  WS-PW-ZIP-REST.
005043             15  WS-PW-ZIP-DASH    PIC X(01).
005044             15  WS-PW-ZIP4        PIC X(04).
005045     05  WS-PW-CAN-VIEW REDEFINES WS-PW-ZIP-VIEW.
005046         10  WS-PW-CAN-A1          PIC X(01).
005047         10  WS-PW-CAN-N1          PIC X(01).
005048         10  WS-PW-CAN-A2          PIC X(01).
005049         10  WS-PW-CAN-BLANK       PIC X(01).
005050         10  WS-PW-CAN-N2          PIC X(01).
005051         10  WS-PW-CAN-A3          PIC X(01).
005052         10  WS-PW-CAN-N3          PIC X(01).
005053         10  WS-PW-CAN-REST        PIC X(03).
005054     05  WS-PW-PREFIX-VIEW REDEFINES WS-PW-ZIP-VIEW.
005055         10  WS-PW-PREFIX          PIC X(03).
005056         10  FILLER                PIC X(07).
005057
005058 01  WS-ADDR-EDIT-SW               PIC X(01).
005059     88  WS-ADDR-OK                          VALUE "Y".
005060     88  WS-ADDR-FAILED                      VALUE "N".
005061
005062 01  WS-POSTAL-VALID-SW            PIC X(01).
005063     88  WS-POSTAL-VALID                     VALUE "Y".
005064     88  WS-POSTAL-INVALID                   VALUE "N".
005065
005066 01  WS-RANGE-FOUND-SW             PIC X(01).
005067     88  WS-RANGE-FOUND                      VALUE "Y".
005068
005069 01  WS-RANGE-SUB                  PIC S9(04) COMP.
005072******************************************************************
005076* OPERATOR-AUTHORITY FIELDS - WS-AUTH-RECORD IS THE OPERAUTH
005079* ROW FOR THE SIGNED-ON OPERATOR, FETCHED BY 2500-CHECK-
005083* AUTHORITY BEFORE AN ADD, CHANGE, OR DELETE.  AN OPERATOR NOT
005086* ON FILE (OR A ROW WITH A BAD LEVEL) IS INQUIRY-ONLY.
005090******************************************************************
005093 01  WS-AUTH-RECORD.
005097     COPY AUTHREC.
005100
005104 01  WS-AUTH-KEY                   PIC X(08).
005107 01  WS-AUTH-RESP                  PIC S9(08) COMP.
005111
005114 01  WS-OPER-LEVEL                 PIC X(01) VALUE "1".
005118     88  WS-AUTH-INQUIRY                     VALUE "1".
005121     88  WS-AUTH-CHANGE                      VALUE "2".
005125     88  WS-AUTH-FULL                        VALUE "3".
005128
005132******************************************************************
005135* BROWSE FIELDS - WS-BROWSE-KEY IS THE RIDFLD THE NAMEPATH
005139* BROWSE RUNS ON; WS-ROW-TEXT IS ONE LIST LINE BEING BUILT;
005142* WS-BACK-TABLE COLLECTS A BACKWARD PAGE (READPREV DELIVERS THE
005146* ROWS IN REVERSE) BEFORE IT IS PUT UP IN FORWARD ORDER.
005149******************************************************************
005153 01  WS-BROWSE-KEY                 PIC X(30).
005156 01  WS-BROWSE-RESP                PIC S9(08) COMP.
005160 01  WS-ROW-SUB                    PIC S9(04) COMP.
005163 01  WS-SEL-SUB                    PIC S9(04) COMP.
005167 01  WS-FILL-SUB                   PIC S9(04) COMP.
005170 01  WS-BACK-COUNT                 PIC S9(04) COMP.
005174
005177 01  WS-BROWSE-DONE-SW             PIC X(01).
005181     88  WS-BROWSE-DONE                      VALUE "Y".
005184
005188 01  WS-ROW-TEXT.
005191     05  WS-RT-CUST-NUMBER         PIC 9(07).
005195     05  FILLER                    PIC X(02) VALUE SPACES.
005198     05  WS-RT-FULL-NAME           PIC X(30).
005202     05  FILLER                    PIC X(02) VALUE SPACES.
005205     05  WS-RT-FIRST-NAME          PIC X(15).
005209     05  FILLER                    PIC X(02) VALUE SPACES.
005212     05  WS-RT-LAST-NAME           PIC X(15).
005216     05  FILLER                    PIC X(03) VALUE SPACES.
005219
005223 01  WS-BACK-TABLE.
005226     05  WS-BACK-ENTRY OCCURS 10 TIMES.
005230         10  WS-BACK-CUST-NUMBER   PIC 9(07).
005233         10  WS-BACK-NAME-KEY      PIC X(30).
005237         10  WS-BACK-TEXT          PIC X(76).
005240
005244******************************************************************
005247* PAGING ANCHOR STATE - PF8 ANCHORS ON THE BOTTOM ROW'S NAME AND
005251* CUSTOMER NUMBER TO SKIP PAST THE PART OF A DUPLICATE-NAME
005254* GROUP THE SCREEN ALREADY LISTED; PF7 ANCHORS ON THE TOP ROW'S
005258* THE SAME WAY TO SEEK THE EXACT ROW BEFORE COLLECTING BACKWARD.
005261* WS-PAGE-PRIMED SAYS THE RECORD IN HAND IS THE FIRST ROW OF THE
005265* NEW PAGE; WS-ANCHOR-FOUND SAYS THE SEEK LANDED ON THE ANCHOR
005268* ROW (OR ITS STAND-IN WHEN THE ROW IS GONE).
005272******************************************************************
005275 01  WS-ANCHOR-NAME                PIC X(30).
005279 01  WS-ANCHOR-CUST-NUMBER         PIC 9(07).
005282 01  WS-PAGE-PRIMED-SW             PIC X(01).
005286     88  WS-PAGE-PRIMED                      VALUE "Y".
005289 01  WS-ANCHOR-FOUND-SW            PIC X(01).
005293     88  WS-ANCHOR-FOUND                     VALUE "Y".
005296
005300******************************************************************
005400* DFHAID SUPPLIES THE EIBAID VALUES (DFHENTER, DFHCLEAR, DFHPF5,
005500* DFHPF6, ...) AND DFHBMSCA SUPPLIES THE MAP ATTRIBUTE-BYTE
016130         MOVE MA-STATE TO STATEO
016140         MOVE MA-POSTAL-CODE TO POSTLO
016145         MOVE MA-PHONE TO PHONEO
016147         MOVE MA-LOCALE-CODE TO LOCALEO
016150         IF WS-RESP = DFHRESP(DUPKEY)
016160             MOVE "DUPLICATE NAME - FIRST SHOWN - PF2=BROWSE"
016170                 TO MSGO
016420         MOVE SPACES TO CUSTNOO
016500         MOVE SPACES TO FNAMEO LNAMEO
016510         MOVE SPACES TO ADDRO CITYO STATEO POSTLO PHONEO
016520         MOVE SPACES TO LOCALEO
016600         MOVE "RECORD NOT FOUND" TO MSGO
016700     END-IF.
016800     EXEC CICS SEND MAP('MAINT1')
017907* CONTROL RECORD FOR UPDATE AND BUMPS IT, SO AN ONLINE ADD AND
017908* THAT NIGHT'S BATCH ADDS NEVER HAND OUT THE SAME NUMBER.  THE
017909* ADD IS LOGGED TO THE CHANGE HISTORY LIKE A CHANGE OR DELETE,
017910* WITH A SPACES BEFORE IMAGE.  THE ADDRESS IS EDITED (3700)
017911* BEFORE THE NUMBER IS DRAWN, SO A REFUSED ADD USES NONE UP.
017912******************************************************************
017913 3500-ADD-NAME.
017914     PERFORM 2500-CHECK-AUTHORITY
017915         THRU 2500-CHECK-AUTHORITY-EXIT.
017916     IF NOT WS-AUTH-CHANGE AND NOT WS-AUTH-FULL
017917         MOVE "NOT AUTHORIZED TO ADD - SEE YOUR SUPERVISOR"
017918             TO MSGO
017919         PERFORM 2600-LOG-DENIED
017920             THRU 2600-LOG-DENIED-EXIT
017921         PERFORM 7000-REDISPLAY
017922             THRU 7000-REDISPLAY-EXIT
017923         GO TO 3500-ADD-NAME-EXIT
017924     END-IF.
017925     EXEC CICS RECEIVE MAP('MAINT1')
017926          MAPSET('MAINTMAP')
017927          INTO(MAINT1I)
017928     END-EXEC.
017929     IF NAMEI = SPACES OR NAMEI = LOW-VALUES
017930         MOVE "ENTER THE FULL NAME BEFORE PF4=ADD" TO MSGO
017931         PERFORM 7000-REDISPLAY
017932             THRU 7000-REDISPLAY-EXIT
017933         GO TO 3500-ADD-NAME-EXIT
017934     END-IF.
017935     MOVE NAMEI TO WS-ADD-NAME.
017936     INSPECT WS-ADD-NAME REPLACING ALL LOW-VALUE BY SPACE.
017937     MOVE SPACES TO WS-ADD-FIRST WS-ADD-LAST.
017938     UNSTRING WS-ADD-NAME DELIMITED BY SPACE
017939         INTO WS-ADD-FIRST
017941              WS-ADD-LAST
017942     END-UNSTRING.
017943     IF WS-ADD-LAST = SPACES
017944         MOVE "FULL NAME MUST HAVE A FIRST AND LAST NAME"
017945             TO MSGO
017946         PERFORM 7000-REDISPLAY
017947             THRU 7000-REDISPLAY-EXIT
017948         GO TO 3500-ADD-NAME-EXIT
017949     END-IF.
017950     IF FNAMEI = SPACES OR FNAMEI = LOW-VALUES
017951      OR LNAMEI = SPACES OR LNAMEI = LOW-VALUES
017952         MOVE "ENTER THE FIRST AND LAST NAME BEFORE PF4=ADD"
017953             TO MSGO
017954         PERFORM 7000-REDISPLAY
017955             THRU 7000-REDISPLAY-EXIT
017956         GO TO 3500-ADD-NAME-EXIT
017957     END-IF.
017958     IF LOCALEI = SPACES OR LOCALEI = LOW-VALUES
017959         MOVE "ENTER THE OFFICE LOCALE BEFORE PF4=ADD" TO MSGO
017960         PERFORM 7000-REDISPLAY
017961             THRU 7000-REDISPLAY-EXIT
017962         GO TO 3500-ADD-NAME-EXIT
017963     END-IF.
017964     MOVE ADDRI         TO MA-STREET-ADDR.
017965     MOVE CITYI         TO MA-CITY.
017966     MOVE STATEI        TO MA-STATE.
017967     MOVE POSTLI        TO MA-POSTAL-CODE.
017968     MOVE PHONEI        TO MA-PHONE.
017969     PERFORM 3700-EDIT-ADDRESS
017970         THRU 3700-EDIT-ADDRESS-EXIT.
017972     IF WS-ADDR-FAILED
017973         PERFORM 7050-REDISPLAY-CURSOR
017974             THRU 7050-REDISPLAY-CURSOR-EXIT
017975         GO TO 3500-ADD-NAME-EXIT
017976     END-IF.
017977     PERFORM 3600-NEXT-CUST-NUMBER
017978         THRU 3600-NEXT-CUST-NUMBER-EXIT.
017979     IF WS-CTL-RESP NOT = DFHRESP(NORMAL)
017980         MOVE "CUSTOMER NUMBER CONTROL UNAVAILABLE - NOT ADDED"
017981             TO MSGO
017982         PERFORM 7000-REDISPLAY
017983             THRU 7000-REDISPLAY-EXIT
017984         GO TO 3500-ADD-NAME-EXIT
017985     END-IF.
017986     EXEC CICS ASKTIME
017987          ABSTIME(WS-ABS-TIME)
017988     END-EXEC.
017989     EXEC CICS FORMATTIME
017990          ABSTIME(WS-ABS-TIME)
017991          MMDDYYYY(WS-TODAY-DATE)
017992          DATESEP('/')
017993     END-EXEC.
017994     MOVE CN-LAST-CUST-NUMBER TO MA-CUST-NUMBER.
017995     MOVE WS-ADD-NAME   TO MA-NAME-KEY.
017996     MOVE FNAMEI        TO MA-FIRST-NAME.
017997     MOVE LNAMEI        TO MA-LAST-NAME.
017998     MOVE WS-TODAY-DATE TO MA-LAST-UPDATE-DATE.
017999     MOVE LOCALEI       TO MA-LOCALE-CODE.
018000     EXEC CICS WRITE FILE('NAMEMAST')
018002          FROM(WS-MASTER-RECORD)
018003          RIDFLD(MA-CUST-NUMBER)
018004          RESP(WS-RESP)
018005     END-EXEC.
018006     IF WS-RESP NOT = DFHRESP(NORMAL)
018007         MOVE "MASTER WRITE FAILED - NOT ADDED" TO MSGO
018008         PERFORM 7000-REDISPLAY
018009             THRU 7000-REDISPLAY-EXIT
018010         GO TO 3500-ADD-NAME-EXIT
018011     END-IF.
018012     MOVE SPACES TO WS-BEFORE-RECORD.
018013     MOVE "ADD" TO HS-ACTION.
018014     PERFORM 4500-WRITE-HISTORY
018015         THRU 4500-WRITE-HISTORY-EXIT.
018016     MOVE WS-ADD-NAME TO MC-CA-NAME-KEY.
018017     MOVE MA-CUST-NUMBER TO MC-CA-CUST-NUMBER.
018018     MOVE MA-CUST-NUMBER TO CUSTNOO.
018019     SET MC-CA-RECORD-FOUND TO TRUE.
018020     IF MSGO = SPACES OR MSGO = LOW-VALUES
018021         MOVE "CUSTOMER ADDED - PF5=CHANGE  PF6=DELETE" TO MSGO
018022     END-IF.
018023     PERFORM 7000-REDISPLAY
018024         THRU 7000-REDISPLAY-EXIT.
018025 3500-ADD-NAME-EXIT.
018026     EXIT.
018027
018028******************************************************************
018029* 3600-NEXT-CUST-NUMBER - READ THE ONE-RECORD CUSTCTL KSDS FOR
018030* UPDATE, BUMP THE LAST NUMBER HANDED OUT, AND REWRITE IT.  THE
018031* READ-FOR-UPDATE HOLDS THE RECORD, SO TWO TERMINALS ADDING AT
018033* ONCE ARE SERIALIZED AND CANNOT DRAW THE SAME NUMBER.
018034******************************************************************
018035 3600-NEXT-CUST-NUMBER.
018036     MOVE "CUSTCTL " TO WS-CTL-KEY.
018037     EXEC CICS READ FILE('CUSTCTL')
018038          INTO(WS-CONTROL-RECORD)
018039          RIDFLD(WS-CTL-KEY)
018040          UPDATE
018041          RESP(WS-CTL-RESP)
018042     END-EXEC.
018043     IF WS-CTL-RESP = DFHRESP(NORMAL)
018044         ADD 1 TO CN-LAST-CUST-NUMBER
018045         EXEC CICS REWRITE FILE('CUSTCTL')
018046              FROM(WS-CONTROL-RECORD)
018047              RESP(WS-CTL-RESP)
018048         END-EXEC
018049     END-IF.
018050 3600-NEXT-CUST-NUMBER-EXIT.
018051     EXIT.
018052
018053******************************************************************
018054* 3700-EDIT-ADDRESS - PUT THE ADDRESS THE CALLER HAS MOVED TO THE
018055* MA- FIELDS INTO HOUSE STYLE AND EDIT IT THE WAY 2500-EDIT-TRANS
018056* IN MYPROGB WILL: A POSTAL CODE THAT IS BLANK OR A US ZIP OR
018057* CANADIAN CODE, A STATE/PROVINCE THAT IS BLANK OR ON STATEREF, A
018058* POSTAL CODE IN ONE OF THAT STATE'S PREFIX RANGES, AND A PHONE
018059* THAT IS BLANK OR DIALABLE.  THE STANDARDIZED FIELDS ARE PUT
018060* BACK ON THE SCREEN.  THE FIRST FAILURE SETS WS-ADDR-FAILED AND
018061* THE MESSAGE AND MARKS THE FIELD IN ERROR FOR THE CURSOR.
018062******************************************************************
018064 3700-EDIT-ADDRESS.
018065     SET WS-ADDR-OK TO TRUE.
018066     INSPECT MA-STREET-ADDR REPLACING ALL LOW-VALUE BY SPACE.
018067     INSPECT MA-CITY        REPLACING ALL LOW-VALUE BY SPACE.
018068     INSPECT MA-STATE       REPLACING ALL LOW-VALUE BY SPACE.
018069     INSPECT MA-POSTAL-CODE REPLACING ALL LOW-VALUE BY SPACE.
018070     INSPECT MA-PHONE       REPLACING ALL LOW-VALUE BY SPACE.
018071     INSPECT MA-STATE
018072         CONVERTING AS-LOWER-CASE TO AS-UPPER-CASE.
018073     INSPECT MA-POSTAL-CODE
018074         CONVERTING AS-LOWER-CASE TO AS-UPPER-CASE.
018075     MOVE MA-STREET-ADDR TO AS-STREET-IN.
018076     PERFORM 3720-STANDARDIZE-STREET
018077         THRU 3720-STANDARDIZE-STREET-EXIT.
018078     MOVE AS-STREET-OUT TO MA-STREET-ADDR.
018079     MOVE MA-PHONE TO AS-PHONE-IN.
018080     PERFORM 3730-STANDARDIZE-PHONE
018081         THRU 3730-STANDARDIZE-PHONE-EXIT.
018082     MOVE AS-PHONE-OUT TO MA-PHONE.
018083     MOVE MA-STREET-ADDR TO ADDRO.
018084     MOVE MA-CITY        TO CITYO.
018085     MOVE MA-STATE       TO STATEO.
018086     MOVE MA-POSTAL-CODE TO POSTLO.
018087     MOVE MA-PHONE       TO PHONEO.
018088     PERFORM 3710-EDIT-POSTAL-CODE
018089         THRU 3710-EDIT-POSTAL-CODE-EXIT.
018090     IF WS-POSTAL-INVALID
018091         SET WS-ADDR-FAILED TO TRUE
018092         MOVE "POSTAL CODE NOT A VALID US ZIP OR CANADIAN CODE"
018094             TO MSGO
018095         MOVE -1 TO POSTLL
018096         GO TO 3700-EDIT-ADDRESS-EXIT
018097     END-IF.
018098     IF MA-STATE NOT = SPACES
018099         MOVE MA-STATE TO SP-STATE-CODE
018100         EXEC CICS READ FILE('STATEREF')
018101              INTO(WS-STATE-RECORD)
018102              RIDFLD(SP-STATE-CODE)
018103              RESP(WS-STATE-RESP)
018104         END-EXEC
018105         IF WS-STATE-RESP = DFHRESP(NOTFND)
018106             SET WS-ADDR-FAILED TO TRUE
018107             MOVE "STATE/PROVINCE NOT ON THE REFERENCE FILE"
018108                 TO MSGO
018109             MOVE -1 TO STATEL
018110             GO TO 3700-EDIT-ADDRESS-EXIT
018111         END-IF
018112         IF WS-STATE-RESP NOT = DFHRESP(NORMAL)
018113             SET WS-ADDR-FAILED TO TRUE
018114             MOVE "STATE/PROVINCE FILE UNAVAILABLE - NOT SAVED"
018115                 TO MSGO
018116             MOVE -1 TO STATEL
018117             GO TO 3700-EDIT-ADDRESS-EXIT
018118         END-IF
018119         IF MA-POSTAL-CODE NOT = SPACES
018120             PERFORM 3715-EDIT-STATE-POSTAL
018121                 THRU 3715-EDIT-STATE-POSTAL-EXIT
018122         END-IF
018123     END-IF.
018125     IF WS-ADDR-FAILED
018126         MOVE "POSTAL CODE DOES NOT BELONG TO THAT STATE/PROVINCE"
018127             TO MSGO
018128         MOVE -1 TO POSTLL
018129         GO TO 3700-EDIT-ADDRESS-EXIT
018130     END-IF.
018131     IF AS-PHONE-INVALID
018132         SET WS-ADDR-FAILED TO TRUE
018133         MOVE "PHONE MUST BE 10 DIGITS, AREA CODE FIRST" TO MSGO
018134         MOVE -1 TO PHONEL
018135     END-IF.
018136 3700-EDIT-ADDRESS-EXIT.
018137     EXIT.
018138
018139******************************************************************
018140* 3710-EDIT-POSTAL-CODE - THE SAME TEST AS 2550-EDIT-POSTAL-CODE
018141* IN MYPROGB: BLANK, A US ZIP (FIVE DIGITS, OPTIONALLY "-" AND
018142* FOUR MORE), OR A CANADIAN CODE (A9A 9A9).
018143******************************************************************
018144 3710-EDIT-POSTAL-CODE.
018145     SET WS-POSTAL-VALID TO TRUE.
018146     IF MA-POSTAL-CODE = SPACES
018147         GO TO 3710-EDIT-POSTAL-CODE-EXIT
018148     END-IF.
018149     MOVE MA-POSTAL-CODE TO WS-POSTAL-WORK.
018150     IF WS-PW-ZIP5 NUMERIC
018151         IF WS-PW-ZIP-REST = SPACES
018152             GO TO 3710-EDIT-POSTAL-CODE-EXIT
018153         END-IF
018155         IF WS-PW-ZIP-DASH = "-"
018156          AND WS-PW-ZIP4 NUMERIC
018157             GO TO 3710-EDIT-POSTAL-CODE-EXIT
018158         END-IF
018159         SET WS-POSTAL-INVALID TO TRUE
018160         GO TO 3710-EDIT-POSTAL-CODE-EXIT
018161     END-IF.
018162     IF WS-PW-CAN-A1 ALPHABETIC AND WS-PW-CAN-A1 NOT = SPACE
018163      AND WS-PW-CAN-N1 NUMERIC
018164      AND WS-PW-CAN-A2 ALPHABETIC AND WS-PW-CAN-A2 NOT = SPACE
018165      AND WS-PW-CAN-BLANK = SPACE
018166      AND WS-PW-CAN-N2 NUMERIC
018167      AND WS-PW-CAN-A3 ALPHABETIC AND WS-PW-CAN-A3 NOT = SPACE
018168      AND WS-PW-CAN-N3 NUMERIC
018169      AND WS-PW-CAN-REST = SPACES
018170         GO TO 3710-EDIT-POSTAL-CODE-EXIT
018171     END-IF.
018172     SET WS-POSTAL-INVALID TO TRUE.
018173 3710-EDIT-POSTAL-CODE-EXIT.
018174     EXIT.
018175
018176******************************************************************
018177* 3715-EDIT-STATE-POSTAL - THE POSTAL CODE IN WS-POSTAL-WORK MUST
018178* BE OF THE STATEREF ROW'S COUNTRY AND ITS PREFIX MUST FALL IN
018179* ONE OF THE ROW'S RANGES, OR WS-ADDR-FAILED IS SET.
018180******************************************************************
018181 3715-EDIT-STATE-POSTAL.
018182     IF WS-PW-ZIP5 NUMERIC
018183         IF NOT SP-COUNTRY-US
018184             SET WS-ADDR-FAILED TO TRUE
018186             GO TO 3715-EDIT-STATE-POSTAL-EXIT
018187         END-IF
018188     ELSE
018189         IF NOT SP-COUNTRY-CA
018190             SET WS-ADDR-FAILED TO TRUE
018191             GO TO 3715-EDIT-STATE-POSTAL-EXIT
018192         END-IF
018193     END-IF.
018194     MOVE "N" TO WS-RANGE-FOUND-SW.
018195     PERFORM 3716-CHECK-ONE-RANGE
018196         THRU 3716-CHECK-ONE-RANGE-EXIT
018197         VARYING WS-RANGE-SUB FROM 1 BY 1
018198         UNTIL WS-RANGE-SUB > SP-RANGE-COUNT
018199            OR WS-RANGE-FOUND.
018200     IF NOT WS-RANGE-FOUND
018201         SET WS-ADDR-FAILED TO TRUE
018202     END-IF.
018203 3715-EDIT-STATE-POSTAL-EXIT.
018204     EXIT.
018205
018206 3716-CHECK-ONE-RANGE.
018207     IF WS-PW-PREFIX NOT < SP-RANGE-LOW (WS-RANGE-SUB)
018208      AND WS-PW-PREFIX NOT > SP-RANGE-HIGH (WS-RANGE-SUB)
018209         SET WS-RANGE-FOUND TO TRUE
018210     END-IF.
018211 3716-CHECK-ONE-RANGE-EXIT.
018212     EXIT.
018213
018214******************************************************************
018215* 3720-STANDARDIZE-STREET - PUT AS-STREET-IN INTO THE HOUSE STYLE
018217* DESCRIBED IN ADDRSTD AND RETURN IT IN AS-STREET-OUT.  THE WORDS
018218* ARE SPLIT OUT AND CLOSED UP, THE UNIT WORD IS FOUND FIRST SO
018219* THE SUFFIX AND DIRECTIONAL RULES LOOK ONLY AT THE STREET PART,
018220* AND THE WORDS ARE PUT BACK TOGETHER ONE SPACE APART.  A BLANK
018221* OR OVERLONG STREET COMES BACK AS KEYED.
018222******************************************************************
018223 3720-STANDARDIZE-STREET.
018224     MOVE AS-STREET-IN TO AS-STREET-OUT.
018225     IF AS-STREET-IN = SPACES
018226         GO TO 3720-STANDARDIZE-STREET-EXIT
018227     END-IF.
018228     INSPECT AS-STREET-IN
018229         CONVERTING AS-LOWER-CASE TO AS-UPPER-CASE.
018230     INSPECT AS-STREET-IN REPLACING ALL "." BY SPACE
018231                                    ALL "," BY SPACE.
018232     MOVE SPACES TO AS-WORD-LIST.
018233     MOVE "N" TO AS-STREET-OVERFLOW-SW.
018234     UNSTRING AS-STREET-IN DELIMITED BY ALL SPACE
018235         INTO AS-WORD (1)  AS-WORD (2)  AS-WORD (3)  AS-WORD (4)
018236              AS-WORD (5)  AS-WORD (6)  AS-WORD (7)  AS-WORD (8)
018237              AS-WORD (9)  AS-WORD (10) AS-WORD (11) AS-WORD (12)
018238              AS-WORD (13) AS-WORD (14) AS-WORD (15)
018239         ON OVERFLOW
018240             SET AS-STREET-OVERFLOW TO TRUE
018241     END-UNSTRING.
018242     IF AS-STREET-OVERFLOW
018243         GO TO 3720-STANDARDIZE-STREET-EXIT
018244     END-IF.
018245     MOVE ZERO TO AS-WORD-COUNT.
018247     PERFORM 3721-COMPACT-ONE-WORD
018248         THRU 3721-COMPACT-ONE-WORD-EXIT
018249         VARYING AS-WORD-SUB FROM 1 BY 1
018250         UNTIL AS-WORD-SUB > 15.
018251     MOVE AS-WORD-COUNT TO AS-STREET-END.
018252     MOVE "N" TO AS-UNIT-FOUND-SW.
018253     PERFORM 3722-FIND-UNIT
018254         THRU 3722-FIND-UNIT-EXIT
018255         VARYING AS-WORD-SUB FROM 2 BY 1
018256         UNTIL AS-WORD-SUB > AS-WORD-COUNT
018257            OR AS-UNIT-FOUND.
018258     MOVE AS-STREET-END TO AS-SUFFIX-POS.
018259     IF AS-STREET-END NOT < 3
018260         MOVE AS-WORD (AS-STREET-END) TO AS-LOOKUP-WORD
018261         PERFORM 3726-LOOKUP-WORD
018262             THRU 3726-LOOKUP-WORD-EXIT
018263         IF AS-WORD-FOUND AND AS-DIRECTIONAL (AS-IDX)
018264             MOVE AS-SHORT-WORD (AS-IDX)
018265                 TO AS-WORD (AS-STREET-END)
018266             SUBTRACT 1 FROM AS-SUFFIX-POS
018267         END-IF
018268     END-IF.
018269     MOVE AS-SUFFIX-POS TO AS-NAME-END.
018270     IF AS-SUFFIX-POS NOT < 2
018271         MOVE AS-WORD (AS-SUFFIX-POS) TO AS-LOOKUP-WORD
018272         PERFORM 3726-LOOKUP-WORD
018273             THRU 3726-LOOKUP-WORD-EXIT
018274         IF AS-WORD-FOUND AND AS-SUFFIX (AS-IDX)
018275             MOVE AS-SHORT-WORD (AS-IDX)
018276                 TO AS-WORD (AS-SUFFIX-POS)
018278             SUBTRACT 1 FROM AS-NAME-END
018279         END-IF
018280     END-IF.
018281     IF AS-NAME-END > 2
018282         MOVE AS-WORD (2) TO AS-LOOKUP-WORD
018283         PERFORM 3726-LOOKUP-WORD
018284             THRU 3726-LOOKUP-WORD-EXIT
018285         IF AS-WORD-FOUND AND AS-DIRECTIONAL (AS-IDX)
018286             MOVE AS-SHORT-WORD (AS-IDX) TO AS-WORD (2)
018287         END-IF
018288     END-IF.
018289     MOVE SPACES TO AS-STREET-OUT.
018290     MOVE 1 TO AS-OUT-PTR.
018291     PERFORM 3724-APPEND-WORD
018292         THRU 3724-APPEND-WORD-EXIT
018293         VARYING AS-WORD-SUB FROM 1 BY 1
018294         UNTIL AS-WORD-SUB > AS-WORD-COUNT.
018295 3720-STANDARDIZE-STREET-EXIT.
018296     EXIT.
018297
018298 3721-COMPACT-ONE-WORD.
018299     IF AS-WORD (AS-WORD-SUB) = SPACES
018300         GO TO 3721-COMPACT-ONE-WORD-EXIT
018301     END-IF.
018302     ADD 1 TO AS-WORD-COUNT.
018303     IF AS-WORD-COUNT < AS-WORD-SUB
018304         MOVE AS-WORD (AS-WORD-SUB) TO AS-WORD (AS-WORD-COUNT)
018305         MOVE SPACES TO AS-WORD (AS-WORD-SUB)
018306     END-IF.
018307 3721-COMPACT-ONE-WORD-EXIT.
018309     EXIT.
018310
018311 3722-FIND-UNIT.
018312     MOVE AS-WORD (AS-WORD-SUB) TO AS-LOOKUP-WORD.
018313     PERFORM 3726-LOOKUP-WORD
018314         THRU 3726-LOOKUP-WORD-EXIT.
018315     IF AS-WORD-FOUND AND AS-UNIT (AS-IDX)
018316         SET AS-UNIT-FOUND TO TRUE
018317         MOVE AS-SHORT-WORD (AS-IDX) TO AS-WORD (AS-WORD-SUB)
018318         COMPUTE AS-STREET-END = AS-WORD-SUB - 1
018319     END-IF.
018320 3722-FIND-UNIT-EXIT.
018321     EXIT.
018322
018323 3724-APPEND-WORD.
018324     IF AS-WORD-SUB > 1
018325         STRING " " DELIMITED BY SIZE
018326             INTO AS-STREET-OUT WITH POINTER AS-OUT-PTR
018327     END-IF.
018328     STRING AS-WORD (AS-WORD-SUB) DELIMITED BY SPACE
018329         INTO AS-STREET-OUT WITH POINTER AS-OUT-PTR.
018330 3724-APPEND-WORD-EXIT.
018331     EXIT.
018332
018333 3726-LOOKUP-WORD.
018334     SET AS-WORD-MISSING TO TRUE.
018335     SET AS-IDX TO 1.
018336     SEARCH AS-WORD-ENTRY
018337         AT END
018339             CONTINUE
018340         WHEN AS-LONG-WORD (AS-IDX) = AS-LOOKUP-WORD
018341             SET AS-WORD-FOUND TO TRUE
018342     END-SEARCH.
018343 3726-LOOKUP-WORD-EXIT.
018344     EXIT.
018345
018346******************************************************************
018347* 3730-STANDARDIZE-PHONE - TAKE THE DIGITS OUT OF AS-PHONE-IN
018348* AND, IF THEY MAKE A DIALABLE NUMBER (SEE ADDRSTD), RETURN IT
018349* AS 999-999-9999 IN AS-PHONE-OUT WITH AS-PHONE-VALID SET.  A
018350* BLANK PHONE MEANS NONE WAS SUPPLIED AND PASSES.  ANYTHING ELSE
018351* SETS AS-PHONE-INVALID AND COMES BACK AS KEYED.
018352******************************************************************
018353 3730-STANDARDIZE-PHONE.
018354     MOVE AS-PHONE-IN TO AS-PHONE-OUT.
018355     SET AS-PHONE-VALID TO TRUE.
018356     IF AS-PHONE-IN = SPACES
018357         GO TO 3730-STANDARDIZE-PHONE-EXIT
018358     END-IF.
018359     MOVE SPACES TO AS-PHONE-DIGITS.
018360     MOVE ZERO TO AS-DIGIT-COUNT.
018361     PERFORM 3732-TAKE-ONE-DIGIT
018362         THRU 3732-TAKE-ONE-DIGIT-EXIT
018363         VARYING AS-CHAR-SUB FROM 1 BY 1
018364         UNTIL AS-CHAR-SUB > 12.
018365     EVALUATE TRUE
018366         WHEN AS-DIGIT-COUNT = 10
018367             MOVE AS-PD-TEN TO AS-PHONE-TEN
018368         WHEN AS-DIGIT-COUNT = 11
018370          AND AS-PHONE-DIGIT (1) = "1"
018371             MOVE AS-PD-AFTER-ONE TO AS-PHONE-TEN
018372         WHEN OTHER
018373             SET AS-PHONE-INVALID TO TRUE
018374             GO TO 3730-STANDARDIZE-PHONE-EXIT
018375     END-EVALUATE.
018376     IF AS-PT-AREA-1 = "0" OR "1"
018377      OR AS-PT-EXCH-1 = "0" OR "1"
018378         SET AS-PHONE-INVALID TO TRUE
018379         GO TO 3730-STANDARDIZE-PHONE-EXIT
018380     END-IF.
018381     MOVE SPACES TO AS-PHONE-OUT.
018382     STRING AS-PT-AREA "-" AS-PT-EXCHANGE "-" AS-PT-LINE
018383         DELIMITED BY SIZE INTO AS-PHONE-OUT.
018384 3730-STANDARDIZE-PHONE-EXIT.
018385     EXIT.
018386
018387 3732-TAKE-ONE-DIGIT.
018388     IF AS-PHONE-CHAR (AS-CHAR-SUB) NUMERIC
018389         ADD 1 TO AS-DIGIT-COUNT
018390         MOVE AS-PHONE-CHAR (AS-CHAR-SUB)
018391             TO AS-PHONE-DIGIT (AS-DIGIT-COUNT)
018392     END-IF.
018393 3732-TAKE-ONE-DIGIT-EXIT.
018394     EXIT.
018395
018396******************************************************************
018397* 4000-CHANGE-NAME - REWRITE THE LOOKED-UP RECORD WITH WHATEVER
018398* FIRST/LAST NAME THE OPERATOR TYPED OVER THE DISPLAYED VALUES.
018400* A CHANGE IS ONLY ALLOWED RIGHT AFTER A SUCCESSFUL LOOKUP.
018425* AN ADDRESS FIELD IS APPLIED ONLY WHEN THE OPERATOR KEYED IT (AN
018450* UNTOUCHED FIELD COMES BACK AS LOW-VALUES), AND THE RESULTING
018475* ADDRESS MUST PASS 3700 OR THE UPDATE IS RELEASED UNCHANGED.
018500******************************************************************
018600 4000-CHANGE-NAME.
018610     PERFORM 2500-CHECK-AUTHORITY
020150             MOVE WS-MASTER-RECORD TO WS-BEFORE-RECORD
020200             MOVE FNAMEI TO MA-FIRST-NAME
020300             MOVE LNAMEI TO MA-LAST-NAME
020360             IF LOCALEI NOT = SPACES
020370              AND LOCALEI NOT = LOW-VALUES
020380                 MOVE LOCALEI TO MA-LOCALE-CODE
020390             END-IF
020391             IF ADDRI NOT = LOW-VALUES
020392                 MOVE ADDRI  TO MA-STREET-ADDR
020393             END-IF
020394             IF CITYI NOT = LOW-VALUES
020395                 MOVE CITYI  TO MA-CITY
020396             END-IF
020397             IF STATEI NOT = LOW-VALUES
020398                 MOVE STATEI TO MA-STATE
020399             END-IF
020400             IF POSTLI NOT = LOW-VALUES
020401                 MOVE POSTLI TO MA-POSTAL-CODE
020402             END-IF
020403             IF PHONEI NOT = LOW-VALUES
020404                 MOVE PHONEI TO MA-PHONE
020405             END-IF
020406             PERFORM 3700-EDIT-ADDRESS
020407                 THRU 3700-EDIT-ADDRESS-EXIT
020408             IF WS-ADDR-FAILED
020409                 EXEC CICS UNLOCK FILE('NAMEMAST')
020410                 END-EXEC
020411                 PERFORM 7050-REDISPLAY-CURSOR
020412                     THRU 7050-REDISPLAY-CURSOR-EXIT
020413                 GO TO 4000-CHANGE-NAME-EXIT
020414             END-IF
020457             EXEC CICS REWRITE FILE('NAMEMAST')
020500                  FROM(WS-MASTER-RECORD)
020600             END-EXEC
020700             MOVE "RECORD CHANGED" TO MSGO
021606* NAMEHIST ESDS FOR THE CHANGE OR DELETE JUST APPLIED.  THE
021608* CALLER SETS HS-ACTION AND LEAVES THE BEFORE IMAGE IN
021610* WS-BEFORE-RECORD; THE AFTER IMAGE OF A DELETE OR A DENIED
021611* ATTEMPT IS SPACES.  A
021612* FAILED HISTORY WRITE IS REPORTED TO THE OPERATOR - THE RECORD
021614* UPDATE ITSELF HAS ALREADY GONE THROUGH.
021616******************************************************************
023170                 THRU 4500-WRITE-HISTORY-EXIT
023200             MOVE SPACES TO CUSTNOO FNAMEO LNAMEO
023210             MOVE SPACES TO ADDRO CITYO STATEO POSTLO PHONEO
023220             MOVE SPACES TO LOCALEO
023250             MOVE ZEROS TO MC-CA-CUST-NUMBER
023300             MOVE "N" TO MC-CA-FOUND-SW
023400         ELSE
026066     MOVE MA-STATE       TO STATEO.
026067     MOVE MA-POSTAL-CODE TO POSTLO.
026068     MOVE MA-PHONE       TO PHONEO.
026069     MOVE MA-LOCALE-CODE TO LOCALEO.
026070     SET MC-CA-RECORD-FOUND TO TRUE.
026071     MOVE "RECORD FOUND - PF5=CHANGE  PF6=DELETE" TO MSGO.
026072     MOVE "1" TO MC-CA-SCREEN-SW.
026073     EXEC CICS SEND MAP('MAINT1')
026074          MAPSET('MAINTMAP')
026076          ERASE
026078     END-EXEC.
026340     END-EXEC.
026350 7000-REDISPLAY-EXIT.
026360     EXIT.
026361
026362******************************************************************
026363* 7050-REDISPLAY-CURSOR - AS 7000, BUT FOR A FIELD-LEVEL EDIT
026364* ERROR: THE CALLER HAS MOVED -1 TO THE LENGTH OF THE FIELD IN
026365* ERROR AND THE CURSOR IS PLACED ON IT.
026366******************************************************************
026367 7050-REDISPLAY-CURSOR.
026368     EXEC CICS SEND MAP('MAINT1')
026369          MAPSET('MAINTMAP')
026370          DATAONLY
026371          CURSOR
026372     END-EXEC.
026373     EXEC CICS RETURN
026374          TRANSID('MANT')
026375          COMMAREA(DFHCOMMAREA)
026376          LENGTH(LENGTH OF DFHCOMMAREA)
026377     END-EXEC.
026378 7050-REDISPLAY-CURSOR-EXIT.
026379     EXIT.
026382
026386******************************************************************
026390* 7100-SEND-BROWSE - RE-SEND THE BROWSE MAP WITH WHATEVER ROWS
026400* AND MESSAGE THE CALLING PARAGRAPH SET UP, AND WAIT FOR THE
026410* NEXT AID KEY.
