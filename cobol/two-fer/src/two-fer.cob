004260*                  IT AND PUTS A FREE-ITEM VOUCHER LINE ON THE
004270*                  GREETING REPORT.  TWOFSTMT PRINTS THE MONTHLY
004280*                  EARN/BURN STATEMENTS
004281* 10/15/2026 TH    NEAR-MATCH CHECK AFTER THE EXACT HISTORY CHECK:
004282*                  A NAME SCORING CLOSE TO ONE OF THE DAY'S
004283*                  REDEMPTIONS ON EDIT DISTANCE AND SOUNDEX IS
004284*                  HELD AS A SUSPECTED DUPLICATE ("S" ON
004285*                  TWOFERAU), NEITHER REDEEMED NOR REJECTED, AND
004286*                  LISTED WITH ITS MATCH, SCORE AND TILLS ON THE
004287*                  TWOFSUSP REPORT FOR THE STORE MANAGER
004288* 10/15/2026 TH    FREE-ITEM STOCK: EVERY REDEMPTION AND EVERY
004289*                  POINTS REWARD VOUCHER HONOURED TAKES ONE OF THE
004290*                  ORDER'S ITEM OFF THE TWOFSTK STOCK MASTER; A
004291*                  REDEMPTION WITH NONE LEFT IS REJECTED AS "FREE
004292*                  ITEM OUT OF STOCK", A REWARD WITH NONE LEFT IS
004293*                  HELD, AND TWOFSTKR LISTS STOCK AGAINST REORDER
004294*                  LEVEL
004295* 10/15/2026 TH    MONTH-END CLOSE: POINTS ARE ONLY POSTED INTO
004296*                  AN OPEN PERIOD; WHEN PERIODCK FINDS TODAY'S
004297*                  PERIOD CLOSED AND REFUSING LATE POSTINGS THE
004298*                  EARNINGS ARE HELD AND A WARNING IS AUDITED
004299*-----------------------------------------------------------------
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. TWO-FER.
004500 AUTHOR.        T. HARLOW.
007780         ACCESS MODE IS DYNAMIC
007790         RECORD KEY IS VCH-SERIAL
007800         FILE STATUS IS WS-VCH-STATUS.

007805     SELECT SUSPECT-RPT ASSIGN TO "TWOFSUSP"
007810         ORGANIZATION IS LINE SEQUENTIAL
007815         FILE STATUS IS WS-SUSP-STATUS.

007817     SELECT STOCK-MASTER-FILE ASSIGN TO "TWOFSTK"
007819         ORGANIZATION IS INDEXED
007821         ACCESS MODE IS DYNAMIC
007823         RECORD KEY IS STK-ITEM-DESC
007825         FILE STATUS IS WS-STK-STATUS.

007827     SELECT STOCK-RPT ASSIGN TO "TWOFSTKR"
007829         ORGANIZATION IS LINE SEQUENTIAL
007831         FILE STATUS IS WS-STKR-STATUS.
007850
007900 DATA DIVISION.
008000 FILE SECTION.
012610     05  VCH-STATUS              PIC X(01).
012620         88  VCH-IS-ISSUED       VALUE "I".
012630         88  VCH-IS-USED         VALUE "U".

012632 FD  SUSPECT-RPT
012634     RECORD CONTAINS 80 CHARACTERS.
012636 01  SUSP-LINE                   PIC X(80).

012638*-----------------------------------------------------------------
012640* ONE STOCK RECORD PER FREE ITEM, KEYED BY THE ITEM TEXT THE
012642* ORDERS AND THE CAMPAIGN MASTER CARRY: ON HAND, THE LEVEL AT OR
012644* BELOW WHICH IT IS REORDERED, AND THE RUNNING COUNT GIVEN AWAY.
012646*-----------------------------------------------------------------
012648 FD  STOCK-MASTER-FILE.
012650 01  STK-RECORD.
012652     05  STK-ITEM-DESC           PIC X(20).
012654     05  STK-ON-HAND             PIC 9(05).
012656     05  STK-REORDER-LEVEL       PIC 9(05).
012658     05  STK-ISSUED              PIC 9(06).

012660 FD  STOCK-RPT
012662     RECORD CONTAINS 80 CHARACTERS.
012664 01  STKR-LINE                   PIC X(80).
012666
012676 WORKING-STORAGE SECTION.
012700*-----------------------------------------------------------------
012800* A SINGLE NAME, KEPT FOR BACKWARD COMPATIBILITY WITH CALLERS
020200* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
020300*-----------------------------------------------------------------
020400 COPY tscom.

020410*-----------------------------------------------------------------
020420* SHARED PERIOD-CHECK CALL INTERFACE (COPY PRDCOM).
020430*-----------------------------------------------------------------
020440 COPY prdcom.
020500
020600 01  idx                        PIC 9(01) COMP.
020700 01  cdx                        PIC 99     COMP.
022200     05  FILLER                 PIC X(02) VALUE "T9".
022300     05  GT-COUNT               PIC 9(07).

022301*-----------------------------------------------------------------
022302* NEAR-MATCH CHECK.  THE DAY'S REDEMPTIONS BY NAME AND TILL, THE
022303* NAMES UNDER COMPARISON UPPER-CASED, THE EDIT-DISTANCE GRID, AND
022304* THE SOUNDEX WORK AREAS.  A PAIR SCORING AT OR ABOVE THE
022305* THRESHOLD (OUT OF 100) IS A SUSPECTED DUPLICATE.
022306*-----------------------------------------------------------------
022307 01  WS-DAY-RDM-COUNT           PIC 9(04) VALUE ZERO.
022308 01  WS-DAY-RDM-TABLE.
022309     05  WS-DAY-RDM-ENTRY OCCURS 500 TIMES.
022310         10  DR-NAME            PIC X(18).
022311         10  DR-TILL            PIC X(05).
022312 01  drx                        PIC 9(04) COMP.
022313 01  WS-SUSPECT-SW              PIC X(01) VALUE "N".
022314     88  NAME-IS-SUSPECT        VALUE "Y".
022315     88  NAME-NOT-SUSPECT       VALUE "N".
022316 01  WS-NEAR-THRESHOLD          PIC 9(03) VALUE 80.
022317 01  WS-PHONETIC-BONUS          PIC 9(03) VALUE 20.
022318 01  WS-NEAR-SCORE              PIC 9(03).
022319 01  WS-NEAR-BEST-SCORE         PIC 9(03).
022320 01  WS-NEAR-BEST-IDX           PIC 9(04).
022321 01  WS-CMP-A                   PIC X(18).
022322 01  WS-CMP-B                   PIC X(18).
022323 01  WS-LEN-A                   PIC 99.
022324 01  WS-LEN-B                   PIC 99.
022325 01  WS-LEN-MAX                 PIC 99.
022326 01  WS-LEV-TABLE.
022327     05  WS-LEV-ROW OCCURS 19 TIMES.
022328         10  WS-LEV-CELL        PIC 99 COMP OCCURS 19 TIMES.
022329 01  lvi                        PIC 99 COMP.
022330 01  lvj                        PIC 99 COMP.
022331 01  WS-LEV-BEST                PIC 99.
022332 01  WS-LEV-DISTANCE            PIC 99.
022333 01  WS-NAME-WORK               PIC X(18).
022334 01  WS-WORD-START              PIC 99.
022335 01  sdx                        PIC 99 COMP.
022336 01  WS-SDX-WORD                PIC X(18).
022337 01  WS-SDX-DIGITS              PIC X(18).
022338 01  WS-SDX-CODE                PIC X(04).
022339 01  WS-SDX-PREV                PIC X(01).
022340 01  WS-SDX-POS                 PIC 9.
022341 01  WS-PHON-KEY                PIC X(05).
022342 01  WS-PHON-KEY-A              PIC X(05).
022343 01  WS-AUD-MATCH-NAME          PIC X(18) VALUE SPACES.
022344 01  WS-AUD-MATCH-TILL          PIC X(05) VALUE SPACES.
022345 01  WS-AUD-MATCH-SCORE         PIC 9(03) VALUE ZERO.
022346 01  WS-SUSP-STATUS             PIC XX.
022347 01  WS-SUSP-COUNT              PIC 9(04).
022348 01  WS-SUSP-HDG.
022349     05  FILLER                 PIC X(40) VALUE
022350         "TWO-FER SUSPECTED DUPLICATE REDEMPTIONS ".
022351     05  SH-DATE                PIC 9(08).
022352 01  WS-SUSP-COL-HDG.
022353     05  FILLER                 PIC X(40) VALUE
022354         "NAME PRESENTED      TILL   MATCHED NAME".
022355     05  FILLER                 PIC X(40) VALUE
022356         "        TILL   SCORE".
022357 01  WS-SUSP-DETAIL.
022358     05  SD-NAME                PIC X(18).
022359     05  FILLER                 PIC X(02) VALUE SPACES.
022360     05  SD-TILL                PIC X(05).
022361     05  FILLER                 PIC X(02) VALUE SPACES.
022362     05  SD-MATCH-NAME          PIC X(18).
022363     05  FILLER                 PIC X(02) VALUE SPACES.
022364     05  SD-MATCH-TILL          PIC X(05).
022365     05  FILLER                 PIC X(03) VALUE SPACES.
022366     05  SD-SCORE               PIC ZZ9.

022367*-----------------------------------------------------------------
022368* FREE-ITEM STOCK.  AN ITEM NOT ON TWOFSTK, THE PLAIN TWO-FER WITH
022369* NO ITEM, OR A RUN WITH NO STOCK MASTER AT ALL IS NOT STOCK
022370* CONTROLLED AND ALWAYS PASSES.
022371*-----------------------------------------------------------------
022372 01  WS-STK-STATUS              PIC XX.
022373 01  WS-STKR-STATUS             PIC XX.
022374 01  WS-FREE-ITEM-SW            PIC X(01) VALUE "Y".
022375     88  FREE-ITEM-TAKEN        VALUE "Y".
022376     88  FREE-ITEM-SHORT        VALUE "N".
022377 01  WS-REORDER-COUNT           PIC 9(04).
022378 01  WS-STKR-HDG                PIC X(80) VALUE
022379     "TWO-FER FREE-ITEM STOCK AND REORDER REPORT".
022380 01  WS-STKR-COL-HDG            PIC X(80) VALUE
022381     "ITEM                   ON HAND  REORDER AT  GIVEN AWAY".
022382 01  WS-STKR-DETAIL.
022383     05  SK-ITEM                PIC X(20).
022384     05  FILLER                 PIC X(03) VALUE SPACES.
022385     05  SK-ON-HAND             PIC ZZZZ9.
022386     05  FILLER                 PIC X(07) VALUE SPACES.
022387     05  SK-REORDER-LEVEL       PIC ZZZZ9.
022388     05  FILLER                 PIC X(05) VALUE SPACES.
022389     05  SK-ISSUED              PIC ZZZZZ9.
022390     05  FILLER                 PIC X(02) VALUE SPACES.
022391     05  SK-REORDER-FLAG        PIC X(07).
022392 01  WS-STKR-TRAILER.
022393     05  FILLER                 PIC X(19) VALUE
022394         "ITEMS TO REORDER: ".
022395     05  ST-REORDER-COUNT       PIC ZZZ9.

022400 LINKAGE SECTION.
022500 COPY runcom.

028700 2000-BATCH-GREETINGS.
028800     CALL "TIMESTMP" USING TS-DATE TS-TIME
028900     MOVE TS-DATE TO WS-TODAY
028902*-----------------------------------------------------------------
028904* POINTS ARE POSTED UNDER TODAY'S DATE.  ONCE MONTH-END HAS CLOSED
028906* TODAY'S PERIOD THEY GO TO THE NEXT OPEN ONE, WHICH THE LIVE
028908* POINTS MASTER ALREADY IS, UNLESS THE CLOSE REFUSES LATE
028910* POSTINGS, IN WHICH CASE NO POINTS ARE POSTED THIS RUN.
028912*-----------------------------------------------------------------
028914     MOVE WS-TODAY TO PCK-DATE
028916     CALL "PERIODCK" USING PCK-DATE PCK-RESULT PCK-POST-DATE
028918         PCK-PERIOD
028920     IF NOT PCK-PERIOD-OPEN
028922         MOVE "TWO-FER" TO AUD-PROGRAM-NAME
028924         MOVE SPACES TO AUD-FAILED-INPUT
028926         STRING "TWOFPNTS PERIOD " PCK-PERIOD DELIMITED BY SIZE
028928             INTO AUD-FAILED-INPUT
028930         END-STRING
028932         IF PCK-REFUSED
028934             MOVE "PERIOD CLOSED - LOYALTY POINTS NOT POSTED"
028936                 TO AUD-FAILURE-REASON
028938             SET AUD-SEV-WARNING TO TRUE
028940         ELSE
028942             MOVE "PERIOD CLOSED - POINTS POSTED TO NEXT PERIOD"
028944                 TO AUD-FAILURE-REASON
028946             SET AUD-SEV-INFO TO TRUE
028948         END-IF
028950         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
028952             AUD-FAILED-INPUT AUD-FAILURE-REASON
028954             AUD-SEVERITY
028956     END-IF
029000     PERFORM 2600-LOAD-CAMPAIGN-MASTER THRU 2600-EXIT
029010     PERFORM 2010-LOAD-DAY-REDEMPTIONS THRU 2010-EXIT
029100     OPEN INPUT CUSTOMER-FILE
029200     OPEN OUTPUT GREETING-RPT
029300     PERFORM 2020-READ-CUSTOMER-RECORD
030900     WRITE GRTG-LINE FROM WS-GRTG-TRAILER
031000     CLOSE GREETING-RPT
031100     PERFORM 2400-WRITE-REPEAT-REPORT THRU 2400-EXIT
031200     PERFORM 2700-WRITE-CAMPAIGN-REPORT THRU 2700-EXIT
031250     PERFORM 2800-WRITE-SUSPECT-REPORT THRU 2800-EXIT
031260     PERFORM 2900-WRITE-STOCK-REPORT THRU 2900-EXIT.
031300 2000-EXIT.
031400     EXIT.
031500
039400 2200-APPEND-NAME.
039500     PERFORM 2210-VALIDATE-ORDER-NAME
039600     SET NAME-NOT-DUPLICATE TO TRUE
039650     SET NAME-NOT-SUSPECT TO TRUE
039700     IF NAME-IS-VALID
039800         PERFORM 2220-CHECK-REDEMPTION-HISTORY THRU 2220-EXIT
039900     END-IF
039904     IF NAME-IS-VALID AND NAME-NOT-DUPLICATE
039908         PERFORM 2260-CHECK-NEAR-MATCH THRU 2260-EXIT
039912     END-IF
039916     IF NAME-IS-VALID AND NAME-IS-SUSPECT
039920         MOVE CUST-NAME-TABLE(idx) TO WS-AUD-NAME
039924         MOVE CUST-ITEM-DESC       TO WS-AUD-ITEM
039928         MOVE CUST-TILL-ID         TO WS-AUD-TILL
039932         MOVE "S"                  TO WS-AUD-REDEEMED-SW
039936         MOVE "SUSPECTED DUPLICATE - HELD" TO WS-AUD-REJ-REASON
039940         MOVE DR-NAME(WS-NEAR-BEST-IDX) TO WS-AUD-MATCH-NAME
039944         MOVE DR-TILL(WS-NEAR-BEST-IDX) TO WS-AUD-MATCH-TILL
039948         MOVE WS-NEAR-BEST-SCORE   TO WS-AUD-MATCH-SCORE
039952         PERFORM 8000-WRITE-AUDIT-RECORD
039956         MOVE "TWO-FER" TO AUD-PROGRAM-NAME
039960         MOVE CUST-NAME-TABLE(idx) TO AUD-FAILED-INPUT
039964         MOVE "SUSPECTED DUPLICATE REDEMPTION HELD" TO
039968             AUD-FAILURE-REASON
039972         SET AUD-SEV-WARNING TO TRUE
039976         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
039980             AUD-FAILED-INPUT AUD-FAILURE-REASON
039984             AUD-SEVERITY
039988         GO TO 2200-EXIT
039992     END-IF
040000     IF NAME-IS-VALID AND NAME-IS-DUPLICATE
040100         MOVE CUST-NAME-TABLE(idx) TO WS-AUD-NAME
040200         MOVE CUST-ITEM-DESC       TO WS-AUD-ITEM
041300             AUD-SEVERITY
041400         GO TO 2200-EXIT
041500     END-IF
041504     IF NAME-IS-VALID
041508         PERFORM 2290-TAKE-FREE-ITEM THRU 2290-EXIT
041512         IF FREE-ITEM-SHORT
041516             MOVE CUST-NAME-TABLE(idx) TO WS-AUD-NAME
041520             MOVE CUST-ITEM-DESC       TO WS-AUD-ITEM
041524             MOVE CUST-TILL-ID         TO WS-AUD-TILL
041528             MOVE "X"                  TO WS-AUD-REDEEMED-SW
041532             MOVE "FREE ITEM OUT OF STOCK" TO WS-AUD-REJ-REASON
041536             PERFORM 8000-WRITE-AUDIT-RECORD
041540             MOVE "TWO-FER" TO AUD-PROGRAM-NAME
041544             MOVE CUST-ITEM-DESC TO AUD-FAILED-INPUT
041548             MOVE "FREE ITEM OUT OF STOCK" TO AUD-FAILURE-REASON
041552             SET AUD-SEV-WARNING TO TRUE
041556             CALL "AUDITLOG" USING AUD-PROGRAM-NAME
041560                 AUD-FAILED-INPUT AUD-FAILURE-REASON
041564                 AUD-SEVERITY
041568             GO TO 2200-EXIT
041572         END-IF
041576     END-IF
041600     IF NAME-IS-VALID
041700         ADD 1 TO WS-NAME-COUNT-OUT
041800         IF WS-CAMP-IDX > ZERO
042500         MOVE "R"                  TO WS-AUD-REDEEMED-SW
042600         PERFORM 8000-WRITE-AUDIT-RECORD
042610         PERFORM 2250-POST-LOYALTY-POINTS THRU 2250-EXIT
042611         PERFORM 2265-ADD-DAY-REDEMPTION THRU 2265-EXIT
042700     ELSE
042800         MOVE CUST-NAME-TABLE(idx) TO WS-AUD-NAME
042900         MOVE CUST-ITEM-DESC       TO WS-AUD-ITEM
044100 2200-EXIT.
044200     EXIT.
044300
044301*-----------------------------------------------------------------
044302* TAKE ONE OF THE ORDER'S FREE ITEM OFF THE STOCK MASTER.  WITH
044303* NONE ON HAND THE ITEM IS SHORT AND NOTHING MOVES.  A REHEARSAL
044304* RUN CHECKS THE STOCK READ-ONLY AND NEVER DEPLETES IT.
044305*-----------------------------------------------------------------
044306 2290-TAKE-FREE-ITEM.
044307     SET FREE-ITEM-TAKEN TO TRUE
044308     IF CUST-ITEM-DESC = SPACES
044309         GO TO 2290-EXIT
044310     END-IF
044311     IF RUN-IS-REHEARSAL
044312         OPEN INPUT STOCK-MASTER-FILE
044313     ELSE
044314         OPEN I-O STOCK-MASTER-FILE
044315     END-IF
044316     IF WS-STK-STATUS NOT = "00"
044317         GO TO 2290-EXIT
044318     END-IF
044319     MOVE CUST-ITEM-DESC TO STK-ITEM-DESC
044320     READ STOCK-MASTER-FILE
044321         INVALID KEY CONTINUE
044322         NOT INVALID KEY
044323             IF STK-ON-HAND < 1
044324                 SET FREE-ITEM-SHORT TO TRUE
044325             ELSE
044326                 IF NOT RUN-IS-REHEARSAL
044327                     SUBTRACT 1 FROM STK-ON-HAND
044328                     ADD 1 TO STK-ISSUED
044329                     REWRITE STK-RECORD
044330                 END-IF
044331             END-IF
044332     END-READ
044333     CLOSE STOCK-MASTER-FILE.
044334 2290-EXIT.
044335     EXIT.

044336*-----------------------------------------------------------------
044337* NIGHTLY STOCK AND REORDER REPORT: EVERY ITEM ON THE STOCK MASTER
044338* AFTER THE RUN'S DEPLETIONS, FLAGGED WHEN AT OR BELOW ITS REORDER
044339* LEVEL, WITH A COUNT OF THE ITEMS TO REORDER.
044340*-----------------------------------------------------------------
044341 2900-WRITE-STOCK-REPORT.
044342     OPEN INPUT STOCK-MASTER-FILE
044343     IF WS-STK-STATUS NOT = "00"
044344         GO TO 2900-EXIT
044345     END-IF
044346     OPEN OUTPUT STOCK-RPT
044347     MOVE WS-STKR-HDG TO STKR-LINE
044348     WRITE STKR-LINE
044349     MOVE WS-STKR-COL-HDG TO STKR-LINE
044350     WRITE STKR-LINE
044351     MOVE ZERO TO WS-REORDER-COUNT
044352     MOVE LOW-VALUES TO STK-ITEM-DESC
044353     START STOCK-MASTER-FILE KEY IS GREATER THAN STK-ITEM-DESC
044354         INVALID KEY MOVE "10" TO WS-STK-STATUS
044355     END-START
044356     PERFORM UNTIL WS-STK-STATUS NOT = "00"
044357         READ STOCK-MASTER-FILE NEXT RECORD
044358             AT END MOVE "10" TO WS-STK-STATUS
044359             NOT AT END
044360                 MOVE STK-ITEM-DESC     TO SK-ITEM
044361                 MOVE STK-ON-HAND       TO SK-ON-HAND
044362                 MOVE STK-REORDER-LEVEL TO SK-REORDER-LEVEL
044363                 MOVE STK-ISSUED        TO SK-ISSUED
044364                 MOVE SPACES            TO SK-REORDER-FLAG
044365                 IF STK-ON-HAND <= STK-REORDER-LEVEL
044366                     MOVE "REORDER" TO SK-REORDER-FLAG
044367                     ADD 1 TO WS-REORDER-COUNT
044368                 END-IF
044369                 MOVE WS-STKR-DETAIL TO STKR-LINE
044370                 WRITE STKR-LINE
044371         END-READ
044372     END-PERFORM
044373     MOVE WS-REORDER-COUNT TO ST-REORDER-COUNT
044374     MOVE WS-STKR-TRAILER TO STKR-LINE
044375     WRITE STKR-LINE
044376     CLOSE STOCK-MASTER-FILE STOCK-RPT.
044377 2900-EXIT.
044378     EXIT.
044400*-----------------------------------------------------------------
044500* A NAME MAY CONTAIN LETTERS, SPACES, HYPHENS AND APOSTROPHES
044600* (SO A TWO-WORD OR HYPHENATED NAME IS FINE); ANYTHING ELSE
052660* BATCH.
052670*-----------------------------------------------------------------
052680 2250-POST-LOYALTY-POINTS.
052690     IF RUN-IS-REHEARSAL OR PCK-REFUSED
052700         GO TO 2250-EXIT
052710     END-IF
052712     IF WS-CAMP-IDX > ZERO
052930             REWRITE PTS-RECORD
052940     END-READ
052950     IF PTS-BALANCE >= WS-REWARD-THRESHOLD
052951*-----------------------------------------------------------------
052952* THE REWARD VOUCHER GIVES AWAY ANOTHER OF THE ORDER'S ITEM.
052953* WITH NONE ON HAND THE BALANCE IS LEFT UNBURNED, SO THE REWARD
052954* IS HONOURED ON A LATER REDEMPTION ONCE STOCK IS BACK.
052955*-----------------------------------------------------------------
052956         PERFORM 2290-TAKE-FREE-ITEM THRU 2290-EXIT
052957         IF FREE-ITEM-SHORT
052958             MOVE "TWO-FER" TO AUD-PROGRAM-NAME
052959             MOVE CUST-NAME-TABLE(idx) TO AUD-FAILED-INPUT
052960             MOVE "REWARD VOUCHER HELD - FREE ITEM OUT OF STOCK"
052962                 TO AUD-FAILURE-REASON
052964             SET AUD-SEV-WARNING TO TRUE
052966             CALL "AUDITLOG" USING AUD-PROGRAM-NAME
052968                 AUD-FAILED-INPUT AUD-FAILURE-REASON
052970                 AUD-SEVERITY
052972         ELSE
052974             SUBTRACT WS-REWARD-THRESHOLD FROM PTS-BALANCE
052976             ADD WS-REWARD-THRESHOLD TO PTS-BURNED
052980             REWRITE PTS-RECORD
052990             MOVE CUST-NAME-TABLE(idx) TO VL-NAME
053000             WRITE GRTG-LINE FROM WS-VOUCHER-LINE
053010             ADD 1 TO WS-RNC-WRITTEN
053015         END-IF
053020     END-IF
053030     CLOSE POINTS-MASTER-FILE.
053040 2250-EXIT.
055600 2400-EXIT.
055700     EXIT.

055701*-----------------------------------------------------------------
055702* NEAR-MATCH CHECK AGAINST THE DAY'S REDEMPTIONS, FOR A NAME THE
055703* EXACT HISTORY CHECK PASSED.  EACH PAIR SCORES ITS EDIT-DISTANCE
055704* SIMILARITY AS A PERCENTAGE OF THE LONGER NAME, PLUS A BONUS WHEN
055705* THE TWO SOUND ALIKE - SAME FIRST INITIAL AND SAME SOUNDEX CODE
055706* FOR THE LAST WORD - CAPPED AT 100.  THE BEST PAIR REACHING THE
055707* THRESHOLD HOLDS THE NAME AS A SUSPECTED DUPLICATE.
055708*-----------------------------------------------------------------
055709 2260-CHECK-NEAR-MATCH.
055710     MOVE ZERO TO WS-NEAR-BEST-SCORE WS-NEAR-BEST-IDX
055711     IF WS-DAY-RDM-COUNT = ZERO OR CUST-NAME-TABLE(idx) = SPACES
055712         GO TO 2260-EXIT
055713     END-IF
055714     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CUST-NAME-TABLE(idx)))
055715         TO WS-CMP-A
055716     COMPUTE WS-LEN-A = FUNCTION LENGTH(FUNCTION TRIM(WS-CMP-A))
055717     MOVE WS-CMP-A TO WS-NAME-WORK
055718     PERFORM 2275-PHONETIC-KEY THRU 2275-EXIT
055719     MOVE WS-PHON-KEY TO WS-PHON-KEY-A
055720     PERFORM VARYING drx FROM 1 BY 1 UNTIL drx > WS-DAY-RDM-COUNT
055721         PERFORM 2262-SCORE-ONE-PAIR THRU 2262-EXIT
055722     END-PERFORM
055723     IF WS-NEAR-BEST-SCORE >= WS-NEAR-THRESHOLD
055724         SET NAME-IS-SUSPECT TO TRUE
055725     END-IF.
055726 2260-EXIT.
055727     EXIT.

055728 2262-SCORE-ONE-PAIR.
055729     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DR-NAME(drx)))
055730         TO WS-CMP-B
055731     COMPUTE WS-LEN-B = FUNCTION LENGTH(FUNCTION TRIM(WS-CMP-B))
055732     PERFORM 2270-EDIT-DISTANCE THRU 2270-EXIT
055733     IF WS-LEN-A > WS-LEN-B
055734         MOVE WS-LEN-A TO WS-LEN-MAX
055735     ELSE
055736         MOVE WS-LEN-B TO WS-LEN-MAX
055737     END-IF
055738     COMPUTE WS-NEAR-SCORE =
055739         (WS-LEN-MAX - WS-LEV-DISTANCE) * 100 / WS-LEN-MAX
055740     MOVE WS-CMP-B TO WS-NAME-WORK
055741     PERFORM 2275-PHONETIC-KEY THRU 2275-EXIT
055742     IF WS-PHON-KEY = WS-PHON-KEY-A
055743         ADD WS-PHONETIC-BONUS TO WS-NEAR-SCORE
055744         IF WS-NEAR-SCORE > 100
055745             MOVE 100 TO WS-NEAR-SCORE
055746         END-IF
055747     END-IF
055748     IF WS-NEAR-SCORE > WS-NEAR-BEST-SCORE
055749         MOVE WS-NEAR-SCORE TO WS-NEAR-BEST-SCORE
055750         MOVE drx TO WS-NEAR-BEST-IDX
055751     END-IF.
055752 2262-EXIT.
055753     EXIT.

055754 2265-ADD-DAY-REDEMPTION.
055755     IF WS-DAY-RDM-COUNT < 500
055756         ADD 1 TO WS-DAY-RDM-COUNT
055757         MOVE WS-AUD-NAME TO DR-NAME(WS-DAY-RDM-COUNT)
055758         MOVE WS-AUD-TILL TO DR-TILL(WS-DAY-RDM-COUNT)
055759     END-IF.
055760 2265-EXIT.
055761     EXIT.

055800*-----------------------------------------------------------------
055900* VALIDATE THE ORDER'S ITEM AGAINST THE CAMPAIGN MASTER.  A
056000* BLANK ITEM IS THE PLAIN TWO-FER AND NEEDS NO CAMPAIGN; WITH
062300 2610-EXIT.
062400     EXIT.

062401*-----------------------------------------------------------------
062402* LEVENSHTEIN DISTANCE BETWEEN WS-CMP-A AND WS-CMP-B: CELL (I, J)
062403* HOLDS THE EDITS TO TURN THE FIRST I-1 LETTERS OF ONE INTO THE
062404* FIRST J-1 OF THE OTHER.
062405*-----------------------------------------------------------------
062406 2270-EDIT-DISTANCE.
062407     PERFORM VARYING lvi FROM 0 BY 1 UNTIL lvi > WS-LEN-A
062408         MOVE lvi TO WS-LEV-CELL(lvi + 1, 1)
062409     END-PERFORM
062410     PERFORM VARYING lvj FROM 0 BY 1 UNTIL lvj > WS-LEN-B
062411         MOVE lvj TO WS-LEV-CELL(1, lvj + 1)
062412     END-PERFORM
062413     PERFORM VARYING lvi FROM 1 BY 1 UNTIL lvi > WS-LEN-A
062414         PERFORM VARYING lvj FROM 1 BY 1 UNTIL lvj > WS-LEN-B
062415             IF WS-CMP-A(lvi:1) = WS-CMP-B(lvj:1)
062416                 MOVE WS-LEV-CELL(lvi, lvj) TO WS-LEV-BEST
062417             ELSE
062418                 COMPUTE WS-LEV-BEST = WS-LEV-CELL(lvi, lvj) + 1
062419             END-IF
062420             IF WS-LEV-CELL(lvi, lvj + 1) + 1 < WS-LEV-BEST
062421                 COMPUTE WS-LEV-BEST =
062422                     WS-LEV-CELL(lvi, lvj + 1) + 1
062423             END-IF
062424             IF WS-LEV-CELL(lvi + 1, lvj) + 1 < WS-LEV-BEST
062425                 COMPUTE WS-LEV-BEST =
062426                     WS-LEV-CELL(lvi + 1, lvj) + 1
062427             END-IF
062428             MOVE WS-LEV-BEST TO WS-LEV-CELL(lvi + 1, lvj + 1)
062429         END-PERFORM
062430     END-PERFORM
062431     MOVE WS-LEV-CELL(WS-LEN-A + 1, WS-LEN-B + 1)
062432         TO WS-LEV-DISTANCE.
062433 2270-EXIT.
062434     EXIT.

062435*-----------------------------------------------------------------
062436* PHONETIC KEY OF THE UPPER-CASE NAME IN WS-NAME-WORK: ITS FIRST
062437* INITIAL FOLLOWED BY THE SOUNDEX CODE OF ITS LAST WORD.  H AND W
062438* ("*") NEITHER CODE NOR SEPARATE A REPEATED CODE; A VOWEL DOES.
062439*-----------------------------------------------------------------
062440 2275-PHONETIC-KEY.
062441     MOVE SPACES TO WS-PHON-KEY
062442     MOVE WS-NAME-WORK(1:1) TO WS-PHON-KEY(1:1)
062443     MOVE 1 TO WS-WORD-START
062444     PERFORM VARYING sdx FROM 2 BY 1 UNTIL sdx > 18
062445         IF WS-NAME-WORK(sdx - 1:1) = SPACE
062446                 AND WS-NAME-WORK(sdx:1) NOT = SPACE
062447             MOVE sdx TO WS-WORD-START
062448         END-IF
062449     END-PERFORM
062450     MOVE WS-NAME-WORK(WS-WORD-START:) TO WS-SDX-WORD
062451     MOVE WS-SDX-WORD TO WS-SDX-DIGITS
062452     INSPECT WS-SDX-DIGITS CONVERTING
062453         "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
062454         "0123012*02245501262301*202"
062455     MOVE "0000" TO WS-SDX-CODE
062456     MOVE WS-SDX-WORD(1:1) TO WS-SDX-CODE(1:1)
062457     MOVE WS-SDX-DIGITS(1:1) TO WS-SDX-PREV
062458     MOVE 2 TO WS-SDX-POS
062459     PERFORM VARYING sdx FROM 2 BY 1
062460             UNTIL sdx > 18 OR WS-SDX-POS > 4
062461         EVALUATE WS-SDX-DIGITS(sdx:1)
062462             WHEN "1" THRU "6"
062463                 IF WS-SDX-DIGITS(sdx:1) NOT = WS-SDX-PREV
062464                     MOVE WS-SDX-DIGITS(sdx:1)
062465                         TO WS-SDX-CODE(WS-SDX-POS:1)
062466                     ADD 1 TO WS-SDX-POS
062467                 END-IF
062468                 MOVE WS-SDX-DIGITS(sdx:1) TO WS-SDX-PREV
062469             WHEN "0"
062470                 MOVE "0" TO WS-SDX-PREV
062471             WHEN OTHER
062472                 CONTINUE
062473         END-EVALUATE
062474     END-PERFORM
062475     MOVE WS-SDX-CODE TO WS-PHON-KEY(2:4).
062476 2275-EXIT.
062477     EXIT.

062500 2700-WRITE-CAMPAIGN-REPORT.
062600     IF WS-CAMP-COUNT = ZERO
062700         GO TO 2700-EXIT
064000 2700-EXIT.
064100     EXIT.

064101*-----------------------------------------------------------------
064102* THE DAY'S REDEMPTIONS SO FAR, NAME AND TILL, FROM TODAY'S "R"
064103* RECORDS ON TWOFERAU, SO A NEAR MATCH IS CAUGHT ACROSS RUNS AS
064104* WELL AS WITHIN THIS ONE.
064105*-----------------------------------------------------------------
064106 2010-LOAD-DAY-REDEMPTIONS.
064107     MOVE ZERO TO WS-DAY-RDM-COUNT
064108     OPEN INPUT AUDIT-FILE
064109     IF WS-AUD-STATUS NOT = "00"
064110         GO TO 2010-EXIT
064111     END-IF
064112     PERFORM UNTIL WS-AUD-STATUS NOT = "00"
064113         READ AUDIT-FILE
064114             AT END MOVE "10" TO WS-AUD-STATUS
064115             NOT AT END
064116                 IF AUD-TS-DATE = WS-TODAY AND AUD-IS-REDEEMED
064117                     MOVE AUD-NAME    TO WS-AUD-NAME
064118                     MOVE AUD-TILL-ID TO WS-AUD-TILL
064119                     PERFORM 2265-ADD-DAY-REDEMPTION
064120                         THRU 2265-EXIT
064121                 END-IF
064122         END-READ
064123     END-PERFORM
064124     CLOSE AUDIT-FILE.
064125 2010-EXIT.
064126     EXIT.

064127*-----------------------------------------------------------------
064128* SUSPECTED-DUPLICATES REPORT FOR THE STORE MANAGER: EVERY NAME
064129* HELD TODAY AS A NEAR MATCH, BESIDE THE REDEMPTION IT RESEMBLED,
064130* WITH THE SIMILARITY SCORE AND BOTH TILLS.  BUILT FROM THE DAY'S
064131* "S" RECORDS ON TWOFERAU, SO IT COVERS EVERY RUN OF THE DAY.
064132*-----------------------------------------------------------------
064133 2800-WRITE-SUSPECT-REPORT.
064134     OPEN OUTPUT SUSPECT-RPT
064135     MOVE WS-TODAY TO SH-DATE
064136     MOVE WS-SUSP-HDG TO SUSP-LINE
064137     WRITE SUSP-LINE
064138     MOVE WS-SUSP-COL-HDG TO SUSP-LINE
064139     WRITE SUSP-LINE
064140     MOVE ZERO TO WS-SUSP-COUNT
064141     OPEN INPUT AUDIT-FILE
064142     IF WS-AUD-STATUS = "00"
064143         PERFORM UNTIL WS-AUD-STATUS NOT = "00"
064144             READ AUDIT-FILE
064145                 AT END MOVE "10" TO WS-AUD-STATUS
064146                 NOT AT END
064147                     IF AUD-TS-DATE = WS-TODAY AND AUD-IS-SUSPECT
064148                         PERFORM 2810-WRITE-SUSPECT-LINE
064149                             THRU 2810-EXIT
064150                     END-IF
064151             END-READ
064152         END-PERFORM
064153         CLOSE AUDIT-FILE
064154     END-IF
064155     IF WS-SUSP-COUNT = ZERO
064156         MOVE "NO SUSPECTED DUPLICATES TODAY" TO SUSP-LINE
064157         WRITE SUSP-LINE
064158     END-IF
064159     CLOSE SUSPECT-RPT.
064160 2800-EXIT.
064161     EXIT.

064162 2810-WRITE-SUSPECT-LINE.
064163     ADD 1 TO WS-SUSP-COUNT
064164     MOVE AUD-NAME        TO SD-NAME
064165     MOVE AUD-TILL-ID     TO SD-TILL
064166     MOVE AUD-MATCH-NAME  TO SD-MATCH-NAME
064167     MOVE AUD-MATCH-TILL  TO SD-MATCH-TILL
064168     MOVE AUD-MATCH-SCORE TO SD-SCORE
064169     MOVE WS-SUSP-DETAIL TO SUSP-LINE
064170     WRITE SUSP-LINE.
064171 2810-EXIT.
064172     EXIT.

064200*-----------------------------------------------------------------
064300* WRITE ONE REDEMPTION OR REJECTION RECORD TO TWOFERAU SO THE
064400* LOSS-PREVENTION DESK CAN RECONCILE TWO-FOR-ONE REDEMPTIONS
065800     MOVE WS-AUD-REDEEMED-SW TO AUD-STATUS
065810     MOVE WS-AUD-REJ-REASON TO AUD-REJECT-REASON
065820     MOVE SPACES TO WS-AUD-REJ-REASON
065830     MOVE WS-AUD-MATCH-NAME  TO AUD-MATCH-NAME
065840     MOVE WS-AUD-MATCH-TILL  TO AUD-MATCH-TILL
065850     MOVE WS-AUD-MATCH-SCORE TO AUD-MATCH-SCORE
065860     MOVE SPACES TO WS-AUD-MATCH-NAME WS-AUD-MATCH-TILL
065870     MOVE ZERO TO WS-AUD-MATCH-SCORE
065900     WRITE TWOFER-AUDIT-RECORD
066000     CLOSE AUDIT-FILE.
066100 8000-EXIT.
