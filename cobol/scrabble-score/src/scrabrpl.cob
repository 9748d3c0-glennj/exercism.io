000100*****************************************************************
000200* PROGRAM-ID : SCRABRPL
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - CLUB GAMES SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : ANNOTATED GAME REPLAY.  WALKS THE TURN-POSTING
000900*               JOURNAL (SCRABJRN) FOR ONE GAME IN POSTING ORDER
001000*               AND PRINTS, TURN BY TURN ON SCRABRPR, THE WORD
001100*               PLAYED, ITS SCORE, WHERE IT WENT, ANY CHALLENGE
001200*               THAT VOIDED IT, EVERY PLAYER'S RUNNING SCORE AND
001300*               THE 15X15 BOARD DIAGRAM AFTER THE TURN (TILES
001400*               LAID THAT TURN SHOWN IN BRACKETS), FINISHING WITH
001500*               THE FINAL BOARD.  FOR DISPUTED RESULTS AND THE
001600*               NEWSLETTER'S GAME OF THE MONTH.
001700*
001800*               THE JOURNAL CARRIES NO GAME NUMBER.  A GAME IS
001900*               THE RUN OF POSTINGS WHOSE TURN NUMBERS CLIMB;
002000*               SCRABBLE-SCORE STARTS EVERY GAME AT TURN ONE, SO
002100*               A POSTING THAT DOES NOT CLIMB OPENS THE NEXT
002200*               GAME.  A GAME IS NAMED BY THE POST DATE OF ITS
002300*               FIRST TURN AND ITS NUMBER WITHIN THAT DATE.  THE
002400*               SCRABRPC CONTROL RECORD PICKS THE GAME (DATE
002500*               YYYYMMDD, GAME NUMBER 01-99, 01 IF BLANK); WITH
002600*               NO CONTROL RECORD THE LATEST GAME IS REPLAYED.
002700*               A CHALLENGE RECORD VOIDS THE MATCHING TURN OF THE
002800*               GAME AND ITS TILES COME BACK OFF THE BOARD.
002900*-----------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*-----------------------------------------------------------------
003200* DATE       INIT  DESCRIPTION
003300* 10/15/2026 RM    ORIGINAL ANNOTATED GAME REPLAY
003400*-----------------------------------------------------------------
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.    SCRABRPL.
003700 AUTHOR.        R. MCALLISTER.
003800 INSTALLATION.  GLENNJ DATA PROCESSING.
003900 DATE-WRITTEN.  10/15/2026.
004000 DATE-COMPILED.

004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CONTROL-FILE ASSIGN TO "SCRABRPC"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RPC-STATUS.

004700     SELECT JOURNAL-FILE ASSIGN TO "SCRABJRN"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-JRN-STATUS.

005000     SELECT REPLAY-RPT ASSIGN TO "SCRABRPR"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RPT-STATUS.

005300 DATA DIVISION.
005400 FILE SECTION.
005500*-----------------------------------------------------------------
005600* ONE CONTROL RECORD: THE POST DATE OF THE GAME'S FIRST TURN AND
005700* THE GAME'S NUMBER WITHIN THAT DATE.
005800*-----------------------------------------------------------------
005900 FD  CONTROL-FILE.
006000 01  RPC-RECORD.
006100     05  RPC-GAME-DATE           PIC X(08).
006200     05  RPC-GAME-DATE-N REDEFINES RPC-GAME-DATE
006300                                 PIC 9(08).
006400     05  FILLER                  PIC X(01).
006500     05  RPC-GAME-SEQ            PIC X(02).
006600     05  RPC-GAME-SEQ-N REDEFINES RPC-GAME-SEQ
006700                                 PIC 9(02).

006800 FD  JOURNAL-FILE.
006900     COPY scrabjrn.

007000 FD  REPLAY-RPT
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  RPT-LINE                    PIC X(80).

007300 WORKING-STORAGE SECTION.
007400 01  WS-RPC-STATUS               PIC XX.
007500 01  WS-JRN-STATUS               PIC XX.
007600     88  JRN-EOF                 VALUE "10".
007700 01  WS-RPT-STATUS               PIC XX.
007800*-----------------------------------------------------------------
007900* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
008000*-----------------------------------------------------------------
008100 COPY audcom.

008200 01  WS-SELECT-SW                PIC X VALUE "L".
008300     88  SELECT-LATEST-GAME      VALUE "L".
008400     88  SELECT-DATED-GAME       VALUE "D".
008500 01  WS-SEL-DATE                 PIC 9(08) VALUE ZERO.
008600 01  WS-SEL-SEQ                  PIC 9(02) VALUE ZERO.

008700*-----------------------------------------------------------------
008800* GAME-BOUNDARY TRACKING WHILE THE JOURNAL IS READ.  WS-CUR-DATE
008900* AND WS-CUR-SEQ NAME THE GAME THE LAST POSTING BELONGED TO;
009000* WS-LAST-TURN-NUM IS ITS TURN NUMBER.
009100*-----------------------------------------------------------------
009200 01  WS-GAME-OPEN-SW             PIC X VALUE "N".
009300     88  GAME-IS-OPEN            VALUE "Y".
009400 01  WS-LOADING-SW               PIC X VALUE "N".
009500     88  GAME-IS-LOADING         VALUE "Y".
009600 01  WS-FOUND-SW                 PIC X VALUE "N".
009700     88  GAME-WAS-FOUND          VALUE "Y".
009800 01  WS-CUR-DATE                 PIC 9(08) VALUE ZERO.
009900 01  WS-CUR-SEQ                  PIC 9(02) VALUE ZERO.
010000 01  WS-LAST-TURN-NUM            PIC 9(03) VALUE ZERO.
010100 01  WS-GAME-DATE                PIC 9(08) VALUE ZERO.
010200 01  WS-GAME-SEQ                 PIC 9(02) VALUE ZERO.
010300 01  WS-TURNS-DROPPED            PIC 9(03) VALUE ZERO.
010400 01  WS-ORPHAN-CHALLENGES        PIC 9(03) VALUE ZERO.
010500 01  WS-VOIDED-COUNT             PIC 9(03) VALUE ZERO.
010600 01  WS-MATCH-SW                 PIC X VALUE "N".
010700     88  CHALLENGE-MATCHED       VALUE "Y".

010800*-----------------------------------------------------------------
010900* THE SELECTED GAME'S TURNS IN POSTING ORDER.  RT-VOIDED HOLDS
011000* THE POINTS A CHALLENGE TOOK AWAY.
011100*-----------------------------------------------------------------
011200 01  WS-TURN-COUNT               PIC 9(03) VALUE ZERO.
011300 01  WS-TURN-TABLE.
011400     05  WS-TURN-ENTRY OCCURS 200 TIMES.
011500         10  RT-PLAYER           PIC X(05).
011600         10  RT-TURN             PIC 9(03).
011700         10  RT-WORD             PIC X(60).
011800         10  RT-SCORE            PIC 9(03).
011900         10  RT-ROW              PIC 9(02).
012000         10  RT-COL              PIC 9(02).
012100         10  RT-DIR              PIC X(01).
012200             88  RT-IS-PLACED    VALUE "A", "D".
012300             88  RT-GOES-ACROSS  VALUE "A".
012400         10  RT-VOID-SW          PIC X(01).
012500             88  RT-IS-VOIDED    VALUE "Y".
012600         10  RT-VOIDED           PIC 9(03).
012700 01  rtx                         PIC 9(03).

012800*-----------------------------------------------------------------
012900* RUNNING SCORE PER PLAYER, IN ORDER OF FIRST TURN.
013000*-----------------------------------------------------------------
013100 01  WS-PLAYER-COUNT             PIC 9 VALUE ZERO.
013200 01  WS-PLAYER-TABLE.
013300     05  WS-PLAYER-ENTRY OCCURS 8 TIMES.
013400         10  PS-ID               PIC X(05).
013500         10  PS-SCORE            PIC 9(05).
013600 01  psx                         PIC 9.
013700 01  WS-PLAYER-FOUND             PIC 9.
013800 01  slx                         PIC 9.

013900*-----------------------------------------------------------------
014000* THE BOARD AS REPLAYED, AND A FLAG PER SQUARE FOR THE TILES
014100* LAID ON THE TURN IN HAND.
014200*-----------------------------------------------------------------
014300 01  WS-BOARD-IMAGE VALUE SPACES.
014400     05  WS-BOARD-LINE OCCURS 15 TIMES.
014500         10  WS-BOARD-SQ         PIC X(01) OCCURS 15 TIMES.
014600 01  WS-NEW-TILES VALUE SPACES.
014700     05  WS-NEW-LINE OCCURS 15 TIMES.
014800         10  WS-NEW-SQ           PIC X(01) OCCURS 15 TIMES.
014900 01  brx                         PIC 99.
015000 01  bcx                         PIC 99.
015100 01  lpx                         PIC 99.
015200 01  WS-PLAY-LEN                 PIC 99.
015300 01  WS-SQ-ROW                   PIC 99.
015400 01  WS-SQ-COL                   PIC 99.
015500 01  WS-CELL.
015600     05  CL-LEFT                 PIC X(01).
015700     05  CL-TILE                 PIC X(01).
015800     05  CL-RIGHT                PIC X(01).

015900 01  WS-RPT-HDG1                 PIC X(80) VALUE
016000     "SCRABBLE GAME REPLAY FROM THE TURN JOURNAL".
016100 01  WS-GAME-HDG.
016200     05  FILLER                  PIC X(11) VALUE "GAME DATE: ".
016300     05  GH-DATE                 PIC 9(08).
016400     05  FILLER                  PIC X(12) VALUE
016500         "   GAME NO: ".
016600     05  GH-SEQ                  PIC Z9.
016700     05  FILLER                  PIC X(10) VALUE "   TURNS: ".
016800     05  GH-TURNS                PIC ZZ9.
016900     05  FILLER                  PIC X(34) VALUE SPACES.
017000 01  WS-NOT-FOUND-LINE.
017100     05  FILLER                  PIC X(30) VALUE
017200         "NO GAME ON THE JOURNAL FOR    ".
017300     05  NF-DATE                 PIC 9(08).
017400     05  FILLER                  PIC X(09) VALUE " GAME NO ".
017500     05  NF-SEQ                  PIC Z9.
017600     05  FILLER                  PIC X(31) VALUE SPACES.
017700 01  WS-TURN-LINE.
017800     05  FILLER                  PIC X(05) VALUE "TURN ".
017900     05  TL-TURN                 PIC ZZ9.
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  TL-PLAYER               PIC X(05).
018200     05  FILLER                  PIC X(02) VALUE SPACES.
018300     05  TL-WORD                 PIC X(30).
018400     05  FILLER                  PIC X(08) VALUE "  SCORE ".
018500     05  TL-SCORE                PIC ZZ9.
018600     05  FILLER                  PIC X(22) VALUE SPACES.
018700 01  WS-PLACE-LINE.
018800     05  FILLER                  PIC X(10) VALUE SPACES.
018900     05  FILLER                  PIC X(04) VALUE "ROW ".
019000     05  PL-ROW                  PIC Z9.
019100     05  FILLER                  PIC X(06) VALUE "  COL ".
019200     05  PL-COL                  PIC Z9.
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  PL-DIR                  PIC X(06).
019500     05  FILLER                  PIC X(48) VALUE SPACES.
019600 01  WS-VOID-LINE.
019700     05  FILLER                  PIC X(10) VALUE SPACES.
019800     05  FILLER                  PIC X(16) VALUE
019900         "CHALLENGED OFF -".
020000     05  VL-POINTS               PIC ZZ9.
020100     05  FILLER                  PIC X(33) VALUE
020200         " POINTS VOIDED, TILES LIFTED".
020300     05  FILLER                  PIC X(18) VALUE SPACES.
020400 01  WS-SCORE-LINE.
020500     05  SL-LABEL                PIC X(18).
020600     05  SL-ENTRY OCCURS 4 TIMES.
020700         10  SL-PLAYER           PIC X(05).
020800         10  FILLER              PIC X(01).
020900         10  SL-SCORE            PIC ZZZZ9.
021000         10  FILLER              PIC X(02).
021100     05  FILLER                  PIC X(10).
021200 01  WS-COL-HDG                  PIC X(80) VALUE
021300     "    1  2  3  4  5  6  7  8  9 10 11 12 13 14 15".
021400 01  WS-BOARD-ROW-LINE.
021500     05  BR-ROW                  PIC Z9.
021600     05  FILLER                  PIC X(01) VALUE SPACES.
021700     05  BR-CELL                 PIC X(03) OCCURS 15 TIMES.
021800     05  FILLER                  PIC X(32) VALUE SPACES.
021900 01  WS-FINAL-LINE.
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  FL-PLAYER               PIC X(05).
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  FL-SCORE                PIC ZZZZ9.
022400     05  FILLER                  PIC X(66) VALUE SPACES.
022500 01  WS-COUNT-LINE.
022600     05  CT-LABEL                PIC X(36).
022700     05  CT-COUNT                PIC ZZ9.
022800     05  FILLER                  PIC X(41) VALUE SPACES.

022900 PROCEDURE DIVISION.
023000 0000-SCRABRPL.
023100     PERFORM 1000-READ-CONTROL THRU 1000-EXIT
023200     OPEN INPUT JOURNAL-FILE
023300     IF WS-JRN-STATUS NOT = "00"
023400         GOBACK
023500     END-IF
023600     PERFORM 2000-LOAD-GAME THRU 2000-EXIT
023700     CLOSE JOURNAL-FILE
023800     OPEN OUTPUT REPLAY-RPT
023900     PERFORM 3000-PRINT-REPLAY THRU 3000-EXIT
024000     CLOSE REPLAY-RPT
024100     GOBACK.
024200 0000-EXIT.
024300     EXIT.

024400*-----------------------------------------------------------------
024500* PICK THE GAME.  NO CONTROL RECORD, OR A BLANK DATE, MEANS THE
024600* LATEST GAME; A DATE OR GAME NUMBER THAT IS NOT NUMERIC GOES TO
024700* THE SHARED AUDIT TRAIL AND THE LATEST GAME IS REPLAYED.
024800*-----------------------------------------------------------------
024900 1000-READ-CONTROL.
025000     SET SELECT-LATEST-GAME TO TRUE
025100     OPEN INPUT CONTROL-FILE
025200     IF WS-RPC-STATUS NOT = "00"
025300         GO TO 1000-EXIT
025400     END-IF
025500     READ CONTROL-FILE
025600         AT END MOVE SPACES TO RPC-RECORD
025700     END-READ
025800     CLOSE CONTROL-FILE
025900     IF RPC-GAME-DATE = SPACES
026000         GO TO 1000-EXIT
026100     END-IF
026200     IF RPC-GAME-DATE NOT NUMERIC
026300         PERFORM 8000-AUDIT-BAD-CONTROL THRU 8000-EXIT
026400         GO TO 1000-EXIT
026500     END-IF
026600     MOVE 1 TO WS-SEL-SEQ
026700     IF RPC-GAME-SEQ NOT = SPACES
026800         IF RPC-GAME-SEQ NUMERIC AND RPC-GAME-SEQ-N > ZERO
026900             MOVE RPC-GAME-SEQ-N TO WS-SEL-SEQ
027000         ELSE
027100             PERFORM 8000-AUDIT-BAD-CONTROL THRU 8000-EXIT
027200             GO TO 1000-EXIT
027300         END-IF
027400     END-IF
027500     MOVE RPC-GAME-DATE-N TO WS-SEL-DATE
027600     SET SELECT-DATED-GAME TO TRUE.
027700 1000-EXIT.
027800     EXIT.

027900*-----------------------------------------------------------------
028000* ONE PASS OF THE JOURNAL, SPLITTING IT INTO GAMES AND KEEPING
028100* THE TURNS (AND CHALLENGES) OF THE ONE WANTED.  FOR THE LATEST
028200* GAME EVERY GAME IS LOADED IN TURN AND THE LAST ONE STANDS.
028300*-----------------------------------------------------------------
028400 2000-LOAD-GAME.
028500     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
028600     PERFORM UNTIL JRN-EOF
028700         EVALUATE TRUE
028800             WHEN JRN-ACTION-POST
028900                 PERFORM 2200-TAKE-POSTING THRU 2200-EXIT
029000             WHEN JRN-ACTION-CHALLENGE
029100                 PERFORM 2400-TAKE-CHALLENGE THRU 2400-EXIT
029200         END-EVALUATE
029300         PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
029400     END-PERFORM.
029500 2000-EXIT.
029600     EXIT.

029700 2100-READ-JOURNAL.
029800     READ JOURNAL-FILE
029900         AT END SET JRN-EOF TO TRUE
030000     END-READ.
030100 2100-EXIT.
030200     EXIT.

030300 2200-TAKE-POSTING.
030400     IF NOT GAME-IS-OPEN
030500             OR JRN-TURN-NUM NOT > WS-LAST-TURN-NUM
030600         PERFORM 2300-START-GAME THRU 2300-EXIT
030700     END-IF
030800     MOVE JRN-TURN-NUM TO WS-LAST-TURN-NUM
030900     IF NOT GAME-IS-LOADING
031000         GO TO 2200-EXIT
031100     END-IF
031200     IF WS-TURN-COUNT NOT < 200
031300         ADD 1 TO WS-TURNS-DROPPED
031400         GO TO 2200-EXIT
031500     END-IF
031600     ADD 1 TO WS-TURN-COUNT
031700     MOVE JRN-PLAYER-ID  TO RT-PLAYER(WS-TURN-COUNT)
031800     MOVE JRN-TURN-NUM   TO RT-TURN(WS-TURN-COUNT)
031900     MOVE JRN-WORD       TO RT-WORD(WS-TURN-COUNT)
032000     MOVE JRN-WORD-SCORE TO RT-SCORE(WS-TURN-COUNT)
032100     MOVE JRN-ROW        TO RT-ROW(WS-TURN-COUNT)
032200     MOVE JRN-COL        TO RT-COL(WS-TURN-COUNT)
032300     MOVE JRN-DIR        TO RT-DIR(WS-TURN-COUNT)
032400     MOVE "N"            TO RT-VOID-SW(WS-TURN-COUNT)
032500     MOVE ZERO           TO RT-VOIDED(WS-TURN-COUNT).
032600 2200-EXIT.
032700     EXIT.

032800*-----------------------------------------------------------------
032900* A NEW GAME OPENS.  IT IS NUMBERED WITHIN THE POST DATE OF ITS
033000* FIRST TURN, AND LOADED WHEN IT IS THE ONE ASKED FOR.
033100*-----------------------------------------------------------------
033200 2300-START-GAME.
033300     SET GAME-IS-OPEN TO TRUE
033400     IF JRN-POST-DATE = WS-CUR-DATE
033500         ADD 1 TO WS-CUR-SEQ
033600     ELSE
033700         MOVE JRN-POST-DATE TO WS-CUR-DATE
033800         MOVE 1 TO WS-CUR-SEQ
033900     END-IF
034000     MOVE "N" TO WS-LOADING-SW
034100     IF SELECT-LATEST-GAME
034200             OR (WS-CUR-DATE = WS-SEL-DATE
034300                 AND WS-CUR-SEQ = WS-SEL-SEQ)
034400         SET GAME-IS-LOADING TO TRUE
034500         SET GAME-WAS-FOUND TO TRUE
034600         MOVE WS-CUR-DATE TO WS-GAME-DATE
034700         MOVE WS-CUR-SEQ  TO WS-GAME-SEQ
034800         MOVE ZERO TO WS-TURN-COUNT WS-TURNS-DROPPED
034900                      WS-ORPHAN-CHALLENGES WS-VOIDED-COUNT
035000     END-IF.
035100 2300-EXIT.
035200     EXIT.

035300*-----------------------------------------------------------------
035400* A CHALLENGE VOIDS THE SAME PLAYER'S TURN OF THAT NUMBER IN THE
035500* GAME, ONCE, AS 8000-CHALLENGE-TURN IN SCRABBLE-SCORE DOES.  ONE
035600* THAT MATCHES NO TURN IN THE GAME IS COUNTED AND REPORTED.
035700*-----------------------------------------------------------------
035800 2400-TAKE-CHALLENGE.
035900     IF NOT GAME-IS-LOADING
036000         GO TO 2400-EXIT
036100     END-IF
036200     MOVE "N" TO WS-MATCH-SW
036300     PERFORM VARYING rtx FROM 1 BY 1
036400             UNTIL rtx > WS-TURN-COUNT OR CHALLENGE-MATCHED
036500         IF RT-PLAYER(rtx) = JRN-PLAYER-ID
036600                 AND RT-TURN(rtx) = JRN-TURN-NUM
036700                 AND NOT RT-IS-VOIDED(rtx)
036800             MOVE "Y" TO RT-VOID-SW(rtx)
036900             MOVE RT-SCORE(rtx) TO RT-VOIDED(rtx)
037000             MOVE ZERO TO RT-SCORE(rtx)
037100             ADD 1 TO WS-VOIDED-COUNT
037200             SET CHALLENGE-MATCHED TO TRUE
037300         END-IF
037400     END-PERFORM
037500     IF NOT CHALLENGE-MATCHED
037600         ADD 1 TO WS-ORPHAN-CHALLENGES
037700     END-IF.
037800 2400-EXIT.
037900     EXIT.

038000 3000-PRINT-REPLAY.
038100     MOVE WS-RPT-HDG1 TO RPT-LINE
038200     WRITE RPT-LINE
038300     IF NOT GAME-WAS-FOUND
038400         PERFORM 3900-REPORT-NOT-FOUND THRU 3900-EXIT
038500         GO TO 3000-EXIT
038600     END-IF
038700     MOVE WS-GAME-DATE  TO GH-DATE
038800     MOVE WS-GAME-SEQ   TO GH-SEQ
038900     MOVE WS-TURN-COUNT TO GH-TURNS
039000     MOVE WS-GAME-HDG TO RPT-LINE
039100     WRITE RPT-LINE
039200     MOVE SPACES TO WS-BOARD-IMAGE
039300     MOVE ZERO TO WS-PLAYER-COUNT
039400     PERFORM VARYING rtx FROM 1 BY 1 UNTIL rtx > WS-TURN-COUNT
039500         PERFORM 3100-REPLAY-ONE-TURN THRU 3100-EXIT
039600     END-PERFORM
039700     PERFORM 3700-PRINT-FINAL THRU 3700-EXIT.
039800 3000-EXIT.
039900     EXIT.

040000*-----------------------------------------------------------------
040100* ONE TURN: THE PLAY, WHERE IT WENT, ANY CHALLENGE, THE BOARD
040200* AFTER IT AND THE RUNNING SCORES.  A VOIDED PLAY LEAVES THE
040300* BOARD AS IT WAS.
040400*-----------------------------------------------------------------
040500 3100-REPLAY-ONE-TURN.
040600     MOVE SPACES TO WS-NEW-TILES
040700     PERFORM 3200-FIND-PLAYER THRU 3200-EXIT
040800     IF psx > ZERO
040900         ADD RT-SCORE(rtx) TO PS-SCORE(psx)
041000     END-IF
041100     MOVE SPACES TO RPT-LINE
041200     WRITE RPT-LINE
041300     MOVE RT-TURN(rtx)   TO TL-TURN
041400     MOVE RT-PLAYER(rtx) TO TL-PLAYER
041500     MOVE RT-WORD(rtx)   TO TL-WORD
041600     IF RT-IS-VOIDED(rtx)
041700         MOVE RT-VOIDED(rtx) TO TL-SCORE
041800     ELSE
041900         MOVE RT-SCORE(rtx)  TO TL-SCORE
042000     END-IF
042100     MOVE WS-TURN-LINE TO RPT-LINE
042200     WRITE RPT-LINE
042300     IF RT-IS-PLACED(rtx)
042400         MOVE RT-ROW(rtx) TO PL-ROW
042500         MOVE RT-COL(rtx) TO PL-COL
042600         IF RT-GOES-ACROSS(rtx)
042700             MOVE "ACROSS" TO PL-DIR
042800         ELSE
042900             MOVE "DOWN"   TO PL-DIR
043000         END-IF
043100         MOVE WS-PLACE-LINE TO RPT-LINE
043200     ELSE
043300         MOVE "          NO BOARD PLACEMENT RECORDED" TO RPT-LINE
043400     END-IF
043500     WRITE RPT-LINE
043600     IF RT-IS-VOIDED(rtx)
043700         MOVE RT-VOIDED(rtx) TO VL-POINTS
043800         MOVE WS-VOID-LINE TO RPT-LINE
043900         WRITE RPT-LINE
044000     ELSE
044100         IF RT-IS-PLACED(rtx)
044200             PERFORM 3300-LAY-TILES THRU 3300-EXIT
044300             PERFORM 3500-PRINT-BOARD THRU 3500-EXIT
044400         END-IF
044500     END-IF
044600     PERFORM 3600-PRINT-SCORES THRU 3600-EXIT.
044700 3100-EXIT.
044800     EXIT.

044900 3200-FIND-PLAYER.
045000     MOVE ZERO TO WS-PLAYER-FOUND
045100     PERFORM VARYING psx FROM 1 BY 1 UNTIL psx > WS-PLAYER-COUNT
045200         IF PS-ID(psx) = RT-PLAYER(rtx)
045300             MOVE psx TO WS-PLAYER-FOUND
045400         END-IF
045500     END-PERFORM
045600     IF WS-PLAYER-FOUND = ZERO AND WS-PLAYER-COUNT < 8
045700         ADD 1 TO WS-PLAYER-COUNT
045800         MOVE WS-PLAYER-COUNT TO WS-PLAYER-FOUND
045900         MOVE RT-PLAYER(rtx) TO PS-ID(WS-PLAYER-FOUND)
046000         MOVE ZERO TO PS-SCORE(WS-PLAYER-FOUND)
046100     END-IF
046200     MOVE WS-PLAYER-FOUND TO psx.
046300 3200-EXIT.
046400     EXIT.

046500*-----------------------------------------------------------------
046600* PUT THE PLAY ON THE BOARD THE WAY 0950-POST-PLAY-TO-BOARD IN
046700* SCRABBLE-SCORE DOES, FLAGGING EACH SQUARE THAT WAS EMPTY AS A
046800* TILE LAID THIS TURN.
046900*-----------------------------------------------------------------
047000 3300-LAY-TILES.
047100     COMPUTE WS-PLAY-LEN =
047200         FUNCTION LENGTH(FUNCTION TRIM(RT-WORD(rtx)))
047300     PERFORM VARYING lpx FROM 1 BY 1 UNTIL lpx > WS-PLAY-LEN
047400         IF RT-GOES-ACROSS(rtx)
047500             MOVE RT-ROW(rtx) TO WS-SQ-ROW
047600             COMPUTE WS-SQ-COL = RT-COL(rtx) + lpx - 1
047700         ELSE
047800             COMPUTE WS-SQ-ROW = RT-ROW(rtx) + lpx - 1
047900             MOVE RT-COL(rtx) TO WS-SQ-COL
048000         END-IF
048100         IF WS-SQ-ROW >= 1 AND WS-SQ-ROW <= 15
048200                 AND WS-SQ-COL >= 1 AND WS-SQ-COL <= 15
048300             IF WS-BOARD-SQ(WS-SQ-ROW, WS-SQ-COL) = SPACE
048400                 MOVE "Y" TO WS-NEW-SQ(WS-SQ-ROW, WS-SQ-COL)
048500             END-IF
048600             MOVE RT-WORD(rtx)(lpx:1)
048700                 TO WS-BOARD-SQ(WS-SQ-ROW, WS-SQ-COL)
048800         END-IF
048900     END-PERFORM.
049000 3300-EXIT.
049100     EXIT.

049200*-----------------------------------------------------------------
049300* THE BOARD DIAGRAM: "." FOR AN EMPTY SQUARE, THE LETTER FOR A
049400* TILE, AND THE LETTER IN BRACKETS FOR A TILE LAID THIS TURN.
049500*-----------------------------------------------------------------
049600 3500-PRINT-BOARD.
049700     MOVE WS-COL-HDG TO RPT-LINE
049800     WRITE RPT-LINE
049900     PERFORM VARYING brx FROM 1 BY 1 UNTIL brx > 15
050000         MOVE brx TO BR-ROW
050100         PERFORM VARYING bcx FROM 1 BY 1 UNTIL bcx > 15
050200             MOVE SPACES TO WS-CELL
050300             IF WS-BOARD-SQ(brx, bcx) = SPACE
050400                 MOVE "." TO CL-TILE
050500             ELSE
050600                 MOVE WS-BOARD-SQ(brx, bcx) TO CL-TILE
050700                 IF WS-NEW-SQ(brx, bcx) = "Y"
050800                     MOVE "(" TO CL-LEFT
050900                     MOVE ")" TO CL-RIGHT
051000                 END-IF
051100             END-IF
051200             MOVE WS-CELL TO BR-CELL(bcx)
051300         END-PERFORM
051400         MOVE WS-BOARD-ROW-LINE TO RPT-LINE
051500         WRITE RPT-LINE
051600     END-PERFORM.
051700 3500-EXIT.
051800     EXIT.

051900*-----------------------------------------------------------------
052000* EVERY PLAYER'S RUNNING SCORE, FOUR TO A LINE.
052100*-----------------------------------------------------------------
052200 3600-PRINT-SCORES.
052300     MOVE SPACES TO WS-SCORE-LINE
052400     MOVE "          SCORES: " TO SL-LABEL
052500     MOVE ZERO TO slx
052600     PERFORM VARYING psx FROM 1 BY 1 UNTIL psx > WS-PLAYER-COUNT
052700         ADD 1 TO slx
052800         MOVE PS-ID(psx)    TO SL-PLAYER(slx)
052900         MOVE PS-SCORE(psx) TO SL-SCORE(slx)
053000         IF slx = 4
053100             MOVE WS-SCORE-LINE TO RPT-LINE
053200             WRITE RPT-LINE
053300             MOVE SPACES TO WS-SCORE-LINE
053400             MOVE ZERO TO slx
053500         END-IF
053600     END-PERFORM
053700     IF slx > ZERO
053800         MOVE WS-SCORE-LINE TO RPT-LINE
053900         WRITE RPT-LINE
054000     END-IF.
054100 3600-EXIT.
054200     EXIT.

054300*-----------------------------------------------------------------
054400* THE FINAL BOARD, THE FINAL SCORES AS POSTED (SCRABRES CARRIES
054500* THE END-OF-GAME RACK ADJUSTMENTS) AND ANY LOOSE ENDS.
054600*-----------------------------------------------------------------
054700 3700-PRINT-FINAL.
054800     MOVE SPACES TO WS-NEW-TILES
054900     MOVE SPACES TO RPT-LINE
055000     WRITE RPT-LINE
055100     MOVE "FINAL BOARD" TO RPT-LINE
055200     WRITE RPT-LINE
055300     PERFORM 3500-PRINT-BOARD THRU 3500-EXIT
055400     MOVE SPACES TO RPT-LINE
055500     WRITE RPT-LINE
055600     MOVE "FINAL SCORES AS POSTED (BEFORE RACK ADJUSTMENTS)"
055700         TO RPT-LINE
055800     WRITE RPT-LINE
055900     PERFORM VARYING psx FROM 1 BY 1 UNTIL psx > WS-PLAYER-COUNT
056000         MOVE PS-ID(psx)    TO FL-PLAYER
056100         MOVE PS-SCORE(psx) TO FL-SCORE
056200         MOVE WS-FINAL-LINE TO RPT-LINE
056300         WRITE RPT-LINE
056400     END-PERFORM
056500     MOVE SPACES TO RPT-LINE
056600     WRITE RPT-LINE
056700     MOVE "PLAYS CHALLENGED OFF:" TO CT-LABEL
056800     MOVE WS-VOIDED-COUNT TO CT-COUNT
056900     MOVE WS-COUNT-LINE TO RPT-LINE
057000     WRITE RPT-LINE
057100     IF WS-ORPHAN-CHALLENGES > ZERO
057200         MOVE "CHALLENGES MATCHING NO TURN:" TO CT-LABEL
057300         MOVE WS-ORPHAN-CHALLENGES TO CT-COUNT
057400         MOVE WS-COUNT-LINE TO RPT-LINE
057500         WRITE RPT-LINE
057600     END-IF
057700     IF WS-TURNS-DROPPED > ZERO
057800         MOVE "TURNS BEYOND 200 NOT REPLAYED:" TO CT-LABEL
057900         MOVE WS-TURNS-DROPPED TO CT-COUNT
058000         MOVE WS-COUNT-LINE TO RPT-LINE
058100         WRITE RPT-LINE
058200     END-IF.
058300 3700-EXIT.
058400     EXIT.

058500 3900-REPORT-NOT-FOUND.
058600     IF SELECT-LATEST-GAME
058700         MOVE "NO TURN POSTINGS ON THE JOURNAL" TO RPT-LINE
058800         WRITE RPT-LINE
058900         GO TO 3900-EXIT
059000     END-IF
059100     MOVE WS-SEL-DATE TO NF-DATE
059200     MOVE WS-SEL-SEQ  TO NF-SEQ
059300     MOVE WS-NOT-FOUND-LINE TO RPT-LINE
059400     WRITE RPT-LINE
059500     MOVE "SCRABRPL" TO AUD-PROGRAM-NAME
059600     MOVE RPC-RECORD TO AUD-FAILED-INPUT
059700     MOVE "REQUESTED GAME NOT FOUND ON THE JOURNAL"
059800         TO AUD-FAILURE-REASON
059900     SET AUD-SEV-WARNING TO TRUE
060000     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
060100         AUD-FAILED-INPUT AUD-FAILURE-REASON
060200         AUD-SEVERITY.
060300 3900-EXIT.
060400     EXIT.

060500 8000-AUDIT-BAD-CONTROL.
060600     MOVE "SCRABRPL" TO AUD-PROGRAM-NAME
060700     MOVE RPC-RECORD TO AUD-FAILED-INPUT
060800     MOVE "BAD REPLAY CONTROL RECORD - LATEST GAME USED"
060900         TO AUD-FAILURE-REASON
061000     SET AUD-SEV-WARNING TO TRUE
061100     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
061200         AUD-FAILED-INPUT AUD-FAILURE-REASON
061300         AUD-SEVERITY.
061400 8000-EXIT.
061500     EXIT.
