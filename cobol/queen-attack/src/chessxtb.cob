000100*****************************************************************
000200* PROGRAM-ID : CHESSXTB
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - CHESS CLUB SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : TOURNAMENT CROSSTABLE.  READS THE CHESSGMP
000900*               PAIRINGS (ROUND NUMBER AND BYES AS WRITTEN BY
001000*               CHESSSWS) AND THE RESULTS POSTED TO CHESSMTC,
001100*               DECIDED BY THE CLUB CONVENTION THE RATING
001200*               LEDGER USES - THE LAST JUDGED POSITION DECIDES,
001300*               "ATTACK" AND "DEFLTB" ARE WHITE WINS, "MATEDW"
001310*               AND "DEFLTW" BLACK WINS, ANY OTHER FINAL VERDICT
001400*               IS A DRAW, NO VERDICT YET MEANS NOT PLAYED.
001500*               EACH PLAYER'S TOTAL IS TAKEN WITH THE BUCHHOLZ,
001600*               MEDIAN-BUCHHOLZ AND SONNEBORN-BERGER TIE-BREAKS,
001700*               THE FIELD IS RANKED ON THE SCORE AND THEN THE
001800*               TIE-BREAKS IN THE ORDER THE EVENT'S CHESSXTC
001900*               CONTROL RECORD NAMES, AND THE CROSSTABLE PRINTS
002000*               ON CHESSXTR - ONE ROW PER PLAYER WITH EACH
002100*               ROUND'S OPPONENT (BY ROW), COLOUR AND RESULT.
002200*-----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*-----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 10/15/2026 RM    ORIGINAL TOURNAMENT CROSSTABLE
002601* 10/15/2026 RM    CHESSXTB-BATCH ENTRY POINT FOR THE SECOND-TIER
002602*                  OVERNIGHT STREAM
002700*-----------------------------------------------------------------
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.    CHESSXTB.
003000 AUTHOR.        R. MCALLISTER.
003100 INSTALLATION.  GLENNJ DATA PROCESSING.
003200 DATE-WRITTEN.  10/15/2026.
003300 DATE-COMPILED.

003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CONTROL-FILE ASSIGN TO "CHESSXTC"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CTL-STATUS.

004000     SELECT PAIRING-FILE ASSIGN TO "CHESSGMP"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PAIR-STATUS.

004300     SELECT CHESS-MATCH-FILE ASSIGN TO "CHESSMTC"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-MATCH-STATUS.

004600     SELECT CROSSTABLE-RPT ASSIGN TO "CHESSXTR"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RPT-STATUS.

004900 DATA DIVISION.
005000 FILE SECTION.
005100*-----------------------------------------------------------------
005200* ONE CONTROL RECORD PER EVENT: THE EVENT NAME, UP TO THREE
005300* TIE-BREAK CODES IN THE ORDER THEY APPLY ("BH" BUCHHOLZ, "MB"
005400* MEDIAN-BUCHHOLZ, "SB" SONNEBORN-BERGER), AND WHAT A BYE IS
005500* WORTH IN HALF POINTS (2 A FULL POINT, 1 A HALF, 0 NOTHING).
005600*-----------------------------------------------------------------
005700 FD  CONTROL-FILE.
005800 01  XTC-RECORD.
005900     05  XTC-EVENT-NAME          PIC X(30).
006000     05  FILLER                  PIC X(01).
006100     05  XTC-TIEBREAK-CODES.
006200         10  XTC-TIEBREAK OCCURS 3 TIMES.
006300             15  XTC-TB-CODE     PIC X(02).
006400             15  FILLER          PIC X(01).
006500     05  XTC-BYE-HALVES          PIC X(01).

006600 FD  PAIRING-FILE.
006700 01  GMP-RECORD.
006800     05  GMP-GAME-ID             PIC X(05).
006900     05  FILLER                  PIC X(01).
007000     05  GMP-WHITE-PLAYER        PIC X(10).
007100     05  FILLER                  PIC X(01).
007200     05  GMP-BLACK-PLAYER        PIC X(10).
007300     05  FILLER                  PIC X(01).
007400     05  GMP-ROUND               PIC 9(02).

007500 FD  CHESS-MATCH-FILE.
007600 COPY chessmv.

007700 FD  CROSSTABLE-RPT
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  RPT-LINE                    PIC X(80).

008000 WORKING-STORAGE SECTION.
008100 01  WS-CTL-STATUS               PIC XX.
008200 01  WS-PAIR-STATUS              PIC XX.
008300     88  PAIR-EOF                VALUE "10".
008400 01  WS-MATCH-STATUS             PIC XX.
008500     88  MATCH-EOF               VALUE "10".
008600 01  WS-RPT-STATUS               PIC XX.

008700 COPY audcom.

008800*-----------------------------------------------------------------
008900* THE EVENT'S RULES.  WITH NO CONTROL RECORD (OR A BAD ONE) THE
009000* CLUB DEFAULT APPLIES: BUCHHOLZ, MEDIAN-BUCHHOLZ, SONNEBORN-
009100* BERGER, AND A FULL POINT FOR THE BYE.
009200*-----------------------------------------------------------------
009300 01  WS-EVENT-NAME               PIC X(30) VALUE SPACES.
009400 01  WS-TB-ORDER.
009500     05  WS-TB-CODE OCCURS 3 TIMES PIC X(02).
009600 01  WS-DEFAULT-TB-ORDER         PIC X(06) VALUE "BHMBSB".
009700 01  WS-BYE-HALVES               PIC 9(01) VALUE 2.
009800 01  tbx                         PIC 9(01).
009900 01  tcx                         PIC 9(01).
010000 01  WS-CTL-BAD-SW               PIC X(01).
010100     88  CONTROL-IS-BAD          VALUE "Y".
010200 01  WS-CTL-REASON               PIC X(50).

010300*-----------------------------------------------------------------
010400* PAIRINGS AS LOADED, WITH THE PLAYER TABLE POSITIONS OF BOTH
010500* SIDES (BLACK ZERO FOR A BYE) AND THE LAST VERDICT POSTED FOR
010600* THE GAME ON THE MATCH FILE.
010700*-----------------------------------------------------------------
010800 01  WS-PAIR-COUNT               PIC 9(03) VALUE ZERO.
010900 01  WS-PAIR-TABLE.
011000     05  WS-PAIR-ENTRY OCCURS 400 TIMES.
011100         10  GP-GAME-ID          PIC X(05).
011200         10  GP-WHITE-IDX        PIC 9(03).
011300         10  GP-BLACK-IDX        PIC 9(03).
011400         10  GP-ROUND            PIC 9(02).
011500         10  GP-LAST-RESULT      PIC X(07).
011600 01  gpx                         PIC 9(03).

011700*-----------------------------------------------------------------
011800* THE FIELD.  SCORES AND BUCHHOLZ FIGURES ARE HELD IN HALF-POINT
011900* UNITS AND SONNEBORN-BERGER IN QUARTER POINTS, SO NO FRACTION IS
012000* EVER CARRIED.  EACH ROUND CELL HOLDS THE OPPONENT'S TABLE
012100* POSITION, THE COLOUR, THE RESULT CHARACTER ("1" WIN, "=" DRAW,
012200* "0" LOSS, "?" NOT YET PLAYED, "B" BYE) AND THE HALF POINTS
012300* EARNED.  XP-SORT-KEY IS THE SCORE FOLLOWED BY THE TIE-BREAKS
012400* IN EVENT ORDER, ALL IN QUARTER POINTS, SO ONE COMPARISON RANKS
012500* TWO PLAYERS.
012600*-----------------------------------------------------------------
012700 01  WS-MAX-PLAYERS              PIC 9(03) VALUE 99.
012800 01  WS-MAX-ROUNDS               PIC 9(02) VALUE 16.
012900 01  WS-PLR-COUNT                PIC 9(03) VALUE ZERO.
013000 01  WS-ROUNDS                   PIC 9(02) VALUE ZERO.
013100 01  WS-PLAYER-TABLE.
013200     05  WS-PLR-ENTRY OCCURS 99 TIMES.
013300         10  XP-ID               PIC X(10).
013400         10  XP-SCORE            PIC 9(03).
013500         10  XP-BH               PIC 9(04).
013600         10  XP-MB               PIC 9(04).
013700         10  XP-SB               PIC 9(05).
013800         10  XP-OPP-COUNT        PIC 9(02).
013900         10  XP-OPP-HIGH         PIC 9(03).
014000         10  XP-OPP-LOW          PIC 9(03).
014100         10  XP-ROUNDS-SEEN      PIC 9(02).
014200         10  XP-ROW              PIC 9(03).
014300         10  XP-SORT-KEY.
014400             15  XK-SCORE        PIC 9(05).
014500             15  XK-TIEBREAK OCCURS 3 TIMES PIC 9(05).
014600         10  XP-ROUND-CELL OCCURS 16 TIMES.
014700             15  XR-OPP-IDX      PIC 9(03).
014800             15  XR-COLOUR       PIC X(01).
014900             15  XR-RESULT       PIC X(01).
015000             15  XR-HALVES       PIC 9(01).
015100 01  pdx                         PIC 9(03).
015200 01  odx                         PIC 9(03).
015300 01  rdx                         PIC 9(02).
015400 01  WS-FIND-ID                  PIC X(10).
015500 01  WS-FOUND-IDX                PIC 9(03).
015600 01  WS-WHITE-IDX                PIC 9(03).
015700 01  WS-BLACK-IDX                PIC 9(03).
015800 01  WS-THIS-ROUND               PIC 9(02).
015900 01  WS-OPP-SCORE                PIC 9(03).
016000 01  WS-PENDING-GAMES            PIC 9(03) VALUE ZERO.

016100*-----------------------------------------------------------------
016200* RANKING ORDER: ROW N OF THE CROSSTABLE IS PLAYER XO-IDX(N).
016300*-----------------------------------------------------------------
016400 01  WS-ORDER-TABLE.
016500     05  XO-IDX OCCURS 99 TIMES  PIC 9(03).
016600 01  sdx                         PIC 9(03).
016700 01  sex                         PIC 9(03).
016800 01  WS-ORDER-HOLD               PIC 9(03).
016900 01  WS-IDX-A                    PIC 9(03).
017000 01  WS-IDX-B                    PIC 9(03).
017100 01  WS-RANK                     PIC 9(03).

017200*-----------------------------------------------------------------
017300* REPORT LINES.  EIGHT ROUNDS FIT ACROSS A ROW; A LONGER EVENT
017400* CARRIES ROUNDS NINE ONWARD ON A CONTINUATION LINE BENEATH.
017500*-----------------------------------------------------------------
017600 01  WS-CELLS-PER-LINE           PIC 9(02) VALUE 8.
017700 01  WS-FIRST-ROUND              PIC 9(02).
017800 01  WS-LAST-ROUND               PIC 9(02).
017900 01  cdx                         PIC 9(02).

018000 01  WS-RPT-HDG1                 PIC X(80) VALUE
018100     "CHESS CLUB - TOURNAMENT CROSSTABLE".
018200 01  WS-RPT-HDG2.
018300     05  FILLER                  PIC X(07) VALUE "EVENT: ".
018400     05  H2-EVENT-NAME           PIC X(30).
018500     05  FILLER                  PIC X(10) VALUE "  ROUNDS: ".
018600     05  H2-ROUNDS               PIC Z9.
018700     05  FILLER                  PIC X(19) VALUE
018800         "  TIE-BREAK ORDER: ".
018900     05  H2-TB-ORDER OCCURS 3 TIMES.
019000         10  H2-TB-CODE          PIC X(02).
019100         10  FILLER              PIC X(01) VALUE SPACES.
019200     05  FILLER                  PIC X(03) VALUE SPACES.
019300 01  WS-COL-HDG.
019400     05  FILLER                  PIC X(16) VALUE
019500         "RNK  PLAYER     ".
019600     05  CH-ROUND-CELL OCCURS 8 TIMES.
019700         10  CH-CELL-TEXT.
019800             15  FILLER          PIC X(02) VALUE SPACES.
019900             15  CH-ROUND        PIC 99.
020000         10  FILLER              PIC X(01) VALUE SPACES.
020100     05  FILLER                  PIC X(24) VALUE
020200         " PTS    BH    MB     SB ".
020300 01  WS-XTB-DETAIL.
020400     05  XD-RANK                 PIC ZZ9.
020500     05  XD-SHARED               PIC X(01).
020600     05  FILLER                  PIC X(01) VALUE SPACES.
020700     05  XD-PLAYER               PIC X(10).
020800     05  FILLER                  PIC X(01) VALUE SPACES.
020900     05  XD-ROUND-CELL OCCURS 8 TIMES.
021000         10  XD-OPP-ROW          PIC Z9.
021100         10  XD-COLOUR           PIC X(01).
021200         10  XD-RESULT           PIC X(01).
021300         10  FILLER              PIC X(01) VALUE SPACES.
021400     05  XD-TOTALS.
021500         10  XD-POINTS           PIC Z9.9.
021600         10  FILLER              PIC X(01) VALUE SPACES.
021700         10  XD-BH               PIC ZZ9.9.
021800         10  FILLER              PIC X(01) VALUE SPACES.
021900         10  XD-MB               PIC ZZ9.9.
022000         10  FILLER              PIC X(01) VALUE SPACES.
022100         10  XD-SB               PIC ZZ9.99.
022200         10  FILLER              PIC X(01) VALUE SPACES.
022300 01  WS-POINTS                   PIC 9(02)V9.
022400 01  WS-BH-POINTS                PIC 9(03)V9.
022500 01  WS-SB-POINTS                PIC 9(03)V99.
022600 01  WS-PENDING-LINE.
022700     05  FILLER                  PIC X(31) VALUE
022800         "GAMES STILL WITHOUT A RESULT: ".
022900     05  PL-PENDING              PIC ZZ9.
023000     05  FILLER                  PIC X(46) VALUE SPACES.
023100 01  WS-KEY-LINE1.
023200     05  FILLER                  PIC X(40) VALUE
023300         "EACH ROUND: OPPONENT'S ROW, COLOUR (W/B)".
023400     05  FILLER                  PIC X(40) VALUE
023500         ", RESULT (1 WIN, = DRAW, 0 LOSS,".
023600 01  WS-KEY-LINE2.
023700     05  FILLER                  PIC X(40) VALUE
023800         "? NOT YET PLAYED).  A BYE SHOWS AS -B, A".
023900     05  FILLER                  PIC X(40) VALUE
024000         " ROUND SAT OUT AS --.".
024010*-----------------------------------------------------------------
024020* PRINCIPAL RECORD COUNTS FOR THE CHESSXTB-BATCH ENTRY
024030* POINT.  THE RUN ONLY READS AND
024040* REPORTS, SO A REHEARSAL RUNS IT UNCHANGED.
024050*-----------------------------------------------------------------
024060 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
024070 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

024080 LINKAGE SECTION.
024090 COPY runcom.

024100 PROCEDURE DIVISION.
024200 0000-CHESSXTB.
024205     PERFORM 0100-RUN-CHESSXTB THRU 0100-EXIT
024210     GOBACK.
024215 0000-EXIT.
024220     EXIT.

024225*-----------------------------------------------------------------
024230* THE WHOLE RUN, BROKEN OUT OF 0000-CHESSXTB SO THE CHESSXTB-BATCH
024235* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
024240*-----------------------------------------------------------------
024245 0100-RUN-CHESSXTB.
024300     PERFORM 1000-READ-CONTROL THRU 1000-EXIT
024400     PERFORM 2000-LOAD-PAIRINGS THRU 2000-EXIT
024500     IF WS-PLR-COUNT = ZERO
024600         GO TO 0100-EXIT
024700     END-IF
024800     PERFORM 3000-SCAN-MATCH-FILE THRU 3000-EXIT
024900     PERFORM 4000-SCORE-GAMES THRU 4000-EXIT
025000     PERFORM 5000-TIE-BREAKS THRU 5000-EXIT
025100     PERFORM 6000-RANK-FIELD THRU 6000-EXIT
025200     PERFORM 7000-PRINT-CROSSTABLE THRU 7000-EXIT.
025400 0100-EXIT.
025500     EXIT.

025600*-----------------------------------------------------------------
025700* TAKE THE EVENT'S RULES FROM CHESSXTC.  EVERY CODE MUST BE ONE
025800* THE CLUB KNOWS AND NONE MAY APPEAR TWICE; A BAD RECORD IS
025900* REPORTED TO THE AUDIT TRAIL AND THE CLUB DEFAULT IS USED.
026000*-----------------------------------------------------------------
026100 1000-READ-CONTROL.
026200     MOVE WS-DEFAULT-TB-ORDER TO WS-TB-ORDER
026300     OPEN INPUT CONTROL-FILE
026400     IF WS-CTL-STATUS NOT = "00"
026500         GO TO 1000-EXIT
026600     END-IF
026700     READ CONTROL-FILE
026800         AT END MOVE "10" TO WS-CTL-STATUS
026900     END-READ
027000     CLOSE CONTROL-FILE
027100     IF WS-CTL-STATUS NOT = "00"
027200         GO TO 1000-EXIT
027300     END-IF
027400     MOVE XTC-EVENT-NAME TO WS-EVENT-NAME
027500     MOVE "N" TO WS-CTL-BAD-SW
027600     PERFORM VARYING tbx FROM 1 BY 1 UNTIL tbx > 3
027700         IF XTC-TB-CODE(tbx) NOT = "BH"
027800                 AND XTC-TB-CODE(tbx) NOT = "MB"
027900                 AND XTC-TB-CODE(tbx) NOT = "SB"
028000                 AND XTC-TB-CODE(tbx) NOT = SPACES
028100             SET CONTROL-IS-BAD TO TRUE
028200             MOVE "UNKNOWN TIE-BREAK CODE ON CONTROL RECORD"
028300                 TO WS-CTL-REASON
028400         END-IF
028500         PERFORM VARYING tcx FROM 1 BY 1 UNTIL tcx >= tbx
028600             IF XTC-TB-CODE(tcx) = XTC-TB-CODE(tbx)
028700                     AND XTC-TB-CODE(tbx) NOT = SPACES
028800                 SET CONTROL-IS-BAD TO TRUE
028900                 MOVE "TIE-BREAK CODE REPEATED ON CONTROL RECORD"
029000                     TO WS-CTL-REASON
029100             END-IF
029200         END-PERFORM
029300     END-PERFORM
029400     IF XTC-BYE-HALVES NOT = SPACE
029500         IF XTC-BYE-HALVES IS NUMERIC
029600                 AND XTC-BYE-HALVES NOT > "2"
029700             MOVE XTC-BYE-HALVES TO WS-BYE-HALVES
029800         ELSE
029900             SET CONTROL-IS-BAD TO TRUE
030000             MOVE "BYE VALUE MUST BE 0, 1 OR 2 HALF POINTS"
030100                 TO WS-CTL-REASON
030200         END-IF
030300     END-IF
030400     IF CONTROL-IS-BAD
030500         MOVE XTC-RECORD TO AUD-FAILED-INPUT
030600         MOVE WS-CTL-REASON TO AUD-FAILURE-REASON
030700         PERFORM 8000-AUDIT-WARNING THRU 8000-EXIT
030800         GO TO 1000-EXIT
030900     END-IF
031000     IF XTC-TIEBREAK-CODES NOT = SPACES
031100         PERFORM VARYING tbx FROM 1 BY 1 UNTIL tbx > 3
031200             MOVE XTC-TB-CODE(tbx) TO WS-TB-CODE(tbx)
031300         END-PERFORM
031400     END-IF.
031500 1000-EXIT.
031600     EXIT.

031700*-----------------------------------------------------------------
031800* LOAD THE PAIRINGS AND BUILD THE FIELD FROM THEM.  A PAIRING
031900* WRITTEN BEFORE CHESSGMP CARRIED THE ROUND IS PLACED IN THE
032000* ROUND AFTER THE LATER OF ITS TWO PLAYERS' LAST ROUNDS.  THE
032100* CELLS ARE FILLED HERE AS NOT YET PLAYED; THE RESULTS COME IN
032200* FROM THE MATCH FILE.
032300*-----------------------------------------------------------------
032400 2000-LOAD-PAIRINGS.
032500     OPEN INPUT PAIRING-FILE
032600     IF WS-PAIR-STATUS NOT = "00"
032700         GO TO 2000-EXIT
032800     END-IF
032900     PERFORM 2100-READ-PAIRING THRU 2100-EXIT
033000     PERFORM UNTIL PAIR-EOF
033100         IF GMP-WHITE-PLAYER NOT = SPACES
033200             PERFORM 2200-LOAD-ONE-PAIRING THRU 2200-EXIT
033300         END-IF
033400         PERFORM 2100-READ-PAIRING THRU 2100-EXIT
033500     END-PERFORM
033600     CLOSE PAIRING-FILE.
033700 2000-EXIT.
033800     EXIT.

033900 2100-READ-PAIRING.
034000     READ PAIRING-FILE
034100         AT END SET PAIR-EOF TO TRUE
034200     END-READ.
034300 2100-EXIT.
034400     EXIT.

034500 2200-LOAD-ONE-PAIRING.
034600     IF WS-PAIR-COUNT NOT < 400
034700         MOVE "PAIRING TABLE FULL - GAME LEFT OFF THE CROSSTABLE"
034800             TO AUD-FAILURE-REASON
034900         GO TO 2200-REJECT
035000     END-IF
035100     MOVE GMP-WHITE-PLAYER TO WS-FIND-ID
035200     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
035300     MOVE WS-FOUND-IDX TO WS-WHITE-IDX
035400     MOVE ZERO TO WS-BLACK-IDX
035500     IF GMP-BLACK-PLAYER NOT = SPACES
035600         MOVE GMP-BLACK-PLAYER TO WS-FIND-ID
035700         PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
035800         MOVE WS-FOUND-IDX TO WS-BLACK-IDX
035900         IF WS-BLACK-IDX = ZERO
036000             MOVE ZERO TO WS-WHITE-IDX
036100         END-IF
036200     END-IF
036300     IF WS-WHITE-IDX = ZERO
036400         MOVE "FIELD FULL - PLAYER LEFT OFF THE CROSSTABLE"
036500             TO AUD-FAILURE-REASON
036600         GO TO 2200-REJECT
036700     END-IF
036800     IF GMP-ROUND IS NUMERIC AND GMP-ROUND > ZERO
036900         MOVE GMP-ROUND TO WS-THIS-ROUND
037000     ELSE
037100         MOVE XP-ROUNDS-SEEN(WS-WHITE-IDX) TO WS-THIS-ROUND
037200         IF WS-BLACK-IDX > ZERO
037300             AND XP-ROUNDS-SEEN(WS-BLACK-IDX) > WS-THIS-ROUND
037400             MOVE XP-ROUNDS-SEEN(WS-BLACK-IDX) TO WS-THIS-ROUND
037500         END-IF
037600         ADD 1 TO WS-THIS-ROUND
037700     END-IF
037800     IF WS-THIS-ROUND > WS-MAX-ROUNDS
037900         MOVE "ROUND BEYOND THE CROSSTABLE - GAME LEFT OFF"
038000             TO AUD-FAILURE-REASON
038100         GO TO 2200-REJECT
038200     END-IF
038300     IF XR-RESULT(WS-WHITE-IDX, WS-THIS-ROUND) NOT = SPACE
038400         MOVE "PLAYER PAIRED TWICE IN ONE ROUND - GAME LEFT OFF"
038500             TO AUD-FAILURE-REASON
038600         GO TO 2200-REJECT
038700     END-IF
038800     IF WS-BLACK-IDX > ZERO
038900         IF XR-RESULT(WS-BLACK-IDX, WS-THIS-ROUND) NOT = SPACE
039000             MOVE
039100               "PLAYER PAIRED TWICE IN ONE ROUND - GAME LEFT OFF"
039200                 TO AUD-FAILURE-REASON
039300             GO TO 2200-REJECT
039400         END-IF
039500     END-IF
039600     ADD 1 TO WS-PAIR-COUNT
039700     MOVE GMP-GAME-ID   TO GP-GAME-ID(WS-PAIR-COUNT)
039800     MOVE WS-WHITE-IDX  TO GP-WHITE-IDX(WS-PAIR-COUNT)
039900     MOVE WS-BLACK-IDX  TO GP-BLACK-IDX(WS-PAIR-COUNT)
040000     MOVE WS-THIS-ROUND TO GP-ROUND(WS-PAIR-COUNT)
040100     MOVE SPACES        TO GP-LAST-RESULT(WS-PAIR-COUNT)
040200     IF WS-THIS-ROUND > WS-ROUNDS
040300         MOVE WS-THIS-ROUND TO WS-ROUNDS
040400     END-IF
040500     IF WS-THIS-ROUND > XP-ROUNDS-SEEN(WS-WHITE-IDX)
040600         MOVE WS-THIS-ROUND TO XP-ROUNDS-SEEN(WS-WHITE-IDX)
040700     END-IF
040800     MOVE WS-BLACK-IDX
040900         TO XR-OPP-IDX(WS-WHITE-IDX, WS-THIS-ROUND)
041000     IF WS-BLACK-IDX = ZERO
041100         MOVE "-" TO XR-COLOUR(WS-WHITE-IDX, WS-THIS-ROUND)
041200         MOVE "B" TO XR-RESULT(WS-WHITE-IDX, WS-THIS-ROUND)
041300         GO TO 2200-EXIT
041400     END-IF
041500     MOVE "W" TO XR-COLOUR(WS-WHITE-IDX, WS-THIS-ROUND)
041600     MOVE "?" TO XR-RESULT(WS-WHITE-IDX, WS-THIS-ROUND)
041700     IF WS-THIS-ROUND > XP-ROUNDS-SEEN(WS-BLACK-IDX)
041800         MOVE WS-THIS-ROUND TO XP-ROUNDS-SEEN(WS-BLACK-IDX)
041900     END-IF
042000     MOVE WS-WHITE-IDX
042100         TO XR-OPP-IDX(WS-BLACK-IDX, WS-THIS-ROUND)
042200     MOVE "B" TO XR-COLOUR(WS-BLACK-IDX, WS-THIS-ROUND)
042300     MOVE "?" TO XR-RESULT(WS-BLACK-IDX, WS-THIS-ROUND)
042400     GO TO 2200-EXIT.
042500 2200-REJECT.
042600     MOVE GMP-RECORD TO AUD-FAILED-INPUT
042700     PERFORM 8000-AUDIT-WARNING THRU 8000-EXIT.
042800 2200-EXIT.
042900     EXIT.

043000*-----------------------------------------------------------------
043100* LOOK UP (OR ADD) A PLAYER BY ID.  WS-FOUND-IDX COMES BACK ZERO
043200* WHEN THE FIELD IS FULL.
043300*-----------------------------------------------------------------
043400 2300-FIND-PLAYER.
043500     MOVE ZERO TO WS-FOUND-IDX
043600     PERFORM VARYING pdx FROM 1 BY 1
043700             UNTIL pdx > WS-PLR-COUNT OR WS-FOUND-IDX > ZERO
043800         IF XP-ID(pdx) = WS-FIND-ID
043900             MOVE pdx TO WS-FOUND-IDX
044000         END-IF
044100     END-PERFORM
044200     IF WS-FOUND-IDX > ZERO
044300         GO TO 2300-EXIT
044400     END-IF
044500     IF WS-PLR-COUNT NOT < WS-MAX-PLAYERS
044600         GO TO 2300-EXIT
044700     END-IF
044800     ADD 1 TO WS-PLR-COUNT
044900     MOVE WS-PLR-COUNT TO WS-FOUND-IDX
045000     INITIALIZE WS-PLR-ENTRY(WS-FOUND-IDX)
045100     MOVE WS-FIND-ID TO XP-ID(WS-FOUND-IDX)
045200     PERFORM VARYING rdx FROM 1 BY 1 UNTIL rdx > WS-MAX-ROUNDS
045300         MOVE SPACE TO XR-COLOUR(WS-FOUND-IDX, rdx)
045400         MOVE SPACE TO XR-RESULT(WS-FOUND-IDX, rdx)
045500     END-PERFORM.
045600 2300-EXIT.
045700     EXIT.

045800*-----------------------------------------------------------------
045900* ONE PASS OVER THE MATCH FILE, REMEMBERING THE LAST NON-BLANK
046000* ATTACK RESULT LOGGED FOR EACH PAIRED GAME.
046100*-----------------------------------------------------------------
046200 3000-SCAN-MATCH-FILE.
046300     OPEN INPUT CHESS-MATCH-FILE
046400     IF WS-MATCH-STATUS NOT = "00"
046500         GO TO 3000-EXIT
046600     END-IF
046700     PERFORM 3100-READ-MATCH THRU 3100-EXIT
046800     PERFORM UNTIL MATCH-EOF
046900         IF CHESSMV-ATTACK-RESULT NOT = SPACES
047000             PERFORM VARYING gpx FROM 1 BY 1
047100                     UNTIL gpx > WS-PAIR-COUNT
047200                 IF GP-GAME-ID(gpx) = CHESSMV-GAME-ID
047300                     MOVE CHESSMV-ATTACK-RESULT
047400                         TO GP-LAST-RESULT(gpx)
047500                 END-IF
047600             END-PERFORM
047700         END-IF
047800         PERFORM 3100-READ-MATCH THRU 3100-EXIT
047900     END-PERFORM
048000     CLOSE CHESS-MATCH-FILE.
048100 3000-EXIT.
048200     EXIT.

048300 3100-READ-MATCH.
048400     READ CHESS-MATCH-FILE
048500         AT END SET MATCH-EOF TO TRUE
048501         NOT AT END ADD 1 TO WS-RNC-READ
048600     END-READ.
048700 3100-EXIT.
048800     EXIT.

048900*-----------------------------------------------------------------
049000* SCORE EVERY PAIRING.  THE BYE EARNS WHAT THE EVENT SAYS; A GAME
049100* WITH NO VERDICT YET STAYS "?" AND SCORES NOTHING.
049200*-----------------------------------------------------------------
049300 4000-SCORE-GAMES.
049400     PERFORM VARYING gpx FROM 1 BY 1 UNTIL gpx > WS-PAIR-COUNT
049500         MOVE GP-WHITE-IDX(gpx) TO WS-WHITE-IDX
049600         MOVE GP-BLACK-IDX(gpx) TO WS-BLACK-IDX
049700         MOVE GP-ROUND(gpx)     TO rdx
049800         EVALUATE TRUE
049900             WHEN WS-BLACK-IDX = ZERO
050000                 MOVE WS-BYE-HALVES
050100                     TO XR-HALVES(WS-WHITE-IDX, rdx)
050200             WHEN GP-LAST-RESULT(gpx) = SPACES
050300                 ADD 1 TO WS-PENDING-GAMES
050400             WHEN GP-LAST-RESULT(gpx) = "ATTACK"
050410             WHEN GP-LAST-RESULT(gpx) = "DEFLTB"
050500                 MOVE "1" TO XR-RESULT(WS-WHITE-IDX, rdx)
050600                 MOVE 2   TO XR-HALVES(WS-WHITE-IDX, rdx)
050700                 MOVE "0" TO XR-RESULT(WS-BLACK-IDX, rdx)
050800                 MOVE 0   TO XR-HALVES(WS-BLACK-IDX, rdx)
050810             WHEN GP-LAST-RESULT(gpx) = "MATEDW"
050820             WHEN GP-LAST-RESULT(gpx) = "DEFLTW"
050830                 MOVE "0" TO XR-RESULT(WS-WHITE-IDX, rdx)
050840                 MOVE 0   TO XR-HALVES(WS-WHITE-IDX, rdx)
050850                 MOVE "1" TO XR-RESULT(WS-BLACK-IDX, rdx)
050860                 MOVE 2   TO XR-HALVES(WS-BLACK-IDX, rdx)
050900             WHEN OTHER
051000                 MOVE "=" TO XR-RESULT(WS-WHITE-IDX, rdx)
051100                 MOVE 1   TO XR-HALVES(WS-WHITE-IDX, rdx)
051200                 MOVE "=" TO XR-RESULT(WS-BLACK-IDX, rdx)
051300                 MOVE 1   TO XR-HALVES(WS-BLACK-IDX, rdx)
051400         END-EVALUATE
051500         ADD XR-HALVES(WS-WHITE-IDX, rdx)
051600             TO XP-SCORE(WS-WHITE-IDX)
051700         IF WS-BLACK-IDX > ZERO
051800             ADD XR-HALVES(WS-BLACK-IDX, rdx)
051900                 TO XP-SCORE(WS-BLACK-IDX)
052000         END-IF
052100     END-PERFORM.
052200 4000-EXIT.
052300     EXIT.

052400*-----------------------------------------------------------------
052500* TIE-BREAKS OVER THE GAMES ACTUALLY PLAYED (A BYE OR A GAME
052600* STILL WITHOUT A VERDICT GIVES NO OPPONENT):
052700*   BUCHHOLZ         - SUM OF THE OPPONENTS' FINAL SCORES.
052800*   MEDIAN-BUCHHOLZ  - THE SAME LESS THE HIGHEST AND LOWEST
052900*                      OPPONENT, ONCE THERE ARE THREE OR MORE.
053000*   SONNEBORN-BERGER - THE FULL SCORE OF EACH OPPONENT BEATEN
053100*                      PLUS HALF THE SCORE OF EACH DRAWN WITH.
053200*-----------------------------------------------------------------
053300 5000-TIE-BREAKS.
053400     PERFORM VARYING pdx FROM 1 BY 1 UNTIL pdx > WS-PLR-COUNT
053500         MOVE ZERO TO XP-BH(pdx) XP-SB(pdx) XP-OPP-COUNT(pdx)
053600                      XP-OPP-HIGH(pdx)
053700         MOVE 999 TO XP-OPP-LOW(pdx)
053800         PERFORM VARYING rdx FROM 1 BY 1 UNTIL rdx > WS-ROUNDS
053900             IF XR-OPP-IDX(pdx, rdx) > ZERO
054000                     AND XR-RESULT(pdx, rdx) NOT = "?"
054100                 PERFORM 5100-ONE-OPPONENT THRU 5100-EXIT
054200             END-IF
054300         END-PERFORM
054400         MOVE XP-BH(pdx) TO XP-MB(pdx)
054500         IF XP-OPP-COUNT(pdx) > 2
054600             SUBTRACT XP-OPP-HIGH(pdx) XP-OPP-LOW(pdx)
054700                 FROM XP-MB(pdx)
054800         END-IF
054900     END-PERFORM.
055000 5000-EXIT.
055100     EXIT.

055200 5100-ONE-OPPONENT.
055300     MOVE XR-OPP-IDX(pdx, rdx) TO odx
055400     MOVE XP-SCORE(odx) TO WS-OPP-SCORE
055500     ADD 1 TO XP-OPP-COUNT(pdx)
055600     ADD WS-OPP-SCORE TO XP-BH(pdx)
055700     IF WS-OPP-SCORE > XP-OPP-HIGH(pdx)
055800         MOVE WS-OPP-SCORE TO XP-OPP-HIGH(pdx)
055900     END-IF
056000     IF WS-OPP-SCORE < XP-OPP-LOW(pdx)
056100         MOVE WS-OPP-SCORE TO XP-OPP-LOW(pdx)
056200     END-IF
056300     EVALUATE XR-RESULT(pdx, rdx)
056400         WHEN "1"
056500             COMPUTE XP-SB(pdx) = XP-SB(pdx) + WS-OPP-SCORE * 2
056600         WHEN "="
056700             ADD WS-OPP-SCORE TO XP-SB(pdx)
056800     END-EVALUATE.
056900 5100-EXIT.
057000     EXIT.

057100*-----------------------------------------------------------------
057200* BUILD EACH PLAYER'S RANKING KEY (QUARTER POINTS THROUGHOUT) AND
057300* SELECTION-SORT THE ROW ORDER HIGH TO LOW ON IT, PLAYER ID
057400* BREAKING A COMPLETE TIE SO THE PRINT ORDER NEVER WANDERS.
057500*-----------------------------------------------------------------
057600 6000-RANK-FIELD.
057700     PERFORM VARYING pdx FROM 1 BY 1 UNTIL pdx > WS-PLR-COUNT
057800         COMPUTE XK-SCORE(pdx) = XP-SCORE(pdx) * 2
057900         PERFORM VARYING tbx FROM 1 BY 1 UNTIL tbx > 3
058000             EVALUATE WS-TB-CODE(tbx)
058100                 WHEN "BH"
058200                     COMPUTE XK-TIEBREAK(pdx, tbx) =
058300                         XP-BH(pdx) * 2
058400                 WHEN "MB"
058500                     COMPUTE XK-TIEBREAK(pdx, tbx) =
058600                         XP-MB(pdx) * 2
058700                 WHEN "SB"
058800                     MOVE XP-SB(pdx) TO XK-TIEBREAK(pdx, tbx)
058900                 WHEN OTHER
059000                     MOVE ZERO TO XK-TIEBREAK(pdx, tbx)
059100             END-EVALUATE
059200         END-PERFORM
059300         MOVE pdx TO XO-IDX(pdx)
059400     END-PERFORM
059500     PERFORM VARYING sdx FROM 1 BY 1
059600             UNTIL sdx >= WS-PLR-COUNT
059700         PERFORM VARYING sex FROM sdx BY 1
059800                 UNTIL sex > WS-PLR-COUNT
059900             MOVE XO-IDX(sdx) TO WS-IDX-A
060000             MOVE XO-IDX(sex) TO WS-IDX-B
060100             IF XP-SORT-KEY(WS-IDX-B) > XP-SORT-KEY(WS-IDX-A)
060200                 OR (XP-SORT-KEY(WS-IDX-B) = XP-SORT-KEY(WS-IDX-A)
060300                     AND XP-ID(WS-IDX-B) < XP-ID(WS-IDX-A))
060400                 MOVE XO-IDX(sdx) TO WS-ORDER-HOLD
060500                 MOVE XO-IDX(sex) TO XO-IDX(sdx)
060600                 MOVE WS-ORDER-HOLD TO XO-IDX(sex)
060700             END-IF
060800         END-PERFORM
060900     END-PERFORM
061000     PERFORM VARYING sdx FROM 1 BY 1 UNTIL sdx > WS-PLR-COUNT
061100         MOVE sdx TO XP-ROW(XO-IDX(sdx))
061200     END-PERFORM.
061300 6000-EXIT.
061400     EXIT.

061500*-----------------------------------------------------------------
061600* PRINT THE CROSSTABLE IN RANK ORDER.  PLAYERS LEVEL ON SCORE
061700* AND EVERY TIE-BREAK SHARE THE PLACE, MARKED "=".
061800*-----------------------------------------------------------------
061900 7000-PRINT-CROSSTABLE.
062000     OPEN OUTPUT CROSSTABLE-RPT
062100     MOVE WS-RPT-HDG1 TO RPT-LINE
062200     WRITE RPT-LINE
062300     MOVE WS-EVENT-NAME TO H2-EVENT-NAME
062400     MOVE WS-ROUNDS TO H2-ROUNDS
062500     PERFORM VARYING tbx FROM 1 BY 1 UNTIL tbx > 3
062600         MOVE WS-TB-CODE(tbx) TO H2-TB-CODE(tbx)
062700     END-PERFORM
062800     MOVE WS-RPT-HDG2 TO RPT-LINE
062900     WRITE RPT-LINE
063000     MOVE SPACES TO RPT-LINE
063100     WRITE RPT-LINE
063200     PERFORM VARYING WS-FIRST-ROUND FROM 1 BY WS-CELLS-PER-LINE
063300             UNTIL WS-FIRST-ROUND > WS-ROUNDS
063400         PERFORM 7100-COLUMN-HEADING THRU 7100-EXIT
063500     END-PERFORM
063600     PERFORM VARYING sdx FROM 1 BY 1 UNTIL sdx > WS-PLR-COUNT
063700         MOVE XO-IDX(sdx) TO pdx
063800         IF sdx = 1
063900             MOVE sdx TO WS-RANK
064000         ELSE
064100             MOVE XO-IDX(WS-RANK) TO WS-IDX-A
064200             IF XP-SORT-KEY(pdx) NOT = XP-SORT-KEY(WS-IDX-A)
064300                 MOVE sdx TO WS-RANK
064400             END-IF
064500         END-IF
064600         PERFORM 7200-PRINT-PLAYER THRU 7200-EXIT
064700     END-PERFORM
064800     MOVE SPACES TO RPT-LINE
064900     WRITE RPT-LINE
065000     MOVE WS-PENDING-GAMES TO PL-PENDING
065100     MOVE WS-PENDING-LINE TO RPT-LINE
065200     WRITE RPT-LINE
065300     MOVE WS-KEY-LINE1 TO RPT-LINE
065400     WRITE RPT-LINE
065500     MOVE WS-KEY-LINE2 TO RPT-LINE
065600     WRITE RPT-LINE
065700     CLOSE CROSSTABLE-RPT.
065800 7000-EXIT.
065900     EXIT.

066000*-----------------------------------------------------------------
066100* HEADING FOR THE ROUNDS FROM WS-FIRST-ROUND, EIGHT ACROSS.  THE
066200* HEADING OVER A CONTINUATION LINE CARRIES THE ROUNDS ONLY.
066300*-----------------------------------------------------------------
066400 7100-COLUMN-HEADING.
066500     PERFORM VARYING cdx FROM 1 BY 1
066600             UNTIL cdx > WS-CELLS-PER-LINE
066700         COMPUTE rdx = WS-FIRST-ROUND + cdx - 1
066800         IF rdx > WS-ROUNDS
066900             MOVE SPACES TO CH-CELL-TEXT(cdx)
067000         ELSE
067100             MOVE " R" TO CH-CELL-TEXT(cdx)
067200             MOVE rdx TO CH-ROUND(cdx)
067300         END-IF
067400     END-PERFORM
067500     MOVE WS-COL-HDG TO RPT-LINE
067600     IF WS-FIRST-ROUND > 1
067700         MOVE SPACES TO RPT-LINE(1:16) RPT-LINE(57:24)
067800     END-IF
067900     WRITE RPT-LINE.
068000 7100-EXIT.
068100     EXIT.

068200*-----------------------------------------------------------------
068300* ONE PLAYER'S ROW: RANK, ID, THE FIRST EIGHT ROUNDS AND THE
068400* TOTALS, THEN A CONTINUATION LINE FOR EACH FURTHER EIGHT.
068500*-----------------------------------------------------------------
068600 7200-PRINT-PLAYER.
068700     MOVE SPACES TO WS-XTB-DETAIL
068800     MOVE WS-RANK TO XD-RANK
068900     IF WS-RANK NOT = sdx
069000         MOVE "=" TO XD-SHARED
069100     ELSE
069200         IF sdx < WS-PLR-COUNT
069300             MOVE XO-IDX(sdx + 1) TO WS-IDX-A
069400             IF XP-SORT-KEY(pdx) = XP-SORT-KEY(WS-IDX-A)
069500                 MOVE "=" TO XD-SHARED
069600             END-IF
069700         END-IF
069800     END-IF
069900     MOVE XP-ID(pdx) TO XD-PLAYER
070000     MOVE 1 TO WS-FIRST-ROUND
070100     PERFORM 7300-FILL-CELLS THRU 7300-EXIT
070200     COMPUTE WS-POINTS = XP-SCORE(pdx) / 2
070300     MOVE WS-POINTS TO XD-POINTS
070400     COMPUTE WS-BH-POINTS = XP-BH(pdx) / 2
070500     MOVE WS-BH-POINTS TO XD-BH
070600     COMPUTE WS-BH-POINTS = XP-MB(pdx) / 2
070700     MOVE WS-BH-POINTS TO XD-MB
070800     COMPUTE WS-SB-POINTS = XP-SB(pdx) / 4
070900     MOVE WS-SB-POINTS TO XD-SB
071000     MOVE WS-XTB-DETAIL TO RPT-LINE
071100     WRITE RPT-LINE
071101     ADD 1 TO WS-RNC-WRITTEN
071200     PERFORM UNTIL WS-FIRST-ROUND + WS-CELLS-PER-LINE
071300             > WS-ROUNDS
071400         ADD WS-CELLS-PER-LINE TO WS-FIRST-ROUND
071500         MOVE SPACES TO WS-XTB-DETAIL
071600         PERFORM 7300-FILL-CELLS THRU 7300-EXIT
071700         MOVE WS-XTB-DETAIL TO RPT-LINE
071800         WRITE RPT-LINE
071900     END-PERFORM.
072000 7200-EXIT.
072100     EXIT.

072200 7300-FILL-CELLS.
072300     PERFORM VARYING cdx FROM 1 BY 1
072400             UNTIL cdx > WS-CELLS-PER-LINE
072500         COMPUTE rdx = WS-FIRST-ROUND + cdx - 1
072600         IF rdx NOT > WS-ROUNDS
072700             PERFORM 7400-ONE-CELL THRU 7400-EXIT
072800         END-IF
072900     END-PERFORM.
073000 7300-EXIT.
073100     EXIT.

073200 7400-ONE-CELL.
073300     IF XR-RESULT(pdx, rdx) = SPACE
073400         MOVE "-" TO XD-COLOUR(cdx)
073500         MOVE "-" TO XD-RESULT(cdx)
073600         GO TO 7400-EXIT
073700     END-IF
073800     IF XR-OPP-IDX(pdx, rdx) > ZERO
073900         MOVE XR-OPP-IDX(pdx, rdx) TO odx
074000         MOVE XP-ROW(odx) TO XD-OPP-ROW(cdx)
074100     END-IF
074200     MOVE XR-COLOUR(pdx, rdx) TO XD-COLOUR(cdx)
074300     MOVE XR-RESULT(pdx, rdx) TO XD-RESULT(cdx).
074400 7400-EXIT.
074500     EXIT.

074600*-----------------------------------------------------------------
074700* A PAIRING OR CONTROL RECORD THE CROSSTABLE COULD NOT USE GOES
074800* TO THE SHARED AUDIT TRAIL; THE CALLER HAS SET THE INPUT IMAGE
074900* AND THE REASON.
075000*-----------------------------------------------------------------
075100 8000-AUDIT-WARNING.
075200     MOVE "CHESSXTB" TO AUD-PROGRAM-NAME
075300     SET AUD-SEV-WARNING TO TRUE
075400     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
075500         AUD-FAILED-INPUT AUD-FAILURE-REASON
075600         AUD-SEVERITY.
075700 8000-EXIT.
075800     EXIT.

075900*-----------------------------------------------------------------
076000* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
076100* SECOND-TIER STREAM CAN PRINT THE CROSSTABLE AND
076200* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
076300* DEFAULT CALL "CHESSXTB" BEHAVIOR ABOVE.
076400*-----------------------------------------------------------------
076500 9000-CHESSXTB-BATCH-ENTRY.
076600 ENTRY "CHESSXTB-BATCH" USING RNC-RECORDS-READ
076700         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
076800     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
076900     PERFORM 0100-RUN-CHESSXTB THRU 0100-EXIT
077000     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
077100     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
077200     GOBACK.
077300 9000-EXIT.
077400     EXIT.
