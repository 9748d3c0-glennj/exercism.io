000100*****************************************************************
000200* PROGRAM-ID : CHESSRPG
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - CHESS CLUB SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : RATING PROGRESSION REPORT.  READS THE CHESSRHS
000900*               RATING HISTORY CHESSRTG APPENDS FOR EVERY RATED
001000*               GAME AND PRINTS, FOR EACH PLAYER WHO PLAYED IN
001100*               THE DATE RANGE ON THE CHESSRPC CONTROL RECORD,
001200*               THE GAME-BY-GAME RATING PATH WITH THE STARTING,
001300*               FINISHING, PEAK AND LOW RATINGS.  A PLAYER WHOSE
001400*               RATING RANGED FURTHER THAN THE CONTROL RECORD'S
001500*               REVIEW THRESHOLD (PEAK LESS LOW, SO A DROP AND
001600*               RECOVERY COUNTS AS WELL AS A STRAIGHT CLIMB) IS
001700*               FLAGGED AND LISTED AGAIN AT THE END FOR THE
001800*               COMMITTEE'S SANDBAGGING REVIEW.  THE REPORT IS
001900*               CHESSRPR.
002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*-----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* 10/15/2026 RM    ORIGINAL RATING PROGRESSION REPORT
002500*-----------------------------------------------------------------
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    CHESSRPG.
002800 AUTHOR.        R. MCALLISTER.
002900 INSTALLATION.  GLENNJ DATA PROCESSING.
003000 DATE-WRITTEN.  10/15/2026.
003100 DATE-COMPILED.

003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CONTROL-FILE ASSIGN TO "CHESSRPC"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-CTL-STATUS.

003800     SELECT RATING-HIST-FILE ASSIGN TO "CHESSRHS"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RHS-STATUS.

004100     SELECT PROGRESSION-RPT ASSIGN TO "CHESSRPR"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RPT-STATUS.

004400     SELECT SORT-WORK-FILE ASSIGN TO "CHESSRPS".

004500 DATA DIVISION.
004600 FILE SECTION.
004700*-----------------------------------------------------------------
004800* ONE CONTROL RECORD: THE FIRST AND LAST DATES OF THE PERIOD
004900* (YYYYMMDD, BLANK FOR OPEN-ENDED) AND THE REVIEW THRESHOLD IN
005000* RATING POINTS (BLANK FOR THE CLUB DEFAULT OF 100).
005100*-----------------------------------------------------------------
005200 FD  CONTROL-FILE.
005300 01  RPC-RECORD.
005400     05  RPC-FROM-DATE           PIC X(08).
005500     05  FILLER                  PIC X(01).
005600     05  RPC-TO-DATE             PIC X(08).
005700     05  FILLER                  PIC X(01).
005800     05  RPC-THRESHOLD           PIC X(04).

005900 FD  RATING-HIST-FILE.
006000 COPY chessrhs.

006100 FD  PROGRESSION-RPT
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  RPT-LINE                    PIC X(80).

006400*-----------------------------------------------------------------
006500* HISTORY RECORDS IN THE PERIOD, BY PLAYER, THEN DATE, THEN THE
006600* ORDER THEY WERE WRITTEN (SEVERAL GAMES CAN BE RATED ON ONE
006700* RUN DATE).
006800*-----------------------------------------------------------------
006900 SD  SORT-WORK-FILE.
007000 01  SORT-RECORD.
007100     05  SORT-PLAYER-ID          PIC X(10).
007200     05  SORT-DATE               PIC 9(08).
007300     05  SORT-SEQ                PIC 9(07).
007400     05  SORT-GAME-ID            PIC X(05).
007500     05  SORT-OPPONENT-ID        PIC X(10).
007600     05  SORT-RATING-BEFORE      PIC 9(05).
007700     05  SORT-RATING-AFTER       PIC 9(05).
007800     05  SORT-RESULT             PIC X(01).

007900 WORKING-STORAGE SECTION.
008000 01  WS-CTL-STATUS               PIC XX.
008100 01  WS-RHS-STATUS               PIC XX.
008200     88  RHS-EOF                 VALUE "10".
008300 01  WS-RPT-STATUS               PIC XX.

008400*-----------------------------------------------------------------
008500* SHARED AUDIT-LOG CALL INTERFACE.
008600*-----------------------------------------------------------------
008700 COPY audcom.

008800 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
008900 01  WS-TO-DATE                  PIC 9(08) VALUE 99999999.
009000 01  WS-THRESHOLD                PIC 9(04) VALUE 100.
009100 01  WS-CTL-BAD-SW               PIC X(01).
009200     88  CONTROL-IS-BAD          VALUE "Y".
009300 01  WS-CTL-REASON               PIC X(50).

009400 01  WS-HIST-SEQ                 PIC 9(07) VALUE ZERO.
009500 01  WS-SORT-EOF-SW              PIC X VALUE "N".
009600     88  SORT-AT-EOF             VALUE "Y".

009700*-----------------------------------------------------------------
009800* THE PLAYER BEING PRINTED.
009900*-----------------------------------------------------------------
010000 01  WS-CUR-PLAYER               PIC X(10) VALUE SPACES.
010100 01  WS-START-RATING             PIC 9(05).
010200 01  WS-END-RATING               PIC 9(05).
010300 01  WS-PEAK-RATING              PIC 9(05).
010400 01  WS-LOW-RATING               PIC 9(05).
010500 01  WS-PLAYER-GAMES             PIC 9(04).
010600 01  WS-RATING-RANGE             PIC 9(05).
010700 01  WS-RATING-CHANGE            PIC S9(05).

010800 01  WS-PLAYER-COUNT             PIC 9(04) VALUE ZERO.
010900 01  WS-REVIEW-COUNT             PIC 9(03) VALUE ZERO.
011000 01  WS-REVIEW-TABLE.
011100     05  WS-REVIEW-ENTRY OCCURS 200 TIMES.
011200         10  RV-PLAYER-ID        PIC X(10).
011300         10  RV-START            PIC 9(05).
011400         10  RV-END              PIC 9(05).
011500         10  RV-PEAK             PIC 9(05).
011600         10  RV-LOW              PIC 9(05).
011700         10  RV-RANGE            PIC 9(05).
011800 01  rvx                         PIC 9(03).

011900 01  WS-RPT-HDG1.
012000     05  FILLER                  PIC X(40) VALUE
012100         "CHESS CLUB - RATING PROGRESSION".
012200     05  FILLER                  PIC X(06) VALUE "FROM: ".
012300     05  H1-FROM-DATE            PIC 9(08).
012400     05  FILLER                  PIC X(06) VALUE "  TO: ".
012500     05  H1-TO-DATE              PIC 9(08).
012600     05  FILLER                  PIC X(12) VALUE SPACES.
012700 01  WS-RPT-HDG2.
012800     05  FILLER                  PIC X(18) VALUE
012900         "REVIEW THRESHOLD: ".
013000     05  H2-THRESHOLD            PIC ZZZ9.
013100     05  FILLER                  PIC X(58) VALUE
013200         " POINTS BETWEEN PEAK AND LOW".
013300 01  WS-PLAYER-HDG.
013400     05  FILLER                  PIC X(08) VALUE "PLAYER: ".
013500     05  PH-PLAYER-ID            PIC X(10).
013600     05  FILLER                  PIC X(62) VALUE SPACES.
013700 01  WS-COL-HDG.
013800     05  FILLER                  PIC X(31) VALUE
013900         "    DATE      GAME   OPPONENT  ".
014000     05  FILLER                  PIC X(31) VALUE
014100         "   RES   BEFORE   AFTER  CHANGE".
014200     05  FILLER                  PIC X(18) VALUE SPACES.
014300 01  WS-GAME-DETAIL.
014400     05  FILLER                  PIC X(04) VALUE SPACES.
014500     05  PD-DATE                 PIC 9(08).
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  PD-GAME-ID              PIC X(05).
014800     05  FILLER                  PIC X(02) VALUE SPACES.
014900     05  PD-OPPONENT-ID          PIC X(10).
015000     05  FILLER                  PIC X(04) VALUE SPACES.
015100     05  PD-RESULT               PIC X(01).
015200     05  FILLER                  PIC X(05) VALUE SPACES.
015300     05  PD-BEFORE               PIC ZZZZ9.
015400     05  FILLER                  PIC X(03) VALUE SPACES.
015500     05  PD-AFTER                PIC ZZZZ9.
015600     05  FILLER                  PIC X(03) VALUE SPACES.
015700     05  PD-CHANGE               PIC ++++9.
015800     05  FILLER                  PIC X(18) VALUE SPACES.
015900 01  WS-PLAYER-SUMMARY.
016000     05  FILLER                  PIC X(11) VALUE "    START: ".
016100     05  PS-START                PIC ZZZZ9.
016200     05  FILLER                  PIC X(07) VALUE "  END: ".
016300     05  PS-END                  PIC ZZZZ9.
016400     05  FILLER                  PIC X(08) VALUE "  PEAK: ".
016500     05  PS-PEAK                 PIC ZZZZ9.
016600     05  FILLER                  PIC X(07) VALUE "  LOW: ".
016700     05  PS-LOW                  PIC ZZZZ9.
016800     05  FILLER                  PIC X(07) VALUE "  NET: ".
016900     05  PS-CHANGE               PIC ++++9.
017000     05  FILLER                  PIC X(09) VALUE "  GAMES: ".
017100     05  PS-GAMES                PIC ZZZ9.
017200     05  FILLER                  PIC X(02) VALUE SPACES.
017300 01  WS-FLAG-LINE.
017400     05  FILLER                  PIC X(28) VALUE
017500         "    *** RATING RANGED OVER ".
017600     05  FL-THRESHOLD            PIC ZZZ9.
017700     05  FILLER                  PIC X(48) VALUE
017800         " POINTS IN THE PERIOD - REFER TO COMMITTEE ***".
017900 01  WS-REVIEW-HDG               PIC X(80) VALUE
018000     "PLAYERS FOR COMMITTEE REVIEW".
018100 01  WS-REVIEW-COL-HDG           PIC X(80) VALUE
018200     "    PLAYER      START    END   PEAK    LOW  RANGE".
018300 01  WS-REVIEW-DETAIL.
018400     05  FILLER                  PIC X(04) VALUE SPACES.
018500     05  RD-PLAYER-ID            PIC X(10).
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  RD-START                PIC ZZZZ9.
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  RD-END                  PIC ZZZZ9.
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  RD-PEAK                 PIC ZZZZ9.
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  RD-LOW                  PIC ZZZZ9.
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  RD-RANGE                PIC ZZZZ9.
019600     05  FILLER                  PIC X(31) VALUE SPACES.
019700 01  WS-NONE-LINE                PIC X(80) VALUE
019800     "    NONE".
019900 01  WS-RPT-TOTALS.
020000     05  FILLER                  PIC X(17) VALUE
020100         "PLAYERS PRINTED: ".
020200     05  RT-PLAYERS              PIC ZZZ9.
020300     05  FILLER                  PIC X(14) VALUE
020400         "  FOR REVIEW: ".
020500     05  RT-REVIEW               PIC ZZ9.
020600     05  FILLER                  PIC X(42) VALUE SPACES.

020700 PROCEDURE DIVISION.
020800 0000-CHESSRPG.
020900     PERFORM 1000-READ-CONTROL THRU 1000-EXIT
021000     SORT SORT-WORK-FILE
021100         ON ASCENDING KEY SORT-PLAYER-ID SORT-DATE SORT-SEQ
021200         INPUT PROCEDURE 2000-SORT-INPUT THRU 2000-EXIT
021300         OUTPUT PROCEDURE 3000-SORT-OUTPUT THRU 3000-EXIT
021400     GOBACK.
021500 0000-EXIT.
021600     EXIT.

021700*-----------------------------------------------------------------
021800* TAKE THE PERIOD AND THRESHOLD FROM CHESSRPC.  NO FILE, OR A
021900* BLANK FIELD, MEANS THE DEFAULT - ALL DATES, 100 POINTS.  A BAD
022000* RECORD IS REPORTED TO THE AUDIT TRAIL AND THE DEFAULTS USED.
022100*-----------------------------------------------------------------
022200 1000-READ-CONTROL.
022300     OPEN INPUT CONTROL-FILE
022400     IF WS-CTL-STATUS NOT = "00"
022500         GO TO 1000-EXIT
022600     END-IF
022700     READ CONTROL-FILE
022800         AT END MOVE "10" TO WS-CTL-STATUS
022900     END-READ
023000     CLOSE CONTROL-FILE
023100     IF WS-CTL-STATUS NOT = "00"
023200         GO TO 1000-EXIT
023300     END-IF
023400     MOVE "N" TO WS-CTL-BAD-SW
023500     IF RPC-FROM-DATE NOT = SPACES
023600             AND RPC-FROM-DATE IS NOT NUMERIC
023700         SET CONTROL-IS-BAD TO TRUE
023800         MOVE "FROM DATE MUST BE YYYYMMDD" TO WS-CTL-REASON
023900     END-IF
024000     IF RPC-TO-DATE NOT = SPACES
024100             AND RPC-TO-DATE IS NOT NUMERIC
024200         SET CONTROL-IS-BAD TO TRUE
024300         MOVE "TO DATE MUST BE YYYYMMDD" TO WS-CTL-REASON
024400     END-IF
024500     IF RPC-THRESHOLD NOT = SPACES
024600             AND RPC-THRESHOLD IS NOT NUMERIC
024700         SET CONTROL-IS-BAD TO TRUE
024800         MOVE "REVIEW THRESHOLD MUST BE NUMERIC" TO WS-CTL-REASON
024900     END-IF
025000     IF NOT CONTROL-IS-BAD
025100             AND RPC-FROM-DATE NOT = SPACES
025200             AND RPC-TO-DATE NOT = SPACES
025300             AND RPC-FROM-DATE > RPC-TO-DATE
025400         SET CONTROL-IS-BAD TO TRUE
025500         MOVE "FROM DATE IS AFTER TO DATE" TO WS-CTL-REASON
025600     END-IF
025700     IF CONTROL-IS-BAD
025800         MOVE RPC-RECORD TO AUD-FAILED-INPUT
025900         MOVE WS-CTL-REASON TO AUD-FAILURE-REASON
026000         PERFORM 8000-AUDIT-WARNING THRU 8000-EXIT
026100         GO TO 1000-EXIT
026200     END-IF
026300     IF RPC-FROM-DATE NOT = SPACES
026400         MOVE RPC-FROM-DATE TO WS-FROM-DATE
026500     END-IF
026600     IF RPC-TO-DATE NOT = SPACES
026700         MOVE RPC-TO-DATE TO WS-TO-DATE
026800     END-IF
026900     IF RPC-THRESHOLD NOT = SPACES
027000         MOVE RPC-THRESHOLD TO WS-THRESHOLD
027100     END-IF.
027200 1000-EXIT.
027300     EXIT.

027400 2000-SORT-INPUT.
027500     OPEN INPUT RATING-HIST-FILE
027600     IF WS-RHS-STATUS NOT = "00"
027700         GO TO 2000-EXIT
027800     END-IF
027900     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
028000     PERFORM UNTIL RHS-EOF
028100         ADD 1 TO WS-HIST-SEQ
028200         IF RHS-DATE NOT < WS-FROM-DATE
028300                 AND RHS-DATE NOT > WS-TO-DATE
028400             MOVE RHS-PLAYER-ID     TO SORT-PLAYER-ID
028500             MOVE RHS-DATE          TO SORT-DATE
028600             MOVE WS-HIST-SEQ       TO SORT-SEQ
028700             MOVE RHS-GAME-ID       TO SORT-GAME-ID
028800             MOVE RHS-OPPONENT-ID   TO SORT-OPPONENT-ID
028900             MOVE RHS-RATING-BEFORE TO SORT-RATING-BEFORE
029000             MOVE RHS-RATING-AFTER  TO SORT-RATING-AFTER
029100             MOVE RHS-RESULT        TO SORT-RESULT
029200             RELEASE SORT-RECORD
029300         END-IF
029400         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
029500     END-PERFORM
029600     CLOSE RATING-HIST-FILE.
029700 2000-EXIT.
029800     EXIT.

029900 2100-READ-HISTORY.
030000     READ RATING-HIST-FILE
030100         AT END SET RHS-EOF TO TRUE
030200     END-READ.
030300 2100-EXIT.
030400     EXIT.

030500*-----------------------------------------------------------------
030600* PRINT THE PATHS WITH A BREAK ON PLAYER, THEN THE REVIEW LIST.
030700*-----------------------------------------------------------------
030800 3000-SORT-OUTPUT.
030900     OPEN OUTPUT PROGRESSION-RPT
031000     MOVE WS-FROM-DATE TO H1-FROM-DATE
031100     MOVE WS-TO-DATE TO H1-TO-DATE
031200     MOVE WS-RPT-HDG1 TO RPT-LINE
031300     WRITE RPT-LINE
031400     MOVE WS-THRESHOLD TO H2-THRESHOLD
031500     MOVE WS-RPT-HDG2 TO RPT-LINE
031600     WRITE RPT-LINE
031700     PERFORM UNTIL SORT-AT-EOF
031800         RETURN SORT-WORK-FILE
031900             AT END MOVE "Y" TO WS-SORT-EOF-SW
032000             NOT AT END
032100                 PERFORM 3100-PRINT-HISTORY-LINE THRU 3100-EXIT
032200         END-RETURN
032300     END-PERFORM
032400     IF WS-CUR-PLAYER NOT = SPACES
032500         PERFORM 3300-END-PLAYER THRU 3300-EXIT
032600     END-IF
032700     PERFORM 4000-PRINT-REVIEW-LIST THRU 4000-EXIT
032800     CLOSE PROGRESSION-RPT.
032900 3000-EXIT.
033000     EXIT.

033100 3100-PRINT-HISTORY-LINE.
033200     IF SORT-PLAYER-ID NOT = WS-CUR-PLAYER
033300         IF WS-CUR-PLAYER NOT = SPACES
033400             PERFORM 3300-END-PLAYER THRU 3300-EXIT
033500         END-IF
033600         PERFORM 3200-START-PLAYER THRU 3200-EXIT
033700     END-IF
033800     ADD 1 TO WS-PLAYER-GAMES
033900     MOVE SORT-RATING-AFTER TO WS-END-RATING
034000     IF SORT-RATING-AFTER > WS-PEAK-RATING
034100         MOVE SORT-RATING-AFTER TO WS-PEAK-RATING
034200     END-IF
034300     IF SORT-RATING-AFTER < WS-LOW-RATING
034400         MOVE SORT-RATING-AFTER TO WS-LOW-RATING
034500     END-IF
034600     MOVE SORT-DATE TO PD-DATE
034700     MOVE SORT-GAME-ID TO PD-GAME-ID
034800     MOVE SORT-OPPONENT-ID TO PD-OPPONENT-ID
034900     MOVE SORT-RESULT TO PD-RESULT
035000     MOVE SORT-RATING-BEFORE TO PD-BEFORE
035100     MOVE SORT-RATING-AFTER TO PD-AFTER
035200     COMPUTE WS-RATING-CHANGE =
035300         SORT-RATING-AFTER - SORT-RATING-BEFORE
035400     MOVE WS-RATING-CHANGE TO PD-CHANGE
035500     MOVE WS-GAME-DETAIL TO RPT-LINE
035600     WRITE RPT-LINE.
035700 3100-EXIT.
035800     EXIT.

035900*-----------------------------------------------------------------
036000* THE RATING THE PLAYER BROUGHT INTO THE PERIOD COUNTS TOWARD
036100* THE PEAK AND THE LOW.
036200*-----------------------------------------------------------------
036300 3200-START-PLAYER.
036400     ADD 1 TO WS-PLAYER-COUNT
036500     MOVE SORT-PLAYER-ID TO WS-CUR-PLAYER
036600     MOVE SORT-RATING-BEFORE TO WS-START-RATING
036700     MOVE SORT-RATING-BEFORE TO WS-PEAK-RATING
036800     MOVE SORT-RATING-BEFORE TO WS-LOW-RATING
036900     MOVE ZERO TO WS-PLAYER-GAMES
037000     MOVE SPACES TO RPT-LINE
037100     WRITE RPT-LINE
037200     MOVE SORT-PLAYER-ID TO PH-PLAYER-ID
037300     MOVE WS-PLAYER-HDG TO RPT-LINE
037400     WRITE RPT-LINE
037500     MOVE WS-COL-HDG TO RPT-LINE
037600     WRITE RPT-LINE.
037700 3200-EXIT.
037800     EXIT.

037900 3300-END-PLAYER.
038000     MOVE WS-START-RATING TO PS-START
038100     MOVE WS-END-RATING TO PS-END
038200     MOVE WS-PEAK-RATING TO PS-PEAK
038300     MOVE WS-LOW-RATING TO PS-LOW
038400     COMPUTE WS-RATING-CHANGE = WS-END-RATING - WS-START-RATING
038500     MOVE WS-RATING-CHANGE TO PS-CHANGE
038600     MOVE WS-PLAYER-GAMES TO PS-GAMES
038700     MOVE WS-PLAYER-SUMMARY TO RPT-LINE
038800     WRITE RPT-LINE
038900     COMPUTE WS-RATING-RANGE = WS-PEAK-RATING - WS-LOW-RATING
039000     IF WS-RATING-RANGE NOT > WS-THRESHOLD
039100         GO TO 3300-EXIT
039200     END-IF
039300     MOVE WS-THRESHOLD TO FL-THRESHOLD
039400     MOVE WS-FLAG-LINE TO RPT-LINE
039500     WRITE RPT-LINE
039600     IF WS-REVIEW-COUNT < 200
039700         ADD 1 TO WS-REVIEW-COUNT
039800         MOVE WS-CUR-PLAYER TO RV-PLAYER-ID(WS-REVIEW-COUNT)
039900         MOVE WS-START-RATING TO RV-START(WS-REVIEW-COUNT)
040000         MOVE WS-END-RATING TO RV-END(WS-REVIEW-COUNT)
040100         MOVE WS-PEAK-RATING TO RV-PEAK(WS-REVIEW-COUNT)
040200         MOVE WS-LOW-RATING TO RV-LOW(WS-REVIEW-COUNT)
040300         MOVE WS-RATING-RANGE TO RV-RANGE(WS-REVIEW-COUNT)
040400     END-IF.
040500 3300-EXIT.
040600     EXIT.

040700 4000-PRINT-REVIEW-LIST.
040800     MOVE SPACES TO RPT-LINE
040900     WRITE RPT-LINE
041000     MOVE WS-REVIEW-HDG TO RPT-LINE
041100     WRITE RPT-LINE
041200     MOVE WS-REVIEW-COL-HDG TO RPT-LINE
041300     WRITE RPT-LINE
041400     PERFORM VARYING rvx FROM 1 BY 1 UNTIL rvx > WS-REVIEW-COUNT
041500         MOVE RV-PLAYER-ID(rvx) TO RD-PLAYER-ID
041600         MOVE RV-START(rvx) TO RD-START
041700         MOVE RV-END(rvx) TO RD-END
041800         MOVE RV-PEAK(rvx) TO RD-PEAK
041900         MOVE RV-LOW(rvx) TO RD-LOW
042000         MOVE RV-RANGE(rvx) TO RD-RANGE
042100         MOVE WS-REVIEW-DETAIL TO RPT-LINE
042200         WRITE RPT-LINE
042300     END-PERFORM
042400     IF WS-REVIEW-COUNT = ZERO
042500         MOVE WS-NONE-LINE TO RPT-LINE
042600         WRITE RPT-LINE
042700     END-IF
042800     MOVE SPACES TO RPT-LINE
042900     WRITE RPT-LINE
043000     MOVE WS-PLAYER-COUNT TO RT-PLAYERS
043100     MOVE WS-REVIEW-COUNT TO RT-REVIEW
043200     MOVE WS-RPT-TOTALS TO RPT-LINE
043300     WRITE RPT-LINE.
043400 4000-EXIT.
043500     EXIT.

043600 8000-AUDIT-WARNING.
043700     MOVE "CHESSRPG" TO AUD-PROGRAM-NAME
043800     SET AUD-SEV-WARNING TO TRUE
043900     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
044000         AUD-FAILED-INPUT AUD-FAILURE-REASON
044100         AUD-SEVERITY.
044200 8000-EXIT.
044300     EXIT.
