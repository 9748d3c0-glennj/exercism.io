000100*****************************************************************
000200* PROGRAM-ID : SCRABMBP
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - CLUB GAMES SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : MISSED-BEST-PLAY ANALYSIS FOR COACHING.  EVERY
000900*               TURN POSTED TO THE JOURNAL (SCRABJRN) WITH ITS
001000*               RACK HELD IS PUT THROUGH THE ADVISOR'S SEARCH
001100*               (SCRABADV'S SCRABBLE-BEST-PLAY ENTRY POINT).  ON
001200*               SCRABMBR IT PRINTS, PER TURN, THE PLAY MADE, THE
001300*               BEST PLAY THE RACK HELD AND THE POINTS LEFT ON
001400*               THE TABLE, THEN EACH PLAYER'S SEASON EFFICIENCY
001500*               - POINTS MADE AS A PERCENTAGE OF THE BEST
001600*               AVAILABLE.
001700*
001800*               BOTH SIDES ARE PRICED AT TILE FACE VALUE, AS THE
001900*               ADVISOR PRICES THEM, SINCE THE BOARD'S PREMIUM
002000*               SQUARES FOR A PLAY NOT MADE ARE UNKNOWN.  A PLAY
002100*               LATER CHALLENGED OFF MADE NOTHING.  A PLAY THAT
002200*               USED BOARD TILES MAY BEAT THE RACK-ONLY BEST;
002300*               IT THEN LEFT NOTHING ON THE TABLE AND COUNTS AS
002400*               ITS OWN BEST.  TURNS POSTED WITHOUT A RACK ARE
002500*               COUNTED BUT NOT JUDGED.
002600*
002700*               AN OPTIONAL CONTROL CARD (SCRABMBC) NAMES ONE
002800*               GAME DATE FOR THE PER-TURN LISTING; THE SEASON
002900*               SUMMARY ALWAYS COVERS THE WHOLE JOURNAL.
003000*-----------------------------------------------------------------
003100* MODIFICATION HISTORY
003200*-----------------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* 10/15/2026 RM    ORIGINAL MISSED-BEST-PLAY ANALYSIS
003500*-----------------------------------------------------------------
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    SCRABMBP.
003800 AUTHOR.        R. MCALLISTER.
003900 INSTALLATION.  GLENNJ DATA PROCESSING.
004000 DATE-WRITTEN.  10/15/2026.
004100 DATE-COMPILED.

004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CONTROL-FILE ASSIGN TO "SCRABMBC"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CTL-STATUS.

004800     SELECT JOURNAL-FILE ASSIGN TO "SCRABJRN"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-JRN-STATUS.

005100     SELECT ANALYSIS-RPT ASSIGN TO "SCRABMBR"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RPT-STATUS.

005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CONTROL-FILE.
005700 01  MBC-RECORD.
005800     05  MBC-GAME-DATE           PIC X(08).

005900 FD  JOURNAL-FILE.
006000     COPY scrabjrn.

006100 FD  ANALYSIS-RPT
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  RPT-LINE                    PIC X(80).

006400 WORKING-STORAGE SECTION.
006500 01  WS-CTL-STATUS               PIC XX.
006600 01  WS-JRN-STATUS               PIC XX.
006700     88  JRN-EOF                 VALUE "10".
006800 01  WS-RPT-STATUS               PIC XX.

006900*-----------------------------------------------------------------
007000* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
007100*-----------------------------------------------------------------
007200 COPY audcom.

007300 01  WS-DETAIL-DATE              PIC X(08) VALUE SPACES.

007400*-----------------------------------------------------------------
007500* THE SEASON'S POSTINGS IN JOURNAL ORDER.  A CHALLENGE RECORD
007600* FLAGS THE LATEST POSTING OF THE SAME PLAYER AND TURN NUMBER,
007700* THE SAME TURN 8000-CHALLENGE-TURN IN SCRABBLE-SCORE VOIDED.
007800*-----------------------------------------------------------------
007900 01  WS-TRN-COUNT                PIC 9(04) VALUE ZERO.
008000 01  WS-TURN-TABLE.
008100     05  WS-TRN-ENTRY OCCURS 5000 TIMES.
008200         10  TT-DATE             PIC X(08).
008300         10  TT-PLAYER-ID        PIC X(05).
008400         10  TT-TURN-NUM         PIC 9(03).
008500         10  TT-WORD             PIC X(60).
008600         10  TT-RACK             PIC X(07).
008700         10  TT-CHALLENGED-SW    PIC X(01).
008800 01  ttx                         PIC 9(04).
008900 01  WS-CHAL-FOUND               PIC 9(04).
009000 01  WS-TRN-DROPPED              PIC 9(04) VALUE ZERO.

009100*-----------------------------------------------------------------
009200* THE ADVISOR CALL.
009300*-----------------------------------------------------------------
009400 01  WS-SBP-RACK                 PIC X(07).
009500 01  WS-SBP-PLAYED-WORD          PIC X(60).
009600 01  WS-SBP-BEST-WORD            PIC X(60).
009700 01  WS-SBP-BEST-VALUE           PIC 9(03).
009800 01  WS-SBP-PLAYED-VALUE         PIC 9(03).
009900 01  WS-MADE-VALUE               PIC 9(03).
010000 01  WS-TOP-VALUE                PIC 9(03).
010100 01  WS-MISSED-VALUE             PIC 9(03).

010200*-----------------------------------------------------------------
010300* SEASON TOTALS PER PLAYER ID.
010400*-----------------------------------------------------------------
010500 01  WS-PLR-COUNT                PIC 9(03) VALUE ZERO.
010600 01  WS-PLAYER-TABLE.
010700     05  WS-PLR-ENTRY OCCURS 200 TIMES.
010800         10  PS-PLAYER-ID        PIC X(05).
010900         10  PS-TURNS            PIC 9(05).
011000         10  PS-UNJUDGED         PIC 9(05).
011100         10  PS-MADE             PIC 9(07).
011200         10  PS-BEST             PIC 9(07).
011300 01  psx                         PIC 9(03).
011400 01  WS-PLR-FOUND                PIC 9(03).
011500 01  WS-EFFICIENCY               PIC 9(03)V9.
011600 01  WS-LEFT-TOTAL               PIC 9(07).
011700 01  WS-DETAIL-COUNT             PIC 9(05) VALUE ZERO.

011800 01  WS-HDG1                     PIC X(80) VALUE
011900     "SCRABBLE MISSED-BEST-PLAY ANALYSIS - TILE FACE VALUES".
012000 01  WS-HDG2.
012100     05  FILLER                  PIC X(20) VALUE
012200         "TURNS FOR GAME DATE ".
012300     05  H2-DATE                 PIC X(08).
012400     05  FILLER                  PIC X(52) VALUE SPACES.
012500 01  WS-HDG3.
012600     05  FILLER                  PIC X(40) VALUE
012700         "  DATE      PLAYER TURN  RACK     PLAY M".
012800     05  FILLER                  PIC X(40) VALUE
012900         "ADE       PTS  BEST PLAY PTS LEFT".
013000 01  WS-DETAIL.
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  RD-DATE                 PIC X(08).
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013400     05  RD-PLAYER               PIC X(05).
013500     05  FILLER                  PIC X(03) VALUE SPACES.
013600     05  RD-TURN                 PIC ZZ9.
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  RD-RACK                 PIC X(07).
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  RD-PLAY                 PIC X(15).
014100     05  FILLER                  PIC X(01) VALUE SPACES.
014200     05  RD-PLAY-PTS             PIC ZZ9.
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  RD-BEST                 PIC X(09).
014500     05  FILLER                  PIC X(01) VALUE SPACES.
014600     05  RD-BEST-PTS             PIC ZZ9.
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  RD-LEFT                 PIC ZZ9.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  RD-FLAG                 PIC X(03).
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200 01  WS-SUM-HDG1                 PIC X(80) VALUE
015300     "SEASON EFFICIENCY BY PLAYER".
015400 01  WS-SUM-HDG2.
015410     05  FILLER                  PIC X(40) VALUE
015420         "PLAYER TURNS  UNJUDGED    MADE     BEST ".
015430     05  FILLER                  PIC X(40) VALUE
015500         "    LEFT EFFICIENCY".
015600 01  WS-SUM-DETAIL.
015700     05  SD-PLAYER               PIC X(05).
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  SD-TURNS                PIC ZZZZ9.
016000     05  FILLER                  PIC X(05) VALUE SPACES.
016100     05  SD-UNJUDGED             PIC ZZZZ9.
016200     05  FILLER                  PIC X(01) VALUE SPACES.
016300     05  SD-MADE                 PIC ZZZZZZ9.
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  SD-BEST                 PIC ZZZZZZ9.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  SD-LEFT                 PIC ZZZZZZ9.
016800     05  FILLER                  PIC X(05) VALUE SPACES.
016900     05  SD-EFFICIENCY           PIC ZZ9.9.
017000     05  FILLER                  PIC X(01) VALUE "%".
017100     05  FILLER                  PIC X(21) VALUE SPACES.
017200 01  WS-COUNT-LINE.
017300     05  CT-LABEL                PIC X(36).
017400     05  CT-COUNT                PIC ZZZZ9.
017500     05  FILLER                  PIC X(39) VALUE SPACES.

017600 PROCEDURE DIVISION.
017700 0000-SCRABMBP.
017800     PERFORM 1000-READ-CONTROL THRU 1000-EXIT
017900     PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
018000     OPEN OUTPUT ANALYSIS-RPT
018100     MOVE WS-HDG1 TO RPT-LINE
018200     WRITE RPT-LINE
018300     IF WS-DETAIL-DATE = SPACES
018400         MOVE "ALL" TO H2-DATE
018500     ELSE
018600         MOVE WS-DETAIL-DATE TO H2-DATE
018700     END-IF
018800     MOVE WS-HDG2 TO RPT-LINE
018900     WRITE RPT-LINE
019000     MOVE SPACES TO RPT-LINE
019100     WRITE RPT-LINE
019200     MOVE WS-HDG3 TO RPT-LINE
019300     WRITE RPT-LINE
019400     PERFORM VARYING ttx FROM 1 BY 1 UNTIL ttx > WS-TRN-COUNT
019500         PERFORM 3000-JUDGE-ONE-TURN THRU 3000-EXIT
019600     END-PERFORM
019700     PERFORM 4000-PRINT-SEASON-SUMMARY THRU 4000-EXIT
019800     CLOSE ANALYSIS-RPT
019900     GOBACK.
020000 0000-EXIT.
020100     EXIT.

020200 1000-READ-CONTROL.
020300     OPEN INPUT CONTROL-FILE
020400     IF WS-CTL-STATUS NOT = "00"
020500         GO TO 1000-EXIT
020600     END-IF
020700     READ CONTROL-FILE
020800         NOT AT END MOVE MBC-GAME-DATE TO WS-DETAIL-DATE
020900     END-READ
021000     CLOSE CONTROL-FILE.
021100 1000-EXIT.
021200     EXIT.

021300 2000-LOAD-JOURNAL.
021400     OPEN INPUT JOURNAL-FILE
021500     IF WS-JRN-STATUS NOT = "00"
021600         GO TO 2000-EXIT
021700     END-IF
021800     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
021900     PERFORM UNTIL JRN-EOF
022000         EVALUATE TRUE
022100             WHEN JRN-ACTION-POST
022200                 PERFORM 2200-TAKE-POSTING THRU 2200-EXIT
022300             WHEN JRN-ACTION-CHALLENGE
022400                 PERFORM 2300-TAKE-CHALLENGE THRU 2300-EXIT
022500         END-EVALUATE
022600         PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
022700     END-PERFORM
022800     CLOSE JOURNAL-FILE
022900     IF WS-TRN-DROPPED > ZERO
023000         MOVE "SCRABMBP" TO AUD-PROGRAM-NAME
023100         MOVE "SCRABJRN" TO AUD-FAILED-INPUT
023200         MOVE "TURN TABLE FULL - LATER TURNS NOT JUDGED" TO
023300             AUD-FAILURE-REASON
023400         SET AUD-SEV-WARNING TO TRUE
023500         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
023600             AUD-FAILED-INPUT AUD-FAILURE-REASON
023700             AUD-SEVERITY
023800     END-IF.
023900 2000-EXIT.
024000     EXIT.

024100 2100-READ-JOURNAL.
024200     READ JOURNAL-FILE
024300         AT END SET JRN-EOF TO TRUE
024400     END-READ.
024500 2100-EXIT.
024600     EXIT.

024700 2200-TAKE-POSTING.
024800     IF WS-TRN-COUNT >= 5000
024900         ADD 1 TO WS-TRN-DROPPED
025000         GO TO 2200-EXIT
025100     END-IF
025200     ADD 1 TO WS-TRN-COUNT
025300     MOVE JRN-POST-DATE TO TT-DATE(WS-TRN-COUNT)
025400     MOVE JRN-PLAYER-ID TO TT-PLAYER-ID(WS-TRN-COUNT)
025500     MOVE JRN-TURN-NUM  TO TT-TURN-NUM(WS-TRN-COUNT)
025600     MOVE JRN-WORD      TO TT-WORD(WS-TRN-COUNT)
025700     MOVE JRN-RACK-HELD TO TT-RACK(WS-TRN-COUNT)
025800     MOVE "N" TO TT-CHALLENGED-SW(WS-TRN-COUNT).
025900 2200-EXIT.
026000     EXIT.

026100 2300-TAKE-CHALLENGE.
026200     MOVE ZERO TO WS-CHAL-FOUND
026300     PERFORM VARYING ttx FROM WS-TRN-COUNT BY -1
026400             UNTIL ttx < 1 OR WS-CHAL-FOUND > ZERO
026500         IF TT-PLAYER-ID(ttx) = JRN-PLAYER-ID
026600                 AND TT-TURN-NUM(ttx) = JRN-TURN-NUM
026700             MOVE ttx TO WS-CHAL-FOUND
026800         END-IF
026900     END-PERFORM
027000     IF WS-CHAL-FOUND > ZERO
027100         MOVE "Y" TO TT-CHALLENGED-SW(WS-CHAL-FOUND)
027200     END-IF.
027300 2300-EXIT.
027400     EXIT.

027500*-----------------------------------------------------------------
027600* ONE TURN: ASK THE ADVISOR, SCORE WHAT WAS MADE AGAINST IT, ADD
027700* TO THE PLAYER'S SEASON AND LIST THE TURN IF IT IS IN THE GAME
027800* DATE ASKED FOR.
027900*-----------------------------------------------------------------
028000 3000-JUDGE-ONE-TURN.
028100     PERFORM 3100-FIND-PLAYER THRU 3100-EXIT
028200     IF WS-PLR-FOUND = ZERO
028300         GO TO 3000-EXIT
028400     END-IF
028500     ADD 1 TO PS-TURNS(WS-PLR-FOUND)
028600     IF TT-RACK(ttx) = SPACES
028700         ADD 1 TO PS-UNJUDGED(WS-PLR-FOUND)
028800         GO TO 3000-EXIT
028900     END-IF
029000     MOVE TT-RACK(ttx) TO WS-SBP-RACK
029100     MOVE TT-WORD(ttx) TO WS-SBP-PLAYED-WORD
029200     CALL "SCRABBLE-BEST-PLAY" USING WS-SBP-RACK
029300         WS-SBP-PLAYED-WORD WS-SBP-BEST-WORD
029400         WS-SBP-BEST-VALUE WS-SBP-PLAYED-VALUE
029500     IF TT-CHALLENGED-SW(ttx) = "Y"
029600         MOVE ZERO TO WS-MADE-VALUE
029700     ELSE
029800         MOVE WS-SBP-PLAYED-VALUE TO WS-MADE-VALUE
029900     END-IF
030000     MOVE WS-SBP-BEST-VALUE TO WS-TOP-VALUE
030100     IF WS-MADE-VALUE > WS-TOP-VALUE
030200         MOVE WS-MADE-VALUE TO WS-TOP-VALUE
030300     END-IF
030400     COMPUTE WS-MISSED-VALUE = WS-TOP-VALUE - WS-MADE-VALUE
030500     ADD WS-MADE-VALUE TO PS-MADE(WS-PLR-FOUND)
030600     ADD WS-TOP-VALUE  TO PS-BEST(WS-PLR-FOUND)
030700     IF WS-DETAIL-DATE NOT = SPACES
030800             AND TT-DATE(ttx) NOT = WS-DETAIL-DATE
030900         GO TO 3000-EXIT
031000     END-IF
031100     MOVE TT-DATE(ttx)      TO RD-DATE
031200     MOVE TT-PLAYER-ID(ttx) TO RD-PLAYER
031300     MOVE TT-TURN-NUM(ttx)  TO RD-TURN
031400     MOVE TT-RACK(ttx)      TO RD-RACK
031500     MOVE TT-WORD(ttx)      TO RD-PLAY
031600     MOVE WS-MADE-VALUE     TO RD-PLAY-PTS
031700     MOVE WS-SBP-BEST-WORD  TO RD-BEST
031800     MOVE WS-SBP-BEST-VALUE TO RD-BEST-PTS
031900     MOVE WS-MISSED-VALUE   TO RD-LEFT
032000     IF TT-CHALLENGED-SW(ttx) = "Y"
032100         MOVE "CHL" TO RD-FLAG
032200     ELSE
032300         MOVE SPACES TO RD-FLAG
032400     END-IF
032500     MOVE WS-DETAIL TO RPT-LINE
032600     WRITE RPT-LINE
032700     ADD 1 TO WS-DETAIL-COUNT.
032800 3000-EXIT.
032900     EXIT.

033000 3100-FIND-PLAYER.
033100     MOVE ZERO TO WS-PLR-FOUND
033200     PERFORM VARYING psx FROM 1 BY 1
033300             UNTIL psx > WS-PLR-COUNT OR WS-PLR-FOUND > ZERO
033400         IF PS-PLAYER-ID(psx) = TT-PLAYER-ID(ttx)
033500             MOVE psx TO WS-PLR-FOUND
033600         END-IF
033700     END-PERFORM
033800     IF WS-PLR-FOUND > ZERO
033900         GO TO 3100-EXIT
034000     END-IF
034100     IF WS-PLR-COUNT >= 200
034200         MOVE "SCRABMBP" TO AUD-PROGRAM-NAME
034300         MOVE TT-PLAYER-ID(ttx) TO AUD-FAILED-INPUT
034400         MOVE "PLAYER TABLE FULL - TURN NOT JUDGED" TO
034500             AUD-FAILURE-REASON
034600         SET AUD-SEV-WARNING TO TRUE
034700         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
034800             AUD-FAILED-INPUT AUD-FAILURE-REASON
034900             AUD-SEVERITY
035000         GO TO 3100-EXIT
035100     END-IF
035200     ADD 1 TO WS-PLR-COUNT
035300     MOVE WS-PLR-COUNT TO WS-PLR-FOUND
035400     MOVE TT-PLAYER-ID(ttx) TO PS-PLAYER-ID(WS-PLR-FOUND)
035500     MOVE ZERO TO PS-TURNS(WS-PLR-FOUND)
035600                  PS-UNJUDGED(WS-PLR-FOUND)
035700                  PS-MADE(WS-PLR-FOUND)
035800                  PS-BEST(WS-PLR-FOUND).
035900 3100-EXIT.
036000     EXIT.

036100 4000-PRINT-SEASON-SUMMARY.
036200     MOVE "TURNS LISTED:" TO CT-LABEL
036300     MOVE WS-DETAIL-COUNT TO CT-COUNT
036400     MOVE WS-COUNT-LINE TO RPT-LINE
036500     WRITE RPT-LINE
036600     MOVE SPACES TO RPT-LINE
036700     WRITE RPT-LINE
036800     MOVE WS-SUM-HDG1 TO RPT-LINE
036900     WRITE RPT-LINE
037000     MOVE WS-SUM-HDG2 TO RPT-LINE
037100     WRITE RPT-LINE
037200     PERFORM VARYING psx FROM 1 BY 1 UNTIL psx > WS-PLR-COUNT
037300         MOVE PS-PLAYER-ID(psx) TO SD-PLAYER
037400         MOVE PS-TURNS(psx)     TO SD-TURNS
037500         MOVE PS-UNJUDGED(psx)  TO SD-UNJUDGED
037600         MOVE PS-MADE(psx)      TO SD-MADE
037700         MOVE PS-BEST(psx)      TO SD-BEST
037800         COMPUTE WS-LEFT-TOTAL = PS-BEST(psx) - PS-MADE(psx)
037900         MOVE WS-LEFT-TOTAL     TO SD-LEFT
038000         IF PS-BEST(psx) = ZERO
038100             MOVE ZERO TO WS-EFFICIENCY
038200         ELSE
038300             COMPUTE WS-EFFICIENCY ROUNDED =
038400                 PS-MADE(psx) * 100 / PS-BEST(psx)
038500         END-IF
038600         MOVE WS-EFFICIENCY TO SD-EFFICIENCY
038700         MOVE WS-SUM-DETAIL TO RPT-LINE
038800         WRITE RPT-LINE
038900     END-PERFORM.
039000 4000-EXIT.
039100     EXIT.
