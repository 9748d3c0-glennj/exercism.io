000100*****************************************************************
000200* PROGRAM-ID : CHESSTMS
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - CHESS CLUB SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : INTER-CLUB TEAM MATCH SCORING.  READS THE
000900*               CHESSTMF TEAM-MATCH FILE - ONE RECORD PER BOARD,
001000*               A MATCH'S FOUR OR SIX BOARDS TOGETHER, EACH
001100*               NAMING THE HOME AND AWAY CLUBS, THE TWO PLAYERS
001200*               ON THAT BOARD AND THE BOARD RESULT.  EACH
001300*               CLUB'S LINE-UP MUST FOLLOW THE LEAGUE RULE OF
001400*               BOARD ORDER BY CHESSRAT RATING: NO PLAYER MAY
001500*               OUTRATE A TEAM-MATE ON A HIGHER BOARD BY MORE
001600*               THAN THE TOLERANCE ON THE CHESSTMC CONTROL
001700*               RECORD.  A MATCH THAT FAILS ANY CHECK IS
001800*               REJECTED WHOLE TO THE AUDIT TRAIL AND NOTHING
001900*               OF IT IS SCORED OR POSTED.  EACH BOARD RESULT
002000*               OF A GOOD MATCH IS POSTED TO CHESSMTC IN THE
002100*               CLUB VERDICT CONVENTION UNDER GAME ID "T" PLUS
002200*               THE MATCH ID AND BOARD NUMBER, WITH ITS PLAYERS
002300*               ON THE CHESSTMP TEAM PAIRING FILE, SO CHESSRTG
002400*               RATES THE BOARD GAMES LIKE ANY OTHER.  THE HOME
002500*               CLUB HAS WHITE ON THE ODD BOARDS.  A COMPLETE
002600*               MATCH EARNS MATCH POINTS PER THE CONTROL RECORD
002700*               AND EVERY PLAYED BOARD EARNS BOARD POINTS; THE
002800*               MATCH CARDS AND THE TEAM LEAGUE TABLE PRINT ON
002900*               CHESSTMR.
003000*-----------------------------------------------------------------
003100* MODIFICATION HISTORY
003200*-----------------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* 10/15/2026 RM    ORIGINAL TEAM MATCH SCORING AND LEAGUE TABLE
003500*-----------------------------------------------------------------
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    CHESSTMS.
003800 AUTHOR.        R. MCALLISTER.
003900 INSTALLATION.  GLENNJ DATA PROCESSING.
004000 DATE-WRITTEN.  10/15/2026.
004100 DATE-COMPILED.

004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CONTROL-FILE ASSIGN TO "CHESSTMC"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CTL-STATUS.

004800     SELECT TEAM-MATCH-FILE ASSIGN TO "CHESSTMF"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-TMF-STATUS.

005100     SELECT RATING-FILE ASSIGN TO "CHESSRAT"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS RAT-PLAYER-ID
005500         FILE STATUS IS WS-RAT-STATUS.

005600     SELECT CHESS-MATCH-FILE ASSIGN TO "CHESSMTC"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-MATCH-STATUS.

005900     SELECT TEAM-PAIRING-FILE ASSIGN TO "CHESSTMP"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-TMP-STATUS.

006200     SELECT TEAM-RPT ASSIGN TO "CHESSTMR"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-STATUS.

006500 DATA DIVISION.
006600 FILE SECTION.
006700*-----------------------------------------------------------------
006800* ONE CONTROL RECORD: THE BOARD-ORDER RATING TOLERANCE AND THE
006900* MATCH POINTS FOR A MATCH WIN AND A DRAWN MATCH.  BLANK FIELDS
007000* TAKE THE LEAGUE DEFAULTS OF 100, 2 AND 1.
007100*-----------------------------------------------------------------
007200 FD  CONTROL-FILE.
007300 01  TMC-RECORD.
007400     05  TMC-TOLERANCE           PIC X(03).
007500     05  FILLER                  PIC X(01).
007600     05  TMC-WIN-POINTS          PIC X(01).
007700     05  FILLER                  PIC X(01).
007800     05  TMC-DRAW-POINTS         PIC X(01).

007900*-----------------------------------------------------------------
008000* ONE RECORD PER BOARD.  BOARD RESULT "H" HOME PLAYER WON, "A"
008100* AWAY PLAYER WON, "D" DRAWN, BLANK NOT YET PLAYED.
008200*-----------------------------------------------------------------
008300 FD  TEAM-MATCH-FILE.
008400 01  TMF-RECORD.
008500     05  TMF-MATCH-ID            PIC X(03).
008600     05  FILLER                  PIC X(01).
008700     05  TMF-BOARD               PIC X(01).
008800     05  FILLER                  PIC X(01).
008900     05  TMF-HOME-CLUB           PIC X(20).
009000     05  FILLER                  PIC X(01).
009100     05  TMF-HOME-PLAYER         PIC X(10).
009200     05  FILLER                  PIC X(01).
009300     05  TMF-AWAY-CLUB           PIC X(20).
009400     05  FILLER                  PIC X(01).
009500     05  TMF-AWAY-PLAYER         PIC X(10).
009600     05  FILLER                  PIC X(01).
009700     05  TMF-RESULT              PIC X(01).

009800 FD  RATING-FILE.
009900 01  RAT-RECORD.
010000     05  RAT-PLAYER-ID           PIC X(10).
010100     05  RAT-RATING              PIC 9(05).
010200     05  RAT-GAMES               PIC 9(04).
010300     05  RAT-WINS                PIC 9(04).
010400     05  RAT-LOSSES              PIC 9(04).
010500     05  RAT-DRAWS               PIC 9(04).

010600 FD  CHESS-MATCH-FILE.
010700 COPY chessmv.

010800*-----------------------------------------------------------------
010900* THE PLAYERS OF EACH POSTED BOARD GAME, IN THE CHESSGMP RECORD
011000* SHAPE, KEPT APART FROM THE TOURNAMENT PAIRINGS SO THE SWISS
011100* DRAW AND THE CROSSTABLE NEVER SEE TEAM GAMES.
011200*-----------------------------------------------------------------
011300 FD  TEAM-PAIRING-FILE.
011400 01  TMP-RECORD.
011500     05  TMP-GAME-ID             PIC X(05).
011600     05  FILLER                  PIC X(01).
011700     05  TMP-WHITE-PLAYER        PIC X(10).
011800     05  FILLER                  PIC X(01).
011900     05  TMP-BLACK-PLAYER        PIC X(10).

012000 FD  TEAM-RPT
012100     RECORD CONTAINS 80 CHARACTERS.
012200 01  RPT-LINE                    PIC X(80).

012300 WORKING-STORAGE SECTION.
012400 01  WS-CTL-STATUS               PIC XX.
012500 01  WS-TMF-STATUS               PIC XX.
012600     88  TMF-EOF                 VALUE "10".
012700 01  WS-RAT-STATUS               PIC XX.
012800 01  WS-MATCH-STATUS             PIC XX.
012900     88  MATCH-EOF               VALUE "10".
013000 01  WS-TMP-STATUS               PIC XX.
013100 01  WS-RPT-STATUS               PIC XX.

013200*-----------------------------------------------------------------
013300* SHARED AUDIT-LOG CALL INTERFACE.
013400*-----------------------------------------------------------------
013500 COPY audcom.

013600 01  WS-TOLERANCE                PIC 9(03) VALUE 100.
013700 01  WS-WIN-POINTS               PIC 9(01) VALUE 2.
013800 01  WS-DRAW-POINTS              PIC 9(01) VALUE 1.
013900 01  WS-START-RATING             PIC 9(05) VALUE 1500.
014000 01  WS-CTL-BAD-SW               PIC X(01) VALUE "N".
014100     88  CONTROL-IS-BAD          VALUE "Y".
014200 01  WS-CTL-REASON               PIC X(50).
014300 01  WS-RAT-OPEN-SW              PIC X(01) VALUE "N".
014400     88  RATINGS-ARE-OPEN        VALUE "Y".

014500*-----------------------------------------------------------------
014600* HIGHEST MOVE NUMBER LOGGED PER TEAM BOARD GAME ON CHESSMTC, AND
014700* WHETHER A VERDICT IS ALREADY THERE, SO A RERUN OVER THE SEASON'S
014800* FILE NEVER POSTS A BOARD TWICE.
014900*-----------------------------------------------------------------
015000 01  WS-MTC-COUNT                PIC 9(03) VALUE ZERO.
015100 01  WS-MTC-TABLE.
015200     05  WS-MTC-ENTRY OCCURS 600 TIMES.
015300         10  MT-GAME-ID          PIC X(05).
015400         10  MT-LAST-NUM         PIC 9(04).
015500         10  MT-DECIDED-SW       PIC X(01).
015600             88  MT-IS-DECIDED   VALUE "Y".
015700 01  mtx                         PIC 9(03).
015800 01  WS-MTC-FOUND                PIC 9(03).
015900 01  WS-NEXT-MOVE-NUM            PIC 9(04).

016000*-----------------------------------------------------------------
016100* THE MATCH BEING GATHERED: ITS BOARDS AS READ, PLUS THE CLUBS
016200* FROM ITS FIRST RECORD.  A SEVENTH BOARD IS COUNTED BUT NOT
016300* KEPT - THE COUNT ALONE REJECTS THE MATCH.
016400*-----------------------------------------------------------------
016500 01  WS-CUR-MATCH-ID             PIC X(03) VALUE SPACES.
016600 01  WS-CUR-HOME-CLUB            PIC X(20).
016700 01  WS-CUR-AWAY-CLUB            PIC X(20).
016800 01  WS-CLUB-MISMATCH-SW         PIC X(01).
016900     88  CLUBS-DIFFER            VALUE "Y".
017000 01  WS-BOARD-COUNT              PIC 9(02) VALUE ZERO.
017100 01  WS-BOARD-TABLE.
017200     05  WS-BOARD-ENTRY OCCURS 6 TIMES.
017300         10  BD-NUMBER           PIC X(01).
017400         10  BD-HOME-PLAYER      PIC X(10).
017500         10  BD-AWAY-PLAYER      PIC X(10).
017600         10  BD-RESULT           PIC X(01).
017700             88  BD-HOME-WON     VALUE "H".
017800             88  BD-AWAY-WON     VALUE "A".
017900             88  BD-DRAWN        VALUE "D".
018000             88  BD-NOT-PLAYED   VALUE SPACE.
018100         10  BD-HOME-RATING      PIC 9(05).
018200         10  BD-AWAY-RATING      PIC 9(05).
018300 01  bdx                         PIC 9(02).
018400 01  bex                         PIC 9(02).
018500 01  WS-BOARD-DIGIT              PIC 9(01).
018600 01  WS-BOARD-QUOT               PIC 9(02).
018700 01  WS-HIGH-BOARD               PIC 9(01).
018800 01  WS-LOW-BOARD                PIC 9(01).
018900 01  WS-REJECT-REASON            PIC X(60).
019000 01  WS-RATING-GAP               PIC S9(05).

019100*-----------------------------------------------------------------
019200* MATCH IDS ALREADY FINISHED THIS RUN - A MATCH ID COMING BACK
019300* MEANS ITS BOARDS WERE NOT KEPT TOGETHER ON THE FILE.
019400*-----------------------------------------------------------------
019500 01  WS-SEEN-COUNT               PIC 9(03) VALUE ZERO.
019600 01  WS-SEEN-TABLE.
019700     05  WS-SEEN-MATCH-ID        PIC X(03) OCCURS 300 TIMES.
019800 01  snx                         PIC 9(03).

019900*-----------------------------------------------------------------
020000* THE BOARD GAME BEING POSTED.  SCORES ARE CARRIED IN HALF-POINT
020100* UNITS - TWO FOR A WIN, ONE FOR A DRAW - AS THE SWISS DRAW DOES.
020200*-----------------------------------------------------------------
020300 01  WS-GAME-KEY.
020400     05  FILLER                  PIC X(01) VALUE "T".
020500     05  GK-MATCH-ID             PIC X(03).
020600     05  GK-BOARD                PIC 9(01).
020700 01  WS-WHITE-PLAYER             PIC X(10).
020800 01  WS-BLACK-PLAYER             PIC X(10).
020900 01  WS-VERDICT                  PIC X(07).
021000 01  WS-HOME-HALVES              PIC 9(03).
021100 01  WS-AWAY-HALVES              PIC 9(03).
021200 01  WS-PLAYED-COUNT             PIC 9(02).
021300 01  WS-BOARD-NOTE               PIC X(14).
021400 01  WS-MATCH-NOTE               PIC X(10).
021500 01  WS-POINTS-WORK              PIC 9(03)V9.

021600*-----------------------------------------------------------------
021700* THE LEAGUE TABLE, ONE ENTRY PER CLUB, BOARD POINTS IN HALVES.
021800*-----------------------------------------------------------------
021900 01  WS-CLUB-COUNT               PIC 9(03) VALUE ZERO.
022000 01  WS-CLUB-TABLE.
022100     05  WS-CLUB-ENTRY OCCURS 60 TIMES.
022200         10  CL-NAME             PIC X(20).
022300         10  CL-PLAYED           PIC 9(03).
022400         10  CL-WON              PIC 9(03).
022500         10  CL-DRAWN            PIC 9(03).
022600         10  CL-LOST             PIC 9(03).
022700         10  CL-MATCH-POINTS     PIC 9(04).
022800         10  CL-BOARD-HALVES     PIC 9(04).
022900 01  WS-CLUB-HOLD                PIC X(40).
023000 01  clx                         PIC 9(03).
023100 01  cmx                         PIC 9(03).
023200 01  WS-FIND-CLUB                PIC X(20).
023300 01  WS-CLUB-FOUND               PIC 9(03).
023400 01  WS-HOME-IDX                 PIC 9(03).
023500 01  WS-AWAY-IDX                 PIC 9(03).

023600 01  WS-MATCHES-READ             PIC 9(04) VALUE ZERO.
023700 01  WS-MATCHES-SCORED           PIC 9(04) VALUE ZERO.
023800 01  WS-MATCHES-OPEN             PIC 9(04) VALUE ZERO.
023900 01  WS-MATCHES-REJECTED         PIC 9(04) VALUE ZERO.
024000 01  WS-BOARDS-POSTED            PIC 9(04) VALUE ZERO.

024100 01  WS-RPT-HDG1                 PIC X(80) VALUE
024200     "CHESS CLUB - INTER-CLUB TEAM MATCHES".
024300 01  WS-RPT-HDG2.
024400     05  FILLER                  PIC X(28) VALUE
024500         "BOARD-ORDER TOLERANCE: ".
024600     05  H2-TOLERANCE            PIC ZZ9.
024700     05  FILLER                  PIC X(25) VALUE
024800         "   MATCH POINTS - WIN: ".
024900     05  H2-WIN-POINTS           PIC 9(01).
025000     05  FILLER                  PIC X(09) VALUE "  DRAW: ".
025100     05  H2-DRAW-POINTS          PIC 9(01).
025200     05  FILLER                  PIC X(13) VALUE SPACES.
025300 01  WS-MATCH-LINE.
025400     05  FILLER                  PIC X(06) VALUE "MATCH ".
025500     05  MH-MATCH-ID             PIC X(03).
025600     05  FILLER                  PIC X(02) VALUE SPACES.
025700     05  MH-HOME-CLUB            PIC X(20).
025800     05  FILLER                  PIC X(01) VALUE SPACES.
025900     05  MH-HOME-SCORE           PIC Z9.9.
026000     05  FILLER                  PIC X(03) VALUE " - ".
026100     05  MH-AWAY-SCORE           PIC Z9.9.
026200     05  FILLER                  PIC X(01) VALUE SPACES.
026300     05  MH-AWAY-CLUB            PIC X(20).
026400     05  FILLER                  PIC X(01) VALUE SPACES.
026500     05  MH-NOTE                 PIC X(10).
026600     05  FILLER                  PIC X(05) VALUE SPACES.
026700 01  WS-BOARD-LINE.
026800     05  FILLER                  PIC X(05) VALUE "  BD ".
026900     05  BL-BOARD                PIC 9(01).
027000     05  FILLER                  PIC X(02) VALUE SPACES.
027100     05  BL-HOME-COLOUR          PIC X(01).
027200     05  FILLER                  PIC X(01) VALUE SPACES.
027300     05  BL-HOME-PLAYER          PIC X(10).
027400     05  FILLER                  PIC X(01) VALUE SPACES.
027500     05  BL-HOME-RATING          PIC ZZZZ9.
027600     05  FILLER                  PIC X(02) VALUE SPACES.
027700     05  BL-RESULT               PIC X(07).
027800     05  FILLER                  PIC X(02) VALUE SPACES.
027900     05  BL-AWAY-PLAYER          PIC X(10).
028000     05  FILLER                  PIC X(01) VALUE SPACES.
028100     05  BL-AWAY-RATING          PIC ZZZZ9.
028200     05  FILLER                  PIC X(02) VALUE SPACES.
028300     05  BL-NOTE                 PIC X(14).
028400     05  FILLER                  PIC X(11) VALUE SPACES.
028500 01  WS-REJECT-LINE.
028600     05  FILLER                  PIC X(06) VALUE "MATCH ".
028700     05  RJ-MATCH-ID             PIC X(03).
028800     05  FILLER                  PIC X(13) VALUE
028900         "  REJECTED - ".
029000     05  RJ-REASON               PIC X(58).
029100 01  WS-LEAGUE-HDG1              PIC X(80) VALUE
029200     "TEAM LEAGUE TABLE".
029300 01  WS-LEAGUE-HDG2.
029310     05  FILLER                  PIC X(40) VALUE
029320         "POS  CLUB                    P    W    D".
029400     05  FILLER                  PIC X(40) VALUE
029410         "    L    MP      BP".
029500 01  WS-LEAGUE-DETAIL.
029600     05  LG-POS                  PIC ZZ9.
029700     05  FILLER                  PIC X(02) VALUE SPACES.
029800     05  LG-CLUB                 PIC X(20).
029900     05  FILLER                  PIC X(01) VALUE SPACES.
030000     05  LG-PLAYED               PIC ZZZ9.
030100     05  FILLER                  PIC X(01) VALUE SPACES.
030200     05  LG-WON                  PIC ZZZ9.
030300     05  FILLER                  PIC X(01) VALUE SPACES.
030400     05  LG-DRAWN                PIC ZZZ9.
030500     05  FILLER                  PIC X(01) VALUE SPACES.
030600     05  LG-LOST                 PIC ZZZ9.
030700     05  FILLER                  PIC X(02) VALUE SPACES.
030800     05  LG-MATCH-POINTS         PIC ZZZ9.
030900     05  FILLER                  PIC X(02) VALUE SPACES.
031000     05  LG-BOARD-POINTS         PIC ZZZ9.9.
031100     05  FILLER                  PIC X(21) VALUE SPACES.
031200 01  WS-NONE-LINE                PIC X(80) VALUE
031300     "  NONE".
031400 01  WS-RPT-TOTALS.
031500     05  FILLER                  PIC X(09) VALUE "MATCHES: ".
031600     05  RT-READ                 PIC ZZZ9.
031700     05  FILLER                  PIC X(10) VALUE "  SCORED: ".
031800     05  RT-SCORED               PIC ZZZ9.
031900     05  FILLER                  PIC X(14) VALUE
032000         "  INCOMPLETE: ".
032100     05  RT-OPEN                 PIC ZZZ9.
032200     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
032300     05  RT-REJECTED             PIC ZZZ9.
032400     05  FILLER                  PIC X(10) VALUE "  POSTED: ".
032500     05  RT-POSTED               PIC ZZZ9.
032600     05  FILLER                  PIC X(05) VALUE SPACES.

032700 PROCEDURE DIVISION.
032800 0000-CHESSTMS.
032900     PERFORM 1000-READ-CONTROL THRU 1000-EXIT
033000     PERFORM 2000-LOAD-MOVE-NUMBERS THRU 2000-EXIT
033100     OPEN INPUT RATING-FILE
033200     IF WS-RAT-STATUS = "00"
033300         SET RATINGS-ARE-OPEN TO TRUE
033400     END-IF
033500     OPEN OUTPUT TEAM-RPT
033600     MOVE WS-RPT-HDG1 TO RPT-LINE
033700     WRITE RPT-LINE
033800     MOVE WS-TOLERANCE TO H2-TOLERANCE
033900     MOVE WS-WIN-POINTS TO H2-WIN-POINTS
034000     MOVE WS-DRAW-POINTS TO H2-DRAW-POINTS
034100     MOVE WS-RPT-HDG2 TO RPT-LINE
034200     WRITE RPT-LINE
034300     MOVE SPACES TO RPT-LINE
034400     WRITE RPT-LINE
034500     PERFORM 3000-PROCESS-MATCHES THRU 3000-EXIT
034600     IF RATINGS-ARE-OPEN
034700         CLOSE RATING-FILE
034800     END-IF
034900     PERFORM 6000-PRINT-LEAGUE-TABLE THRU 6000-EXIT
035000     CLOSE TEAM-RPT
035100     GOBACK.
035200 0000-EXIT.
035300     EXIT.

035400*-----------------------------------------------------------------
035500* TAKE THE TOLERANCE AND MATCH POINTS FROM CHESSTMC.  NO FILE, OR
035600* A BLANK FIELD, MEANS THE LEAGUE DEFAULT.  A BAD RECORD IS
035700* REPORTED TO THE AUDIT TRAIL AND THE DEFAULTS USED.
035800*-----------------------------------------------------------------
035900 1000-READ-CONTROL.
036000     OPEN INPUT CONTROL-FILE
036100     IF WS-CTL-STATUS NOT = "00"
036200         GO TO 1000-EXIT
036300     END-IF
036400     READ CONTROL-FILE
036500         AT END MOVE "10" TO WS-CTL-STATUS
036600     END-READ
036700     CLOSE CONTROL-FILE
036800     IF WS-CTL-STATUS NOT = "00"
036900         GO TO 1000-EXIT
037000     END-IF
037100     MOVE "N" TO WS-CTL-BAD-SW
037200     IF TMC-TOLERANCE NOT = SPACES
037300             AND TMC-TOLERANCE IS NOT NUMERIC
037400         SET CONTROL-IS-BAD TO TRUE
037500         MOVE "RATING TOLERANCE MUST BE NUMERIC" TO WS-CTL-REASON
037600     END-IF
037700     IF TMC-WIN-POINTS NOT = SPACES
037800             AND TMC-WIN-POINTS IS NOT NUMERIC
037900         SET CONTROL-IS-BAD TO TRUE
038000         MOVE "MATCH WIN POINTS MUST BE NUMERIC" TO WS-CTL-REASON
038100     END-IF
038200     IF TMC-DRAW-POINTS NOT = SPACES
038300             AND TMC-DRAW-POINTS IS NOT NUMERIC
038400         SET CONTROL-IS-BAD TO TRUE
038500         MOVE "MATCH DRAW POINTS MUST BE NUMERIC" TO WS-CTL-REASON
038600     END-IF
038700     IF CONTROL-IS-BAD
038800         MOVE TMC-RECORD TO AUD-FAILED-INPUT
038900         MOVE WS-CTL-REASON TO AUD-FAILURE-REASON
039000         PERFORM 8000-AUDIT-WARNING THRU 8000-EXIT
039100         GO TO 1000-EXIT
039200     END-IF
039300     IF TMC-TOLERANCE NOT = SPACES
039400         MOVE TMC-TOLERANCE TO WS-TOLERANCE
039500     END-IF
039600     IF TMC-WIN-POINTS NOT = SPACES
039700         MOVE TMC-WIN-POINTS TO WS-WIN-POINTS
039800     END-IF
039900     IF TMC-DRAW-POINTS NOT = SPACES
040000         MOVE TMC-DRAW-POINTS TO WS-DRAW-POINTS
040100     END-IF.
040200 1000-EXIT.
040300     EXIT.

040400*-----------------------------------------------------------------
040500* ONE PASS OVER THE MATCH FILE FOR EACH TEAM BOARD GAME'S HIGHEST
040600* MOVE NUMBER AND WHETHER ITS RESULT IS ALREADY ON FILE.
040700*-----------------------------------------------------------------
040800 2000-LOAD-MOVE-NUMBERS.
040900     OPEN INPUT CHESS-MATCH-FILE
041000     IF WS-MATCH-STATUS NOT = "00"
041100         GO TO 2000-EXIT
041200     END-IF
041300     PERFORM 2100-READ-MATCH THRU 2100-EXIT
041400     PERFORM UNTIL MATCH-EOF
041500         IF CHESSMV-GAME-ID(1:1) = "T"
041600             PERFORM 2200-NOTE-MOVE-NUMBER THRU 2200-EXIT
041700         END-IF
041800         PERFORM 2100-READ-MATCH THRU 2100-EXIT
041900     END-PERFORM
042000     CLOSE CHESS-MATCH-FILE.
042100 2000-EXIT.
042200     EXIT.

042300 2100-READ-MATCH.
042400     READ CHESS-MATCH-FILE
042500         AT END SET MATCH-EOF TO TRUE
042600     END-READ.
042700 2100-EXIT.
042800     EXIT.

042900 2200-NOTE-MOVE-NUMBER.
043000     MOVE CHESSMV-GAME-ID TO WS-GAME-KEY
043100     PERFORM 2300-FIND-GAME THRU 2300-EXIT
043200     IF WS-MTC-FOUND = ZERO
043300         IF WS-MTC-COUNT < 600
043400             ADD 1 TO WS-MTC-COUNT
043500             MOVE WS-MTC-COUNT TO WS-MTC-FOUND
043600             MOVE CHESSMV-GAME-ID TO MT-GAME-ID(WS-MTC-FOUND)
043700             MOVE ZERO TO MT-LAST-NUM(WS-MTC-FOUND)
043800             MOVE "N" TO MT-DECIDED-SW(WS-MTC-FOUND)
043900         ELSE
044000             GO TO 2200-EXIT
044100         END-IF
044200     END-IF
044300     IF CHESSMV-NUMBER > MT-LAST-NUM(WS-MTC-FOUND)
044400         MOVE CHESSMV-NUMBER TO MT-LAST-NUM(WS-MTC-FOUND)
044500     END-IF
044600     IF CHESSMV-ATTACK-RESULT NOT = SPACES
044700         MOVE "Y" TO MT-DECIDED-SW(WS-MTC-FOUND)
044800     END-IF.
044900 2200-EXIT.
045000     EXIT.

045100 2300-FIND-GAME.
045200     MOVE ZERO TO WS-MTC-FOUND
045300     PERFORM VARYING mtx FROM 1 BY 1
045400             UNTIL mtx > WS-MTC-COUNT OR WS-MTC-FOUND > ZERO
045500         IF MT-GAME-ID(mtx) = WS-GAME-KEY
045600             MOVE mtx TO WS-MTC-FOUND
045700         END-IF
045800     END-PERFORM.
045900 2300-EXIT.
046000     EXIT.

046100*-----------------------------------------------------------------
046200* GATHER EACH MATCH'S BOARDS AND FINISH IT WHEN THE MATCH ID
046300* CHANGES.  NO CHESSTMF FILE IS A SEASON WITH NO MATCHES YET.
046400*-----------------------------------------------------------------
046500 3000-PROCESS-MATCHES.
046600     OPEN INPUT TEAM-MATCH-FILE
046700     IF WS-TMF-STATUS NOT = "00"
046800         MOVE WS-NONE-LINE TO RPT-LINE
046900         WRITE RPT-LINE
047000         GO TO 3000-EXIT
047100     END-IF
047200     PERFORM 3100-READ-TEAM-MATCH THRU 3100-EXIT
047300     PERFORM UNTIL TMF-EOF
047400         IF TMF-MATCH-ID NOT = WS-CUR-MATCH-ID
047500                 AND WS-BOARD-COUNT > ZERO
047600             PERFORM 4000-FINISH-MATCH THRU 4000-EXIT
047700         END-IF
047800         PERFORM 3200-ADD-BOARD THRU 3200-EXIT
047900         PERFORM 3100-READ-TEAM-MATCH THRU 3100-EXIT
048000     END-PERFORM
048100     IF WS-BOARD-COUNT > ZERO
048200         PERFORM 4000-FINISH-MATCH THRU 4000-EXIT
048300     END-IF
048400     CLOSE TEAM-MATCH-FILE
048500     IF WS-MATCHES-READ = ZERO
048600         MOVE WS-NONE-LINE TO RPT-LINE
048700         WRITE RPT-LINE
048800     END-IF.
048900 3000-EXIT.
049000     EXIT.

049100 3100-READ-TEAM-MATCH.
049200     READ TEAM-MATCH-FILE
049300         AT END SET TMF-EOF TO TRUE
049400     END-READ.
049500 3100-EXIT.
049600     EXIT.

049700 3200-ADD-BOARD.
049800     IF WS-BOARD-COUNT = ZERO
049900         MOVE TMF-MATCH-ID  TO WS-CUR-MATCH-ID
050000         MOVE TMF-HOME-CLUB TO WS-CUR-HOME-CLUB
050100         MOVE TMF-AWAY-CLUB TO WS-CUR-AWAY-CLUB
050200         MOVE "N" TO WS-CLUB-MISMATCH-SW
050300     END-IF
050400     IF TMF-HOME-CLUB NOT = WS-CUR-HOME-CLUB
050500             OR TMF-AWAY-CLUB NOT = WS-CUR-AWAY-CLUB
050600         SET CLUBS-DIFFER TO TRUE
050700     END-IF
050800     ADD 1 TO WS-BOARD-COUNT
050900     IF WS-BOARD-COUNT > 6
051000         GO TO 3200-EXIT
051100     END-IF
051200     MOVE TMF-BOARD       TO BD-NUMBER(WS-BOARD-COUNT)
051300     MOVE TMF-HOME-PLAYER TO BD-HOME-PLAYER(WS-BOARD-COUNT)
051400     MOVE TMF-AWAY-PLAYER TO BD-AWAY-PLAYER(WS-BOARD-COUNT)
051500     MOVE TMF-RESULT      TO BD-RESULT(WS-BOARD-COUNT)
051600     MOVE ZERO TO BD-HOME-RATING(WS-BOARD-COUNT)
051700                  BD-AWAY-RATING(WS-BOARD-COUNT).
051800 3200-EXIT.
051900     EXIT.

052000*-----------------------------------------------------------------
052100* CHECK THE GATHERED MATCH, THEN SCORE AND POST IT OR REJECT IT
052200* WHOLE.  THE BOARD TABLE IS EMPTIED FOR THE NEXT MATCH EITHER
052300* WAY.
052400*-----------------------------------------------------------------
052500 4000-FINISH-MATCH.
052600     ADD 1 TO WS-MATCHES-READ
052700     PERFORM 4100-CHECK-MATCH THRU 4100-EXIT
052800     IF WS-REJECT-REASON = SPACES
052900         PERFORM 4200-LOOK-UP-RATINGS THRU 4200-EXIT
053000         PERFORM 4300-CHECK-BOARD-ORDER THRU 4300-EXIT
053100     END-IF
053200     IF WS-REJECT-REASON NOT = SPACES
053300         PERFORM 4900-REJECT-MATCH THRU 4900-EXIT
053400     ELSE
053500         PERFORM 5000-SCORE-MATCH THRU 5000-EXIT
053600     END-IF
053700     IF WS-SEEN-COUNT < 300
053800         ADD 1 TO WS-SEEN-COUNT
053900         MOVE WS-CUR-MATCH-ID TO WS-SEEN-MATCH-ID(WS-SEEN-COUNT)
054000     END-IF
054100     MOVE ZERO TO WS-BOARD-COUNT.
054200 4000-EXIT.
054300     EXIT.

054400 4100-CHECK-MATCH.
054500     MOVE SPACES TO WS-REJECT-REASON
054600     PERFORM VARYING snx FROM 1 BY 1 UNTIL snx > WS-SEEN-COUNT
054700         IF WS-SEEN-MATCH-ID(snx) = WS-CUR-MATCH-ID
054800             MOVE "MATCH ID REPEATED - BOARDS NOT KEPT TOGETHER"
054900                 TO WS-REJECT-REASON
055000             GO TO 4100-EXIT
055100         END-IF
055200     END-PERFORM
055300     IF WS-CUR-MATCH-ID = SPACES
055400         MOVE "MATCH ID MISSING" TO WS-REJECT-REASON
055500         GO TO 4100-EXIT
055600     END-IF
055700     IF WS-BOARD-COUNT NOT = 4 AND WS-BOARD-COUNT NOT = 6
055800         MOVE "A MATCH MUST HAVE 4 OR 6 BOARDS"
055810             TO WS-REJECT-REASON
055900         GO TO 4100-EXIT
056000     END-IF
056100     IF CLUBS-DIFFER
056200         MOVE "CLUB NAMES DIFFER BETWEEN BOARDS"
056300             TO WS-REJECT-REASON
056400         GO TO 4100-EXIT
056500     END-IF
056600     IF WS-CUR-HOME-CLUB = SPACES OR WS-CUR-AWAY-CLUB = SPACES
056700             OR WS-CUR-HOME-CLUB = WS-CUR-AWAY-CLUB
056800         MOVE "TWO DIFFERENT CLUBS REQUIRED" TO WS-REJECT-REASON
056900         GO TO 4100-EXIT
057000     END-IF
057100     PERFORM VARYING bdx FROM 1 BY 1 UNTIL bdx > WS-BOARD-COUNT
057200         MOVE bdx TO WS-BOARD-DIGIT
057300         IF BD-NUMBER(bdx) NOT = WS-BOARD-DIGIT
057400             MOVE "BOARDS NOT NUMBERED 1 UPWARD IN ORDER"
057500                 TO WS-REJECT-REASON
057600             GO TO 4100-EXIT
057700         END-IF
057800         IF BD-HOME-PLAYER(bdx) = SPACES
057900                 OR BD-AWAY-PLAYER(bdx) = SPACES
058000             MOVE "PLAYER MISSING ON A BOARD" TO WS-REJECT-REASON
058100             GO TO 4100-EXIT
058200         END-IF
058300         IF NOT BD-HOME-WON(bdx) AND NOT BD-AWAY-WON(bdx)
058400                 AND NOT BD-DRAWN(bdx) AND NOT BD-NOT-PLAYED(bdx)
058500             MOVE "BOARD RESULT MUST BE H, A, D OR BLANK"
058600                 TO WS-REJECT-REASON
058700             GO TO 4100-EXIT
058800         END-IF
058900         PERFORM VARYING bex FROM 1 BY 1
058910                 UNTIL bex > WS-BOARD-COUNT
059000             IF bex NOT = bdx
059100                 IF BD-HOME-PLAYER(bex) = BD-HOME-PLAYER(bdx)
059200                         OR BD-AWAY-PLAYER(bex)
059300                            = BD-AWAY-PLAYER(bdx)
059400                     MOVE "SAME PLAYER ON TWO BOARDS"
059500                         TO WS-REJECT-REASON
059600                     GO TO 4100-EXIT
059700                 END-IF
059800             END-IF
059900             IF BD-HOME-PLAYER(bex) = BD-AWAY-PLAYER(bdx)
060000                 MOVE "SAME PLAYER IN BOTH TEAMS"
060100                     TO WS-REJECT-REASON
060200                 GO TO 4100-EXIT
060300             END-IF
060400         END-PERFORM
060500     END-PERFORM.
060600 4100-EXIT.
060700     EXIT.

060800*-----------------------------------------------------------------
060900* EACH PLAYER'S LEDGER RATING; A PLAYER NOT YET ON CHESSRAT (OR
061000* NO LEDGER AT ALL) STANDS AT THE CLUB BASE RATING, AS CHESSRTG
061100* WOULD START THEM.
061200*-----------------------------------------------------------------
061300 4200-LOOK-UP-RATINGS.
061400     PERFORM VARYING bdx FROM 1 BY 1 UNTIL bdx > WS-BOARD-COUNT
061500         MOVE BD-HOME-PLAYER(bdx) TO RAT-PLAYER-ID
061600         PERFORM 4250-READ-ONE-RATING THRU 4250-EXIT
061700         MOVE RAT-RATING TO BD-HOME-RATING(bdx)
061800         MOVE BD-AWAY-PLAYER(bdx) TO RAT-PLAYER-ID
061900         PERFORM 4250-READ-ONE-RATING THRU 4250-EXIT
062000         MOVE RAT-RATING TO BD-AWAY-RATING(bdx)
062100     END-PERFORM.
062200 4200-EXIT.
062300     EXIT.

062400 4250-READ-ONE-RATING.
062500     IF NOT RATINGS-ARE-OPEN
062600         MOVE WS-START-RATING TO RAT-RATING
062700         GO TO 4250-EXIT
062800     END-IF
062900     READ RATING-FILE
063000         INVALID KEY MOVE WS-START-RATING TO RAT-RATING
063100     END-READ.
063200 4250-EXIT.
063300     EXIT.

063400*-----------------------------------------------------------------
063500* THE LEAGUE'S BOARD-ORDER RULE, FOR EACH CLUB: A PLAYER MAY NOT
063600* BE RATED MORE THAN THE TOLERANCE ABOVE ANY TEAM-MATE ON A
063700* HIGHER BOARD.  THE FIRST BREACH FOUND IS THE REJECT REASON.
063800*-----------------------------------------------------------------
063900 4300-CHECK-BOARD-ORDER.
064000     PERFORM VARYING bdx FROM 1 BY 1 UNTIL bdx >= WS-BOARD-COUNT
064100         PERFORM VARYING bex FROM bdx BY 1
064200                 UNTIL bex > WS-BOARD-COUNT
064300             COMPUTE WS-RATING-GAP =
064400                 BD-HOME-RATING(bex) - BD-HOME-RATING(bdx)
064500             IF WS-RATING-GAP > WS-TOLERANCE
064600                 MOVE WS-CUR-HOME-CLUB TO WS-FIND-CLUB
064700                 PERFORM 4350-ORDER-BREACH THRU 4350-EXIT
064800                 GO TO 4300-EXIT
064900             END-IF
065000             COMPUTE WS-RATING-GAP =
065100                 BD-AWAY-RATING(bex) - BD-AWAY-RATING(bdx)
065200             IF WS-RATING-GAP > WS-TOLERANCE
065300                 MOVE WS-CUR-AWAY-CLUB TO WS-FIND-CLUB
065400                 PERFORM 4350-ORDER-BREACH THRU 4350-EXIT
065500                 GO TO 4300-EXIT
065600             END-IF
065700         END-PERFORM
065800     END-PERFORM.
065900 4300-EXIT.
066000     EXIT.

066100 4350-ORDER-BREACH.
066200     MOVE bdx TO WS-HIGH-BOARD
066300     MOVE bex TO WS-LOW-BOARD
066400     STRING WS-FIND-CLUB DELIMITED BY "  "
066500            " BOARD " WS-LOW-BOARD
066600            " OUTRATES BOARD " WS-HIGH-BOARD
066700            " BEYOND TOLERANCE" DELIMITED BY SIZE
066800         INTO WS-REJECT-REASON
066900     END-STRING.
067000 4350-EXIT.
067100     EXIT.

067200*-----------------------------------------------------------------
067300* A REJECTED MATCH GOES TO THE AUDIT TRAIL AND THE REPORT; NONE
067400* OF ITS BOARDS IS POSTED OR SCORED.
067500*-----------------------------------------------------------------
067600 4900-REJECT-MATCH.
067700     ADD 1 TO WS-MATCHES-REJECTED
067800     MOVE WS-CUR-MATCH-ID TO RJ-MATCH-ID
067900     MOVE WS-REJECT-REASON TO RJ-REASON
068000     MOVE WS-REJECT-LINE TO RPT-LINE
068100     WRITE RPT-LINE
068200     MOVE SPACES TO RPT-LINE
068300     WRITE RPT-LINE
068400     MOVE SPACES TO AUD-FAILED-INPUT
068500     STRING "MATCH " WS-CUR-MATCH-ID " "
068600            WS-CUR-HOME-CLUB " V " WS-CUR-AWAY-CLUB
068700            DELIMITED BY SIZE
068800         INTO AUD-FAILED-INPUT
068900     END-STRING
069000     MOVE WS-REJECT-REASON TO AUD-FAILURE-REASON
069100     PERFORM 8000-AUDIT-WARNING THRU 8000-EXIT.
069200 4900-EXIT.
069300     EXIT.

069400*-----------------------------------------------------------------
069500* SCORE A GOOD MATCH BOARD BY BOARD, POSTING EACH PLAYED BOARD
069600* NOT ALREADY ON CHESSMTC, AND PRINT ITS CARD.  ONLY A MATCH WITH
069700* EVERY BOARD PLAYED GOES INTO THE LEAGUE TABLE.
069800*-----------------------------------------------------------------
069900 5000-SCORE-MATCH.
070000     MOVE ZERO TO WS-HOME-HALVES WS-AWAY-HALVES WS-PLAYED-COUNT
070100     PERFORM VARYING bdx FROM 1 BY 1 UNTIL bdx > WS-BOARD-COUNT
070200         EVALUATE TRUE
070300             WHEN BD-HOME-WON(bdx)
070400                 ADD 2 TO WS-HOME-HALVES
070500                 ADD 1 TO WS-PLAYED-COUNT
070600             WHEN BD-AWAY-WON(bdx)
070700                 ADD 2 TO WS-AWAY-HALVES
070800                 ADD 1 TO WS-PLAYED-COUNT
070900             WHEN BD-DRAWN(bdx)
071000                 ADD 1 TO WS-HOME-HALVES WS-AWAY-HALVES
071100                 ADD 1 TO WS-PLAYED-COUNT
071200         END-EVALUATE
071300     END-PERFORM
071400     IF WS-PLAYED-COUNT = WS-BOARD-COUNT
071500         ADD 1 TO WS-MATCHES-SCORED
071600         MOVE SPACES TO WS-MATCH-NOTE
071700         PERFORM 5500-UPDATE-LEAGUE THRU 5500-EXIT
071800     ELSE
071900         ADD 1 TO WS-MATCHES-OPEN
072000         MOVE "INCOMPLETE" TO WS-MATCH-NOTE
072100     END-IF
072200     MOVE WS-CUR-MATCH-ID  TO MH-MATCH-ID
072300     MOVE WS-CUR-HOME-CLUB TO MH-HOME-CLUB
072400     MOVE WS-CUR-AWAY-CLUB TO MH-AWAY-CLUB
072500     COMPUTE WS-POINTS-WORK = WS-HOME-HALVES / 2
072600     MOVE WS-POINTS-WORK TO MH-HOME-SCORE
072700     COMPUTE WS-POINTS-WORK = WS-AWAY-HALVES / 2
072800     MOVE WS-POINTS-WORK TO MH-AWAY-SCORE
072900     MOVE WS-MATCH-NOTE TO MH-NOTE
073000     MOVE WS-MATCH-LINE TO RPT-LINE
073100     WRITE RPT-LINE
073200     PERFORM VARYING bdx FROM 1 BY 1 UNTIL bdx > WS-BOARD-COUNT
073300         PERFORM 5100-POST-BOARD THRU 5100-EXIT
073400         PERFORM 5200-PRINT-BOARD THRU 5200-EXIT
073500     END-PERFORM
073600     MOVE SPACES TO RPT-LINE
073700     WRITE RPT-LINE.
073800 5000-EXIT.
073900     EXIT.

074000*-----------------------------------------------------------------
074100* POST ONE PLAYED BOARD ABOVE ITS GAME'S LAST LOGGED MOVE: THE
074200* HOME PLAYER HAS WHITE ON THE ODD BOARDS.  "ATTACK" IS THE
074300* CLUB'S WHITE-WIN VERDICT AND "MATEDW" ITS BLACK-WIN VERDICT;
074400* "DRAWN", LIKE ANY OTHER FINAL VERDICT, RATES AS A DRAW.
074500*-----------------------------------------------------------------
074600 5100-POST-BOARD.
074700     MOVE WS-CUR-MATCH-ID TO GK-MATCH-ID
074800     MOVE bdx TO GK-BOARD
074900     IF BD-NOT-PLAYED(bdx)
075000         MOVE "NOT YET PLAYED" TO WS-BOARD-NOTE
075100         GO TO 5100-EXIT
075200     END-IF
075300     PERFORM 2300-FIND-GAME THRU 2300-EXIT
075400     MOVE 1 TO WS-NEXT-MOVE-NUM
075500     IF WS-MTC-FOUND > ZERO
075600         IF MT-IS-DECIDED(WS-MTC-FOUND)
075700             MOVE "ALREADY POSTED" TO WS-BOARD-NOTE
075800             GO TO 5100-EXIT
075900         END-IF
076000         COMPUTE WS-NEXT-MOVE-NUM = MT-LAST-NUM(WS-MTC-FOUND) + 1
076100     END-IF
076200     DIVIDE bdx BY 2 GIVING WS-BOARD-QUOT REMAINDER WS-BOARD-DIGIT
076300     IF WS-BOARD-DIGIT = 1
076400         MOVE BD-HOME-PLAYER(bdx) TO WS-WHITE-PLAYER
076500         MOVE BD-AWAY-PLAYER(bdx) TO WS-BLACK-PLAYER
076600         EVALUATE TRUE
076700             WHEN BD-HOME-WON(bdx) MOVE "ATTACK" TO WS-VERDICT
076800             WHEN BD-AWAY-WON(bdx) MOVE "MATEDW" TO WS-VERDICT
076900             WHEN OTHER            MOVE "DRAWN"  TO WS-VERDICT
077000         END-EVALUATE
077100     ELSE
077200         MOVE BD-AWAY-PLAYER(bdx) TO WS-WHITE-PLAYER
077300         MOVE BD-HOME-PLAYER(bdx) TO WS-BLACK-PLAYER
077400         EVALUATE TRUE
077500             WHEN BD-HOME-WON(bdx) MOVE "MATEDW" TO WS-VERDICT
077600             WHEN BD-AWAY-WON(bdx) MOVE "ATTACK" TO WS-VERDICT
077700             WHEN OTHER            MOVE "DRAWN"  TO WS-VERDICT
077800         END-EVALUATE
077900     END-IF
078000     OPEN EXTEND CHESS-MATCH-FILE
078100     IF WS-MATCH-STATUS = "35"
078200         OPEN OUTPUT CHESS-MATCH-FILE
078300     END-IF
078400     MOVE SPACES TO CHESSMV-RECORD
078500     MOVE WS-GAME-KEY TO CHESSMV-GAME-ID
078600     MOVE WS-NEXT-MOVE-NUM TO CHESSMV-NUMBER
078700     MOVE WS-VERDICT TO CHESSMV-ATTACK-RESULT
078800     WRITE CHESSMV-RECORD
078900     CLOSE CHESS-MATCH-FILE
079000     OPEN EXTEND TEAM-PAIRING-FILE
079100     IF WS-TMP-STATUS = "35"
079200         OPEN OUTPUT TEAM-PAIRING-FILE
079300     END-IF
079400     MOVE SPACES TO TMP-RECORD
079500     MOVE WS-GAME-KEY     TO TMP-GAME-ID
079600     MOVE WS-WHITE-PLAYER TO TMP-WHITE-PLAYER
079700     MOVE WS-BLACK-PLAYER TO TMP-BLACK-PLAYER
079800     WRITE TMP-RECORD
079900     CLOSE TEAM-PAIRING-FILE
080000     ADD 1 TO WS-BOARDS-POSTED
080100     MOVE "POSTED" TO WS-BOARD-NOTE.
080200 5100-EXIT.
080300     EXIT.

080400 5200-PRINT-BOARD.
080500     MOVE bdx TO BL-BOARD
080600     DIVIDE bdx BY 2 GIVING WS-BOARD-QUOT REMAINDER WS-BOARD-DIGIT
080700     IF WS-BOARD-DIGIT = 1
080800         MOVE "W" TO BL-HOME-COLOUR
080900     ELSE
081000         MOVE "B" TO BL-HOME-COLOUR
081100     END-IF
081200     MOVE BD-HOME-PLAYER(bdx) TO BL-HOME-PLAYER
081300     MOVE BD-HOME-RATING(bdx) TO BL-HOME-RATING
081400     MOVE BD-AWAY-PLAYER(bdx) TO BL-AWAY-PLAYER
081500     MOVE BD-AWAY-RATING(bdx) TO BL-AWAY-RATING
081600     EVALUATE TRUE
081700         WHEN BD-HOME-WON(bdx) MOVE "  1-0"   TO BL-RESULT
081800         WHEN BD-AWAY-WON(bdx) MOVE "  0-1"   TO BL-RESULT
081900         WHEN BD-DRAWN(bdx)    MOVE "1/2-1/2" TO BL-RESULT
082000         WHEN OTHER            MOVE "   -"    TO BL-RESULT
082100     END-EVALUATE
082200     MOVE WS-BOARD-NOTE TO BL-NOTE
082300     MOVE WS-BOARD-LINE TO RPT-LINE
082400     WRITE RPT-LINE.
082500 5200-EXIT.
082600     EXIT.

082700*-----------------------------------------------------------------
082800* CREDIT A COMPLETE MATCH TO BOTH CLUBS: PLAYED, WON / DRAWN /
082900* LOST ON BOARD POINTS, MATCH POINTS AND BOARD POINTS.
083000*-----------------------------------------------------------------
083100 5500-UPDATE-LEAGUE.
083200     MOVE WS-CUR-HOME-CLUB TO WS-FIND-CLUB
083300     PERFORM 5600-FIND-CLUB THRU 5600-EXIT
083400     MOVE WS-CLUB-FOUND TO WS-HOME-IDX
083500     MOVE WS-CUR-AWAY-CLUB TO WS-FIND-CLUB
083600     PERFORM 5600-FIND-CLUB THRU 5600-EXIT
083700     MOVE WS-CLUB-FOUND TO WS-AWAY-IDX
083800     IF WS-HOME-IDX = ZERO OR WS-AWAY-IDX = ZERO
083900         MOVE SPACES TO AUD-FAILED-INPUT
084000         STRING "MATCH " WS-CUR-MATCH-ID DELIMITED BY SIZE
084100             INTO AUD-FAILED-INPUT
084200         END-STRING
084300         MOVE "LEAGUE TABLE FULL - MATCH LEFT OFF THE TABLE"
084400             TO AUD-FAILURE-REASON
084500         PERFORM 8000-AUDIT-WARNING THRU 8000-EXIT
084600         GO TO 5500-EXIT
084700     END-IF
084800     ADD 1 TO CL-PLAYED(WS-HOME-IDX) CL-PLAYED(WS-AWAY-IDX)
084900     ADD WS-HOME-HALVES TO CL-BOARD-HALVES(WS-HOME-IDX)
085000     ADD WS-AWAY-HALVES TO CL-BOARD-HALVES(WS-AWAY-IDX)
085100     EVALUATE TRUE
085200         WHEN WS-HOME-HALVES > WS-AWAY-HALVES
085300             ADD 1 TO CL-WON(WS-HOME-IDX) CL-LOST(WS-AWAY-IDX)
085400             ADD WS-WIN-POINTS TO CL-MATCH-POINTS(WS-HOME-IDX)
085500         WHEN WS-HOME-HALVES < WS-AWAY-HALVES
085600             ADD 1 TO CL-WON(WS-AWAY-IDX) CL-LOST(WS-HOME-IDX)
085700             ADD WS-WIN-POINTS TO CL-MATCH-POINTS(WS-AWAY-IDX)
085800         WHEN OTHER
085900             ADD 1 TO CL-DRAWN(WS-HOME-IDX) CL-DRAWN(WS-AWAY-IDX)
086000             ADD WS-DRAW-POINTS TO CL-MATCH-POINTS(WS-HOME-IDX)
086100                                   CL-MATCH-POINTS(WS-AWAY-IDX)
086200     END-EVALUATE.
086300 5500-EXIT.
086400     EXIT.

086500*-----------------------------------------------------------------
086600* LOOK UP (OR ADD) A CLUB BY NAME.  WS-CLUB-FOUND COMES BACK ZERO
086700* WHEN THE TABLE IS FULL.
086800*-----------------------------------------------------------------
086900 5600-FIND-CLUB.
087000     MOVE ZERO TO WS-CLUB-FOUND
087100     PERFORM VARYING clx FROM 1 BY 1
087200             UNTIL clx > WS-CLUB-COUNT OR WS-CLUB-FOUND > ZERO
087300         IF CL-NAME(clx) = WS-FIND-CLUB
087400             MOVE clx TO WS-CLUB-FOUND
087500         END-IF
087600     END-PERFORM
087700     IF WS-CLUB-FOUND = ZERO AND WS-CLUB-COUNT < 60
087800         ADD 1 TO WS-CLUB-COUNT
087900         MOVE WS-CLUB-COUNT TO WS-CLUB-FOUND
088000         MOVE WS-FIND-CLUB TO CL-NAME(WS-CLUB-FOUND)
088100         MOVE ZERO TO CL-PLAYED(WS-CLUB-FOUND)
088200                      CL-WON(WS-CLUB-FOUND)
088300                      CL-DRAWN(WS-CLUB-FOUND)
088400                      CL-LOST(WS-CLUB-FOUND)
088500                      CL-MATCH-POINTS(WS-CLUB-FOUND)
088600                      CL-BOARD-HALVES(WS-CLUB-FOUND)
088700     END-IF.
088800 5600-EXIT.
088900     EXIT.

089000*-----------------------------------------------------------------
089100* SELECTION SORT HIGH-TO-LOW ON MATCH POINTS, BOARD POINTS
089200* BREAKING TIES, THEN PRINT THE TABLE AND THE RUN TOTALS.
089300*-----------------------------------------------------------------
089400 6000-PRINT-LEAGUE-TABLE.
089500     PERFORM VARYING clx FROM 1 BY 1 UNTIL clx >= WS-CLUB-COUNT
089600         PERFORM VARYING cmx FROM clx BY 1
089700                 UNTIL cmx > WS-CLUB-COUNT
089800             IF CL-MATCH-POINTS(cmx) > CL-MATCH-POINTS(clx)
089900                     OR (CL-MATCH-POINTS(cmx)
090000                         = CL-MATCH-POINTS(clx)
090100                     AND CL-BOARD-HALVES(cmx)
090200                         > CL-BOARD-HALVES(clx))
090300                 MOVE WS-CLUB-ENTRY(clx) TO WS-CLUB-HOLD
090400                 MOVE WS-CLUB-ENTRY(cmx) TO WS-CLUB-ENTRY(clx)
090500                 MOVE WS-CLUB-HOLD TO WS-CLUB-ENTRY(cmx)
090600             END-IF
090700         END-PERFORM
090800     END-PERFORM
090900     MOVE WS-LEAGUE-HDG1 TO RPT-LINE
091000     WRITE RPT-LINE
091100     MOVE WS-LEAGUE-HDG2 TO RPT-LINE
091200     WRITE RPT-LINE
091300     PERFORM VARYING clx FROM 1 BY 1 UNTIL clx > WS-CLUB-COUNT
091400         MOVE clx                  TO LG-POS
091500         MOVE CL-NAME(clx)         TO LG-CLUB
091600         MOVE CL-PLAYED(clx)       TO LG-PLAYED
091700         MOVE CL-WON(clx)          TO LG-WON
091800         MOVE CL-DRAWN(clx)        TO LG-DRAWN
091900         MOVE CL-LOST(clx)         TO LG-LOST
092000         MOVE CL-MATCH-POINTS(clx) TO LG-MATCH-POINTS
092100         COMPUTE WS-POINTS-WORK = CL-BOARD-HALVES(clx) / 2
092200         MOVE WS-POINTS-WORK       TO LG-BOARD-POINTS
092300         MOVE WS-LEAGUE-DETAIL     TO RPT-LINE
092400         WRITE RPT-LINE
092500     END-PERFORM
092600     IF WS-CLUB-COUNT = ZERO
092700         MOVE WS-NONE-LINE TO RPT-LINE
092800         WRITE RPT-LINE
092900     END-IF
093000     MOVE SPACES TO RPT-LINE
093100     WRITE RPT-LINE
093200     MOVE WS-MATCHES-READ     TO RT-READ
093300     MOVE WS-MATCHES-SCORED   TO RT-SCORED
093400     MOVE WS-MATCHES-OPEN     TO RT-OPEN
093500     MOVE WS-MATCHES-REJECTED TO RT-REJECTED
093600     MOVE WS-BOARDS-POSTED    TO RT-POSTED
093700     MOVE WS-RPT-TOTALS TO RPT-LINE
093800     WRITE RPT-LINE.
093900 6000-EXIT.
094000     EXIT.

094100 8000-AUDIT-WARNING.
094200     MOVE "CHESSTMS" TO AUD-PROGRAM-NAME
094300     SET AUD-SEV-WARNING TO TRUE
094400     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
094500         AUD-FAILED-INPUT AUD-FAILURE-REASON
094600         AUD-SEVERITY.
094700 8000-EXIT.
094800     EXIT.
