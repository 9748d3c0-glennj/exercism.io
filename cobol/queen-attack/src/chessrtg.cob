001900*               A DECIDED GAME MOVES 16 POINTS FROM LOSER TO
002000*               WINNER) AND THE MONTHLY LADDER IS PRINTED ON
002100*               CHESSLDR, HIGH TO LOW, THE SAME SHAPE AS THE
002200*               DARTS LEAGUE STANDINGS.  "MATEDW" (WHITE MATED
002210*               ON ADJUDICATION) AND "DEFLTW" (WHITE DEFAULTED ON
002220*               TIME IN A POSTAL GAME) ARE BLACK WINS; "DEFLTB"
002230*               (BLACK DEFAULTED) IS A WHITE WIN.
002240*               EVERY RATED GAME ALSO APPENDS ONE CHESSRHS
002250*               HISTORY RECORD PER PLAYER (RUN DATE, GAME,
002260*               OPPONENT, RATING BEFORE AND AFTER, RESULT) FOR
002270*               THE CHESSRPG PROGRESSION REPORT.
002280*               INTER-CLUB TEAM BOARD GAMES POSTED BY CHESSTMS
002290*               TAKE THEIR PLAYER IDS FROM THE CHESSTMP TEAM
002295*               PAIRING FILE, LOADED AFTER CHESSGMP.
002300*-----------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*-----------------------------------------------------------------
002900*                  THE LAST MOVE NUMBER ALREADY RATED) SO A
003000*                  MONTHLY RERUN OVER THE EVER-GROWING MATCH
003100*                  FILE NEVER RE-APPLIES A GAME'S RATING SWING
003110* 10/15/2026 RM    RATE THE BLACK-WIN VERDICTS (MATEDW, DEFLTW)
003120*                  AND THE POSTAL DEFAULT OF BLACK (DEFLTB)
003130*                  INSTEAD OF TREATING THEM AS DRAWS
003140* 10/15/2026 RM    APPEND A DATED RATING-HISTORY RECORD (CHESSRHS)
003150*                  FOR EACH PLAYER IN EVERY RATED GAME
003160* 10/15/2026 RM    ALSO TAKE PLAYER IDS FOR INTER-CLUB TEAM BOARD
003170*                  GAMES FROM CHESSTMP; GAME AND PAIRING TABLES
003180*                  RAISED TO 300 ENTRIES
003181* 10/15/2026 RM    MONTH-END CLOSE: A RUN DATED INTO A CLOSED
003182*                  PERIOD DATES ITS RATING HISTORY INTO THE NEXT
003183*                  OPEN PERIOD, OR, WHERE LATE POSTINGS ARE
003184*                  REFUSED, RATES NOTHING AND LEAVES THE
003185*                  HIGH-WATER MARKS FOR THE NEXT OPEN RUN
003186* 10/15/2026 RM    CHESSRTG-BATCH ENTRY POINT FOR THE SECOND-TIER
003187*                  OVERNIGHT STREAM; A REHEARSAL PRINTS THE LADDER
003188*                  BUT RATES NOTHING
003200*-----------------------------------------------------------------
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.    CHESSRTG.
004700     SELECT PAIRING-FILE ASSIGN TO "CHESSGMP"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PAIR-STATUS.
004910
004920     SELECT TEAM-PAIRING-FILE ASSIGN TO "CHESSTMP"
004930         ORGANIZATION IS LINE SEQUENTIAL
004940         FILE STATUS IS WS-TMP-STATUS.

005000     SELECT HIWATER-FILE ASSIGN TO "CHESSRHW"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-HW-STATUS.
005300
005310     SELECT RATING-HIST-FILE ASSIGN TO "CHESSRHS"
005320         ORGANIZATION IS LINE SEQUENTIAL
005330         FILE STATUS IS WS-RHS-STATUS.
005340
005400     SELECT RATING-FILE ASSIGN TO "CHESSRAT"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
007500     05  GMP-WHITE-PLAYER        PIC X(10).
007600     05  FILLER                  PIC X(01).
007700     05  GMP-BLACK-PLAYER        PIC X(10).
007710
007720 FD  TEAM-PAIRING-FILE.
007730 01  TMP-RECORD.
007740     05  TMP-GAME-ID             PIC X(05).
007750     05  FILLER                  PIC X(01).
007760     05  TMP-WHITE-PLAYER        PIC X(10).
007770     05  FILLER                  PIC X(01).
007780     05  TMP-BLACK-PLAYER        PIC X(10).

007800*-----------------------------------------------------------------
007900* ONE HIGH-WATER RECORD PER GAME: THE LAST MOVE NUMBER ALREADY
008600     05  FILLER                  PIC X(01).
008700     05  HW-LAST-NUM             PIC 9(04).
008800
008810 FD  RATING-HIST-FILE.
008820 COPY chessrhs.
008830
008900 FD  RATING-FILE.
009000 01  RAT-RECORD.
009100     05  RAT-PLAYER-ID           PIC X(10).
011200 01  WS-MATCH-STATUS             PIC XX.
011300     88  MATCH-EOF               VALUE "10".
011400 01  WS-PAIR-STATUS              PIC XX.
011410 01  WS-TMP-STATUS               PIC XX.
011500 01  WS-RAT-STATUS               PIC XX.
011600 01  WS-RPT-STATUS               PIC XX.
011610 01  WS-RHS-STATUS               PIC XX.
011700
011710*-----------------------------------------------------------------
011720* SHARED TIMESTAMP CALL INTERFACE - THE RUN DATE STAMPED ON EACH
011730* RATING-HISTORY RECORD.
011740*-----------------------------------------------------------------
011750 COPY tscom.

011751*-----------------------------------------------------------------
011752* SHARED PERIOD-CHECK AND AUDIT-LOG CALL INTERFACES.
011753*-----------------------------------------------------------------
011754 COPY prdcom.
011755 COPY audcom.
011760
011800 01  WS-START-RATING             PIC 9(05) VALUE 1500.
011900 01  WS-RATING-SWING             PIC 9(03) VALUE 16.
012000
012700     88  HW-EOF                  VALUE "10".
012800 01  WS-GAME-COUNT               PIC 9(03) VALUE ZERO.
012900 01  WS-GAME-TABLE.
013000     05  WS-GAME-ENTRY OCCURS 300 TIMES.
013100         10  GT-GAME-ID          PIC X(05).
013200         10  GT-LAST-RESULT      PIC X(07).
013300*-----------------------------------------------------------------
014100 01  WS-GAME-FOUND               PIC 9(03).
014200
014300*-----------------------------------------------------------------
014400* PAIRING TABLE LOADED ONCE FROM CHESSGMP AND CHESSTMP.
014500*-----------------------------------------------------------------
014600 01  WS-PAIR-COUNT               PIC 9(03) VALUE ZERO.
014700 01  WS-PAIR-TABLE.
014800     05  WS-PAIR-ENTRY OCCURS 300 TIMES.
014900         10  PT-GAME-ID          PIC X(05).
015000         10  PT-WHITE            PIC X(10).
015100         10  PT-BLACK            PIC X(10).
016500*-----------------------------------------------------------------
016600 01  WS-UPDATE-PLAYER            PIC X(10).
016700 01  WS-UPDATE-OUTCOME           PIC X(01).
016710 01  WS-UPDATE-OPPONENT          PIC X(10).
016720 01  WS-RATING-BEFORE            PIC 9(05).
016800
016900 01  WS-LDR-HDG1                 PIC X(80) VALUE
017000     "CHESS CLUB - MONTHLY RATING LADDER".
018900 01  WS-SORT-EOF-SW              PIC X VALUE "N".
019000     88  SORT-AT-EOF             VALUE "Y".
019100
019109*-----------------------------------------------------------------
019118* RUN MODE AND PRINCIPAL RECORD COUNTS FOR THE
019127* CHESSRTG-BATCH ENTRY POINT.  "R" IS A REHEARSAL, SO
019136* CHESSRAT, CHESSRHS AND CHESSRHW ARE NOT TOUCHED.
019145*-----------------------------------------------------------------
019154 01  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
019163     88  RUN-IS-REHEARSAL        VALUE "R".
019172 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
019181 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

019190 LINKAGE SECTION.
019199 COPY runcom.
019200 PROCEDURE DIVISION.
019205 0000-CHESSRTG.
019210     PERFORM 0100-RUN-CHESSRTG THRU 0100-EXIT
019215     GOBACK.
019220 0000-EXIT.
019225     EXIT.

019230*-----------------------------------------------------------------
019235* THE WHOLE RUN, BROKEN OUT OF 0000-CHESSRTG SO THE CHESSRTG-BATCH
019240* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
019245* A REHEARSAL SCANS THE MATCH FILE AND PRINTS THE LADDER BUT
019250* MOVES NO RATING AND LEAVES THE HIGH-WATER MARKS ALONE.
019255*-----------------------------------------------------------------
019300 0100-RUN-CHESSRTG.
019310     CALL "TIMESTMP" USING TS-DATE TS-TIME
019312*-----------------------------------------------------------------
019314* RATINGS MOVE UNDER THE RUN DATE.  WHEN MONTH-END HAS CLOSED ITS
019316* PERIOD THE HISTORY IS DATED INTO THE NEXT OPEN PERIOD INSTEAD,
019318* OR, WHERE THE CLOSE REFUSES LATE POSTINGS, NOTHING IS RATED AND
019320* THE HIGH-WATER MARKS STAND, SO THE GAMES ARE RATED BY THE FIRST
019322* RUN IN AN OPEN PERIOD.
019324*-----------------------------------------------------------------
019326     MOVE TS-DATE TO PCK-DATE
019328     CALL "PERIODCK" USING PCK-DATE PCK-RESULT PCK-POST-DATE
019330         PCK-PERIOD
019332     IF PCK-REFUSED
019334         MOVE "CHESSRTG" TO AUD-PROGRAM-NAME
019336         MOVE SPACES TO AUD-FAILED-INPUT
019338         STRING "CHESSRAT PERIOD " PCK-PERIOD DELIMITED BY SIZE
019340             INTO AUD-FAILED-INPUT
019342         END-STRING
019344         MOVE "PERIOD CLOSED - RATINGS NOT UPDATED"
019346             TO AUD-FAILURE-REASON
019348         SET AUD-SEV-WARNING TO TRUE
019350         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
019352             AUD-FAILED-INPUT AUD-FAILURE-REASON
019354             AUD-SEVERITY
019356         PERFORM 5000-PRINT-LADDER THRU 5000-EXIT
019358         GO TO 0100-EXIT
019360     END-IF
019400     PERFORM 1000-LOAD-PAIRINGS THRU 1000-EXIT
019410     PERFORM 1200-LOAD-TEAM-PAIRINGS THRU 1200-EXIT
019500     PERFORM 0500-LOAD-HIGH-WATER THRU 0500-EXIT
019600     PERFORM 2000-SCAN-MATCH-FILE THRU 2000-EXIT
019700     IF NOT RUN-IS-REHEARSAL
019710         PERFORM 3000-RATE-DECIDED-GAMES THRU 3000-EXIT
019720         PERFORM 6000-SAVE-HIGH-WATER THRU 6000-EXIT
019730     END-IF
019900     PERFORM 5000-PRINT-LADDER THRU 5000-EXIT.
020100 0100-EXIT.
020200     EXIT.
020300
020400 1000-LOAD-PAIRINGS.
020800     END-IF
020900     PERFORM 1100-READ-PAIRING THRU 1100-EXIT
021000     PERFORM UNTIL WS-PAIR-STATUS = "10"
021100         IF WS-PAIR-COUNT < 300
021200             ADD 1 TO WS-PAIR-COUNT
021300             MOVE GMP-GAME-ID      TO PT-GAME-ID(WS-PAIR-COUNT)
021400             MOVE GMP-WHITE-PLAYER TO PT-WHITE(WS-PAIR-COUNT)
022600     END-READ.
022700 1100-EXIT.
022800     EXIT.
022801
022804 1200-LOAD-TEAM-PAIRINGS.
022807     OPEN INPUT TEAM-PAIRING-FILE
022810     IF WS-TMP-STATUS NOT = "00"
022813         GO TO 1200-EXIT
022816     END-IF
022819     PERFORM 1300-READ-TEAM-PAIRING THRU 1300-EXIT
022822     PERFORM UNTIL WS-TMP-STATUS = "10"
022825         IF WS-PAIR-COUNT < 300
022828             ADD 1 TO WS-PAIR-COUNT
022831             MOVE TMP-GAME-ID      TO PT-GAME-ID(WS-PAIR-COUNT)
022834             MOVE TMP-WHITE-PLAYER TO PT-WHITE(WS-PAIR-COUNT)
022837             MOVE TMP-BLACK-PLAYER TO PT-BLACK(WS-PAIR-COUNT)
022840         END-IF
022843         PERFORM 1300-READ-TEAM-PAIRING THRU 1300-EXIT
022846     END-PERFORM
022849     CLOSE TEAM-PAIRING-FILE.
022852 1200-EXIT.
022855     EXIT.
022858
022861 1300-READ-TEAM-PAIRING.
022864     READ TEAM-PAIRING-FILE
022867         AT END MOVE "10" TO WS-TMP-STATUS
022870     END-READ.
022873 1300-EXIT.
022876     EXIT.

022900*-----------------------------------------------------------------
023000* PRELOAD THE HIGH-WATER TABLE: ONE GAME ENTRY PER CHESSRHW
023800     END-IF
023900     PERFORM 0510-READ-HIGH-WATER THRU 0510-EXIT
024000     PERFORM UNTIL HW-EOF
024100         IF WS-GAME-COUNT < 300
024200             ADD 1 TO WS-GAME-COUNT
024300             MOVE HW-GAME-ID TO GT-GAME-ID(WS-GAME-COUNT)
024400             MOVE SPACES TO GT-LAST-RESULT(WS-GAME-COUNT)
029600 2100-READ-MATCH.
029700     READ CHESS-MATCH-FILE
029800         AT END SET MATCH-EOF TO TRUE
029801         NOT AT END ADD 1 TO WS-RNC-READ
029900     END-READ.
030000 2100-EXIT.
030100     EXIT.
030900         END-IF
031000     END-PERFORM
031100     IF WS-GAME-FOUND = ZERO
031200         IF WS-GAME-COUNT < 300
031300             ADD 1 TO WS-GAME-COUNT
031400             MOVE WS-GAME-COUNT TO WS-GAME-FOUND
031500             MOVE CHESSMV-GAME-ID
033800
033900*-----------------------------------------------------------------
034000* APPLY EACH DECIDED GAME TO THE RATING FILE.  THE FINAL VERDICT
034100* "ATTACK" IS A WHITE WIN; ANY OTHER FINAL VERDICT IS A DRAW,
034110* EXCEPT THE DECIDED VERDICTS POSTED BY ADJUDICATION AND THE
034120* POSTAL DEADLINE RUN: "DEFLTB" A WHITE WIN, "MATEDW" AND
034130* "DEFLTW" BLACK WINS.
034200*-----------------------------------------------------------------
034300 3000-RATE-DECIDED-GAMES.
034400     IF WS-GAME-COUNT = ZERO
034500         GO TO 3000-EXIT
034600     END-IF
034700     PERFORM 3100-OPEN-RATING-FILE THRU 3100-EXIT
034710     OPEN EXTEND RATING-HIST-FILE
034720     IF WS-RHS-STATUS = "35"
034730         OPEN OUTPUT RATING-HIST-FILE
034740     END-IF
034800*-----------------------------------------------------------------
034900* A GAME WITH NO NEW VERDICT THIS RUN (BLANK LAST RESULT)
035000* CARRIES NOTHING TO RATE - ITS SWING WAS APPLIED BY THE RUN
035400             UNTIL gdx > WS-GAME-COUNT
035500         IF GT-LAST-RESULT(gdx) NOT = SPACES
035600             PERFORM 3200-RESOLVE-PAIRING THRU 3200-EXIT
035700             EVALUATE GT-LAST-RESULT(gdx)
035710             WHEN "ATTACK"
035720             WHEN "DEFLTB"
035800                 MOVE WS-WHITE-PLAYER TO WS-UPDATE-PLAYER
035900                 MOVE "W" TO WS-UPDATE-OUTCOME
036000                 PERFORM 4000-UPDATE-ONE-RATING THRU 4000-EXIT
036100                 MOVE WS-BLACK-PLAYER TO WS-UPDATE-PLAYER
036200                 MOVE "L" TO WS-UPDATE-OUTCOME
036300                 PERFORM 4000-UPDATE-ONE-RATING THRU 4000-EXIT
036310             WHEN "MATEDW"
036320             WHEN "DEFLTW"
036330                 MOVE WS-WHITE-PLAYER TO WS-UPDATE-PLAYER
036340                 MOVE "L" TO WS-UPDATE-OUTCOME
036350                 PERFORM 4000-UPDATE-ONE-RATING THRU 4000-EXIT
036360                 MOVE WS-BLACK-PLAYER TO WS-UPDATE-PLAYER
036370                 MOVE "W" TO WS-UPDATE-OUTCOME
036380                 PERFORM 4000-UPDATE-ONE-RATING THRU 4000-EXIT
036400             WHEN OTHER
036500                 MOVE WS-WHITE-PLAYER TO WS-UPDATE-PLAYER
036600                 MOVE "D" TO WS-UPDATE-OUTCOME
036700                 PERFORM 4000-UPDATE-ONE-RATING THRU 4000-EXIT
036800                 MOVE WS-BLACK-PLAYER TO WS-UPDATE-PLAYER
036900                 MOVE "D" TO WS-UPDATE-OUTCOME
037000                 PERFORM 4000-UPDATE-ONE-RATING THRU 4000-EXIT
037100             END-EVALUATE
037200         END-IF
037300     END-PERFORM
037400     CLOSE RATING-FILE RATING-HIST-FILE.
037500 3000-EXIT.
037600     EXIT.
037700
040800*-----------------------------------------------------------------
040900* READ-OR-CREATE THE PLAYER'S RATING RECORD AND APPLY ONE GAME
041000* OUTCOME.  A NEW PLAYER STARTS AT THE CLUB BASE RATING.
041010* THE OPPONENT IS WHICHEVER SIDE OF THE PAIRING THE PLAYER IS
041020* NOT, AND THE SWING IS RECORDED ON THE RATING HISTORY.
041100*-----------------------------------------------------------------
041200 4000-UPDATE-ONE-RATING.
041300     MOVE WS-UPDATE-PLAYER TO RAT-PLAYER-ID
042300                 INVALID KEY GO TO 4000-EXIT
042400             END-READ
042500     END-READ
042510     MOVE RAT-RATING TO WS-RATING-BEFORE
042520     IF WS-UPDATE-PLAYER = WS-WHITE-PLAYER
042530         MOVE WS-BLACK-PLAYER TO WS-UPDATE-OPPONENT
042540     ELSE
042550         MOVE WS-WHITE-PLAYER TO WS-UPDATE-OPPONENT
042560     END-IF
042600     ADD 1 TO RAT-GAMES
042700     EVALUATE WS-UPDATE-OUTCOME
042800         WHEN "W"
043800         WHEN "D"
043900             ADD 1 TO RAT-DRAWS
044000     END-EVALUATE
044100     REWRITE RAT-RECORD
044110     MOVE SPACES TO RHS-RECORD
044120     MOVE WS-UPDATE-PLAYER   TO RHS-PLAYER-ID
044130     MOVE PCK-POST-DATE      TO RHS-DATE
044140     MOVE GT-GAME-ID(gdx)    TO RHS-GAME-ID
044150     MOVE WS-UPDATE-OPPONENT TO RHS-OPPONENT-ID
044160     MOVE WS-RATING-BEFORE   TO RHS-RATING-BEFORE
044170     MOVE RAT-RATING         TO RHS-RATING-AFTER
044180     MOVE WS-UPDATE-OUTCOME  TO RHS-RESULT
044190     WRITE RHS-RECORD
044191     ADD 1 TO WS-RNC-WRITTEN.
044200 4000-EXIT.
044300     EXIT.
044400
051100     WRITE LDR-LINE.
051200 5210-EXIT.
051300     EXIT.

051400*-----------------------------------------------------------------
051500* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
051600* SECOND-TIER STREAM CAN RATE THE NIGHT'S GAMES AND
051700* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
051800* DEFAULT CALL "CHESSRTG" BEHAVIOR ABOVE.
051900*-----------------------------------------------------------------
052000 9000-CHESSRTG-BATCH-ENTRY.
052100 ENTRY "CHESSRTG-BATCH" USING RNC-RECORDS-READ
052200         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
052300     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
052400     MOVE RNC-RUN-MODE TO WS-RUN-MODE
052500     PERFORM 0100-RUN-CHESSRTG THRU 0100-EXIT
052600     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
052700     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
052800     GOBACK.
052900 9000-EXIT.
053000     EXIT.
