000100*****************************************************************
000200* PROGRAM-ID : SCRABSWS
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - CLUB GAMES SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : SCRABBLE TOURNAMENT PAIRINGS AND STANDINGS, IN
000900*               THE SAME SHAPE AS THE CHESS SWISS DRAW (CHESSSWS).
001000*               THE FIELD IS THE SCRABTEN ENTRY LIST (PLAYER IDS,
001100*               RATED FROM SCRABRAT, 1500 IF UNRATED) OR, WITH NO
001200*               ENTRY LIST, EVERY PLAYER ON SCRABRAT.  THE
001300*               TOURNAMENT'S EARLIER ROUNDS ARE THE SCRABPRG
001400*               PAIRING FILE; THEIR RESULTS ARE THE SCRABRES
001500*               FINAL SCORES DATED ON OR AFTER ROUND ONE - A
001600*               PLAYER'S NTH RESULT IN THAT SPAN IS THE NTH ROUND
001700*               THE PLAYER SAT DOWN TO.  EACH GAME GIVES A WIN
001800*               (HALF EACH FOR A TIE) AND A SPREAD OF FINAL
001900*               SCORE FOR MINUS FINAL SCORE AGAINST; A BYE IS A
002000*               WIN AND PLUS 50.
002100*
002200*               STANDINGS PRINT ON SCRABSWR BY WINS, THEN
002300*               CUMULATIVE SPREAD, THEN RATING, AND THE NEXT
002400*               ROUND IS PAIRED TOP-DOWN IN THAT ORDER, SKIPPING
002500*               ANY OPPONENT ALREADY MET.  WHOEVER HAS GONE FIRST
002600*               LESS OFTEN GOES FIRST.  AN ODD FIELD GIVES THE BYE
002700*               TO THE LOWEST-PLACED PLAYER WITHOUT ONE.  THE
002800*               ROUND IS APPENDED TO SCRABPRG, DATED TODAY, FOR
002900*               SCRABBLE-SCORE'S NEW-GAME MODE TO SET UP EACH
003000*               TABLE'S GAME.
003100*-----------------------------------------------------------------
003200* MODIFICATION HISTORY
003300*-----------------------------------------------------------------
003400* DATE       INIT  DESCRIPTION
003500* 10/15/2026 RM    ORIGINAL TOURNAMENT PAIRINGS AND STANDINGS
003600*-----------------------------------------------------------------
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.    SCRABSWS.
003900 AUTHOR.        R. MCALLISTER.
004000 INSTALLATION.  GLENNJ DATA PROCESSING.
004100 DATE-WRITTEN.  10/15/2026.
004200 DATE-COMPILED.

004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT RATING-FILE ASSIGN TO "SCRABRAT"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS SRT-PLAYER-ID
005000         FILE STATUS IS WS-RAT-STATUS.

005100     SELECT ENTRANT-FILE ASSIGN TO "SCRABTEN"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-TEN-STATUS.

005400     SELECT PAIRING-FILE ASSIGN TO "SCRABPRG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PRG-STATUS.

005700     SELECT GAME-RESULT-FILE ASSIGN TO "SCRABRES"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RES-STATUS.

006000     SELECT DRAW-RPT ASSIGN TO "SCRABSWR"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RPT-STATUS.

006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  RATING-FILE.
006600 01  SRT-RECORD.
006700     05  SRT-PLAYER-ID           PIC X(05).
006800     05  SRT-RATING              PIC 9(05).
006900     05  SRT-GAMES               PIC 9(04).
007000     05  SRT-WINS                PIC 9(04).
007100     05  SRT-LOSSES              PIC 9(04).
007200     05  SRT-DRAWS               PIC 9(04).

007300*-----------------------------------------------------------------
007400* ONE ENTRANT PER RECORD.
007500*-----------------------------------------------------------------
007600 FD  ENTRANT-FILE.
007700 01  TEN-RECORD.
007800     05  TEN-PLAYER-ID           PIC X(05).

007900 FD  PAIRING-FILE.
008000     COPY scrabprg.

008100*-----------------------------------------------------------------
008200* THE RESULT RECORD AS SCRABBLE-SCORE WRITES IT.
008300*-----------------------------------------------------------------
008400 FD  GAME-RESULT-FILE.
008500 01  RES-RECORD.
008600     05  RES-GAME-DATE           PIC X(08).
008700     05  FILLER                  PIC X(01).
008800     05  RES-PLAYER-ID           PIC X(05).
008900     05  FILLER                  PIC X(01).
009000     05  RES-RAW-SCORE           PIC 9(05).
009100     05  FILLER                  PIC X(01).
009200     05  RES-RACK-DEDUCTION      PIC 9(03).
009300     05  FILLER                  PIC X(01).
009400     05  RES-OUT-CREDIT          PIC 9(03).
009500     05  FILLER                  PIC X(01).
009600     05  RES-FINAL-SCORE         PIC S9(05) SIGN LEADING
009700                                     SEPARATE.
009800     05  FILLER                  PIC X(01).
009900     05  RES-WENT-OUT            PIC X(01).

010000 FD  DRAW-RPT
010100     RECORD CONTAINS 80 CHARACTERS.
010200 01  RPT-LINE                    PIC X(80).

010300 WORKING-STORAGE SECTION.
010400 01  WS-RAT-STATUS               PIC XX.
010500 01  WS-TEN-STATUS               PIC XX.
010600     88  TEN-EOF                 VALUE "10".
010700 01  WS-PRG-STATUS               PIC XX.
010800     88  PRG-EOF                 VALUE "10".
010900 01  WS-RES-STATUS               PIC XX.
011000     88  RES-EOF                 VALUE "10".
011100 01  WS-RPT-STATUS               PIC XX.
011200*-----------------------------------------------------------------
011300* SHARED TIMESTAMP CALL INTERFACE - THE DATE THE NEW ROUND IS
011400* PLAYED.
011500*-----------------------------------------------------------------
011600 COPY tscom.

011700 01  WS-START-RATING             PIC 9(05) VALUE 1500.
011800 01  WS-BYE-SPREAD               PIC 9(03) VALUE 50.

011900*-----------------------------------------------------------------
012000* THE RATING LEDGER, LOADED ONCE TO RATE THE ENTRY LIST.
012100*-----------------------------------------------------------------
012200 01  WS-RAT-COUNT                PIC 9(03) VALUE ZERO.
012300 01  WS-RATING-TABLE.
012400     05  WS-RAT-ENTRY OCCURS 300 TIMES.
012500         10  RR-ID               PIC X(05).
012600         10  RR-RATING           PIC 9(05).
012700 01  rrx                         PIC 9(03).
012800 01  rry                         PIC 9(03).

012900*-----------------------------------------------------------------
013000* THE FIELD: WINS AND LOSSES IN HALF-GAME UNITS (TWO PER WIN,
013100* ONE EACH FOR A TIE), CUMULATIVE SPREAD, RATING, HOW OFTEN THE
013200* PLAYER HAS GONE FIRST, BYES HAD, AND RESULTS MATCHED SO FAR.
013300*-----------------------------------------------------------------
013400 01  WS-FLD-COUNT                PIC 9(03) VALUE ZERO.
013500 01  WS-FIELD-TABLE.
013600     05  WS-FLD-ENTRY OCCURS 100 TIMES.
013700         10  FL-ID               PIC X(05).
013800         10  FL-WINS             PIC 9(03).
013900         10  FL-LOSSES           PIC 9(03).
014000         10  FL-SPREAD           PIC S9(05).
014100         10  FL-RATING           PIC 9(05).
014200         10  FL-FIRSTS           PIC 9(02).
014300         10  FL-BYES             PIC 9(02).
014400         10  FL-RESULTS          PIC 9(02).
014500         10  FL-PAIRED-SW        PIC X(01).
014600 01  WS-FLD-HOLD                 PIC X(28).
014700 01  fdx                         PIC 9(03).
014800 01  fex                         PIC 9(03).
014900 01  WS-OPP-IDX                  PIC 9(03).
015000 01  WS-BYE-IDX                  PIC 9(03).
015100 01  WS-FIND-ID                  PIC X(05).
015200 01  WS-FOUND-IDX                PIC 9(03).

015300*-----------------------------------------------------------------
015400* THE TOURNAMENT SO FAR, ONE ENTRY PER SCRABPRG TABLE, WITH EACH
015500* SIDE'S FINAL SCORE ONCE ITS RESULT IS MATCHED.
015600*-----------------------------------------------------------------
015700 01  WS-HIS-COUNT                PIC 9(03) VALUE ZERO.
015800 01  WS-HISTORY-TABLE.
015900     05  WS-HIS-ENTRY OCCURS 500 TIMES.
016000         10  HS-ROUND            PIC 9(02).
016100         10  HS-FIRST            PIC X(05).
016200         10  HS-SECOND           PIC X(05).
016300         10  HS-FIRST-FINAL      PIC S9(05).
016400         10  HS-SECOND-FINAL     PIC S9(05).
016500         10  HS-FIRST-SW         PIC X(01).
016600         10  HS-SECOND-SW        PIC X(01).
016700 01  hsx                         PIC 9(03).
016800 01  WS-GAME-SEEN                PIC 9(02).
016900 01  WS-MET-BEFORE-SW            PIC X(01).
017000     88  PLAYERS-HAVE-MET        VALUE "Y".
017100 01  WS-MATCHED-SW               PIC X(01).
017200     88  RESULT-MATCHED          VALUE "Y".
017300 01  WS-LAST-ROUND               PIC 9(02) VALUE ZERO.
017400 01  WS-THIS-ROUND               PIC 9(02) VALUE ZERO.
017500 01  WS-START-DATE               PIC X(08) VALUE HIGH-VALUES.
017600 01  WS-PRG-DATE                 PIC X(08).
017700 01  WS-GAME-SPREAD              PIC S9(05).
017800 01  WS-AWAITING-COUNT           PIC 9(03) VALUE ZERO.
017900 01  WS-UNMATCHED-COUNT          PIC 9(03) VALUE ZERO.
018000 01  WS-TABLE-NUM                PIC 9(03) VALUE ZERO.
018100 01  WS-FIRST-PICK               PIC X(05).
018200 01  WS-SECOND-PICK              PIC X(05).
018300 01  WS-HALF-GAMES               PIC 9(03)V9.
018400 01  WS-FIELD-PAIRS              PIC 9(03).
018500 01  WS-FIELD-ODD                PIC 9(01).
018600*-----------------------------------------------------------------
018700* THE ROUND BEING PAIRED, HELD UNTIL EVERY TABLE IS SETTLED SO AN
018800* EARLIER TABLE CAN GIVE UP AN OPPONENT TO SAVE A REPEAT.
018900*-----------------------------------------------------------------
019000 01  WS-RND-COUNT                PIC 9(03) VALUE ZERO.
019100 01  WS-ROUND-TABLE.
019200     05  WS-RND-ENTRY OCCURS 50 TIMES.
019300         10  RP-TOP              PIC 9(03).
019400         10  RP-OPP              PIC 9(03).
019500         10  RP-REPEAT-SW        PIC X(01).
019600 01  rpx                         PIC 9(03).
019700 01  WS-MET-A                    PIC 9(03).
019800 01  WS-MET-B                    PIC 9(03).
019900 01  WS-SWAP-P                   PIC 9(03).
020000 01  WS-SWAP-Q                   PIC 9(03).
020100 01  WS-SWAP-SW                  PIC X(01).
020200     88  SWAP-MADE               VALUE "Y".

020300 01  WS-STD-HDG1.
020400     05  FILLER                  PIC X(44) VALUE
020500         "SCRABBLE TOURNAMENT - STANDINGS AFTER ROUND ".
020600     05  SH-ROUND                PIC Z9.
020700     05  FILLER                  PIC X(34) VALUE SPACES.
020800 01  WS-STD-HDG2                 PIC X(80) VALUE
020900     "RANK  PLAYER  WINS  LOSSES  SPREAD RATING".
021000 01  WS-STD-DETAIL.
021100     05  FILLER                  PIC X(01) VALUE SPACES.
021200     05  SD-RANK                 PIC ZZ9.
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  SD-PLAYER               PIC X(05).
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  SD-WINS                 PIC ZZ9.9.
021700     05  FILLER                  PIC X(03) VALUE SPACES.
021800     05  SD-LOSSES               PIC ZZ9.9.
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  SD-SPREAD               PIC -----9.
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  SD-RATING               PIC ZZZZ9.
022300     05  FILLER                  PIC X(39) VALUE SPACES.
022400 01  WS-DRAW-HDG1.
022500     05  FILLER                  PIC X(28) VALUE
022600         "SCRABBLE TOURNAMENT - ROUND ".
022700     05  DH-ROUND                PIC Z9.
022800     05  FILLER                  PIC X(16) VALUE
022900         " PAIRINGS, DATE ".
023000     05  DH-DATE                 PIC 9(08).
023100     05  FILLER                  PIC X(26) VALUE SPACES.
023200 01  WS-DRAW-HDG2                PIC X(80) VALUE
023300     "TABLE  FIRST  SECOND  NOTE".
023400 01  WS-DRAW-DETAIL.
023500     05  FILLER                  PIC X(02) VALUE SPACES.
023600     05  DW-TABLE                PIC ZZ9.
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  DW-FIRST                PIC X(05).
023900     05  FILLER                  PIC X(02) VALUE SPACES.
024000     05  DW-SECOND               PIC X(05).
024100     05  FILLER                  PIC X(03) VALUE SPACES.
024200     05  DW-NOTE                 PIC X(20).
024300     05  FILLER                  PIC X(38) VALUE SPACES.
024400 01  WS-COUNT-LINE.
024500     05  CT-LABEL                PIC X(36).
024600     05  CT-COUNT                PIC ZZ9.
024700     05  FILLER                  PIC X(41) VALUE SPACES.

024800 PROCEDURE DIVISION.
024900 0000-SCRABSWS.
025000     CALL "TIMESTMP" USING TS-DATE TS-TIME
025100     PERFORM 1000-LOAD-RATINGS THRU 1000-EXIT
025200     PERFORM 1500-LOAD-FIELD THRU 1500-EXIT
025300     IF WS-FLD-COUNT < 2
025400         GOBACK
025500     END-IF
025600     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
025700     PERFORM 2500-LOAD-RESULTS THRU 2500-EXIT
025800     PERFORM 2800-SCORE-GAMES THRU 2800-EXIT
025900     PERFORM 3000-ORDER-FIELD THRU 3000-EXIT
026000     OPEN OUTPUT DRAW-RPT
026100     PERFORM 4000-PRINT-STANDINGS THRU 4000-EXIT
026200     PERFORM 5000-PAIR-THE-ROUND THRU 5000-EXIT
026300     CLOSE DRAW-RPT
026400     GOBACK.
026500 0000-EXIT.
026600     EXIT.

026700 1000-LOAD-RATINGS.
026800     OPEN INPUT RATING-FILE
026900     IF WS-RAT-STATUS NOT = "00"
027000         GO TO 1000-EXIT
027100     END-IF
027200     MOVE LOW-VALUES TO SRT-PLAYER-ID
027300     START RATING-FILE KEY IS GREATER THAN SRT-PLAYER-ID
027400         INVALID KEY MOVE "10" TO WS-RAT-STATUS
027500     END-START
027600     PERFORM UNTIL WS-RAT-STATUS NOT = "00"
027700         READ RATING-FILE NEXT RECORD
027800             AT END MOVE "10" TO WS-RAT-STATUS
027900             NOT AT END
028000                 IF WS-RAT-COUNT < 300
028100                     ADD 1 TO WS-RAT-COUNT
028200                     MOVE SRT-PLAYER-ID TO RR-ID(WS-RAT-COUNT)
028300                     MOVE SRT-RATING
028400                         TO RR-RATING(WS-RAT-COUNT)
028500                 END-IF
028600         END-READ
028700     END-PERFORM
028800     CLOSE RATING-FILE.
028900 1000-EXIT.
029000     EXIT.

029100*-----------------------------------------------------------------
029200* THE ENTRY LIST WHEN THERE IS ONE, OTHERWISE THE WHOLE LEDGER.
029300*-----------------------------------------------------------------
029400 1500-LOAD-FIELD.
029500     OPEN INPUT ENTRANT-FILE
029600     IF WS-TEN-STATUS NOT = "00"
029700         PERFORM VARYING rrx FROM 1 BY 1
029800                 UNTIL rrx > WS-RAT-COUNT
029900             MOVE RR-ID(rrx) TO WS-FIND-ID
030000             PERFORM 1600-ADD-ENTRANT THRU 1600-EXIT
030100         END-PERFORM
030200         GO TO 1500-EXIT
030300     END-IF
030400     PERFORM 1550-READ-ENTRANT THRU 1550-EXIT
030500     PERFORM UNTIL TEN-EOF
030600         IF TEN-PLAYER-ID NOT = SPACES
030700             MOVE TEN-PLAYER-ID TO WS-FIND-ID
030800             PERFORM 1600-ADD-ENTRANT THRU 1600-EXIT
030900         END-IF
031000         PERFORM 1550-READ-ENTRANT THRU 1550-EXIT
031100     END-PERFORM
031200     CLOSE ENTRANT-FILE.
031300 1500-EXIT.
031400     EXIT.

031500 1550-READ-ENTRANT.
031600     READ ENTRANT-FILE
031700         AT END SET TEN-EOF TO TRUE
031800     END-READ.
031900 1550-EXIT.
032000     EXIT.

032100*-----------------------------------------------------------------
032200* ONE PLAYER INTO THE FIELD, ONCE, AT THE LEDGER RATING.
032300*-----------------------------------------------------------------
032400 1600-ADD-ENTRANT.
032500     PERFORM 2900-FIND-IN-FIELD THRU 2900-EXIT
032600     IF WS-FOUND-IDX > ZERO OR WS-FLD-COUNT NOT < 100
032700         GO TO 1600-EXIT
032800     END-IF
032900     ADD 1 TO WS-FLD-COUNT
033000     MOVE WS-FIND-ID TO FL-ID(WS-FLD-COUNT)
033100     MOVE ZERO TO FL-WINS(WS-FLD-COUNT) FL-LOSSES(WS-FLD-COUNT)
033200                  FL-SPREAD(WS-FLD-COUNT) FL-FIRSTS(WS-FLD-COUNT)
033300                  FL-BYES(WS-FLD-COUNT) FL-RESULTS(WS-FLD-COUNT)
033400     MOVE "N" TO FL-PAIRED-SW(WS-FLD-COUNT)
033500     MOVE WS-START-RATING TO FL-RATING(WS-FLD-COUNT)
033600     PERFORM VARYING rry FROM 1 BY 1 UNTIL rry > WS-RAT-COUNT
033700         IF RR-ID(rry) = WS-FIND-ID
033800             MOVE RR-RATING(rry) TO FL-RATING(WS-FLD-COUNT)
033900         END-IF
034000     END-PERFORM.
034100 1600-EXIT.
034200     EXIT.

034300*-----------------------------------------------------------------
034400* THE ROUNDS PAIRED SO FAR.  ROUND ONE'S DATE OPENS THE SPAN OF
034500* RESULTS THAT BELONG TO THE TOURNAMENT; WHO WENT FIRST FEEDS
034600* THE BALANCE, AND A BYE SCORES AT ONCE.
034700*-----------------------------------------------------------------
034800 2000-LOAD-HISTORY.
034900     OPEN INPUT PAIRING-FILE
035000     IF WS-PRG-STATUS NOT = "00"
035100         GO TO 2000-EXIT
035200     END-IF
035300     PERFORM 2100-READ-PAIRING THRU 2100-EXIT
035400     PERFORM UNTIL PRG-EOF
035500         IF WS-HIS-COUNT < 500 AND PRG-ROUND IS NUMERIC
035600             ADD 1 TO WS-HIS-COUNT
035700             MOVE PRG-ROUND         TO HS-ROUND(WS-HIS-COUNT)
035800             MOVE PRG-FIRST-PLAYER  TO HS-FIRST(WS-HIS-COUNT)
035900             MOVE PRG-SECOND-PLAYER TO HS-SECOND(WS-HIS-COUNT)
036000             MOVE ZERO TO HS-FIRST-FINAL(WS-HIS-COUNT)
036100                          HS-SECOND-FINAL(WS-HIS-COUNT)
036200             MOVE "N" TO HS-FIRST-SW(WS-HIS-COUNT)
036300                         HS-SECOND-SW(WS-HIS-COUNT)
036400             IF PRG-ROUND > WS-LAST-ROUND
036500                 MOVE PRG-ROUND TO WS-LAST-ROUND
036600             END-IF
036700             IF PRG-GAME-DATE IS NUMERIC
036800                 MOVE PRG-GAME-DATE TO WS-PRG-DATE
036900                 IF WS-PRG-DATE < WS-START-DATE
037000                     MOVE WS-PRG-DATE TO WS-START-DATE
037100                 END-IF
037200             END-IF
037300             PERFORM 2200-TAKE-PAIRING THRU 2200-EXIT
037400         END-IF
037500         PERFORM 2100-READ-PAIRING THRU 2100-EXIT
037600     END-PERFORM
037700     CLOSE PAIRING-FILE.
037800 2000-EXIT.
037900     EXIT.

038000 2100-READ-PAIRING.
038100     READ PAIRING-FILE
038200         AT END SET PRG-EOF TO TRUE
038300     END-READ.
038400 2100-EXIT.
038500     EXIT.

038600 2200-TAKE-PAIRING.
038700     MOVE PRG-FIRST-PLAYER TO WS-FIND-ID
038800     PERFORM 2900-FIND-IN-FIELD THRU 2900-EXIT
038900     IF WS-FOUND-IDX = ZERO
039000         GO TO 2200-EXIT
039100     END-IF
039200     IF PRG-SECOND-PLAYER = SPACES
039300         ADD 1 TO FL-BYES(WS-FOUND-IDX)
039400         ADD 2 TO FL-WINS(WS-FOUND-IDX)
039500         ADD WS-BYE-SPREAD TO FL-SPREAD(WS-FOUND-IDX)
039600     ELSE
039700         ADD 1 TO FL-FIRSTS(WS-FOUND-IDX)
039800     END-IF.
039900 2200-EXIT.
040000     EXIT.

040100*-----------------------------------------------------------------
040200* EACH FINAL SCORE DATED INSIDE THE TOURNAMENT IS THE PLAYER'S
040300* NEXT GAME: THE NTH RESULT GOES ON THE NTH TABLE (BYES APART)
040400* THE PLAYER WAS PAIRED AT.
040500*-----------------------------------------------------------------
040600 2500-LOAD-RESULTS.
040700     IF WS-HIS-COUNT = ZERO
040800         GO TO 2500-EXIT
040900     END-IF
041000     OPEN INPUT GAME-RESULT-FILE
041100     IF WS-RES-STATUS NOT = "00"
041200         GO TO 2500-EXIT
041300     END-IF
041400     PERFORM 2600-READ-RESULT THRU 2600-EXIT
041500     PERFORM UNTIL RES-EOF
041600         IF RES-GAME-DATE NOT < WS-START-DATE
041700             PERFORM 2700-TAKE-RESULT THRU 2700-EXIT
041800         END-IF
041900         PERFORM 2600-READ-RESULT THRU 2600-EXIT
042000     END-PERFORM
042100     CLOSE GAME-RESULT-FILE.
042200 2500-EXIT.
042300     EXIT.

042400 2600-READ-RESULT.
042500     READ GAME-RESULT-FILE
042600         AT END SET RES-EOF TO TRUE
042700     END-READ.
042800 2600-EXIT.
042900     EXIT.

043000 2700-TAKE-RESULT.
043100     MOVE RES-PLAYER-ID TO WS-FIND-ID
043200     PERFORM 2900-FIND-IN-FIELD THRU 2900-EXIT
043300     IF WS-FOUND-IDX = ZERO
043400         GO TO 2700-EXIT
043500     END-IF
043600     ADD 1 TO FL-RESULTS(WS-FOUND-IDX)
043700     MOVE ZERO TO WS-GAME-SEEN
043800     MOVE "N" TO WS-MATCHED-SW
043900     PERFORM VARYING hsx FROM 1 BY 1
044000             UNTIL hsx > WS-HIS-COUNT OR RESULT-MATCHED
044100         IF HS-SECOND(hsx) NOT = SPACES
044200             IF HS-FIRST(hsx) = RES-PLAYER-ID
044300                 ADD 1 TO WS-GAME-SEEN
044400                 IF WS-GAME-SEEN = FL-RESULTS(WS-FOUND-IDX)
044500                     MOVE RES-FINAL-SCORE
044600                         TO HS-FIRST-FINAL(hsx)
044700                     MOVE "Y" TO HS-FIRST-SW(hsx)
044800                     SET RESULT-MATCHED TO TRUE
044900                 END-IF
045000             END-IF
045100             IF HS-SECOND(hsx) = RES-PLAYER-ID
045200                 ADD 1 TO WS-GAME-SEEN
045300                 IF WS-GAME-SEEN = FL-RESULTS(WS-FOUND-IDX)
045400                     MOVE RES-FINAL-SCORE
045500                         TO HS-SECOND-FINAL(hsx)
045600                     MOVE "Y" TO HS-SECOND-SW(hsx)
045700                     SET RESULT-MATCHED TO TRUE
045800                 END-IF
045900             END-IF
046000         END-IF
046100     END-PERFORM
046200     IF NOT RESULT-MATCHED
046300         ADD 1 TO WS-UNMATCHED-COUNT
046400     END-IF.
046500 2700-EXIT.
046600     EXIT.

046700*-----------------------------------------------------------------
046800* A TABLE WITH BOTH FINAL SCORES IN IS DECIDED: THE HIGHER SCORE
046900* WINS (A TIE IS HALF EACH) AND EACH SIDE TAKES THE MARGIN AS
047000* SPREAD.  A TABLE STILL SHORT OF A SCORE IS COUNTED AS AWAITING
047100* ITS RESULT.
047200*-----------------------------------------------------------------
047300 2800-SCORE-GAMES.
047400     PERFORM VARYING hsx FROM 1 BY 1 UNTIL hsx > WS-HIS-COUNT
047500         IF HS-SECOND(hsx) NOT = SPACES
047600             IF HS-FIRST-SW(hsx) = "Y"
047700                     AND HS-SECOND-SW(hsx) = "Y"
047800                 PERFORM 2850-SCORE-ONE-GAME THRU 2850-EXIT
047900             ELSE
048000                 ADD 1 TO WS-AWAITING-COUNT
048100             END-IF
048200         END-IF
048300     END-PERFORM.
048400 2800-EXIT.
048500     EXIT.

048600 2850-SCORE-ONE-GAME.
048700     COMPUTE WS-GAME-SPREAD =
048800         HS-FIRST-FINAL(hsx) - HS-SECOND-FINAL(hsx)
048900     MOVE HS-FIRST(hsx) TO WS-FIND-ID
049000     PERFORM 2900-FIND-IN-FIELD THRU 2900-EXIT
049100     IF WS-FOUND-IDX > ZERO
049200         ADD WS-GAME-SPREAD TO FL-SPREAD(WS-FOUND-IDX)
049300         EVALUATE TRUE
049400             WHEN WS-GAME-SPREAD > ZERO
049500                 ADD 2 TO FL-WINS(WS-FOUND-IDX)
049600             WHEN WS-GAME-SPREAD < ZERO
049700                 ADD 2 TO FL-LOSSES(WS-FOUND-IDX)
049800             WHEN OTHER
049900                 ADD 1 TO FL-WINS(WS-FOUND-IDX)
050000                 ADD 1 TO FL-LOSSES(WS-FOUND-IDX)
050100         END-EVALUATE
050200     END-IF
050300     MOVE HS-SECOND(hsx) TO WS-FIND-ID
050400     PERFORM 2900-FIND-IN-FIELD THRU 2900-EXIT
050500     IF WS-FOUND-IDX > ZERO
050600         SUBTRACT WS-GAME-SPREAD FROM FL-SPREAD(WS-FOUND-IDX)
050700         EVALUATE TRUE
050800             WHEN WS-GAME-SPREAD < ZERO
050900                 ADD 2 TO FL-WINS(WS-FOUND-IDX)
051000             WHEN WS-GAME-SPREAD > ZERO
051100                 ADD 2 TO FL-LOSSES(WS-FOUND-IDX)
051200             WHEN OTHER
051300                 ADD 1 TO FL-WINS(WS-FOUND-IDX)
051400                 ADD 1 TO FL-LOSSES(WS-FOUND-IDX)
051500         END-EVALUATE
051600     END-IF.
051700 2850-EXIT.
051800     EXIT.

051900 2900-FIND-IN-FIELD.
052000     MOVE ZERO TO WS-FOUND-IDX
052100     PERFORM VARYING fex FROM 1 BY 1
052200             UNTIL fex > WS-FLD-COUNT OR WS-FOUND-IDX > ZERO
052300         IF FL-ID(fex) = WS-FIND-ID
052400             MOVE fex TO WS-FOUND-IDX
052500         END-IF
052600     END-PERFORM.
052700 2900-EXIT.
052800     EXIT.

052900*-----------------------------------------------------------------
053000* SELECTION SORT: WINS, THEN CUMULATIVE SPREAD, THEN RATING, ALL
053100* HIGH TO LOW, SO ADJACENT ENTRIES ARE THE WIN GROUPS.
053200*-----------------------------------------------------------------
053300 3000-ORDER-FIELD.
053400     PERFORM VARYING fdx FROM 1 BY 1
053500             UNTIL fdx >= WS-FLD-COUNT
053600         PERFORM VARYING fex FROM fdx BY 1
053700                 UNTIL fex > WS-FLD-COUNT
053800             IF FL-WINS(fex) > FL-WINS(fdx)
053900                     OR (FL-WINS(fex) = FL-WINS(fdx)
054000                         AND FL-SPREAD(fex) > FL-SPREAD(fdx))
054100                     OR (FL-WINS(fex) = FL-WINS(fdx)
054200                         AND FL-SPREAD(fex) = FL-SPREAD(fdx)
054300                         AND FL-RATING(fex) > FL-RATING(fdx))
054400                 MOVE WS-FLD-ENTRY(fdx) TO WS-FLD-HOLD
054500                 MOVE WS-FLD-ENTRY(fex) TO WS-FLD-ENTRY(fdx)
054600                 MOVE WS-FLD-HOLD TO WS-FLD-ENTRY(fex)
054700             END-IF
054800         END-PERFORM
054900     END-PERFORM.
055000 3000-EXIT.
055100     EXIT.

055200 4000-PRINT-STANDINGS.
055300     MOVE WS-LAST-ROUND TO SH-ROUND
055400     MOVE WS-STD-HDG1 TO RPT-LINE
055500     WRITE RPT-LINE
055600     MOVE WS-STD-HDG2 TO RPT-LINE
055700     WRITE RPT-LINE
055800     PERFORM VARYING fdx FROM 1 BY 1 UNTIL fdx > WS-FLD-COUNT
055900         MOVE fdx TO SD-RANK
056000         MOVE FL-ID(fdx) TO SD-PLAYER
056100         COMPUTE WS-HALF-GAMES = FL-WINS(fdx) / 2
056200         MOVE WS-HALF-GAMES TO SD-WINS
056300         COMPUTE WS-HALF-GAMES = FL-LOSSES(fdx) / 2
056400         MOVE WS-HALF-GAMES TO SD-LOSSES
056500         MOVE FL-SPREAD(fdx) TO SD-SPREAD
056600         MOVE FL-RATING(fdx) TO SD-RATING
056700         MOVE WS-STD-DETAIL TO RPT-LINE
056800         WRITE RPT-LINE
056900     END-PERFORM
057000     IF WS-AWAITING-COUNT > ZERO
057100         MOVE "GAMES STILL AWAITING A RESULT:" TO CT-LABEL
057200         MOVE WS-AWAITING-COUNT TO CT-COUNT
057300         MOVE WS-COUNT-LINE TO RPT-LINE
057400         WRITE RPT-LINE
057500     END-IF
057600     IF WS-UNMATCHED-COUNT > ZERO
057700         MOVE "RESULTS WITH NO TABLE TO MATCH:" TO CT-LABEL
057800         MOVE WS-UNMATCHED-COUNT TO CT-COUNT
057900         MOVE WS-COUNT-LINE TO RPT-LINE
058000         WRITE RPT-LINE
058100     END-IF.
058200 4000-EXIT.
058300     EXIT.

058400*-----------------------------------------------------------------
058500* PAIR TOP-DOWN: THE HIGHEST UNPAIRED PLAYER MEETS THE NEXT
058600* UNPAIRED PLAYER NOT ALREADY FACED.  WHEN EVERY CANDIDATE IS A
058700* REPEAT AN EARLIER TABLE IS RE-CUT IF THAT SAVES IT, OTHERWISE
058800* THE REPEAT STANDS.  THE BYE IS SET ASIDE FIRST AND WRITTEN AT
058900* THE LAST TABLE.
059000*-----------------------------------------------------------------
059100 5000-PAIR-THE-ROUND.
059200     COMPUTE WS-THIS-ROUND = WS-LAST-ROUND + 1
059300     PERFORM 5050-CHOOSE-BYE THRU 5050-EXIT
059400     OPEN EXTEND PAIRING-FILE
059500     IF WS-PRG-STATUS = "35"
059600         OPEN OUTPUT PAIRING-FILE
059700     END-IF
059800     MOVE SPACES TO RPT-LINE
059900     WRITE RPT-LINE
060000     MOVE WS-THIS-ROUND TO DH-ROUND
060100     MOVE TS-DATE TO DH-DATE
060200     MOVE WS-DRAW-HDG1 TO RPT-LINE
060300     WRITE RPT-LINE
060400     MOVE WS-DRAW-HDG2 TO RPT-LINE
060500     WRITE RPT-LINE
060600     MOVE ZERO TO WS-RND-COUNT
060700     PERFORM VARYING fdx FROM 1 BY 1
060800             UNTIL fdx > WS-FLD-COUNT
060900         IF FL-PAIRED-SW(fdx) = "N"
061000             PERFORM 5100-PAIR-ONE-PLAYER THRU 5100-EXIT
061100         END-IF
061200     END-PERFORM
061300     PERFORM VARYING rpx FROM 1 BY 1
061400             UNTIL rpx > WS-RND-COUNT
061500         PERFORM 5400-WRITE-PAIR THRU 5400-EXIT
061600     END-PERFORM
061700     IF WS-BYE-IDX > ZERO
061800         MOVE FL-ID(WS-BYE-IDX) TO WS-FIRST-PICK
061900         MOVE SPACES TO WS-SECOND-PICK
062000         MOVE "BYE" TO DW-NOTE
062100         PERFORM 5300-WRITE-TABLE THRU 5300-EXIT
062200     END-IF
062300     CLOSE PAIRING-FILE.
062400 5000-EXIT.
062500     EXIT.

062600*-----------------------------------------------------------------
062700* AN ODD FIELD: THE LOWEST-PLACED PLAYER WHO HAS NOT HAD A BYE
062800* SITS OUT, OR THE LOWEST-PLACED PLAYER WHEN EVERYONE HAS.
062900*-----------------------------------------------------------------
063000 5050-CHOOSE-BYE.
063100     MOVE ZERO TO WS-BYE-IDX
063200     DIVIDE WS-FLD-COUNT BY 2 GIVING WS-FIELD-PAIRS
063300         REMAINDER WS-FIELD-ODD
063400     IF WS-FIELD-ODD = ZERO
063500         GO TO 5050-EXIT
063600     END-IF
063700     PERFORM VARYING fdx FROM WS-FLD-COUNT BY -1
063800             UNTIL fdx < 1 OR WS-BYE-IDX > ZERO
063900         IF FL-BYES(fdx) = ZERO
064000             MOVE fdx TO WS-BYE-IDX
064100         END-IF
064200     END-PERFORM
064300     IF WS-BYE-IDX = ZERO
064400         MOVE WS-FLD-COUNT TO WS-BYE-IDX
064500     END-IF
064600     MOVE "Y" TO FL-PAIRED-SW(WS-BYE-IDX).
064700 5050-EXIT.
064800     EXIT.

064900 5100-PAIR-ONE-PLAYER.
065000     MOVE ZERO TO WS-OPP-IDX
065100     MOVE fdx TO WS-MET-A
065200     PERFORM VARYING fex FROM fdx BY 1
065300             UNTIL fex > WS-FLD-COUNT OR WS-OPP-IDX > ZERO
065400         IF fex > fdx AND FL-PAIRED-SW(fex) = "N"
065500             MOVE fex TO WS-MET-B
065600             PERFORM 5200-CHECK-MET-BEFORE THRU 5200-EXIT
065700             IF NOT PLAYERS-HAVE-MET
065800                 MOVE fex TO WS-OPP-IDX
065900             END-IF
066000         END-IF
066100     END-PERFORM
066200     IF WS-OPP-IDX > ZERO
066300         MOVE "N" TO WS-MET-BEFORE-SW
066400         GO TO 5100-TAKE
066500     END-IF
066600     PERFORM VARYING fex FROM fdx BY 1
066700             UNTIL fex > WS-FLD-COUNT OR WS-OPP-IDX > ZERO
066800         IF fex > fdx AND FL-PAIRED-SW(fex) = "N"
066900             MOVE fex TO WS-OPP-IDX
067000         END-IF
067100     END-PERFORM
067200     IF WS-OPP-IDX = ZERO
067300         GO TO 5100-EXIT
067400     END-IF
067500     PERFORM 5150-TRY-SWAP THRU 5150-EXIT
067600     IF SWAP-MADE
067700         MOVE "Y" TO FL-PAIRED-SW(fdx)
067800         MOVE "Y" TO FL-PAIRED-SW(WS-OPP-IDX)
067900         GO TO 5100-EXIT
068000     END-IF
068100     SET PLAYERS-HAVE-MET TO TRUE.
068200 5100-TAKE.
068300     MOVE "Y" TO FL-PAIRED-SW(fdx)
068400     MOVE "Y" TO FL-PAIRED-SW(WS-OPP-IDX)
068500     ADD 1 TO WS-RND-COUNT
068600     MOVE fdx              TO RP-TOP(WS-RND-COUNT)
068700     MOVE WS-OPP-IDX       TO RP-OPP(WS-RND-COUNT)
068800     MOVE WS-MET-BEFORE-SW TO RP-REPEAT-SW(WS-RND-COUNT).
068900 5100-EXIT.
069000     EXIT.

069100*-----------------------------------------------------------------
069200* FDX IS LEFT WITH ONLY WS-OPP-IDX, A PLAYER ALREADY MET.  WORK
069300* BACK THROUGH THE TABLES ALREADY CUT THIS ROUND FOR ONE, P V Q,
069400* THAT CAN BE RE-CUT AS P V OPP AND FDX V Q, OR AS P V FDX AND
069500* Q V OPP, WITH NEITHER NEW GAME A REPEAT.
069600*-----------------------------------------------------------------
069700 5150-TRY-SWAP.
069800     MOVE "N" TO WS-SWAP-SW
069900     PERFORM VARYING rpx FROM WS-RND-COUNT BY -1
070000             UNTIL rpx < 1 OR SWAP-MADE
070100         IF RP-REPEAT-SW(rpx) = "N"
070200             MOVE RP-TOP(rpx) TO WS-SWAP-P
070300             MOVE RP-OPP(rpx) TO WS-SWAP-Q
070400             PERFORM 5160-TRY-RECUT THRU 5160-EXIT
070500         END-IF
070600     END-PERFORM.
070700 5150-EXIT.
070800     EXIT.

070900 5160-TRY-RECUT.
071000     MOVE WS-SWAP-P TO WS-MET-A
071100     MOVE WS-OPP-IDX TO WS-MET-B
071200     PERFORM 5200-CHECK-MET-BEFORE THRU 5200-EXIT
071300     IF NOT PLAYERS-HAVE-MET
071400         MOVE fdx TO WS-MET-A
071500         MOVE WS-SWAP-Q TO WS-MET-B
071600         PERFORM 5200-CHECK-MET-BEFORE THRU 5200-EXIT
071700         IF NOT PLAYERS-HAVE-MET
071800             MOVE WS-OPP-IDX TO RP-OPP(rpx)
071900             ADD 1 TO WS-RND-COUNT
072000             MOVE fdx       TO RP-TOP(WS-RND-COUNT)
072100             MOVE WS-SWAP-Q TO RP-OPP(WS-RND-COUNT)
072200             MOVE "N"       TO RP-REPEAT-SW(WS-RND-COUNT)
072300             SET SWAP-MADE TO TRUE
072400             GO TO 5160-EXIT
072500         END-IF
072600     END-IF
072700     MOVE WS-SWAP-P TO WS-MET-A
072800     MOVE fdx TO WS-MET-B
072900     PERFORM 5200-CHECK-MET-BEFORE THRU 5200-EXIT
073000     IF PLAYERS-HAVE-MET
073100         GO TO 5160-EXIT
073200     END-IF
073300     MOVE WS-SWAP-Q TO WS-MET-A
073400     MOVE WS-OPP-IDX TO WS-MET-B
073500     PERFORM 5200-CHECK-MET-BEFORE THRU 5200-EXIT
073600     IF PLAYERS-HAVE-MET
073700         GO TO 5160-EXIT
073800     END-IF
073900     MOVE fdx TO RP-OPP(rpx)
074000     ADD 1 TO WS-RND-COUNT
074100     MOVE WS-SWAP-Q  TO RP-TOP(WS-RND-COUNT)
074200     MOVE WS-OPP-IDX TO RP-OPP(WS-RND-COUNT)
074300     MOVE "N"        TO RP-REPEAT-SW(WS-RND-COUNT)
074400     SET SWAP-MADE TO TRUE.
074500 5160-EXIT.
074600     EXIT.

074700 5200-CHECK-MET-BEFORE.
074800     MOVE "N" TO WS-MET-BEFORE-SW
074900     PERFORM VARYING hsx FROM 1 BY 1 UNTIL hsx > WS-HIS-COUNT
075000         IF (HS-FIRST(hsx) = FL-ID(WS-MET-A)
075100                 AND HS-SECOND(hsx) = FL-ID(WS-MET-B))
075200             OR (HS-FIRST(hsx) = FL-ID(WS-MET-B)
075300                 AND HS-SECOND(hsx) = FL-ID(WS-MET-A))
075400             SET PLAYERS-HAVE-MET TO TRUE
075500         END-IF
075600     END-PERFORM.
075700 5200-EXIT.
075800     EXIT.

075900*-----------------------------------------------------------------
076000* ONE TABLE ONTO SCRABPRG AND THE DRAW SHEET.  DW-NOTE IS SET BY
076100* THE CALLER.
076200*-----------------------------------------------------------------
076300 5300-WRITE-TABLE.
076400     ADD 1 TO WS-TABLE-NUM
076500     MOVE SPACES TO PRG-RECORD
076600     MOVE WS-THIS-ROUND  TO PRG-ROUND
076700     MOVE WS-TABLE-NUM   TO PRG-TABLE
076800     MOVE TS-DATE        TO PRG-GAME-DATE
076900     MOVE WS-FIRST-PICK  TO PRG-FIRST-PLAYER
077000     MOVE WS-SECOND-PICK TO PRG-SECOND-PLAYER
077100     WRITE PRG-RECORD
077200     MOVE WS-TABLE-NUM   TO DW-TABLE
077300     MOVE WS-FIRST-PICK  TO DW-FIRST
077400     MOVE WS-SECOND-PICK TO DW-SECOND
077500     MOVE WS-DRAW-DETAIL TO RPT-LINE
077600     WRITE RPT-LINE.
077700 5300-EXIT.
077800     EXIT.

077900*-----------------------------------------------------------------
078000* ONE SETTLED TABLE OF THE ROUND.  THE PLAYER WITH FEWER FIRSTS
078100* GOES FIRST; ON EQUAL FIRSTS THE HIGHER-PLACED PLAYER DOES.
078200*-----------------------------------------------------------------
078300 5400-WRITE-PAIR.
078400     MOVE RP-TOP(rpx) TO fdx
078500     MOVE RP-OPP(rpx) TO fex
078600     IF fex < fdx
078700         MOVE RP-OPP(rpx) TO fdx
078800         MOVE RP-TOP(rpx) TO fex
078900     END-IF
079000     IF FL-FIRSTS(fex) < FL-FIRSTS(fdx)
079100         MOVE FL-ID(fex) TO WS-FIRST-PICK
079200         MOVE FL-ID(fdx) TO WS-SECOND-PICK
079300     ELSE
079400         MOVE FL-ID(fdx) TO WS-FIRST-PICK
079500         MOVE FL-ID(fex) TO WS-SECOND-PICK
079600     END-IF
079700     MOVE SPACES TO DW-NOTE
079800     IF RP-REPEAT-SW(rpx) = "Y"
079900         MOVE "REPEAT PAIRING" TO DW-NOTE
080000     ELSE
080100         IF FL-WINS(fdx) NOT = FL-WINS(fex)
080200             MOVE "CROSS-GROUP PAIRING" TO DW-NOTE
080300         END-IF
080400     END-IF
080500     PERFORM 5300-WRITE-TABLE THRU 5300-EXIT.
080600 5400-EXIT.
080700     EXIT.
