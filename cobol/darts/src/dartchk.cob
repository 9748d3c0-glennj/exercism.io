000100*****************************************************************
000200* PROGRAM-ID : DARTCHK
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - RECREATION SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : DOUBLES-ATTEMPT AND CHECKOUT-PERCENTAGE ANALYSIS.
000900*               RUNS AFTER THE DARTS SCORECARD BATCH AND READS
001000*               THE NIGHT'S DARTIN THROW STREAM ALONGSIDE THE
001100*               DARTCARD IT PRODUCED.  EACH 501 VISIT ON DARTIN
001200*               HAS ONE DARTCARD DETAIL LINE, WHOSE REMAINING
001300*               SCORE AND LEG NOTE (BUST / LEG WON, SET BY
001400*               7500-APPLY-LEG-SCORING) GIVE THE SCORE THE
001500*               PLAYER STOOD ON.  FROM THAT:
001600*                 - A VISIT STARTED ON A SCORE THAT CAN BE
001700*                   FINISHED IN THREE DARTS IS A CHECKABLE VISIT,
001800*                   AND ONE THAT WON THE LEG IS A CHECKOUT;
001900*                 - A DART THROWN WHILE STANDING ON A DOUBLE
002000*                   (2-40 EVEN, OR 50 FOR THE BULL) IS A DART AT
002100*                   A DOUBLE, AND THE DARTS-CHECKOUT ENTRY POINT
002200*                   ON DARTS JUDGES WHETHER IT HIT.
002300*               THE SEASON TO DATE IS CARRIED ON DARTCKPT (ONE
002400*               RECORD PER PLAYER, RELOADED AND REWRITTEN EVERY
002500*               RUN - A NEW SEASON STARTS FROM AN EMPTY FILE),
002600*               AND DARTCKR PRINTS EACH PLAYER'S CHECKOUT AND
002700*               DOUBLE PERCENTAGES, FAVOURITE DOUBLE AND BEST
002800*               CHECKOUT, ENDING WITH THE SEASON'S HIGHEST
002900*               CHECKOUT.
003000*-----------------------------------------------------------------
003100* MODIFICATION HISTORY
003200*-----------------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* 10/15/2026 RM    ORIGINAL CHECKOUT ANALYSIS
003401* 10/15/2026 RM    DARTCHK-BATCH ENTRY POINT FOR THE SECOND-TIER
003402*                  OVERNIGHT STREAM; A REHEARSAL PRINTS DARTCKR
003403*                  BUT DOES NOT REWRITE DARTCKPT
003404* 10/15/2026 RM    A PAIRS VISIT IS CREDITED TO THE PARTNER WHO
003405*                  THREW IT (DARTCARD THROWER COLUMN), NOT TO THE
003406*                  DARTTEAM TEAM
003500*-----------------------------------------------------------------
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    DARTCHK.
003800 AUTHOR.        R. MCALLISTER.
003900 INSTALLATION.  GLENNJ DATA PROCESSING.
004000 DATE-WRITTEN.  10/15/2026.
004100 DATE-COMPILED.

004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SCORECARD-IN ASSIGN TO "DARTIN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CARDIN-STATUS.

004800     SELECT SCORECARD-OUT ASSIGN TO "DARTCARD"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CARD-STATUS.

005100     SELECT CHECKOUT-FILE ASSIGN TO "DARTCKPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CKP-STATUS.

005400     SELECT CHECKOUT-RPT ASSIGN TO "DARTCKR"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RPT-STATUS.

005700 DATA DIVISION.
005800 FILE SECTION.
005900*-----------------------------------------------------------------
006000* THE DARTIN THROW RECORD AS DARTS READS IT.
006100*-----------------------------------------------------------------
006200 FD  SCORECARD-IN
006300     RECORD CONTAINS 20 CHARACTERS.
006400 01  CARD-IN-RECORD.
006500     05  CARD-IN-MATCH-ID        PIC X(05).
006600     05  CARD-IN-PLYR-ID         PIC X(05).
006700     05  CARD-IN-X               PIC 99V9.
006800     05  CARD-IN-Y               PIC 99V9.
006900     05  CARD-IN-GAME-TYPE       PIC X(01).

007000 FD  SCORECARD-OUT
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  CARD-LINE                   PIC X(80).

007300*-----------------------------------------------------------------
007400* ONE SEASON-TO-DATE RECORD PER PLAYER.  THE PERCENTAGES AND
007500* FAVOURITE DOUBLE ARE FOR READERS OF THE FILE; THE COUNTS ARE
007600* WHAT IS RELOADED.  CKP-DOUBLE(1) - (20) ARE D1 - D20,
007700* CKP-DOUBLE(21) IS THE BULL.
007800*-----------------------------------------------------------------
007900 FD  CHECKOUT-FILE.
008000 01  CKP-RECORD.
008100     05  CKP-PLYR-ID             PIC X(05).
008200     05  FILLER                  PIC X(01).
008300     05  CKP-CHECKABLE           PIC 9(05).
008400     05  FILLER                  PIC X(01).
008500     05  CKP-CHECKOUTS           PIC 9(05).
008600     05  FILLER                  PIC X(01).
008700     05  CKP-CHECKOUT-PCT        PIC ZZ9.99.
008800     05  FILLER                  PIC X(01).
008900     05  CKP-DBL-DARTS           PIC 9(06).
009000     05  FILLER                  PIC X(01).
009100     05  CKP-DBL-HITS            PIC 9(05).
009200     05  FILLER                  PIC X(01).
009300     05  CKP-DOUBLE-PCT          PIC ZZ9.99.
009400     05  FILLER                  PIC X(01).
009500     05  CKP-FAV-DOUBLE          PIC X(04).
009600     05  FILLER                  PIC X(01).
009700     05  CKP-HIGH-CHECKOUT       PIC 9(03).
009800     05  CKP-DOUBLE OCCURS 21 TIMES.
009900         10  FILLER              PIC X(01).
010000         10  CKP-DBL-AT          PIC 9(04).
010100         10  CKP-DBL-HIT         PIC 9(04).

010200 FD  CHECKOUT-RPT
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  RPT-LINE                    PIC X(80).

010500 WORKING-STORAGE SECTION.
010600 01  WS-CARDIN-STATUS            PIC XX.
010700     88  CARDIN-EOF              VALUE "10".
010800 01  WS-CARD-STATUS              PIC XX.
010900     88  CARD-EOF                VALUE "10".
011000 01  WS-CKP-STATUS               PIC XX.
011100 01  WS-RPT-STATUS               PIC XX.

011200 COPY audcom.

011300*-----------------------------------------------------------------
011400* THE VISIT BEING ANALYSED: UP TO THREE THROWS FOR ONE PLAYER,
011500* READ THE WAY 7300-PROCESS-ONE-VISIT IN DARTS READS THEM.
011600*-----------------------------------------------------------------
011700 01  WS-VISIT-PLYR-ID            PIC X(05).
011800 01  WS-VISIT-GAME-TYPE          PIC X(01).
011900     88  VISIT-IS-CRICKET        VALUE "C".
012000 01  WS-VISIT-DARTS              PIC 9.
012100 01  WS-VISIT.
012200     05  WS-THROW OCCURS 3 TIMES.
012300         10  WS-THROW-X          PIC 99V9.
012400         10  WS-THROW-Y          PIC 99V9.
012500 01  thx                         PIC 9.

012600*-----------------------------------------------------------------
012700* THE MATCHING DARTCARD DETAIL LINE, AT THE COLUMNS OF THE
012800* WS-SCORECARD-DETAIL LAYOUT IN DARTS.
012900*-----------------------------------------------------------------
013000 01  WS-CARD-VISIT-SCORE         PIC 999.
013100 01  WS-CARD-REMAIN              PIC 999.
013200 01  WS-CARD-NOTE                PIC X(08).
013210 01  WS-CARD-THROWER             PIC X(05).
013300 01  WS-STOOD-ON                 PIC 999.
013400 01  WS-DART-REMAIN              PIC S999.
013500 01  WS-DART-VALUE               PIC 99.
013600 01  WS-DIST2                    PIC 999V9.
013700 01  WS-OUT-OF-STEP-SW           PIC X(01) VALUE "N".
013800     88  CARD-OUT-OF-STEP        VALUE "Y".

013900*-----------------------------------------------------------------
014000* THE SCORES NO THREE DARTS CAN FINISH BELOW 171, THE "BOGEY"
014100* NUMBERS EVERY CAPTAIN KNOWS.
014200*-----------------------------------------------------------------
014300 01  WS-BOGEY-VALUES.
014400     05  FILLER PIC 9(03) VALUE 159.
014500     05  FILLER PIC 9(03) VALUE 162.
014600     05  FILLER PIC 9(03) VALUE 163.
014700     05  FILLER PIC 9(03) VALUE 165.
014800     05  FILLER PIC 9(03) VALUE 166.
014900     05  FILLER PIC 9(03) VALUE 168.
015000     05  FILLER PIC 9(03) VALUE 169.
015100 01  WS-BOGEY-TABLE REDEFINES WS-BOGEY-VALUES.
015200     05  WS-BOGEY                PIC 9(03) OCCURS 7 TIMES.
015300 01  bgx                         PIC 9.
015400 01  WS-CHECKABLE-SW             PIC X(01).
015500     88  SCORE-IS-CHECKABLE      VALUE "Y".

015600*-----------------------------------------------------------------
015700* DARTS-CHECKOUT PARAMETERS (SIGNED COORDINATES, ORIGIN AT THE
015800* BULL, AS THE ENTRY POINT ON DARTS EXPECTS THEM).
015900*-----------------------------------------------------------------
016000 01  WS-DCO-X                    PIC S9V9.
016100 01  WS-DCO-Y                    PIC S9V9.
016200 01  WS-DCO-REMAINING            PIC 999.
016300 01  WS-DCO-RESULT               PIC X.
016400     88  DCO-CHECKOUT-LEGAL      VALUE "Y".
016500 01  WS-DOUBLE-IDX               PIC 99.

016600*-----------------------------------------------------------------
016700* SEASON-TO-DATE CHECKOUT TABLE, ONE ENTRY PER PLAYER.
016800*-----------------------------------------------------------------
016900 01  WS-CK-COUNT                 PIC 9(03) VALUE ZERO.
017000 01  WS-CK-TABLE.
017100     05  WS-CK-ENTRY OCCURS 200 TIMES.
017200         10  CK-ID               PIC X(05).
017300         10  CK-CHECKABLE        PIC 9(05).
017400         10  CK-CHECKOUTS        PIC 9(05).
017500         10  CK-DBL-DARTS        PIC 9(06).
017600         10  CK-DBL-HITS         PIC 9(05).
017700         10  CK-HIGH-CHECKOUT    PIC 9(03).
017800         10  CK-DOUBLE OCCURS 21 TIMES.
017900             15  CK-DBL-AT       PIC 9(04).
018000             15  CK-DBL-HIT      PIC 9(04).
018100 01  ckx                         PIC 9(03).
018200 01  WS-CK-FOUND                 PIC 9(03).
018300 01  WS-CK-KEY                   PIC X(05).
018400 01  dbx                         PIC 99.
018500 01  WS-CK-FULL-SW               PIC X(01) VALUE "N".
018600     88  CK-TABLE-FULL           VALUE "Y".

018700 01  WS-CHECKOUT-PCT             PIC 999V99.
018800 01  WS-DOUBLE-PCT               PIC 999V99.
018900 01  WS-FAV-IDX                  PIC 99.
019000 01  WS-FAV-DOUBLE               PIC X(04).
019100 01  WS-FAV-NUMBER               PIC Z9.
019200 01  WS-SEASON-HIGH              PIC 9(03) VALUE ZERO.
019300 01  WS-SEASON-HIGH-ID           PIC X(05) VALUE SPACES.

019400 01  WS-RPT-HDG1                 PIC X(80) VALUE
019500     "DARTS LEAGUE - CHECKOUTS AND DOUBLES, SEASON TO DATE".
019600 01  WS-RPT-HDG2.
019700     05  FILLER                  PIC X(35) VALUE
019800         "PLAYER  CHKABLE CHKOUT   CHECKOUT%".
019900     05  FILLER                  PIC X(30) VALUE
020000         " AT DBL   HITS  DBL HIT%  FAV ".
020100     05  FILLER                  PIC X(05) VALUE " BEST".
020200 01  WS-RPT-DETAIL.
020300     05  RD-ID                   PIC X(05).
020400     05  FILLER                  PIC X(02) VALUE SPACES.
020500     05  RD-CHECKABLE            PIC ZZZZ9.
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  RD-CHECKOUTS            PIC ZZZZ9.
020800     05  FILLER                  PIC X(03) VALUE SPACES.
020900     05  RD-CHECKOUT-PCT         PIC ZZ9.99.
021000     05  FILLER                  PIC X(02) VALUE SPACES.
021100     05  RD-DBL-DARTS            PIC ZZZZZ9.
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  RD-DBL-HITS             PIC ZZZZ9.
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  RD-DOUBLE-PCT           PIC ZZ9.99.
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  RD-FAV-DOUBLE           PIC X(04).
021800     05  FILLER                  PIC X(03) VALUE SPACES.
021900     05  RD-HIGH-CHECKOUT        PIC ZZ9.
022000 01  WS-HIGH-LINE.
022100     05  FILLER                  PIC X(31) VALUE
022200         "HIGHEST CHECKOUT OF THE SEASON:".
022300     05  FILLER                  PIC X(01) VALUE SPACES.
022400     05  HL-CHECKOUT             PIC ZZ9.
022500     05  FILLER                  PIC X(04) VALUE " BY ".
022600     05  HL-PLYR-ID              PIC X(05).
022700 01  WS-NO-CHECKOUT-LINE         PIC X(80) VALUE
022800     "HIGHEST CHECKOUT OF THE SEASON: NONE YET".
022809*-----------------------------------------------------------------
022818* RUN MODE AND PRINCIPAL RECORD COUNTS FOR THE
022827* DARTCHK-BATCH ENTRY POINT.  "R" IS A REHEARSAL, SO THE
022836* SEASON FILE DARTCKPT IS NOT REWRITTEN.
022845*-----------------------------------------------------------------
022854 01  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
022863     88  RUN-IS-REHEARSAL        VALUE "R".
022872 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
022881 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

022890 LINKAGE SECTION.
022899 COPY runcom.

022900 PROCEDURE DIVISION.
023000 0000-DARTCHK.
023005     PERFORM 0100-RUN-DARTCHK THRU 0100-EXIT
023010     GOBACK.
023015 0000-EXIT.
023020     EXIT.

023025*-----------------------------------------------------------------
023030* THE WHOLE RUN, BROKEN OUT OF 0000-DARTCHK SO THE DARTCHK-BATCH
023035* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
023040*-----------------------------------------------------------------
023045 0100-RUN-DARTCHK.
023100     PERFORM 1000-LOAD-SEASON THRU 1000-EXIT
023200     PERFORM 2000-ANALYSE-NIGHT THRU 2000-EXIT
023300     PERFORM 5000-SAVE-SEASON THRU 5000-EXIT
023400     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
023600 0100-EXIT.
023700     EXIT.

023800*-----------------------------------------------------------------
023900* RELOAD THE SEASON SO FAR.  NO FILE YET MEANS THE FIRST NIGHT
024000* OF THE SEASON.
024100*-----------------------------------------------------------------
024200 1000-LOAD-SEASON.
024300     MOVE ZERO TO WS-CK-COUNT
024400     OPEN INPUT CHECKOUT-FILE
024500     IF WS-CKP-STATUS NOT = "00"
024600         GO TO 1000-EXIT
024700     END-IF
024800     PERFORM UNTIL WS-CKP-STATUS = "10"
024900         READ CHECKOUT-FILE
025000             AT END MOVE "10" TO WS-CKP-STATUS
025100             NOT AT END
025200                 PERFORM 1100-LOAD-ONE-PLAYER THRU 1100-EXIT
025300         END-READ
025400     END-PERFORM
025500     CLOSE CHECKOUT-FILE.
025600 1000-EXIT.
025700     EXIT.

025800 1100-LOAD-ONE-PLAYER.
025900     MOVE CKP-PLYR-ID TO WS-CK-KEY
026000     PERFORM 4000-LOCATE-PLAYER THRU 4000-EXIT
026100     IF WS-CK-FOUND = ZERO
026200         GO TO 1100-EXIT
026300     END-IF
026400     MOVE WS-CK-FOUND TO ckx
026500     MOVE CKP-CHECKABLE     TO CK-CHECKABLE(ckx)
026600     MOVE CKP-CHECKOUTS     TO CK-CHECKOUTS(ckx)
026700     MOVE CKP-DBL-DARTS     TO CK-DBL-DARTS(ckx)
026800     MOVE CKP-DBL-HITS      TO CK-DBL-HITS(ckx)
026900     MOVE CKP-HIGH-CHECKOUT TO CK-HIGH-CHECKOUT(ckx)
027000     PERFORM VARYING dbx FROM 1 BY 1 UNTIL dbx > 21
027100         MOVE CKP-DBL-AT(dbx)  TO CK-DBL-AT(ckx, dbx)
027200         MOVE CKP-DBL-HIT(dbx) TO CK-DBL-HIT(ckx, dbx)
027300     END-PERFORM.
027400 1100-EXIT.
027500     EXIT.

027600*-----------------------------------------------------------------
027700* WALK TONIGHT'S DARTIN A VISIT AT A TIME.  A CRICKET VISIT HAS
027800* NO DARTCARD DETAIL LINE AND NO DOUBLES TO FINISH ON, SO IT IS
027900* PASSED OVER.  IF DARTCARD RUNS OUT OR NAMES A DIFFERENT PLAYER
028000* THE TWO FILES ARE NOT FROM THE SAME RUN, AND THE ANALYSIS
028100* STOPS THERE RATHER THAN CREDIT THE WRONG PLAYER.
028200*-----------------------------------------------------------------
028300 2000-ANALYSE-NIGHT.
028400     OPEN INPUT SCORECARD-IN
028500     IF WS-CARDIN-STATUS NOT = "00"
028600         GO TO 2000-EXIT
028700     END-IF
028800     OPEN INPUT SCORECARD-OUT
028900     IF WS-CARD-STATUS NOT = "00"
029000         CLOSE SCORECARD-IN
029100         MOVE "DARTCHK" TO AUD-PROGRAM-NAME
029200         MOVE "DARTCARD" TO AUD-FAILED-INPUT
029300         MOVE "NO DARTCARD FOR THIS DARTIN" TO AUD-FAILURE-REASON
029400         SET AUD-SEV-WARNING TO TRUE
029500         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
029600             AUD-FAILED-INPUT AUD-FAILURE-REASON
029700             AUD-SEVERITY
029800         GO TO 2000-EXIT
029900     END-IF
030000     PERFORM 2100-READ-CARD-IN THRU 2100-EXIT
030100     PERFORM UNTIL CARDIN-EOF OR CARD-OUT-OF-STEP
030200         PERFORM 2200-READ-ONE-VISIT THRU 2200-EXIT
030300         IF NOT VISIT-IS-CRICKET
030400             PERFORM 3000-ANALYSE-VISIT THRU 3000-EXIT
030500         END-IF
030600     END-PERFORM
030700     IF CARD-OUT-OF-STEP
030800         MOVE "DARTCHK" TO AUD-PROGRAM-NAME
030900         MOVE WS-VISIT-PLYR-ID TO AUD-FAILED-INPUT
031000         MOVE "DARTCARD OUT OF STEP WITH DARTIN" TO
031100             AUD-FAILURE-REASON
031200         SET AUD-SEV-WARNING TO TRUE
031300         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
031400             AUD-FAILED-INPUT AUD-FAILURE-REASON
031500             AUD-SEVERITY
031600     END-IF
031700     CLOSE SCORECARD-IN SCORECARD-OUT.
031800 2000-EXIT.
031900     EXIT.

032000*-----------------------------------------------------------------
032100* THE "T9" CONTROL TRAILER ENDS THE THROW STREAM; DARTS HAS
032200* ALREADY CHECKED ITS COUNT.
032300*-----------------------------------------------------------------
032400 2100-READ-CARD-IN.
032500     READ SCORECARD-IN
032600         AT END SET CARDIN-EOF TO TRUE
032700         NOT AT END
032800             IF CARD-IN-RECORD(1:2) = "T9"
032900                 SET CARDIN-EOF TO TRUE
032910             ELSE
032920                 ADD 1 TO WS-RNC-READ
033000             END-IF
033100     END-READ.
033200 2100-EXIT.
033300     EXIT.

033400 2200-READ-ONE-VISIT.
033500     MOVE CARD-IN-PLYR-ID   TO WS-VISIT-PLYR-ID
033600     MOVE CARD-IN-GAME-TYPE TO WS-VISIT-GAME-TYPE
033700     MOVE ZERO TO WS-VISIT-DARTS
033800     PERFORM VARYING thx FROM 1 BY 1
033900             UNTIL thx > 3 OR CARDIN-EOF
034000         MOVE CARD-IN-X TO WS-THROW-X(thx)
034100         MOVE CARD-IN-Y TO WS-THROW-Y(thx)
034200         ADD 1 TO WS-VISIT-DARTS
034300         PERFORM 2100-READ-CARD-IN THRU 2100-EXIT
034400     END-PERFORM.
034500 2200-EXIT.
034600     EXIT.

034700*-----------------------------------------------------------------
034800* PAIR THE VISIT WITH ITS DARTCARD LINE AND WORK OUT THE SCORE
034900* THE PLAYER STOOD ON: A WON LEG STARTED ON EXACTLY THE VISIT
035000* SCORE, A BUST LEAVES THE SCORE WHERE IT WAS, ANY OTHER VISIT
035100* STARTED ON WHAT IS LEFT PLUS WHAT WAS SCORED.  A VISIT THE LEG
035200* ENGINE COULD NOT SCORE (NO NOTE, NOTHING REMAINING) IS SKIPPED.
035210* A PAIRS VISIT IS CREDITED TO THE PARTNER WHO THREW IT, NAMED IN
035220* THE DARTCARD LINE'S THROWER COLUMN, NEVER TO THE TEAM.
035300*-----------------------------------------------------------------
035400 3000-ANALYSE-VISIT.
035500     PERFORM 3100-NEXT-DETAIL-LINE THRU 3100-EXIT
035600     IF CARD-OUT-OF-STEP
035700         GO TO 3000-EXIT
035800     END-IF
035900     EVALUATE TRUE
036000         WHEN WS-CARD-NOTE = "LEG WON"
036100             MOVE WS-CARD-VISIT-SCORE TO WS-STOOD-ON
036200         WHEN WS-CARD-NOTE = "BUST"
036300             MOVE WS-CARD-REMAIN TO WS-STOOD-ON
036400         WHEN WS-CARD-REMAIN = ZERO
036500             GO TO 3000-EXIT
036600         WHEN OTHER
036700             COMPUTE WS-STOOD-ON =
036800                 WS-CARD-REMAIN + WS-CARD-VISIT-SCORE
036900     END-EVALUATE
037000     MOVE WS-VISIT-PLYR-ID TO WS-CK-KEY
037010     IF WS-CARD-THROWER NOT = SPACES
037020         MOVE WS-CARD-THROWER TO WS-CK-KEY
037030     END-IF
037100     PERFORM 4000-LOCATE-PLAYER THRU 4000-EXIT
037200     IF WS-CK-FOUND = ZERO
037300         GO TO 3000-EXIT
037400     END-IF
037500     MOVE WS-CK-FOUND TO ckx
037600     PERFORM 3200-CHECK-CHECKABLE THRU 3200-EXIT
037700     IF SCORE-IS-CHECKABLE
037800         ADD 1 TO CK-CHECKABLE(ckx)
037900         IF WS-CARD-NOTE = "LEG WON"
038000             ADD 1 TO CK-CHECKOUTS(ckx)
038100             IF WS-STOOD-ON > CK-HIGH-CHECKOUT(ckx)
038200                 MOVE WS-STOOD-ON TO CK-HIGH-CHECKOUT(ckx)
038300             END-IF
038400         END-IF
038500     END-IF
038600     MOVE WS-STOOD-ON TO WS-DART-REMAIN
038700     PERFORM VARYING thx FROM 1 BY 1
038800             UNTIL thx > WS-VISIT-DARTS OR WS-DART-REMAIN < 2
038900         PERFORM 3300-ANALYSE-ONE-DART THRU 3300-EXIT
039000     END-PERFORM.
039100 3000-EXIT.
039200     EXIT.

039300 3100-NEXT-DETAIL-LINE.
039400     MOVE SPACES TO CARD-LINE
039500     PERFORM UNTIL CARD-EOF OR CARD-LINE(11:7) = "VISIT: "
039600         READ SCORECARD-OUT
039700             AT END SET CARD-EOF TO TRUE
039800         END-READ
039900     END-PERFORM
040000     IF CARD-EOF OR CARD-LINE(3:5) NOT = WS-VISIT-PLYR-ID
040100         SET CARD-OUT-OF-STEP TO TRUE
040200         GO TO 3100-EXIT
040300     END-IF
040400     COMPUTE WS-CARD-VISIT-SCORE =
040500         FUNCTION NUMVAL(CARD-LINE(18:3))
040600     COMPUTE WS-CARD-REMAIN = FUNCTION NUMVAL(CARD-LINE(38:3))
040700     MOVE CARD-LINE(43:8) TO WS-CARD-NOTE
040750     MOVE CARD-LINE(53:5) TO WS-CARD-THROWER.
040800 3100-EXIT.
040900     EXIT.

041000*-----------------------------------------------------------------
041100* A CHECKABLE SCORE IS 2 - 170 AND NOT A BOGEY NUMBER.
041200*-----------------------------------------------------------------
041300 3200-CHECK-CHECKABLE.
041400     MOVE "N" TO WS-CHECKABLE-SW
041500     IF WS-STOOD-ON < 2 OR WS-STOOD-ON > 170
041600         GO TO 3200-EXIT
041700     END-IF
041800     SET SCORE-IS-CHECKABLE TO TRUE
041900     PERFORM VARYING bgx FROM 1 BY 1 UNTIL bgx > 7
042000         IF WS-STOOD-ON = WS-BOGEY(bgx)
042100             MOVE "N" TO WS-CHECKABLE-SW
042200         END-IF
042300     END-PERFORM.
042400 3200-EXIT.
042500     EXIT.

042600*-----------------------------------------------------------------
042700* ONE DART.  STANDING ON 2-40 EVEN IS A DART AT THAT DOUBLE, ON
042800* 50 A DART AT THE BULL; DARTS-CHECKOUT SAYS WHETHER IT FINISHED.
042900* A HIT ENDS THE VISIT.  OTHERWISE THE DART'S SCORE ON THE BATCH
043000* BOARD (THE SAME RINGS 1000-SCORE-SINGLE-THROW IN DARTS USES)
043100* COMES OFF THE SCORE BEFORE THE NEXT DART IS JUDGED.
043200*-----------------------------------------------------------------
043300 3300-ANALYSE-ONE-DART.
043400     MOVE ZERO TO WS-DOUBLE-IDX
043500     IF WS-DART-REMAIN = 50
043600         MOVE 21 TO WS-DOUBLE-IDX
043700     ELSE
043800         IF WS-DART-REMAIN <= 40
043900                 AND FUNCTION MOD(WS-DART-REMAIN, 2) = ZERO
044000             COMPUTE WS-DOUBLE-IDX = WS-DART-REMAIN / 2
044100         END-IF
044200     END-IF
044300     COMPUTE WS-DIST2 =
044400         WS-THROW-X(thx) ** 2 + WS-THROW-Y(thx) ** 2
044500     IF WS-DOUBLE-IDX > ZERO
044600         ADD 1 TO CK-DBL-DARTS(ckx)
044700         ADD 1 TO CK-DBL-AT(ckx, WS-DOUBLE-IDX)
044800         MOVE "N" TO WS-DCO-RESULT
044900         IF WS-DIST2 <= 100
045000                 AND WS-THROW-X(thx) < 10
045100                 AND WS-THROW-Y(thx) < 10
045200             MOVE WS-THROW-X(thx) TO WS-DCO-X
045300             MOVE WS-THROW-Y(thx) TO WS-DCO-Y
045400             MOVE WS-DART-REMAIN  TO WS-DCO-REMAINING
045500             CALL "DARTS-CHECKOUT" USING WS-DCO-X WS-DCO-Y
045600                 WS-DCO-REMAINING WS-DCO-RESULT
045700         END-IF
045800         IF DCO-CHECKOUT-LEGAL
045900             ADD 1 TO CK-DBL-HITS(ckx)
046000             ADD 1 TO CK-DBL-HIT(ckx, WS-DOUBLE-IDX)
046100             MOVE ZERO TO WS-DART-REMAIN
046200             GO TO 3300-EXIT
046300         END-IF
046400     END-IF
046500     EVALUATE TRUE
046600         WHEN WS-DIST2 <= 1
046700             MOVE 10 TO WS-DART-VALUE
046800         WHEN WS-DIST2 <= 25
046900             MOVE 5 TO WS-DART-VALUE
047000         WHEN WS-DIST2 <= 100
047100             MOVE 1 TO WS-DART-VALUE
047200         WHEN OTHER
047300             MOVE ZERO TO WS-DART-VALUE
047400     END-EVALUATE
047500     SUBTRACT WS-DART-VALUE FROM WS-DART-REMAIN.
047600 3300-EXIT.
047700     EXIT.

047800*-----------------------------------------------------------------
047900* FIND (OR CREATE, ZEROED) THE SEASON ENTRY FOR WS-CK-KEY,
048000* LEAVING ITS SUBSCRIPT IN WS-CK-FOUND (ZERO WHEN THE TABLE IS
048100* FULL).
048200*-----------------------------------------------------------------
048300 4000-LOCATE-PLAYER.
048400     MOVE ZERO TO WS-CK-FOUND
048500     PERFORM VARYING ckx FROM 1 BY 1
048600             UNTIL ckx > WS-CK-COUNT OR WS-CK-FOUND > ZERO
048700         IF CK-ID(ckx) = WS-CK-KEY
048800             MOVE ckx TO WS-CK-FOUND
048900         END-IF
049000     END-PERFORM
049100     IF WS-CK-FOUND > ZERO
049200         GO TO 4000-EXIT
049300     END-IF
049400     IF WS-CK-COUNT >= 200
049500         IF NOT CK-TABLE-FULL
049600             SET CK-TABLE-FULL TO TRUE
049700             MOVE "DARTCHK" TO AUD-PROGRAM-NAME
049800             MOVE WS-CK-KEY TO AUD-FAILED-INPUT
049900             MOVE "CHECKOUT TABLE FULL, PLAYER NOT ANALYSED" TO
050000                 AUD-FAILURE-REASON
050100             SET AUD-SEV-WARNING TO TRUE
050200             CALL "AUDITLOG" USING AUD-PROGRAM-NAME
050300                 AUD-FAILED-INPUT AUD-FAILURE-REASON
050400                 AUD-SEVERITY
050500         END-IF
050600         GO TO 4000-EXIT
050700     END-IF
050800     ADD 1 TO WS-CK-COUNT
050900     MOVE WS-CK-COUNT TO WS-CK-FOUND
051000     MOVE WS-CK-KEY TO CK-ID(WS-CK-FOUND)
051100     MOVE ZERO TO CK-CHECKABLE(WS-CK-FOUND)
051200                  CK-CHECKOUTS(WS-CK-FOUND)
051300                  CK-DBL-DARTS(WS-CK-FOUND)
051400                  CK-DBL-HITS(WS-CK-FOUND)
051500                  CK-HIGH-CHECKOUT(WS-CK-FOUND)
051600     PERFORM VARYING dbx FROM 1 BY 1 UNTIL dbx > 21
051700         MOVE ZERO TO CK-DBL-AT(WS-CK-FOUND, dbx)
051800         MOVE ZERO TO CK-DBL-HIT(WS-CK-FOUND, dbx)
051900     END-PERFORM.
052000 4000-EXIT.
052100     EXIT.

052200*-----------------------------------------------------------------
052300* REWRITE THE SEASON FILE WITH TONIGHT ADDED IN.
052400*-----------------------------------------------------------------
052500 5000-SAVE-SEASON.
052600     IF WS-CK-COUNT = ZERO
052700         GO TO 5000-EXIT
052800     END-IF
052810     IF RUN-IS-REHEARSAL
052820         GO TO 5000-EXIT
052830     END-IF
052900     OPEN OUTPUT CHECKOUT-FILE
053000     PERFORM VARYING ckx FROM 1 BY 1 UNTIL ckx > WS-CK-COUNT
053100         PERFORM 5100-PLAYER-FIGURES THRU 5100-EXIT
053200         MOVE SPACES               TO CKP-RECORD
053300         MOVE CK-ID(ckx)           TO CKP-PLYR-ID
053400         MOVE CK-CHECKABLE(ckx)    TO CKP-CHECKABLE
053500         MOVE CK-CHECKOUTS(ckx)    TO CKP-CHECKOUTS
053600         MOVE WS-CHECKOUT-PCT      TO CKP-CHECKOUT-PCT
053700         MOVE CK-DBL-DARTS(ckx)    TO CKP-DBL-DARTS
053800         MOVE CK-DBL-HITS(ckx)     TO CKP-DBL-HITS
053900         MOVE WS-DOUBLE-PCT        TO CKP-DOUBLE-PCT
054000         MOVE WS-FAV-DOUBLE        TO CKP-FAV-DOUBLE
054100         MOVE CK-HIGH-CHECKOUT(ckx) TO CKP-HIGH-CHECKOUT
054200         PERFORM VARYING dbx FROM 1 BY 1 UNTIL dbx > 21
054300             MOVE CK-DBL-AT(ckx, dbx)  TO CKP-DBL-AT(dbx)
054400             MOVE CK-DBL-HIT(ckx, dbx) TO CKP-DBL-HIT(dbx)
054500         END-PERFORM
054600         WRITE CKP-RECORD
054601         ADD 1 TO WS-RNC-WRITTEN
054700     END-PERFORM
054800     CLOSE CHECKOUT-FILE.
054900 5000-EXIT.
055000     EXIT.

055100*-----------------------------------------------------------------
055200* PERCENTAGES AND FAVOURITE DOUBLE FOR ENTRY ckx.  THE FAVOURITE
055300* IS THE DOUBLE HIT MOST OFTEN, TIES GOING TO THE ONE AIMED AT
055400* MOST; A PLAYER WHO HAS NEVER HIT A DOUBLE HAS NONE.
055500*-----------------------------------------------------------------
055600 5100-PLAYER-FIGURES.
055700     MOVE ZERO TO WS-CHECKOUT-PCT WS-DOUBLE-PCT
055800     IF CK-CHECKABLE(ckx) > ZERO
055900         COMPUTE WS-CHECKOUT-PCT ROUNDED =
056000             CK-CHECKOUTS(ckx) * 100 / CK-CHECKABLE(ckx)
056100     END-IF
056200     IF CK-DBL-DARTS(ckx) > ZERO
056300         COMPUTE WS-DOUBLE-PCT ROUNDED =
056400             CK-DBL-HITS(ckx) * 100 / CK-DBL-DARTS(ckx)
056500     END-IF
056600     MOVE ZERO TO WS-FAV-IDX
056700     PERFORM VARYING dbx FROM 1 BY 1 UNTIL dbx > 21
056800         IF CK-DBL-HIT(ckx, dbx) > ZERO
056900             IF WS-FAV-IDX = ZERO
057000                 MOVE dbx TO WS-FAV-IDX
057100             ELSE
057200                 IF CK-DBL-HIT(ckx, dbx) >
057300                         CK-DBL-HIT(ckx, WS-FAV-IDX)
057400                     OR (CK-DBL-HIT(ckx, dbx) =
057500                         CK-DBL-HIT(ckx, WS-FAV-IDX)
057600                     AND CK-DBL-AT(ckx, dbx) >
057700                         CK-DBL-AT(ckx, WS-FAV-IDX))
057800                     MOVE dbx TO WS-FAV-IDX
057900                 END-IF
058000             END-IF
058100         END-IF
058200     END-PERFORM
058300     EVALUATE WS-FAV-IDX
058400         WHEN ZERO
058500             MOVE "-" TO WS-FAV-DOUBLE
058600         WHEN 21
058700             MOVE "BULL" TO WS-FAV-DOUBLE
058800         WHEN OTHER
058900             MOVE WS-FAV-IDX TO WS-FAV-NUMBER
059000             MOVE SPACES TO WS-FAV-DOUBLE
059100             STRING "D" WS-FAV-NUMBER DELIMITED BY SIZE
059200                 INTO WS-FAV-DOUBLE
059300             END-STRING
059400     END-EVALUATE
059500     IF CK-HIGH-CHECKOUT(ckx) > WS-SEASON-HIGH
059600         MOVE CK-HIGH-CHECKOUT(ckx) TO WS-SEASON-HIGH
059700         MOVE CK-ID(ckx) TO WS-SEASON-HIGH-ID
059800     END-IF.
059900 5100-EXIT.
060000     EXIT.

060100 6000-PRINT-REPORT.
060200     OPEN OUTPUT CHECKOUT-RPT
060300     MOVE WS-RPT-HDG1 TO RPT-LINE
060400     WRITE RPT-LINE
060500     MOVE WS-RPT-HDG2 TO RPT-LINE
060600     WRITE RPT-LINE
060700     MOVE ZERO TO WS-SEASON-HIGH
060800     PERFORM VARYING ckx FROM 1 BY 1 UNTIL ckx > WS-CK-COUNT
060900         PERFORM 5100-PLAYER-FIGURES THRU 5100-EXIT
061000         MOVE CK-ID(ckx)            TO RD-ID
061100         MOVE CK-CHECKABLE(ckx)     TO RD-CHECKABLE
061200         MOVE CK-CHECKOUTS(ckx)     TO RD-CHECKOUTS
061300         MOVE WS-CHECKOUT-PCT       TO RD-CHECKOUT-PCT
061400         MOVE CK-DBL-DARTS(ckx)     TO RD-DBL-DARTS
061500         MOVE CK-DBL-HITS(ckx)      TO RD-DBL-HITS
061600         MOVE WS-DOUBLE-PCT         TO RD-DOUBLE-PCT
061700         MOVE WS-FAV-DOUBLE         TO RD-FAV-DOUBLE
061800         MOVE CK-HIGH-CHECKOUT(ckx) TO RD-HIGH-CHECKOUT
061900         MOVE WS-RPT-DETAIL TO RPT-LINE
062000         WRITE RPT-LINE
062100     END-PERFORM
062200     MOVE SPACES TO RPT-LINE
062300     WRITE RPT-LINE
062400     IF WS-SEASON-HIGH = ZERO
062500         MOVE WS-NO-CHECKOUT-LINE TO RPT-LINE
062600     ELSE
062700         MOVE WS-SEASON-HIGH    TO HL-CHECKOUT
062800         MOVE WS-SEASON-HIGH-ID TO HL-PLYR-ID
062900         MOVE WS-HIGH-LINE TO RPT-LINE
063000     END-IF
063100     WRITE RPT-LINE
063200     CLOSE CHECKOUT-RPT.
063300 6000-EXIT.
063400     EXIT.

063500*-----------------------------------------------------------------
063600* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
063700* SECOND-TIER STREAM CAN RUN THE CHECKOUT ANALYSIS AND
063800* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
063900* DEFAULT CALL "DARTCHK" BEHAVIOR ABOVE.
064000*-----------------------------------------------------------------
064100 9000-DARTCHK-BATCH-ENTRY.
064200 ENTRY "DARTCHK-BATCH" USING RNC-RECORDS-READ
064300         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
064400     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
064500     MOVE RNC-RUN-MODE TO WS-RUN-MODE
064600     PERFORM 0100-RUN-DARTCHK THRU 0100-EXIT
064700     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
064800     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
064900     GOBACK.
065000 9000-EXIT.
065100     EXIT.
