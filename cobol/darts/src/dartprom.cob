000100*****************************************************************
000200* PROGRAM-ID : DARTPROM
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - RECREATION SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : SEASON-END PROMOTION AND RELEGATION FOR THE
000900*               MULTI-DIVISION DARTS LEAGUE.  RUNS AFTER DARTSEAS
001000*               HAS ARCHIVED THE SEASON TO DARTARCH.  THE DARTPRMC
001100*               CONTROL RECORD GIVES THE NUMBER OF DIVISIONS AND
001200*               HOW MANY PLAYERS GO UP AND DOWN.  EACH DIVISION'S
001300*               FINAL TABLE IS REBUILT FROM THE ARCHIVE AND
001310*               RANKED BY THE LEAGUE'S TIE-BREAK ORDER.  THE
001320*               ARCHIVE STILL CARRIES PLAYERS WHO HAVE SINCE LEFT
001330*               THE ROSTER OR BEEN DEACTIVATED; THEY ARE DROPPED
001340*               AS THE SEASON IS LOADED, BEFORE ANY PLACE IS
001350*               NUMBERED, AND LISTED SEPARATELY ON THE REPORT.
001400*               THE TIE-BREAK ORDER IS:
001500*                 1. CUMULATIVE POINTS, HIGHEST FIRST
001520*                 2. AT A MOVEMENT LINE ONLY, HEAD-TO-HEAD LEGS
001540*                    WON AGAINST THE OTHER PLAYERS LEVEL ON
001560*                    POINTS, TAKEN FROM DARTCARD AND DARTFIXT THE
001580*                    SAME WAY DARTH2H COUNTS THEM
001600*                 3. GAMES PLAYED, FEWEST FIRST
001700*                 4. PLAYER ID, LOWEST FIRST
001800*               THE TOP N OF EVERY DIVISION BELOW THE FIRST GO UP
001900*               ONE, THE BOTTOM N OF EVERY DIVISION ABOVE THE
002000*               LAST GO DOWN ONE.  EACH MOVE IS POSTED TO
002100*               PLYR-DIVISION ON DARTPLYR AND JOURNALED TO
002200*               DARTMJRN AS A "V" ACTION, AND THE COMMITTEE GETS
002300*               THE MOVEMENTS REPORT ON DARTPROR, WHICH FLAGS ANY
002400*               PLACE AT A MOVEMENT LINE THAT HAD TO BE SETTLED
002500*               BEYOND POINTS AND PRINTS THE HEAD-TO-HEAD RESULT
002550*               THAT DECIDED IT.
002600*-----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*-----------------------------------------------------------------
002900* DATE       INIT  DESCRIPTION
003000* 10/15/2026 RM    ORIGINAL PROMOTION AND RELEGATION RUN
003010* 10/15/2026 RM    ARCHIVED PLAYERS NOT ON DARTPLYR OR INACTIVE
003020*                  ARE DROPPED BEFORE PLACES ARE NUMBERED AND
003030*                  LISTED SEPARATELY ON DARTPROR
003040* 10/15/2026 RM    A TIE ON POINTS AT A MOVEMENT LINE IS BROKEN
003050*                  ON HEAD-TO-HEAD LEGS FROM DARTCARD/DARTFIXT
003060*                  BEFORE GAMES AND PLAYER ID, AND THE DECIDING
003070*                  HEAD-TO-HEAD RESULT IS PRINTED
003080* 10/15/2026 RM    THE "V" JOURNAL RECORD IS CLEARED BEFORE IT IS
003090*                  BUILT, SO MJR-REGION IS BLANK, NOT LEFT OVER
003100*-----------------------------------------------------------------
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    DARTPROM.
003400 AUTHOR.        R. MCALLISTER.
003500 INSTALLATION.  GLENNJ DATA PROCESSING.
003600 DATE-WRITTEN.  10/15/2026.
003700 DATE-COMPILED.

003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PLAYER-FILE ASSIGN TO "DARTPLYR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS PLYR-ID
004500         FILE STATUS IS WS-PLYR-STATUS.

004600     SELECT SEASON-ARCHIVE ASSIGN TO "DARTARCH"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ARCH-STATUS.

004900     SELECT PROMO-CTL-FILE ASSIGN TO "DARTPRMC"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CTL-STATUS.

005200     SELECT MOVEMENT-RPT ASSIGN TO "DARTPROR"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RPT-STATUS.

005500     SELECT MAINT-JOURNAL-FILE ASSIGN TO "DARTMJRN"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-MJR-STATUS.

005710     SELECT FIXTURE-FILE ASSIGN TO "DARTFIXT"
005720         ORGANIZATION IS LINE SEQUENTIAL
005730         FILE STATUS IS WS-FIX-STATUS.

005740     SELECT SCORECARD-IN ASSIGN TO "DARTCARD"
005750         ORGANIZATION IS LINE SEQUENTIAL
005760         FILE STATUS IS WS-CARD-STATUS.

005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PLAYER-FILE.
006100 COPY dartplyr.

006200*-----------------------------------------------------------------
006300* THE ARCHIVE RECORD AS DARTSEAS WRITES IT.
006400*-----------------------------------------------------------------
006500 FD  SEASON-ARCHIVE.
006600 01  ARCH-RECORD.
006700     05  ARCH-SEASON-DATE        PIC 9(08).
006800     05  FILLER                  PIC X(01).
006900     05  ARCH-PLYR-ID            PIC X(05).
007000     05  FILLER                  PIC X(01).
007100     05  ARCH-PLYR-NAME          PIC X(20).
007200     05  FILLER                  PIC X(01).
007300     05  ARCH-GAMES-PLAYED       PIC 9(04).
007400     05  FILLER                  PIC X(01).
007500     05  ARCH-CUM-POINTS         PIC 9(07).
007600     05  FILLER                  PIC X(01).
007700     05  ARCH-DIVISION           PIC 9(01).

007800*-----------------------------------------------------------------
007900* ONE CONTROL RECORD: NUMBER OF DIVISIONS, PLAYERS PROMOTED FROM
008000* EACH DIVISION BELOW THE TOP, PLAYERS RELEGATED FROM EACH
008100* DIVISION ABOVE THE BOTTOM, AND THE SEASON TO WORK FROM (ZERO
008200* MEANS THE LATEST SEASON ON THE ARCHIVE).
008300*-----------------------------------------------------------------
008400 FD  PROMO-CTL-FILE.
008500 01  PRC-RECORD.
008600     05  PRC-DIVISION-COUNT      PIC 9(01).
008700     05  FILLER                  PIC X(01).
008800     05  PRC-PROMOTE-COUNT       PIC 9(02).
008900     05  FILLER                  PIC X(01).
009000     05  PRC-RELEGATE-COUNT      PIC 9(02).
009100     05  FILLER                  PIC X(01).
009200     05  PRC-SEASON-DATE         PIC 9(08).

009300 FD  MOVEMENT-RPT
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  RPT-LINE                    PIC X(80).

009600 FD  MAINT-JOURNAL-FILE.
009700 COPY dartmjrn.

009705*-----------------------------------------------------------------
009710* THE FIXTURE AND SCORECARD FILES, READ ONLY TO SETTLE A TIE AT
009715* A MOVEMENT LINE ON HEAD-TO-HEAD LEGS.
009720*-----------------------------------------------------------------
009725 FD  FIXTURE-FILE.
009730 01  FIX-RECORD.
009735     05  FIX-MATCH-ID            PIC X(05).
009740     05  FILLER                  PIC X(01).
009745     05  FIX-WEEK                PIC 9(02).
009750     05  FILLER                  PIC X(01).
009755     05  FIX-HOME-PLYR           PIC X(05).
009760     05  FILLER                  PIC X(01).
009765     05  FIX-AWAY-PLYR           PIC X(05).

009770 FD  SCORECARD-IN
009775     RECORD CONTAINS 80 CHARACTERS.
009780 01  CARD-IN-LINE                PIC X(80).

009800 WORKING-STORAGE SECTION.
009900 01  WS-PLYR-STATUS              PIC XX.
010000 01  WS-ARCH-STATUS              PIC XX.
010100     88  ARCH-EOF                VALUE "10".
010200 01  WS-CTL-STATUS               PIC XX.
010300 01  WS-RPT-STATUS               PIC XX.
010400 01  WS-MJR-STATUS               PIC XX.
010410 01  WS-FIX-STATUS               PIC XX.
010420     88  FIX-EOF                 VALUE "10".
010430 01  WS-CARD-STATUS              PIC XX.
010440 01  WS-ROSTER-SW                PIC X(01) VALUE "N".
010450     88  ROSTER-UNAVAILABLE      VALUE "Y".

010500*-----------------------------------------------------------------
010600* SHARED AUDIT-LOG AND TIMESTAMP CALL INTERFACES.
010700*-----------------------------------------------------------------
010800 COPY audcom.
010900 COPY tscom.

011000 01  WS-DIVISION-COUNT           PIC 9(01).
011100 01  WS-PROMOTE-COUNT            PIC 9(02).
011200 01  WS-RELEGATE-COUNT           PIC 9(02).
011300 01  WS-SEASON-DATE              PIC 9(08) VALUE ZERO.

011400*-----------------------------------------------------------------
011500* THE SEASON'S FINAL TABLE, ONE ENTRY PER ARCHIVED PLAYER, KEPT
011600* IN DIVISION / RANK ORDER ONCE 3000-RANK-TABLE HAS RUN.
011700* FT-TIE-SW MARKS A PLAYER LEVEL ON POINTS WITH A NEIGHBOUR
011800* ACROSS A MOVEMENT LINE.  FT-H2H-LEGS IS THE LEGS A PLAYER IN
011825* A GROUP LEVEL ON POINTS AT A MOVEMENT LINE WON AGAINST THE REST
011850* OF THAT GROUP (ZERO FOR EVERY OTHER PLAYER); FT-H2H-SW MARKS
011875* THE GROUPS ALREADY COUNTED.
011900*-----------------------------------------------------------------
012000 01  WS-FT-COUNT                 PIC 9(03) VALUE ZERO.
012100 01  WS-FINAL-TABLE.
012200     05  WS-FT-ENTRY OCCURS 300 TIMES.
012300         10  FT-DIVISION         PIC 9(01).
012400         10  FT-POINTS           PIC 9(07).
012500         10  FT-GAMES            PIC 9(04).
012600         10  FT-ID               PIC X(05).
012700         10  FT-NAME             PIC X(20).
012800         10  FT-POSITION         PIC 9(03).
012900         10  FT-NEW-DIVISION     PIC 9(01).
013000         10  FT-TIE-SW           PIC X(01).
013025         10  FT-H2H-LEGS         PIC 9(03).
013050         10  FT-H2H-SW           PIC X(01).
013100 01  WS-FT-HOLD                  PIC X(46).
013200 01  ftx                         PIC 9(03).
013300 01  fty                         PIC 9(03).
013400 01  WS-SWAP-SW                  PIC X(01).
013500     88  ENTRIES-OUT-OF-ORDER    VALUE "Y".
013600 01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
013700     88  TABLE-WAS-CUT-OFF       VALUE "Y".

013702*-----------------------------------------------------------------
013704* ARCHIVED PLAYERS NOT ON THE ROSTER, OR INACTIVE THERE, DROPPED
013706* AS THE SEASON IS LOADED.
013708*-----------------------------------------------------------------
013710 01  WS-DR-COUNT                 PIC 9(03) VALUE ZERO.
013712 01  WS-DROPPED-TABLE.
013714     05  WS-DR-ENTRY OCCURS 300 TIMES.
013716         10  DR-ID               PIC X(05).
013718         10  DR-NAME             PIC X(20).
013720         10  DR-DIVISION         PIC 9(01).
013722         10  DR-POINTS           PIC 9(07).
013724         10  DR-REASON           PIC X(13).
013726 01  drx                         PIC 9(03).
013728 01  WS-LOAD-DIVISION            PIC 9(01).

013730*-----------------------------------------------------------------
013732* FIXTURE MAP: MATCH ID TO ITS TWO PLAYERS, LOADED THE FIRST TIME
013734* A TIE AT A MOVEMENT LINE NEEDS HEAD-TO-HEAD LEGS.
013736*-----------------------------------------------------------------
013738 01  WS-FX-COUNT                 PIC 9(03) VALUE ZERO.
013740 01  WS-FX-TABLE.
013742     05  WS-FX-ENTRY OCCURS 200 TIMES.
013744         10  FX-MATCH-ID         PIC X(05).
013746         10  FX-HOME             PIC X(05).
013748         10  FX-AWAY             PIC X(05).
013750 01  fxx                         PIC 9(03).
013752 01  WS-FX-FOUND                 PIC 9(03).
013754 01  WS-FX-LOADED-SW             PIC X(01) VALUE "N".
013756     88  FIXTURES-ARE-LOADED     VALUE "Y".

013758*-----------------------------------------------------------------
013760* THE GROUP LEVEL ON POINTS WHOSE HEAD-TO-HEAD LEGS ARE BEING
013762* COUNTED, AND THE WINNER AND LOSER OF ONE LEG.
013764*-----------------------------------------------------------------
013766 01  WS-GROUP-DIVISION           PIC 9(01).
013768 01  WS-GROUP-POINTS             PIC 9(07).
013770 01  gpx                         PIC 9(03).
013772 01  WS-WINNER-IDX               PIC 9(03).
013774 01  WS-LOSER-IDX                PIC 9(03).
013776 01  WS-WINNER-ID                PIC X(05).
013778 01  WS-LOSER-ID                 PIC X(05).
013780 01  WS-H2H-APPLIED-SW           PIC X(01) VALUE "N".
013782     88  H2H-WAS-APPLIED         VALUE "Y".

013800*-----------------------------------------------------------------
013900* PER-DIVISION SIZES, FOR PICKING THE BOTTOM N.
014000*-----------------------------------------------------------------
014100 01  WS-DIV-SIZE-TABLE.
014200     05  WS-DIV-SIZE             PIC 9(03) OCCURS 9 TIMES.
014300 01  dvx                         PIC 9(02).
014400 01  WS-LAST-DIVISION            PIC 9(01).
014500 01  WS-POSITION                 PIC 9(03).
014600 01  WS-DOWN-FROM                PIC S9(04).

014700 01  WS-PROMOTED-COUNT           PIC 9(03) VALUE ZERO.
014800 01  WS-RELEGATED-COUNT          PIC 9(03) VALUE ZERO.
014900 01  WS-SKIPPED-COUNT            PIC 9(03) VALUE ZERO.
015000 01  WS-MOVE-TEXT                PIC X(20).

015100 01  WS-RPT-HDG1.
015200     05  FILLER                  PIC X(41) VALUE
015300         "DARTS LEAGUE - PROMOTION AND RELEGATION, ".
015400     05  RH-SEASON-DATE          PIC 9(08).
015500 01  WS-RPT-HDG2                 PIC X(80) VALUE
015600     "TIE-BREAK ORDER: POINTS, THEN FEWEST GAMES, THEN PLAYER ID".
015625 01  WS-RPT-HDG3                 PIC X(80) VALUE
015650     "AT A MOVEMENT LINE, HEAD-TO-HEAD LEGS COME BEFORE GAMES".
015700 01  WS-DIV-HDG.
015800     05  FILLER                  PIC X(09) VALUE "DIVISION ".
015900     05  DH-DIVISION             PIC 9(01).
016000 01  WS-COL-HDG                  PIC X(80) VALUE
016100     "POS  PLAYER  NAME                   POINTS GAMES  MOVEMENT".
016200 01  WS-MOVE-DETAIL.
016300     05  MD-POSITION             PIC ZZ9.
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  MD-ID                   PIC X(05).
016600     05  FILLER                  PIC X(03) VALUE SPACES.
016700     05  MD-NAME                 PIC X(20).
016800     05  FILLER                  PIC X(01) VALUE SPACES.
016900     05  MD-POINTS               PIC ZZZZZZ9.
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  MD-GAMES                PIC ZZZ9.
017200     05  FILLER                  PIC X(02) VALUE SPACES.
017300     05  MD-MOVEMENT             PIC X(20).
017400     05  FILLER                  PIC X(01) VALUE SPACES.
017500     05  MD-TIE-NOTE             PIC X(10).
017502*-----------------------------------------------------------------
017504* PRINTED UNDER THE FIRST OF TWO LEVEL PLAYERS SPLIT BY A
017506* MOVEMENT LINE: EACH ONE'S HEAD-TO-HEAD LEGS AGAINST THE OTHERS
017508* LEVEL ON POINTS, AND WHICH KEY DECIDED THE PLACE.
017510*-----------------------------------------------------------------
017512 01  WS-H2H-DETAIL.
017514     05  FILLER                  PIC X(05) VALUE SPACES.
017516     05  FILLER                  PIC X(14) VALUE
017518         "HEAD-TO-HEAD: ".
017520     05  HD-ID-1                 PIC X(05).
017522     05  FILLER                  PIC X(04) VALUE " VS ".
017524     05  HD-ID-2                 PIC X(05).
017526     05  FILLER                  PIC X(07) VALUE "  LEGS ".
017528     05  HD-LEGS-1               PIC ZZ9.
017530     05  FILLER                  PIC X(01) VALUE "-".
017532     05  HD-LEGS-2               PIC ZZ9.
017534     05  FILLER                  PIC X(02) VALUE SPACES.
017536     05  HD-DECIDER              PIC X(30).
017538 01  WS-DROP-HDG                 PIC X(80) VALUE
017540     "DROPPED BEFORE RANKING - NOT ON ROSTER OR INACTIVE".
017542 01  WS-DROP-COL-HDG             PIC X(80) VALUE
017544     "PLAYER  NAME                DIV   POINTS  REASON".
017546 01  WS-DROP-DETAIL.
017548     05  DD-ID                   PIC X(05).
017550     05  FILLER                  PIC X(03) VALUE SPACES.
017552     05  DD-NAME                 PIC X(20).
017554     05  FILLER                  PIC X(02) VALUE SPACES.
017556     05  DD-DIVISION             PIC 9(01).
017558     05  FILLER                  PIC X(02) VALUE SPACES.
017560     05  DD-POINTS               PIC ZZZZZZ9.
017562     05  FILLER                  PIC X(02) VALUE SPACES.
017564     05  DD-REASON               PIC X(13).
017600 01  WS-RPT-TRAILER.
017700     05  FILLER                  PIC X(10) VALUE "PROMOTED: ".
017800     05  RT-PROMOTED             PIC ZZ9.
017900     05  FILLER                  PIC X(13) VALUE
018000         "  RELEGATED: ".
018100     05  RT-RELEGATED            PIC ZZ9.
018200     05  FILLER                  PIC X(11) VALUE
018300         "  SKIPPED: ".
018400     05  RT-SKIPPED              PIC ZZ9.
018425     05  FILLER                  PIC X(11) VALUE
018450         "  DROPPED: ".
018475     05  RT-DROPPED              PIC ZZ9.
018500 01  WS-CUT-NOTE                 PIC X(80) VALUE
018600     "(SEASON OVER 300 PLAYERS - TABLE CUT OFF AT 300)".

018700 PROCEDURE DIVISION.
018800 0000-DARTPROM.
018900     PERFORM 1000-READ-CONTROL THRU 1000-EXIT
019000     IF WS-DIVISION-COUNT = ZERO
019100         GOBACK
019200     END-IF
019300     PERFORM 2000-LOAD-SEASON THRU 2000-EXIT
019325     IF ROSTER-UNAVAILABLE
019350         GOBACK
019375     END-IF
019400     IF WS-FT-COUNT = ZERO AND WS-DR-COUNT = ZERO
019500         MOVE "DARTPROM" TO AUD-PROGRAM-NAME
019600         MOVE "DARTARCH" TO AUD-FAILED-INPUT
019700         MOVE "NO ARCHIVED SEASON TO PROMOTE FROM" TO
019800             AUD-FAILURE-REASON
019900         SET AUD-SEV-WARNING TO TRUE
020000         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
020100             AUD-FAILED-INPUT AUD-FAILURE-REASON
020200             AUD-SEVERITY
020300         GOBACK
020400     END-IF
020500     PERFORM 3000-RANK-TABLE THRU 3000-EXIT
020520     PERFORM 3500-SETTLE-LINE-TIES THRU 3500-EXIT
020540     IF H2H-WAS-APPLIED
020560         PERFORM 3000-RANK-TABLE THRU 3000-EXIT
020580     END-IF
020600     PERFORM 4000-DECIDE-MOVEMENTS THRU 4000-EXIT
020700     PERFORM 5000-POST-MOVEMENTS THRU 5000-EXIT
020800     PERFORM 6000-PRINT-MOVEMENTS THRU 6000-EXIT
020900     GOBACK.
021000 0000-EXIT.
021100     EXIT.

021200*-----------------------------------------------------------------
021300* THE CONTROL RECORD IS MANDATORY - WITHOUT IT NOBODY MOVES.  A
021400* MISSING OR UNUSABLE RECORD GOES TO THE SHARED AUDIT TRAIL AND
021500* LEAVES WS-DIVISION-COUNT AT ZERO.
021600*-----------------------------------------------------------------
021700 1000-READ-CONTROL.
021800     MOVE ZERO TO WS-DIVISION-COUNT
021900     OPEN INPUT PROMO-CTL-FILE
022000     IF WS-CTL-STATUS NOT = "00"
022100         MOVE "DARTPRMC" TO AUD-FAILED-INPUT
022200         GO TO 1000-REJECT
022300     END-IF
022400     READ PROMO-CTL-FILE
022500         AT END MOVE SPACES TO PRC-RECORD
022600     END-READ
022700     CLOSE PROMO-CTL-FILE
022800     MOVE PRC-RECORD TO AUD-FAILED-INPUT
022900     IF PRC-DIVISION-COUNT IS NOT NUMERIC
023000             OR PRC-PROMOTE-COUNT IS NOT NUMERIC
023100             OR PRC-RELEGATE-COUNT IS NOT NUMERIC
023200             OR PRC-DIVISION-COUNT < 2
023300         GO TO 1000-REJECT
023400     END-IF
023500     MOVE PRC-DIVISION-COUNT TO WS-DIVISION-COUNT
023600     MOVE PRC-PROMOTE-COUNT  TO WS-PROMOTE-COUNT
023700     MOVE PRC-RELEGATE-COUNT TO WS-RELEGATE-COUNT
023800     IF PRC-SEASON-DATE IS NUMERIC
023900         MOVE PRC-SEASON-DATE TO WS-SEASON-DATE
024000     END-IF
024100     GO TO 1000-EXIT.
024200 1000-REJECT.
024300     MOVE "DARTPROM" TO AUD-PROGRAM-NAME
024400     MOVE "PROMOTION CONTROL RECORD MISSING OR INVALID" TO
024500         AUD-FAILURE-REASON
024600     SET AUD-SEV-SEVERE TO TRUE
024700     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
024800         AUD-FAILED-INPUT AUD-FAILURE-REASON
024900         AUD-SEVERITY.
025000 1000-EXIT.
025100     EXIT.

025200*-----------------------------------------------------------------
025300* THE ARCHIVE HOLDS EVERY PAST SEASON.  WITH NO SEASON NAMED ON
025400* THE CONTROL RECORD, A FIRST PASS FINDS THE LATEST SEASON DATE;
025500* THE SECOND PASS LOADS THAT SEASON'S RECORDS, CHECKING EACH
025550* PLAYER AGAINST THE ROSTER.  A DIVISION NUMBER OUTSIDE 1 -
025600* DIVISION COUNT IS FOLDED INTO THE NEAREST REAL DIVISION.  A
025700* ROSTER THAT CANNOT BE OPENED STOPS THE RUN - NOBODY IS RANKED
025750* AGAINST PLAYERS WHO MAY NO LONGER BE IN THE LEAGUE.
025800*-----------------------------------------------------------------
025900 2000-LOAD-SEASON.
026000     IF WS-SEASON-DATE = ZERO
026100         OPEN INPUT SEASON-ARCHIVE
026200         IF WS-ARCH-STATUS NOT = "00"
026300             GO TO 2000-EXIT
026400         END-IF
026500         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
026600         PERFORM UNTIL ARCH-EOF
026700             IF ARCH-SEASON-DATE IS NUMERIC
026800                     AND ARCH-SEASON-DATE > WS-SEASON-DATE
026900                 MOVE ARCH-SEASON-DATE TO WS-SEASON-DATE
027000             END-IF
027100             PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
027200         END-PERFORM
027300         CLOSE SEASON-ARCHIVE
027400     END-IF
027500     OPEN INPUT SEASON-ARCHIVE
027600     IF WS-ARCH-STATUS NOT = "00"
027700         GO TO 2000-EXIT
027800     END-IF
027805     OPEN INPUT PLAYER-FILE
027810     IF WS-PLYR-STATUS NOT = "00"
027815         CLOSE SEASON-ARCHIVE
027820         SET ROSTER-UNAVAILABLE TO TRUE
027825         MOVE "DARTPROM" TO AUD-PROGRAM-NAME
027830         MOVE "DARTPLYR" TO AUD-FAILED-INPUT
027835         MOVE "ROSTER COULD NOT BE OPENED TO CHECK THE SEASON" TO
027840             AUD-FAILURE-REASON
027845         SET AUD-SEV-SEVERE TO TRUE
027850         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
027855             AUD-FAILED-INPUT AUD-FAILURE-REASON
027860             AUD-SEVERITY
027865         GO TO 2000-EXIT
027870     END-IF
027900     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
028000     PERFORM UNTIL ARCH-EOF
028100         IF ARCH-SEASON-DATE = WS-SEASON-DATE
028200             PERFORM 2200-LOAD-ONE-PLAYER THRU 2200-EXIT
028300         END-IF
028400         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
028500     END-PERFORM
028600     CLOSE SEASON-ARCHIVE
028650     CLOSE PLAYER-FILE.
028700 2000-EXIT.
028800     EXIT.

028900 2100-READ-ARCHIVE.
029000     READ SEASON-ARCHIVE
029100         AT END SET ARCH-EOF TO TRUE
029200     END-READ.
029300 2100-EXIT.
029400     EXIT.

029420*-----------------------------------------------------------------
029440* A PLAYER NOT ON THE ROSTER, OR INACTIVE THERE, NEVER REACHES
029460* THE TABLE, SO PLACES ARE NUMBERED AMONG CURRENT PLAYERS ONLY.
029480*-----------------------------------------------------------------
029500 2200-LOAD-ONE-PLAYER.
030500     IF ARCH-DIVISION IS NOT NUMERIC OR ARCH-DIVISION = ZERO
030600         MOVE 1 TO WS-LOAD-DIVISION
030700     ELSE
030800         IF ARCH-DIVISION > WS-DIVISION-COUNT
030900             MOVE WS-DIVISION-COUNT TO WS-LOAD-DIVISION
031000         ELSE
031100             MOVE ARCH-DIVISION TO WS-LOAD-DIVISION
031200         END-IF
031300     END-IF
031305     MOVE ARCH-PLYR-ID TO PLYR-ID
031310     READ PLAYER-FILE
031315         INVALID KEY
031320             MOVE "23" TO WS-PLYR-STATUS
031325     END-READ
031330     IF WS-PLYR-STATUS NOT = "00" OR PLYR-IS-INACTIVE
031335         PERFORM 2300-DROP-ONE-PLAYER THRU 2300-EXIT
031340         GO TO 2200-EXIT
031345     END-IF
031350     IF WS-FT-COUNT >= 300
031355         SET TABLE-WAS-CUT-OFF TO TRUE
031360         GO TO 2200-EXIT
031365     END-IF
031370     ADD 1 TO WS-FT-COUNT
031375     MOVE ARCH-PLYR-ID      TO FT-ID(WS-FT-COUNT)
031380     MOVE ARCH-PLYR-NAME    TO FT-NAME(WS-FT-COUNT)
031385     MOVE ARCH-GAMES-PLAYED TO FT-GAMES(WS-FT-COUNT)
031390     MOVE ARCH-CUM-POINTS   TO FT-POINTS(WS-FT-COUNT)
031395     MOVE WS-LOAD-DIVISION  TO FT-DIVISION(WS-FT-COUNT)
031400     MOVE FT-DIVISION(WS-FT-COUNT)
031500         TO FT-NEW-DIVISION(WS-FT-COUNT)
031600     MOVE ZERO TO FT-POSITION(WS-FT-COUNT)
031700     MOVE "N"  TO FT-TIE-SW(WS-FT-COUNT)
031725     MOVE ZERO TO FT-H2H-LEGS(WS-FT-COUNT)
031750     MOVE "N"  TO FT-H2H-SW(WS-FT-COUNT).
031800 2200-EXIT.
031900     EXIT.

031905 2300-DROP-ONE-PLAYER.
031910     IF WS-DR-COUNT >= 300
031915         SET TABLE-WAS-CUT-OFF TO TRUE
031920         GO TO 2300-EXIT
031925     END-IF
031930     ADD 1 TO WS-DR-COUNT
031935     MOVE ARCH-PLYR-ID     TO DR-ID(WS-DR-COUNT)
031940     MOVE ARCH-PLYR-NAME   TO DR-NAME(WS-DR-COUNT)
031945     MOVE WS-LOAD-DIVISION TO DR-DIVISION(WS-DR-COUNT)
031950     MOVE ARCH-CUM-POINTS  TO DR-POINTS(WS-DR-COUNT)
031955     IF WS-PLYR-STATUS NOT = "00"
031960         MOVE "NOT ON ROSTER" TO DR-REASON(WS-DR-COUNT)
031965     ELSE
031970         MOVE "INACTIVE"      TO DR-REASON(WS-DR-COUNT)
031975     END-IF.
031980 2300-EXIT.
031985     EXIT.

032000*-----------------------------------------------------------------
032100* ORDER THE TABLE BY DIVISION, THEN THE TIE-BREAK KEYS, WITH A
032200* SIMPLE EXCHANGE SORT (A SEASON IS A FEW HUNDRED PLAYERS AT
032300* MOST), THEN NUMBER THE PLACES WITHIN EACH DIVISION.
032400*-----------------------------------------------------------------
032500 3000-RANK-TABLE.
032600     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx >= WS-FT-COUNT
032700         PERFORM VARYING fty FROM ftx BY 1
032800                 UNTIL fty > WS-FT-COUNT
032900             PERFORM 3100-COMPARE-ENTRIES THRU 3100-EXIT
033000             IF ENTRIES-OUT-OF-ORDER
033100                 MOVE WS-FT-ENTRY(ftx) TO WS-FT-HOLD
033200                 MOVE WS-FT-ENTRY(fty) TO WS-FT-ENTRY(ftx)
033300                 MOVE WS-FT-HOLD TO WS-FT-ENTRY(fty)
033400             END-IF
033500         END-PERFORM
033600     END-PERFORM
033700     MOVE ZEROS TO WS-DIV-SIZE-TABLE
033800     MOVE ZERO TO WS-LAST-DIVISION
033900     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx > WS-FT-COUNT
034000         IF FT-DIVISION(ftx) NOT = WS-LAST-DIVISION
034100             MOVE FT-DIVISION(ftx) TO WS-LAST-DIVISION
034200             MOVE ZERO TO WS-POSITION
034300         END-IF
034400         ADD 1 TO WS-POSITION
034500         MOVE WS-POSITION TO FT-POSITION(ftx)
034600         MOVE WS-POSITION TO WS-DIV-SIZE(WS-LAST-DIVISION)
034700     END-PERFORM.
034800 3000-EXIT.
034900     EXIT.

035000*-----------------------------------------------------------------
035100* IS ENTRY fty AHEAD OF ENTRY ftx?  LOWER DIVISION NUMBER FIRST,
035200* THEN MORE POINTS, THEN MORE HEAD-TO-HEAD LEGS (ONLY EVER SET
035225* FOR A GROUP LEVEL AT A MOVEMENT LINE), THEN FEWER GAMES, THEN
035250* LOWER PLAYER ID.
035300*-----------------------------------------------------------------
035400 3100-COMPARE-ENTRIES.
035500     MOVE "N" TO WS-SWAP-SW
035600     EVALUATE TRUE
035700         WHEN FT-DIVISION(fty) < FT-DIVISION(ftx)
035800             SET ENTRIES-OUT-OF-ORDER TO TRUE
035900         WHEN FT-DIVISION(fty) > FT-DIVISION(ftx)
036000             CONTINUE
036100         WHEN FT-POINTS(fty) > FT-POINTS(ftx)
036200             SET ENTRIES-OUT-OF-ORDER TO TRUE
036300         WHEN FT-POINTS(fty) < FT-POINTS(ftx)
036400             CONTINUE
036420         WHEN FT-H2H-LEGS(fty) > FT-H2H-LEGS(ftx)
036440             SET ENTRIES-OUT-OF-ORDER TO TRUE
036460         WHEN FT-H2H-LEGS(fty) < FT-H2H-LEGS(ftx)
036480             CONTINUE
036500         WHEN FT-GAMES(fty) < FT-GAMES(ftx)
036600             SET ENTRIES-OUT-OF-ORDER TO TRUE
036700         WHEN FT-GAMES(fty) > FT-GAMES(ftx)
036800             CONTINUE
036900         WHEN FT-ID(fty) < FT-ID(ftx)
037000             SET ENTRIES-OUT-OF-ORDER TO TRUE
037100     END-EVALUATE.
037200 3100-EXIT.
037300     EXIT.

037400*-----------------------------------------------------------------
037500* A PLACE AT A MOVEMENT LINE IS NOT LEFT TO GAMES PLAYED.  WHERE
037600* THE PLAYERS EITHER SIDE OF A LINE ARE LEVEL ON POINTS, EVERY
037700* PLAYER IN THE DIVISION ON THOSE POINTS IS COUNTED FOR THE LEGS
037800* WON AGAINST THE OTHERS IN THE GROUP, AND THE TABLE IS RANKED
037900* AGAIN WITH THOSE LEGS BEFORE GAMES AND PLAYER ID.
038000*-----------------------------------------------------------------
038100 3500-SETTLE-LINE-TIES.
038200     MOVE "N" TO WS-H2H-APPLIED-SW
038300     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx >= WS-FT-COUNT
038400         COMPUTE fty = ftx + 1
038500         PERFORM 3510-CHECK-ONE-LINE THRU 3510-EXIT
038600     END-PERFORM.
038700 3500-EXIT.
038800     EXIT.

038900*-----------------------------------------------------------------
039000* ENTRIES ftx AND fty ARE NEIGHBOURS.  THE PROMOTION LINE FALLS
039100* AFTER THE TOP N OF A DIVISION BELOW THE FIRST; THE RELEGATION
039200* LINE FALLS BEFORE THE BOTTOM N OF A DIVISION ABOVE THE LAST,
039300* UNLESS THOSE PLAYERS ARE ALREADY GOING UP (SEE 4000).
039400*-----------------------------------------------------------------
039500 3510-CHECK-ONE-LINE.
039600     IF FT-DIVISION(ftx) NOT = FT-DIVISION(fty)
039700             OR FT-POINTS(ftx) NOT = FT-POINTS(fty)
039800             OR FT-H2H-SW(ftx) = "Y"
039900         GO TO 3510-EXIT
040000     END-IF
040100     MOVE FT-DIVISION(ftx) TO dvx
040200     COMPUTE WS-DOWN-FROM =
040300         WS-DIV-SIZE(dvx) - WS-RELEGATE-COUNT + 1
040400     IF (dvx > 1 AND FT-POSITION(ftx) = WS-PROMOTE-COUNT)
040500             OR (dvx < WS-DIVISION-COUNT
040600                 AND FT-POSITION(fty) = WS-DOWN-FROM
040700                 AND (dvx = 1
040800                     OR FT-POSITION(fty) > WS-PROMOTE-COUNT))
040900         MOVE FT-DIVISION(ftx) TO WS-GROUP-DIVISION
041000         MOVE FT-POINTS(ftx)   TO WS-GROUP-POINTS
041100         PERFORM 3520-MARK-TIE-GROUP THRU 3520-EXIT
041200         PERFORM 3600-TALLY-GROUP-LEGS THRU 3600-EXIT
041300         SET H2H-WAS-APPLIED TO TRUE
041400     END-IF.
041500 3510-EXIT.
041600     EXIT.

041700 3520-MARK-TIE-GROUP.
041800     PERFORM VARYING gpx FROM 1 BY 1 UNTIL gpx > WS-FT-COUNT
041900         IF FT-DIVISION(gpx) = WS-GROUP-DIVISION
042000                 AND FT-POINTS(gpx) = WS-GROUP-POINTS
042100             MOVE "Y"  TO FT-H2H-SW(gpx)
042200             MOVE ZERO TO FT-H2H-LEGS(gpx)
042300         END-IF
042400     END-PERFORM.
042500 3520-EXIT.
042600     EXIT.

042700*-----------------------------------------------------------------
042800* EACH LEG-RESULT LINE NAMES THE MATCH AND THE WINNER; THE LOSER
042900* IS THE FIXTURE'S OTHER PLAYER, EXACTLY AS DARTH2H MAPS THEM.
043000* ONLY A LEG BETWEEN TWO MEMBERS OF THE GROUP COUNTS.  LEGS
043100* WITHOUT A FIXTURE RECORD (FRIENDLIES) ARE PASSED OVER.
043200*-----------------------------------------------------------------
043300 3600-TALLY-GROUP-LEGS.
043400     IF NOT FIXTURES-ARE-LOADED
043500         PERFORM 3700-LOAD-FIXTURE-MAP THRU 3700-EXIT
043600     END-IF
043700     OPEN INPUT SCORECARD-IN
043800     IF WS-CARD-STATUS NOT = "00"
043900         GO TO 3600-EXIT
044000     END-IF
044100     PERFORM UNTIL WS-CARD-STATUS = "10"
044200         READ SCORECARD-IN
044300             AT END MOVE "10" TO WS-CARD-STATUS
044400             NOT AT END
044500                 IF CARD-IN-LINE(1:6) = "MATCH "
044600                         AND CARD-IN-LINE(12:14) =
044700                             " - LEG WON BY "
044800                     PERFORM 3610-TALLY-ONE-LEG THRU 3610-EXIT
044900                 END-IF
045000         END-READ
045100     END-PERFORM
045200     CLOSE SCORECARD-IN.
045300 3600-EXIT.
045400     EXIT.

045500 3610-TALLY-ONE-LEG.
045600     MOVE ZERO TO WS-FX-FOUND
045700     PERFORM VARYING fxx FROM 1 BY 1 UNTIL fxx > WS-FX-COUNT
045800         IF FX-MATCH-ID(fxx) = CARD-IN-LINE(7:5)
045900             MOVE fxx TO WS-FX-FOUND
046000         END-IF
046100     END-PERFORM
046200     IF WS-FX-FOUND = ZERO
046300         GO TO 3610-EXIT
046400     END-IF
046500     MOVE CARD-IN-LINE(26:5) TO WS-WINNER-ID
046600     IF FX-HOME(WS-FX-FOUND) = WS-WINNER-ID
046700         MOVE FX-AWAY(WS-FX-FOUND) TO WS-LOSER-ID
046800     ELSE
046900         IF FX-AWAY(WS-FX-FOUND) = WS-WINNER-ID
047000             MOVE FX-HOME(WS-FX-FOUND) TO WS-LOSER-ID
047100         ELSE
047200             GO TO 3610-EXIT
047300         END-IF
047400     END-IF
047500     MOVE ZERO TO WS-WINNER-IDX WS-LOSER-IDX
047600     PERFORM VARYING gpx FROM 1 BY 1 UNTIL gpx > WS-FT-COUNT
047700         IF FT-DIVISION(gpx) = WS-GROUP-DIVISION
047800                 AND FT-POINTS(gpx) = WS-GROUP-POINTS
047900             IF FT-ID(gpx) = WS-WINNER-ID
048000                 MOVE gpx TO WS-WINNER-IDX
048100             END-IF
048200             IF FT-ID(gpx) = WS-LOSER-ID
048300                 MOVE gpx TO WS-LOSER-IDX
048400             END-IF
048500         END-IF
048600     END-PERFORM
048700     IF WS-WINNER-IDX > ZERO AND WS-LOSER-IDX > ZERO
048800         ADD 1 TO FT-H2H-LEGS(WS-WINNER-IDX)
048900     END-IF.
049000 3610-EXIT.
049100     EXIT.

049200 3700-LOAD-FIXTURE-MAP.
049300     SET FIXTURES-ARE-LOADED TO TRUE
049400     OPEN INPUT FIXTURE-FILE
049500     IF WS-FIX-STATUS NOT = "00"
049600         GO TO 3700-EXIT
049700     END-IF
049800     PERFORM 3710-READ-FIXTURE THRU 3710-EXIT
049900     PERFORM UNTIL FIX-EOF
050000         IF WS-FX-COUNT < 200
050100             ADD 1 TO WS-FX-COUNT
050200             MOVE FIX-MATCH-ID  TO FX-MATCH-ID(WS-FX-COUNT)
050300             MOVE FIX-HOME-PLYR TO FX-HOME(WS-FX-COUNT)
050400             MOVE FIX-AWAY-PLYR TO FX-AWAY(WS-FX-COUNT)
050500         END-IF
050600         PERFORM 3710-READ-FIXTURE THRU 3710-EXIT
050700     END-PERFORM
050800     CLOSE FIXTURE-FILE.
050900 3700-EXIT.
051000     EXIT.

051100 3710-READ-FIXTURE.
051200     READ FIXTURE-FILE
051300         AT END SET FIX-EOF TO TRUE
051400     END-READ.
051500 3710-EXIT.
051600     EXIT.

051700*-----------------------------------------------------------------
051800* TOP N OF DIVISIONS 2 AND BELOW GO UP ONE; BOTTOM N OF EVERY
051900* DIVISION BUT THE LAST GO DOWN ONE.  A DIVISION TOO SMALL FOR
052000* BOTH NEVER RELEGATES A PLAYER IT HAS JUST PROMOTED.
052100*-----------------------------------------------------------------
052200 4000-DECIDE-MOVEMENTS.
052300     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx > WS-FT-COUNT
052400         MOVE FT-DIVISION(ftx) TO dvx
052500         COMPUTE WS-DOWN-FROM =
052600             WS-DIV-SIZE(dvx) - WS-RELEGATE-COUNT + 1
052700         IF dvx > 1 AND FT-POSITION(ftx) <= WS-PROMOTE-COUNT
052800             COMPUTE FT-NEW-DIVISION(ftx) = dvx - 1
052900         ELSE
053000             IF dvx < WS-DIVISION-COUNT
053100                     AND FT-POSITION(ftx) >= WS-DOWN-FROM
053200                 COMPUTE FT-NEW-DIVISION(ftx) = dvx + 1
053300             END-IF
053400         END-IF
053500     END-PERFORM
053600     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx >= WS-FT-COUNT
053700         COMPUTE fty = ftx + 1
053800         PERFORM 4100-CHECK-LINE-TIE THRU 4100-EXIT
053900     END-PERFORM.
054000 4000-EXIT.
054100     EXIT.

054200*-----------------------------------------------------------------
054300* TWO NEIGHBOURS IN ONE DIVISION, LEVEL ON POINTS, WHO END UP
054400* ON DIFFERENT SIDES OF A MOVEMENT LINE ARE BOTH FLAGGED SO THE
054500* COMMITTEE CAN SEE THE TIE-BREAK THAT SEPARATED THEM.
054600*-----------------------------------------------------------------
054700 4100-CHECK-LINE-TIE.
054800     IF FT-DIVISION(ftx) = FT-DIVISION(fty)
054900             AND FT-POINTS(ftx) = FT-POINTS(fty)
055000             AND FT-NEW-DIVISION(ftx) NOT = FT-NEW-DIVISION(fty)
055100         MOVE "Y" TO FT-TIE-SW(ftx)
055200         MOVE "Y" TO FT-TIE-SW(fty)
055300     END-IF.
055400 4100-EXIT.
055500     EXIT.

055600*-----------------------------------------------------------------
055700* POST EVERY MOVE TO THE LIVE ROSTER.  THE LOAD HAS ALREADY
055800* DROPPED ANYONE OFF THE ROSTER OR INACTIVE; A RECORD REMOVED OR
055900* DEACTIVATED SINCE THEN IS LEFT OUT AND SHOWN AS SUCH.
056000*-----------------------------------------------------------------
056100 5000-POST-MOVEMENTS.
056200     OPEN I-O PLAYER-FILE
056300     IF WS-PLYR-STATUS NOT = "00"
056400         MOVE "DARTPROM" TO AUD-PROGRAM-NAME
056500         MOVE "DARTPLYR" TO AUD-FAILED-INPUT
056600         MOVE "ROSTER COULD NOT BE OPENED FOR UPDATE" TO
056700             AUD-FAILURE-REASON
056800         SET AUD-SEV-SEVERE TO TRUE
056900         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
057000             AUD-FAILED-INPUT AUD-FAILURE-REASON
057100             AUD-SEVERITY
057200         GO TO 5000-EXIT
057300     END-IF
057400     OPEN EXTEND MAINT-JOURNAL-FILE
057500     IF WS-MJR-STATUS = "35"
057600         OPEN OUTPUT MAINT-JOURNAL-FILE
057700     END-IF
057800     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx > WS-FT-COUNT
057900         IF FT-NEW-DIVISION(ftx) NOT = FT-DIVISION(ftx)
058000             PERFORM 5100-POST-ONE-MOVE THRU 5100-EXIT
058100         END-IF
058200     END-PERFORM
058300     CLOSE MAINT-JOURNAL-FILE
058400     CLOSE PLAYER-FILE.
058500 5000-EXIT.
058600     EXIT.

058700 5100-POST-ONE-MOVE.
058750     MOVE SPACES TO MJR-RECORD
058800     MOVE FT-ID(ftx) TO PLYR-ID
058900     READ PLAYER-FILE
059000         INVALID KEY
059100             MOVE "10" TO WS-PLYR-STATUS
059200     END-READ
059300     IF WS-PLYR-STATUS NOT = "00" OR PLYR-IS-INACTIVE
059400         MOVE FT-DIVISION(ftx) TO FT-NEW-DIVISION(ftx)
059500         MOVE "S" TO FT-TIE-SW(ftx)
059600         ADD 1 TO WS-SKIPPED-COUNT
059700         GO TO 5100-EXIT
059800     END-IF
059900     MOVE FT-NEW-DIVISION(ftx) TO PLYR-DIVISION
060000     REWRITE PLYR-RECORD
060100     IF FT-NEW-DIVISION(ftx) < FT-DIVISION(ftx)
060200         ADD 1 TO WS-PROMOTED-COUNT
060300     ELSE
060400         ADD 1 TO WS-RELEGATED-COUNT
060500     END-IF
060600     CALL "TIMESTMP" USING TS-DATE TS-TIME
060700     MOVE TS-DATE              TO MJR-TS-DATE
060800     MOVE TS-TIME              TO MJR-TS-TIME
060900     MOVE "DARTPROM"           TO MJR-OPERATOR
061000     SET MJR-ACTION-DIVISION   TO TRUE
061100     MOVE FT-ID(ftx)           TO MJR-PLYR-ID
061200     MOVE FT-NAME(ftx)         TO MJR-NAME
061300     MOVE SPACES               TO MJR-MERGE-TO
061400     MOVE FT-NEW-DIVISION(ftx) TO MJR-DIVISION
061500     WRITE MJR-RECORD.
061600 5100-EXIT.
061700     EXIT.

061800*-----------------------------------------------------------------
061900* THE COMMITTEE'S MOVEMENTS REPORT: EVERY DIVISION'S FINAL
062000* TABLE IN TIE-BREAK ORDER WITH EACH PLAYER'S MOVEMENT.
062100*-----------------------------------------------------------------
062200 6000-PRINT-MOVEMENTS.
062300     OPEN OUTPUT MOVEMENT-RPT
062400     MOVE WS-SEASON-DATE TO RH-SEASON-DATE
062500     MOVE WS-RPT-HDG1 TO RPT-LINE
062600     WRITE RPT-LINE
062700     MOVE WS-RPT-HDG2 TO RPT-LINE
062800     WRITE RPT-LINE
062900     MOVE WS-RPT-HDG3 TO RPT-LINE
063000     WRITE RPT-LINE
063100     IF TABLE-WAS-CUT-OFF
063200         MOVE WS-CUT-NOTE TO RPT-LINE
063300         WRITE RPT-LINE
063400     END-IF
063500     MOVE ZERO TO WS-LAST-DIVISION
063600     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx > WS-FT-COUNT
063700         IF FT-DIVISION(ftx) NOT = WS-LAST-DIVISION
063800             MOVE FT-DIVISION(ftx) TO WS-LAST-DIVISION
063900             MOVE SPACES TO RPT-LINE
064000             WRITE RPT-LINE
064100             MOVE WS-LAST-DIVISION TO DH-DIVISION
064200             MOVE WS-DIV-HDG TO RPT-LINE
064300             WRITE RPT-LINE
064400             MOVE WS-COL-HDG TO RPT-LINE
064500             WRITE RPT-LINE
064600         END-IF
064700         PERFORM 6100-PRINT-ONE-PLAYER THRU 6100-EXIT
064800     END-PERFORM
064900     PERFORM 6200-PRINT-DROPPED THRU 6200-EXIT
065000     MOVE SPACES TO RPT-LINE
065100     WRITE RPT-LINE
065200     MOVE WS-PROMOTED-COUNT  TO RT-PROMOTED
065300     MOVE WS-RELEGATED-COUNT TO RT-RELEGATED
065400     MOVE WS-SKIPPED-COUNT   TO RT-SKIPPED
065500     MOVE WS-DR-COUNT        TO RT-DROPPED
065600     MOVE WS-RPT-TRAILER TO RPT-LINE
065700     WRITE RPT-LINE
065800     CLOSE MOVEMENT-RPT.
065900 6000-EXIT.
066000     EXIT.

066100 6100-PRINT-ONE-PLAYER.
066200     MOVE FT-POSITION(ftx) TO MD-POSITION
066300     MOVE FT-ID(ftx)       TO MD-ID
066400     MOVE FT-NAME(ftx)     TO MD-NAME
066500     MOVE FT-POINTS(ftx)   TO MD-POINTS
066600     MOVE FT-GAMES(ftx)    TO MD-GAMES
066700     MOVE SPACES TO WS-MOVE-TEXT MD-TIE-NOTE
066800     EVALUATE TRUE
066900         WHEN FT-TIE-SW(ftx) = "S"
067000             MOVE "NOT ON ROSTER/INAC" TO WS-MOVE-TEXT
067100         WHEN FT-NEW-DIVISION(ftx) < FT-DIVISION(ftx)
067200             STRING "PROMOTED TO DIV "
067300                     FT-NEW-DIVISION(ftx) DELIMITED BY SIZE
067400                 INTO WS-MOVE-TEXT
067500             END-STRING
067600         WHEN FT-NEW-DIVISION(ftx) > FT-DIVISION(ftx)
067700             STRING "RELEGATED TO DIV "
067800                     FT-NEW-DIVISION(ftx) DELIMITED BY SIZE
067900                 INTO WS-MOVE-TEXT
068000             END-STRING
068100         WHEN OTHER
068200             MOVE "STAYS" TO WS-MOVE-TEXT
068300     END-EVALUATE
068400     IF FT-TIE-SW(ftx) = "Y"
068500         MOVE "TIE-BREAK" TO MD-TIE-NOTE
068600     END-IF
068700     MOVE WS-MOVE-TEXT TO MD-MOVEMENT
068800     MOVE WS-MOVE-DETAIL TO RPT-LINE
068900     WRITE RPT-LINE
069000     IF FT-TIE-SW(ftx) = "Y" AND ftx < WS-FT-COUNT
069100         COMPUTE fty = ftx + 1
069200         IF FT-DIVISION(fty) = FT-DIVISION(ftx)
069300                 AND FT-POINTS(fty) = FT-POINTS(ftx)
069400                 AND FT-NEW-DIVISION(fty)
069500                     NOT = FT-NEW-DIVISION(ftx)
069600             PERFORM 6110-PRINT-HEAD-TO-HEAD THRU 6110-EXIT
069700         END-IF
069800     END-IF.
069900 6100-EXIT.
070000     EXIT.

070100*-----------------------------------------------------------------
070200* THE RESULT THAT SPLIT TWO LEVEL PLAYERS ACROSS A LINE: THEIR
070300* HEAD-TO-HEAD LEGS IF THOSE DIFFER, OTHERWISE GAMES PLAYED,
070400* OTHERWISE THE PLAYER ID.
070500*-----------------------------------------------------------------
070600 6110-PRINT-HEAD-TO-HEAD.
070700     MOVE FT-ID(ftx)       TO HD-ID-1
070800     MOVE FT-ID(fty)       TO HD-ID-2
070900     MOVE FT-H2H-LEGS(ftx) TO HD-LEGS-1
071000     MOVE FT-H2H-LEGS(fty) TO HD-LEGS-2
071100     EVALUATE TRUE
071200         WHEN FT-H2H-LEGS(ftx) NOT = FT-H2H-LEGS(fty)
071300             MOVE "DECIDED ON HEAD-TO-HEAD" TO HD-DECIDER
071400         WHEN FT-GAMES(ftx) NOT = FT-GAMES(fty)
071500             MOVE "LEVEL - DECIDED ON GAMES" TO HD-DECIDER
071600         WHEN OTHER
071700             MOVE "LEVEL - DECIDED ON PLAYER ID" TO HD-DECIDER
071800     END-EVALUATE
071900     MOVE WS-H2H-DETAIL TO RPT-LINE
072000     WRITE RPT-LINE.
072100 6110-EXIT.
072200     EXIT.

072300*-----------------------------------------------------------------
072400* ARCHIVED PLAYERS LEFT OUT OF THE RANKING, LISTED APART FROM THE
072500* DIVISION TABLES SO THE COMMITTEE CAN SEE WHO WAS DROPPED.
072600*-----------------------------------------------------------------
072700 6200-PRINT-DROPPED.
072800     MOVE SPACES TO RPT-LINE
072900     WRITE RPT-LINE
073000     MOVE WS-DROP-HDG TO RPT-LINE
073100     WRITE RPT-LINE
073200     IF WS-DR-COUNT = ZERO
073300         MOVE "NONE" TO RPT-LINE
073400         WRITE RPT-LINE
073500         GO TO 6200-EXIT
073600     END-IF
073700     MOVE WS-DROP-COL-HDG TO RPT-LINE
073800     WRITE RPT-LINE
073900     PERFORM VARYING drx FROM 1 BY 1 UNTIL drx > WS-DR-COUNT
074000         MOVE DR-ID(drx)       TO DD-ID
074100         MOVE DR-NAME(drx)     TO DD-NAME
074200         MOVE DR-DIVISION(drx) TO DD-DIVISION
074300         MOVE DR-POINTS(drx)   TO DD-POINTS
074400         MOVE DR-REASON(drx)   TO DD-REASON
074500         MOVE WS-DROP-DETAIL TO RPT-LINE
074600         WRITE RPT-LINE
074700     END-PERFORM.
074800 6200-EXIT.
074900     EXIT.
