000100*****************************************************************
000200* PROGRAM-ID : DARTAWRD
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - RECREATION SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : SEASON AWARDS FOR PRESENTATION NIGHT.  RUN AFTER
000900*               DARTSEAS HAS ARCHIVED THE SEASON.  THE LATEST
001000*               SEASON ON DARTARCH GIVES EVERY PLAYER'S NAME,
001100*               DIVISION, GAMES AND LEAGUE POINTS; DARTSTAT (THE
001200*               SEASON'S THROW-STREAM STATISTICS) GIVES THE
001300*               THREE-DART AVERAGE, MAXIMUMS AND BEST VISIT; THE
001400*               DARTCARD DETAIL LINES GIVE EACH PLAYER'S HIGHEST
001500*               CHECKOUT (THE VISIT THAT WON A LEG) AND FEWEST
001600*               DARTS IN A LEG.  THE HANDICAP IS WORKED OUT FROM
001700*               THE AVERAGE EXACTLY AS DARTS WORKS IT OUT, AND IS
001800*               CARRIED FROM SEASON TO SEASON ON DARTHCPH SO THE
001900*               MOST IMPROVED HANDICAP CAN BE FOUND.
002000*
002100*               WHICH AWARDS ARE GIVEN COMES FROM THE DARTAWDC
002200*               CONTROL FILE, ONE AWARD PER RECORD: TITLE,
002300*               MEASURE, DIVISION (0 = WHOLE LEAGUE), MINIMUM
002400*               GAMES TO QUALIFY, RUNNERS-UP TO LIST AND THE TIE
002500*               RULE ("S" TIED PLAYERS SHARE THE PLACE, "G" FEWER
002600*               GAMES PLAYED TAKES IT, "P" MORE LEAGUE POINTS
002700*               TAKES IT - A TIE STILL LEVEL IS SHARED).  THE
002800*               MEASURES ARE:
002900*                 AVERAGE   HIGHEST THREE-DART AVERAGE
003000*                 MAXIMUMS  MOST MAXIMUM VISITS
003100*                 BESTVIST  HIGHEST SINGLE VISIT
003200*                 CHECKOUT  HIGHEST CHECKOUT
003300*                 FEWDARTS  FEWEST DARTS IN A LEG WON
003400*                 HCPIMPRV  MOST IMPROVED HANDICAP
003500*                 CHAMPION  MOST LEAGUE POINTS
003600*               THE COMMITTEE'S STANDING SET IS:
003700*                 PLAYER OF THE YEAR        AVERAGE  0 010 2 G
003800*                 MOST MAXIMUMS             MAXIMUMS 0 000 2 S
003900*                 HIGHEST CHECKOUT          CHECKOUT 0 000 2 S
004000*                 FEWEST DARTS IN A LEG     FEWDARTS 0 000 2 S
004100*                 MOST IMPROVED PLAYER      HCPIMPRV 0 005 2 G
004200*                 LEAGUE CHAMPION           CHAMPION 1 000 2 G
004300*               AND A NEW AWARD IS A NEW RECORD.  DARTAWRR IS
004400*               THE AWARDS LIST.
004500*-----------------------------------------------------------------
004600* MODIFICATION HISTORY
004700*-----------------------------------------------------------------
004800* DATE       INIT  DESCRIPTION
004900* 10/15/2026 RM    ORIGINAL SEASON AWARDS RUN
005000*-----------------------------------------------------------------
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID.    DARTAWRD.
005300 AUTHOR.        R. MCALLISTER.
005400 INSTALLATION.  GLENNJ DATA PROCESSING.
005500 DATE-WRITTEN.  10/15/2026.
005600 DATE-COMPILED.

005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT SEASON-ARCHIVE ASSIGN TO "DARTARCH"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-ARCH-STATUS.

006300     SELECT PLAYER-STATS-FILE ASSIGN TO "DARTSTAT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-STAT-STATUS.

006600     SELECT SCORECARD-FILE ASSIGN TO "DARTCARD"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CARD-STATUS.

006900     SELECT AWARD-CTL-FILE ASSIGN TO "DARTAWDC"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-AWD-STATUS.

007200     SELECT HANDICAP-HIST-FILE ASSIGN TO "DARTHCPH"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-HCH-STATUS.

007500     SELECT AWARDS-RPT ASSIGN TO "DARTAWRR"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-RPT-STATUS.

007800 DATA DIVISION.
007900 FILE SECTION.
008000*-----------------------------------------------------------------
008100* THE SEASON ARCHIVE RECORD AS DARTSEAS WRITES IT.
008200*-----------------------------------------------------------------
008300 FD  SEASON-ARCHIVE.
008400 01  ARCH-RECORD.
008500     05  ARCH-SEASON-DATE        PIC 9(08).
008600     05  FILLER                  PIC X(01).
008700     05  ARCH-PLYR-ID            PIC X(05).
008800     05  FILLER                  PIC X(01).
008900     05  ARCH-PLYR-NAME          PIC X(20).
009000     05  FILLER                  PIC X(01).
009100     05  ARCH-GAMES-PLAYED       PIC 9(04).
009200     05  FILLER                  PIC X(01).
009300     05  ARCH-CUM-POINTS         PIC 9(07).
009400     05  FILLER                  PIC X(01).
009500     05  ARCH-DIVISION           PIC 9(01).

009600*-----------------------------------------------------------------
009700* THE STATISTICS RECORD AS 7600-WRITE-PLAYER-STATS IN DARTS
009800* WRITES IT.
009900*-----------------------------------------------------------------
010000 FD  PLAYER-STATS-FILE.
010100 01  STAT-RECORD.
010200     05  STAT-PLYR-ID            PIC X(05).
010300     05  FILLER                  PIC X(01).
010400     05  STAT-VISITS             PIC 9(05).
010500     05  FILLER                  PIC X(01).
010600     05  STAT-DARTS              PIC 9(06).
010700     05  FILLER                  PIC X(01).
010800     05  STAT-POINTS             PIC 9(07).
010900     05  FILLER                  PIC X(01).
011000     05  STAT-3DART-AVG          PIC ZZ9.99.
011100     05  FILLER                  PIC X(01).
011200     05  STAT-MAX-VISITS         PIC 9(04).
011300     05  FILLER                  PIC X(01).
011400     05  STAT-BEST-VISIT         PIC 9(03).
011500     05  FILLER                  PIC X(01).
011600     05  STAT-MISS-RATE          PIC ZZ9.99.

011700*-----------------------------------------------------------------
011800* DARTCARD, READ AT THE COLUMNS OF WS-SCORECARD-DETAIL IN DARTS.
011900* A PAIRS VISIT NAMES THE PARTNER WHO THREW IT IN CARD-THROWER.
012000*-----------------------------------------------------------------
012100 FD  SCORECARD-FILE
012200     RECORD CONTAINS 80 CHARACTERS.
012300 01  CARD-LINE                   PIC X(80).
012400 01  CARD-DETAIL.
012500     05  FILLER                  PIC X(02).
012600     05  CARD-PLYR-ID            PIC X(05).
012700     05  FILLER                  PIC X(03).
012800     05  CARD-VISIT-TAG          PIC X(07).
012900     05  CARD-VISIT-SCORE        PIC ZZ9.
013000     05  FILLER                  PIC X(22).
013100     05  CARD-LEG-NOTE           PIC X(08).
013200     05  FILLER                  PIC X(02).
013300     05  CARD-THROWER            PIC X(05).
013400     05  FILLER                  PIC X(23).

013500*-----------------------------------------------------------------
013600* ONE AWARD DEFINITION (SEE THE DESCRIPTION ABOVE).
013700*-----------------------------------------------------------------
013800 FD  AWARD-CTL-FILE.
013900 01  AWD-RECORD.
014000     05  AWD-TITLE               PIC X(30).
014100     05  FILLER                  PIC X(01).
014200     05  AWD-MEASURE             PIC X(08).
014300         88  AWD-IS-AVERAGE      VALUE "AVERAGE".
014400         88  AWD-IS-MAXIMUMS     VALUE "MAXIMUMS".
014500         88  AWD-IS-BEST-VISIT   VALUE "BESTVIST".
014600         88  AWD-IS-CHECKOUT     VALUE "CHECKOUT".
014700         88  AWD-IS-FEWEST-DARTS VALUE "FEWDARTS".
014800         88  AWD-IS-HCP-IMPROVED VALUE "HCPIMPRV".
014900         88  AWD-IS-CHAMPION     VALUE "CHAMPION".
015000     05  FILLER                  PIC X(01).
015100     05  AWD-DIVISION            PIC 9(01).
015200     05  FILLER                  PIC X(01).
015300     05  AWD-MIN-GAMES           PIC 9(03).
015400     05  FILLER                  PIC X(01).
015500     05  AWD-RUNNERS-UP          PIC 9(01).
015600     05  FILLER                  PIC X(01).
015700     05  AWD-TIE-RULE            PIC X(01).
015800         88  AWD-TIE-SHARED      VALUE "S" " ".
015900         88  AWD-TIE-FEWER-GAMES VALUE "G".
016000         88  AWD-TIE-MORE-POINTS VALUE "P".

016100*-----------------------------------------------------------------
016200* EACH PLAYER'S HANDICAP AT THE LAST AWARDS RUN, AND THE ONE
016300* BEFORE IT.  A RERUN FOR THE SAME SEASON KEEPS THE EARLIER
016400* SEASON'S FIGURE AS THE ONE TO IMPROVE ON.
016500*-----------------------------------------------------------------
016600 FD  HANDICAP-HIST-FILE.
016700 01  HCH-RECORD.
016800     05  HCH-PLYR-ID             PIC X(05).
016900     05  FILLER                  PIC X(01).
017000     05  HCH-SEASON-DATE         PIC 9(08).
017100     05  FILLER                  PIC X(01).
017200     05  HCH-HANDICAP            PIC S9(03)V99 SIGN LEADING
017300                                     SEPARATE.
017400     05  FILLER                  PIC X(01).
017500     05  HCH-PREV-HANDICAP       PIC S9(03)V99 SIGN LEADING
017600                                     SEPARATE.
017700     05  FILLER                  PIC X(01).
017800     05  HCH-PREV-SW             PIC X(01).

017900 FD  AWARDS-RPT
018000     RECORD CONTAINS 80 CHARACTERS.
018100 01  RPT-LINE                    PIC X(80).

018200 WORKING-STORAGE SECTION.
018300 01  WS-ARCH-STATUS              PIC XX.
018400     88  ARCH-EOF                VALUE "10".
018500 01  WS-STAT-STATUS              PIC XX.
018600     88  STAT-EOF                VALUE "10".
018700 01  WS-CARD-STATUS              PIC XX.
018800     88  CARD-EOF                VALUE "10".
018900 01  WS-AWD-STATUS               PIC XX.
019000     88  AWD-EOF                 VALUE "10".
019100 01  WS-HCH-STATUS               PIC XX.
019200     88  HCH-EOF                 VALUE "10".
019300 01  WS-RPT-STATUS               PIC XX.

019400*-----------------------------------------------------------------
019500* SHARED AUDIT-LOG CALL INTERFACE.
019600*-----------------------------------------------------------------
019700 COPY audcom.

019800*-----------------------------------------------------------------
019900* THE SAME BASE DARTS PULLS EVERY AVERAGE HALF-WAY TOWARDS.
020000*-----------------------------------------------------------------
020100 01  WS-HANDICAP-BASE            PIC 999V99 VALUE 45.
020200 01  WS-SEASON-DATE              PIC 9(08) VALUE ZERO.

020300*-----------------------------------------------------------------
020400* ONE ENTRY PER PLAYER IN THE SEASON, WITH EVERY MEASURE AN
020500* AWARD CAN BE GIVEN ON.  PL-FEWEST-DARTS IS ZERO UNTIL THE
020600* PLAYER WINS A LEG; PL-HAS-PREV IS "Y" WHEN A HANDICAP FROM AN
020700* EARLIER SEASON IS ON DARTHCPH.
020800*-----------------------------------------------------------------
020900 01  WS-PL-COUNT                 PIC 9(03) VALUE ZERO.
021000 01  WS-PLAYER-TABLE.
021100     05  WS-PL-ENTRY OCCURS 200 TIMES.
021200         10  PL-ID               PIC X(05).
021300         10  PL-NAME             PIC X(20).
021400         10  PL-DIVISION         PIC 9(01).
021500         10  PL-GAMES            PIC 9(04).
021600         10  PL-POINTS           PIC 9(07).
021700         10  PL-HAS-STATS        PIC X(01).
021800         10  PL-AVERAGE          PIC 9(03)V99.
021900         10  PL-MAXIMUMS         PIC 9(04).
022000         10  PL-BEST-VISIT       PIC 9(03).
022100         10  PL-HIGH-CHECKOUT    PIC 9(03).
022200         10  PL-FEWEST-DARTS     PIC 9(04).
022300         10  PL-HANDICAP         PIC S9(03)V99.
022400         10  PL-PREV-HANDICAP    PIC S9(03)V99.
022500         10  PL-HAS-PREV         PIC X(01).
022600 01  plx                         PIC 9(03).
022700 01  WS-PL-FOUND                 PIC 9(03).
022800 01  WS-PL-KEY                   PIC X(05).
022900 01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
023000     88  PLAYER-TABLE-FULL       VALUE "Y".

023100*-----------------------------------------------------------------
023200* DARTHCPH RECORDS FOR PLAYERS NOT IN THIS SEASON, CARRIED
023300* THROUGH UNCHANGED WHEN THE FILE IS WRITTEN BACK.
023400*-----------------------------------------------------------------
023500 01  WS-HK-COUNT                 PIC 9(03) VALUE ZERO.
023600 01  WS-HCH-KEEP-TABLE.
023700     05  WS-HK-ENTRY OCCURS 300 TIMES.
023800         10  HK-RECORD           PIC X(30).
023900 01  hkx                         PIC 9(03).

024000*-----------------------------------------------------------------
024100* LEG TRACKING WHILE DARTCARD IS READ: VISITS THIS LEG FOR EACH
024200* PLAYER (OR PAIRS TEAM) IN THE CURRENT MATCH.
024300*-----------------------------------------------------------------
024400 01  WS-LG-COUNT                 PIC 9(02) VALUE ZERO.
024500 01  WS-LEG-TABLE.
024600     05  WS-LG-ENTRY OCCURS 8 TIMES.
024700         10  LG-PLYR-ID          PIC X(05).
024800         10  LG-VISITS           PIC 9(03).
024900 01  lgx                         PIC 9(02).
025000 01  WS-LG-FOUND                 PIC 9(02).
025100 01  WS-CARD-SCORE               PIC 9(03).
025200 01  WS-LEG-DARTS                PIC 9(04).

025300*-----------------------------------------------------------------
025400* THE QUALIFIERS FOR THE AWARD BEING DECIDED.  CD-KEY IS THE
025500* MEASURE, NEGATED WHERE LOWER IS BETTER, SO THE TABLE ALWAYS
025600* SORTS HIGH-TO-LOW; CD-TIE IS THE TIE-BREAK THE SAME WAY.
025700*-----------------------------------------------------------------
025800 01  WS-CD-COUNT                 PIC 9(03) VALUE ZERO.
025900 01  WS-CANDIDATE-TABLE.
026000     05  WS-CD-ENTRY OCCURS 200 TIMES.
026100         10  CD-PLX              PIC 9(03).
026200         10  CD-KEY              PIC S9(07)V99.
026300         10  CD-TIE              PIC S9(07).
026400 01  WS-CD-HOLD                  PIC X(19).
026500 01  cdx                         PIC 9(03).
026600 01  cdy                         PIC 9(03).
026700 01  WS-PLACE                    PIC 9(03).
026800 01  WS-LAST-PLACE               PIC 9(03).
026900 01  WS-MEASURE-VALUE            PIC S9(07)V99.
027000 01  WS-TIE-VALUE                PIC S9(07).
027100 01  WS-DECIMAL-SW               PIC X(01).
027200     88  MEASURE-HAS-DECIMALS    VALUE "Y".

027300 01  WS-RESULT-TEXT              PIC X(40).
027400 01  WS-AWARD-COUNT              PIC 9(03) VALUE ZERO.
027500 01  WS-REJECT-COUNT             PIC 9(03) VALUE ZERO.

027600 01  WS-RPT-HDG1.
027700     05  FILLER                  PIC X(37) VALUE
027800         "DARTS LEAGUE - SEASON AWARDS, SEASON ".
027900     05  RH-SEASON-DATE          PIC 9(08).
028000 01  WS-AWARD-HDG.
028100     05  AH-TITLE                PIC X(30).
028200     05  FILLER                  PIC X(02) VALUE SPACES.
028300     05  AH-DIVISION-TEXT        PIC X(12).
028400     05  FILLER                  PIC X(02) VALUE SPACES.
028500     05  AH-QUALIFIER-TEXT       PIC X(20).
028600 01  WS-DIVISION-TEXT.
028700     05  FILLER                  PIC X(09) VALUE "DIVISION ".
028800     05  DT-DIVISION             PIC 9(01).
028900 01  WS-QUALIFIER-TEXT.
029000     05  FILLER                  PIC X(04) VALUE "MIN ".
029100     05  QT-MIN-GAMES            PIC ZZ9.
029200     05  FILLER                  PIC X(06) VALUE " GAMES".
029300 01  WS-WINNER-LINE.
029400     05  FILLER                  PIC X(02) VALUE SPACES.
029500     05  WL-PLACE-TEXT           PIC X(10).
029600     05  FILLER                  PIC X(01) VALUE SPACES.
029700     05  WL-PLYR-ID              PIC X(05).
029800     05  FILLER                  PIC X(02) VALUE SPACES.
029900     05  WL-NAME                 PIC X(20).
030000     05  FILLER                  PIC X(02) VALUE SPACES.
030100     05  WL-VALUE                PIC X(09).
030200     05  FILLER                  PIC X(02) VALUE SPACES.
030300     05  WL-TIED                 PIC X(05).
030400 01  WS-PLACE-TEXT.
030500     05  FILLER                  PIC X(06) VALUE "PLACE ".
030600     05  PT-PLACE                PIC Z9.
030700 01  WS-VALUE-DECIMAL            PIC -ZZZZ9.99.
030800 01  WS-VALUE-WHOLE              PIC -ZZZZZZZ9.
030900 01  WS-NO-QUALIFIER-LINE        PIC X(80) VALUE
031000     "  NO PLAYER QUALIFIES".
031100 01  WS-REJECT-LINE.
031200     05  FILLER                  PIC X(10) VALUE "REJECTED: ".
031300     05  RJ-RECORD               PIC X(40).
031400     05  FILLER                  PIC X(03) VALUE " - ".
031500     05  RJ-REASON               PIC X(27).
031600 01  WS-RPT-TRAILER.
031700     05  FILLER                  PIC X(16) VALUE
031800         "AWARDS DECIDED: ".
031900     05  RT-AWARDS               PIC ZZ9.
032000     05  FILLER                  PIC X(22) VALUE
032100         "  DEFINITIONS REJECTED".
032200     05  FILLER                  PIC X(02) VALUE ": ".
032300     05  RT-REJECTED             PIC ZZ9.

032400 PROCEDURE DIVISION.
032500 0000-DARTAWRD.
032600     PERFORM 1000-LOAD-ARCHIVE THRU 1000-EXIT
032700     IF WS-PL-COUNT = ZERO
032800         MOVE "DARTAWRD" TO AUD-PROGRAM-NAME
032900         MOVE "DARTARCH" TO AUD-FAILED-INPUT
033000         MOVE "NO ARCHIVED SEASON - AWARDS NOT RUN" TO
033100             AUD-FAILURE-REASON
033200         SET AUD-SEV-WARNING TO TRUE
033300         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
033400             AUD-FAILED-INPUT AUD-FAILURE-REASON
033500             AUD-SEVERITY
033600         GOBACK
033700     END-IF
033800     PERFORM 1200-LOAD-STATISTICS THRU 1200-EXIT
033900     PERFORM 1400-SCAN-SCORECARDS THRU 1400-EXIT
034000     PERFORM 1600-APPLY-HANDICAP-HISTORY THRU 1600-EXIT
034100     IF PLAYER-TABLE-FULL
034200         MOVE "DARTAWRD" TO AUD-PROGRAM-NAME
034300         MOVE "DARTARCH/DARTSTAT/DARTCARD" TO AUD-FAILED-INPUT
034400         MOVE "OVER 200 PLAYERS - LATER PLAYERS LEFT OUT" TO
034500             AUD-FAILURE-REASON
034600         SET AUD-SEV-WARNING TO TRUE
034700         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
034800             AUD-FAILED-INPUT AUD-FAILURE-REASON
034900             AUD-SEVERITY
035000     END-IF
035100     OPEN OUTPUT AWARDS-RPT
035200     MOVE WS-SEASON-DATE TO RH-SEASON-DATE
035300     MOVE WS-RPT-HDG1 TO RPT-LINE
035400     WRITE RPT-LINE
035500     MOVE SPACES TO RPT-LINE
035600     WRITE RPT-LINE
035700     PERFORM 2000-DECIDE-AWARDS THRU 2000-EXIT
035800     MOVE WS-AWARD-COUNT  TO RT-AWARDS
035900     MOVE WS-REJECT-COUNT TO RT-REJECTED
036000     MOVE WS-RPT-TRAILER TO RPT-LINE
036100     WRITE RPT-LINE
036200     CLOSE AWARDS-RPT
036300     PERFORM 5000-WRITE-HANDICAP-HISTORY THRU 5000-EXIT
036400     GOBACK.
036500 0000-EXIT.
036600     EXIT.

036700*-----------------------------------------------------------------
036800* THE ARCHIVE HOLDS EVERY PAST SEASON; ONLY THE LATEST SEASON
036900* DATE ON IT IS THE SEASON BEING AWARDED.  A LATER DATE SEEN
037000* PART WAY THROUGH STARTS THE TABLE AGAIN.
037100*-----------------------------------------------------------------
037200 1000-LOAD-ARCHIVE.
037300     OPEN INPUT SEASON-ARCHIVE
037400     IF WS-ARCH-STATUS NOT = "00"
037500         GO TO 1000-EXIT
037600     END-IF
037700     PERFORM UNTIL ARCH-EOF
037800         READ SEASON-ARCHIVE
037900             AT END SET ARCH-EOF TO TRUE
038000             NOT AT END
038100                 PERFORM 1050-LOAD-ONE-ARCHIVE THRU 1050-EXIT
038200         END-READ
038300     END-PERFORM
038400     CLOSE SEASON-ARCHIVE.
038500 1000-EXIT.
038600     EXIT.

038700 1050-LOAD-ONE-ARCHIVE.
038800     IF ARCH-SEASON-DATE IS NOT NUMERIC
038900             OR ARCH-SEASON-DATE < WS-SEASON-DATE
039000         GO TO 1050-EXIT
039100     END-IF
039200     IF ARCH-SEASON-DATE > WS-SEASON-DATE
039300         MOVE ARCH-SEASON-DATE TO WS-SEASON-DATE
039400         MOVE ZERO TO WS-PL-COUNT
039500         MOVE "N" TO WS-TABLE-FULL-SW
039600     END-IF
039700     MOVE ARCH-PLYR-ID TO WS-PL-KEY
039800     PERFORM 6000-LOCATE-PLAYER THRU 6000-EXIT
039900     IF WS-PL-FOUND = ZERO
040000         GO TO 1050-EXIT
040100     END-IF
040200     MOVE WS-PL-FOUND TO plx
040300     MOVE ARCH-PLYR-NAME TO PL-NAME(plx)
040400     IF ARCH-DIVISION IS NUMERIC
040500         MOVE ARCH-DIVISION TO PL-DIVISION(plx)
040600     ELSE
040700         MOVE 1 TO PL-DIVISION(plx)
040800     END-IF
040900     IF ARCH-GAMES-PLAYED IS NUMERIC
041000         MOVE ARCH-GAMES-PLAYED TO PL-GAMES(plx)
041100     END-IF
041200     IF ARCH-CUM-POINTS IS NUMERIC
041300         MOVE ARCH-CUM-POINTS TO PL-POINTS(plx)
041400     END-IF.
041500 1050-EXIT.
041600     EXIT.

041700*-----------------------------------------------------------------
041800* DARTSTAT: AVERAGE, MAXIMUMS AND BEST VISIT, AND FROM THE
041900* AVERAGE THE HANDICAP, AS 7600-WRITE-PLAYER-STATS WORKS IT.
042000*-----------------------------------------------------------------
042100 1200-LOAD-STATISTICS.
042200     OPEN INPUT PLAYER-STATS-FILE
042300     IF WS-STAT-STATUS NOT = "00"
042400         GO TO 1200-EXIT
042500     END-IF
042600     PERFORM UNTIL STAT-EOF
042700         READ PLAYER-STATS-FILE
042800             AT END SET STAT-EOF TO TRUE
042900             NOT AT END
043000                 PERFORM 1250-LOAD-ONE-STAT THRU 1250-EXIT
043100         END-READ
043200     END-PERFORM
043300     CLOSE PLAYER-STATS-FILE.
043400 1200-EXIT.
043500     EXIT.

043600 1250-LOAD-ONE-STAT.
043700     MOVE STAT-PLYR-ID TO WS-PL-KEY
043800     PERFORM 6000-LOCATE-PLAYER THRU 6000-EXIT
043900     IF WS-PL-FOUND = ZERO
044000         GO TO 1250-EXIT
044100     END-IF
044200     MOVE WS-PL-FOUND TO plx
044300     MOVE "Y" TO PL-HAS-STATS(plx)
044400     MOVE STAT-3DART-AVG TO PL-AVERAGE(plx)
044500     IF STAT-MAX-VISITS IS NUMERIC
044600         MOVE STAT-MAX-VISITS TO PL-MAXIMUMS(plx)
044700     END-IF
044800     IF STAT-BEST-VISIT IS NUMERIC
044900         MOVE STAT-BEST-VISIT TO PL-BEST-VISIT(plx)
045000     END-IF
045100     COMPUTE PL-HANDICAP(plx) ROUNDED =
045200         (WS-HANDICAP-BASE - PL-AVERAGE(plx)) / 2.
045300 1250-EXIT.
045400     EXIT.

045500*-----------------------------------------------------------------
045600* DARTCARD: EVERY VISIT COUNTS TOWARDS ITS PLAYER'S CURRENT LEG;
045700* THE "LEG WON" VISIT IS A CHECKOUT AND CLOSES THE LEG FOR THE
045800* WHOLE MATCH.  DARTIN ALWAYS CARRIES THREE DARTS A VISIT, SO A
045900* LEG'S DARTS ARE ITS VISITS TIMES THREE.  A PAIRS CHECKOUT IS
046000* CREDITED TO THE PARTNER WHO THREW IT; A PAIRS LEG IS NOT ONE
046100* PLAYER'S LEG, SO IT NEVER COUNTS FOR FEWEST DARTS.
046200*-----------------------------------------------------------------
046300 1400-SCAN-SCORECARDS.
046400     OPEN INPUT SCORECARD-FILE
046500     IF WS-CARD-STATUS NOT = "00"
046600         GO TO 1400-EXIT
046700     END-IF
046800     PERFORM UNTIL CARD-EOF
046900         READ SCORECARD-FILE
047000             AT END SET CARD-EOF TO TRUE
047100             NOT AT END
047200                 PERFORM 1450-SCAN-ONE-LINE THRU 1450-EXIT
047300         END-READ
047400     END-PERFORM
047500     CLOSE SCORECARD-FILE.
047600 1400-EXIT.
047700     EXIT.

047800 1450-SCAN-ONE-LINE.
047900     IF CARD-LINE(1:20) = "SCORECARD FOR MATCH "
048000         MOVE ZERO TO WS-LG-COUNT
048100         GO TO 1450-EXIT
048200     END-IF
048300     IF CARD-VISIT-TAG NOT = "VISIT: "
048400         GO TO 1450-EXIT
048500     END-IF
048600     MOVE ZERO TO WS-LG-FOUND
048700     PERFORM VARYING lgx FROM 1 BY 1 UNTIL lgx > WS-LG-COUNT
048800         IF LG-PLYR-ID(lgx) = CARD-PLYR-ID
048900             MOVE lgx TO WS-LG-FOUND
049000         END-IF
049100     END-PERFORM
049200     IF WS-LG-FOUND = ZERO
049300         IF WS-LG-COUNT >= 8
049400             GO TO 1450-EXIT
049500         END-IF
049600         ADD 1 TO WS-LG-COUNT
049700         MOVE WS-LG-COUNT TO WS-LG-FOUND
049800         MOVE CARD-PLYR-ID TO LG-PLYR-ID(WS-LG-FOUND)
049900         MOVE ZERO TO LG-VISITS(WS-LG-FOUND)
050000     END-IF
050100     ADD 1 TO LG-VISITS(WS-LG-FOUND)
050200     IF CARD-LEG-NOTE NOT = "LEG WON"
050300         GO TO 1450-EXIT
050400     END-IF
050500     MOVE CARD-VISIT-SCORE TO WS-CARD-SCORE
050600     COMPUTE WS-LEG-DARTS = LG-VISITS(WS-LG-FOUND) * 3
050700     PERFORM VARYING lgx FROM 1 BY 1 UNTIL lgx > WS-LG-COUNT
050800         MOVE ZERO TO LG-VISITS(lgx)
050900     END-PERFORM
051000     IF CARD-THROWER NOT = SPACES
051100         MOVE CARD-THROWER TO WS-PL-KEY
051200         MOVE ZERO TO WS-LEG-DARTS
051300     ELSE
051400         MOVE CARD-PLYR-ID TO WS-PL-KEY
051500     END-IF
051600     PERFORM 6000-LOCATE-PLAYER THRU 6000-EXIT
051700     IF WS-PL-FOUND = ZERO
051800         GO TO 1450-EXIT
051900     END-IF
052000     MOVE WS-PL-FOUND TO plx
052100     IF WS-CARD-SCORE > PL-HIGH-CHECKOUT(plx)
052200         MOVE WS-CARD-SCORE TO PL-HIGH-CHECKOUT(plx)
052300     END-IF
052400     IF WS-LEG-DARTS > ZERO
052500             AND (PL-FEWEST-DARTS(plx) = ZERO
052600             OR WS-LEG-DARTS < PL-FEWEST-DARTS(plx))
052700         MOVE WS-LEG-DARTS TO PL-FEWEST-DARTS(plx)
052800     END-IF.
052900 1450-EXIT.
053000     EXIT.

053100*-----------------------------------------------------------------
053200* THE HANDICAP TO IMPROVE ON IS THE ONE ON DARTHCPH FROM AN
053300* EARLIER SEASON.  RECORDS FOR PLAYERS NOT IN THIS SEASON ARE
053400* KEPT ASIDE TO BE WRITTEN BACK UNCHANGED.
053500*-----------------------------------------------------------------
053600 1600-APPLY-HANDICAP-HISTORY.
053700     OPEN INPUT HANDICAP-HIST-FILE
053800     IF WS-HCH-STATUS NOT = "00"
053900         GO TO 1600-EXIT
054000     END-IF
054100     PERFORM UNTIL HCH-EOF
054200         READ HANDICAP-HIST-FILE
054300             AT END SET HCH-EOF TO TRUE
054400             NOT AT END
054500                 PERFORM 1650-APPLY-ONE-HISTORY THRU 1650-EXIT
054600         END-READ
054700     END-PERFORM
054800     CLOSE HANDICAP-HIST-FILE.
054900 1600-EXIT.
055000     EXIT.

055100 1650-APPLY-ONE-HISTORY.
055200     MOVE ZERO TO WS-PL-FOUND
055300     PERFORM VARYING plx FROM 1 BY 1 UNTIL plx > WS-PL-COUNT
055400         IF PL-ID(plx) = HCH-PLYR-ID
055500                 AND PL-HAS-STATS(plx) = "Y"
055600             MOVE plx TO WS-PL-FOUND
055700         END-IF
055800     END-PERFORM
055900     IF WS-PL-FOUND = ZERO
056000         IF WS-HK-COUNT < 300
056100             ADD 1 TO WS-HK-COUNT
056200             MOVE HCH-RECORD TO HK-RECORD(WS-HK-COUNT)
056300         END-IF
056400         GO TO 1650-EXIT
056500     END-IF
056600     MOVE WS-PL-FOUND TO plx
056700     IF HCH-SEASON-DATE = WS-SEASON-DATE
056800         IF HCH-PREV-SW = "Y"
056900             MOVE HCH-PREV-HANDICAP TO PL-PREV-HANDICAP(plx)
057000             MOVE "Y" TO PL-HAS-PREV(plx)
057100         END-IF
057200     ELSE
057300         MOVE HCH-HANDICAP TO PL-PREV-HANDICAP(plx)
057400         MOVE "Y" TO PL-HAS-PREV(plx)
057500     END-IF.
057600 1650-EXIT.
057700     EXIT.

057800*-----------------------------------------------------------------
057900* ONE AWARD PER DARTAWDC RECORD, IN FILE ORDER.
058000*-----------------------------------------------------------------
058100 2000-DECIDE-AWARDS.
058200     OPEN INPUT AWARD-CTL-FILE
058300     IF WS-AWD-STATUS NOT = "00"
058400         MOVE "DARTAWRD" TO AUD-PROGRAM-NAME
058500         MOVE "DARTAWDC" TO AUD-FAILED-INPUT
058600         MOVE "NO AWARD DEFINITIONS - NO AWARDS DECIDED" TO
058700             AUD-FAILURE-REASON
058800         SET AUD-SEV-WARNING TO TRUE
058900         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
059000             AUD-FAILED-INPUT AUD-FAILURE-REASON
059100             AUD-SEVERITY
059200         GO TO 2000-EXIT
059300     END-IF
059400     PERFORM UNTIL AWD-EOF
059500         READ AWARD-CTL-FILE
059600             AT END SET AWD-EOF TO TRUE
059700             NOT AT END
059800                 PERFORM 2100-DECIDE-ONE-AWARD THRU 2100-EXIT
059900         END-READ
060000     END-PERFORM
060100     CLOSE AWARD-CTL-FILE.
060200 2000-EXIT.
060300     EXIT.

060400 2100-DECIDE-ONE-AWARD.
060500     IF AWD-TITLE = SPACES
060600         GO TO 2100-EXIT
060700     END-IF
060800     IF NOT AWD-IS-AVERAGE AND NOT AWD-IS-MAXIMUMS
060900             AND NOT AWD-IS-BEST-VISIT AND NOT AWD-IS-CHECKOUT
061000             AND NOT AWD-IS-FEWEST-DARTS
061100             AND NOT AWD-IS-HCP-IMPROVED
061200             AND NOT AWD-IS-CHAMPION
061300         MOVE "UNKNOWN MEASURE" TO WS-RESULT-TEXT
061400         PERFORM 7000-REJECT-DEFINITION THRU 7000-EXIT
061500         GO TO 2100-EXIT
061600     END-IF
061700     IF AWD-DIVISION IS NOT NUMERIC
061800             OR AWD-MIN-GAMES IS NOT NUMERIC
061900             OR AWD-RUNNERS-UP IS NOT NUMERIC
062000         MOVE "DIVISION/GAMES/RUNNERS-UP" TO WS-RESULT-TEXT
062100         PERFORM 7000-REJECT-DEFINITION THRU 7000-EXIT
062200         GO TO 2100-EXIT
062300     END-IF
062400     IF NOT AWD-TIE-SHARED AND NOT AWD-TIE-FEWER-GAMES
062500             AND NOT AWD-TIE-MORE-POINTS
062600         MOVE "UNKNOWN TIE RULE" TO WS-RESULT-TEXT
062700         PERFORM 7000-REJECT-DEFINITION THRU 7000-EXIT
062800         GO TO 2100-EXIT
062900     END-IF
063000     ADD 1 TO WS-AWARD-COUNT
063100     IF AWD-IS-AVERAGE OR AWD-IS-HCP-IMPROVED
063200         MOVE "Y" TO WS-DECIMAL-SW
063300     ELSE
063400         MOVE "N" TO WS-DECIMAL-SW
063500     END-IF
063600     PERFORM 2200-BUILD-CANDIDATES THRU 2200-EXIT
063700     PERFORM 2300-SORT-CANDIDATES THRU 2300-EXIT
063800     PERFORM 3000-PRINT-AWARD THRU 3000-EXIT.
063900 2100-EXIT.
064000     EXIT.

064100*-----------------------------------------------------------------
064200* EVERY PLAYER IN THE AWARD'S DIVISION WHO HAS PLAYED ENOUGH
064300* GAMES AND HAS SOMETHING TO SHOW ON THE MEASURE.
064400*-----------------------------------------------------------------
064500 2200-BUILD-CANDIDATES.
064600     MOVE ZERO TO WS-CD-COUNT
064700     PERFORM VARYING plx FROM 1 BY 1 UNTIL plx > WS-PL-COUNT
064800         IF (AWD-DIVISION = ZERO
064900                 OR PL-DIVISION(plx) = AWD-DIVISION)
065000                 AND PL-GAMES(plx) >= AWD-MIN-GAMES
065100             PERFORM 2250-MEASURE-ONE-PLAYER THRU 2250-EXIT
065200         END-IF
065300     END-PERFORM.
065400 2200-EXIT.
065500     EXIT.

065600 2250-MEASURE-ONE-PLAYER.
065700     EVALUATE TRUE
065800         WHEN AWD-IS-AVERAGE
065900             IF PL-HAS-STATS(plx) NOT = "Y"
066000                 GO TO 2250-EXIT
066100             END-IF
066200             MOVE PL-AVERAGE(plx) TO WS-MEASURE-VALUE
066300         WHEN AWD-IS-MAXIMUMS
066400             MOVE PL-MAXIMUMS(plx) TO WS-MEASURE-VALUE
066500         WHEN AWD-IS-BEST-VISIT
066600             MOVE PL-BEST-VISIT(plx) TO WS-MEASURE-VALUE
066700         WHEN AWD-IS-CHECKOUT
066800             MOVE PL-HIGH-CHECKOUT(plx) TO WS-MEASURE-VALUE
066900         WHEN AWD-IS-FEWEST-DARTS
067000             IF PL-FEWEST-DARTS(plx) = ZERO
067100                 GO TO 2250-EXIT
067200             END-IF
067300             COMPUTE WS-MEASURE-VALUE =
067400                 0 - PL-FEWEST-DARTS(plx)
067500         WHEN AWD-IS-HCP-IMPROVED
067600             IF PL-HAS-PREV(plx) NOT = "Y"
067700                     OR PL-HAS-STATS(plx) NOT = "Y"
067800                 GO TO 2250-EXIT
067900             END-IF
068000             COMPUTE WS-MEASURE-VALUE =
068100                 PL-PREV-HANDICAP(plx) - PL-HANDICAP(plx)
068200         WHEN AWD-IS-CHAMPION
068300             MOVE PL-POINTS(plx) TO WS-MEASURE-VALUE
068400     END-EVALUATE
068500     IF WS-MEASURE-VALUE NOT > ZERO
068600             AND NOT AWD-IS-FEWEST-DARTS
068700         GO TO 2250-EXIT
068800     END-IF
068900     EVALUATE TRUE
069000         WHEN AWD-TIE-FEWER-GAMES
069100             COMPUTE WS-TIE-VALUE = 0 - PL-GAMES(plx)
069200         WHEN AWD-TIE-MORE-POINTS
069300             MOVE PL-POINTS(plx) TO WS-TIE-VALUE
069400         WHEN OTHER
069500             MOVE ZERO TO WS-TIE-VALUE
069600     END-EVALUATE
069700     ADD 1 TO WS-CD-COUNT
069800     MOVE WS-CD-COUNT TO cdx
069900     MOVE plx              TO CD-PLX(cdx)
070000     MOVE WS-MEASURE-VALUE TO CD-KEY(cdx)
070100     MOVE WS-TIE-VALUE     TO CD-TIE(cdx).
070200 2250-EXIT.
070300     EXIT.

070400 2300-SORT-CANDIDATES.
070500     PERFORM VARYING cdx FROM WS-CD-COUNT BY -1 UNTIL cdx < 2
070600         PERFORM VARYING cdy FROM 1 BY 1 UNTIL cdy >= cdx
070700             IF CD-KEY(cdy) < CD-KEY(cdy + 1)
070800                     OR (CD-KEY(cdy) = CD-KEY(cdy + 1)
070900                     AND CD-TIE(cdy) < CD-TIE(cdy + 1))
071000                 MOVE WS-CD-ENTRY(cdy)     TO WS-CD-HOLD
071100                 MOVE WS-CD-ENTRY(cdy + 1) TO WS-CD-ENTRY(cdy)
071200                 MOVE WS-CD-HOLD           TO WS-CD-ENTRY(cdy + 1)
071300             END-IF
071400         END-PERFORM
071500     END-PERFORM.
071600 2300-EXIT.
071700     EXIT.

071800*-----------------------------------------------------------------
071900* THE WINNER AND RUNNERS-UP.  A CANDIDATE LEVEL WITH THE ONE
072000* ABOVE ON MEASURE AND TIE-BREAK SHARES ITS PLACE, AND THE NEXT
072100* PLACE IS SKIPPED AS USUAL ("1, 1, 3").  EVERYONE SHARING THE
072200* LAST PLACE PRINTED IS LISTED.
072300*-----------------------------------------------------------------
072400 3000-PRINT-AWARD.
072500     MOVE AWD-TITLE TO AH-TITLE
072600     IF AWD-DIVISION = ZERO
072700         MOVE "WHOLE LEAGUE" TO AH-DIVISION-TEXT
072800     ELSE
072900         MOVE AWD-DIVISION TO DT-DIVISION
073000         MOVE WS-DIVISION-TEXT TO AH-DIVISION-TEXT
073100     END-IF
073200     IF AWD-MIN-GAMES = ZERO
073300         MOVE SPACES TO AH-QUALIFIER-TEXT
073400     ELSE
073500         MOVE AWD-MIN-GAMES TO QT-MIN-GAMES
073600         MOVE WS-QUALIFIER-TEXT TO AH-QUALIFIER-TEXT
073700     END-IF
073800     MOVE WS-AWARD-HDG TO RPT-LINE
073900     WRITE RPT-LINE
074000     IF WS-CD-COUNT = ZERO
074100         MOVE WS-NO-QUALIFIER-LINE TO RPT-LINE
074200         WRITE RPT-LINE
074300     END-IF
074400     MOVE ZERO TO WS-LAST-PLACE
074500     PERFORM VARYING cdx FROM 1 BY 1 UNTIL cdx > WS-CD-COUNT
074600         IF cdx > 1
074700                 AND CD-KEY(cdx) = CD-KEY(cdx - 1)
074800                 AND CD-TIE(cdx) = CD-TIE(cdx - 1)
074900             MOVE WS-LAST-PLACE TO WS-PLACE
075000         ELSE
075100             MOVE cdx TO WS-PLACE
075200         END-IF
075300         IF WS-PLACE > AWD-RUNNERS-UP + 1
075400             MOVE WS-CD-COUNT TO cdx
075500         ELSE
075600             PERFORM 3100-PRINT-PLACE THRU 3100-EXIT
075700         END-IF
075800         MOVE WS-PLACE TO WS-LAST-PLACE
075900     END-PERFORM
076000     MOVE SPACES TO RPT-LINE
076100     WRITE RPT-LINE.
076200 3000-EXIT.
076300     EXIT.

076400 3100-PRINT-PLACE.
076500     MOVE CD-PLX(cdx) TO plx
076600     IF WS-PLACE = 1
076700         MOVE "WINNER" TO WL-PLACE-TEXT
076800     ELSE
076900         MOVE WS-PLACE TO PT-PLACE
077000         MOVE WS-PLACE-TEXT TO WL-PLACE-TEXT
077100     END-IF
077200     MOVE PL-ID(plx)   TO WL-PLYR-ID
077300     MOVE PL-NAME(plx) TO WL-NAME
077400     IF AWD-IS-FEWEST-DARTS
077500         COMPUTE WS-MEASURE-VALUE = 0 - CD-KEY(cdx)
077600     ELSE
077700         MOVE CD-KEY(cdx) TO WS-MEASURE-VALUE
077800     END-IF
077900     IF MEASURE-HAS-DECIMALS
078000         MOVE WS-MEASURE-VALUE TO WS-VALUE-DECIMAL
078100         MOVE WS-VALUE-DECIMAL TO WL-VALUE
078200     ELSE
078300         MOVE WS-MEASURE-VALUE TO WS-VALUE-WHOLE
078400         MOVE WS-VALUE-WHOLE TO WL-VALUE
078500     END-IF
078600     MOVE SPACES TO WL-TIED
078700     IF (cdx > 1 AND WS-PLACE = WS-LAST-PLACE)
078800             OR (cdx < WS-CD-COUNT
078900             AND CD-KEY(cdx) = CD-KEY(cdx + 1)
079000             AND CD-TIE(cdx) = CD-TIE(cdx + 1))
079100         MOVE "TIED" TO WL-TIED
079200     END-IF
079300     MOVE WS-WINNER-LINE TO RPT-LINE
079400     WRITE RPT-LINE.
079500 3100-EXIT.
079600     EXIT.

079700*-----------------------------------------------------------------
079800* WRITE DARTHCPH BACK: THIS SEASON'S HANDICAP FOR EVERY PLAYER
079900* WITH STATISTICS, THEN THE RECORDS KEPT ASIDE.
080000*-----------------------------------------------------------------
080100 5000-WRITE-HANDICAP-HISTORY.
080200     OPEN OUTPUT HANDICAP-HIST-FILE
080300     PERFORM VARYING plx FROM 1 BY 1 UNTIL plx > WS-PL-COUNT
080400         IF PL-HAS-STATS(plx) = "Y"
080500             MOVE SPACES              TO HCH-RECORD
080600             MOVE PL-ID(plx)          TO HCH-PLYR-ID
080700             MOVE WS-SEASON-DATE      TO HCH-SEASON-DATE
080800             MOVE PL-HANDICAP(plx)    TO HCH-HANDICAP
080900             MOVE PL-PREV-HANDICAP(plx) TO HCH-PREV-HANDICAP
081000             IF PL-HAS-PREV(plx) = "Y"
081100                 MOVE "Y" TO HCH-PREV-SW
081200             ELSE
081300                 MOVE "N" TO HCH-PREV-SW
081400             END-IF
081500             WRITE HCH-RECORD
081600         END-IF
081700     END-PERFORM
081800     PERFORM VARYING hkx FROM 1 BY 1 UNTIL hkx > WS-HK-COUNT
081900         MOVE HK-RECORD(hkx) TO HCH-RECORD
082000         WRITE HCH-RECORD
082100     END-PERFORM
082200     CLOSE HANDICAP-HIST-FILE.
082300 5000-EXIT.
082400     EXIT.

082500*-----------------------------------------------------------------
082600* FIND (OR ADD, ZEROED) THE PLAYER FOR WS-PL-KEY, LEAVING ITS
082700* SUBSCRIPT IN WS-PL-FOUND (ZERO WHEN THE TABLE IS FULL).
082800*-----------------------------------------------------------------
082900 6000-LOCATE-PLAYER.
083000     MOVE ZERO TO WS-PL-FOUND
083100     PERFORM VARYING plx FROM 1 BY 1 UNTIL plx > WS-PL-COUNT
083200         IF PL-ID(plx) = WS-PL-KEY
083300             MOVE plx TO WS-PL-FOUND
083400         END-IF
083500     END-PERFORM
083600     IF WS-PL-FOUND NOT = ZERO
083700         GO TO 6000-EXIT
083800     END-IF
083900     IF WS-PL-COUNT >= 200
084000         SET PLAYER-TABLE-FULL TO TRUE
084100         GO TO 6000-EXIT
084200     END-IF
084300     ADD 1 TO WS-PL-COUNT
084400     MOVE WS-PL-COUNT TO WS-PL-FOUND
084500     MOVE WS-PL-KEY TO PL-ID(WS-PL-FOUND)
084600     MOVE SPACES    TO PL-NAME(WS-PL-FOUND)
084700     MOVE "N"       TO PL-HAS-STATS(WS-PL-FOUND)
084800                       PL-HAS-PREV(WS-PL-FOUND)
084900     MOVE ZERO      TO PL-DIVISION(WS-PL-FOUND)
085000                       PL-GAMES(WS-PL-FOUND)
085100                       PL-POINTS(WS-PL-FOUND)
085200                       PL-AVERAGE(WS-PL-FOUND)
085300                       PL-MAXIMUMS(WS-PL-FOUND)
085400                       PL-BEST-VISIT(WS-PL-FOUND)
085500                       PL-HIGH-CHECKOUT(WS-PL-FOUND)
085600                       PL-FEWEST-DARTS(WS-PL-FOUND)
085700                       PL-HANDICAP(WS-PL-FOUND)
085800                       PL-PREV-HANDICAP(WS-PL-FOUND).
085900 6000-EXIT.
086000     EXIT.

086100*-----------------------------------------------------------------
086200* PRINT AND LOG A DEFINITION THAT CANNOT BE DECIDED.
086300*-----------------------------------------------------------------
086400 7000-REJECT-DEFINITION.
086500     ADD 1 TO WS-REJECT-COUNT
086600     MOVE AWD-RECORD TO RJ-RECORD
086700     MOVE WS-RESULT-TEXT TO RJ-REASON
086800     MOVE WS-REJECT-LINE TO RPT-LINE
086900     WRITE RPT-LINE
087000     MOVE "DARTAWRD" TO AUD-PROGRAM-NAME
087100     MOVE AWD-RECORD TO AUD-FAILED-INPUT
087200     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
087300     SET AUD-SEV-WARNING TO TRUE
087400     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
087500         AUD-FAILED-INPUT AUD-FAILURE-REASON
087600         AUD-SEVERITY.
087700 7000-EXIT.
087800     EXIT.
