003998*                  LEAPHDAY HOLIDAY CALENDAR SLIDES FORWARD DAY
003999*                  BY DAY (A WEEK WITH NO FREE DAY IS FLAGGED
004001*                  NO-DATE ON THE FIXTURE RECORD)
004002* 10/15/2026 RM    MULTI-DIVISION LEAGUE: DARTSTND PRINTS ONE
004003*                  RANKED TABLE PER PLYR-DIVISION, AND FIXTURE
004004*                  GENERATION BUILDS A SEPARATE ROUND-ROBIN FOR
004005*                  EACH DIVISION, STAMPING FIX-DIVISION ON EVERY
004006*                  DARTFIXT RECORD
004007* 10/15/2026 RM    ADD THE DARTS-REPLAY ENTRY POINT SO THE
004008*                  SCORECARD AMENDMENT RUN (DARTAMND) CAN REPLAY A
004009*                  MATCH THROUGH THE SAME 501 AND CRICKET SCORING,
004010*                  WITH NO POSTING, DARTCARD OUTPUT OR MISS AUDIT
004011* 10/15/2026 RM    FIX-ORIG-DATE ADDED TO DARTFIXT FOR THE
004012*                  POSTPONEMENT RUN (DARTRSCH); NEW FIXTURES ARE
004013*                  WRITTEN WITH IT ZERO
004014* 10/15/2026 RM    PAIRS NIGHT: GAME TYPE "P" ON DARTIN IS KEYED
004015*                  BY A DARTTEAM PAIRS TEAM.  THE TEAM COUNTS DOWN
004016*                  ONE SHARED 501, THE PARTNERS ALTERNATE VISITS,
004017*                  EACH VISIT'S DARTS GO TO THE THROWER'S DARTSTAT
004018*                  LINE, AND TEAM RESULTS POST TO DARTTEAM AND
004019*                  PRINT ON THEIR OWN DARTPRST STANDINGS, NOT ON
004020*                  DARTSTND
004021* 10/15/2026 RM    FIXTURE DATING USES THE HOME PLAYER'S CLUB
004022*                  REGION (PLYR-REGION): EACH MATCH IS SLID OFF
004023*                  THAT REGION'S LEAPHDAY HOLIDAYS, AND THE REGION
004024*                  IS STAMPED ON THE DARTFIXT RECORD AS FIX-REGION
004029* 10/15/2026 RM    THE HANDICAP-ADJUSTED SECTION OF DARTSTND IS
004034*                  RANKED AND HEADED DIVISION BY DIVISION, LIKE
004039*                  THE POINTS STANDINGS ABOVE IT
004050*-----------------------------------------------------------------
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.    DARTS.
007610     SELECT FIXDATE-CTL-FILE ASSIGN TO "DARTFXDC"
007620         ORGANIZATION IS LINE SEQUENTIAL
007630         FILE STATUS IS WS-FXC-STATUS.

007640     SELECT TEAM-FILE ASSIGN TO "DARTTEAM"
007650         ORGANIZATION IS INDEXED
007660         ACCESS MODE IS DYNAMIC
007670         RECORD KEY IS TEAM-ID
007680         FILE STATUS IS WS-TEAM-STATUS.

007682     SELECT PAIRS-STANDINGS-RPT ASSIGN TO "DARTPRST"
007684         ORGANIZATION IS LINE SEQUENTIAL
007686         FILE STATUS IS WS-PRST-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008700 SD  SORT-WORK-FILE.
008800 01  SORT-RECORD.
008900     05  SORT-POINTS             PIC 9(07).
008910*-----------------------------------------------------------------
008920* THE STANDINGS SORT RUNS DIVISION BY DIVISION, TOP DOWN.
008930*-----------------------------------------------------------------
008940     05  SORT-DIVISION           PIC 9(01).
009000     05  SORT-ID                 PIC X(05).
009100     05  SORT-NAME               PIC X(20).
009200     05  SORT-GAMES              PIC 9(04).
010000     05  CARD-IN-Y               PIC 99V9.
010010*-----------------------------------------------------------------
010020* GAME-TYPE INDICATOR: "C" SCORES THE VISIT AS CRICKET; BLANK
010030* (OR ANYTHING ELSE) KEEPS THE ORIGINAL 501 LEG SCORING.  "P"
010032* IS A PAIRS 501 VISIT, AND CARD-IN-PLYR-ID THEN HOLDS A DARTTEAM
010034* TEAM ID RATHER THAN A PLAYER ID.
010040*-----------------------------------------------------------------
010050     05  CARD-IN-GAME-TYPE       PIC X(01).

013980     05  FIX-MATCH-DATE          PIC 9(08).
013990     05  FILLER                  PIC X(01) VALUE SPACES.
014000     05  FIX-DATE-FLAG           PIC X(07).
014001     05  FILLER                  PIC X(01) VALUE SPACES.
014002     05  FIX-DIVISION            PIC 9(01).
014003* POSTPONED ("POSTPND"): THE NIGHT FIRST DRAWN, ELSE ZERO.
014004     05  FILLER                  PIC X(01) VALUE SPACES.
014005     05  FIX-ORIG-DATE           PIC 9(08).
014006* THE HOME PLAYER'S CLUB REGION WHOSE HOLIDAYS DATED THE MATCH.
014007     05  FILLER                  PIC X(01) VALUE SPACES.
014008     05  FIX-REGION              PIC X(02).

014010*-----------------------------------------------------------------
014020* ONE CONTROL RECORD: THE SEASON'S FIRST LEAGUE NIGHT (YYYYMMDD).
014100     RECORD CONTAINS 80 CHARACTERS.
014200 01  RECN-LINE                   PIC X(80).

014210 FD  TEAM-FILE.
014220 COPY dartteam.

014230 FD  PAIRS-STANDINGS-RPT
014240     RECORD CONTAINS 80 CHARACTERS.
014250 01  PRST-LINE                   PIC X(80).

014300 WORKING-STORAGE SECTION.
014400*-----------------------------------------------------------------
014500* A SINGLE THROW, KEPT FOR BACKWARD COMPATIBILITY WITH CALLERS
026800     05  SCD-REMAIN              PIC ZZ9.
026900     05  FILLER                  PIC X(02) VALUE SPACES.
027000     05  SCD-LEG-NOTE            PIC X(08).
027010     05  FILLER                  PIC X(02) VALUE SPACES.
027020     05  SCD-THROWER             PIC X(05).
027100*-----------------------------------------------------------------
027200* 501 DOUBLE-OUT LEG STATE.  ONE ENTRY PER PLAYER SEEN IN THE
027300* CURRENT MATCH, CARRYING THAT PLAYER'S REMAINING SCORE DOWN
029000*-----------------------------------------------------------------
029010 01  WS-CUR-GAME-TYPE            PIC X(01) VALUE SPACE.
029020     88  VISIT-IS-CRICKET        VALUE "C".
029025     88  VISIT-IS-PAIRS          VALUE "P".
029030 01  WS-CRK-TARGET-VALUES.
029040     05  FILLER PIC 9(02) VALUE 15.
029050     05  FILLER PIC 9(02) VALUE 16.
030800         10  SP-BEST-VISIT       PIC 9(03).
030900         10  SP-MISSES           PIC 9(05).
031000         10  SP-ADJ-AVG          PIC 999V99.
031050         10  SP-DIVISION         PIC 9(01).
031100 01  WS-STAT-HOLD.
031200     05  SH-ID                   PIC X(05).
031300     05  SH-VISITS               PIC 9(05).
031700     05  SH-BEST-VISIT           PIC 9(03).
031800     05  SH-MISSES               PIC 9(05).
031900     05  SH-ADJ-AVG              PIC 999V99.
031950     05  SH-DIVISION             PIC 9(01).
032000 01  sdx                         PIC 99.
032100 01  tdx                         PIC 99.
032200 01  WS-STAT-FOUND               PIC 99.
035600 01  WS-ROSTER-TABLE.
035700     05  WS-ROSTER-ID            PIC X(05) OCCURS 51 TIMES.
035800 01  WS-BYE-ID                   PIC X(05) VALUE "BYE".
035805*-----------------------------------------------------------------
035810* EACH ROSTER PLAYER'S CLUB REGION, HELD APART FROM WS-ROSTER-ID
035815* SO THE WEEKLY ROTATION NEVER HAS TO CARRY IT.  A WEEK IS DATED
035820* AGAIN ONLY WHEN THE NEXT HOME PLAYER'S REGION DIFFERS FROM THE
035825* ONE THE WEEK WAS LAST DATED FOR.
035830*-----------------------------------------------------------------
035835 01  WS-RGN-TABLE.
035840     05  WS-RGN-ENTRY OCCURS 51 TIMES.
035845         10  WS-RGN-PLYR-ID      PIC X(05).
035850         10  WS-RGN-CODE         PIC X(02).
035855 01  rgx                         PIC 99.
035860 01  WS-FIX-REGION               PIC X(02).
035865 01  WS-FIX-DATED-REGION         PIC X(02).
035900 01  wkx                         PIC 99.
036000 01  gmx                         PIC 99.
036100 01  WS-FIX-WEEKS                PIC 99.
036930 01  WS-LDA-DAYS                 PIC S9(05).
036940 01  WS-LDA-RESULT               PIC 9(08).
036950 01  WS-LHC-DATE                 PIC 9(08).
036955 01  WS-LHC-REGION               PIC X(02).
036960 01  WS-LHC-RESULT               PIC X(01).
036970     88  WEEK-NIGHT-IS-HOLIDAY   VALUE "Y".
036971*-----------------------------------------------------------------
036972* EACH DIVISION GETS ITS OWN ROUND-ROBIN; MATCH IDS RUN ON
036973* ACROSS DIVISIONS SO THEY STAY UNIQUE FOR THE SEASON.
036974*-----------------------------------------------------------------
036975 01  WS-FIX-DIVISION             PIC 99.
036976 01  WS-MAX-DIVISION             PIC 99 VALUE 9.
036977 01  WS-PLYR-DIVISION            PIC 9(01).

036985*-----------------------------------------------------------------
037000* POSTING RECONCILIATION.  RC-POSTED ACCUMULATES THE POINTS
040740*-----------------------------------------------------------------
040750 01  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
040760     88  RUN-IS-REHEARSAL        VALUE "R".
040765*-----------------------------------------------------------------
040770* SET ONLY WHILE THE DARTS-REPLAY ENTRY POINT IS SCORING A VISIT:
040775* THE SCORING PARAGRAPHS THEN SKIP EVERY FILE AND AUDIT WRITE.
040780*-----------------------------------------------------------------
040785 01  WS-REPLAY-SW                PIC X(01) VALUE "N".
040790     88  REPLAY-IN-PROGRESS      VALUE "Y".
040800 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
040900 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.
041000*-----------------------------------------------------------------
045800     05  SD-GAMES                PIC ZZZ9.
045900     05  FILLER                  PIC X(03) VALUE SPACES.
046000     05  SD-POINTS               PIC ZZZZZZ9.
046010 01  WS-STND-DIV-HDG.
046020     05  FILLER                  PIC X(09) VALUE "DIVISION ".
046030     05  SDH-DIVISION            PIC 9(01).
046040 01  WS-STND-LAST-DIV            PIC 9(01).
046100 01  WS-RANK                     PIC 999.
046200 01  WS-SORT-EOF-SW              PIC X VALUE "N".
046300     88  SORT-AT-EOF             VALUE "Y".
046400
046401*-----------------------------------------------------------------
046402* PAIRS NIGHT.  ONE ENTRY PER TEAM SEEN IN THE CURRENT MATCH,
046403* LOADED FROM DARTTEAM THE FIRST TIME THE TEAM THROWS, HOLDING
046404* WHICH PARTNER THROWS THE TEAM'S NEXT VISIT.  PARTNER 1 OPENS
046405* EVERY LEG.  WS-THROWER-ID IS THE PLAYER WHOSE DARTS THE VISIT
046406* WAS - THE TEAM'S PARTNER FOR A PAIRS VISIT, OTHERWISE THE
046407* PLAYER ON THE CARD - AND KEYS THE DARTSTAT ACCUMULATION.
046408*-----------------------------------------------------------------
046409 01  WS-TEAM-STATUS              PIC XX.
046410 01  WS-PRST-STATUS              PIC XX.
046411 01  WS-THROWER-ID               PIC X(05).
046412 01  WS-PAIR-COUNT               PIC 9 VALUE ZERO.
046413 01  WS-PAIR-TABLE.
046414     05  WS-PAIR-TEAM OCCURS 8 TIMES.
046415         10  PR-TEAM-ID          PIC X(05).
046416         10  PR-PLYR-ID          PIC X(05) OCCURS 2 TIMES.
046417         10  PR-NEXT             PIC 9.
046418 01  prx                         PIC 9.
046419 01  WS-PAIR-FOUND               PIC 9.
046420 01  WS-TEAM-FOUND-SW            PIC X(01).
046421     88  TEAM-ON-MASTER          VALUE "Y".
046422*-----------------------------------------------------------------
046423* PAIRS STANDINGS, BUILT FROM DARTTEAM AND RANKED BY POINTS IN
046424* PLACE THE WAY THE HANDICAP SECTION IS.
046425*-----------------------------------------------------------------
046426 01  WS-PT-COUNT                 PIC 99 VALUE ZERO.
046427 01  WS-PT-TABLE.
046428     05  WS-PT-ENTRY OCCURS 50 TIMES.
046429         10  PT-ID               PIC X(05).
046430         10  PT-NAME             PIC X(20).
046431         10  PT-PLYR-1           PIC X(05).
046432         10  PT-PLYR-2           PIC X(05).
046433         10  PT-GAMES            PIC 9(04).
046434         10  PT-POINTS           PIC 9(07).
046435 01  WS-PT-HOLD                  PIC X(46).
046436 01  WS-PRST-HDG1                PIC X(80) VALUE
046437     "DARTS LEAGUE - PAIRS STANDINGS".
046438 01  WS-PRST-HDG2.
046439     05  FILLER                  PIC X(35) VALUE
046440         "RANK  TEAM   NAME".
046441     05  FILLER                  PIC X(45) VALUE
046442         "PARTNERS    GAMES   POINTS".
046443 01  WS-PRST-DETAIL.
046444     05  FILLER                  PIC X(02) VALUE SPACES.
046445     05  PSD-RANK                PIC ZZ9.
046446     05  FILLER                  PIC X(01) VALUE SPACES.
046447     05  PSD-ID                  PIC X(05).
046448     05  FILLER                  PIC X(02) VALUE SPACES.
046449     05  PSD-NAME                PIC X(20).
046450     05  FILLER                  PIC X(02) VALUE SPACES.
046451     05  PSD-PLYR-1              PIC X(05).
046452     05  FILLER                  PIC X(01) VALUE "/".
046453     05  PSD-PLYR-2              PIC X(05).
046454     05  FILLER                  PIC X(02) VALUE SPACES.
046455     05  PSD-GAMES               PIC ZZZ9.
046456     05  FILLER                  PIC X(02) VALUE SPACES.
046457     05  PSD-POINTS              PIC ZZZZZZ9.
046500*-----------------------------------------------------------------
046600* PARAMETER LIST FOR THE DARTS-CHECKOUT ENTRY POINT BELOW, SO A
046700* CALLING PROGRAM CAN DRIVE THE WEDGE-AWARE DOUBLE-OUT CHECK
047400 01  DCO-REMAINING               PIC 999.
047500 01  DCO-RESULT                  PIC X.
047600     88  DCO-CHECKOUT-LEGAL      VALUE "Y".
047610 COPY dartrply.
047700
047800 PROCEDURE DIVISION.
047900 0000-DARTS.
050800             MOVE "THROW OUTSIDE THE OUTER RING" TO
050900                 AUD-FAILURE-REASON
051000             SET AUD-SEV-INFO TO TRUE
051010             IF NOT REPLAY-IN-PROGRESS
051100                 CALL "AUDITLOG" USING AUD-PROGRAM-NAME
051200                     AUD-FAILED-INPUT AUD-FAILURE-REASON
051300                     AUD-SEVERITY
051310             END-IF
051400     END-EVALUATE.
051500 1000-EXIT.
051600     EXIT.
054830* ROSTER MASTER; THE RECONCILIATION ACCUMULATORS BELOW STILL
054840* SHOW WHAT WOULD HAVE POSTED.
054850*-----------------------------------------------------------------
054852     IF VISIT-IS-PAIRS AND NOT RUN-IS-REHEARSAL
054854         PERFORM 3100-RECORD-TEAM-RESULT THRU 3100-EXIT
054856     END-IF
054860     IF NOT RUN-IS-REHEARSAL AND NOT VISIT-IS-PAIRS
054900         OPEN I-O PLAYER-FILE
055000         IF WS-PLYR-STATUS = "35"
055100             CLOSE PLAYER-FILE
055200             OPEN OUTPUT PLAYER-FILE
055300             CLOSE PLAYER-FILE
055400             OPEN I-O PLAYER-FILE
055500         END-IF
055600
055700         MOVE WS-PLAYER-ID TO PLYR-ID
055800         READ PLAYER-FILE
055900             INVALID KEY
056000                 MOVE WS-PLAYER-NAME  TO PLYR-NAME
056100                 MOVE 1               TO PLYR-GAMES-PLAYED
056200                 MOVE WS-VISIT-SCORE  TO PLYR-CUM-POINTS
056300                 SET  PLYR-IS-ACTIVE  TO TRUE
056310                 MOVE 1               TO PLYR-DIVISION
056320                 MOVE SPACES          TO PLYR-REGION
056400                 WRITE PLYR-RECORD
056500             NOT INVALID KEY
056600                 ADD 1               TO PLYR-GAMES-PLAYED
056700                 ADD WS-VISIT-SCORE  TO PLYR-CUM-POINTS
056800                 REWRITE PLYR-RECORD
056900         END-READ
057000
057100         CLOSE PLAYER-FILE
057110     END-IF
057200     MOVE WS-PLAYER-ID TO WS-RECN-KEY
057300     PERFORM 7820-LOCATE-RECN-ENTRY THRU 7820-EXIT
057600     END-IF.
057700 3000-EXIT.
057800     EXIT.

057801*-----------------------------------------------------------------
057802* A PAIRS VISIT POSTS TO ITS TEAM ON DARTTEAM, NOT TO EITHER
057803* PARTNER ON DARTPLYR, SO THE SINGLES TABLE NEVER SEES IT.  A
057804* TEAM NOT YET ON THE MASTER IS CREATED THE WAY A NEW PLAYER IS.
057805*-----------------------------------------------------------------
057806 3100-RECORD-TEAM-RESULT.
057807     OPEN I-O TEAM-FILE
057808     IF WS-TEAM-STATUS = "35"
057809         CLOSE TEAM-FILE
057810         OPEN OUTPUT TEAM-FILE
057811         CLOSE TEAM-FILE
057812         OPEN I-O TEAM-FILE
057813     END-IF
057814     MOVE WS-PLAYER-ID TO TEAM-ID
057815     READ TEAM-FILE
057816         INVALID KEY
057817             MOVE WS-PLAYER-NAME  TO TEAM-NAME
057818             MOVE SPACES          TO TEAM-PLYR-1 TEAM-PLYR-2
057819             MOVE 1               TO TEAM-GAMES-PLAYED
057820             MOVE WS-VISIT-SCORE  TO TEAM-CUM-POINTS
057821             SET  TEAM-IS-ACTIVE  TO TRUE
057822             WRITE TEAM-RECORD
057823         NOT INVALID KEY
057824             ADD 1               TO TEAM-GAMES-PLAYED
057825             ADD WS-VISIT-SCORE  TO TEAM-CUM-POINTS
057826             REWRITE TEAM-RECORD
057827     END-READ
057828     CLOSE TEAM-FILE.
057829 3100-EXIT.
057830     EXIT.

058000*-----------------------------------------------------------------
058100* PRODUCE THE PRINT-FORMATTED LEAGUE STANDINGS REPORT, ONE TABLE
058200* PER DIVISION, PLAYERS SORTED HIGH-TO-LOW BY CUMULATIVE POINTS.
058300*-----------------------------------------------------------------
058400 4000-PRINT-STANDINGS.
058500     SORT SORT-WORK-FILE
058510         ON ASCENDING KEY SORT-DIVISION
058600         ON DESCENDING KEY SORT-POINTS
058700         INPUT PROCEDURE 4100-SORT-INPUT
058800         OUTPUT PROCEDURE 4200-SORT-OUTPUT.
060300                 MOVE PLYR-ID         TO SORT-ID
060400                 MOVE PLYR-NAME       TO SORT-NAME
060500                 MOVE PLYR-GAMES-PLAYED TO SORT-GAMES
060510                 PERFORM 8150-EFFECTIVE-DIVISION THRU 8150-EXIT
060520                 MOVE WS-PLYR-DIVISION TO SORT-DIVISION
060545                 PERFORM 4110-NOTE-STAT-DIVISION THRU 4110-EXIT
060600                 RELEASE SORT-RECORD
060700         END-READ
060800     END-PERFORM
060900     CLOSE PLAYER-FILE.
061000 4100-EXIT.
061100     EXIT.

061105*-----------------------------------------------------------------
061110* THE ROSTER PASS ALSO GIVES EACH THROWER IN THIS RUN'S STATS
061115* TABLE THE DIVISION THEIR HANDICAP LINE IS LISTED UNDER.
061120*-----------------------------------------------------------------
061125 4110-NOTE-STAT-DIVISION.
061130     PERFORM VARYING sdx FROM 1 BY 1
061135             UNTIL sdx > WS-STAT-COUNT
061140         IF SP-ID(sdx) = PLYR-ID
061145             MOVE WS-PLYR-DIVISION TO SP-DIVISION(sdx)
061150         END-IF
061155     END-PERFORM.
061160 4110-EXIT.
061165     EXIT.
061200
061300 4200-SORT-OUTPUT.
061400     MOVE ZERO TO WS-RANK
061600     OPEN OUTPUT STANDINGS-RPT
061700     MOVE WS-STND-HDG1 TO STND-LINE
061800     WRITE STND-LINE
061810     MOVE ZERO TO WS-STND-LAST-DIV
062100     PERFORM UNTIL SORT-AT-EOF
062200         RETURN SORT-WORK-FILE
062300             AT END MOVE "Y" TO WS-SORT-EOF-SW
063100
063200*-----------------------------------------------------------------
063300* SECOND STANDINGS SECTION: EVERY PLAYER SEEN IN THIS RUN'S
063400* THROW STREAM, DIVISION BY DIVISION, RANKED HIGH-TO-LOW BY
063425* HANDICAP-ADJUSTED THREE-DART AVERAGE.  A NEW DIVISION OPENS
063450* WITH ITS OWN HEADING AND RANKS FROM 1, AS IN 4210.  A THROWER
063475* NOT ON THE ROSTER IS LISTED UNDER DIVISION 1.
063500* THE STATS TABLE IS SMALL, SO A SELECTION SORT
063600* IN PLACE IS ENOUGH; THE SORT-WORK-FILE STAYS DEDICATED TO THE
063700* POINTS SECTION ABOVE.
063800*-----------------------------------------------------------------
064500     WRITE STND-LINE
064600     MOVE WS-STND-HDG3 TO STND-LINE
064700     WRITE STND-LINE
065000     MOVE ZERO TO WS-RANK WS-STND-LAST-DIV
065100     PERFORM VARYING sdx FROM 1 BY 1
065200             UNTIL sdx > WS-STAT-COUNT
065205         IF SP-DIVISION(sdx) NOT = WS-STND-LAST-DIV
065210             MOVE SP-DIVISION(sdx) TO WS-STND-LAST-DIV
065215             MOVE SPACES TO STND-LINE
065220             WRITE STND-LINE
065225             MOVE SP-DIVISION(sdx) TO SDH-DIVISION
065230             MOVE WS-STND-DIV-HDG TO STND-LINE
065235             WRITE STND-LINE
065240             MOVE WS-STND-HDG4 TO STND-LINE
065245             WRITE STND-LINE
065250             MOVE ZERO TO WS-RANK
065255         END-IF
065300         ADD 1 TO WS-RANK
065400         MOVE WS-RANK TO HD-RANK
065500         MOVE SP-ID(sdx) TO HD-ID
067700             UNTIL sdx >= WS-STAT-COUNT
067800         PERFORM VARYING tdx FROM sdx BY 1
067900                 UNTIL tdx > WS-STAT-COUNT
068000             IF SP-DIVISION(tdx) < SP-DIVISION(sdx)
068025                     OR (SP-DIVISION(tdx) = SP-DIVISION(sdx)
068050                     AND SP-ADJ-AVG(tdx) > SP-ADJ-AVG(sdx))
068100                 MOVE WS-STAT-PLAYER(sdx) TO WS-STAT-HOLD
068200                 MOVE WS-STAT-PLAYER(tdx) TO WS-STAT-PLAYER(sdx)
068300                 MOVE WS-STAT-HOLD TO WS-STAT-PLAYER(tdx)
068700 4310-EXIT.
068800     EXIT.

068810*-----------------------------------------------------------------
068820* A NEW DIVISION OPENS WITH ITS OWN HEADING AND RANKS FROM 1.
068830*-----------------------------------------------------------------
068900 4210-WRITE-STANDING-LINE.
068908     IF SORT-DIVISION NOT = WS-STND-LAST-DIV
068916         MOVE SORT-DIVISION TO WS-STND-LAST-DIV
068924         MOVE SPACES TO STND-LINE
068932         WRITE STND-LINE
068940         MOVE SORT-DIVISION TO SDH-DIVISION
068948         MOVE WS-STND-DIV-HDG TO STND-LINE
068956         WRITE STND-LINE
068964         MOVE WS-STND-HDG2 TO STND-LINE
068972         WRITE STND-LINE
068980         MOVE ZERO TO WS-RANK
068988     END-IF
069000     ADD 1 TO WS-RANK
069100     MOVE WS-RANK      TO SD-RANK
069200     MOVE SORT-ID      TO SD-ID
069800 4210-EXIT.
069900     EXIT.

069901*-----------------------------------------------------------------
069902* PAIRS STANDINGS, ON THEIR OWN DARTPRST REPORT SO THEY NEVER MIX
069903* WITH THE SINGLES DARTSTND: EVERY ACTIVE DARTTEAM TEAM, HIGH-TO-
069904* LOW BY CUMULATIVE POINTS.  NO TEAM MASTER, NO REPORT.
069905*-----------------------------------------------------------------
069906 4400-PRINT-PAIRS-STANDINGS.
069907     MOVE ZERO TO WS-PT-COUNT
069908     OPEN INPUT TEAM-FILE
069909     IF WS-TEAM-STATUS NOT = "00"
069910         GO TO 4400-EXIT
069911     END-IF
069912     MOVE LOW-VALUES TO TEAM-ID
069913     START TEAM-FILE KEY IS GREATER THAN TEAM-ID
069914         INVALID KEY MOVE "10" TO WS-TEAM-STATUS
069915     END-START
069916     PERFORM UNTIL WS-TEAM-STATUS NOT = "00"
069917         READ TEAM-FILE NEXT RECORD
069918             AT END MOVE "10" TO WS-TEAM-STATUS
069919             NOT AT END
069920                 IF TEAM-IS-ACTIVE AND WS-PT-COUNT < 50
069921                     ADD 1 TO WS-PT-COUNT
069922                     MOVE WS-PT-COUNT TO sdx
069923                     MOVE TEAM-ID           TO PT-ID(sdx)
069924                     MOVE TEAM-NAME         TO PT-NAME(sdx)
069925                     MOVE TEAM-PLYR-1       TO PT-PLYR-1(sdx)
069926                     MOVE TEAM-PLYR-2       TO PT-PLYR-2(sdx)
069927                     MOVE TEAM-GAMES-PLAYED TO PT-GAMES(sdx)
069928                     MOVE TEAM-CUM-POINTS   TO PT-POINTS(sdx)
069929                 END-IF
069930         END-READ
069931     END-PERFORM
069932     CLOSE TEAM-FILE
069933     PERFORM 4410-SORT-PAIRS-TABLE THRU 4410-EXIT
069934     OPEN OUTPUT PAIRS-STANDINGS-RPT
069935     MOVE WS-PRST-HDG1 TO PRST-LINE
069936     WRITE PRST-LINE
069937     MOVE SPACES TO PRST-LINE
069938     WRITE PRST-LINE
069939     MOVE WS-PRST-HDG2 TO PRST-LINE
069940     WRITE PRST-LINE
069941     PERFORM VARYING sdx FROM 1 BY 1
069942             UNTIL sdx > WS-PT-COUNT
069943         MOVE sdx            TO PSD-RANK
069944         MOVE PT-ID(sdx)     TO PSD-ID
069945         MOVE PT-NAME(sdx)   TO PSD-NAME
069946         MOVE PT-PLYR-1(sdx) TO PSD-PLYR-1
069947         MOVE PT-PLYR-2(sdx) TO PSD-PLYR-2
069948         MOVE PT-GAMES(sdx)  TO PSD-GAMES
069949         MOVE PT-POINTS(sdx) TO PSD-POINTS
069950         MOVE WS-PRST-DETAIL TO PRST-LINE
069951         WRITE PRST-LINE
069952     END-PERFORM
069953     CLOSE PAIRS-STANDINGS-RPT.
069954 4400-EXIT.
069955     EXIT.

069956 4410-SORT-PAIRS-TABLE.
069957     PERFORM VARYING sdx FROM 1 BY 1
069958             UNTIL sdx >= WS-PT-COUNT
069959         PERFORM VARYING tdx FROM sdx BY 1
069960                 UNTIL tdx > WS-PT-COUNT
069961             IF PT-POINTS(tdx) > PT-POINTS(sdx)
069962                 MOVE WS-PT-ENTRY(sdx) TO WS-PT-HOLD
069963                 MOVE WS-PT-ENTRY(tdx) TO WS-PT-ENTRY(sdx)
069964                 MOVE WS-PT-HOLD TO WS-PT-ENTRY(tdx)
069965             END-IF
069966         END-PERFORM
069967     END-PERFORM.
069968 4410-EXIT.
069969     EXIT.

070000*-----------------------------------------------------------------
070100* TOURNAMENT NIGHT: DRIVE A WHOLE SCORECARD FILE OF THROWS
070200* (MATCH ID, PLAYER ID, X, Y - ONE RECORD PER DART, THREE
073500     CLOSE SCORECARD-IN SCORECARD-OUT
073600     PERFORM 7600-WRITE-PLAYER-STATS THRU 7600-EXIT
073700     PERFORM 7800-RECONCILE-POSTINGS THRU 7800-EXIT
073800     PERFORM 4000-PRINT-STANDINGS THRU 4000-EXIT
073810     PERFORM 4400-PRINT-PAIRS-STANDINGS THRU 4400-EXIT.
073900 7000-EXIT.
074000     EXIT.

078700         MOVE ZERO TO WS-CARD-TOTAL
078800         MOVE ZERO TO WS-LEG-PLAYER-COUNT
078810         MOVE ZERO TO WS-CRK-PLAYER-COUNT
078820         MOVE ZERO TO WS-PAIR-COUNT
078900     END-IF
079000     IF CARD-IN-PLYR-ID NOT = WS-PREV-PLYR-ID
079100         MOVE ZERO TO WS-CARD-TOTAL
080264         PERFORM 7900-SCORE-CRICKET-VISIT THRU 7900-EXIT
080276         GO TO 7300-EXIT
080288     END-IF
080290     MOVE WS-PREV-PLYR-ID TO WS-THROWER-ID
080292     IF VISIT-IS-PAIRS
080294         PERFORM 7350-NEXT-PAIRS-THROWER THRU 7350-EXIT
080296     END-IF
080300     MOVE WS-PREV-PLYR-ID TO WS-PLAYER-ID
080400     MOVE WS-PREV-PLYR-ID TO WS-PLAYER-NAME
080500     MOVE WS-MISS-COUNT TO WS-MISS-BEFORE
081300     MOVE WS-CARD-TOTAL     TO SCD-RUN-TOTAL
081400     MOVE WS-LEG-SHOW       TO SCD-REMAIN
081500     MOVE WS-LEG-NOTE       TO SCD-LEG-NOTE
081510     MOVE SPACES            TO SCD-THROWER
081520     IF VISIT-IS-PAIRS
081530         MOVE WS-THROWER-ID TO SCD-THROWER
081540     END-IF
081600     MOVE WS-SCORECARD-DETAIL TO CARD-OUT-LINE
081700     WRITE CARD-OUT-LINE
081800     ADD 1 TO WS-RNC-WRITTEN.
081900 7300-EXIT.
082000     EXIT.

082001*-----------------------------------------------------------------
082002* WHOSE DARTS WAS THIS PAIRS VISIT?  THE TEAM IS LOOKED UP ON
082003* DARTTEAM THE FIRST TIME IT THROWS IN THE MATCH; THE PARTNER DUE
082004* COMES BACK IN WS-THROWER-ID AND THE TURN PASSES TO THE OTHER.
082005*-----------------------------------------------------------------
082006 7350-NEXT-PAIRS-THROWER.
082007     MOVE ZERO TO WS-PAIR-FOUND
082008     PERFORM VARYING prx FROM 1 BY 1
082009             UNTIL prx > WS-PAIR-COUNT
082010         IF PR-TEAM-ID(prx) = WS-PREV-PLYR-ID
082011             MOVE prx TO WS-PAIR-FOUND
082012         END-IF
082013     END-PERFORM
082014     IF WS-PAIR-FOUND = ZERO
082015         PERFORM 7360-LOAD-PAIRS-TEAM THRU 7360-EXIT
082016     END-IF
082017     IF WS-PAIR-FOUND = ZERO
082018         GO TO 7350-EXIT
082019     END-IF
082020     MOVE WS-PAIR-FOUND TO prx
082021     IF PR-NEXT(prx) = 1
082022         MOVE PR-PLYR-ID(prx, 1) TO WS-THROWER-ID
082023         MOVE 2 TO PR-NEXT(prx)
082024     ELSE
082025         MOVE PR-PLYR-ID(prx, 2) TO WS-THROWER-ID
082026         MOVE 1 TO PR-NEXT(prx)
082027     END-IF.
082028 7350-EXIT.
082029     EXIT.

082030*-----------------------------------------------------------------
082031* A TEAM MISSING FROM DARTTEAM, OR WITHOUT BOTH PARTNERS, IS
082032* REPORTED ONCE A MATCH AND HAS ITS DARTS CREDITED TO THE TEAM ID
082033* ITSELF.  A FULL TABLE CREDITS THE TEAM ID WITHOUT A TABLE ENTRY.
082034*-----------------------------------------------------------------
082035 7360-LOAD-PAIRS-TEAM.
082036     MOVE "DARTS" TO AUD-PROGRAM-NAME
082037     MOVE WS-PREV-PLYR-ID TO AUD-FAILED-INPUT
082038     SET AUD-SEV-WARNING TO TRUE
082039     IF WS-PAIR-COUNT >= 8
082040         MOVE "PAIRS TABLE FULL, DARTS CREDITED TO TEAM" TO
082041             AUD-FAILURE-REASON
082042         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
082043             AUD-FAILED-INPUT AUD-FAILURE-REASON
082044             AUD-SEVERITY
082045         GO TO 7360-EXIT
082046     END-IF
082047     MOVE "N" TO WS-TEAM-FOUND-SW
082048     OPEN INPUT TEAM-FILE
082049     IF WS-TEAM-STATUS = "00"
082050         MOVE WS-PREV-PLYR-ID TO TEAM-ID
082051         READ TEAM-FILE
082052             INVALID KEY CONTINUE
082053             NOT INVALID KEY SET TEAM-ON-MASTER TO TRUE
082054         END-READ
082055         CLOSE TEAM-FILE
082056     END-IF
082057     ADD 1 TO WS-PAIR-COUNT
082058     MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND
082059     MOVE WS-PREV-PLYR-ID TO PR-TEAM-ID(WS-PAIR-FOUND)
082060     MOVE 1 TO PR-NEXT(WS-PAIR-FOUND)
082061     IF TEAM-ON-MASTER AND TEAM-PLYR-1 NOT = SPACES
082062             AND TEAM-PLYR-2 NOT = SPACES
082063         MOVE TEAM-PLYR-1 TO PR-PLYR-ID(WS-PAIR-FOUND, 1)
082064         MOVE TEAM-PLYR-2 TO PR-PLYR-ID(WS-PAIR-FOUND, 2)
082065         GO TO 7360-EXIT
082066     END-IF
082067     MOVE WS-PREV-PLYR-ID TO PR-PLYR-ID(WS-PAIR-FOUND, 1)
082068                             PR-PLYR-ID(WS-PAIR-FOUND, 2)
082069     MOVE "PAIRS TEAM HAS NO PARTNERS ON DARTTEAM" TO
082070         AUD-FAILURE-REASON
082071     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
082072         AUD-FAILED-INPUT AUD-FAILURE-REASON
082073         AUD-SEVERITY.
082074 7360-EXIT.
082075     EXIT.

082100 7400-READ-ONE-VISIT-THROW.
082200     MOVE CARD-IN-X TO WS-THROW-X(THROW-IDX)
082300     MOVE CARD-IN-Y TO WS-THROW-Y(THROW-IDX)
090400     PERFORM VARYING ldx FROM 1 BY 1
090500             UNTIL ldx > WS-LEG-PLAYER-COUNT
090600         MOVE WS-LEG-START-SCORE TO LEG-REMAINING(ldx)
090700     END-PERFORM
090710     PERFORM VARYING prx FROM 1 BY 1
090720             UNTIL prx > WS-PAIR-COUNT
090730         MOVE 1 TO PR-NEXT(prx)
090740     END-PERFORM.
090800 7520-EXIT.
090900     EXIT.

091000 7530-WRITE-LEG-RESULT.
091010     IF REPLAY-IN-PROGRESS
091020         GO TO 7530-EXIT
091030     END-IF
091100     MOVE WS-PREV-MATCH-ID TO LRL-MATCH-ID
091200     MOVE WS-PREV-PLYR-ID  TO LRL-PLYR-ID
091300     MOVE SPACES           TO CARD-OUT-LINE
093980         PERFORM 6000-SCORE-WEDGE-THROW
093990         PERFORM 7920-APPLY-CRICKET-THROW THRU 7920-EXIT
094000     END-PERFORM
094002     IF REPLAY-IN-PROGRESS
094004         PERFORM 7930-CHECK-CRICKET-WIN THRU 7930-EXIT
094006         GO TO 7900-EXIT
094008     END-IF
094010     MOVE CRK-PLYR-ID(ckx) TO CKD-PLYR-ID
094020     PERFORM VARYING ctx FROM 1 BY 1 UNTIL ctx > 7
094030         MOVE CRK-MARKS(ckx, ctx) TO CKD-MARK(ctx)
095130             MOVE "N" TO WS-CRK-WON-SW
095140         END-IF
095150     END-PERFORM
095160     IF CRICKET-GAME-WON AND NOT REPLAY-IN-PROGRESS
095170         MOVE WS-PREV-MATCH-ID TO CRL-MATCH-ID
095180         MOVE CRK-PLYR-ID(ckx) TO CRL-PLYR-ID
095190         MOVE SPACES TO CARD-OUT-LINE
095200         MOVE WS-CRICKET-RESULT-LINE TO CARD-OUT-LINE
095210         WRITE CARD-OUT-LINE
095220         ADD 1 TO WS-RNC-WRITTEN
095223     END-IF
095226     IF CRICKET-GAME-WON
095230         MOVE ZERO TO WS-CRK-PLAYER-COUNT
095240     END-IF.
095250 7930-EXIT.
098100     MOVE ZERO TO WS-STAT-FOUND
098200     PERFORM VARYING sdx FROM 1 BY 1
098300             UNTIL sdx > WS-STAT-COUNT
098400         IF SP-ID(sdx) = WS-THROWER-ID
098500             MOVE sdx TO WS-STAT-FOUND
098600         END-IF
098700     END-PERFORM
098900         IF WS-STAT-COUNT < 50
099000             ADD 1 TO WS-STAT-COUNT
099100             MOVE WS-STAT-COUNT TO WS-STAT-FOUND
099200             MOVE WS-THROWER-ID TO SP-ID(WS-STAT-FOUND)
099300             MOVE ZERO TO SP-VISITS(WS-STAT-FOUND)
099400                          SP-DARTS(WS-STAT-FOUND)
099500                          SP-POINTS(WS-STAT-FOUND)
099700                          SP-BEST-VISIT(WS-STAT-FOUND)
099800                          SP-MISSES(WS-STAT-FOUND)
099900                          SP-ADJ-AVG(WS-STAT-FOUND)
099950             MOVE 1 TO SP-DIVISION(WS-STAT-FOUND)
100000         ELSE
100100             GO TO 7700-EXIT
100200         END-IF
114300             MOVE "WEDGE THROW OUTSIDE THE OUTER RING" TO
114400                 AUD-FAILURE-REASON
114500             SET AUD-SEV-INFO TO TRUE
114510             IF NOT REPLAY-IN-PROGRESS
114600                 CALL "AUDITLOG" USING AUD-PROGRAM-NAME
114700                     AUD-FAILED-INPUT AUD-FAILURE-REASON
114800                     AUD-SEVERITY
114810             END-IF
114900     END-EVALUATE.
115000 6000-EXIT.
115100     EXIT.
121400*-----------------------------------------------------------------
121500* FIXTURE GENERATION: READ THE ACTIVE ROSTER AND WRITE A FULL
121600* ROUND-ROBIN SCHEDULE TO DARTFIXT - MATCH ID, WEEK NUMBER, HOME
121700* PLAYER, AWAY PLAYER - ONE RECORD PER PAIRING.  EVERY DIVISION
121710* PLAYS ITS OWN ROUND-ROBIN ON THE SAME LEAGUE NIGHTS.
121800*-----------------------------------------------------------------
121900 8000-GENERATE-FIXTURES.
121910     PERFORM 8050-READ-FIXDATE-CONTROL THRU 8050-EXIT
121918     MOVE ZERO TO WS-FIX-MATCH-SEQ
121926     OPEN OUTPUT FIXTURE-FILE
121934     PERFORM VARYING WS-FIX-DIVISION FROM 1 BY 1
121942             UNTIL WS-FIX-DIVISION > WS-MAX-DIVISION
121950         PERFORM 8010-GENERATE-DIVISION THRU 8010-EXIT
121958     END-PERFORM
121966     CLOSE FIXTURE-FILE.
121974 8000-EXIT.
121982     EXIT.

121990 8010-GENERATE-DIVISION.
122000     PERFORM 8100-LOAD-ROSTER-TABLE THRU 8100-EXIT
122100     IF WS-ROSTER-COUNT < 2
122200         GO TO 8010-EXIT
122300     END-IF
122400     IF FUNCTION MOD(WS-ROSTER-COUNT, 2) = 1
122500         ADD 1 TO WS-ROSTER-COUNT
122600         MOVE WS-BYE-ID TO WS-ROSTER-ID(WS-ROSTER-COUNT)
122610         MOVE WS-BYE-ID TO WS-RGN-PLYR-ID(WS-ROSTER-COUNT)
122620         MOVE SPACES    TO WS-RGN-CODE(WS-ROSTER-COUNT)
122700     END-IF
122800     COMPUTE WS-FIX-WEEKS = WS-ROSTER-COUNT - 1
122900     COMPUTE WS-FIX-GAMES = WS-ROSTER-COUNT / 2
123200     PERFORM VARYING wkx FROM 1 BY 1
123300             UNTIL wkx > WS-FIX-WEEKS
123310         MOVE HIGH-VALUES TO WS-FIX-DATED-REGION
123400         PERFORM 8200-WRITE-ONE-WEEK THRU 8200-EXIT
123500         PERFORM 8300-ROTATE-ROSTER THRU 8300-EXIT
123600     END-PERFORM.
123800 8010-EXIT.
123900     EXIT.

124000 8100-LOAD-ROSTER-TABLE.
124800         READ PLAYER-FILE NEXT RECORD
124900             AT END MOVE "10" TO WS-PLYR-STATUS
125000             NOT AT END
125010                 PERFORM 8150-EFFECTIVE-DIVISION THRU 8150-EXIT
125100                 IF WS-ROSTER-COUNT < 50
125200                         AND NOT PLYR-IS-INACTIVE
125210                         AND WS-PLYR-DIVISION = WS-FIX-DIVISION
125300                     ADD 1 TO WS-ROSTER-COUNT
125400                     MOVE PLYR-ID
125500                         TO WS-ROSTER-ID(WS-ROSTER-COUNT)
125510                     MOVE PLYR-ID
125520                         TO WS-RGN-PLYR-ID(WS-ROSTER-COUNT)
125530                     MOVE PLYR-REGION
125540                         TO WS-RGN-CODE(WS-ROSTER-COUNT)
125550                     IF PLYR-REGION = LOW-VALUES
125560                         MOVE SPACES
125570                             TO WS-RGN-CODE(WS-ROSTER-COUNT)
125580                     END-IF
125600                 END-IF
125700         END-READ
125800     END-PERFORM
126000 8100-EXIT.
126100     EXIT.

126107*-----------------------------------------------------------------
126114* THE DIVISION A ROSTER RECORD PLAYS IN; A RECORD FROM BEFORE
126121* DIVISIONS EXISTED (ZERO OR SPACE) PLAYS IN DIVISION 1.
126128*-----------------------------------------------------------------
126135 8150-EFFECTIVE-DIVISION.
126142     IF PLYR-DIVISION IS NUMERIC AND NOT PLYR-DIVISION-UNSET
126149         MOVE PLYR-DIVISION TO WS-PLYR-DIVISION
126156     ELSE
126163         MOVE 1 TO WS-PLYR-DIVISION
126170     END-IF.
126177 8150-EXIT.
126184     EXIT.

126200*-----------------------------------------------------------------
126300* ONE WEEK OF PAIRINGS: SLOT G PLAYS SLOT (COUNT + 1 - G).  A
126400* PAIRING INVOLVING THE BYE PAD IS A REST WEEK AND IS NOT
127600             MOVE wkx TO FIX-WEEK
127700             MOVE WS-ROSTER-ID(WS-HOME-SLOT) TO FIX-HOME-PLYR
127800             MOVE WS-ROSTER-ID(WS-AWAY-SLOT) TO FIX-AWAY-PLYR
127805             PERFORM 8260-DATE-FOR-HOME-REGION THRU 8260-EXIT
127810             MOVE WS-FIX-WEEK-DATE TO FIX-MATCH-DATE
127820             MOVE WS-FIX-WEEK-FLAG TO FIX-DATE-FLAG
127830             MOVE WS-FIX-DIVISION TO FIX-DIVISION
127840             MOVE ZERO TO FIX-ORIG-DATE
127850             MOVE WS-FIX-REGION TO FIX-REGION
127900             WRITE FIX-RECORD
128000         END-IF
128100     END-PERFORM.
128200 8200-EXIT.
128300     EXIT.

128305*-----------------------------------------------------------------
128310* THE HOME PLAYER'S CLUB REGION FOR THE PAIRING BEING WRITTEN.
128315* THE WEEK IS RE-DATED ONLY WHEN THAT REGION IS NOT THE ONE IT
128320* WAS LAST DATED FOR, SO A ONE-REGION LEAGUE DATES EACH WEEK ONCE.
128325*-----------------------------------------------------------------
128330 8260-DATE-FOR-HOME-REGION.
128335     MOVE SPACES TO WS-FIX-REGION
128340     PERFORM VARYING rgx FROM 1 BY 1 UNTIL rgx > WS-ROSTER-COUNT
128345         IF WS-RGN-PLYR-ID(rgx) = WS-ROSTER-ID(WS-HOME-SLOT)
128350             MOVE WS-RGN-CODE(rgx) TO WS-FIX-REGION
128355         END-IF
128360     END-PERFORM
128365     IF WS-FIX-REGION NOT = WS-FIX-DATED-REGION
128370         PERFORM 8250-DATE-ONE-WEEK THRU 8250-EXIT
128375         MOVE WS-FIX-REGION TO WS-FIX-DATED-REGION
128380     END-IF.
128385 8260-EXIT.
128390     EXIT.

128400*-----------------------------------------------------------------
128500* CIRCLE-METHOD ROTATION: SLOT 1 IS FIXED; THE LAST SLOT MOVES
128600* TO SLOT 2 AND EVERY OTHER SLOT SHIFTS DOWN ONE.
129870*-----------------------------------------------------------------
129880* DATE WEEK wkx: SEASON START PLUS SEVEN DAYS PER ELAPSED WEEK,
129890* SLID FORWARD A DAY AT A TIME WHILE THE NIGHT IS A LEAPHDAY
129900* HOLIDAY IN THE HOME CLUB'S REGION (WS-FIX-REGION).  SIX SLIDES
129910* WITHOUT A FREE DAY RUNS INTO THE NEXT WEEK'S NIGHT, SO THE WEEK
129915* IS FLAGGED NO-DATE INSTEAD.
129920*-----------------------------------------------------------------
129930 8250-DATE-ONE-WEEK.
129940     MOVE ZERO TO WS-FIX-WEEK-DATE
130030     MOVE WS-LDA-RESULT TO WS-FIX-WEEK-DATE
130040     MOVE ZERO TO WS-SLIDE-COUNT
130050     MOVE WS-FIX-WEEK-DATE TO WS-LHC-DATE
130055     MOVE WS-FIX-REGION    TO WS-LHC-REGION
130060     CALL "LEAP-HOLIDAY-CHECK" USING WS-LHC-DATE WS-LHC-REGION
130065         WS-LHC-RESULT
130070     PERFORM UNTIL NOT WEEK-NIGHT-IS-HOLIDAY
130080             OR WS-SLIDE-COUNT >= 6
130090         MOVE WS-FIX-WEEK-DATE TO WS-LDA-DATE
130140         ADD 1 TO WS-SLIDE-COUNT
130150         MOVE WS-FIX-WEEK-DATE TO WS-LHC-DATE
130160         CALL "LEAP-HOLIDAY-CHECK" USING WS-LHC-DATE
130170             WS-LHC-REGION WS-LHC-RESULT
130180     END-PERFORM
130190     IF WEEK-NIGHT-IS-HOLIDAY
130200         MOVE ZERO TO WS-FIX-WEEK-DATE
132200     GOBACK.
132300 9100-EXIT.
132400     EXIT.

132410*-----------------------------------------------------------------
132420* ADDITIVE ENTRY POINT FOR THE SCORECARD AMENDMENT RUN: REPLAY A
132430* MATCH ONE VISIT AT A TIME THROUGH THE BATCH'S OWN 501 LEG AND
132440* CRICKET SCORING.  "S" CLEARS THE LEG AND CRICKET TABLES FOR A
132450* NEW MATCH; "V" SCORES ONE VISIT AND HANDS BACK ITS SCORE, WHAT
132460* IS LEFT (OR CRICKET POINTS) AND THE LEG NOTE.  NOTHING IS
132470* POSTED TO DARTPLYR AND NOTHING IS WRITTEN TO DARTCARD.
132480*-----------------------------------------------------------------
132490 9300-DARTS-REPLAY-ENTRY.
132500 ENTRY "DARTS-REPLAY" USING DRP-REPLAY-AREA.
132510     SET REPLAY-IN-PROGRESS TO TRUE
132520     IF DRP-START-MATCH
132530         MOVE DRP-MATCH-ID TO WS-PREV-MATCH-ID
132540         MOVE ZERO TO WS-LEG-PLAYER-COUNT
132550         MOVE ZERO TO WS-CRK-PLAYER-COUNT
132560         GO TO 9300-RETURN
132570     END-IF
132580     MOVE DRP-PLYR-ID   TO WS-PREV-PLYR-ID
132590     MOVE DRP-GAME-TYPE TO WS-CUR-GAME-TYPE
132600     PERFORM VARYING THROW-IDX FROM 1 BY 1 UNTIL THROW-IDX > 3
132610         MOVE DRP-X(THROW-IDX) TO WS-THROW-X(THROW-IDX)
132620         MOVE DRP-Y(THROW-IDX) TO WS-THROW-Y(THROW-IDX)
132630     END-PERFORM
132640     MOVE SPACES TO DRP-NOTE
132650     MOVE ZERO TO DRP-VISIT-SCORE DRP-REMAIN
132660     IF VISIT-IS-CRICKET
132670         MOVE "N" TO WS-CRK-WON-SW
132680         PERFORM 7900-SCORE-CRICKET-VISIT THRU 7900-EXIT
132690         IF ckx > ZERO
132700             MOVE CRK-POINTS(ckx) TO DRP-REMAIN
132710         END-IF
132720         IF CRICKET-GAME-WON
132730             MOVE "GAME WON" TO DRP-NOTE
132740         END-IF
132750         GO TO 9300-RETURN
132760     END-IF
132770     MOVE ZERO TO WS-VISIT-SCORE
132780     PERFORM 2100-SCORE-ONE-VISIT-THROW
132790         VARYING THROW-IDX FROM 1 BY 1
132800         UNTIL THROW-IDX > 3
132810     PERFORM 7500-APPLY-LEG-SCORING THRU 7500-EXIT
132820     MOVE WS-VISIT-SCORE TO DRP-VISIT-SCORE
132830     MOVE WS-LEG-SHOW    TO DRP-REMAIN
132840     MOVE WS-LEG-NOTE    TO DRP-NOTE.
132850 9300-RETURN.
132860     MOVE "N" TO WS-REPLAY-SW
132870     GOBACK.
132880 9300-EXIT.
132890     EXIT.
