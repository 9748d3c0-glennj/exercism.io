004200*                  FROM THE STANDARD 100-TILE DISTRIBUTION AND
004300*                  REJECT ANY PLAY THAT WOULD CONSUME MORE OF A
004400*                  LETTER (OR MORE BLANKS) THAN REMAIN
004410* 10/15/2026 RM    NEW-GAME MODE "N": SET UP A TOURNAMENT GAME
004420*                  FROM ITS SCRABPRG PAIRING (ROUND AND TABLE
004430*                  SET BY THE CALLER) - CLEAR THE BOARD, BAG,
004440*                  TURN COUNT AND GAME TOTAL, TAKE THE ROUND'S
004450*                  DATE AND START THE PLAYER WHO GOES FIRST
004460* 10/15/2026 RM    CARRY THE RACK HELD BEFORE EACH PLAY
004470*                  (WS-RACK-HELD, SET BY THE CALLER) ONTO THE
004480*                  TURN RECORD AND JOURNAL FOR THE MISSED-BEST-
004490*                  PLAY ANALYSIS
004492* 10/15/2026 RM    A PLAY OR NEW GAME FOR A LAPSED CLUB MEMBER IS
004494*                  REFUSED TO THE AUDIT TRAIL
004496* 10/15/2026 RM    THE MEMBER MASTER IS CLOSED AT THE END OF
004498*                  EVERY REQUEST, INTERACTIVE OR BATCH
004500*-----------------------------------------------------------------
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. SCRABBLE-SCORE.
007500     SELECT JOURNAL-FILE ASSIGN TO "SCRABJRN"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-JRN-STATUS.

007710     SELECT PAIRING-FILE ASSIGN TO "SCRABPRG"
007720         ORGANIZATION IS LINE SEQUENTIAL
007730         FILE STATUS IS WS-PRG-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.

012800 FD  JOURNAL-FILE.
012900     COPY scrabjrn.

012910 FD  PAIRING-FILE.
012920     COPY scrabprg.
013000
013100 WORKING-STORAGE SECTION.
013200 01 WS-WORD   PIC X(60).
014300* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
014400*-----------------------------------------------------------------
014500 COPY tscom.
014505*-----------------------------------------------------------------
014510* SHARED CLUB-MEMBER LOOKUP CALL INTERFACE (COPY MEMBCOM).
014515*-----------------------------------------------------------------
014520 COPY membcom.
014525 01 WS-DUES-LAPSED-SW PIC X VALUE "N".
014530     88 MEMBER-DUES-LAPSED VALUE "Y".
014600
014700 01 Letter    PIC A.
014800     88 isOne     VALUE "A", "E", "I", "O", "U",
021900* BY TURN FOR THE WHOLE GAME.  SETTING WS-SCRABBLE-MODE TO "C"
022000* AND WS-PLAYER-ID / WS-CHALLENGE-TURN-NUM TO THE TURN BEING
022100* CHALLENGED VOIDS THAT TURN'S SCORE INSTEAD OF SCORING A WORD.
022110* WS-RACK-HELD IS THE RACK BEFORE THE PLAY, "?" FOR A BLANK.
022200*-----------------------------------------------------------------
022300 01 WS-TURN-STATUS       PIC XX.
022400 01 WS-PLAYER-ID         PIC X(05) VALUE SPACES.
022500 01 WS-RACK-REMAINING    PIC 9(02) VALUE ZERO.
022510 01 WS-RACK-HELD         PIC X(07) VALUE SPACES.
022600 01 WS-TURN-NUM          PIC 9(03) VALUE ZERO.
022700 01 WS-CHALLENGE-TURN-NUM PIC 9(03) VALUE ZERO.
022800*-----------------------------------------------------------------
028700     88  SCRABBLE-SCORE-MODE     VALUE "S".
028800     88  SCRABBLE-CHALLENGE-MODE VALUE "C".
028900     88  SCRABBLE-ENDGAME-MODE   VALUE "E".
028910     88  SCRABBLE-NEWGAME-MODE   VALUE "N".
028920*-----------------------------------------------------------------
028930* NEW-GAME MODE: THE TOURNAMENT ROUND AND TABLE TO SET UP, SET BY
028940* THE CALLER AND LOOKED UP ON THE SCRABSWS PAIRING FILE.
028950*-----------------------------------------------------------------
028960 01 WS-PRG-STATUS        PIC XX.
028970     88  PRG-EOF             VALUE "10".
028975 01 WS-SETUP-ROUND       PIC 9(02) VALUE ZERO.
028980 01 WS-SETUP-TABLE       PIC 9(03) VALUE ZERO.
028985 01 WS-SETUP-FOUND-SW    PIC X(01).
028990     88  SETUP-TABLE-FOUND   VALUE "Y".

029000*-----------------------------------------------------------------
029100* END-OF-GAME FINALIZATION.  ONE ENTRY PER PLAYER NAMED ON
034800 PROCEDURE DIVISION.
034900 0000-SCRABBLE-SCORE.
035000     PERFORM 0100-PROCESS-REQUEST THRU 0100-EXIT
035050     CALL "MEMBLKUP-CLOSE"
035100     GOBACK.
035200 0000-EXIT.
035300     EXIT.
036200         PERFORM 6000-FINALIZE-GAME THRU 6000-EXIT
036300         GO TO 0100-EXIT
036400     END-IF
036410     IF SCRABBLE-NEWGAME-MODE
036420         PERFORM 5000-SET-UP-GAME THRU 5000-EXIT
036430         GO TO 0100-EXIT
036440     END-IF
036500     IF SCRABBLE-CHALLENGE-MODE
036600         PERFORM 8000-CHALLENGE-TURN THRU 8000-EXIT
036700         GO TO 0100-EXIT
036800     END-IF
036805     MOVE WS-PLAYER-ID TO MBL-SUBSYS-ID
036810     PERFORM 0650-CHECK-MEMBER-DUES THRU 0650-EXIT
036815     IF MEMBER-DUES-LAPSED
036820         MOVE "SCRABBLE-SCORE" TO AUD-PROGRAM-NAME
036825         MOVE SPACES TO AUD-FAILED-INPUT
036830         STRING "PLAYER " WS-PLAYER-ID " WORD " ws-word
036835             DELIMITED BY SIZE INTO AUD-FAILED-INPUT
036840         MOVE "PLAYER MEMBERSHIP LAPSED - DUES UNPAID" TO
036845             AUD-FAILURE-REASON
036850         SET AUD-SEV-WARNING TO TRUE
036855         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
036860             AUD-FAILED-INPUT AUD-FAILURE-REASON
036865             AUD-SEVERITY
036870         MOVE ZERO TO ws-result
036875         GO TO 0100-EXIT
036880     END-IF
036900     IF NOT DICTIONARY-IS-LOADED
037000         PERFORM 0500-LOAD-DICTIONARY THRU 0500-EXIT
037100     END-IF
044000 0600-EXIT.
044100     EXIT.

044105*-----------------------------------------------------------------
044110* LOOK THE SCRABBLE ID IN MBL-SUBSYS-ID UP ON THE CLUB MEMBER
044115* MASTER.  A MEMBER WHOSE DUES HAVE LAPSED MAY NOT START A GAME OR
044120* POST A PLAY; AN ID NO MEMBER CLAIMS, OR A MEMBER MASTER THAT
044125* CANNOT BE READ, IS LET THROUGH.
044130*-----------------------------------------------------------------
044135 0650-CHECK-MEMBER-DUES.
044140     MOVE "N" TO WS-DUES-LAPSED-SW
044145     MOVE "S" TO MBL-SYSTEM
044150     CALL "MEMBLKUP" USING MBL-SYSTEM MBL-SUBSYS-ID MBL-RESULT
044155         MBL-MEMBER
044160     IF MBL-MEMBER-FOUND AND MBL-DUES-LAPSED
044165         SET MEMBER-DUES-LAPSED TO TRUE
044170     END-IF.
044175 0650-EXIT.
044180     EXIT.

044200*-----------------------------------------------------------------
044300* CHECK THE PLAY AGAINST THE TILE-BAG INVENTORY.  EACH TILE OF
044400* THE WORD CONSUMES ONE OF ITS LETTER (OR ONE BLANK WHERE THE
072900 2000-EXIT.
073000     EXIT.

073001*-----------------------------------------------------------------
073002* NEW-GAME SET-UP FROM A TOURNAMENT PAIRING.  THE BOARD, TILE
073003* BAG, TURN COUNT AND GAME TOTAL START OVER; THE GAME TAKES THE
073004* ROUND'S DATE AND THE PLAYER SCRABSWS SENT FIRST.  A MISSING
073005* PAIRING FILE, AN UNKNOWN TABLE, THE BYE OR A LAPSED CLUB MEMBER
073006* LEAVES THE CURRENT GAME AS IT WAS AND GOES TO THE AUDIT TRAIL.
073007*-----------------------------------------------------------------
073008 5000-SET-UP-GAME.
073009     MOVE "N" TO WS-SETUP-FOUND-SW
073010     OPEN INPUT PAIRING-FILE
073011     IF WS-PRG-STATUS NOT = "00"
073012         MOVE "NO TOURNAMENT PAIRING FILE" TO AUD-FAILURE-REASON
073013         GO TO 5000-REJECT
073014     END-IF
073015     PERFORM 5100-READ-PAIRING THRU 5100-EXIT
073016     PERFORM UNTIL PRG-EOF OR SETUP-TABLE-FOUND
073017         IF PRG-ROUND = WS-SETUP-ROUND
073018                 AND PRG-TABLE = WS-SETUP-TABLE
073019             SET SETUP-TABLE-FOUND TO TRUE
073020         ELSE
073021             PERFORM 5100-READ-PAIRING THRU 5100-EXIT
073022         END-IF
073023     END-PERFORM
073024     CLOSE PAIRING-FILE
073025     IF NOT SETUP-TABLE-FOUND
073026         MOVE "ROUND/TABLE NOT ON THE PAIRING FILE" TO
073027             AUD-FAILURE-REASON
073028         GO TO 5000-REJECT
073029     END-IF
073030     PERFORM 5050-CHECK-PLAYERS THRU 5050-EXIT
073031     IF AUD-FAILURE-REASON NOT = SPACES
073032         GO TO 5000-REJECT
073033     END-IF
073034     MOVE ZERO TO WS-TURN-NUM WS-GAME-TOTAL
073035     MOVE SPACES TO WS-BOARD-IMAGE
073036     MOVE "Y" TO WS-BOARD-EMPTY-SW
073037     MOVE "N" TO WS-BAG-SEEDED-SW
073038     MOVE PRG-GAME-DATE    TO WS-GAME-DATE
073039     MOVE PRG-FIRST-PLAYER TO WS-PLAYER-ID
073040     GO TO 5000-EXIT.
073041 5000-REJECT.
073042     MOVE "SCRABBLE-SCORE" TO AUD-PROGRAM-NAME
073043     MOVE SPACES TO AUD-FAILED-INPUT
073044     STRING "ROUND " WS-SETUP-ROUND " TABLE " WS-SETUP-TABLE
073045         DELIMITED BY SIZE INTO AUD-FAILED-INPUT
073046     SET AUD-SEV-WARNING TO TRUE
073047     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
073048         AUD-FAILED-INPUT AUD-FAILURE-REASON
073049         AUD-SEVERITY.
073050 5000-EXIT.
073051     EXIT.

073052*-----------------------------------------------------------------
073053* THE BYE HAS NO GAME, AND NEITHER PLAYER MAY BE A LAPSED CLUB
073054* MEMBER.  AUD-FAILURE-REASON COMES BACK SPACES WHEN THE TABLE MAY
073055* BE SET UP.
073056*-----------------------------------------------------------------
073057 5050-CHECK-PLAYERS.
073058     MOVE SPACES TO AUD-FAILURE-REASON
073059     IF PRG-SECOND-PLAYER = SPACES
073060         MOVE "TABLE IS THE BYE - NO GAME TO SET UP" TO
073061             AUD-FAILURE-REASON
073062         GO TO 5050-EXIT
073063     END-IF
073064     MOVE PRG-FIRST-PLAYER TO MBL-SUBSYS-ID
073065     PERFORM 0650-CHECK-MEMBER-DUES THRU 0650-EXIT
073066     IF MEMBER-DUES-LAPSED
073067         MOVE "FIRST PLAYER MEMBERSHIP LAPSED - DUES UNPAID" TO
073068             AUD-FAILURE-REASON
073069         GO TO 5050-EXIT
073070     END-IF
073071     MOVE PRG-SECOND-PLAYER TO MBL-SUBSYS-ID
073072     PERFORM 0650-CHECK-MEMBER-DUES THRU 0650-EXIT
073073     IF MEMBER-DUES-LAPSED
073074         MOVE "SECOND PLAYER MEMBERSHIP LAPSED - DUES UNPAID" TO
073075             AUD-FAILURE-REASON
073076     END-IF.
073077 5050-EXIT.
073078     EXIT.

073079 5100-READ-PAIRING.
073080     READ PAIRING-FILE
073081         AT END SET PRG-EOF TO TRUE
073082     END-READ.
073083 5100-EXIT.
073084     EXIT.

073100*-----------------------------------------------------------------
073200* END-OF-GAME FINALIZATION.  READS SCRABEOG FOR THE CLOSING
073300* RACKS, SUMS EACH PLAYER'S TURN RECORDS OFF THE TURN FILE,
094800     MOVE WS-TURN-COL TO TURN-COL
094900     MOVE WS-TURN-DIR TO TURN-DIR
095000     MOVE WS-DEAL-NUM TO TURN-DEAL-NUM
095010     MOVE WS-RACK-HELD TO TURN-RACK-HELD
095100     WRITE TURN-RECORD
095200         INVALID KEY
095300             REWRITE TURN-RECORD
096400     MOVE WS-TURN-COL        TO JRN-COL
096500     MOVE WS-TURN-DIR        TO JRN-DIR
096600     MOVE WS-DEAL-NUM        TO JRN-DEAL-NUM
096610     MOVE WS-RACK-HELD       TO JRN-RACK-HELD
096700     IF PLAY-IS-PLACED
096800         PERFORM 0950-POST-PLAY-TO-BOARD THRU 0950-EXIT
096900     END-IF
100700                 MOVE ZERO               TO JRN-ROW JRN-COL
100800                 MOVE SPACE              TO JRN-DIR
100900                 MOVE ZERO               TO JRN-DEAL-NUM
100910                 MOVE SPACES             TO JRN-RACK-HELD
101000                 PERFORM 7100-APPEND-JOURNAL-RECORD
101100                     THRU 7100-EXIT
101200             END-IF
105900     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
105910     MOVE RNC-RUN-MODE TO WS-RUN-MODE
106000     PERFORM 0100-PROCESS-REQUEST THRU 0100-EXIT
106050     CALL "MEMBLKUP-CLOSE"
106100     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
106200     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
106300     GOBACK.
