000100*****************************************************************
000200* PROGRAM-ID : ISOPUZL
000300* AUTHOR     : D. FENWICK
000400* INSTALLATION : GLENNJ DATA PROCESSING - WORD PUZZLE DESK
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : WEEKLY NEWSLETTER PUZZLE PAGE.  BUILDS THE PAGE
000900*               THE DESK USED TO COPY UP BY HAND, FROM THE FILES
001000*               THE WORD PROGRAMS ALREADY WRITE:
001100*                 1. WORD JUMBLE         - ISOCANDS
001200*                 2. LONGEST ISOGRAM     - ISOCANDS, WITH A
001300*                    BONUS PAIR FROM ISOPAIRS AND AN EXTRA
001400*                    PERFECT-PANGRAM SET FROM ISOPERFR
001500*                 3. ANAGRAM SET         - ISOCANDS, ANSWERED BY
001600*                    SCRABSVC'S SCRABBLE-LOOKUP ENTRY POINT
001700*                 4. PANGRAM TEASER      - THE SHORTEST WINDOW
001800*                    ON PANSNTOU
001900*               THE PAGE PRINTS ON PUZPAGE.  THE ANSWERS PRINT
002000*               ON PUZANSR, DATED FOR RELEASE WITH THE FOLLOWING
002100*               WEEK'S PAGE, AND ARE HELD BACK UNTIL THEN.
002200*
002300*               EVERY WORD PUT ON A PAGE IS WRITTEN TO THE
002400*               USED-PUZZLE HISTORY (PUZHIST).  A WORD ON THE
002500*               HISTORY WITHIN THE LAST PZC-REPEAT-WEEKS WEEKS
002600*               (8 WHEN THE CONTROL CARD LEAVES IT BLANK) IS
002700*               PASSED OVER.  HISTORY DATED ON OR AFTER THE
002800*               PAGE'S OWN WEEK IS IGNORED, SO A RERUN OF THE
002900*               SAME WEEK BUILDS THE SAME PAGE.
003000*-----------------------------------------------------------------
003100* MODIFICATION HISTORY
003200*-----------------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* 10/15/2026 DF    ORIGINAL WEEKLY PUZZLE PAGE
003500*-----------------------------------------------------------------
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    ISOPUZL.
003800 AUTHOR.        D. FENWICK.
003900 INSTALLATION.  GLENNJ DATA PROCESSING.
004000 DATE-WRITTEN.  10/15/2026.
004100 DATE-COMPILED.

004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CONTROL-FILE ASSIGN TO "PUZCTL"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CTL-STATUS.

004800     SELECT CANDIDATES-FILE ASSIGN TO "ISOCANDS"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CAND-STATUS.

005100     SELECT PAIR-FILE ASSIGN TO "ISOPAIRS"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PAIR-STATUS.

005400     SELECT PERFECT-FILE ASSIGN TO "ISOPERFR"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PERF-STATUS.

005700     SELECT WINDOW-FILE ASSIGN TO "PANSNTOU"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-WIN-STATUS.

006000     SELECT HISTORY-FILE ASSIGN TO "PUZHIST"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-HIST-STATUS.

006300     SELECT PAGE-RPT ASSIGN TO "PUZPAGE"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PAGE-STATUS.

006600     SELECT ANSWER-RPT ASSIGN TO "PUZANSR"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-ANS-STATUS.

006900 DATA DIVISION.
007000 FILE SECTION.
007100*-----------------------------------------------------------------
007200* ONE CONTROL RECORD: THE WEEK THE PAGE IS FOR AND HOW MANY WEEKS
007300* A WORD STAYS OFF THE PAGE ONCE USED.  NO FILE, OR A ZERO DATE,
007400* MEANS THE WEEK OF THE RUN DATE.
007500*-----------------------------------------------------------------
007600 FD  CONTROL-FILE.
007700 01  PZC-RECORD.
007800     05  PZC-WEEK-DATE           PIC 9(08).
007900     05  FILLER                  PIC X(01).
008000     05  PZC-REPEAT-WEEKS        PIC 9(02).

008100 FD  CANDIDATES-FILE.
008200 01  CAND-RECORD.
008300     05  CAND-WORD               PIC X(60).
008400     05  FILLER                  PIC X(01).
008500     05  CAND-LENGTH             PIC 9(02).
008600     05  FILLER                  PIC X(01).
008700     05  CAND-DISTINCT           PIC 9(02).
008800     05  FILLER                  PIC X(01).
008900     05  CAND-VALUE              PIC 9(03).

009000*-----------------------------------------------------------------
009100* ISOPAIRS DETAIL LINE AS ISOGRAM'S WS-PAIR-DETAIL PRINTS IT.
009200*-----------------------------------------------------------------
009300 FD  PAIR-FILE.
009400 01  PAIR-LINE.
009500     05  PL-WORD-1               PIC X(25).
009600     05  PL-PLUS                 PIC X(03).
009700     05  PL-WORD-2               PIC X(25).
009800     05  FILLER                  PIC X(10).
009900     05  PL-COMBINED             PIC X(02).
010000     05  FILLER                  PIC X(01).
010100     05  PL-HIGHLIGHT            PIC X(02).
010200     05  FILLER                  PIC X(12).

010300 FD  PERFECT-FILE.
010400 01  PERFECT-LINE                PIC X(132).

010500 FD  WINDOW-FILE.
010600 01  WINDOW-LINE                 PIC X(80).

010700*-----------------------------------------------------------------
010800* USED-PUZZLE HISTORY: ONE RECORD PER WORD PUT ON A PAGE.  THE
010900* ITEM CODE IS J JUMBLE, I ISOGRAM, P BONUS PAIR, S PERFECT SET,
011000* A ANAGRAM SET, T PANGRAM TEASER.
011100*-----------------------------------------------------------------
011200 FD  HISTORY-FILE.
011300 01  PZH-RECORD.
011400     05  PZH-WEEK-DATE           PIC 9(08).
011500     05  FILLER                  PIC X(01).
011600     05  PZH-ITEM                PIC X(01).
011700     05  FILLER                  PIC X(01).
011800     05  PZH-WORD                PIC X(60).

011900 FD  PAGE-RPT
012000     RECORD CONTAINS 80 CHARACTERS.
012100 01  PAGE-LINE                   PIC X(80).

012200 FD  ANSWER-RPT
012300     RECORD CONTAINS 80 CHARACTERS.
012400 01  ANS-LINE                    PIC X(80).

012500 WORKING-STORAGE SECTION.
012600 01  WS-CTL-STATUS               PIC XX.
012700 01  WS-CAND-STATUS              PIC XX.
012800     88  CAND-EOF                VALUE "10".
012900 01  WS-PAIR-STATUS              PIC XX.
013000     88  PAIR-EOF                VALUE "10".
013100 01  WS-PERF-STATUS              PIC XX.
013200     88  PERF-EOF                VALUE "10".
013300 01  WS-WIN-STATUS               PIC XX.
013400     88  WIN-EOF                 VALUE "10".
013500 01  WS-HIST-STATUS              PIC XX.
013600     88  HIST-EOF                VALUE "10".
013700 01  WS-PAGE-STATUS              PIC XX.
013800 01  WS-ANS-STATUS               PIC XX.

013900*-----------------------------------------------------------------
014000* SHARED AUDIT-LOG AND TIMESTAMP CALL INTERFACES.
014100*-----------------------------------------------------------------
014200 COPY audcom.
014300 COPY tscom.

014400 01  WS-LDA-DATE                 PIC 9(08).
014500 01  WS-LDA-DAYS                 PIC S9(05).
014600 01  WS-LDA-RESULT               PIC 9(08).

014700 01  WS-WEEK-DATE                PIC 9(08).
014800 01  WS-RELEASE-DATE             PIC 9(08).
014900 01  WS-CUTOFF-DATE              PIC 9(08).
015000 01  WS-REPEAT-WEEKS             PIC 9(02) VALUE 8.

015100*-----------------------------------------------------------------
015200* HISTORY WITHIN THE REPEAT WINDOW, AND THIS WEEK'S PICKS -
015300* WHICH ARE CHECKED THE SAME WAY SO NO WORD APPEARS TWICE ON ONE
015400* PAGE - WAITING TO BE APPENDED.
015500*-----------------------------------------------------------------
015600 01  WS-HST-COUNT                PIC 9(04) VALUE ZERO.
015700 01  WS-HIST-TABLE.
015800     05  WS-HST-ENTRY OCCURS 1000 TIMES.
015900         10  HT-WORD             PIC X(60).
016000 01  htx                         PIC 9(04).
016100 01  WS-NEW-COUNT                PIC 9(02) VALUE ZERO.
016200 01  WS-NEW-TABLE.
016300     05  WS-NEW-ENTRY OCCURS 40 TIMES.
016400         10  NT-ITEM             PIC X(01).
016500         10  NT-WORD             PIC X(60).
016600 01  ntx                         PIC 9(02).
016700 01  WS-CHK-WORD                 PIC X(60).
016800 01  WS-RECENT-SW                PIC X(01).
016900     88  WORD-IS-RECENT          VALUE "Y".
017000 01  WS-PICK-ITEM                PIC X(01).

017100*-----------------------------------------------------------------
017200* THE ISOGRAM CANDIDATES, IN THE ORDER THE GENERATOR WROTE THEM.
017300*-----------------------------------------------------------------
017400 01  WS-CND-COUNT                PIC 9(04) VALUE ZERO.
017500 01  WS-CND-TABLE.
017600     05  WS-CND-ENTRY OCCURS 1000 TIMES.
017700         10  CN-WORD             PIC X(60).
017800         10  CN-LENGTH           PIC 9(02).
017900 01  cnx                         PIC 9(04).
018000 01  WS-BEST-CND                 PIC 9(04).

018100*-----------------------------------------------------------------
018200* ITEM WORK FIELDS.
018300*-----------------------------------------------------------------
018400 01  WS-WORD                     PIC X(60).
018500 01  WS-WORD-LEN                 PIC 9(02).
018600 01  WS-JUMBLE                   PIC X(20).
018700 01  WS-SPACED                   PIC X(40).
018800 01  wcx                         PIC 9(02).
018900 01  jpx                         PIC 9(02).
019000 01  WS-NUM-DISP                 PIC Z(03)9.
019100 01  WS-NUM-DISP-2               PIC Z(03)9.

019200 01  WS-PAIR-WORD-1              PIC X(25).
019300 01  WS-PAIR-WORD-2              PIC X(25).
019400 01  WS-PAIR-COMBINED            PIC X(02).
019500 01  WS-PAIR-FOUND-SW            PIC X(01).
019600     88  PAIR-FOUND              VALUE "Y".
019700 01  WS-PAIR-HIGHLIGHT-SW        PIC X(01).
019800     88  PAIR-IS-HIGHLIGHTED     VALUE "Y".

019900 01  WS-SET-WORDS                PIC X(60).
020000 01  WS-SET-COUNT                PIC 9(01).
020100 01  WS-SET-FOUND-SW             PIC X(01).
020200     88  SET-FOUND               VALUE "Y".
020300 01  WS-PERF-PTR                 PIC 9(03).

020400*-----------------------------------------------------------------
020500* SCRABBLE-LOOKUP PARAMETER LIST (SEE SCRABSVC).
020600*-----------------------------------------------------------------
020700 01  WS-SLU-FUNCTION             PIC X(01).
020800 01  WS-SLU-WORD                 PIC X(60).
020900 01  WS-SLU-ANSWER-LIST.
021000     05  WS-SLU-ANSWER           PIC X(60) OCCURS 20 TIMES.
021100 01  WS-SLU-COUNT                PIC 9(03).
021200 01  WS-SLU-FOUND                PIC X(01).
021300     88  WS-SLU-ANSWER-FOUND     VALUE "Y".
021400 01  slx                         PIC 9(03).
021500 01  WS-ANA-FOUND-SW             PIC X(01).
021600     88  ANAGRAM-SET-FOUND       VALUE "Y".

021700*-----------------------------------------------------------------
021800* PANGRAM TEASER.  THE WINDOW IS PRINTED THREE 76-CHARACTER LINES
021900* AT MOST; A LONGER WINDOW WILL NOT FIT THE PAGE AND IS SKIPPED.
022000*-----------------------------------------------------------------
022100 01  WS-WIN-CAPTION-SW           PIC X(01).
022200     88  WINDOW-CAPTION-SEEN     VALUE "Y".
022300 01  WS-WIN-LEN                  PIC 9(04) VALUE ZERO.
022400 01  WS-WIN-LINES                PIC 9(02).
022500 01  WS-WIN-TEXT                 PIC X(240).
022600 01  WS-WIN-UPPER                PIC X(240).
022700 01  WS-WIN-PUZZLE               PIC X(240).
022800 01  WS-WIN-PTR                  PIC 9(03).
022900 01  WS-WIN-SLICE                PIC 9(03).
023000 01  WS-WIN-BLANKS               PIC 9(03).
023100 01  WS-TEASER-SW                PIC X(01).
023200     88  TEASER-FOUND            VALUE "Y".
023300 01  WS-WIN-CHAR                 PIC X(01).
023400     88  WIN-CHAR-IS-VOWEL       VALUE "A" "E" "I" "O" "U".
023800 01  wpx                         PIC 9(03).

023900 01  WS-PAGE-OUT                 PIC X(80).
024000 01  WS-ANS-OUT                  PIC X(80).
024100 01  WS-LINE-PTR                 PIC 9(03).

024200 PROCEDURE DIVISION.
024300 0000-ISOPUZL.
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024500     PERFORM 2000-LOAD-CANDIDATES THRU 2000-EXIT
024600     PERFORM 3000-JUMBLE THRU 3000-EXIT
024700     PERFORM 4000-ISOGRAM-CHALLENGE THRU 4000-EXIT
024800     PERFORM 5000-ANAGRAM-SET THRU 5000-EXIT
024900     PERFORM 6000-PANGRAM-TEASER THRU 6000-EXIT
025000     PERFORM 7000-APPEND-HISTORY THRU 7000-EXIT
025100     CLOSE PAGE-RPT ANSWER-RPT
025200     GOBACK.
025300 0000-EXIT.
025400     EXIT.

025500*-----------------------------------------------------------------
025600* SETTLE THE PAGE'S WEEK, THE ANSWERS' RELEASE DATE AND THE
025700* EARLIEST HISTORY DATE THAT STILL BLOCKS A WORD, LOAD THE
025800* HISTORY, AND PRINT BOTH PAGE HEADINGS.
025900*-----------------------------------------------------------------
026000 1000-INITIALIZE.
026100     CALL "TIMESTMP" USING TS-DATE TS-TIME
026200     MOVE TS-DATE TO WS-WEEK-DATE
026300     OPEN INPUT CONTROL-FILE
026400     IF WS-CTL-STATUS = "00"
026500         READ CONTROL-FILE
026600             AT END MOVE ZERO TO PZC-WEEK-DATE
026700         END-READ
026800         IF WS-CTL-STATUS = "00"
026900             IF PZC-WEEK-DATE IS NUMERIC
027000                     AND PZC-WEEK-DATE > ZERO
027100                 MOVE PZC-WEEK-DATE TO WS-WEEK-DATE
027200             END-IF
027300             IF PZC-REPEAT-WEEKS IS NUMERIC
027400                     AND PZC-REPEAT-WEEKS > ZERO
027500                 MOVE PZC-REPEAT-WEEKS TO WS-REPEAT-WEEKS
027600             END-IF
027700         END-IF
027800         CLOSE CONTROL-FILE
027900     END-IF
028000     MOVE WS-WEEK-DATE TO WS-LDA-DATE
028100     MOVE 7 TO WS-LDA-DAYS
028200     CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
028300         WS-LDA-RESULT
028400     MOVE WS-LDA-RESULT TO WS-RELEASE-DATE
028500     COMPUTE WS-LDA-DAYS = ZERO - (WS-REPEAT-WEEKS * 7)
028600     CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
028700         WS-LDA-RESULT
028800     MOVE WS-LDA-RESULT TO WS-CUTOFF-DATE
028900     PERFORM 1100-LOAD-HISTORY THRU 1100-EXIT
029000     OPEN OUTPUT PAGE-RPT
029100     OPEN OUTPUT ANSWER-RPT
029200     MOVE SPACES TO WS-PAGE-OUT
029300     STRING "CLUB NEWSLETTER PUZZLE PAGE - WEEK OF "
029400             WS-WEEK-DATE DELIMITED BY SIZE
029500         INTO WS-PAGE-OUT
029600     END-STRING
029700     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
029800     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
029900     MOVE SPACES TO WS-ANS-OUT
030000     STRING "PUZZLE PAGE ANSWERS - WEEK OF "
030100             WS-WEEK-DATE DELIMITED BY SIZE
030200         INTO WS-ANS-OUT
030300     END-STRING
030400     PERFORM 9200-WRITE-ANS-LINE THRU 9200-EXIT
030500     STRING "HOLD - FOR RELEASE WITH THE PAGE OF "
030600             WS-RELEASE-DATE DELIMITED BY SIZE
030700         INTO WS-ANS-OUT
030800     END-STRING
030900     PERFORM 9200-WRITE-ANS-LINE THRU 9200-EXIT
031000     PERFORM 9200-WRITE-ANS-LINE THRU 9200-EXIT.
031100 1000-EXIT.
031200     EXIT.

031300 1100-LOAD-HISTORY.
031400     MOVE ZERO TO WS-HST-COUNT
031500     OPEN INPUT HISTORY-FILE
031600     IF WS-HIST-STATUS NOT = "00"
031700         GO TO 1100-EXIT
031800     END-IF
031900     PERFORM UNTIL HIST-EOF
032000         READ HISTORY-FILE
032100             AT END SET HIST-EOF TO TRUE
032200             NOT AT END
032300                 IF PZH-WEEK-DATE > WS-CUTOFF-DATE
032400                         AND PZH-WEEK-DATE < WS-WEEK-DATE
032500                         AND WS-HST-COUNT < 1000
032600                     ADD 1 TO WS-HST-COUNT
032700                     MOVE PZH-WORD TO HT-WORD(WS-HST-COUNT)
032800                 END-IF
032900         END-READ
033000     END-PERFORM
033100     CLOSE HISTORY-FILE.
033200 1100-EXIT.
033300     EXIT.

033400 2000-LOAD-CANDIDATES.
033500     MOVE ZERO TO WS-CND-COUNT
033600     OPEN INPUT CANDIDATES-FILE
033700     IF WS-CAND-STATUS NOT = "00"
033800         MOVE "ISOCANDS" TO AUD-FAILED-INPUT
033900         MOVE "CANDIDATE FILE MISSING - NO WORD ITEMS THIS WEEK"
034000             TO AUD-FAILURE-REASON
034100         PERFORM 9000-AUDIT-WARNING THRU 9000-EXIT
034200         GO TO 2000-EXIT
034300     END-IF
034400     PERFORM UNTIL CAND-EOF
034500         READ CANDIDATES-FILE
034600             AT END SET CAND-EOF TO TRUE
034700             NOT AT END
034800                 IF WS-CND-COUNT < 1000
034900                         AND CAND-WORD NOT = SPACES
035000                     ADD 1 TO WS-CND-COUNT
035100                     MOVE FUNCTION UPPER-CASE(CAND-WORD)
035200                         TO CN-WORD(WS-CND-COUNT)
035300                     COMPUTE CN-LENGTH(WS-CND-COUNT) =
035400                         FUNCTION LENGTH(
035500                             FUNCTION TRIM(CAND-WORD))
035600                 END-IF
035700         END-READ
035800     END-PERFORM
035900     CLOSE CANDIDATES-FILE.
036000 2000-EXIT.
036100     EXIT.

036200*-----------------------------------------------------------------
036300* 1. WORD JUMBLE: THE FIRST UNUSED CANDIDATE OF FIVE TO EIGHT
036400* LETTERS, EVEN-NUMBERED LETTERS FIRST AND THEN THE ODD.  AN
036500* ISOGRAM NEVER COMES OUT OF THAT SHUFFLE UNCHANGED.
036600*-----------------------------------------------------------------
036700 3000-JUMBLE.
036800     MOVE "1. WORD JUMBLE" TO WS-PAGE-OUT
036900     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
037000     MOVE ZERO TO WS-BEST-CND
037100     PERFORM VARYING cnx FROM 1 BY 1
037200             UNTIL cnx > WS-CND-COUNT OR WS-BEST-CND > ZERO
037300         IF CN-LENGTH(cnx) >= 5 AND CN-LENGTH(cnx) <= 8
037400             MOVE CN-WORD(cnx) TO WS-CHK-WORD
037500             PERFORM 8000-CHECK-RECENT THRU 8000-EXIT
037600             IF NOT WORD-IS-RECENT
037700                 MOVE cnx TO WS-BEST-CND
037800             END-IF
037900         END-IF
038000     END-PERFORM
038100     IF WS-BEST-CND = ZERO
038200         MOVE "   NO JUMBLE THIS WEEK." TO WS-PAGE-OUT
038300         PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
038400         PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
038500         GO TO 3000-EXIT
038600     END-IF
038700     MOVE CN-WORD(WS-BEST-CND) TO WS-WORD
038800     MOVE CN-LENGTH(WS-BEST-CND) TO WS-WORD-LEN
038900     MOVE SPACES TO WS-JUMBLE
039000     MOVE 1 TO jpx
039100     PERFORM VARYING wcx FROM 2 BY 2 UNTIL wcx > WS-WORD-LEN
039200         MOVE WS-WORD(wcx:1) TO WS-JUMBLE(jpx:1)
039300         ADD 1 TO jpx
039400     END-PERFORM
039500     PERFORM VARYING wcx FROM 1 BY 2 UNTIL wcx > WS-WORD-LEN
039600         MOVE WS-WORD(wcx:1) TO WS-JUMBLE(jpx:1)
039700         ADD 1 TO jpx
039800     END-PERFORM
039900     MOVE SPACES TO WS-SPACED
040000     PERFORM VARYING wcx FROM 1 BY 1 UNTIL wcx > WS-WORD-LEN
040100         MOVE WS-JUMBLE(wcx:1) TO WS-SPACED(wcx * 2 - 1:1)
040200     END-PERFORM
040300     MOVE "   UNSCRAMBLE THESE LETTERS TO MAKE ONE WORD:"
040400         TO WS-PAGE-OUT
040500     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
040600     STRING "      " WS-SPACED DELIMITED BY SIZE
040700         INTO WS-PAGE-OUT
040800     END-STRING
040900     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
041000     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
041100     STRING "1. WORD JUMBLE: " FUNCTION TRIM(WS-WORD)
041200             DELIMITED BY SIZE
041300         INTO WS-ANS-OUT
041400     END-STRING
041500     PERFORM 9200-WRITE-ANS-LINE THRU 9200-EXIT
041600     MOVE "J" TO WS-PICK-ITEM
041700     PERFORM 8100-RECORD-PICK THRU 8100-EXIT.
041800 3000-EXIT.
041900     EXIT.

042000*-----------------------------------------------------------------
042100* 2. LONGEST ISOGRAM: THE LONGEST UNUSED CANDIDATE (THE FILE MAY
042200* BE IN VALUE ORDER, SO THE WHOLE TABLE IS SEARCHED), WITH THE
042300* BONUS PAIR AND THE EXTRA PERFECT-PANGRAM SET BELOW IT.
042400*-----------------------------------------------------------------
042500 4000-ISOGRAM-CHALLENGE.
042600     MOVE "2. LONGEST ISOGRAM CHALLENGE" TO WS-PAGE-OUT
042700     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
042800     MOVE ZERO TO WS-BEST-CND
042900     PERFORM VARYING cnx FROM 1 BY 1 UNTIL cnx > WS-CND-COUNT
043000         IF WS-BEST-CND = ZERO
043100                 OR CN-LENGTH(cnx) > CN-LENGTH(WS-BEST-CND)
043200             MOVE CN-WORD(cnx) TO WS-CHK-WORD
043300             PERFORM 8000-CHECK-RECENT THRU 8000-EXIT
043400             IF NOT WORD-IS-RECENT
043500                 MOVE cnx TO WS-BEST-CND
043600             END-IF
043700         END-IF
043800     END-PERFORM
043900     IF WS-BEST-CND = ZERO
044000         MOVE "   NO ISOGRAM CHALLENGE THIS WEEK." TO WS-PAGE-OUT
044100         PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
044200     ELSE
044300         MOVE CN-WORD(WS-BEST-CND) TO WS-WORD
044400         MOVE CN-LENGTH(WS-BEST-CND) TO WS-NUM-DISP
044500         STRING "   FIND A " FUNCTION TRIM(WS-NUM-DISP)
044600                 "-LETTER WORD WITH NO LETTER USED TWICE."
044700                 DELIMITED BY SIZE
044800             INTO WS-PAGE-OUT
044900         END-STRING
045000         PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
045100         STRING "   IT STARTS WITH " QUOTE WS-WORD(1:1)
045200                 QUOTE "." DELIMITED BY SIZE
045300             INTO WS-PAGE-OUT
045400         END-STRING
045500         PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
045600         STRING "2. LONGEST ISOGRAM: " FUNCTION TRIM(WS-WORD)
045700                 DELIMITED BY SIZE
045800             INTO WS-ANS-OUT
045900         END-STRING
046000         PERFORM 9200-WRITE-ANS-LINE THRU 9200-EXIT
046100         MOVE "I" TO WS-PICK-ITEM
046200         PERFORM 8100-RECORD-PICK THRU 8100-EXIT
046300     END-IF
046400     PERFORM 4100-BONUS-PAIR THRU 4100-EXIT
046500     PERFORM 4200-PERFECT-SET THRU 4200-EXIT
046600     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT.
046700 4000-EXIT.
046800     EXIT.

046900*-----------------------------------------------------------------
047000* BONUS PAIR: THE FIRST ISOPAIRS PAIR NEITHER OF WHOSE WORDS IS
047100* RECENT, PREFERRING ONE THE PAIR REPORT HIGHLIGHTED.
047200*-----------------------------------------------------------------
047300 4100-BONUS-PAIR.
047400     MOVE "N" TO WS-PAIR-FOUND-SW
047500     MOVE "N" TO WS-PAIR-HIGHLIGHT-SW
047600     OPEN INPUT PAIR-FILE
047700     IF WS-PAIR-STATUS NOT = "00"
047800         GO TO 4100-EXIT
047900     END-IF
048000     PERFORM UNTIL PAIR-EOF OR PAIR-IS-HIGHLIGHTED
048100         READ PAIR-FILE
048200             AT END SET PAIR-EOF TO TRUE
048300             NOT AT END
048400                 PERFORM 4110-JUDGE-PAIR-LINE THRU 4110-EXIT
048500         END-READ
048600     END-PERFORM
048700     CLOSE PAIR-FILE
048800     IF NOT PAIR-FOUND
048900         GO TO 4100-EXIT
049000     END-IF
049100     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PAIR-WORD-1))
049200         TO WS-NUM-DISP
049300     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PAIR-WORD-2))
049400         TO WS-NUM-DISP-2
049500     STRING "   BONUS: TWO WORDS OF " FUNCTION TRIM(WS-NUM-DISP)
049600             " AND " FUNCTION TRIM(WS-NUM-DISP-2)
049700             " LETTERS THAT SHARE NO LETTER AT ALL."
049800             DELIMITED BY SIZE
049900         INTO WS-PAGE-OUT
050000     END-STRING
050100     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
050200     STRING "   BONUS PAIR: " FUNCTION TRIM(WS-PAIR-WORD-1)
050300             " + " FUNCTION TRIM(WS-PAIR-WORD-2)
050400             DELIMITED BY SIZE
050500         INTO WS-ANS-OUT
050600     END-STRING
050700     PERFORM 9200-WRITE-ANS-LINE THRU 9200-EXIT
050800     MOVE "P" TO WS-PICK-ITEM
050900     MOVE WS-PAIR-WORD-1 TO WS-WORD
051000     PERFORM 8100-RECORD-PICK THRU 8100-EXIT
051100     MOVE WS-PAIR-WORD-2 TO WS-WORD
051200     PERFORM 8100-RECORD-PICK THRU 8100-EXIT.
051300 4100-EXIT.
051400     EXIT.

051500 4110-JUDGE-PAIR-LINE.
051600     IF PL-PLUS NOT = " + "
051700         GO TO 4110-EXIT
051800     END-IF
051900     IF PAIR-FOUND AND PL-HIGHLIGHT NOT = "**"
052000         GO TO 4110-EXIT
052100     END-IF
052200     MOVE FUNCTION UPPER-CASE(PL-WORD-1) TO WS-CHK-WORD
052300     PERFORM 8000-CHECK-RECENT THRU 8000-EXIT
052400     IF WORD-IS-RECENT
052500         GO TO 4110-EXIT
052600     END-IF
052700     MOVE FUNCTION UPPER-CASE(PL-WORD-2) TO WS-CHK-WORD
052800     PERFORM 8000-CHECK-RECENT THRU 8000-EXIT
052900     IF WORD-IS-RECENT
053000         GO TO 4110-EXIT
053100     END-IF
053200     SET PAIR-FOUND TO TRUE
053300     MOVE FUNCTION UPPER-CASE(PL-WORD-1) TO WS-PAIR-WORD-1
053400     MOVE FUNCTION UPPER-CASE(PL-WORD-2) TO WS-PAIR-WORD-2
053500     MOVE PL-COMBINED TO WS-PAIR-COMBINED
053600     IF PL-HIGHLIGHT = "**"
053700         SET PAIR-IS-HIGHLIGHTED TO TRUE
053800     END-IF.
053900 4110-EXIT.
054000     EXIT.

054100*-----------------------------------------------------------------
054200* EXTRA: THE FIRST UNUSED FULL SET ON ISOPERFR ("N WORDS, 26
054300* LETTERS: ...").  THE NEAR-MISS SECTION IS NOT USED.
054400*-----------------------------------------------------------------
054500 4200-PERFECT-SET.
054600     MOVE "N" TO WS-SET-FOUND-SW
054700     OPEN INPUT PERFECT-FILE
054800     IF WS-PERF-STATUS NOT = "00"
054900         GO TO 4200-EXIT
055000     END-IF
055100     PERFORM UNTIL PERF-EOF OR SET-FOUND
055200         READ PERFECT-FILE
055300             AT END SET PERF-EOF TO TRUE
055400             NOT AT END
055500                 IF PERFECT-LINE(1:11) = "NEAR MISSES"
055600                     SET PERF-EOF TO TRUE
055700                 ELSE
055800                     PERFORM 4210-JUDGE-SET-LINE THRU 4210-EXIT
055900                 END-IF
056000         END-READ
056100     END-PERFORM
056200     CLOSE PERFECT-FILE
056300     IF NOT SET-FOUND
056400         GO TO 4200-EXIT
056500     END-IF
056600     STRING "   EXTRA: " WS-SET-COUNT
056700             " WORDS, NO LETTER REPEATED, THAT USE ALL 26."
056800             DELIMITED BY SIZE
056900         INTO WS-PAGE-OUT
057000     END-STRING
057100     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
057200     STRING "   EXTRA SET: " FUNCTION TRIM(WS-SET-WORDS)
057300             DELIMITED BY SIZE
057400         INTO WS-ANS-OUT
057500     END-STRING
057600     PERFORM 9200-WRITE-ANS-LINE THRU 9200-EXIT
057700     MOVE "S" TO WS-PICK-ITEM
057800     MOVE WS-SET-WORDS TO WS-WORD
057900     PERFORM 8100-RECORD-PICK THRU 8100-EXIT.
058000 4200-EXIT.
058100     EXIT.

058200 4210-JUDGE-SET-LINE.
058300     IF PERFECT-LINE(1:1) NOT NUMERIC
058400             OR PERFECT-LINE(2:20) NOT = " WORDS, 26 LETTERS: "
058500         GO TO 4210-EXIT
058600     END-IF
058700     MOVE FUNCTION UPPER-CASE(PERFECT-LINE(22:60))
058800         TO WS-CHK-WORD
058900     PERFORM 8000-CHECK-RECENT THRU 8000-EXIT
059000     IF WORD-IS-RECENT
059100         GO TO 4210-EXIT
059200     END-IF
059300     SET SET-FOUND TO TRUE
059400     MOVE WS-CHK-WORD TO WS-SET-WORDS
059500     MOVE PERFECT-LINE(1:1) TO WS-SET-COUNT.
059600 4210-EXIT.
059700     EXIT.

059800*-----------------------------------------------------------------
059900* 3. ANAGRAM SET: THE FIRST UNUSED CANDIDATE OF FOUR TO EIGHT
060000* LETTERS THAT THE WORD LIST CAN REARRANGE INTO ANOTHER WORD.
060100*-----------------------------------------------------------------
060200 5000-ANAGRAM-SET.
060300     MOVE "3. ANAGRAM SET" TO WS-PAGE-OUT
060400     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
060500     MOVE "N" TO WS-ANA-FOUND-SW
060600     PERFORM VARYING cnx FROM 1 BY 1
060700             UNTIL cnx > WS-CND-COUNT OR ANAGRAM-SET-FOUND
060800         IF CN-LENGTH(cnx) >= 4 AND CN-LENGTH(cnx) <= 8
060900             PERFORM 5100-TRY-ANAGRAM-BASE THRU 5100-EXIT
061000         END-IF
061100     END-PERFORM
061200     IF NOT ANAGRAM-SET-FOUND
061300         MOVE "   NO ANAGRAM SET THIS WEEK." TO WS-PAGE-OUT
061400         PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
061500         PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
061600         GO TO 5000-EXIT
061700     END-IF
061800     MOVE WS-SLU-COUNT TO WS-NUM-DISP
061900     IF WS-SLU-COUNT = 1
062000         STRING "   REARRANGE " QUOTE FUNCTION TRIM(WS-WORD)
062100                 QUOTE " INTO ONE OTHER WORD."
062200                 DELIMITED BY SIZE
062300             INTO WS-PAGE-OUT
062400         END-STRING
062500     ELSE
062600         STRING "   REARRANGE " QUOTE FUNCTION TRIM(WS-WORD)
062700                 QUOTE " INTO " FUNCTION TRIM(WS-NUM-DISP)
062800                 " OTHER WORDS."
062900                 DELIMITED BY SIZE
063000             INTO WS-PAGE-OUT
063100         END-STRING
063200     END-IF
063300     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
063400     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
063500     STRING "3. ANAGRAM SET FROM " FUNCTION TRIM(WS-WORD) ":"
063600             DELIMITED BY SIZE
063700         INTO WS-ANS-OUT
063800     END-STRING
063900     PERFORM 9200-WRITE-ANS-LINE THRU 9200-EXIT
064000     PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > WS-SLU-COUNT
064100         STRING "   " FUNCTION TRIM(WS-SLU-ANSWER(slx))
064200                 DELIMITED BY SIZE
064300             INTO WS-ANS-OUT
064400         END-STRING
064500         PERFORM 9200-WRITE-ANS-LINE THRU 9200-EXIT
064600     END-PERFORM
064700     MOVE "A" TO WS-PICK-ITEM
064800     PERFORM 8100-RECORD-PICK THRU 8100-EXIT.
064900 5000-EXIT.
065000     EXIT.

065100 5100-TRY-ANAGRAM-BASE.
065200     MOVE CN-WORD(cnx) TO WS-CHK-WORD
065300     PERFORM 8000-CHECK-RECENT THRU 8000-EXIT
065400     IF WORD-IS-RECENT
065500         GO TO 5100-EXIT
065600     END-IF
065700     MOVE "A" TO WS-SLU-FUNCTION
065800     MOVE CN-WORD(cnx) TO WS-SLU-WORD
065900     CALL "SCRABBLE-LOOKUP" USING WS-SLU-FUNCTION WS-SLU-WORD
066000         WS-SLU-ANSWER-LIST WS-SLU-COUNT WS-SLU-FOUND
066100     IF WS-SLU-ANSWER-FOUND
066200         SET ANAGRAM-SET-FOUND TO TRUE
066300         MOVE CN-WORD(cnx) TO WS-WORD
066400     END-IF.
066500 5100-EXIT.
066600     EXIT.

066700*-----------------------------------------------------------------
066800* 4. PANGRAM TEASER: THE SHORTEST WINDOW FROM PANGRAM'S WINDOW
066900* REPORT WITH ITS VOWELS BLANKED OUT.  THE READER KNOWS ALL 26
067000* LETTERS ARE THERE, WHICH NARROWS THE GUESSING.
067100* PANSNTOU ONLY CARRIES A WINDOW WHEN THE WINDOW SEARCH WAS THE
067200* LAST PANGRAM MODE RUN; OTHERWISE THE ITEM IS LEFT OUT.
067300*-----------------------------------------------------------------
067400 6000-PANGRAM-TEASER.
067500     MOVE "4. PANGRAM TEASER" TO WS-PAGE-OUT
067600     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
067700     PERFORM 6100-READ-WINDOW THRU 6100-EXIT
067800     IF NOT TEASER-FOUND
067900         MOVE "   NO PANGRAM TEASER THIS WEEK." TO WS-PAGE-OUT
068000         PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
068100         GO TO 6000-EXIT
068200     END-IF
068300     MOVE FUNCTION UPPER-CASE(WS-WIN-TEXT) TO WS-WIN-UPPER
069000     MOVE WS-WIN-TEXT TO WS-WIN-PUZZLE
069100     MOVE ZERO TO WS-WIN-BLANKS
069200     PERFORM VARYING wpx FROM 1 BY 1 UNTIL wpx > WS-WIN-LEN
069300         MOVE WS-WIN-UPPER(wpx:1) TO WS-WIN-CHAR
069400         IF WIN-CHAR-IS-VOWEL
069600             MOVE "_" TO WS-WIN-PUZZLE(wpx:1)
069700             ADD 1 TO WS-WIN-BLANKS
069800         END-IF
070000     END-PERFORM
070100     MOVE WS-WIN-LEN TO WS-NUM-DISP
070200     STRING "   EVERY LETTER OF THE ALPHABET IS IN THIS "
070300             FUNCTION TRIM(WS-NUM-DISP) "-CHARACTER STRETCH."
070400             DELIMITED BY SIZE
070500         INTO WS-PAGE-OUT
070600     END-STRING
070700     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
070800     MOVE WS-WIN-BLANKS TO WS-NUM-DISP
070900     STRING "   FILL IN THE " FUNCTION TRIM(WS-NUM-DISP)
071000             " MISSING VOWELS."
071100             DELIMITED BY SIZE
071200         INTO WS-PAGE-OUT
071300     END-STRING
071400     PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
071500     PERFORM 9200-WRITE-ANS-LINE THRU 9200-EXIT
071600     MOVE "4. PANGRAM TEASER:" TO WS-ANS-OUT
071700     PERFORM 9200-WRITE-ANS-LINE THRU 9200-EXIT
071800     PERFORM VARYING WS-WIN-PTR FROM 1 BY 76
071900             UNTIL WS-WIN-PTR > WS-WIN-LEN
072000         COMPUTE WS-WIN-SLICE = WS-WIN-LEN - WS-WIN-PTR + 1
072100         IF WS-WIN-SLICE > 76
072200             MOVE 76 TO WS-WIN-SLICE
072300         END-IF
072400         MOVE WS-WIN-PUZZLE(WS-WIN-PTR:WS-WIN-SLICE)
072500             TO WS-PAGE-OUT(4:WS-WIN-SLICE)
072600         PERFORM 9100-WRITE-PAGE-LINE THRU 9100-EXIT
072700         MOVE WS-WIN-TEXT(WS-WIN-PTR:WS-WIN-SLICE)
072800             TO WS-ANS-OUT(4:WS-WIN-SLICE)
072900         PERFORM 9200-WRITE-ANS-LINE THRU 9200-EXIT
073000     END-PERFORM
073100     MOVE "T" TO WS-PICK-ITEM
073200     MOVE WS-WIN-TEXT(1:60) TO WS-WORD
073300     PERFORM 8100-RECORD-PICK THRU 8100-EXIT.
073400 6000-EXIT.
073500     EXIT.

073600*-----------------------------------------------------------------
073700* PANSNTOU FROM THE WINDOW SEARCH: THE TITLE LINE, THE CAPTION
073800* ("START OFFSET: NNNN  LENGTH:NNNNN") AND THE WINDOW TEXT IN
073900* 80-CHARACTER SLICES.
074000*-----------------------------------------------------------------
074100 6100-READ-WINDOW.
074200     MOVE "N" TO WS-TEASER-SW
074300     MOVE "N" TO WS-WIN-CAPTION-SW
074400     MOVE SPACES TO WS-WIN-TEXT
074500     OPEN INPUT WINDOW-FILE
074600     IF WS-WIN-STATUS NOT = "00"
074700         GO TO 6100-EXIT
074800     END-IF
074900     READ WINDOW-FILE
075000         AT END SET WIN-EOF TO TRUE
075100     END-READ
075200     IF WIN-EOF OR WINDOW-LINE NOT = "SHORTEST PANGRAM WINDOW"
075300         CLOSE WINDOW-FILE
075400         GO TO 6100-EXIT
075500     END-IF
075600     READ WINDOW-FILE
075700         AT END SET WIN-EOF TO TRUE
075800     END-READ
075900     IF WIN-EOF OR WINDOW-LINE(1:14) NOT = "START OFFSET: "
076000         CLOSE WINDOW-FILE
076100         GO TO 6100-EXIT
076200     END-IF
076300     COMPUTE WS-WIN-LEN = FUNCTION NUMVAL(WINDOW-LINE(28:5))
076400     IF WS-WIN-LEN = ZERO OR WS-WIN-LEN > 228
076500         CLOSE WINDOW-FILE
076600         GO TO 6100-EXIT
076700     END-IF
076800     MOVE 1 TO WS-WIN-PTR
076900     PERFORM UNTIL WIN-EOF OR WS-WIN-PTR > WS-WIN-LEN
077000         READ WINDOW-FILE
077100             AT END SET WIN-EOF TO TRUE
077200             NOT AT END
077300                 MOVE WINDOW-LINE TO WS-WIN-TEXT(WS-WIN-PTR:80)
077400                 ADD 80 TO WS-WIN-PTR
077500         END-READ
077600     END-PERFORM
077700     CLOSE WINDOW-FILE
077800     IF WS-WIN-PTR <= WS-WIN-LEN
077900         GO TO 6100-EXIT
078000     END-IF
078100     MOVE SPACES TO WS-WIN-TEXT(WS-WIN-LEN + 1:)
078200     MOVE WS-WIN-TEXT(1:60) TO WS-CHK-WORD
078300     PERFORM 8000-CHECK-RECENT THRU 8000-EXIT
078400     IF NOT WORD-IS-RECENT
078500         SET TEASER-FOUND TO TRUE
078600     END-IF.
078700 6100-EXIT.
078800     EXIT.

078900*-----------------------------------------------------------------
079000* THIS WEEK'S PICKS GO ON THE END OF THE HISTORY.
079100*-----------------------------------------------------------------
079200 7000-APPEND-HISTORY.
079300     IF WS-NEW-COUNT = ZERO
079400         GO TO 7000-EXIT
079500     END-IF
079600     OPEN EXTEND HISTORY-FILE
079700     IF WS-HIST-STATUS = "35"
079800         OPEN OUTPUT HISTORY-FILE
079900     END-IF
080000     PERFORM VARYING ntx FROM 1 BY 1 UNTIL ntx > WS-NEW-COUNT
080100         MOVE SPACES TO PZH-RECORD
080200         MOVE WS-WEEK-DATE TO PZH-WEEK-DATE
080300         MOVE NT-ITEM(ntx) TO PZH-ITEM
080400         MOVE NT-WORD(ntx) TO PZH-WORD
080500         WRITE PZH-RECORD
080600     END-PERFORM
080700     CLOSE HISTORY-FILE.
080800 7000-EXIT.
080900     EXIT.

081000*-----------------------------------------------------------------
081100* WS-CHK-WORD IS RECENT IF THE HISTORY WINDOW OR THIS WEEK'S
081200* PICKS ALREADY HOLD IT.
081300*-----------------------------------------------------------------
081400 8000-CHECK-RECENT.
081500     MOVE "N" TO WS-RECENT-SW
081600     PERFORM VARYING htx FROM 1 BY 1
081700             UNTIL htx > WS-HST-COUNT OR WORD-IS-RECENT
081800         IF HT-WORD(htx) = WS-CHK-WORD
081900             SET WORD-IS-RECENT TO TRUE
082000         END-IF
082100     END-PERFORM
082200     PERFORM VARYING ntx FROM 1 BY 1
082300             UNTIL ntx > WS-NEW-COUNT OR WORD-IS-RECENT
082400         IF NT-WORD(ntx) = WS-CHK-WORD
082500             SET WORD-IS-RECENT TO TRUE
082600         END-IF
082700     END-PERFORM.
082800 8000-EXIT.
082900     EXIT.

083000 8100-RECORD-PICK.
083100     IF WS-NEW-COUNT < 40
083200         ADD 1 TO WS-NEW-COUNT
083300         MOVE WS-PICK-ITEM TO NT-ITEM(WS-NEW-COUNT)
083400         MOVE WS-WORD TO NT-WORD(WS-NEW-COUNT)
083500     END-IF.
083600 8100-EXIT.
083700     EXIT.

083800 9000-AUDIT-WARNING.
083900     MOVE "ISOPUZL" TO AUD-PROGRAM-NAME
084000     SET AUD-SEV-WARNING TO TRUE
084100     CALL "AUDITLOG" USING AUD-PROGRAM-NAME AUD-FAILED-INPUT
084200         AUD-FAILURE-REASON AUD-SEVERITY.
084300 9000-EXIT.
084400     EXIT.

084500 9100-WRITE-PAGE-LINE.
084600     WRITE PAGE-LINE FROM WS-PAGE-OUT
084700     MOVE SPACES TO WS-PAGE-OUT.
084800 9100-EXIT.
084900     EXIT.

085000 9200-WRITE-ANS-LINE.
085100     WRITE ANS-LINE FROM WS-ANS-OUT
085200     MOVE SPACES TO WS-ANS-OUT.
085300 9200-EXIT.
085400     EXIT.
