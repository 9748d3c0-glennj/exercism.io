000100*****************************************************************
000200* PROGRAM-ID : SCRABRVL
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - CLUB GAMES SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : RE-VALIDATION OF PAST PLAYS AFTER A WORD-LIST
000900*               EDITION CHANGE.  EVERY PLAY ON THE GAME HISTORY
001000*               (SCRABHST) IS JUDGED AGAIN AGAINST THE WORD
001100*               LIST NOW INSTALLED (SCRABDCT, EDITION FROM ITS
001200*               SCRABDCE STAMP).  A PLAY THAT STOOD BUT IS NOT
001300*               ON THE NEW LIST, AND A PLAY THAT WAS CHALLENGED
001400*               OFF (SCRABTRN) BUT IS ON IT NOW, ARE LISTED ON
001500*               SCRABRVR BY PLAYER AND GAME DATE FOR THE
001600*               RATINGS OFFICER.
001700*
001800*               THE HISTORY LINE AND THE TURN RECORD FOR ONE
001900*               PLAY ARE WRITTEN TOGETHER BY SCRABBLE-SCORE
002000*               WITH THE SAME WORD AND RUNNING GAME TOTAL; A
002100*               CHALLENGE TAKES THE VOIDED POINTS OFF THE TURN'S
002200*               TOTAL, SO THE TWO ARE PAIRED ON THE WORD AND
002300*               THE TURN TOTAL PLUS THE VOIDED POINTS.  A
002400*               CHALLENGED TURN WITH NO HISTORY LINE IS LISTED
002500*               UNDER ITS PLAYER ID, UNDATED.
002600*-----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*-----------------------------------------------------------------
002900* DATE       INIT  DESCRIPTION
003000* 10/15/2026 RM    ORIGINAL RE-VALIDATION REPORT
003100*-----------------------------------------------------------------
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    SCRABRVL.
003400 AUTHOR.        R. MCALLISTER.
003500 INSTALLATION.  GLENNJ DATA PROCESSING.
003600 DATE-WRITTEN.  10/15/2026.
003700 DATE-COMPILED.

003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT WORD-LIST-FILE ASSIGN TO "SCRABDCT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-DICT-STATUS.

004400     SELECT EDITION-FILE ASSIGN TO "SCRABDCE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-EDN-STATUS.

004700     SELECT GAME-HISTORY-FILE ASSIGN TO "SCRABHST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-HIST-STATUS.

005000     SELECT TURN-FILE ASSIGN TO "SCRABTRN"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS TURN-KEY
005400         FILE STATUS IS WS-TURN-STATUS.

005500     SELECT REVAL-RPT ASSIGN TO "SCRABRVR"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RPT-STATUS.

005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  WORD-LIST-FILE.
006100 01  DICT-IN-WORD                PIC X(60).

006200 FD  EDITION-FILE.
006300     COPY scrabdce.

006400*-----------------------------------------------------------------
006500* THE HISTORY RECORD AS WRITTEN BY 2000-LOG-WORD IN
006600* SCRABBLE-SCORE.  THE SCORE COLUMNS WERE WRITTEN EDITED, SO
006700* THEY ARE READ BACK AS TEXT AND CONVERTED.
006800*-----------------------------------------------------------------
006900 FD  GAME-HISTORY-FILE.
007000 01  HIST-IN-RECORD.
007100     05  HIN-DATE                PIC X(08).
007200     05  FILLER                  PIC X(01).
007300     05  HIN-PLAYER              PIC X(20).
007400     05  FILLER                  PIC X(01).
007500     05  HIN-WORD                PIC X(60).
007600     05  FILLER                  PIC X(01).
007700     05  HIN-WORD-SCORE          PIC X(03).
007800     05  FILLER                  PIC X(01).
007900     05  HIN-GAME-TOTAL          PIC X(05).

008000 FD  TURN-FILE.
008100     COPY scrabtrn.

008200 FD  REVAL-RPT
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  RPT-LINE                    PIC X(80).

008500 WORKING-STORAGE SECTION.
008600 01  WS-DICT-STATUS              PIC XX.
008700 01  WS-EDN-STATUS               PIC XX.
008800 01  WS-HIST-STATUS              PIC XX.
008900 01  WS-TURN-STATUS              PIC XX.
009000 01  WS-RPT-STATUS               PIC XX.

009100*-----------------------------------------------------------------
009200* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
009300*-----------------------------------------------------------------
009400 COPY audcom.

009500*-----------------------------------------------------------------
009600* THE NEW EDITION, LOADED AND SEARCHED THE SAME WAY
009700* SCRABBLE-SCORE JUDGES A PLAY AT THE BOARD.
009800*-----------------------------------------------------------------
009900 01  WS-DICT-COUNT               PIC 9(04) COMP VALUE ZERO.
010000 01  WS-DICTIONARY.
010100     05  WS-DICT-ENTRY OCCURS 1 TO 5000 TIMES
010200             DEPENDING ON WS-DICT-COUNT
010300             ASCENDING KEY IS WS-DICT-WORD
010400             INDEXED BY DICT-IDX.
010500         10  WS-DICT-WORD        PIC X(60).
010600 01  WS-EDITION                  PIC X(10) VALUE "UNSTAMPED".
010700 01  WS-PRIOR-EDITION            PIC X(10) VALUE SPACES.
010800 01  WS-BUILD-DATE               PIC X(08) VALUE SPACES.
010900 01  WS-CHECK-WORD               PIC X(60).
011000 01  WS-WORD-VALID-SW            PIC X(01).
011100     88  WORD-IS-VALID           VALUE "Y".

011200*-----------------------------------------------------------------
011300* CHALLENGED TURNS OFF SCRABTRN.  CT-ORIG-CUM IS THE GAME TOTAL
011400* THE TURN CARRIED BEFORE THE CHALLENGE - THE FIGURE ON ITS
011500* HISTORY LINE.
011600*-----------------------------------------------------------------
011700 01  WS-CHAL-COUNT               PIC 9(04) VALUE ZERO.
011800 01  WS-CHAL-TABLE.
011900     05  WS-CHAL-ENTRY OCCURS 1000 TIMES.
012000         10  CT-PLAYER-ID        PIC X(05).
012100         10  CT-WORD             PIC X(60).
012200         10  CT-ORIG-CUM         PIC 9(05).
012300         10  CT-VOIDED           PIC 9(03).
012400         10  CT-PAIRED-SW        PIC X(01).
012500 01  ctx                         PIC 9(04).
012600 01  WS-CHAL-FOUND               PIC 9(04).

012700*-----------------------------------------------------------------
012800* FINDINGS, SORTED BY PLAYER, DATE, KIND AND WORD BEFORE
012900* PRINTING.  FN-KIND "I" = STOOD BUT INVALID NOW, "V" =
013000* CHALLENGED OFF BUT VALID NOW.
013100*-----------------------------------------------------------------
013200 01  WS-FIND-COUNT               PIC 9(04) VALUE ZERO.
013300 01  WS-FIND-TABLE.
013400     05  WS-FIND-ENTRY OCCURS 2000 TIMES.
013500         10  FN-PLAYER           PIC X(20).
013600         10  FN-DATE             PIC X(08).
013700         10  FN-KIND             PIC X(01).
013800         10  FN-WORD             PIC X(60).
013900         10  FN-SCORE            PIC 9(03).
014000 01  WS-FIND-HOLD                PIC X(92).
014100 01  fnx                         PIC 9(04).
014200 01  fny                         PIC 9(04).
014300 01  WS-HIST-SCORE               PIC 9(03).
014400 01  WS-HIST-TOTAL               PIC 9(05).
014500 01  WS-NEW-PLAYER               PIC X(20).
014600 01  WS-NEW-DATE                 PIC X(08).
014700 01  WS-NEW-KIND                 PIC X(01).
014800 01  WS-NEW-WORD                 PIC X(60).
014900 01  WS-NEW-SCORE                PIC 9(03).
015000 01  WS-LAST-PLAYER              PIC X(20).
015100 01  WS-LAST-DATE                PIC X(08).
015200 01  WS-PLAYS-READ               PIC 9(06) VALUE ZERO.
015300 01  WS-INVALID-COUNT            PIC 9(04) VALUE ZERO.
015400 01  WS-VALID-COUNT              PIC 9(04) VALUE ZERO.
015500 01  WS-PL-INVALID               PIC 9(04) VALUE ZERO.
015600 01  WS-PL-VALID                 PIC 9(04) VALUE ZERO.
015700 01  WS-DROPPED-COUNT            PIC 9(04) VALUE ZERO.

015800 01  WS-HDG1.
015900     05  FILLER                  PIC X(38) VALUE
016000         "SCRABBLE PLAY RE-VALIDATION - EDITION ".
016100     05  H1-EDITION              PIC X(10).
016200     05  FILLER                  PIC X(07) VALUE " PRIOR ".
016300     05  H1-PRIOR                PIC X(10).
016400     05  FILLER                  PIC X(15) VALUE SPACES.
016500 01  WS-HDG2.
016600     05  FILLER                  PIC X(20) VALUE
016700         "WORD LIST BUILT ON  ".
016800     05  H2-BUILD-DATE           PIC X(08).
016900     05  FILLER                  PIC X(52) VALUE SPACES.
017000 01  WS-HDG3                     PIC X(80) VALUE
017100     "  DATE      WORD                           SCORE FINDING".
017200 01  WS-PLAYER-LINE.
017300     05  FILLER                  PIC X(08) VALUE "PLAYER  ".
017400     05  PH-PLAYER               PIC X(20).
017500     05  FILLER                  PIC X(52) VALUE SPACES.
017600 01  WS-DETAIL.
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  RD-DATE                 PIC X(08).
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  RD-WORD                 PIC X(30).
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  RD-SCORE                PIC ZZ9.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  RD-FINDING              PIC X(26).
018500     05  FILLER                  PIC X(05) VALUE SPACES.
018600 01  WS-PLAYER-TOTAL.
018700     05  FILLER                  PIC X(14) VALUE
018800         "  NOW INVALID:".
018900     05  PT-INVALID              PIC ZZZ9.
019000     05  FILLER                  PIC X(14) VALUE
019100         "    NOW VALID:".
019200     05  PT-VALID                PIC ZZZ9.
019300     05  FILLER                  PIC X(44) VALUE SPACES.
019400 01  WS-COUNT-LINE.
019500     05  CT-LABEL                PIC X(36).
019600     05  CT-COUNT                PIC ZZZZZ9.
019700     05  FILLER                  PIC X(38) VALUE SPACES.

019800 PROCEDURE DIVISION.
019900 0000-SCRABRVL.
020000     PERFORM 1000-LOAD-EDITION THRU 1000-EXIT
020100     IF WS-DICT-COUNT = ZERO
020200         MOVE "SCRABRVL" TO AUD-PROGRAM-NAME
020300         MOVE "SCRABDCT" TO AUD-FAILED-INPUT
020400         MOVE "NO WORD LIST - NOTHING TO JUDGE AGAINST" TO
020500             AUD-FAILURE-REASON
020600         SET AUD-SEV-WARNING TO TRUE
020700         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
020800             AUD-FAILED-INPUT AUD-FAILURE-REASON
020900             AUD-SEVERITY
021000         GOBACK
021100     END-IF
021200     PERFORM 2000-LOAD-CHALLENGES THRU 2000-EXIT
021300     PERFORM 3000-JUDGE-HISTORY THRU 3000-EXIT
021400     PERFORM 4000-JUDGE-LEFTOVER-TURNS THRU 4000-EXIT
021500     PERFORM 5000-ORDER-FINDINGS THRU 5000-EXIT
021600     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
021700     GOBACK.
021800 0000-EXIT.
021900     EXIT.

022000*-----------------------------------------------------------------
022100* THE WORD LIST NOW INSTALLED AND THE EDITION STAMP BESIDE IT.
022200*-----------------------------------------------------------------
022300 1000-LOAD-EDITION.
022400     OPEN INPUT EDITION-FILE
022500     IF WS-EDN-STATUS = "00"
022600         READ EDITION-FILE
022700             NOT AT END
022800                 MOVE DCE-EDITION       TO WS-EDITION
022900                 MOVE DCE-PRIOR-EDITION TO WS-PRIOR-EDITION
023000                 MOVE DCE-BUILD-DATE    TO WS-BUILD-DATE
023100         END-READ
023200         CLOSE EDITION-FILE
023300     END-IF
023400     OPEN INPUT WORD-LIST-FILE
023500     IF WS-DICT-STATUS NOT = "00"
023600         GO TO 1000-EXIT
023700     END-IF
023800     PERFORM 1100-READ-DICT-ENTRY THRU 1100-EXIT
023900     PERFORM UNTIL WS-DICT-STATUS = "10"
024000         IF WS-DICT-COUNT < 5000
024100             ADD 1 TO WS-DICT-COUNT
024200             MOVE FUNCTION UPPER-CASE(DICT-IN-WORD)
024300                 TO WS-DICT-WORD(WS-DICT-COUNT)
024400         END-IF
024500         PERFORM 1100-READ-DICT-ENTRY THRU 1100-EXIT
024600     END-PERFORM
024700     CLOSE WORD-LIST-FILE.
024800 1000-EXIT.
024900     EXIT.

025000 1100-READ-DICT-ENTRY.
025100     READ WORD-LIST-FILE
025200         AT END MOVE "10" TO WS-DICT-STATUS
025300     END-READ.
025400 1100-EXIT.
025500     EXIT.

025600*-----------------------------------------------------------------
025700* CHALLENGED TURNS ONLY; A TURN THAT STOOD IS JUDGED FROM ITS
025800* HISTORY LINE, WHICH CARRIES THE GAME DATE.
025900*-----------------------------------------------------------------
026000 2000-LOAD-CHALLENGES.
026100     OPEN INPUT TURN-FILE
026200     IF WS-TURN-STATUS NOT = "00"
026300         GO TO 2000-EXIT
026400     END-IF
026500     MOVE LOW-VALUES TO TURN-KEY
026600     START TURN-FILE KEY IS GREATER THAN TURN-KEY
026700         INVALID KEY MOVE "10" TO WS-TURN-STATUS
026800     END-START
026900     PERFORM UNTIL WS-TURN-STATUS NOT = "00"
027000         READ TURN-FILE NEXT RECORD
027100             AT END MOVE "10" TO WS-TURN-STATUS
027200             NOT AT END
027300                 IF TURN-IS-CHALLENGED
027400                     PERFORM 2100-TAKE-CHALLENGE THRU 2100-EXIT
027500                 END-IF
027600         END-READ
027700     END-PERFORM
027800     CLOSE TURN-FILE.
027900 2000-EXIT.
028000     EXIT.

028100 2100-TAKE-CHALLENGE.
028200     IF WS-CHAL-COUNT >= 1000
028300         MOVE "SCRABRVL" TO AUD-PROGRAM-NAME
028400         MOVE TURN-KEY TO AUD-FAILED-INPUT
028500         MOVE "CHALLENGE TABLE FULL - TURN NOT JUDGED" TO
028600             AUD-FAILURE-REASON
028700         SET AUD-SEV-WARNING TO TRUE
028800         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
028900             AUD-FAILED-INPUT AUD-FAILURE-REASON
029000             AUD-SEVERITY
029100         GO TO 2100-EXIT
029200     END-IF
029300     ADD 1 TO WS-CHAL-COUNT
029400     MOVE TURN-PLAYER-ID TO CT-PLAYER-ID(WS-CHAL-COUNT)
029500     MOVE FUNCTION UPPER-CASE(TURN-WORD)
029600         TO CT-WORD(WS-CHAL-COUNT)
029700     COMPUTE CT-ORIG-CUM(WS-CHAL-COUNT) =
029800         TURN-CUM-SCORE + TURN-VOIDED-SCORE
029900     MOVE TURN-VOIDED-SCORE TO CT-VOIDED(WS-CHAL-COUNT)
030000     MOVE "N" TO CT-PAIRED-SW(WS-CHAL-COUNT).
030100 2100-EXIT.
030200     EXIT.

030300*-----------------------------------------------------------------
030400* EVERY PLAY ON THE HISTORY.  ONE THAT PAIRS WITH A CHALLENGED
030500* TURN WAS TAKEN OFF THE BOARD, SO ONLY A NOW-VALID WORD IS
030600* REPORTED FOR IT; ONE THAT STOOD IS REPORTED IF IT IS NOW
030700* INVALID.
030800*-----------------------------------------------------------------
030900 3000-JUDGE-HISTORY.
031000     OPEN INPUT GAME-HISTORY-FILE
031100     IF WS-HIST-STATUS NOT = "00"
031200         GO TO 3000-EXIT
031300     END-IF
031400     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
031500     PERFORM UNTIL WS-HIST-STATUS = "10"
031600         ADD 1 TO WS-PLAYS-READ
031700         PERFORM 3200-JUDGE-ONE-PLAY THRU 3200-EXIT
031800         PERFORM 3100-READ-HISTORY THRU 3100-EXIT
031900     END-PERFORM
032000     CLOSE GAME-HISTORY-FILE.
032100 3000-EXIT.
032200     EXIT.

032300 3100-READ-HISTORY.
032400     READ GAME-HISTORY-FILE
032500         AT END MOVE "10" TO WS-HIST-STATUS
032600     END-READ.
032700 3100-EXIT.
032800     EXIT.

032900 3200-JUDGE-ONE-PLAY.
033000     COMPUTE WS-HIST-SCORE = FUNCTION NUMVAL(HIN-WORD-SCORE)
033100     COMPUTE WS-HIST-TOTAL = FUNCTION NUMVAL(HIN-GAME-TOTAL)
033200     MOVE FUNCTION UPPER-CASE(HIN-WORD) TO WS-CHECK-WORD
033300     PERFORM 3300-LOOK-UP-WORD THRU 3300-EXIT
033400     MOVE ZERO TO WS-CHAL-FOUND
033500     PERFORM VARYING ctx FROM 1 BY 1
033600             UNTIL ctx > WS-CHAL-COUNT OR WS-CHAL-FOUND > ZERO
033700         IF CT-PAIRED-SW(ctx) = "N"
033800                 AND CT-WORD(ctx) = WS-CHECK-WORD
033900                 AND CT-ORIG-CUM(ctx) = WS-HIST-TOTAL
034000             MOVE ctx TO WS-CHAL-FOUND
034100         END-IF
034200     END-PERFORM
034300     MOVE HIN-PLAYER    TO WS-NEW-PLAYER
034400     MOVE HIN-DATE      TO WS-NEW-DATE
034500     MOVE WS-CHECK-WORD TO WS-NEW-WORD
034600     IF WS-CHAL-FOUND > ZERO
034700         MOVE "Y" TO CT-PAIRED-SW(WS-CHAL-FOUND)
034800         IF WORD-IS-VALID
034900             MOVE "V" TO WS-NEW-KIND
035000             MOVE CT-VOIDED(WS-CHAL-FOUND) TO WS-NEW-SCORE
035100             PERFORM 3500-ADD-FINDING THRU 3500-EXIT
035200         END-IF
035300         GO TO 3200-EXIT
035400     END-IF
035500     IF NOT WORD-IS-VALID
035600         MOVE "I" TO WS-NEW-KIND
035700         MOVE WS-HIST-SCORE TO WS-NEW-SCORE
035800         PERFORM 3500-ADD-FINDING THRU 3500-EXIT
035900     END-IF.
036000 3200-EXIT.
036100     EXIT.

036200 3300-LOOK-UP-WORD.
036300     MOVE "N" TO WS-WORD-VALID-SW
036400     SEARCH ALL WS-DICT-ENTRY
036500         AT END MOVE "N" TO WS-WORD-VALID-SW
036600         WHEN WS-DICT-WORD(DICT-IDX) = WS-CHECK-WORD
036700             SET WORD-IS-VALID TO TRUE
036800     END-SEARCH.
036900 3300-EXIT.
037000     EXIT.

037100 3500-ADD-FINDING.
037200     IF WS-FIND-COUNT >= 2000
037300         ADD 1 TO WS-DROPPED-COUNT
037400         GO TO 3500-EXIT
037500     END-IF
037600     ADD 1 TO WS-FIND-COUNT
037700     MOVE WS-NEW-PLAYER TO FN-PLAYER(WS-FIND-COUNT)
037800     MOVE WS-NEW-DATE   TO FN-DATE(WS-FIND-COUNT)
037900     MOVE WS-NEW-KIND   TO FN-KIND(WS-FIND-COUNT)
038000     MOVE WS-NEW-WORD   TO FN-WORD(WS-FIND-COUNT)
038100     MOVE WS-NEW-SCORE  TO FN-SCORE(WS-FIND-COUNT)
038200     IF WS-NEW-KIND = "I"
038300         ADD 1 TO WS-INVALID-COUNT
038400     ELSE
038500         ADD 1 TO WS-VALID-COUNT
038600     END-IF.
038700 3500-EXIT.
038800     EXIT.

038900*-----------------------------------------------------------------
039000* A CHALLENGED TURN NO HISTORY LINE PAIRED WITH (HISTORY AGED
039100* OFF, OR A TURN FILE REBUILT FROM AN OLDER JOURNAL) IS STILL
039200* JUDGED, UNDER ITS PLAYER ID AND WITHOUT A DATE.
039300*-----------------------------------------------------------------
039400 4000-JUDGE-LEFTOVER-TURNS.
039500     PERFORM VARYING ctx FROM 1 BY 1 UNTIL ctx > WS-CHAL-COUNT
039600         IF CT-PAIRED-SW(ctx) = "N"
039700             MOVE CT-WORD(ctx) TO WS-CHECK-WORD
039800             PERFORM 3300-LOOK-UP-WORD THRU 3300-EXIT
039900             IF WORD-IS-VALID
040000                 MOVE SPACES TO WS-NEW-PLAYER
040100                 STRING "PLAYER ID " CT-PLAYER-ID(ctx)
040200                     DELIMITED BY SIZE INTO WS-NEW-PLAYER
040300                 MOVE "UNDATED"       TO WS-NEW-DATE
040400                 MOVE "V"             TO WS-NEW-KIND
040500                 MOVE CT-WORD(ctx)    TO WS-NEW-WORD
040600                 MOVE CT-VOIDED(ctx)  TO WS-NEW-SCORE
040700                 PERFORM 3500-ADD-FINDING THRU 3500-EXIT
040800             END-IF
040900         END-IF
041000     END-PERFORM.
041100 4000-EXIT.
041200     EXIT.

041300*-----------------------------------------------------------------
041400* SELECTION SORT ON PLAYER, DATE, KIND AND WORD - THE FIRST 89
041500* BYTES OF THE ENTRY.
041600*-----------------------------------------------------------------
041700 5000-ORDER-FINDINGS.
041800     PERFORM VARYING fnx FROM 1 BY 1 UNTIL fnx >= WS-FIND-COUNT
041900         PERFORM VARYING fny FROM fnx BY 1
042000                 UNTIL fny > WS-FIND-COUNT
042100             IF WS-FIND-ENTRY(fny)(1:89) <
042200                     WS-FIND-ENTRY(fnx)(1:89)
042300                 MOVE WS-FIND-ENTRY(fnx) TO WS-FIND-HOLD
042400                 MOVE WS-FIND-ENTRY(fny) TO WS-FIND-ENTRY(fnx)
042500                 MOVE WS-FIND-HOLD TO WS-FIND-ENTRY(fny)
042600             END-IF
042700         END-PERFORM
042800     END-PERFORM.
042900 5000-EXIT.
043000     EXIT.

043100*-----------------------------------------------------------------
043200* ONE BLOCK PER PLAYER; THE GAME DATE PRINTS ON THE FIRST LINE
043300* OF EACH DATE ONLY.
043400*-----------------------------------------------------------------
043500 6000-PRINT-REPORT.
043600     OPEN OUTPUT REVAL-RPT
043700     MOVE WS-EDITION       TO H1-EDITION
043800     MOVE WS-PRIOR-EDITION TO H1-PRIOR
043900     MOVE WS-HDG1 TO RPT-LINE
044000     WRITE RPT-LINE
044100     MOVE WS-BUILD-DATE TO H2-BUILD-DATE
044200     MOVE WS-HDG2 TO RPT-LINE
044300     WRITE RPT-LINE
044400     MOVE SPACES TO RPT-LINE
044500     WRITE RPT-LINE
044600     MOVE WS-HDG3 TO RPT-LINE
044700     WRITE RPT-LINE
044800     MOVE HIGH-VALUES TO WS-LAST-PLAYER
044900     PERFORM VARYING fnx FROM 1 BY 1 UNTIL fnx > WS-FIND-COUNT
045000         PERFORM 6100-PRINT-ONE-FINDING THRU 6100-EXIT
045100     END-PERFORM
045200     IF WS-FIND-COUNT > ZERO
045300         PERFORM 6200-PRINT-PLAYER-TOTAL THRU 6200-EXIT
045400     END-IF
045500     MOVE SPACES TO RPT-LINE
045600     WRITE RPT-LINE
045700     MOVE "HISTORY PLAYS JUDGED:" TO CT-LABEL
045800     MOVE WS-PLAYS-READ TO CT-COUNT
045900     MOVE WS-COUNT-LINE TO RPT-LINE
046000     WRITE RPT-LINE
046100     MOVE "CHALLENGED TURNS ON SCRABTRN:" TO CT-LABEL
046200     MOVE WS-CHAL-COUNT TO CT-COUNT
046300     MOVE WS-COUNT-LINE TO RPT-LINE
046400     WRITE RPT-LINE
046500     MOVE "PLAYS THAT STOOD, NOW INVALID:" TO CT-LABEL
046600     MOVE WS-INVALID-COUNT TO CT-COUNT
046700     MOVE WS-COUNT-LINE TO RPT-LINE
046800     WRITE RPT-LINE
046900     MOVE "PLAYS CHALLENGED OFF, NOW VALID:" TO CT-LABEL
047000     MOVE WS-VALID-COUNT TO CT-COUNT
047100     MOVE WS-COUNT-LINE TO RPT-LINE
047200     WRITE RPT-LINE
047300     IF WS-DROPPED-COUNT > ZERO
047400         MOVE "FINDINGS NOT LISTED - TABLE FULL:" TO CT-LABEL
047500         MOVE WS-DROPPED-COUNT TO CT-COUNT
047600         MOVE WS-COUNT-LINE TO RPT-LINE
047700         WRITE RPT-LINE
047800     END-IF
047900     CLOSE REVAL-RPT.
048000 6000-EXIT.
048100     EXIT.

048200 6100-PRINT-ONE-FINDING.
048300     IF FN-PLAYER(fnx) NOT = WS-LAST-PLAYER
048400         IF fnx > 1
048500             PERFORM 6200-PRINT-PLAYER-TOTAL THRU 6200-EXIT
048600         END-IF
048700         MOVE SPACES TO RPT-LINE
048800         WRITE RPT-LINE
048900         MOVE FN-PLAYER(fnx) TO PH-PLAYER
049000         MOVE WS-PLAYER-LINE TO RPT-LINE
049100         WRITE RPT-LINE
049200         MOVE FN-PLAYER(fnx) TO WS-LAST-PLAYER
049300         MOVE HIGH-VALUES TO WS-LAST-DATE
049400         MOVE ZERO TO WS-PL-INVALID WS-PL-VALID
049500     END-IF
049600     IF FN-DATE(fnx) NOT = WS-LAST-DATE
049700         MOVE FN-DATE(fnx) TO RD-DATE
049800         MOVE FN-DATE(fnx) TO WS-LAST-DATE
049900     ELSE
050000         MOVE SPACES TO RD-DATE
050100     END-IF
050200     MOVE FN-WORD(fnx)  TO RD-WORD
050300     MOVE FN-SCORE(fnx) TO RD-SCORE
050400     IF FN-KIND(fnx) = "I"
050500         MOVE "INVALID UNDER NEW EDITION" TO RD-FINDING
050600         ADD 1 TO WS-PL-INVALID
050700     ELSE
050800         MOVE "CHALLENGED OFF - NOW VALID" TO RD-FINDING
050900         ADD 1 TO WS-PL-VALID
051000     END-IF
051100     MOVE WS-DETAIL TO RPT-LINE
051200     WRITE RPT-LINE.
051300 6100-EXIT.
051400     EXIT.

051500 6200-PRINT-PLAYER-TOTAL.
051600     MOVE WS-PL-INVALID TO PT-INVALID
051700     MOVE WS-PL-VALID   TO PT-VALID
051800     MOVE WS-PLAYER-TOTAL TO RPT-LINE
051900     WRITE RPT-LINE.
052000 6200-EXIT.
052100     EXIT.
