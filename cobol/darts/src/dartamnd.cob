000100*****************************************************************
000200* PROGRAM-ID : DARTAMND
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - RECREATION SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : SCORECARD AMENDMENT RUN.  A MARKER WHO KEYED A
000900*               WRONG COORDINATE ONTO DARTIN PUTS AN AMENDMENT ON
001000*               DARTAMD NAMING THE MATCH, THE PLAYER, THAT
001100*               PLAYER'S VISIT NUMBER WITHIN THE MATCH AND THE
001200*               CORRECTED THREE THROWS.  FOR EVERY MATCH WITH AN
001300*               AMENDMENT THE WHOLE MATCH IS REPLAYED TWICE
001400*               THROUGH THE DARTS-REPLAY ENTRY POINT ON DARTS -
001500*               AS KEYED AND AS CORRECTED - SO THE SAME 501 AND
001600*               CRICKET SCORING PARAGRAPHS DECIDE BOTH.  THE
001700*               AMENDED VISIT'S OLD SCORE IS TAKEN BACK OFF THE
001800*               PLAYER'S DARTPLYR POINTS, OR A PAIRS TEAM'S
001810*               DARTTEAM POINTS, AND THE CORRECTED SCORE
001900*               POSTED IN ITS PLACE (DARTS POSTS EVERY 501
002000*               VISIT, CRICKET VISITS NONE), DARTAMR PRINTS THE
002100*               AFFECTED LEG BEFORE AND AFTER, AND EVERY CHANGE
002200*               IS LOGGED AS AN ACCESS RECORD ON THE AUDIT TRAIL.
002300*               DARTIN ITSELF IS NOT REWRITTEN.
002400*-----------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*-----------------------------------------------------------------
002700* DATE       INIT  DESCRIPTION
002800* 10/15/2026 RM    ORIGINAL SCORECARD AMENDMENT RUN
002810* 10/15/2026 RM    RE-POST PAIRS VISITS TO DARTTEAM; A ROSTER
002820*                  THAT WILL NOT OPEN OR A FAILED REWRITE IS
002830*                  LOGGED SEVERE AND THE AMENDMENT IS NOT APPLIED
002840* 10/15/2026 RM    AN AMENDMENT FOR A PLAYER OR TEAM NOT ON ITS
002850*                  MASTER IS REJECTED, NOT LOGGED AS APPLIED
002900*-----------------------------------------------------------------
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    DARTAMND.
003200 AUTHOR.        R. MCALLISTER.
003300 INSTALLATION.  GLENNJ DATA PROCESSING.
003400 DATE-WRITTEN.  10/15/2026.
003500 DATE-COMPILED.

003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PLAYER-FILE ASSIGN TO "DARTPLYR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS PLYR-ID
004300         FILE STATUS IS WS-PLYR-STATUS.

004310     SELECT TEAM-FILE ASSIGN TO "DARTTEAM"
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS DYNAMIC
004340         RECORD KEY IS TEAM-ID
004350         FILE STATUS IS WS-TEAM-STATUS.

004400     SELECT AMEND-FILE ASSIGN TO "DARTAMD"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AMD-STATUS.

004700     SELECT SCORECARD-IN ASSIGN TO "DARTIN"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CARDIN-STATUS.

005000     SELECT AMEND-RPT ASSIGN TO "DARTAMR"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RPT-STATUS.

005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PLAYER-FILE.
005600 COPY dartplyr.

005610 FD  TEAM-FILE.
005620 COPY dartteam.

005700*-----------------------------------------------------------------
005800* ONE AMENDMENT: MATCH, PLAYER, THE PLAYER'S VISIT NUMBER IN THE
005900* MATCH (1 IS THEIR FIRST VISIT), AND THE THREE CORRECTED THROWS
006000* IN DARTIN'S OWN X/Y FORM.
006100*-----------------------------------------------------------------
006200 FD  AMEND-FILE.
006300 01  AMD-RECORD.
006400     05  AMD-MATCH-ID            PIC X(05).
006500     05  FILLER                  PIC X(01).
006600     05  AMD-PLYR-ID             PIC X(05).
006700     05  FILLER                  PIC X(01).
006800     05  AMD-VISIT-NO            PIC 9(03).
006900     05  AMD-THROW OCCURS 3 TIMES.
007000         10  FILLER              PIC X(01).
007100         10  AMD-X               PIC 99V9.
007200         10  AMD-Y               PIC 99V9.

007300*-----------------------------------------------------------------
007400* THE DARTIN THROW RECORD AS DARTS READS IT.
007500*-----------------------------------------------------------------
007600 FD  SCORECARD-IN
007700     RECORD CONTAINS 20 CHARACTERS.
007800 01  CARD-IN-RECORD.
007900     05  CARD-IN-MATCH-ID        PIC X(05).
008000     05  CARD-IN-PLYR-ID         PIC X(05).
008100     05  CARD-IN-X               PIC 99V9.
008200     05  CARD-IN-Y               PIC 99V9.
008300     05  CARD-IN-GAME-TYPE       PIC X(01).

008400 FD  AMEND-RPT
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  RPT-LINE                    PIC X(80).

008700 WORKING-STORAGE SECTION.
008800 01  WS-PLYR-STATUS              PIC XX.
008810 01  WS-TEAM-STATUS              PIC XX.
008900 01  WS-AMD-STATUS               PIC XX.
009000     88  AMD-EOF                 VALUE "10".
009100 01  WS-CARDIN-STATUS            PIC XX.
009200     88  CARDIN-EOF              VALUE "10".
009300 01  WS-RPT-STATUS               PIC XX.

009400*-----------------------------------------------------------------
009500* SHARED AUDIT-LOG AND OPERATOR-AUTHORIZATION CALL INTERFACES,
009600* AND THE DARTS-REPLAY PARAMETER AREA.
009700*-----------------------------------------------------------------
009800 COPY audcom.
009900 COPY opacom.
010000 COPY dartrply.

010100*-----------------------------------------------------------------
010200* THE NIGHT'S AMENDMENTS.  AT-STATUS: "P" PENDING, "A" APPLIED,
010300* "R" REJECTED.  AT-VISIT-IDX POINTS INTO THE MATCH BUFFER ONCE
010400* THE VISIT IS FOUND.
010500*-----------------------------------------------------------------
010600 01  WS-AT-COUNT                 PIC 99 VALUE ZERO.
010700 01  WS-AMEND-TABLE.
010800     05  WS-AT-ENTRY OCCURS 50 TIMES.
010900         10  AT-MATCH-ID         PIC X(05).
011000         10  AT-PLYR-ID          PIC X(05).
011100         10  AT-VISIT-NO         PIC 9(03).
011200         10  AT-THROW OCCURS 3 TIMES.
011300             15  AT-X            PIC 99V9.
011400             15  AT-Y            PIC 99V9.
011500         10  AT-STATUS           PIC X(01).
011600             88  AT-PENDING      VALUE "P".
011700             88  AT-APPLIED      VALUE "A".
011800             88  AT-REJECTED     VALUE "R".
011900         10  AT-VISIT-IDX        PIC 9(03).
012000 01  atx                         PIC 99.

012100*-----------------------------------------------------------------
012200* ONE MATCH OF DARTIN, A VISIT PER ENTRY, WITH THE THROWS AS
012300* KEYED (MV-OLD-) AND AS CORRECTED (MV-NEW-), AND WHAT EACH
012400* REPLAY MADE OF THE VISIT.  MV-xxx-LEG NUMBERS THE LEGS (AND
012500* CRICKET GAMES) OF THE MATCH FROM 1.
012600*-----------------------------------------------------------------
012700 01  WS-CUR-MATCH-ID             PIC X(05).
012800 01  WS-MV-COUNT                 PIC 9(03) VALUE ZERO.
012900 01  WS-MATCH-BUFFER.
013000     05  WS-MV-ENTRY OCCURS 500 TIMES.
013100         10  MV-PLYR-ID          PIC X(05).
013200         10  MV-GAME-TYPE        PIC X(01).
013300         10  MV-VISIT-NO         PIC 9(03).
013400         10  MV-AMENDED-SW       PIC X(01).
013500         10  MV-OLD-THROW OCCURS 3 TIMES.
013600             15  MV-OLD-X        PIC 99V9.
013700             15  MV-OLD-Y        PIC 99V9.
013800         10  MV-NEW-THROW OCCURS 3 TIMES.
013900             15  MV-NEW-X        PIC 99V9.
014000             15  MV-NEW-Y        PIC 99V9.
014100         10  MV-OLD-SCORE        PIC 9(03).
014200         10  MV-OLD-REMAIN       PIC 9(05).
014300         10  MV-OLD-NOTE         PIC X(08).
014400         10  MV-OLD-LEG          PIC 9(03).
014500         10  MV-NEW-SCORE        PIC 9(03).
014600         10  MV-NEW-REMAIN       PIC 9(05).
014700         10  MV-NEW-NOTE         PIC X(08).
014800         10  MV-NEW-LEG          PIC 9(03).
014900 01  mvx                         PIC 9(03).
015000 01  thx                         PIC 9.
015100 01  WS-BUFFER-FULL-SW           PIC X(01).
015200     88  MATCH-BUFFER-FULL       VALUE "Y".

015300*-----------------------------------------------------------------
015400* THE LAST THROWS READ, CARRIED INTO A VISIT CUT SHORT BY END OF
015500* FILE THE WAY THE BATCH'S OWN THROW AREA CARRIES THEM.
015600*-----------------------------------------------------------------
015700 01  WS-HOLD-THROWS.
015800     05  WS-HOLD-THROW OCCURS 3 TIMES.
015900         10  WS-HOLD-X           PIC 99V9.
016000         10  WS-HOLD-Y           PIC 99V9.

016100*-----------------------------------------------------------------
016200* PER-PLAYER VISIT COUNTERS FOR THE MATCH BEING LOADED.
016300*-----------------------------------------------------------------
016400 01  WS-MP-COUNT                 PIC 99 VALUE ZERO.
016500 01  WS-MATCH-PLAYERS.
016600     05  WS-MP-ENTRY OCCURS 20 TIMES.
016700         10  MP-PLYR-ID          PIC X(05).
016800         10  MP-VISITS           PIC 9(03).
016900 01  mpx                         PIC 99.
017000 01  WS-MP-FOUND                 PIC 99.
017100 01  WS-MATCH-AMENDED-SW         PIC X(01).
017200     88  MATCH-HAS-AMENDMENT     VALUE "Y".
017210 01  WS-ROSTER-OPEN-SW           PIC X(01).
017220     88  ROSTER-IS-OPEN          VALUE "Y".
017230 01  WS-TEAM-OPEN-SW             PIC X(01).
017240     88  TEAM-FILE-IS-OPEN       VALUE "Y".

017300 01  WS-REPLAY-PASS              PIC X(01).
017400     88  REPLAY-AS-KEYED         VALUE "O".
017500     88  REPLAY-AS-CORRECTED     VALUE "N".
017600 01  WS-LEG-NO                   PIC 9(03).
017700 01  WS-FROM-VISIT               PIC 9(03).
017800 01  WS-OLD-LEG                  PIC 9(03).
017900 01  WS-NEW-LEG                  PIC 9(03).
018000 01  WS-OLD-WINNER               PIC X(05).
018100 01  WS-NEW-WINNER               PIC X(05).
018200 01  WS-POINTS-WORK              PIC S9(08).
018300 01  WS-RESULT-TEXT              PIC X(40).
018400 01  WS-APPLIED-COUNT            PIC 9(03) VALUE ZERO.
018500 01  WS-REJECT-COUNT             PIC 9(03) VALUE ZERO.
018600 01  WS-SHOW-VISIT               PIC ZZ9.
018700 01  WS-SHOW-OLD                 PIC ZZ9.
018800 01  WS-SHOW-NEW                 PIC ZZ9.

018900 01  WS-RPT-HDG1                 PIC X(80) VALUE
019000     "DARTS SCORECARD AMENDMENTS - LEG BEFORE AND AFTER".
019100 01  WS-AMEND-HDG.
019200     05  FILLER                  PIC X(06) VALUE "MATCH ".
019300     05  AH-MATCH-ID             PIC X(05).
019400     05  FILLER                  PIC X(09) VALUE "  PLAYER ".
019500     05  AH-PLYR-ID              PIC X(05).
019600     05  FILLER                  PIC X(08) VALUE "  VISIT ".
019700     05  AH-VISIT-NO             PIC ZZ9.
019800     05  FILLER                  PIC X(06) VALUE "  LEG ".
019900     05  AH-LEG                  PIC ZZ9.
020000 01  WS-COL-HDG.
020100     05  FILLER                  PIC X(41) VALUE
020200         "  PLYR  VST  KEYED:  SCORE  LEFT NOTE".
020300     05  FILLER                  PIC X(39) VALUE
020400         "NOW:   SCORE  LEFT NOTE".
020500 01  WS-LEG-DETAIL.
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  LD-PLYR-ID              PIC X(05).
020800     05  FILLER                  PIC X(01) VALUE SPACES.
020900     05  LD-VISIT-NO             PIC ZZ9.
021000     05  FILLER                  PIC X(01) VALUE SPACES.
021100     05  LD-AMENDED              PIC X(01).
021200     05  FILLER                  PIC X(10) VALUE SPACES.
021300     05  LD-OLD-SCORE            PIC ZZ9.
021400     05  FILLER                  PIC X(01) VALUE SPACES.
021500     05  LD-OLD-REMAIN           PIC ZZZZ9.
021600     05  FILLER                  PIC X(01) VALUE SPACES.
021700     05  LD-OLD-NOTE             PIC X(08).
021800     05  FILLER                  PIC X(09) VALUE SPACES.
021900     05  LD-NEW-SCORE            PIC ZZ9.
022000     05  FILLER                  PIC X(01) VALUE SPACES.
022100     05  LD-NEW-REMAIN           PIC ZZZZ9.
022200     05  FILLER                  PIC X(01) VALUE SPACES.
022300     05  LD-NEW-NOTE             PIC X(08).
022400 01  WS-WINNER-LINE.
022500     05  FILLER                  PIC X(19) VALUE
022600         "LEG WINNER BEFORE: ".
022700     05  WL-OLD-WINNER           PIC X(08).
022800     05  FILLER                  PIC X(09) VALUE "  AFTER: ".
022900     05  WL-NEW-WINNER           PIC X(08).
023000 01  WS-RESULT-LINE.
023100     05  FILLER                  PIC X(08) VALUE "RESULT: ".
023200     05  RL-TEXT                 PIC X(72).
023300 01  WS-REJECT-LINE.
023400     05  FILLER                  PIC X(10) VALUE "REJECTED: ".
023500     05  RJ-MATCH-ID             PIC X(05).
023600     05  FILLER                  PIC X(01) VALUE SPACES.
023700     05  RJ-PLYR-ID              PIC X(05).
023800     05  FILLER                  PIC X(07) VALUE " VISIT ".
023900     05  RJ-VISIT-NO             PIC ZZ9.
024000     05  FILLER                  PIC X(03) VALUE " - ".
024100     05  RJ-REASON               PIC X(40).
024200 01  WS-RPT-TRAILER.
024300     05  FILLER                  PIC X(20) VALUE
024400         "AMENDMENTS APPLIED: ".
024500     05  RT-APPLIED              PIC ZZ9.
024600     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
024700     05  RT-REJECTED             PIC ZZ9.

024800 PROCEDURE DIVISION.
024900 0000-DARTAMND.
025000     MOVE "DARTAMND" TO OPA-PROGRAM-NAME
025100     CALL "OPERAUTH" USING OPA-PROGRAM-NAME OPA-OPERATOR-ID
025200         OPA-RESULT
025300     IF OPA-OPERATOR-DENIED
025400         DISPLAY "DARTAMND: OPERATOR NOT AUTHORIZED - RUN ENDED"
025500         GOBACK
025600     END-IF
025700     OPEN OUTPUT AMEND-RPT
025800     MOVE WS-RPT-HDG1 TO RPT-LINE
025900     WRITE RPT-LINE
026000     PERFORM 1000-LOAD-AMENDMENTS THRU 1000-EXIT
026100     IF WS-AT-COUNT > ZERO
026200         PERFORM 2000-SCAN-DARTIN THRU 2000-EXIT
026300     END-IF
026400     PERFORM VARYING atx FROM 1 BY 1 UNTIL atx > WS-AT-COUNT
026500         IF AT-PENDING(atx)
026600             MOVE "MATCH NOT ON DARTIN" TO WS-RESULT-TEXT
026700             PERFORM 7000-REJECT-AMENDMENT THRU 7000-EXIT
026800         END-IF
026900     END-PERFORM
027000     MOVE SPACES TO RPT-LINE
027100     WRITE RPT-LINE
027200     MOVE WS-APPLIED-COUNT TO RT-APPLIED
027300     MOVE WS-REJECT-COUNT  TO RT-REJECTED
027400     MOVE WS-RPT-TRAILER TO RPT-LINE
027500     WRITE RPT-LINE
027600     CLOSE AMEND-RPT
027700     GOBACK.
027800 0000-EXIT.
027900     EXIT.

028000*-----------------------------------------------------------------
028100* LOAD THE AMENDMENT FILE.  A RECORD WITH A NON-NUMERIC VISIT
028200* NUMBER OR THROW, OR A TABLE ALREADY FULL, IS REJECTED HERE.
028300*-----------------------------------------------------------------
028400 1000-LOAD-AMENDMENTS.
028500     OPEN INPUT AMEND-FILE
028600     IF WS-AMD-STATUS NOT = "00"
028700         GO TO 1000-EXIT
028800     END-IF
028900     PERFORM UNTIL AMD-EOF
029000         READ AMEND-FILE
029100             AT END SET AMD-EOF TO TRUE
029200             NOT AT END
029300                 PERFORM 1100-LOAD-ONE-AMENDMENT THRU 1100-EXIT
029400         END-READ
029500     END-PERFORM
029600     CLOSE AMEND-FILE.
029700 1000-EXIT.
029800     EXIT.

029900 1100-LOAD-ONE-AMENDMENT.
030000     MOVE SPACES TO WS-RESULT-TEXT
030100     IF AMD-VISIT-NO IS NOT NUMERIC OR AMD-VISIT-NO = ZERO
030200         MOVE "VISIT NUMBER MUST BE 001-999" TO WS-RESULT-TEXT
030300     END-IF
030400     PERFORM VARYING thx FROM 1 BY 1 UNTIL thx > 3
030500         IF AMD-X(thx) IS NOT NUMERIC
030600                 OR AMD-Y(thx) IS NOT NUMERIC
030700             MOVE "CORRECTED THROW NOT NUMERIC" TO WS-RESULT-TEXT
030800         END-IF
030900     END-PERFORM
031000     IF WS-RESULT-TEXT = SPACES AND WS-AT-COUNT >= 50
031100         MOVE "TOO MANY AMENDMENTS IN ONE RUN" TO WS-RESULT-TEXT
031200     END-IF
031300     IF WS-RESULT-TEXT NOT = SPACES
031400         MOVE AMD-MATCH-ID TO RJ-MATCH-ID
031500         MOVE AMD-PLYR-ID  TO RJ-PLYR-ID
031600         MOVE ZERO         TO RJ-VISIT-NO
031700         IF AMD-VISIT-NO IS NUMERIC
031800             MOVE AMD-VISIT-NO TO RJ-VISIT-NO
031900         END-IF
032000         MOVE AMD-RECORD TO AUD-FAILED-INPUT
032100         PERFORM 7100-WRITE-REJECT THRU 7100-EXIT
032200         GO TO 1100-EXIT
032300     END-IF
032400     ADD 1 TO WS-AT-COUNT
032500     MOVE AMD-MATCH-ID TO AT-MATCH-ID(WS-AT-COUNT)
032600     MOVE AMD-PLYR-ID  TO AT-PLYR-ID(WS-AT-COUNT)
032700     MOVE AMD-VISIT-NO TO AT-VISIT-NO(WS-AT-COUNT)
032800     PERFORM VARYING thx FROM 1 BY 1 UNTIL thx > 3
032900         MOVE AMD-X(thx) TO AT-X(WS-AT-COUNT, thx)
033000         MOVE AMD-Y(thx) TO AT-Y(WS-AT-COUNT, thx)
033100     END-PERFORM
033200     MOVE "P" TO AT-STATUS(WS-AT-COUNT)
033300     MOVE ZERO TO AT-VISIT-IDX(WS-AT-COUNT).
033400 1100-EXIT.
033500     EXIT.

033600*-----------------------------------------------------------------
033700* READ DARTIN A MATCH AT A TIME.  ONLY A MATCH SOMEONE HAS
033800* AMENDED IS REPLAYED; THE ROSTER AND DARTTEAM ARE OPENED ONCE
033810* FOR THE RUN.  A ROSTER THAT WILL NOT OPEN IS A SEVERE ERROR:
033820* THE LEGS ARE STILL REPORTED BUT NOTHING IS RE-POSTED.
033900*-----------------------------------------------------------------
034000 2000-SCAN-DARTIN.
034100     OPEN INPUT SCORECARD-IN
034200     IF WS-CARDIN-STATUS NOT = "00"
034300         GO TO 2000-EXIT
034400     END-IF
034500     MOVE "N" TO WS-ROSTER-OPEN-SW WS-TEAM-OPEN-SW
034505     OPEN I-O PLAYER-FILE
034510     IF WS-PLYR-STATUS = "00"
034515         SET ROSTER-IS-OPEN TO TRUE
034520     ELSE
034525         MOVE "DARTAMND" TO AUD-PROGRAM-NAME
034530         MOVE "DARTPLYR" TO AUD-FAILED-INPUT
034535         MOVE "ROSTER COULD NOT BE OPENED FOR UPDATE" TO
034540             AUD-FAILURE-REASON
034545         SET AUD-SEV-SEVERE TO TRUE
034550         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
034555             AUD-FAILED-INPUT AUD-FAILURE-REASON
034560             AUD-SEVERITY
034565     END-IF
034570     OPEN I-O TEAM-FILE
034575     IF WS-TEAM-STATUS = "00"
034580         SET TEAM-FILE-IS-OPEN TO TRUE
034585     END-IF
034600     PERFORM 2100-READ-CARD-IN THRU 2100-EXIT
034700     PERFORM UNTIL CARDIN-EOF
034800         PERFORM 2200-LOAD-MATCH THRU 2200-EXIT
034900         MOVE "N" TO WS-MATCH-AMENDED-SW
035000         PERFORM VARYING atx FROM 1 BY 1
035100                 UNTIL atx > WS-AT-COUNT
035200             IF AT-PENDING(atx)
035300                     AND AT-MATCH-ID(atx) = WS-CUR-MATCH-ID
035400                 SET MATCH-HAS-AMENDMENT TO TRUE
035500             END-IF
035600         END-PERFORM
035700         IF MATCH-HAS-AMENDMENT
035800             PERFORM 3000-AMEND-MATCH THRU 3000-EXIT
035900         END-IF
036000     END-PERFORM
036100     IF ROSTER-IS-OPEN
036110         CLOSE PLAYER-FILE
036120     END-IF
036130     IF TEAM-FILE-IS-OPEN
036140         CLOSE TEAM-FILE
036150     END-IF
036200     CLOSE SCORECARD-IN.
036300 2000-EXIT.
036400     EXIT.

036500*-----------------------------------------------------------------
036600* THE "T9" CONTROL TRAILER ENDS THE THROW STREAM.
036700*-----------------------------------------------------------------
036800 2100-READ-CARD-IN.
036900     READ SCORECARD-IN
037000         AT END SET CARDIN-EOF TO TRUE
037100         NOT AT END
037200             IF CARD-IN-RECORD(1:2) = "T9"
037300                 SET CARDIN-EOF TO TRUE
037400             END-IF
037500     END-READ.
037600 2100-EXIT.
037700     EXIT.

037800*-----------------------------------------------------------------
037900* BUFFER ONE MATCH.  A VISIT IS THREE CONSECUTIVE RECORDS KEYED
038000* BY ITS FIRST, EXACTLY AS 7300-PROCESS-ONE-VISIT IN DARTS
038100* READS THEM, SO VISIT NUMBERS HERE ARE THE BATCH'S OWN.
038200*-----------------------------------------------------------------
038300 2200-LOAD-MATCH.
038400     MOVE CARD-IN-MATCH-ID TO WS-CUR-MATCH-ID
038500     MOVE ZERO TO WS-MV-COUNT WS-MP-COUNT
038600     MOVE "N" TO WS-BUFFER-FULL-SW
038700     PERFORM UNTIL CARDIN-EOF
038800             OR CARD-IN-MATCH-ID NOT = WS-CUR-MATCH-ID
038900         PERFORM 2300-LOAD-ONE-VISIT THRU 2300-EXIT
039000     END-PERFORM.
039100 2200-EXIT.
039200     EXIT.

039300 2300-LOAD-ONE-VISIT.
039400     IF WS-MV-COUNT >= 500
039500         SET MATCH-BUFFER-FULL TO TRUE
039600         PERFORM VARYING thx FROM 1 BY 1
039700                 UNTIL thx > 3 OR CARDIN-EOF
039800             PERFORM 2100-READ-CARD-IN THRU 2100-EXIT
039900         END-PERFORM
040000         GO TO 2300-EXIT
040100     END-IF
040200     ADD 1 TO WS-MV-COUNT
040300     MOVE WS-MV-COUNT TO mvx
040400     MOVE CARD-IN-PLYR-ID   TO MV-PLYR-ID(mvx)
040500     MOVE CARD-IN-GAME-TYPE TO MV-GAME-TYPE(mvx)
040600     MOVE "N" TO MV-AMENDED-SW(mvx)
040700     PERFORM VARYING thx FROM 1 BY 1
040800             UNTIL thx > 3 OR CARDIN-EOF
040900         MOVE CARD-IN-X TO WS-HOLD-X(thx)
041000         MOVE CARD-IN-Y TO WS-HOLD-Y(thx)
041100         PERFORM 2100-READ-CARD-IN THRU 2100-EXIT
041200     END-PERFORM
041300     PERFORM VARYING thx FROM 1 BY 1 UNTIL thx > 3
041400         MOVE WS-HOLD-X(thx) TO MV-OLD-X(mvx, thx)
041500         MOVE WS-HOLD-Y(thx) TO MV-OLD-Y(mvx, thx)
041600         MOVE WS-HOLD-X(thx) TO MV-NEW-X(mvx, thx)
041700         MOVE WS-HOLD-Y(thx) TO MV-NEW-Y(mvx, thx)
041800     END-PERFORM
041900     MOVE ZERO TO WS-MP-FOUND
042000     PERFORM VARYING mpx FROM 1 BY 1 UNTIL mpx > WS-MP-COUNT
042100         IF MP-PLYR-ID(mpx) = MV-PLYR-ID(mvx)
042200             MOVE mpx TO WS-MP-FOUND
042300         END-IF
042400     END-PERFORM
042500     IF WS-MP-FOUND = ZERO AND WS-MP-COUNT < 20
042600         ADD 1 TO WS-MP-COUNT
042700         MOVE WS-MP-COUNT TO WS-MP-FOUND
042800         MOVE MV-PLYR-ID(mvx) TO MP-PLYR-ID(WS-MP-FOUND)
042900         MOVE ZERO TO MP-VISITS(WS-MP-FOUND)
043000     END-IF
043100     MOVE ZERO TO MV-VISIT-NO(mvx)
043200     IF WS-MP-FOUND > ZERO
043300         ADD 1 TO MP-VISITS(WS-MP-FOUND)
043400         MOVE MP-VISITS(WS-MP-FOUND) TO MV-VISIT-NO(mvx)
043500     END-IF.
043600 2300-EXIT.
043700     EXIT.

043800*-----------------------------------------------------------------
043900* PUT EVERY AMENDMENT FOR THIS MATCH ONTO ITS VISIT, REPLAY THE
044000* MATCH AS KEYED AND AS CORRECTED, THEN REPORT AND RE-POST EACH
044100* AMENDED VISIT.
044200*-----------------------------------------------------------------
044300 3000-AMEND-MATCH.
044400     PERFORM VARYING atx FROM 1 BY 1 UNTIL atx > WS-AT-COUNT
044500         IF AT-PENDING(atx)
044600                 AND AT-MATCH-ID(atx) = WS-CUR-MATCH-ID
044700             PERFORM 3100-PLACE-AMENDMENT THRU 3100-EXIT
044800         END-IF
044900     END-PERFORM
045000     SET REPLAY-AS-KEYED TO TRUE
045100     PERFORM 3200-REPLAY-MATCH THRU 3200-EXIT
045200     SET REPLAY-AS-CORRECTED TO TRUE
045300     PERFORM 3200-REPLAY-MATCH THRU 3200-EXIT
045400     PERFORM VARYING atx FROM 1 BY 1 UNTIL atx > WS-AT-COUNT
045500         IF AT-PENDING(atx)
045600                 AND AT-MATCH-ID(atx) = WS-CUR-MATCH-ID
045700                 AND AT-VISIT-IDX(atx) > ZERO
045800             PERFORM 4000-REPORT-AMENDMENT THRU 4000-EXIT
045900             IF ROSTER-IS-OPEN
045910                 PERFORM 5000-REPOST-VISIT THRU 5000-EXIT
045920             ELSE
045930                 MOVE "ROSTER NOT OPEN - NOT RE-POSTED" TO
045940                     WS-RESULT-TEXT
045950                 PERFORM 7000-REJECT-AMENDMENT THRU 7000-EXIT
045960             END-IF
046000             IF AT-APPLIED(atx)
046010                 PERFORM 6000-LOG-AMENDMENT THRU 6000-EXIT
046020             END-IF
046100         END-IF
046200     END-PERFORM.
046300 3000-EXIT.
046400     EXIT.

046500 3100-PLACE-AMENDMENT.
046600     IF MATCH-BUFFER-FULL
046700         MOVE "MATCH TOO LONG TO REPLAY" TO WS-RESULT-TEXT
046800         PERFORM 7000-REJECT-AMENDMENT THRU 7000-EXIT
046900         GO TO 3100-EXIT
047000     END-IF
047100     MOVE ZERO TO AT-VISIT-IDX(atx)
047200     PERFORM VARYING mvx FROM 1 BY 1 UNTIL mvx > WS-MV-COUNT
047300         IF MV-PLYR-ID(mvx) = AT-PLYR-ID(atx)
047400                 AND MV-VISIT-NO(mvx) = AT-VISIT-NO(atx)
047500             MOVE mvx TO AT-VISIT-IDX(atx)
047600         END-IF
047700     END-PERFORM
047800     IF AT-VISIT-IDX(atx) = ZERO
047900         MOVE "VISIT NOT ON DARTIN" TO WS-RESULT-TEXT
048000         PERFORM 7000-REJECT-AMENDMENT THRU 7000-EXIT
048100         GO TO 3100-EXIT
048200     END-IF
048300     MOVE AT-VISIT-IDX(atx) TO mvx
048400     IF MV-AMENDED-SW(mvx) = "Y"
048500         MOVE ZERO TO AT-VISIT-IDX(atx)
048600         MOVE "VISIT ALREADY AMENDED IN THIS RUN" TO
048700             WS-RESULT-TEXT
048800         PERFORM 7000-REJECT-AMENDMENT THRU 7000-EXIT
048900         GO TO 3100-EXIT
049000     END-IF
049100     MOVE "Y" TO MV-AMENDED-SW(mvx)
049200     PERFORM VARYING thx FROM 1 BY 1 UNTIL thx > 3
049300         MOVE AT-X(atx, thx) TO MV-NEW-X(mvx, thx)
049400         MOVE AT-Y(atx, thx) TO MV-NEW-Y(mvx, thx)
049500     END-PERFORM.
049600 3100-EXIT.
049700     EXIT.

049800*-----------------------------------------------------------------
049900* ONE FULL REPLAY OF THE BUFFERED MATCH THROUGH DARTS-REPLAY,
050000* KEEPING WHAT EACH VISIT SCORED, WHAT IT LEFT, ITS NOTE, AND
050100* WHICH LEG (OR CRICKET GAME) OF THE MATCH IT BELONGED TO.
050200*-----------------------------------------------------------------
050300 3200-REPLAY-MATCH.
050400     SET DRP-START-MATCH TO TRUE
050500     MOVE WS-CUR-MATCH-ID TO DRP-MATCH-ID
050600     CALL "DARTS-REPLAY" USING DRP-REPLAY-AREA
050700     MOVE 1 TO WS-LEG-NO
050800     PERFORM VARYING mvx FROM 1 BY 1 UNTIL mvx > WS-MV-COUNT
050900         SET DRP-SCORE-VISIT TO TRUE
051000         MOVE MV-PLYR-ID(mvx)   TO DRP-PLYR-ID
051100         MOVE MV-GAME-TYPE(mvx) TO DRP-GAME-TYPE
051200         PERFORM VARYING thx FROM 1 BY 1 UNTIL thx > 3
051300             IF REPLAY-AS-KEYED
051400                 MOVE MV-OLD-X(mvx, thx) TO DRP-X(thx)
051500                 MOVE MV-OLD-Y(mvx, thx) TO DRP-Y(thx)
051600             ELSE
051700                 MOVE MV-NEW-X(mvx, thx) TO DRP-X(thx)
051800                 MOVE MV-NEW-Y(mvx, thx) TO DRP-Y(thx)
051900             END-IF
052000         END-PERFORM
052100         CALL "DARTS-REPLAY" USING DRP-REPLAY-AREA
052200         IF REPLAY-AS-KEYED
052300             MOVE DRP-VISIT-SCORE TO MV-OLD-SCORE(mvx)
052400             MOVE DRP-REMAIN      TO MV-OLD-REMAIN(mvx)
052500             MOVE DRP-NOTE        TO MV-OLD-NOTE(mvx)
052600             MOVE WS-LEG-NO       TO MV-OLD-LEG(mvx)
052700         ELSE
052800             MOVE DRP-VISIT-SCORE TO MV-NEW-SCORE(mvx)
052900             MOVE DRP-REMAIN      TO MV-NEW-REMAIN(mvx)
053000             MOVE DRP-NOTE        TO MV-NEW-NOTE(mvx)
053100             MOVE WS-LEG-NO       TO MV-NEW-LEG(mvx)
053200         END-IF
053300         IF DRP-NOTE = "LEG WON" OR DRP-NOTE = "GAME WON"
053400             ADD 1 TO WS-LEG-NO
053500         END-IF
053600     END-PERFORM.
053700 3200-EXIT.
053800     EXIT.

053900*-----------------------------------------------------------------
054000* THE AFFECTED LEG, SIDE BY SIDE: EVERY VISIT FROM THE START OF
054100* THE AMENDED VISIT'S LEG UNTIL BOTH THE KEYED AND THE CORRECTED
054200* REPLAY HAVE MOVED ON TO ANOTHER LEG.
054300*-----------------------------------------------------------------
054400 4000-REPORT-AMENDMENT.
054500     MOVE AT-VISIT-IDX(atx) TO mvx
054600     MOVE MV-OLD-LEG(mvx) TO WS-OLD-LEG
054700     MOVE MV-NEW-LEG(mvx) TO WS-NEW-LEG
054800     MOVE mvx TO WS-FROM-VISIT
054900     PERFORM UNTIL WS-FROM-VISIT = 1
055000             OR (MV-OLD-LEG(WS-FROM-VISIT - 1) NOT = WS-OLD-LEG
055100             AND MV-NEW-LEG(WS-FROM-VISIT - 1) NOT = WS-NEW-LEG)
055200         SUBTRACT 1 FROM WS-FROM-VISIT
055300     END-PERFORM
055400     MOVE SPACES TO RPT-LINE
055500     WRITE RPT-LINE
055600     MOVE WS-CUR-MATCH-ID  TO AH-MATCH-ID
055700     MOVE AT-PLYR-ID(atx)  TO AH-PLYR-ID
055800     MOVE AT-VISIT-NO(atx) TO AH-VISIT-NO
055900     MOVE WS-OLD-LEG       TO AH-LEG
056000     MOVE WS-AMEND-HDG TO RPT-LINE
056100     WRITE RPT-LINE
056200     MOVE WS-COL-HDG TO RPT-LINE
056300     WRITE RPT-LINE
056400     MOVE "(NONE)" TO WS-OLD-WINNER WS-NEW-WINNER
056500     PERFORM VARYING mvx FROM WS-FROM-VISIT BY 1
056600             UNTIL mvx > WS-MV-COUNT
056700             OR (MV-OLD-LEG(mvx) NOT = WS-OLD-LEG
056800             AND MV-NEW-LEG(mvx) NOT = WS-NEW-LEG)
056900         PERFORM 4100-PRINT-LEG-VISIT THRU 4100-EXIT
057000     END-PERFORM
057100     MOVE WS-OLD-WINNER TO WL-OLD-WINNER
057200     MOVE WS-NEW-WINNER TO WL-NEW-WINNER
057300     MOVE WS-WINNER-LINE TO RPT-LINE
057400     WRITE RPT-LINE.
057500 4000-EXIT.
057600     EXIT.

057700 4100-PRINT-LEG-VISIT.
057800     MOVE MV-PLYR-ID(mvx)  TO LD-PLYR-ID
057900     MOVE MV-VISIT-NO(mvx) TO LD-VISIT-NO
058000     IF MV-AMENDED-SW(mvx) = "Y"
058100         MOVE "*" TO LD-AMENDED
058200     ELSE
058300         MOVE SPACE TO LD-AMENDED
058400     END-IF
058500     MOVE MV-OLD-SCORE(mvx)  TO LD-OLD-SCORE
058600     MOVE MV-OLD-REMAIN(mvx) TO LD-OLD-REMAIN
058700     MOVE MV-OLD-NOTE(mvx)   TO LD-OLD-NOTE
058800     MOVE MV-NEW-SCORE(mvx)  TO LD-NEW-SCORE
058900     MOVE MV-NEW-REMAIN(mvx) TO LD-NEW-REMAIN
059000     MOVE MV-NEW-NOTE(mvx)   TO LD-NEW-NOTE
059100     IF MV-OLD-LEG(mvx) NOT = WS-OLD-LEG
059200         MOVE SPACES TO LD-OLD-NOTE
059300         MOVE ZERO TO LD-OLD-SCORE LD-OLD-REMAIN
059400     END-IF
059500     IF MV-NEW-LEG(mvx) NOT = WS-NEW-LEG
059600         MOVE SPACES TO LD-NEW-NOTE
059700         MOVE ZERO TO LD-NEW-SCORE LD-NEW-REMAIN
059800     END-IF
059900     IF MV-OLD-LEG(mvx) = WS-OLD-LEG
060000             AND (MV-OLD-NOTE(mvx) = "LEG WON"
060100             OR MV-OLD-NOTE(mvx) = "GAME WON")
060200         MOVE MV-PLYR-ID(mvx) TO WS-OLD-WINNER
060300     END-IF
060400     IF MV-NEW-LEG(mvx) = WS-NEW-LEG
060500             AND (MV-NEW-NOTE(mvx) = "LEG WON"
060600             OR MV-NEW-NOTE(mvx) = "GAME WON")
060700         MOVE MV-PLYR-ID(mvx) TO WS-NEW-WINNER
060800     END-IF
060900     MOVE WS-LEG-DETAIL TO RPT-LINE
061000     WRITE RPT-LINE.
061100 4100-EXIT.
061200     EXIT.

061300*-----------------------------------------------------------------
061400* DARTS POSTED THE KEYED VISIT SCORE TO PLYR-CUM-POINTS; TAKE IT
061500* BACK OFF AND POST THE CORRECTED ONE.  GAMES PLAYED IS
061600* UNCHANGED - THE VISIT STILL HAPPENED.  A CRICKET VISIT WAS
061700* NEVER POSTED, SO ONLY THE REPORT CHANGES.
061710* A PAIRS VISIT WAS POSTED TO ITS TEAM ON DARTTEAM AND IS
061720* RE-POSTED THERE.  A FAILED REWRITE LEAVES THE AMENDMENT
061730* UNAPPLIED AND IS LOGGED AS SEVERE.
061740* A PLAYER OR TEAM NO LONGER ON ITS MASTER IS REJECTED, NOT
061750* LOGGED AS APPLIED.
061800*-----------------------------------------------------------------
061900 5000-REPOST-VISIT.
062000     MOVE AT-VISIT-IDX(atx) TO mvx
062100     MOVE MV-OLD-SCORE(mvx) TO WS-SHOW-OLD
062200     MOVE MV-NEW-SCORE(mvx) TO WS-SHOW-NEW
062500     EVALUATE TRUE
062600         WHEN MV-GAME-TYPE(mvx) = "C"
062700             MOVE "CRICKET VISIT - NOTHING TO RE-POST" TO
062800                 WS-RESULT-TEXT
062900         WHEN MV-OLD-SCORE(mvx) = MV-NEW-SCORE(mvx)
063000             MOVE "VISIT SCORE UNCHANGED - NOTHING TO RE-POST" TO
063100                 WS-RESULT-TEXT
063110         WHEN MV-GAME-TYPE(mvx) = "P"
063120             PERFORM 5200-REWRITE-TEAM THRU 5200-EXIT
063200         WHEN OTHER
063300             PERFORM 5100-REWRITE-PLAYER THRU 5100-EXIT
063400     END-EVALUATE
063410     IF NOT AT-REJECTED(atx)
063420         SET AT-APPLIED(atx) TO TRUE
063430         ADD 1 TO WS-APPLIED-COUNT
063440     END-IF
063500     MOVE WS-RESULT-TEXT TO RL-TEXT
063600     MOVE WS-RESULT-LINE TO RPT-LINE
063700     WRITE RPT-LINE.
063800 5000-EXIT.
063900     EXIT.

064000 5100-REWRITE-PLAYER.
064100     MOVE MV-PLYR-ID(mvx) TO PLYR-ID
064200     READ PLAYER-FILE
064300         INVALID KEY
064400             MOVE "PLAYER NOT ON ROSTER - NOT RE-POSTED" TO
064500                 WS-RESULT-TEXT
064550             PERFORM 7000-REJECT-AMENDMENT THRU 7000-EXIT
064600             GO TO 5100-EXIT
064700     END-READ
064800     COMPUTE WS-POINTS-WORK = PLYR-CUM-POINTS
064900         - MV-OLD-SCORE(mvx) + MV-NEW-SCORE(mvx)
065000     IF WS-POINTS-WORK < ZERO
065100         MOVE ZERO TO WS-POINTS-WORK
065200     END-IF
065300     MOVE WS-POINTS-WORK TO PLYR-CUM-POINTS
065400     REWRITE PLYR-RECORD
065410         INVALID KEY
065420             MOVE "ROSTER REWRITE FAILED - NOT RE-POSTED" TO
065430                 WS-RESULT-TEXT
065440             PERFORM 5900-REPOST-FAILED THRU 5900-EXIT
065450             GO TO 5100-EXIT
065460     END-REWRITE
065500     MOVE SPACES TO WS-RESULT-TEXT
065600     STRING "RE-POSTED, OLD " WS-SHOW-OLD
065700             " NEW " WS-SHOW-NEW DELIMITED BY SIZE
065800         INTO WS-RESULT-TEXT
065900     END-STRING.
066000 5100-EXIT.
066100     EXIT.

066101 5200-REWRITE-TEAM.
066102     IF NOT TEAM-FILE-IS-OPEN
066103         MOVE "DARTTEAM NOT OPEN - NOT RE-POSTED" TO
066104             WS-RESULT-TEXT
066105         PERFORM 5900-REPOST-FAILED THRU 5900-EXIT
066106         GO TO 5200-EXIT
066107     END-IF
066108     MOVE MV-PLYR-ID(mvx) TO TEAM-ID
066109     READ TEAM-FILE
066110         INVALID KEY
066111             MOVE "TEAM NOT ON DARTTEAM - NOT RE-POSTED" TO
066112                 WS-RESULT-TEXT
066113             PERFORM 7000-REJECT-AMENDMENT THRU 7000-EXIT
066114             GO TO 5200-EXIT
066115     END-READ
066116     COMPUTE WS-POINTS-WORK = TEAM-CUM-POINTS
066117         - MV-OLD-SCORE(mvx) + MV-NEW-SCORE(mvx)
066118     IF WS-POINTS-WORK < ZERO
066119         MOVE ZERO TO WS-POINTS-WORK
066120     END-IF
066121     MOVE WS-POINTS-WORK TO TEAM-CUM-POINTS
066122     REWRITE TEAM-RECORD
066123         INVALID KEY
066124             MOVE "DARTTEAM REWRITE FAILED - NOT RE-POSTED" TO
066125                 WS-RESULT-TEXT
066126             PERFORM 5900-REPOST-FAILED THRU 5900-EXIT
066127             GO TO 5200-EXIT
066128     END-REWRITE
066129     MOVE SPACES TO WS-RESULT-TEXT
066130     STRING "RE-POSTED TO TEAM, OLD " WS-SHOW-OLD
066131             " NEW " WS-SHOW-NEW DELIMITED BY SIZE
066132         INTO WS-RESULT-TEXT
066133     END-STRING.
066134 5200-EXIT.
066135     EXIT.

066136*-----------------------------------------------------------------
066137* THE MASTER COULD NOT BE RE-POSTED: THE AMENDMENT IS NOT APPLIED,
066138* NOT LOGGED AS AN AMENDMENT, AND GOES ON THE TRAIL AS SEVERE.
066139*-----------------------------------------------------------------
066140 5900-REPOST-FAILED.
066141     SET AT-REJECTED(atx) TO TRUE
066142     ADD 1 TO WS-REJECT-COUNT
066143     MOVE "DARTAMND" TO AUD-PROGRAM-NAME
066144     MOVE SPACES TO AUD-FAILED-INPUT
066145     STRING AT-MATCH-ID(atx) " " AT-PLYR-ID(atx) " "
066146             AT-VISIT-NO(atx) DELIMITED BY SIZE
066147         INTO AUD-FAILED-INPUT
066148     END-STRING
066149     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
066150     SET AUD-SEV-SEVERE TO TRUE
066151     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
066152         AUD-FAILED-INPUT AUD-FAILURE-REASON
066153         AUD-SEVERITY.
066154 5900-EXIT.
066155     EXIT.

066200*-----------------------------------------------------------------
066300* ACCESS LOG: WHO AMENDED WHICH VISIT, AND FROM WHAT TO WHAT.
066400*-----------------------------------------------------------------
066500 6000-LOG-AMENDMENT.
066600     MOVE AT-VISIT-NO(atx) TO WS-SHOW-VISIT
066700     MOVE "DARTAMND" TO AUD-PROGRAM-NAME
066800     MOVE SPACES TO AUD-FAILED-INPUT AUD-FAILURE-REASON
066900     STRING "OPER " OPA-OPERATOR-ID
067000             " MATCH " WS-CUR-MATCH-ID
067100             " PLAYER " AT-PLYR-ID(atx)
067200             " VISIT " WS-SHOW-VISIT DELIMITED BY SIZE
067300         INTO AUD-FAILED-INPUT
067400     END-STRING
067500     STRING "SCORECARD AMENDED, VISIT SCORE " WS-SHOW-OLD
067600             " TO " WS-SHOW-NEW DELIMITED BY SIZE
067700         INTO AUD-FAILURE-REASON
067800     END-STRING
067900     SET AUD-SEV-ACCESS TO TRUE
068000     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
068100         AUD-FAILED-INPUT AUD-FAILURE-REASON
068200         AUD-SEVERITY.
068300 6000-EXIT.
068400     EXIT.

068500*-----------------------------------------------------------------
068600* REJECT AMENDMENT atx WITH THE REASON IN WS-RESULT-TEXT.
068700*-----------------------------------------------------------------
068800 7000-REJECT-AMENDMENT.
068900     SET AT-REJECTED(atx) TO TRUE
069000     MOVE AT-MATCH-ID(atx) TO RJ-MATCH-ID
069100     MOVE AT-PLYR-ID(atx)  TO RJ-PLYR-ID
069200     MOVE AT-VISIT-NO(atx) TO RJ-VISIT-NO
069300     MOVE SPACES TO AUD-FAILED-INPUT
069400     STRING AT-MATCH-ID(atx) " " AT-PLYR-ID(atx) " "
069500             AT-VISIT-NO(atx) DELIMITED BY SIZE
069600         INTO AUD-FAILED-INPUT
069700     END-STRING
069800     PERFORM 7100-WRITE-REJECT THRU 7100-EXIT.
069900 7000-EXIT.
070000     EXIT.

070100 7100-WRITE-REJECT.
070200     ADD 1 TO WS-REJECT-COUNT
070300     MOVE WS-RESULT-TEXT TO RJ-REASON
070400     MOVE WS-REJECT-LINE TO RPT-LINE
070500     WRITE RPT-LINE
070600     MOVE "DARTAMND" TO AUD-PROGRAM-NAME
070700     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
070800     SET AUD-SEV-WARNING TO TRUE
070900     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
071000         AUD-FAILED-INPUT AUD-FAILURE-REASON
071100         AUD-SEVERITY.
071200 7100-EXIT.
071300     EXIT.
