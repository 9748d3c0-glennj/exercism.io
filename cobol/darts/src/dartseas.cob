002300*                  SO EVERY PAST SEASON'S RECORDS SURVIVE EACH
002400*                  SEASON CLOSE (ARCH-SEASON-DATE TELLS THE
002500*                  SEASONS APART)
002510* 10/15/2026 RM    ARCHIVE RECORDS CARRY THE PLAYER'S DIVISION
002520*                  AND DARTFINL PRINTS ONE FINAL TABLE PER
002530*                  DIVISION, READY FOR THE PROMOTION AND
002540*                  RELEGATION RUN (DARTPROM)
002600*-----------------------------------------------------------------
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    DARTSEAS.
007100     05  ARCH-GAMES-PLAYED       PIC 9(04).
007200     05  FILLER                  PIC X(01) VALUE SPACES.
007300     05  ARCH-CUM-POINTS         PIC 9(07).
007310     05  FILLER                  PIC X(01) VALUE SPACES.
007320     05  ARCH-DIVISION           PIC 9(01).
007400
007500 FD  FINAL-STANDINGS-RPT
007600     RECORD CONTAINS 80 CHARACTERS.
007800
007900 SD  SORT-WORK-FILE.
008000 01  SORT-RECORD.
008010     05  SORT-DIVISION           PIC 9(01).
008100     05  SORT-POINTS             PIC 9(07).
008200     05  SORT-ID                 PIC X(05).
008300     05  SORT-NAME               PIC X(20).
011200     05  FD-GAMES                PIC ZZZ9.
011300     05  FILLER                  PIC X(03) VALUE SPACES.
011400     05  FD-POINTS               PIC ZZZZZZ9.
011410 01  WS-FINL-DIV-HDG.
011420     05  FILLER                  PIC X(09) VALUE "DIVISION ".
011430     05  FDH-DIVISION            PIC 9(01).
011440 01  WS-FINL-LAST-DIV            PIC 9(01).
011450 01  WS-PLYR-DIVISION            PIC 9(01).
011500 01  WS-RANK                     PIC 999.
011600 01  WS-SORT-EOF-SW              PIC X VALUE "N".
011700     88  SORT-AT-EOF             VALUE "Y".
012900*-----------------------------------------------------------------
013000* ONE PASS OVER THE ROSTER: EVERY RECORD IS COPIED TO THE DATED
013100* ARCHIVE AND RELEASED TO THE SORT, WHOSE OUTPUT PROCEDURE WRITES
013200* THE FINAL SEASON STANDINGS HIGH-TO-LOW BY CUMULATIVE POINTS,
013210* ONE TABLE PER DIVISION, TOP DIVISION FIRST.
013300*-----------------------------------------------------------------
013400 2000-ARCHIVE-AND-REPORT.
013500*-----------------------------------------------------------------
014200         OPEN OUTPUT SEASON-ARCHIVE
014300     END-IF
014400     SORT SORT-WORK-FILE
014410         ON ASCENDING KEY SORT-DIVISION
014500         ON DESCENDING KEY SORT-POINTS
014600         INPUT PROCEDURE 2100-ARCHIVE-SORT-INPUT
014700         OUTPUT PROCEDURE 2200-FINAL-SORT-OUTPUT
015900         READ PLAYER-FILE NEXT RECORD
016000             AT END MOVE "10" TO WS-PLYR-STATUS
016100             NOT AT END
016110                 IF PLYR-DIVISION IS NUMERIC
016120                         AND NOT PLYR-DIVISION-UNSET
016130                     MOVE PLYR-DIVISION TO WS-PLYR-DIVISION
016140                 ELSE
016150                     MOVE 1 TO WS-PLYR-DIVISION
016160                 END-IF
016200                 MOVE WS-SEASON-DATE    TO ARCH-SEASON-DATE
016300                 MOVE PLYR-ID           TO ARCH-PLYR-ID
016400                 MOVE PLYR-NAME         TO ARCH-PLYR-NAME
016500                 MOVE PLYR-GAMES-PLAYED TO ARCH-GAMES-PLAYED
016600                 MOVE PLYR-CUM-POINTS   TO ARCH-CUM-POINTS
016610                 MOVE WS-PLYR-DIVISION  TO ARCH-DIVISION
016700                 WRITE ARCH-RECORD
016800                 MOVE PLYR-CUM-POINTS   TO SORT-POINTS
016900                 MOVE PLYR-ID           TO SORT-ID
017000                 MOVE PLYR-NAME         TO SORT-NAME
017100                 MOVE PLYR-GAMES-PLAYED TO SORT-GAMES
017110                 MOVE WS-PLYR-DIVISION  TO SORT-DIVISION
017200                 RELEASE SORT-RECORD
017300         END-READ
017400     END-PERFORM
018300     MOVE WS-SEASON-DATE TO FH-SEASON-DATE
018400     MOVE WS-FINL-HDG1 TO FINL-LINE
018500     WRITE FINL-LINE
018510     MOVE ZERO TO WS-FINL-LAST-DIV
018800     PERFORM UNTIL SORT-AT-EOF
018900         RETURN SORT-WORK-FILE
019000             AT END MOVE "Y" TO WS-SORT-EOF-SW
019600     EXIT.
019700
019800 2210-WRITE-FINAL-LINE.
019808     IF SORT-DIVISION NOT = WS-FINL-LAST-DIV
019816         MOVE SORT-DIVISION TO WS-FINL-LAST-DIV
019824         MOVE SPACES TO FINL-LINE
019832         WRITE FINL-LINE
019840         MOVE SORT-DIVISION TO FDH-DIVISION
019848         MOVE WS-FINL-DIV-HDG TO FINL-LINE
019856         WRITE FINL-LINE
019864         MOVE WS-FINL-HDG2 TO FINL-LINE
019872         WRITE FINL-LINE
019880         MOVE ZERO TO WS-RANK
019888     END-IF
019900     ADD 1 TO WS-RANK
020000     MOVE WS-RANK      TO FD-RANK
020100     MOVE SORT-ID      TO FD-ID
