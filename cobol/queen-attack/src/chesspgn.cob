002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 09/02/2026 RM    ORIGINAL INTERCHANGE EXPORT
002310* 10/15/2026 RM    RESULT TAGS FOR THE POSTAL DEFAULT VERDICTS
002311* 10/15/2026 RM    CHESSPGN-BATCH ENTRY POINT FOR THE SECOND-TIER
002312*                  OVERNIGHT STREAM
002400*-----------------------------------------------------------------
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    CHESSPGN.
010000     05  FILLER                  PIC X(01) VALUE SPACES.
010100     05  ML-BLACK-MOVE           PIC X(04).
010200 01  WS-RESULT-TEXT              PIC X(07).
010210*-----------------------------------------------------------------
010220* PRINCIPAL RECORD COUNTS FOR THE CHESSPGN-BATCH ENTRY
010230* POINT.  EVERY EXPORT FILE IS
010240* REBUILT WHOLE EACH RUN, SO A REHEARSAL RUNS IT UNCHANGED.
010250*-----------------------------------------------------------------
010260 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
010270 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

010280 LINKAGE SECTION.
010290 COPY runcom.

010300 PROCEDURE DIVISION.
010400 0000-CHESSPGN.
010405     PERFORM 0100-RUN-CHESSPGN THRU 0100-EXIT
010410     GOBACK.
010415 0000-EXIT.
010420     EXIT.

010425*-----------------------------------------------------------------
010430* THE WHOLE RUN, BROKEN OUT OF 0000-CHESSPGN SO THE CHESSPGN-BATCH
010435* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
010440*-----------------------------------------------------------------
010445 0100-RUN-CHESSPGN.
010500     PERFORM 1000-LOAD-PAIRINGS THRU 1000-EXIT
010600     OPEN INPUT CHESS-MATCH-FILE
010700     IF WS-MATCH-STATUS NOT = "00"
010800         GO TO 0100-EXIT
010900     END-IF
011000     PERFORM 2000-READ-MATCH THRU 2000-EXIT
011100     PERFORM UNTIL MATCH-EOF
011800     END-PERFORM
011900     PERFORM 4000-CLOSE-GAME-EXPORT THRU 4000-EXIT
011910     PERFORM 4500-WRITE-RESULT-TAGS THRU 4500-EXIT
012000     CLOSE CHESS-MATCH-FILE.
012200 0100-EXIT.
012300     EXIT.

012400 1000-LOAD-PAIRINGS.
014800 2000-READ-MATCH.
014900     READ CHESS-MATCH-FILE
015000         AT END SET MATCH-EOF TO TRUE
015001         NOT AT END ADD 1 TO WS-RNC-READ
015100     END-READ.
015200 2000-EXIT.
015300     EXIT.
022700         INTO ML-BLACK-MOVE
022800     END-STRING
022900     MOVE WS-MOVE-LINE TO PGN-LINE
023000     WRITE PGN-LINE
023001     ADD 1 TO WS-RNC-WRITTEN.
023100 3500-EXIT.
023200     EXIT.

029320* FINAL PASS: EVERY GAME SEEN THIS RUN GETS ITS ONE RESULT TAG,
029330* MAPPED FROM THE LAST VERDICT LOGGED FOR IT PER THE CLUB
029340* CONVENTION ("ATTACK" A WHITE WIN, "MATEDW" A BLACK WIN,
029350* "STALEMT" A DRAW, "DEFLTB"/"DEFLTW" A POSTAL DEFAULT BY BLACK/
029355* WHITE, ANYTHING ELSE UNDECIDED).
029360*-----------------------------------------------------------------
029370 4500-WRITE-RESULT-TAGS.
029380     PERFORM VARYING pgx FROM 1 BY 1
029510     EVALUATE GX-LAST-RESULT(pgx)
029520         WHEN "ATTACK " MOVE "1-0" TO WS-RESULT-TEXT
029530         WHEN "MATEDW " MOVE "0-1" TO WS-RESULT-TEXT
029532         WHEN "DEFLTB " MOVE "1-0" TO WS-RESULT-TEXT
029534         WHEN "DEFLTW " MOVE "0-1" TO WS-RESULT-TEXT
029540         WHEN "STALEMT" MOVE "1/2-1/2" TO WS-RESULT-TEXT
029550         WHEN OTHER     MOVE "*" TO WS-RESULT-TEXT
029560     END-EVALUATE
029990     CLOSE PGN-OUT-FILE.
029995 4510-EXIT.
029997     EXIT.

030000*-----------------------------------------------------------------
030100* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
030200* SECOND-TIER STREAM CAN WRITE THE PGN EXPORT AND
030300* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
030400* DEFAULT CALL "CHESSPGN" BEHAVIOR ABOVE.
030500*-----------------------------------------------------------------
030600 9000-CHESSPGN-BATCH-ENTRY.
030700 ENTRY "CHESSPGN-BATCH" USING RNC-RECORDS-READ
030800         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
030900     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
031000     PERFORM 0100-RUN-CHESSPGN THRU 0100-EXIT
031100     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
031200     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
031300     GOBACK.
031400 9000-EXIT.
031500     EXIT.
