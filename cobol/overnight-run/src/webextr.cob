002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* 09/02/2026 TH    ORIGINAL WEBSITE EXTRACT GATEWAY
002510* 10/15/2026 TH    WEBEXTR-BATCH ENTRY POINT FOR THE SECOND-TIER
002520*                  OVERNIGHT STREAM
002600*-----------------------------------------------------------------
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    WEBEXTR.
016000 01  lrx                         PIC 99.
016100 01  WS-LDR-FOUND                PIC 99.
016200 01  WS-WORD-SCORE               PIC 9(03).
016210*-----------------------------------------------------------------
016220* PRINCIPAL RECORD COUNTS FOR THE WEBEXTR-BATCH ENTRY
016230* POINT.  EVERY EXTRACT IS REBUILT WHOLE EACH RUN, SO THERE IS
016240* NO REHEARSAL MODE.
016250*-----------------------------------------------------------------
016260 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
016270 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

016280 LINKAGE SECTION.
016290 COPY runcom.

016300 PROCEDURE DIVISION.
016400 0000-WEBEXTR.
016405     PERFORM 0100-RUN-WEBEXTR THRU 0100-EXIT
016410     GOBACK.
016415 0000-EXIT.
016420     EXIT.

016425*-----------------------------------------------------------------
016430* THE WHOLE RUN, BROKEN OUT OF 0000-WEBEXTR SO THE WEBEXTR-BATCH
016435* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
016440*-----------------------------------------------------------------
016445 0100-RUN-WEBEXTR.
016500     PERFORM 1000-READ-EXTRACT-CONTROL THRU 1000-EXIT
016600     IF WS-EXT-DARTS-SW = "Y"
016700         PERFORM 2000-EXTRACT-DARTS THRU 2000-EXIT
017400     END-IF
017500     IF WS-EXT-SCSTA-SW = "Y"
017600         PERFORM 5000-EXTRACT-SCSTA THRU 5000-EXIT
017700     END-IF.
017900 0100-EXIT.
018000     EXIT.

018100 1000-READ-EXTRACT-CONTROL.
021200         READ PLAYER-FILE NEXT RECORD
021300             AT END MOVE "10" TO WS-PLYR-STATUS
021400             NOT AT END
021410                 ADD 1 TO WS-RNC-READ
021500                 ADD 1 TO WS-REC-COUNT
021600                 MOVE SPACES TO WS-BUILD-LINE
021700                 MOVE PLYR-GAMES-PLAYED TO WS-NUM-DISP
022600                 END-STRING
022700                 MOVE WS-BUILD-LINE TO WD-LINE
022800                 WRITE WD-LINE
022810                 ADD 1 TO WS-RNC-WRITTEN
022900         END-READ
023000     END-PERFORM
023100     CLOSE PLAYER-FILE
025300         READ RATING-FILE NEXT RECORD
025400             AT END MOVE "10" TO WS-RAT-STATUS
025500             NOT AT END
025510                 ADD 1 TO WS-RNC-READ
025600                 ADD 1 TO WS-REC-COUNT
025700                 MOVE SPACES TO WS-BUILD-LINE
025800                 STRING '"' FUNCTION TRIM(RAT-PLAYER-ID) '",'
026400                 END-STRING
026500                 MOVE WS-BUILD-LINE TO WC-LINE
026600                 WRITE WC-LINE
026610                 ADD 1 TO WS-RNC-WRITTEN
026700         END-READ
026800     END-PERFORM
026900     CLOSE RATING-FILE
029800         END-STRING
029900         MOVE WS-BUILD-LINE TO WR-LINE
030000         WRITE WR-LINE
030010         ADD 1 TO WS-RNC-WRITTEN
030100         PERFORM 4100-READ-RESULT THRU 4100-EXIT
030200     END-PERFORM
030300     CLOSE GAME-RESULT-FILE
031000 4100-READ-RESULT.
031100     READ GAME-RESULT-FILE
031200         AT END SET RES-EOF TO TRUE
031210         NOT AT END ADD 1 TO WS-RNC-READ
031300     END-READ.
031400 4100-EXIT.
031500     EXIT.
034400         END-STRING
034500         MOVE WS-BUILD-LINE TO WT-LINE
034600         WRITE WT-LINE
034610         ADD 1 TO WS-RNC-WRITTEN
034700     END-PERFORM
034800     PERFORM 8000-BUILD-TRAILER THRU 8000-EXIT
034900     MOVE WS-BUILD-LINE TO WT-LINE
035400 5100-READ-HISTORY.
035500     READ GAME-HISTORY-FILE
035600         AT END SET HIST-EOF TO TRUE
035610         NOT AT END ADD 1 TO WS-RNC-READ
035700     END-READ.
035800 5100-EXIT.
035900     EXIT.
039700     END-STRING.
039800 8000-EXIT.
039900     EXIT.

040000*-----------------------------------------------------------------
040100* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
040200* SECOND-TIER STREAM CAN WRITE THE WEBSITE EXTRACTS AND
040300* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
040400* DEFAULT CALL "WEBEXTR" BEHAVIOR ABOVE.
040500*-----------------------------------------------------------------
040600 9000-WEBEXTR-BATCH-ENTRY.
040700 ENTRY "WEBEXTR-BATCH" USING RNC-RECORDS-READ
040800         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
040900     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
041000     PERFORM 0100-RUN-WEBEXTR THRU 0100-EXIT
041100     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
041200     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
041300     GOBACK.
041400 9000-EXIT.
041500     EXIT.
