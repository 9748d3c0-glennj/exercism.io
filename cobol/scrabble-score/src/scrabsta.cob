001900*-----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 08/22/2026 RM    ORIGINAL SEASON STATISTICS REPORT
002110* 10/15/2026 RM    SCRABSTA-BATCH ENTRY POINT FOR THE SECOND-TIER
002120*                  OVERNIGHT STREAM
002200*-----------------------------------------------------------------
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.    SCRABSTA.
016800     05  TD-PLAYER               PIC X(20).
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  TD-DATE                 PIC X(08).
017002
017004*-----------------------------------------------------------------
017006* PRINCIPAL RECORD COUNTS FOR THE SCRABSTA-BATCH ENTRY
017008* POINT.  THE REPORT IS THE WHOLE OF THE RUN, SO THERE IS NO
017010* REHEARSAL MODE.
017012*-----------------------------------------------------------------
017014 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
017016 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.
017018
017020 LINKAGE SECTION.
017022 COPY runcom.
017100
017200 PROCEDURE DIVISION.
017300 0000-SCRABSTA.
017305     PERFORM 0100-RUN-SCRABSTA THRU 0100-EXIT
017310     GOBACK.
017315 0000-EXIT.
017320     EXIT.
017325
017330*-----------------------------------------------------------------
017335* THE WHOLE RUN, BROKEN OUT OF 0000-SCRABSTA SO THE SCRABSTA-BATCH
017340* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
017345*-----------------------------------------------------------------
017350 0100-RUN-SCRABSTA.
017400     PERFORM 1000-SCAN-HISTORY THRU 1000-EXIT
017500     PERFORM 2000-SCAN-CHALLENGES THRU 2000-EXIT
017600     PERFORM 3000-WRITE-SEASON-REPORT THRU 3000-EXIT.
017800 0100-EXIT.
017900     EXIT.
018000
018100 1000-SCAN-HISTORY.
019500 1100-READ-HISTORY.
019600     READ GAME-HISTORY-FILE
019700         AT END MOVE "10" TO WS-HIST-STATUS
019710         NOT AT END ADD 1 TO WS-RNC-READ
019800     END-READ.
019900 1100-EXIT.
020000     EXIT.
034900         MOVE PL-BEST-DATE(plx)  TO PD-BEST-DATE
035000         MOVE WS-PLAYER-DETAIL TO RPT-LINE
035100         WRITE RPT-LINE
035110         ADD 1 TO WS-RNC-WRITTEN
035200     END-PERFORM
035300     MOVE SPACES TO RPT-LINE
035400     WRITE RPT-LINE
037900     CLOSE SEASON-RPT.
038000 3000-EXIT.
038100     EXIT.
038200
038300*-----------------------------------------------------------------
038400* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
038500* SECOND-TIER STREAM CAN PRINT THE SEASON STATISTICS AND
038600* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
038700* DEFAULT CALL "SCRABSTA" BEHAVIOR ABOVE.
038800*-----------------------------------------------------------------
038900 9000-SCRABSTA-BATCH-ENTRY.
039000 ENTRY "SCRABSTA-BATCH" USING RNC-RECORDS-READ
039100         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
039200     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
039300     PERFORM 0100-RUN-SCRABSTA THRU 0100-EXIT
039400     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
039500     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
039600     GOBACK.
039700 9000-EXIT.
039800     EXIT.
