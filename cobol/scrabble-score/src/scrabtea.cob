002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 09/02/2026 RM    ORIGINAL TEAM MATCH BUILD AND STANDINGS
002210* 10/15/2026 RM    SCRABTEA-BATCH ENTRY POINT FOR THE SECOND-TIER
002220*                  OVERNIGHT STREAM
002300*-----------------------------------------------------------------
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    SCRABTEA.
017800     05  SD-GAME-PTS             PIC ZZZ9.
017900 01  WS-BOARD-HDG                PIC X(80) VALUE
018000     "BOARD-BY-BOARD RESULTS".
018010*-----------------------------------------------------------------
018020* PRINCIPAL RECORD COUNTS FOR THE SCRABTEA-BATCH ENTRY
018030* POINT.  SCRABTMM IS REBUILT WHOLE EACH RUN, SO THERE IS NO
018040* REHEARSAL MODE.
018050*-----------------------------------------------------------------
018060 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
018070 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

018080 LINKAGE SECTION.
018090 COPY runcom.

018100 PROCEDURE DIVISION.
018200 0000-SCRABTEA.
018205     PERFORM 0100-RUN-SCRABTEA THRU 0100-EXIT
018210     GOBACK.
018215 0000-EXIT.
018220     EXIT.

018225*-----------------------------------------------------------------
018230* THE WHOLE RUN, BROKEN OUT OF 0000-SCRABTEA SO THE SCRABTEA-BATCH
018235* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
018240*-----------------------------------------------------------------
018245 0100-RUN-SCRABTEA.
018300     PERFORM 1000-LOAD-TEAM-ROSTER THRU 1000-EXIT
018400     IF WS-MAP-COUNT = ZERO
018500         GO TO 0100-EXIT
018600     END-IF
018700     OPEN OUTPUT TEAM-MATCH-FILE
018800     PERFORM 2000-BUILD-TEAM-MATCHES THRU 2000-EXIT
018900     CLOSE TEAM-MATCH-FILE
019000     PERFORM 5000-WRITE-STANDINGS THRU 5000-EXIT.
019200 0100-EXIT.
019300     EXIT.

019400 1000-LOAD-TEAM-ROSTER.
025500 2100-READ-RESULT.
025600     READ GAME-RESULT-FILE
025700         AT END SET RES-EOF TO TRUE
025710         NOT AT END ADD 1 TO WS-RNC-READ
025800     END-READ.
025900 2100-EXIT.
026000     EXIT.
033100     MOVE WS-BOARDS-A    TO TMM-BOARDS-A
033200     MOVE WS-BOARDS-B    TO TMM-BOARDS-B
033300     WRITE TMM-RECORD
033310     ADD 1 TO WS-RNC-WRITTEN
033400     MOVE WS-SIDE-A-TEAM TO WS-MAP-TEAM
033500     PERFORM 3200-FIND-TEAM THRU 3200-EXIT
033600     IF tex > ZERO
042400     CLOSE TEAM-STANDINGS-RPT.
042500 5000-EXIT.
042600     EXIT.

042700*-----------------------------------------------------------------
042800* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
042900* SECOND-TIER STREAM CAN BUILD THE TEAM MATCHES AND
043000* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
043100* DEFAULT CALL "SCRABTEA" BEHAVIOR ABOVE.
043200*-----------------------------------------------------------------
043300 9000-SCRABTEA-BATCH-ENTRY.
043400 ENTRY "SCRABTEA-BATCH" USING RNC-RECORDS-READ
043500         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
043600     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
043700     PERFORM 0100-RUN-SCRABTEA THRU 0100-EXIT
043800     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
043900     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
044000     GOBACK.
044100 9000-EXIT.
044200     EXIT.
