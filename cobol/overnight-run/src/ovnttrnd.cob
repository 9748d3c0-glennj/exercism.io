002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 09/02/2026 TH    ORIGINAL MONTHLY CAPACITY TREND REPORT
002210* 10/15/2026 TH    OVNTTRND-BATCH ENTRY POINT FOR THE SECOND-TIER
002220*                  OVERNIGHT STREAM
002300*-----------------------------------------------------------------
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    OVNTTRND.
015200     05  PJ-PROGRAM              PIC X(20).
015300     05  FILLER                  PIC X(40) VALUE
015400         " PROJECTED PAST THE BATCH WINDOW IN 3 MO".
015410*-----------------------------------------------------------------
015420* PRINCIPAL RECORD COUNTS FOR THE OVNTTRND-BATCH ENTRY
015430* POINT.  THE REPORT IS THE WHOLE OF THE RUN, SO THERE IS NO
015440* REHEARSAL MODE.
015450*-----------------------------------------------------------------
015460 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
015470 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

015480 LINKAGE SECTION.
015490 COPY runcom.

015500 PROCEDURE DIVISION.
015600 0000-OVNTTRND.
015605     PERFORM 0100-RUN-OVNTTRND THRU 0100-EXIT
015610     GOBACK.
015615 0000-EXIT.
015620     EXIT.

015625*-----------------------------------------------------------------
015630* THE WHOLE RUN, BROKEN OUT OF 0000-OVNTTRND SO THE OVNTTRND-BATCH
015635* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
015640*-----------------------------------------------------------------
015645 0100-RUN-OVNTTRND.
015700     PERFORM 1000-READ-TREND-CONTROL THRU 1000-EXIT
015800     PERFORM 2000-LOAD-METRICS THRU 2000-EXIT
015900     IF WS-MG-COUNT = ZERO
016000         GO TO 0100-EXIT
016100     END-IF
016200     PERFORM 3000-ORDER-GROUPS THRU 3000-EXIT
016300     PERFORM 4000-WRITE-TREND-REPORT THRU 4000-EXIT.
016500 0100-EXIT.
016600     EXIT.

016700 1000-READ-TREND-CONTROL.
019600 2100-READ-METRIC.
019700     READ METRICS-FILE
019800         AT END SET MET-EOF TO TRUE
019810         NOT AT END ADD 1 TO WS-RNC-READ
019900     END-READ.
020000 2100-EXIT.
020100     EXIT.
029100         MOVE WS-AVG-ELAPSED TO TD-AVG-SECS
029200         MOVE WS-TREND-DETAIL TO RPT-LINE
029300         WRITE RPT-LINE
029310         ADD 1 TO WS-RNC-WRITTEN
029400     END-PERFORM
029500     MOVE SPACES TO RPT-LINE
029600     WRITE RPT-LINE
035600     END-IF.
035700 5100-EXIT.
035800     EXIT.

035900*-----------------------------------------------------------------
036000* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
036100* SECOND-TIER STREAM CAN PRINT THE CAPACITY TREND AND
036200* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
036300* DEFAULT CALL "OVNTTRND" BEHAVIOR ABOVE.
036400*-----------------------------------------------------------------
036500 9000-OVNTTRND-BATCH-ENTRY.
036600 ENTRY "OVNTTRND-BATCH" USING RNC-RECORDS-READ
036700         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
036800     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
036900     PERFORM 0100-RUN-OVNTTRND THRU 0100-EXIT
037000     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
037100     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
037200     GOBACK.
037300 9000-EXIT.
037400     EXIT.
