002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 09/02/2026 RM    ORIGINAL PROTEIN PROPERTY REPORT
002310* 10/15/2026 RM    RNAPROP-BATCH ENTRY POINT FOR THE SECOND-TIER
002320*                  OVERNIGHT STREAM
002400*-----------------------------------------------------------------
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    RNAPROP.
012200     05  PD-BASIC                PIC ZZZ9.
012300     05  FILLER                  PIC X(01) VALUE SPACES.
012400     05  PD-UNKNOWN              PIC ZZZZZZ9.
012410*-----------------------------------------------------------------
012420* PRINCIPAL RECORD COUNTS FOR THE RNAPROP-BATCH ENTRY
012430* POINT.  THE REPORT IS THE WHOLE OF THE RUN, SO THERE IS NO
012440* REHEARSAL MODE.
012450*-----------------------------------------------------------------
012460 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
012470 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

012480 LINKAGE SECTION.
012490 COPY runcom.

012500 PROCEDURE DIVISION.
012600 0000-RNAPROP.
012605     PERFORM 0100-RUN-RNAPROP THRU 0100-EXIT
012610     GOBACK.
012615 0000-EXIT.
012620     EXIT.

012625*-----------------------------------------------------------------
012630* THE WHOLE RUN, BROKEN OUT OF 0000-RNAPROP SO THE RNAPROP-BATCH
012635* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
012640*-----------------------------------------------------------------
012645 0100-RUN-RNAPROP.
012700     OPEN INPUT PROTEIN-IN-FILE
012800     IF WS-PROT-STATUS NOT = "00"
012900         GO TO 0100-EXIT
013000     END-IF
013100     OPEN OUTPUT PROPERTY-RPT
013200     MOVE WS-RPT-HDG1 TO RPT-LINE
014600         PERFORM 1000-READ-PROTEIN THRU 1000-EXIT
014700     END-PERFORM
014800     PERFORM 3000-CLOSE-PROTEIN-IN-HAND THRU 3000-EXIT
014900     CLOSE PROTEIN-IN-FILE PROPERTY-RPT.
015100 0100-EXIT.
015200     EXIT.

015300 1000-READ-PROTEIN.
015400     READ PROTEIN-IN-FILE
015500         AT END SET PROT-EOF TO TRUE
015510         NOT AT END ADD 1 TO WS-RNC-READ
015600     END-READ.
015700 1000-EXIT.
015800     EXIT.
020400     MOVE WS-UNKNOWN    TO PD-UNKNOWN
020500     MOVE WS-PROP-DETAIL TO RPT-LINE
020600     WRITE RPT-LINE
020610     ADD 1 TO WS-RNC-WRITTEN
020700     MOVE "N" TO WS-A-PROT-OPEN-SW.
020800 3000-EXIT.
020900     EXIT.
022400     ADD 1 TO WS-UNKNOWN.
022500 3100-EXIT.
022600     EXIT.

022700*-----------------------------------------------------------------
022800* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
022900* SECOND-TIER STREAM CAN PRINT THE PROTEIN PROPERTIES AND
023000* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
023100* DEFAULT CALL "RNAPROP" BEHAVIOR ABOVE.
023200*-----------------------------------------------------------------
023300 9000-RNAPROP-BATCH-ENTRY.
023400 ENTRY "RNAPROP-BATCH" USING RNC-RECORDS-READ
023500         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
023600     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
023700     PERFORM 0100-RUN-RNAPROP THRU 0100-EXIT
023800     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
023900     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
024000     GOBACK.
024100 9000-EXIT.
024200     EXIT.
