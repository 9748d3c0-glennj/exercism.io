002030*                  N TO THE COMBINATION'S COUNT INSTEAD OF ONE,
002040*                  SO THE DAY'S FIGURES STAY HONEST UNDER STORM
002050*                  SUPPRESSION
002060* 10/15/2026 TH    SKIP THE HASH-CHAIN ANCHOR RECORDS AUDITLOG
002070*                  NOW WRITES AT THE START OF EACH RUN UNIT - THEY
002080*                  ARE BOOKKEEPING, NOT FAILURES
002085* 10/15/2026 TH    AUDSUMM-BATCH ENTRY POINT FOR THE SECOND-TIER
002090*                  OVERNIGHT STREAM
002100*-----------------------------------------------------------------
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    AUDSUMM.
009700     05  SD-LAST                 PIC 9(06).
009800     05  FILLER                  PIC X(02) VALUE SPACES.
009900     05  SD-FLAG                 PIC X(04).
009905
009910*-----------------------------------------------------------------
009915* PRINCIPAL RECORD COUNTS FOR THE AUDSUMM-BATCH ENTRY
009920* POINT.  THE REPORT IS THE WHOLE OF THE RUN, SO THERE IS NO
009925* REHEARSAL MODE.
009930*-----------------------------------------------------------------
009935 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
009940 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.
009945
009950 LINKAGE SECTION.
009955 COPY runcom.
010000
010100 PROCEDURE DIVISION.
010200 0000-AUDSUMM.
010205     PERFORM 0100-RUN-AUDSUMM THRU 0100-EXIT
010210     GOBACK.
010215 0000-EXIT.
010220     EXIT.
010225
010230*-----------------------------------------------------------------
010235* THE WHOLE RUN, BROKEN OUT OF 0000-AUDSUMM SO THE AUDSUMM-BATCH
010240* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
010245*-----------------------------------------------------------------
010250 0100-RUN-AUDSUMM.
010300     PERFORM 1000-FIND-REPORT-DATES THRU 1000-EXIT
010400     IF WS-LATEST-DATE = ZERO
010500         GO TO 0100-EXIT
010600     END-IF
010700     PERFORM 2000-TALLY-COMBINATIONS THRU 2000-EXIT
010800     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
011000 0100-EXIT.
011100     EXIT.
011200
011300 1000-FIND-REPORT-DATES.
011700     END-IF
011800     PERFORM 1100-READ-AUDIT THRU 1100-EXIT
011900     PERFORM UNTIL AUDIT-EOF
011910         ADD 1 TO WS-RNC-READ
012000         IF ATR-TS-DATE > WS-LATEST-DATE
012100             MOVE WS-LATEST-DATE TO WS-PREV-DATE
012200             MOVE ATR-TS-DATE TO WS-LATEST-DATE
015800     EXIT.
015900
016000 2100-TALLY-ONE-RECORD.
016010     IF ATR-CHAIN-ANCHOR
016020         GO TO 2100-EXIT
016030     END-IF
016100     MOVE ZERO TO WS-GRP-FOUND
016200     PERFORM VARYING grx FROM 1 BY 1 UNTIL grx > WS-GRP-COUNT
016300         IF GR-PROGRAM(grx) = ATR-PROGRAM-NAME
021800             END-IF
021900             MOVE WS-SUM-DETAIL TO RPT-LINE
022000             WRITE RPT-LINE
022010             ADD 1 TO WS-RNC-WRITTEN
022100         END-IF
022200     END-PERFORM
022300     CLOSE SUMMARY-RPT.
022400 3000-EXIT.
022500     EXIT.
022600
022700*-----------------------------------------------------------------
022800* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
022900* SECOND-TIER STREAM CAN PRINT THE AUDIT SUMMARY AND
023000* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
023100* DEFAULT CALL "AUDSUMM" BEHAVIOR ABOVE.
023200*-----------------------------------------------------------------
023300 9000-AUDSUMM-BATCH-ENTRY.
023400 ENTRY "AUDSUMM-BATCH" USING RNC-RECORDS-READ
023500         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
023600     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
023700     PERFORM 0100-RUN-AUDSUMM THRU 0100-EXIT
023800     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
023900     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
024000     GOBACK.
024100 9000-EXIT.
024200     EXIT.
