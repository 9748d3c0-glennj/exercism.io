002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION
002700* 09/02/2026 RM    ORIGINAL RATING LEDGER AND LADDER REPORT
002710* 10/15/2026 RM    MONTH-END CLOSE: A GAME DATED INTO A CLOSED
002720*                  PERIOD IS RATED INTO THE NEXT OPEN PERIOD OR,
002730*                  WHERE LATE POSTINGS ARE REFUSED, NOT RATED; THE
002740*                  AUDIT TRAIL RECORDS WHICH
002745* 10/15/2026 RM    SCRABRTG-BATCH ENTRY POINT FOR THE SECOND-TIER
002750*                  OVERNIGHT STREAM; A REHEARSAL PRINTS SCRABLDR
002755*                  BUT POSTS NOTHING TO SCRABRAT OR SCRABRHW
002800*-----------------------------------------------------------------
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.    SCRABRTG.
010800 01  WS-OLD-HIWATER              PIC 9(07) VALUE ZERO.
010900 01  WS-RES-ORDINAL              PIC 9(07) VALUE ZERO.

010910*-----------------------------------------------------------------
010920* SHARED PERIOD-CHECK AND AUDIT-LOG CALL INTERFACES.
010930*-----------------------------------------------------------------
010940 COPY prdcom.
010950 COPY audcom.

011000*-----------------------------------------------------------------
011100* THE GAME IN HAND: EVERY PLAYER SHARING THE CURRENT GAME DATE,
011200* WITH FINAL SCORE, THE RATING FETCHED BEFORE ADJUSTMENT, AND
015100 01  WS-RANK                     PIC 999.
015200 01  WS-SORT-EOF-SW              PIC X VALUE "N".
015300     88  SORT-AT-EOF             VALUE "Y".
015309*-----------------------------------------------------------------
015318* RUN MODE AND PRINCIPAL RECORD COUNTS FOR THE
015327* SCRABRTG-BATCH ENTRY POINT.  "R" IS A REHEARSAL, SO
015336* NEITHER SCRABRAT NOR SCRABRHW IS UPDATED.
015345*-----------------------------------------------------------------
015354 01  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
015363     88  RUN-IS-REHEARSAL        VALUE "R".
015372 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
015381 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

015390 LINKAGE SECTION.
015399 COPY runcom.

015400 PROCEDURE DIVISION.
015500 0000-SCRABRTG.
015505     PERFORM 0100-RUN-SCRABRTG THRU 0100-EXIT
015510     GOBACK.
015515 0000-EXIT.
015520     EXIT.

015525*-----------------------------------------------------------------
015530* THE WHOLE RUN, BROKEN OUT OF 0000-SCRABRTG SO THE SCRABRTG-BATCH
015535* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
015540* A REHEARSAL RATES AND PRINTS THE LADDER FROM THE RATINGS AS
015545* THEY STAND BUT POSTS NOTHING TO SCRABRAT OR SCRABRHW.
015550*-----------------------------------------------------------------
015555 0100-RUN-SCRABRTG.
015600     PERFORM 0500-LOAD-HIGH-WATER THRU 0500-EXIT
015700     PERFORM 1000-RATE-NEW-RESULTS THRU 1000-EXIT
015800     PERFORM 6000-SAVE-HIGH-WATER THRU 6000-EXIT
015900     PERFORM 5000-PRINT-LADDER THRU 5000-EXIT.
016100 0100-EXIT.
016200     EXIT.

016300 0500-LOAD-HIGH-WATER.
017700     EXIT.

017800 6000-SAVE-HIGH-WATER.
017810     IF RUN-IS-REHEARSAL
017820         GO TO 6000-EXIT
017830     END-IF
017900     OPEN OUTPUT HIWATER-FILE
018000     MOVE WS-RES-ORDINAL TO HW-RATED-COUNT
018100     WRITE HW-RECORD
022000 1100-READ-RESULT.
022100     READ GAME-RESULT-FILE
022200         AT END SET RES-EOF TO TRUE
022210         NOT AT END ADD 1 TO WS-RNC-READ
022300     END-READ.
022400 1100-EXIT.
022500     EXIT.
023300     IF WS-GM-COUNT < 2
023400         GO TO 2000-EXIT
023500     END-IF
023502*-----------------------------------------------------------------
023504* A GAME POSTS UNDER ITS OWN DATE.  ONE DATED INTO A PERIOD THAT
023506* MONTH-END HAS CLOSED IS RATED INTO THE NEXT OPEN PERIOD, WHICH
023508* THE LIVE MASTER ALREADY IS, OR, WHERE THE CLOSE REFUSES LATE
023510* POSTINGS, NOT RATED AT ALL.  EITHER WAY THE AUDIT TRAIL SAYS SO.
023512*-----------------------------------------------------------------
023514     MOVE WS-CUR-GAME-DATE TO PCK-DATE
023516     CALL "PERIODCK" USING PCK-DATE PCK-RESULT PCK-POST-DATE
023518         PCK-PERIOD
023520     IF NOT PCK-PERIOD-OPEN
023522         MOVE "SCRABRTG" TO AUD-PROGRAM-NAME
023524         MOVE SPACES TO AUD-FAILED-INPUT
023526         STRING "GAME " WS-CUR-GAME-DATE " SCRABRAT PERIOD "
023528                 PCK-PERIOD DELIMITED BY SIZE
023530             INTO AUD-FAILED-INPUT
023532         END-STRING
023534         IF PCK-REFUSED
023536             MOVE "PERIOD CLOSED - GAME NOT RATED"
023538                 TO AUD-FAILURE-REASON
023540             SET AUD-SEV-WARNING TO TRUE
023542         ELSE
023544             MOVE "PERIOD CLOSED - GAME RATED IN NEXT PERIOD"
023546                 TO AUD-FAILURE-REASON
023548             SET AUD-SEV-INFO TO TRUE
023550         END-IF
023552         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
023554             AUD-FAILED-INPUT AUD-FAILURE-REASON
023556             AUD-SEVERITY
023558         IF PCK-REFUSED
023560             GO TO 2000-EXIT
023562         END-IF
023564     END-IF
023600     PERFORM 3100-OPEN-RATING-FILE THRU 3100-EXIT
023700     PERFORM VARYING gmx FROM 1 BY 1 UNTIL gmx > WS-GM-COUNT
023800         PERFORM 2100-FETCH-ONE-RATING THRU 2100-EXIT
029200             MOVE WS-START-RATING TO SRT-RATING
029300             MOVE ZERO TO SRT-GAMES SRT-WINS
029400                          SRT-LOSSES SRT-DRAWS
029410             IF NOT RUN-IS-REHEARSAL
029500                 WRITE SRT-RECORD
029600                     INVALID KEY CONTINUE
029700                 END-WRITE
029710             END-IF
029800             MOVE WS-START-RATING TO GM-RATING(gmx)
029900         NOT INVALID KEY
030000             MOVE SRT-RATING TO GM-RATING(gmx)
034600         WHEN "L" ADD 1 TO SRT-LOSSES
034700         WHEN "D" ADD 1 TO SRT-DRAWS
034800     END-EVALUATE
034810     IF RUN-IS-REHEARSAL
034820         GO TO 2300-EXIT
034830     END-IF
034900     REWRITE SRT-RECORD
034910     ADD 1 TO WS-RNC-WRITTEN.
035000 2300-EXIT.
035100     EXIT.

041500     WRITE LDR-LINE.
041600 5210-EXIT.
041700     EXIT.

041800*-----------------------------------------------------------------
041900* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
042000* SECOND-TIER STREAM CAN RATE THE NEW RESULTS AND
042100* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
042200* DEFAULT CALL "SCRABRTG" BEHAVIOR ABOVE.
042300*-----------------------------------------------------------------
042400 9000-SCRABRTG-BATCH-ENTRY.
042500 ENTRY "SCRABRTG-BATCH" USING RNC-RECORDS-READ
042600         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
042700     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
042800     MOVE RNC-RUN-MODE TO WS-RUN-MODE
042900     PERFORM 0100-RUN-SCRABRTG THRU 0100-EXIT
043000     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
043100     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
043200     GOBACK.
043300 9000-EXIT.
043400     EXIT.
