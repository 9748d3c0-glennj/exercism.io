001700*-----------------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* 09/02/2026 TH    ORIGINAL LOYALTY STATEMENT RUN
001910* 10/15/2026 TH    TWOFSTMT-BATCH ENTRY POINT FOR THE SECOND-TIER
001920*                  OVERNIGHT STREAM
002000*-----------------------------------------------------------------
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.    TWOFSTMT.
007700     05  FILLER                  PIC X(11) VALUE "  EARNED ON".
007800     05  FILLER                  PIC X(10) VALUE " ATTEMPTS:".
007900     05  ED-ATTEMPTS             PIC ZZ9.
007910*-----------------------------------------------------------------
007920* PRINCIPAL RECORD COUNTS FOR THE TWOFSTMT-BATCH ENTRY
007930* POINT.  THE STATEMENTS ARE THE WHOLE OF THE RUN, SO THERE IS
007940* NO REHEARSAL MODE.
007950*-----------------------------------------------------------------
007960 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
007970 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

007980 LINKAGE SECTION.
007990 COPY runcom.

008000 PROCEDURE DIVISION.
008100 0000-TWOFSTMT.
008105     PERFORM 0100-RUN-TWOFSTMT THRU 0100-EXIT
008110     GOBACK.
008115 0000-EXIT.
008120     EXIT.

008125*-----------------------------------------------------------------
008130* THE WHOLE RUN, BROKEN OUT OF 0000-TWOFSTMT SO THE TWOFSTMT-BATCH
008135* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
008140*-----------------------------------------------------------------
008145 0100-RUN-TWOFSTMT.
008200     OPEN INPUT POINTS-MASTER-FILE
008300     IF WS-PTS-STATUS NOT = "00"
008400         GO TO 0100-EXIT
008500     END-IF
008600     OPEN OUTPUT STATEMENT-RPT
008700     MOVE "TWO-FER LOYALTY - MONTHLY STATEMENTS" TO RPT-LINE
009400         READ POINTS-MASTER-FILE NEXT RECORD
009500             AT END MOVE "10" TO WS-PTS-STATUS
009600             NOT AT END
009610                 ADD 1 TO WS-RNC-READ
009700                 PERFORM 2000-PRINT-ONE-STATEMENT
009800                     THRU 2000-EXIT
009810                 ADD 1 TO WS-RNC-WRITTEN
009900         END-READ
010000     END-PERFORM
010100     CLOSE POINTS-MASTER-FILE STATEMENT-RPT.
010300 0100-EXIT.
010400     EXIT.

010500 2000-PRINT-ONE-STATEMENT.
014900     CLOSE REDEMPTION-HX-FILE.
015000 3000-EXIT.
015100     EXIT.

015200*-----------------------------------------------------------------
015300* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
015400* SECOND-TIER STREAM CAN PRINT THE LOYALTY STATEMENTS AND
015500* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
015600* DEFAULT CALL "TWOFSTMT" BEHAVIOR ABOVE.
015700*-----------------------------------------------------------------
015800 9000-TWOFSTMT-BATCH-ENTRY.
015900 ENTRY "TWOFSTMT-BATCH" USING RNC-RECORDS-READ
016000         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
016100     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
016200     PERFORM 0100-RUN-TWOFSTMT THRU 0100-EXIT
016300     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
016400     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
016500     GOBACK.
016600 9000-EXIT.
016700     EXIT.
