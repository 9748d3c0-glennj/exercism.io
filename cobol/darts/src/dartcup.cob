002400*-----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 09/01/2026 RM    ORIGINAL CUP BRACKET GENERATOR AND TRACKER
002601* 10/15/2026 RM    DARTCUP-BATCH ENTRY POINT FOR THE SECOND-TIER
002602*                  OVERNIGHT STREAM; A REHEARSAL PRINTS DARTCUPR
002603*                  BUT LEAVES DARTBRKT AS IT WAS
002700*-----------------------------------------------------------------
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.    DARTCUP.
015800 01  WS-CHAMP-LINE.
015900     05  FILLER                  PIC X(14) VALUE "CUP CHAMPION: ".
016000     05  CL-WINNER               PIC X(05).
016009*-----------------------------------------------------------------
016018* RUN MODE AND PRINCIPAL RECORD COUNTS FOR THE
016027* DARTCUP-BATCH ENTRY POINT.  "R" IS A REHEARSAL, SO THE
016036* ADVANCED BRACKET IS NOT SAVED TO DARTBRKT.
016045*-----------------------------------------------------------------
016054 01  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
016063     88  RUN-IS-REHEARSAL        VALUE "R".
016072 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
016081 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

016090 LINKAGE SECTION.
016099 COPY runcom.

016100 PROCEDURE DIVISION.
016200 0000-DARTCUP.
016205     PERFORM 0100-RUN-DARTCUP THRU 0100-EXIT
016210     GOBACK.
016215 0000-EXIT.
016220     EXIT.

016225*-----------------------------------------------------------------
016230* THE WHOLE RUN, BROKEN OUT OF 0000-DARTCUP SO THE DARTCUP-BATCH
016235* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
016240* A REHEARSAL PRINTS THE ADVANCED BRACKET BUT DOES NOT SAVE IT.
016245*-----------------------------------------------------------------
016250 0100-RUN-DARTCUP.
016300     OPEN INPUT BRACKET-FILE
016400     IF WS-BRK-STATUS = "35"
016500         MOVE "Y" TO WS-SEEDED-THIS-RUN-SW
017000         PERFORM 4000-ADVANCE-WINNERS THRU 4000-EXIT
017100     END-IF
017200     IF WS-TIE-COUNT = ZERO
017300         GO TO 0100-EXIT
017400     END-IF
017500     IF NOT RUN-IS-REHEARSAL
017510         PERFORM 6000-SAVE-BRACKET THRU 6000-EXIT
017520     END-IF
017600     PERFORM 5000-PRINT-BRACKET THRU 5000-EXIT.
017800 0100-EXIT.
017900     EXIT.

018000*-----------------------------------------------------------------
037900         READ SCORECARD-IN
038000             AT END MOVE "10" TO WS-CARD-STATUS
038100             NOT AT END
038101                 ADD 1 TO WS-RNC-READ
038200                 IF CARD-IN-LINE(1:6) = "MATCH "
038300                         AND CARD-IN-LINE(12:14) =
038400                             " - LEG WON BY "
046700         MOVE TI-PLYR-2(tix) TO BRK-PLYR-2
046800         MOVE TI-WINNER(tix) TO BRK-WINNER
046900         WRITE BRK-RECORD
046901         ADD 1 TO WS-RNC-WRITTEN
047000     END-PERFORM
047100     CLOSE BRACKET-FILE.
047200 6000-EXIT.
052000     WRITE RPT-LINE.
052100 5100-EXIT.
052200     EXIT.

052300*-----------------------------------------------------------------
052400* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
052500* SECOND-TIER STREAM CAN ADVANCE THE CUP BRACKET AND
052600* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
052700* DEFAULT CALL "DARTCUP" BEHAVIOR ABOVE.
052800*-----------------------------------------------------------------
052900 9000-DARTCUP-BATCH-ENTRY.
053000 ENTRY "DARTCUP-BATCH" USING RNC-RECORDS-READ
053100         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
053200     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
053300     MOVE RNC-RUN-MODE TO WS-RUN-MODE
053400     PERFORM 0100-RUN-DARTCUP THRU 0100-EXIT
053500     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
053600     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
053700     GOBACK.
053800 9000-EXIT.
053900     EXIT.
