000100*****************************************************************
000200* PROGRAM-ID : PERIODCK
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : SHARED PERIOD CHECK.  TELLS A POSTING PROGRAM
000900*               WHETHER ITS POSTING DATE FALLS IN A MONTH THE
001000*               MONTH-END CLOSE HAS ALREADY CLOSED (A PRDCTL
001100*               RECORD WITH STATUS "C").  AN OPEN MONTH ANSWERS
001200*               "O" AND THE DATE COMES BACK UNCHANGED.  A CLOSED
001300*               MONTH ANSWERS AS THAT CLOSE'S LATE-POSTING POLICY
001400*               SAYS: "R" WITH THE FIRST DAY OF THE NEXT MONTH NOT
001500*               YET CLOSED AS THE DATE TO POST UNDER, OR "X" WHEN
001600*               THE POSTING IS TO BE REFUSED.  PRDCTL IS READ
001700*               AFRESH ON EVERY CALL, SO A CLOSE EARLIER IN THE
001800*               SAME RUN UNIT IS ALWAYS SEEN; NO PRDCTL MEANS
001900*               NOTHING HAS BEEN CLOSED.
002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*-----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* 10/15/2026 TH    ORIGINAL SHARED PERIOD CHECK
002500*-----------------------------------------------------------------
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    PERIODCK.
002800 AUTHOR.        T. HARLOW.
002900 INSTALLATION.  GLENNJ DATA PROCESSING.
003000 DATE-WRITTEN.  10/15/2026.
003100 DATE-COMPILED.

003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PERIOD-CTL-FILE ASSIGN TO "PRDCTL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PRD-STATUS.

003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PERIOD-CTL-FILE.
004100 COPY prdctl.

004200 WORKING-STORAGE SECTION.
004300 01  WS-PRD-STATUS               PIC XX.
004400     88  PRD-EOF                 VALUE "10".

004500*-----------------------------------------------------------------
004600* THE CLOSED MONTHS AND THEIR LATE-POSTING POLICIES.
004700*-----------------------------------------------------------------
004800 01  WS-CLOSED-COUNT             PIC 9(03).
004900 01  WS-CLOSED-TABLE.
005000     05  WS-CLOSED-ENTRY OCCURS 240 TIMES.
005100         10  CP-PERIOD           PIC 9(06).
005200         10  CP-LATE-POLICY      PIC X(01).
005300 01  cpx                         PIC 9(03).
005400 01  WS-CLOSED-FOUND             PIC 9(03).

005500 01  WS-CHECK-PERIOD             PIC 9(06).
005600 01  WS-CHECK-PERIOD-PARTS REDEFINES WS-CHECK-PERIOD.
005700     05  WS-CHECK-YEAR           PIC 9(04).
005800     05  WS-CHECK-MONTH          PIC 9(02).
005900 01  WS-POST-DATE                PIC 9(08).
006000 01  WS-POST-DATE-PARTS REDEFINES WS-POST-DATE.
006100     05  WS-POST-PERIOD          PIC 9(06).
006200     05  WS-POST-DAY             PIC 9(02).

006300 LINKAGE SECTION.
006400 COPY prdcom.

006500 PROCEDURE DIVISION USING PCK-DATE PCK-RESULT PCK-POST-DATE
006600         PCK-PERIOD.
006700 0000-PERIODCK.
006800     SET PCK-PERIOD-OPEN TO TRUE
006900     MOVE PCK-DATE TO PCK-POST-DATE
007000     MOVE ZERO TO PCK-PERIOD
007100     IF PCK-DATE IS NOT NUMERIC OR PCK-DATE = ZERO
007200         GOBACK
007300     END-IF
007400     PERFORM 1000-LOAD-CLOSED-PERIODS THRU 1000-EXIT
007500     MOVE PCK-DATE(1:6) TO WS-CHECK-PERIOD
007600     PERFORM 2000-FIND-CLOSED-PERIOD THRU 2000-EXIT
007700     IF WS-CLOSED-FOUND = ZERO
007800         GOBACK
007900     END-IF
008000     MOVE WS-CHECK-PERIOD TO PCK-PERIOD
008100     IF CP-LATE-POLICY(WS-CLOSED-FOUND) = "X"
008200         SET PCK-REFUSED TO TRUE
008300         MOVE ZERO TO PCK-POST-DATE
008400         GOBACK
008500     END-IF
008600     PERFORM 3000-NEXT-OPEN-PERIOD THRU 3000-EXIT
008700     SET PCK-ROUTED TO TRUE
008800     MOVE WS-CHECK-PERIOD TO WS-POST-PERIOD
008900     MOVE 1 TO WS-POST-DAY
009000     MOVE WS-POST-DATE TO PCK-POST-DATE
009100     GOBACK.
009200 0000-EXIT.
009300     EXIT.

009400 1000-LOAD-CLOSED-PERIODS.
009500     MOVE ZERO TO WS-CLOSED-COUNT
009600     OPEN INPUT PERIOD-CTL-FILE
009700     IF WS-PRD-STATUS NOT = "00"
009800         GO TO 1000-EXIT
009900     END-IF
010000     PERFORM 1100-READ-PERIOD THRU 1100-EXIT
010100     PERFORM UNTIL PRD-EOF
010200         IF PRD-PERIOD-CLOSED AND PRD-PERIOD IS NUMERIC
010300                 AND WS-CLOSED-COUNT < 240
010400             ADD 1 TO WS-CLOSED-COUNT
010500             MOVE PRD-PERIOD TO CP-PERIOD(WS-CLOSED-COUNT)
010600             MOVE PRD-LATE-POLICY
010700                 TO CP-LATE-POLICY(WS-CLOSED-COUNT)
010800         END-IF
010900         PERFORM 1100-READ-PERIOD THRU 1100-EXIT
011000     END-PERFORM
011100     CLOSE PERIOD-CTL-FILE.
011200 1000-EXIT.
011300     EXIT.

011400 1100-READ-PERIOD.
011500     READ PERIOD-CTL-FILE
011600         AT END SET PRD-EOF TO TRUE
011700     END-READ.
011800 1100-EXIT.
011900     EXIT.

012000 2000-FIND-CLOSED-PERIOD.
012100     MOVE ZERO TO WS-CLOSED-FOUND
012200     PERFORM VARYING cpx FROM 1 BY 1
012300             UNTIL cpx > WS-CLOSED-COUNT OR WS-CLOSED-FOUND > ZERO
012400         IF CP-PERIOD(cpx) = WS-CHECK-PERIOD
012500             MOVE cpx TO WS-CLOSED-FOUND
012600         END-IF
012700     END-PERFORM.
012800 2000-EXIT.
012900     EXIT.

013000*-----------------------------------------------------------------
013100* STEP A MONTH AT A TIME PAST EVERY CLOSED MONTH.
013200*-----------------------------------------------------------------
013300 3000-NEXT-OPEN-PERIOD.
013400     PERFORM UNTIL WS-CLOSED-FOUND = ZERO
013500         IF WS-CHECK-MONTH = 12
013600             ADD 1 TO WS-CHECK-YEAR
013700             MOVE 1 TO WS-CHECK-MONTH
013800         ELSE
013900             ADD 1 TO WS-CHECK-MONTH
014000         END-IF
014100         PERFORM 2000-FIND-CLOSED-PERIOD THRU 2000-EXIT
014200     END-PERFORM.
014300 3000-EXIT.
014400     EXIT.
