001800*               DIRTY SUBMISSION IS RETURNED WHOLE ON THE
001900*               CHESSREJ REJECTION REPORT FOR THE CLUB SECRETARY
002000*               TO MAIL BACK, WITH THE REJECTION ON THE SHARED
002100*               AUDIT TRAIL.  A RELEASED GAME THAT IS ON THE
002110*               CHESSPGC POSTAL-GAME CONTROL FILE HAS THE
002120*               SUBMITTING CLUB'S SIDE STAMPED AS HAVING MOVED
002130*               TODAY, FOR THE CHESSPDL DEADLINE RUN.
002200*-----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*-----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 09/02/2026 RM    ORIGINAL STAGING IMPORT GATEWAY
002610* 10/15/2026 RM    STAMP THE MOVER'S LAST-MOVE DATE ON THE
002620*                  CHESSPGC POSTAL-GAME CONTROL FILE AS EACH
002630*                  SUBMISSION IS RELEASED
002640* 10/15/2026 RM    ACCEPT THE "mateIn" PROBLEM-SOLVER REQUEST
002700*-----------------------------------------------------------------
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.    CHESSIMP.
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REJ-STATUS.

004510     SELECT POSTAL-CTL-FILE ASSIGN TO "CHESSPGC"
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS DYNAMIC
004540         RECORD KEY IS PGC-GAME-ID
004550         FILE STATUS IS WS-PGC-STATUS.

004600 DATA DIVISION.
004700 FILE SECTION.
004800*-----------------------------------------------------------------
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  REJ-LINE                    PIC X(80).

006210 FD  POSTAL-CTL-FILE.
006220 COPY chesspgc.

006300 WORKING-STORAGE SECTION.
006400 01  WS-STG-STATUS               PIC XX.
006500     88  STG-EOF                 VALUE "10".
006600 01  WS-BAT-STATUS               PIC XX.
006700 01  WS-REJ-STATUS               PIC XX.
006710 01  WS-PGC-STATUS               PIC XX.
006720 01  WS-PGC-OPEN-SW              PIC X VALUE "N".
006730     88  POSTAL-CONTROL-IS-OPEN  VALUE "Y".

006800*-----------------------------------------------------------------
006900* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
007000*-----------------------------------------------------------------
007100 COPY audcom.
007110*-----------------------------------------------------------------
007120* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).  TODAY'S
007130* DATE IS THE DATE A RELEASED POSTAL MOVE IS STAMPED WITH.
007140*-----------------------------------------------------------------
007150 COPY tscom.

007200*-----------------------------------------------------------------
007300* THE LIVE CHESSBAT CONTENT (MINUS ITS TRAILER), PLUS EVERY
012700         GOBACK
012800     END-IF
012900     PERFORM 1000-LOAD-LIVE-CHESSBAT THRU 1000-EXIT
012910     CALL "TIMESTMP" USING TS-DATE TS-TIME
012920*-----------------------------------------------------------------
012930* NO CHESSPGC FILE MEANS NO POSTAL GAMES ARE UNDER CONTROL YET;
012940* THE DEADLINE RUN CREATES IT WHEN THE FIRST GAME IS REGISTERED.
012950*-----------------------------------------------------------------
012960     OPEN I-O POSTAL-CTL-FILE
012970     IF WS-PGC-STATUS = "00"
012980         SET POSTAL-CONTROL-IS-OPEN TO TRUE
012990     END-IF
013000     OPEN OUTPUT REJECT-RPT
013100     PERFORM 2000-READ-STAGING THRU 2000-EXIT
013200     PERFORM UNTIL STG-EOF
015000     MOVE WS-REJ-TRAILER TO REJ-LINE
015100     WRITE REJ-LINE
015200     CLOSE REJECT-RPT STAGING-FILE
015210     IF POSTAL-CONTROL-IS-OPEN
015220         CLOSE POSTAL-CTL-FILE
015230     END-IF
015300     PERFORM 6000-REWRITE-CHESSBAT THRU 6000-EXIT
015400     GOBACK.
015500 0000-EXIT.
023400             AND STG-PROPERTY NOT = "display"
023500             AND STG-PROPERTY NOT = "legalMove"
023600             AND STG-PROPERTY NOT = "adjudicate"
023610             AND STG-PROPERTY NOT = "mateIn"
023700         SET SUBMISSION-IS-DIRTY TO TRUE
023800         MOVE "PROPERTY NOT A KNOWN REQUEST TYPE"
023900             TO WS-SUB-REASON
030500                 TO WS-BAT-IMAGE(WS-BAT-COUNT)
030600         END-IF
030700     END-PERFORM
030800     ADD 1 TO WS-RELEASED-COUNT
030810     IF POSTAL-CONTROL-IS-OPEN
030820         PERFORM 4600-STAMP-POSTAL-MOVE THRU 4600-EXIT
030830     END-IF.
030900 4500-EXIT.
031000     EXIT.

031002*-----------------------------------------------------------------
031004* A RELEASED SUBMISSION IS THE SUBMITTING CLUB'S MOVE: STAMP ITS
031006* SIDE'S LAST-MOVE DATE AND PUT THE OTHER SIDE ON THE CLOCK.  A
031008* MOVE CANCELS ANY DEFAULT THE CONTROLLER HAD CONFIRMED BUT THE
031010* DEADLINE RUN HAS NOT YET POSTED.  A GAME NOT UNDER POSTAL
031012* CONTROL, OR ALREADY FINISHED, IS LEFT ALONE.
031014*-----------------------------------------------------------------
031016 4600-STAMP-POSTAL-MOVE.
031018     MOVE WS-SUB-GAME-ID TO PGC-GAME-ID
031020     READ POSTAL-CTL-FILE
031022         INVALID KEY GO TO 4600-EXIT
031024     END-READ
031026     IF NOT PGC-GAME-ACTIVE
031028         GO TO 4600-EXIT
031030     END-IF
031032     EVALUATE WS-SUB-CLUB
031034         WHEN PGC-WHITE-CLUB
031036             MOVE TS-DATE TO PGC-WHITE-LAST-MOVE
031038             SET PGC-BLACK-TO-MOVE TO TRUE
031040         WHEN PGC-BLACK-CLUB
031042             MOVE TS-DATE TO PGC-BLACK-LAST-MOVE
031044             SET PGC-WHITE-TO-MOVE TO TRUE
031046         WHEN OTHER
031048             MOVE "CHESSIMP" TO AUD-PROGRAM-NAME
031050             MOVE WS-SUB-CLUB TO AUD-FAILED-INPUT
031052             MOVE "CLUB IS NOT A PARTY TO THIS POSTAL GAME"
031054                 TO AUD-FAILURE-REASON
031056             SET AUD-SEV-WARNING TO TRUE
031058             CALL "AUDITLOG" USING AUD-PROGRAM-NAME
031060                 AUD-FAILED-INPUT AUD-FAILURE-REASON
031062                 AUD-SEVERITY
031064             GO TO 4600-EXIT
031066     END-EVALUATE
031068     MOVE "N" TO PGC-DEFAULT-CONFIRMED
031070     REWRITE PGC-RECORD
031072         INVALID KEY CONTINUE
031074     END-REWRITE.
031076 4600-EXIT.
031078     EXIT.

031100 5000-REJECT-SUBMISSION.
031200     ADD 1 TO WS-REJECTED-COUNT
031300     MOVE WS-SUB-CLUB TO RJ-CLUB
