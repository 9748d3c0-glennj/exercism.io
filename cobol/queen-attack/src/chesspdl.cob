000100*****************************************************************
000200* PROGRAM-ID : CHESSPDL
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - CHESS CLUB SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : POSTAL-GAME DEADLINE RUN, NIGHTLY.  FIRST APPLIES
000900*               THE CONTROLLER'S CHESSPGT TRANSACTIONS TO THE
001000*               CHESSPGC POSTAL-GAME CONTROL FILE:
001100*                 "A" PUT A GAME UNDER CONTROL - THE TWO CLUBS,
001200*                     DAYS ALLOWED PER MOVE, REMINDER DAYS AND
001300*                     START DATE (ZERO MEANS TODAY)
001400*                 "C" CONFIRM THE DEFAULT OF AN OVERDUE GAME
001500*                 "X" TAKE A FINISHED GAME OFF CONTROL
001600*               THEN WALKS EVERY ACTIVE GAME.  THE SIDE TO MOVE
001700*               IS ON THE CLOCK FROM ITS OPPONENT'S LAST MOVE
001800*               (CHESSIMP STAMPS THESE AS SUBMISSIONS ARE
001900*               RELEASED); ITS DEADLINE IS THAT DATE PLUS THE
002000*               DAYS PER MOVE.  A GAME INSIDE THE REMINDER DAYS
002100*               GOES ON THE REMINDER LIST, A GAME PAST ITS
002200*               DEADLINE ON THE OVERDUE LIST.  AN OVERDUE GAME
002300*               THE CONTROLLER HAS CONFIRMED HAS A DEFAULT LOSS
002400*               FOR THE SIDE TO MOVE POSTED TO CHESSMTC ("DEFLTW"
002500*               WHITE DEFAULTED, "DEFLTB" BLACK DEFAULTED) ABOVE
002600*               THE GAME'S LAST LOGGED MOVE, SO CHESSRTG RATES IT
002700*               LIKE ANY OTHER DECIDED GAME.  THE LISTS PRINT ON
002800*               CHESSPDR.
002900*-----------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*-----------------------------------------------------------------
003200* DATE       INIT  DESCRIPTION
003300* 10/15/2026 RM    ORIGINAL POSTAL DEADLINE RUN
003400*-----------------------------------------------------------------
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.    CHESSPDL.
003700 AUTHOR.        R. MCALLISTER.
003800 INSTALLATION.  GLENNJ DATA PROCESSING.
003900 DATE-WRITTEN.  10/15/2026.
004000 DATE-COMPILED.

004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT POSTAL-TRANS-FILE ASSIGN TO "CHESSPGT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TRAN-STATUS.

004700     SELECT POSTAL-CTL-FILE ASSIGN TO "CHESSPGC"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS PGC-GAME-ID
005100         FILE STATUS IS WS-PGC-STATUS.

005200     SELECT CHESS-MATCH-FILE ASSIGN TO "CHESSMTC"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-MATCH-STATUS.

005500     SELECT DEADLINE-RPT ASSIGN TO "CHESSPDR"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RPT-STATUS.

005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  POSTAL-TRANS-FILE.
006100 01  PGT-RECORD.
006200     05  PGT-ACTION              PIC X(01).
006300         88  PGT-ACTION-ADD      VALUE "A".
006400         88  PGT-ACTION-CONFIRM  VALUE "C".
006500         88  PGT-ACTION-CLOSE    VALUE "X".
006600     05  FILLER                  PIC X(01).
006700     05  PGT-GAME-ID             PIC X(05).
006800     05  FILLER                  PIC X(01).
006900     05  PGT-WHITE-CLUB          PIC X(20).
007000     05  FILLER                  PIC X(01).
007100     05  PGT-BLACK-CLUB          PIC X(20).
007200     05  FILLER                  PIC X(01).
007300     05  PGT-DAYS-PER-MOVE       PIC X(03).
007400     05  FILLER                  PIC X(01).
007500     05  PGT-WARN-DAYS           PIC X(03).
007600     05  FILLER                  PIC X(01).
007700     05  PGT-START-DATE          PIC X(08).

007800 FD  POSTAL-CTL-FILE.
007900 COPY chesspgc.

008000 FD  CHESS-MATCH-FILE.
008100 COPY chessmv.

008200 FD  DEADLINE-RPT
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  RPT-LINE                    PIC X(80).

008500 WORKING-STORAGE SECTION.
008600 01  WS-TRAN-STATUS              PIC XX.
008700     88  TRAN-EOF                VALUE "10".
008800 01  WS-PGC-STATUS               PIC XX.
008900 01  WS-MATCH-STATUS             PIC XX.
009000     88  MATCH-EOF               VALUE "10".
009100 01  WS-RPT-STATUS               PIC XX.

009200*-----------------------------------------------------------------
009300* SHARED AUDIT-LOG, TIMESTAMP AND OPERATOR-AUTHORIZATION CALL
009400* INTERFACES.
009500*-----------------------------------------------------------------
009600 COPY audcom.
009700 COPY tscom.
009800 COPY opacom.

009900 01  WS-LDA-DATE                 PIC 9(08).
010000 01  WS-LDA-DAYS                 PIC S9(05).
010100 01  WS-LDA-RESULT               PIC 9(08).

010200 01  WS-TODAY                    PIC 9(08).
010300 01  WS-CLOCK-START              PIC 9(08).
010400 01  WS-DEADLINE                 PIC 9(08).
010500 01  WS-WARN-DATE                PIC 9(08).
010600 01  WS-RESULT-TEXT              PIC X(40).

010700*-----------------------------------------------------------------
010800* HIGHEST MOVE NUMBER LOGGED PER GAME ON CHESSMTC, SO A POSTED
010900* DEFAULT LANDS ABOVE THE RATING LEDGER'S HIGH-WATER MARK.
011000*-----------------------------------------------------------------
011100 01  WS-MTC-COUNT                PIC 9(03) VALUE ZERO.
011200 01  WS-MTC-TABLE.
011300     05  WS-MTC-ENTRY OCCURS 500 TIMES.
011400         10  MT-GAME-ID          PIC X(05).
011500         10  MT-LAST-NUM         PIC 9(04).
011600 01  mtx                         PIC 9(03).
011700 01  WS-NEXT-MOVE-NUM            PIC 9(04).

011800*-----------------------------------------------------------------
011900* OVERDUE LINES ARE HELD UNTIL THE REMINDER LIST HAS PRINTED.
012000*-----------------------------------------------------------------
012100 01  WS-OVD-COUNT                PIC 9(03) VALUE ZERO.
012200 01  WS-OVD-TABLE.
012300     05  WS-OVD-LINE             PIC X(80) OCCURS 300 TIMES.
012400 01  odx                         PIC 9(03).

012500 01  WS-ACTIVE-COUNT             PIC 9(04) VALUE ZERO.
012600 01  WS-REMIND-COUNT             PIC 9(04) VALUE ZERO.
012700 01  WS-OVERDUE-COUNT            PIC 9(04) VALUE ZERO.
012800 01  WS-DEFAULT-COUNT            PIC 9(04) VALUE ZERO.
012900 01  WS-APPLIED-COUNT            PIC 9(04) VALUE ZERO.
013000 01  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.

013100 01  WS-RPT-HDG1.
013200     05  FILLER                  PIC X(40) VALUE
013300         "CHESS CLUB - POSTAL GAME DEADLINES".
013400     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
013500     05  H1-RUN-DATE             PIC 9(08).
013600     05  FILLER                  PIC X(22) VALUE SPACES.
013700 01  WS-TRAN-HDG                 PIC X(80) VALUE
013800     "CONTROLLER TRANSACTIONS".
013900 01  WS-TRAN-DETAIL.
014000     05  TD-ACTION               PIC X(01).
014100     05  FILLER                  PIC X(02) VALUE SPACES.
014200     05  TD-GAME-ID              PIC X(05).
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  TD-RESULT               PIC X(40).
014500     05  FILLER                  PIC X(30) VALUE SPACES.
014600 01  WS-REMIND-HDG               PIC X(80) VALUE
014700     "REMINDERS - DEADLINE WITHIN THE REMINDER PERIOD".
014800 01  WS-OVERDUE-HDG              PIC X(80) VALUE
014900     "OVERDUE - PAST THE DEADLINE".
015000 01  WS-COL-HDG.
015100     05  FILLER                  PIC X(40) VALUE
015200         "GAME   ON MOVE  CLUB                  ON".
015300     05  FILLER                  PIC X(40) VALUE
015400         " CLOCK  DEADLINE  STATUS".
015500 01  WS-GAME-DETAIL.
015600     05  GD-GAME-ID              PIC X(05).
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  GD-SIDE                 PIC X(05).
015900     05  FILLER                  PIC X(04) VALUE SPACES.
016000     05  GD-CLUB                 PIC X(20).
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  GD-CLOCK-START          PIC 9(08).
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  GD-DEADLINE             PIC 9(08).
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  GD-STATUS               PIC X(22).
016700 01  WS-NONE-LINE                PIC X(80) VALUE
016800     "  NONE".
016900 01  WS-RPT-TOTALS.
017000     05  FILLER                  PIC X(08) VALUE "ACTIVE: ".
017100     05  RT-ACTIVE               PIC ZZZ9.
017200     05  FILLER                  PIC X(13) VALUE
017300         "  REMINDERS: ".
017400     05  RT-REMIND               PIC ZZZ9.
017500     05  FILLER                  PIC X(11) VALUE "  OVERDUE: ".
017600     05  RT-OVERDUE              PIC ZZZ9.
017700     05  FILLER                  PIC X(19) VALUE
017800         "  DEFAULTS POSTED: ".
017900     05  RT-DEFAULTS             PIC ZZZ9.
018000     05  FILLER                  PIC X(13) VALUE SPACES.

018100 PROCEDURE DIVISION.
018200 0000-CHESSPDL.
018300     CALL "TIMESTMP" USING TS-DATE TS-TIME
018400     MOVE TS-DATE TO WS-TODAY
018500     PERFORM 0500-OPEN-CONTROL-FILE THRU 0500-EXIT
018600     OPEN OUTPUT DEADLINE-RPT
018700     MOVE WS-TODAY TO H1-RUN-DATE
018800     MOVE WS-RPT-HDG1 TO RPT-LINE
018900     WRITE RPT-LINE
019000     PERFORM 1000-APPLY-TRANSACTIONS THRU 1000-EXIT
019100     PERFORM 2000-LOAD-MOVE-NUMBERS THRU 2000-EXIT
019200     PERFORM 3000-SCAN-GAMES THRU 3000-EXIT
019300     PERFORM 5000-PRINT-OVERDUE THRU 5000-EXIT
019400     CLOSE POSTAL-CTL-FILE DEADLINE-RPT
019500     GOBACK.
019600 0000-EXIT.
019700     EXIT.

019800 0500-OPEN-CONTROL-FILE.
019900     OPEN I-O POSTAL-CTL-FILE
020000     IF WS-PGC-STATUS = "35"
020100         CLOSE POSTAL-CTL-FILE
020200         OPEN OUTPUT POSTAL-CTL-FILE
020300         CLOSE POSTAL-CTL-FILE
020400         OPEN I-O POSTAL-CTL-FILE
020500     END-IF.
020600 0500-EXIT.
020700     EXIT.

020800*-----------------------------------------------------------------
020900* THE CONTROLLER'S TRANSACTIONS.  NO CHESSPGT FILE IS A NIGHT
021000* WITH NOTHING TO APPLY.  CONFIRMING A DEFAULT DECIDES A GAME, SO
021100* THE OPERATOR MUST BE AUTHORIZED FOR THIS PROGRAM; IF NOT, THE
021200* TRANSACTIONS ARE LEFT UNAPPLIED AND THE DEADLINE LISTS STILL
021300* PRINT.
021400*-----------------------------------------------------------------
021500 1000-APPLY-TRANSACTIONS.
021600     OPEN INPUT POSTAL-TRANS-FILE
021700     IF WS-TRAN-STATUS NOT = "00"
021800         GO TO 1000-EXIT
021900     END-IF
022000     MOVE WS-TRAN-HDG TO RPT-LINE
022100     WRITE RPT-LINE
022200     MOVE "CHESSPDL" TO OPA-PROGRAM-NAME
022300     CALL "OPERAUTH" USING OPA-PROGRAM-NAME OPA-OPERATOR-ID
022400         OPA-RESULT
022500     IF OPA-OPERATOR-DENIED
022600         DISPLAY "CHESSPDL: OPERATOR NOT AUTHORIZED - "
022700             "TRANSACTIONS NOT APPLIED"
022800         MOVE "  OPERATOR NOT AUTHORIZED - NONE APPLIED"
022900             TO RPT-LINE
023000         WRITE RPT-LINE
023100         CLOSE POSTAL-TRANS-FILE
023200         GO TO 1000-EXIT
023300     END-IF
023400     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
023500     PERFORM UNTIL TRAN-EOF
023600         PERFORM 1200-APPLY-ONE-TRANSACTION THRU 1200-EXIT
023700         PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
023800     END-PERFORM
023900     CLOSE POSTAL-TRANS-FILE
024000     MOVE SPACES TO RPT-LINE
024100     WRITE RPT-LINE.
024200 1000-EXIT.
024300     EXIT.

024400 1100-READ-TRANSACTION.
024500     READ POSTAL-TRANS-FILE
024600         AT END SET TRAN-EOF TO TRUE
024700     END-READ.
024800 1100-EXIT.
024900     EXIT.

025000 1200-APPLY-ONE-TRANSACTION.
025100     MOVE SPACES TO WS-RESULT-TEXT
025200     EVALUATE TRUE
025300         WHEN PGT-ACTION-ADD
025400             PERFORM 1300-ADD-GAME THRU 1300-EXIT
025500         WHEN PGT-ACTION-CONFIRM
025600             PERFORM 1400-CONFIRM-DEFAULT THRU 1400-EXIT
025700         WHEN PGT-ACTION-CLOSE
025800             PERFORM 1500-CLOSE-GAME THRU 1500-EXIT
025900         WHEN OTHER
026000             MOVE "UNKNOWN ACTION CODE" TO WS-RESULT-TEXT
026100             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
026200     END-EVALUATE
026300     MOVE PGT-ACTION TO TD-ACTION
026400     MOVE PGT-GAME-ID TO TD-GAME-ID
026500     MOVE WS-RESULT-TEXT TO TD-RESULT
026600     MOVE WS-TRAN-DETAIL TO RPT-LINE
026700     WRITE RPT-LINE
026800*-----------------------------------------------------------------
026900* ACCESS LOG: WHO DID WHAT TO WHICH POSTAL GAME.
027000*-----------------------------------------------------------------
027100     MOVE "CHESSPDL" TO AUD-PROGRAM-NAME
027200     MOVE SPACES TO AUD-FAILED-INPUT
027300     STRING "OPER " OPA-OPERATOR-ID
027400             " ACTION " PGT-ACTION
027500             " GAME " PGT-GAME-ID DELIMITED BY SIZE
027600         INTO AUD-FAILED-INPUT
027700     END-STRING
027800     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
027900     SET AUD-SEV-ACCESS TO TRUE
028000     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
028100         AUD-FAILED-INPUT AUD-FAILURE-REASON
028200         AUD-SEVERITY.
028300 1200-EXIT.
028400     EXIT.

028500 1300-ADD-GAME.
028600     IF PGT-GAME-ID = SPACES
028700         MOVE "GAME ID MISSING" TO WS-RESULT-TEXT
028800         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
028900         GO TO 1300-EXIT
029000     END-IF
029100     IF PGT-WHITE-CLUB = SPACES OR PGT-BLACK-CLUB = SPACES
029200             OR PGT-WHITE-CLUB = PGT-BLACK-CLUB
029300         MOVE "TWO DIFFERENT CLUBS REQUIRED" TO WS-RESULT-TEXT
029400         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
029500         GO TO 1300-EXIT
029600     END-IF
029700     IF PGT-DAYS-PER-MOVE IS NOT NUMERIC
029800             OR PGT-DAYS-PER-MOVE = "000"
029900         MOVE "DAYS PER MOVE MUST BE 001-999" TO WS-RESULT-TEXT
030000         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
030100         GO TO 1300-EXIT
030200     END-IF
030300     IF PGT-WARN-DAYS = SPACES
030400         MOVE "000" TO PGT-WARN-DAYS
030500     END-IF
030600     IF PGT-WARN-DAYS IS NOT NUMERIC
030700             OR PGT-WARN-DAYS NOT < PGT-DAYS-PER-MOVE
030800         MOVE "REMINDER DAYS MUST BE UNDER DAYS PER MOVE"
030900             TO WS-RESULT-TEXT
031000         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
031100         GO TO 1300-EXIT
031200     END-IF
031300     IF PGT-START-DATE = SPACES
031400         MOVE ZERO TO PGT-START-DATE
031500     END-IF
031600     IF PGT-START-DATE IS NOT NUMERIC
031700         MOVE "START DATE MUST BE YYYYMMDD" TO WS-RESULT-TEXT
031800         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
031900         GO TO 1300-EXIT
032000     END-IF
032100     MOVE PGT-GAME-ID TO PGC-GAME-ID
032200     READ POSTAL-CTL-FILE
032300         INVALID KEY CONTINUE
032400         NOT INVALID KEY
032500             MOVE "GAME ALREADY UNDER POSTAL CONTROL"
032600                 TO WS-RESULT-TEXT
032700     END-READ
032800     IF WS-RESULT-TEXT NOT = SPACES
032900         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
033000         GO TO 1300-EXIT
033100     END-IF
033200     INITIALIZE PGC-RECORD
033300     MOVE PGT-GAME-ID       TO PGC-GAME-ID
033400     MOVE PGT-WHITE-CLUB    TO PGC-WHITE-CLUB
033500     MOVE PGT-BLACK-CLUB    TO PGC-BLACK-CLUB
033600     MOVE PGT-DAYS-PER-MOVE TO PGC-DAYS-PER-MOVE
033700     MOVE PGT-WARN-DAYS     TO PGC-WARN-DAYS
033800     MOVE PGT-START-DATE    TO PGC-START-DATE
033900     IF PGC-START-DATE = ZERO
034000         MOVE WS-TODAY TO PGC-START-DATE
034100     END-IF
034200     SET PGC-WHITE-TO-MOVE TO TRUE
034300     SET PGC-GAME-ACTIVE TO TRUE
034400     MOVE "N" TO PGC-DEFAULT-CONFIRMED
034500     WRITE PGC-RECORD
034600         INVALID KEY
034700             MOVE "CONTROL FILE WRITE FAILED" TO WS-RESULT-TEXT
034800             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
034900             GO TO 1300-EXIT
035000     END-WRITE
035100     ADD 1 TO WS-APPLIED-COUNT
035200     MOVE "PUT UNDER POSTAL CONTROL" TO WS-RESULT-TEXT.
035300 1300-EXIT.
035400     EXIT.

035500*-----------------------------------------------------------------
035600* THE CONFIRMATION IS ONLY A FLAG; THE SCAN POSTS THE DEFAULT IF
035700* THE GAME IS STILL OVERDUE WHEN IT GETS THERE.
035800*-----------------------------------------------------------------
035900 1400-CONFIRM-DEFAULT.
036000     PERFORM 1600-READ-ACTIVE-GAME THRU 1600-EXIT
036100     IF WS-RESULT-TEXT NOT = SPACES
036200         GO TO 1400-EXIT
036300     END-IF
036400     MOVE "Y" TO PGC-DEFAULT-CONFIRMED
036500     REWRITE PGC-RECORD
036600         INVALID KEY CONTINUE
036700     END-REWRITE
036800     ADD 1 TO WS-APPLIED-COUNT
036900     MOVE "DEFAULT CONFIRMED BY CONTROLLER" TO WS-RESULT-TEXT.
037000 1400-EXIT.
037100     EXIT.

037200 1500-CLOSE-GAME.
037300     PERFORM 1600-READ-ACTIVE-GAME THRU 1600-EXIT
037400     IF WS-RESULT-TEXT NOT = SPACES
037500         GO TO 1500-EXIT
037600     END-IF
037700     SET PGC-GAME-CLOSED TO TRUE
037800     MOVE "N" TO PGC-DEFAULT-CONFIRMED
037900     REWRITE PGC-RECORD
038000         INVALID KEY CONTINUE
038100     END-REWRITE
038200     ADD 1 TO WS-APPLIED-COUNT
038300     MOVE "TAKEN OFF POSTAL CONTROL" TO WS-RESULT-TEXT.
038400 1500-EXIT.
038500     EXIT.

038600 1600-READ-ACTIVE-GAME.
038700     MOVE PGT-GAME-ID TO PGC-GAME-ID
038800     READ POSTAL-CTL-FILE
038900         INVALID KEY
039000             MOVE "GAME NOT UNDER POSTAL CONTROL"
039100                 TO WS-RESULT-TEXT
039200             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
039300             GO TO 1600-EXIT
039400     END-READ
039500     IF NOT PGC-GAME-ACTIVE
039600         MOVE "GAME ALREADY DEFAULTED OR CLOSED"
039700             TO WS-RESULT-TEXT
039800         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
039900     END-IF.
040000 1600-EXIT.
040100     EXIT.

040200*-----------------------------------------------------------------
040300* ONE PASS OVER THE MATCH FILE FOR EACH GAME'S HIGHEST MOVE
040400* NUMBER.
040500*-----------------------------------------------------------------
040600 2000-LOAD-MOVE-NUMBERS.
040700     OPEN INPUT CHESS-MATCH-FILE
040800     IF WS-MATCH-STATUS NOT = "00"
040900         GO TO 2000-EXIT
041000     END-IF
041100     PERFORM 2100-READ-MATCH THRU 2100-EXIT
041200     PERFORM UNTIL MATCH-EOF
041300         PERFORM 2200-NOTE-MOVE-NUMBER THRU 2200-EXIT
041400         PERFORM 2100-READ-MATCH THRU 2100-EXIT
041500     END-PERFORM
041600     CLOSE CHESS-MATCH-FILE.
041700 2000-EXIT.
041800     EXIT.

041900 2100-READ-MATCH.
042000     READ CHESS-MATCH-FILE
042100         AT END SET MATCH-EOF TO TRUE
042200     END-READ.
042300 2100-EXIT.
042400     EXIT.

042500 2200-NOTE-MOVE-NUMBER.
042600     PERFORM VARYING mtx FROM 1 BY 1 UNTIL mtx > WS-MTC-COUNT
042700         IF MT-GAME-ID(mtx) = CHESSMV-GAME-ID
042800             IF CHESSMV-NUMBER > MT-LAST-NUM(mtx)
042900                 MOVE CHESSMV-NUMBER TO MT-LAST-NUM(mtx)
043000             END-IF
043100             GO TO 2200-EXIT
043200         END-IF
043300     END-PERFORM
043400     IF WS-MTC-COUNT < 500
043500         ADD 1 TO WS-MTC-COUNT
043600         MOVE CHESSMV-GAME-ID TO MT-GAME-ID(WS-MTC-COUNT)
043700         MOVE CHESSMV-NUMBER TO MT-LAST-NUM(WS-MTC-COUNT)
043800     END-IF.
043900 2200-EXIT.
044000     EXIT.

044100*-----------------------------------------------------------------
044200* WALK THE CONTROL FILE.  REMINDERS PRINT AS THEY ARE FOUND;
044300* OVERDUE GAMES ARE HELD FOR THEIR OWN LIST.
044400*-----------------------------------------------------------------
044500 3000-SCAN-GAMES.
044600     MOVE WS-REMIND-HDG TO RPT-LINE
044700     WRITE RPT-LINE
044800     MOVE WS-COL-HDG TO RPT-LINE
044900     WRITE RPT-LINE
045000     MOVE LOW-VALUES TO PGC-GAME-ID
045100     START POSTAL-CTL-FILE KEY IS GREATER THAN PGC-GAME-ID
045200         INVALID KEY MOVE "10" TO WS-PGC-STATUS
045300     END-START
045400     PERFORM UNTIL WS-PGC-STATUS NOT = "00"
045500         READ POSTAL-CTL-FILE NEXT RECORD
045600             AT END MOVE "10" TO WS-PGC-STATUS
045700             NOT AT END
045800                 IF PGC-GAME-ACTIVE
045900                     PERFORM 3100-CHECK-ONE-GAME THRU 3100-EXIT
046000                 END-IF
046100         END-READ
046200     END-PERFORM
046300     IF WS-REMIND-COUNT = ZERO
046400         MOVE WS-NONE-LINE TO RPT-LINE
046500         WRITE RPT-LINE
046600     END-IF.
046700 3000-EXIT.
046800     EXIT.

046900*-----------------------------------------------------------------
047000* THE SIDE TO MOVE'S CLOCK RUNS FROM ITS OPPONENT'S LAST MOVE,
047100* OR FROM THE START DATE IF THE OPPONENT HAS NOT MOVED YET.
047200*-----------------------------------------------------------------
047300 3100-CHECK-ONE-GAME.
047400     ADD 1 TO WS-ACTIVE-COUNT
047500     MOVE SPACES TO WS-GAME-DETAIL
047600     MOVE PGC-GAME-ID TO GD-GAME-ID
047700     IF PGC-WHITE-TO-MOVE
047800         MOVE "WHITE" TO GD-SIDE
047900         MOVE PGC-WHITE-CLUB TO GD-CLUB
048000         MOVE PGC-BLACK-LAST-MOVE TO WS-CLOCK-START
048100     ELSE
048200         MOVE "BLACK" TO GD-SIDE
048300         MOVE PGC-BLACK-CLUB TO GD-CLUB
048400         MOVE PGC-WHITE-LAST-MOVE TO WS-CLOCK-START
048500     END-IF
048600     IF WS-CLOCK-START = ZERO
048700         MOVE PGC-START-DATE TO WS-CLOCK-START
048800     END-IF
048900     MOVE WS-CLOCK-START TO WS-LDA-DATE
049000     MOVE PGC-DAYS-PER-MOVE TO WS-LDA-DAYS
049100     CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
049200         WS-LDA-RESULT
049300     MOVE WS-LDA-RESULT TO WS-DEADLINE
049400     MOVE WS-DEADLINE TO WS-LDA-DATE
049500     COMPUTE WS-LDA-DAYS = ZERO - PGC-WARN-DAYS
049600     CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
049700         WS-LDA-RESULT
049800     MOVE WS-LDA-RESULT TO WS-WARN-DATE
049900     MOVE WS-CLOCK-START TO GD-CLOCK-START
050000     MOVE WS-DEADLINE TO GD-DEADLINE
050100     IF WS-TODAY > WS-DEADLINE
050200         PERFORM 3200-OVERDUE-GAME THRU 3200-EXIT
050300         GO TO 3100-EXIT
050400     END-IF
050500*-----------------------------------------------------------------
050600* NOT OVERDUE, SO A STANDING CONFIRMATION NO LONGER APPLIES -
050700* THE CONTROLLER CONFIRMED A GAME THAT HAS SINCE MOVED, OR ONE
050800* THAT WAS NEVER LATE.  CLEAR IT AND SAY SO ON THE TRAIL.
050900*-----------------------------------------------------------------
051000     IF PGC-CONFIRMED
051100         MOVE "N" TO PGC-DEFAULT-CONFIRMED
051200         REWRITE PGC-RECORD
051300             INVALID KEY CONTINUE
051400         END-REWRITE
051500         MOVE PGC-GAME-ID TO AUD-FAILED-INPUT
051600         MOVE "DEFAULT CONFIRMED BUT GAME NOT OVERDUE - CLEARED"
051700             TO AUD-FAILURE-REASON
051800         PERFORM 8000-AUDIT-WARNING THRU 8000-EXIT
051900     END-IF
052000     IF WS-TODAY NOT < WS-WARN-DATE
052100         ADD 1 TO WS-REMIND-COUNT
052200         MOVE "REMINDER DUE" TO GD-STATUS
052300         MOVE WS-GAME-DETAIL TO RPT-LINE
052400         WRITE RPT-LINE
052500     END-IF.
052600 3100-EXIT.
052700     EXIT.

052800 3200-OVERDUE-GAME.
052900     ADD 1 TO WS-OVERDUE-COUNT
053000     IF PGC-CONFIRMED
053100         PERFORM 4000-POST-DEFAULT THRU 4000-EXIT
053200     ELSE
053300         MOVE "AWAITING CONFIRMATION" TO GD-STATUS
053400     END-IF
053500     IF WS-OVD-COUNT < 300
053600         ADD 1 TO WS-OVD-COUNT
053700         MOVE WS-GAME-DETAIL TO WS-OVD-LINE(WS-OVD-COUNT)
053800     END-IF.
053900 3200-EXIT.
054000     EXIT.

054100*-----------------------------------------------------------------
054200* POST THE DEFAULT LOSS FOR THE SIDE ON THE CLOCK ONE ABOVE THE
054300* GAME'S LAST LOGGED MOVE AND TAKE THE GAME OFF THE LISTS.
054400*-----------------------------------------------------------------
054500 4000-POST-DEFAULT.
054600     MOVE 1 TO WS-NEXT-MOVE-NUM
054700     PERFORM VARYING mtx FROM 1 BY 1 UNTIL mtx > WS-MTC-COUNT
054800         IF MT-GAME-ID(mtx) = PGC-GAME-ID
054900             COMPUTE WS-NEXT-MOVE-NUM = MT-LAST-NUM(mtx) + 1
055000         END-IF
055100     END-PERFORM
055200     OPEN EXTEND CHESS-MATCH-FILE
055300     IF WS-MATCH-STATUS = "35"
055400         OPEN OUTPUT CHESS-MATCH-FILE
055500     END-IF
055600     MOVE SPACES TO CHESSMV-RECORD
055700     MOVE PGC-GAME-ID TO CHESSMV-GAME-ID
055800     MOVE WS-NEXT-MOVE-NUM TO CHESSMV-NUMBER
055900     IF PGC-WHITE-TO-MOVE
056000         MOVE "DEFLTW" TO CHESSMV-ATTACK-RESULT
056100     ELSE
056200         MOVE "DEFLTB" TO CHESSMV-ATTACK-RESULT
056300     END-IF
056400     WRITE CHESSMV-RECORD
056500     CLOSE CHESS-MATCH-FILE
056600     SET PGC-GAME-DEFAULTED TO TRUE
056700     REWRITE PGC-RECORD
056800         INVALID KEY CONTINUE
056900     END-REWRITE
057000     ADD 1 TO WS-DEFAULT-COUNT
057100     MOVE "DEFAULT LOSS POSTED" TO GD-STATUS
057200     MOVE PGC-GAME-ID TO AUD-FAILED-INPUT
057300     MOVE "POSTAL DEFAULT LOSS POSTED TO CHESSMTC"
057400         TO AUD-FAILURE-REASON
057500     MOVE "CHESSPDL" TO AUD-PROGRAM-NAME
057600     SET AUD-SEV-INFO TO TRUE
057700     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
057800         AUD-FAILED-INPUT AUD-FAILURE-REASON
057900         AUD-SEVERITY.
058000 4000-EXIT.
058100     EXIT.

058200 5000-PRINT-OVERDUE.
058300     MOVE SPACES TO RPT-LINE
058400     WRITE RPT-LINE
058500     MOVE WS-OVERDUE-HDG TO RPT-LINE
058600     WRITE RPT-LINE
058700     MOVE WS-COL-HDG TO RPT-LINE
058800     WRITE RPT-LINE
058900     PERFORM VARYING odx FROM 1 BY 1 UNTIL odx > WS-OVD-COUNT
059000         MOVE WS-OVD-LINE(odx) TO RPT-LINE
059100         WRITE RPT-LINE
059200     END-PERFORM
059300     IF WS-OVD-COUNT = ZERO
059400         MOVE WS-NONE-LINE TO RPT-LINE
059500         WRITE RPT-LINE
059600     END-IF
059700     MOVE SPACES TO RPT-LINE
059800     WRITE RPT-LINE
059900     MOVE WS-ACTIVE-COUNT TO RT-ACTIVE
060000     MOVE WS-REMIND-COUNT TO RT-REMIND
060100     MOVE WS-OVERDUE-COUNT TO RT-OVERDUE
060200     MOVE WS-DEFAULT-COUNT TO RT-DEFAULTS
060300     MOVE WS-RPT-TOTALS TO RPT-LINE
060400     WRITE RPT-LINE.
060500 5000-EXIT.
060600     EXIT.

060700 7000-REJECT-TRANSACTION.
060800     ADD 1 TO WS-REJECT-COUNT
060900     MOVE PGT-RECORD TO AUD-FAILED-INPUT
061000     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
061100     PERFORM 8000-AUDIT-WARNING THRU 8000-EXIT
061200     MOVE SPACES TO WS-RESULT-TEXT
061300     STRING "REJECTED - " DELIMITED BY SIZE
061400            AUD-FAILURE-REASON DELIMITED BY SIZE
061500         INTO WS-RESULT-TEXT
061600     END-STRING.
061700 7000-EXIT.
061800     EXIT.

061900 8000-AUDIT-WARNING.
062000     MOVE "CHESSPDL" TO AUD-PROGRAM-NAME
062100     SET AUD-SEV-WARNING TO TRUE
062200     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
062300         AUD-FAILED-INPUT AUD-FAILURE-REASON
062400         AUD-SEVERITY.
062500 8000-EXIT.
062600     EXIT.
