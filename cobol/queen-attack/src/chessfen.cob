000100*****************************************************************
000200* PROGRAM-ID : CHESSFEN
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - CHESS CLUB SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : FEN POSITION IMPORT.  POSTAL OPPONENTS AND THE
000900*               ADJUDICATION PANEL SEND POSITIONS AS FEN STRINGS;
001000*               EACH CHESSFNI LINE CARRIES A GAME ID AND ONE FEN.
001100*               THE PIECE PLACEMENT IS EXPANDED INTO CHESSPOS
001200*               PIECE RECORDS (SQUARE "X,Y", FILE A = 0, RANK
001300*               1 = 0) AND THE SIDE TO MOVE INTO THE "TOMOVE"
001400*               RECORD THE LEGALITY AND ADJUDICATION MODES READ.
001500*               BEFORE ANYTHING IS WRITTEN THE POSITION MUST
001600*               PARSE AS EIGHT RANKS OF EIGHT SQUARES, HAVE ONE
001700*               KING A SIDE, NO PAWN ON THE FIRST OR LAST RANK,
001800*               AND PIECE TOTALS A REAL GAME CAN REACH (AT MOST
001900*               SIXTEEN MEN AND EIGHT PAWNS A SIDE, EVERY EXTRA
002000*               QUEEN, ROOK, BISHOP OR KNIGHT PAID FOR BY A
002100*               MISSING PAWN).  A GOOD POSITION REPLACES WHATEVER
002200*               CHESSPOS HELD FOR THAT GAME; A BAD LINE GOES TO
002300*               THE SHARED AUDIT TRAIL AND THE CHESSFNR REPORT
002400*               AND CHESSPOS IS LEFT AS IT WAS FOR THAT GAME.
002500*-----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*-----------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION
002900* 10/15/2026 RM    ORIGINAL FEN POSITION IMPORT
003000*-----------------------------------------------------------------
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.    CHESSFEN.
003300 AUTHOR.        R. MCALLISTER.
003400 INSTALLATION.  GLENNJ DATA PROCESSING.
003500 DATE-WRITTEN.  10/15/2026.
003600 DATE-COMPILED.

003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT FEN-FILE ASSIGN TO "CHESSFNI"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-FEN-STATUS.

004300     SELECT BOARD-POS-FILE ASSIGN TO "CHESSPOS"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-POS-FILE-STATUS.

004600     SELECT IMPORT-RPT ASSIGN TO "CHESSFNR"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RPT-STATUS.

004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  FEN-FILE.
005200 01  FEN-RECORD.
005300     05  FEN-GAME-ID             PIC X(05).
005400     05  FILLER                  PIC X(01).
005500     05  FEN-TEXT                PIC X(100).

005600*-----------------------------------------------------------------
005700* THE SAME ONE-PIECE-PER-RECORD LAYOUT QUEEN-ATTACK LOADS.
005800*-----------------------------------------------------------------
005900 FD  BOARD-POS-FILE.
006000 01  POS-RECORD.
006100     05  POS-GAME-ID             PIC X(05).
006200     05  POS-SQUARE              PIC X(09).
006300     05  POS-PIECE-TYPE          PIC X(06).
006400     05  POS-COLOR               PIC X(01).

006500 FD  IMPORT-RPT
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  RPT-LINE                    PIC X(80).

006800 WORKING-STORAGE SECTION.
006900 01  WS-FEN-STATUS               PIC XX.
007000     88  FEN-EOF                 VALUE "10".
007100 01  WS-POS-FILE-STATUS          PIC XX.
007200 01  WS-RPT-STATUS               PIC XX.

007300*-----------------------------------------------------------------
007400* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
007500*-----------------------------------------------------------------
007600 COPY audcom.

007700*-----------------------------------------------------------------
007800* THE LIVE CHESSPOS CONTENT, HELD WHOLE SO AN IMPORTED GAME'S
007900* OLD RECORDS CAN BE DROPPED BEFORE ITS NEW ONES GO ON, AND
008000* REWRITTEN AT END OF RUN.
008100*-----------------------------------------------------------------
008200 01  WS-POS-COUNT                PIC 9(04) VALUE ZERO.
008300 01  WS-POS-MAX                  PIC 9(04) VALUE 2000.
008400 01  WS-POS-TABLE.
008500     05  WS-POS-IMAGE            PIC X(21) OCCURS 2000 TIMES.
008600 01  psx                         PIC 9(04).
008700 01  WS-POS-KEPT                 PIC 9(04).
008800 01  WS-POS-DROPPED              PIC 9(04).
008900 01  WS-POS-NEEDED               PIC 9(04).

009000*-----------------------------------------------------------------
009100* THE FEN LINE BROKEN INTO ITS FIELDS.  ONLY THE PLACEMENT AND
009200* THE SIDE TO MOVE ARE CARRIED TO CHESSPOS; CASTLING, EN PASSANT
009300* AND THE MOVE CLOCKS ARE ACCEPTED AND NOT KEPT.
009400*-----------------------------------------------------------------
009500 01  WS-FEN-PLACEMENT            PIC X(90).
009600 01  WS-FEN-SIDE                 PIC X(05).
009700 01  WS-FEN-REST                 PIC X(90).
009800 01  fcx                         PIC 9(03).
009900 01  WS-FEN-CHAR                 PIC X(01).
010000 01  WS-FEN-DIGIT                PIC 9(01).
010100 01  WS-FILE-X                   PIC 9(02).
010200 01  WS-RANK-Y                   PIC S9(02).

010300*-----------------------------------------------------------------
010400* THE PIECES FOUND, AS THEY WILL BE WRITTEN, AND THE COUNTS THE
010500* TOTALS CHECK NEEDS.  INDEX 1 OF EACH COUNT IS WHITE, 2 BLACK.
010600*-----------------------------------------------------------------
010700 01  WS-PIECE-COUNT              PIC 9(02) VALUE ZERO.
010800 01  WS-PIECE-TABLE.
010900     05  WS-PIECE-ENTRY OCCURS 64 TIMES.
011000         10  FP-X                PIC 9(01).
011100         10  FP-Y                PIC 9(01).
011200         10  FP-TYPE             PIC X(06).
011300         10  FP-COLOR            PIC X(01).
011400 01  fpx                         PIC 9(02).
011500 01  WS-SIDE-COUNTS.
011600     05  WS-SIDE-COUNT OCCURS 2 TIMES.
011700         10  SC-KINGS            PIC 9(02).
011800         10  SC-QUEENS           PIC 9(02).
011900         10  SC-ROOKS            PIC 9(02).
012000         10  SC-BISHOPS          PIC 9(02).
012100         10  SC-KNIGHTS          PIC 9(02).
012200         10  SC-PAWNS            PIC 9(02).
012300         10  SC-MEN              PIC 9(02).
012400 01  scx                         PIC 9(01).
012500 01  WS-PROMOTED                 PIC 9(02).

012600 01  WS-LINE-BAD-SW              PIC X(01).
012700     88  LINE-IS-BAD             VALUE "Y".
012800 01  WS-LINE-REASON              PIC X(40).
012900 01  WS-SQUARE-BUILD.
013000     05  SB-X                    PIC 9(01).
013100     05  FILLER                  PIC X(01) VALUE ",".
013200     05  SB-Y                    PIC 9(01).
013300     05  FILLER                  PIC X(06) VALUE SPACES.
013400 01  WS-NEW-IMAGE.
013500     05  NI-GAME-ID              PIC X(05).
013600     05  NI-SQUARE               PIC X(09).
013700     05  NI-PIECE-TYPE           PIC X(06).
013800     05  NI-COLOR                PIC X(01).

013900 01  WS-LOADED-COUNT             PIC 9(04) VALUE ZERO.
014000 01  WS-REJECTED-COUNT           PIC 9(04) VALUE ZERO.

014100 01  WS-RPT-HDG1                 PIC X(80) VALUE
014200     "CHESS CLUB - FEN POSITION IMPORT".
014300 01  WS-RPT-HDG2                 PIC X(80) VALUE
014400     "GAME   MEN  TO MOVE  RESULT".
014500 01  WS-FEN-DETAIL.
014600     05  FD-GAME-ID              PIC X(05).
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  FD-MEN                  PIC Z9.
014900     05  FILLER                  PIC X(03) VALUE SPACES.
015000     05  FD-TO-MOVE              PIC X(05).
015100     05  FILLER                  PIC X(04) VALUE SPACES.
015200     05  FD-RESULT               PIC X(51).
015300     05  FILLER                  PIC X(08) VALUE SPACES.
015400 01  WS-RPT-TRAILER.
015500     05  FILLER                  PIC X(08) VALUE "LOADED: ".
015600     05  RT-LOADED               PIC ZZZ9.
015700     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
015800     05  RT-REJECTED             PIC ZZZ9.
015900     05  FILLER                  PIC X(52) VALUE SPACES.

016000 PROCEDURE DIVISION.
016100 0000-CHESSFEN.
016200     OPEN INPUT FEN-FILE
016300     IF WS-FEN-STATUS NOT = "00"
016400         GOBACK
016500     END-IF
016600     PERFORM 1000-LOAD-LIVE-CHESSPOS THRU 1000-EXIT
016700     OPEN OUTPUT IMPORT-RPT
016800     MOVE WS-RPT-HDG1 TO RPT-LINE
016900     WRITE RPT-LINE
017000     MOVE WS-RPT-HDG2 TO RPT-LINE
017100     WRITE RPT-LINE
017200     PERFORM 2000-READ-FEN THRU 2000-EXIT
017300     PERFORM UNTIL FEN-EOF
017400         PERFORM 3000-IMPORT-ONE-POSITION THRU 3000-EXIT
017500         PERFORM 2000-READ-FEN THRU 2000-EXIT
017600     END-PERFORM
017700     MOVE WS-LOADED-COUNT TO RT-LOADED
017800     MOVE WS-REJECTED-COUNT TO RT-REJECTED
017900     MOVE WS-RPT-TRAILER TO RPT-LINE
018000     WRITE RPT-LINE
018100     CLOSE IMPORT-RPT FEN-FILE
018200     IF WS-LOADED-COUNT > ZERO
018300         PERFORM 6000-REWRITE-CHESSPOS THRU 6000-EXIT
018400     END-IF
018500     GOBACK.
018600 0000-EXIT.
018700     EXIT.

018800 1000-LOAD-LIVE-CHESSPOS.
018900     OPEN INPUT BOARD-POS-FILE
019000     IF WS-POS-FILE-STATUS NOT = "00"
019100         GO TO 1000-EXIT
019200     END-IF
019300     PERFORM UNTIL WS-POS-FILE-STATUS = "10"
019400         READ BOARD-POS-FILE
019500             AT END MOVE "10" TO WS-POS-FILE-STATUS
019600             NOT AT END
019700                 IF WS-POS-COUNT < WS-POS-MAX
019800                     ADD 1 TO WS-POS-COUNT
019900                     MOVE POS-RECORD
020000                         TO WS-POS-IMAGE(WS-POS-COUNT)
020100                 END-IF
020200         END-READ
020300     END-PERFORM
020400     CLOSE BOARD-POS-FILE.
020500 1000-EXIT.
020600     EXIT.

020700 2000-READ-FEN.
020800     READ FEN-FILE
020900         AT END SET FEN-EOF TO TRUE
021000     END-READ.
021100 2000-EXIT.
021200     EXIT.

021300*-----------------------------------------------------------------
021400* ONE FEN LINE: PARSE, CHECK, THEN EITHER REPLACE THE GAME'S
021500* CHESSPOS RECORDS OR REJECT THE LINE.  THE FIRST FAILURE FOUND
021600* IS THE ONE REPORTED.
021700*-----------------------------------------------------------------
021800 3000-IMPORT-ONE-POSITION.
021900     MOVE "N" TO WS-LINE-BAD-SW
022000     MOVE SPACES TO WS-LINE-REASON WS-FEN-SIDE
022100     MOVE ZERO TO WS-PIECE-COUNT
022200     INITIALIZE WS-SIDE-COUNTS
022300     IF FEN-GAME-ID = SPACES
022400         SET LINE-IS-BAD TO TRUE
022500         MOVE "GAME ID MISSING" TO WS-LINE-REASON
022600         GO TO 3000-REJECT
022700     END-IF
022800     MOVE SPACES TO WS-FEN-PLACEMENT WS-FEN-REST
022900     UNSTRING FEN-TEXT DELIMITED BY ALL SPACE
023000         INTO WS-FEN-PLACEMENT WS-FEN-SIDE WS-FEN-REST
023100     END-UNSTRING
023200     PERFORM 3100-PARSE-PLACEMENT THRU 3100-EXIT
023300     IF LINE-IS-BAD
023400         GO TO 3000-REJECT
023500     END-IF
023600     IF WS-FEN-SIDE NOT = "w" AND WS-FEN-SIDE NOT = "b"
023700         MOVE "SIDE TO MOVE MUST BE w OR b" TO WS-LINE-REASON
023800         GO TO 3000-REJECT
023900     END-IF
024000     PERFORM 3300-CHECK-TOTALS THRU 3300-EXIT
024100     IF LINE-IS-BAD
024200         GO TO 3000-REJECT
024300     END-IF
024400     COMPUTE WS-POS-NEEDED = WS-PIECE-COUNT + 1
024500     PERFORM 4000-REPLACE-GAME THRU 4000-EXIT
024600     IF LINE-IS-BAD
024700         GO TO 3000-REJECT
024800     END-IF
024900     ADD 1 TO WS-LOADED-COUNT
025000     MOVE FEN-GAME-ID TO FD-GAME-ID
025100     MOVE WS-PIECE-COUNT TO FD-MEN
025200     IF WS-FEN-SIDE = "w"
025300         MOVE "WHITE" TO FD-TO-MOVE
025400     ELSE
025500         MOVE "BLACK" TO FD-TO-MOVE
025600     END-IF
025700     MOVE "LOADED" TO FD-RESULT
025800     MOVE WS-FEN-DETAIL TO RPT-LINE
025900     WRITE RPT-LINE
026000     GO TO 3000-EXIT.
026100 3000-REJECT.
026200     PERFORM 5000-REJECT-LINE THRU 5000-EXIT.
026300 3000-EXIT.
026400     EXIT.

026500*-----------------------------------------------------------------
026600* WALK THE PLACEMENT FIELD FROM RANK 8 DOWN TO RANK 1, EACH RANK
026700* FROM THE A-FILE ACROSS.  A DIGIT SKIPS THAT MANY EMPTY SQUARES,
026800* A LETTER PLACES A PIECE (UPPER CASE WHITE, LOWER CASE BLACK),
026900* AND "/" CLOSES A RANK, WHICH MUST THEN HOLD EXACTLY EIGHT.
027000*-----------------------------------------------------------------
027100 3100-PARSE-PLACEMENT.
027200     MOVE 7 TO WS-RANK-Y
027300     MOVE ZERO TO WS-FILE-X
027400     IF WS-FEN-PLACEMENT = SPACES
027500         SET LINE-IS-BAD TO TRUE
027600         MOVE "FEN STRING MISSING" TO WS-LINE-REASON
027700         GO TO 3100-EXIT
027800     END-IF
027900     PERFORM VARYING fcx FROM 1 BY 1
028000             UNTIL fcx > 90 OR LINE-IS-BAD
028100         MOVE WS-FEN-PLACEMENT(fcx:1) TO WS-FEN-CHAR
028200         IF WS-FEN-CHAR NOT = SPACE
028300             PERFORM 3200-TAKE-ONE-CHARACTER THRU 3200-EXIT
028400         END-IF
028500     END-PERFORM
028600     IF LINE-IS-BAD
028700         GO TO 3100-EXIT
028800     END-IF
028900     IF WS-RANK-Y NOT = ZERO OR WS-FILE-X NOT = 8
029000         SET LINE-IS-BAD TO TRUE
029100         MOVE "PLACEMENT DOES NOT COVER EIGHT RANKS"
029200             TO WS-LINE-REASON
029300     END-IF.
029400 3100-EXIT.
029500     EXIT.

029600 3200-TAKE-ONE-CHARACTER.
029700     IF WS-FEN-CHAR = "/"
029800         IF WS-FILE-X NOT = 8
029900             SET LINE-IS-BAD TO TRUE
030000             MOVE "A RANK DOES NOT HOLD EIGHT SQUARES"
030100                 TO WS-LINE-REASON
030200             GO TO 3200-EXIT
030300         END-IF
030400         SUBTRACT 1 FROM WS-RANK-Y
030500         MOVE ZERO TO WS-FILE-X
030600         IF WS-RANK-Y < ZERO
030700             SET LINE-IS-BAD TO TRUE
030800             MOVE "MORE THAN EIGHT RANKS IN PLACEMENT"
030900                 TO WS-LINE-REASON
031000         END-IF
031100         GO TO 3200-EXIT
031200     END-IF
031300     IF WS-FEN-CHAR >= "1" AND WS-FEN-CHAR <= "8"
031400         MOVE WS-FEN-CHAR TO WS-FEN-DIGIT
031500         ADD WS-FEN-DIGIT TO WS-FILE-X
031600         IF WS-FILE-X > 8
031700             SET LINE-IS-BAD TO TRUE
031800             MOVE "A RANK DOES NOT HOLD EIGHT SQUARES"
031900                 TO WS-LINE-REASON
032000         END-IF
032100         GO TO 3200-EXIT
032200     END-IF
032300     IF WS-FILE-X > 7
032400         SET LINE-IS-BAD TO TRUE
032500         MOVE "A RANK DOES NOT HOLD EIGHT SQUARES"
032600             TO WS-LINE-REASON
032700         GO TO 3200-EXIT
032800     END-IF
032900     ADD 1 TO WS-PIECE-COUNT
033000     MOVE WS-FILE-X TO FP-X(WS-PIECE-COUNT)
033100     MOVE WS-RANK-Y TO FP-Y(WS-PIECE-COUNT)
033200     MOVE "W" TO FP-COLOR(WS-PIECE-COUNT)
033300     MOVE 1 TO scx
033400     EVALUATE WS-FEN-CHAR
033500         WHEN "k" WHEN "q" WHEN "r" WHEN "b" WHEN "n" WHEN "p"
033600             MOVE "B" TO FP-COLOR(WS-PIECE-COUNT)
033700             MOVE 2 TO scx
033800     END-EVALUATE
033900     ADD 1 TO SC-MEN(scx)
034000     EVALUATE WS-FEN-CHAR
034100         WHEN "K" WHEN "k"
034200             MOVE "KING"   TO FP-TYPE(WS-PIECE-COUNT)
034300             ADD 1 TO SC-KINGS(scx)
034400         WHEN "Q" WHEN "q"
034500             MOVE "QUEEN"  TO FP-TYPE(WS-PIECE-COUNT)
034600             ADD 1 TO SC-QUEENS(scx)
034700         WHEN "R" WHEN "r"
034800             MOVE "ROOK"   TO FP-TYPE(WS-PIECE-COUNT)
034900             ADD 1 TO SC-ROOKS(scx)
035000         WHEN "B" WHEN "b"
035100             MOVE "BISHOP" TO FP-TYPE(WS-PIECE-COUNT)
035200             ADD 1 TO SC-BISHOPS(scx)
035300         WHEN "N" WHEN "n"
035400             MOVE "KNIGHT" TO FP-TYPE(WS-PIECE-COUNT)
035500             ADD 1 TO SC-KNIGHTS(scx)
035600         WHEN "P" WHEN "p"
035700             MOVE "PAWN"   TO FP-TYPE(WS-PIECE-COUNT)
035800             ADD 1 TO SC-PAWNS(scx)
035900             IF WS-RANK-Y = ZERO OR WS-RANK-Y = 7
036000                 SET LINE-IS-BAD TO TRUE
036100                 MOVE "PAWN ON THE FIRST OR LAST RANK"
036200                     TO WS-LINE-REASON
036300             END-IF
036400         WHEN OTHER
036500             SET LINE-IS-BAD TO TRUE
036600             MOVE "INVALID CHARACTER IN PLACEMENT"
036700                 TO WS-LINE-REASON
036800     END-EVALUATE
036900     ADD 1 TO WS-FILE-X.
037000 3200-EXIT.
037100     EXIT.

037200*-----------------------------------------------------------------
037300* KING COUNT AND PIECE TOTALS, WHITE THEN BLACK.  A SIDE STARTS
037400* WITH ONE QUEEN AND TWO EACH OF ROOKS, BISHOPS AND KNIGHTS;
037500* ANYTHING ABOVE THAT MUST HAVE COME FROM A PROMOTED PAWN, SO
037600* THE EXTRAS PLUS THE PAWNS LEFT CANNOT EXCEED EIGHT.
037700*-----------------------------------------------------------------
037800 3300-CHECK-TOTALS.
037900     PERFORM VARYING scx FROM 1 BY 1
038000             UNTIL scx > 2 OR LINE-IS-BAD
038100         IF SC-KINGS(scx) NOT = 1
038200             SET LINE-IS-BAD TO TRUE
038300             MOVE "EACH SIDE MUST HAVE EXACTLY ONE KING"
038400                 TO WS-LINE-REASON
038500         END-IF
038600         IF NOT LINE-IS-BAD
038700                 AND (SC-MEN(scx) > 16 OR SC-PAWNS(scx) > 8)
038800             SET LINE-IS-BAD TO TRUE
038900             MOVE "TOO MANY MEN OR PAWNS FOR ONE SIDE"
039000                 TO WS-LINE-REASON
039100         END-IF
039200         IF NOT LINE-IS-BAD
039300             MOVE ZERO TO WS-PROMOTED
039400             IF SC-QUEENS(scx) > 1
039500                 COMPUTE WS-PROMOTED = WS-PROMOTED
039600                     + SC-QUEENS(scx) - 1
039700             END-IF
039800             IF SC-ROOKS(scx) > 2
039900                 COMPUTE WS-PROMOTED = WS-PROMOTED
040000                     + SC-ROOKS(scx) - 2
040100             END-IF
040200             IF SC-BISHOPS(scx) > 2
040300                 COMPUTE WS-PROMOTED = WS-PROMOTED
040400                     + SC-BISHOPS(scx) - 2
040500             END-IF
040600             IF SC-KNIGHTS(scx) > 2
040700                 COMPUTE WS-PROMOTED = WS-PROMOTED
040800                     + SC-KNIGHTS(scx) - 2
040900             END-IF
041000             IF WS-PROMOTED + SC-PAWNS(scx) > 8
041100                 SET LINE-IS-BAD TO TRUE
041200                 MOVE "MORE PROMOTED PIECES THAN PAWNS MISSING"
041300                     TO WS-LINE-REASON
041400             END-IF
041500         END-IF
041600     END-PERFORM.
041700 3300-EXIT.
041800     EXIT.

041900*-----------------------------------------------------------------
042000* DROP THE GAME'S OLD CHESSPOS RECORDS AND APPEND THE NEW
042100* POSITION: ONE RECORD PER PIECE, THEN THE "TOMOVE" RECORD.  IF
042200* THE TABLE CANNOT HOLD IT THE LINE IS REJECTED BEFORE ANYTHING
042300* IS DROPPED.
042400*-----------------------------------------------------------------
042500 4000-REPLACE-GAME.
042600     MOVE ZERO TO WS-POS-DROPPED
042700     PERFORM VARYING psx FROM 1 BY 1 UNTIL psx > WS-POS-COUNT
042800         IF WS-POS-IMAGE(psx)(1:5) = FEN-GAME-ID
042900             ADD 1 TO WS-POS-DROPPED
043000         END-IF
043100     END-PERFORM
043200     IF WS-POS-COUNT - WS-POS-DROPPED + WS-POS-NEEDED
043300             > WS-POS-MAX
043400         SET LINE-IS-BAD TO TRUE
043500         MOVE "CHESSPOS TABLE FULL" TO WS-LINE-REASON
043600         GO TO 4000-EXIT
043700     END-IF
043800     MOVE ZERO TO WS-POS-KEPT
043900     PERFORM VARYING psx FROM 1 BY 1 UNTIL psx > WS-POS-COUNT
044000         IF WS-POS-IMAGE(psx)(1:5) NOT = FEN-GAME-ID
044100             ADD 1 TO WS-POS-KEPT
044200             MOVE WS-POS-IMAGE(psx) TO WS-POS-IMAGE(WS-POS-KEPT)
044300         END-IF
044400     END-PERFORM
044500     MOVE WS-POS-KEPT TO WS-POS-COUNT
044600     MOVE FEN-GAME-ID TO NI-GAME-ID
044700     PERFORM VARYING fpx FROM 1 BY 1 UNTIL fpx > WS-PIECE-COUNT
044800         MOVE FP-X(fpx) TO SB-X
044900         MOVE FP-Y(fpx) TO SB-Y
045000         MOVE WS-SQUARE-BUILD TO NI-SQUARE
045100         MOVE FP-TYPE(fpx) TO NI-PIECE-TYPE
045200         MOVE FP-COLOR(fpx) TO NI-COLOR
045300         ADD 1 TO WS-POS-COUNT
045400         MOVE WS-NEW-IMAGE TO WS-POS-IMAGE(WS-POS-COUNT)
045500     END-PERFORM
045600     MOVE SPACES TO NI-SQUARE
045700     MOVE "TOMOVE" TO NI-PIECE-TYPE
045800     IF WS-FEN-SIDE = "w"
045900         MOVE "W" TO NI-COLOR
046000     ELSE
046100         MOVE "B" TO NI-COLOR
046200     END-IF
046300     ADD 1 TO WS-POS-COUNT
046400     MOVE WS-NEW-IMAGE TO WS-POS-IMAGE(WS-POS-COUNT).
046500 4000-EXIT.
046600     EXIT.

046700 5000-REJECT-LINE.
046800     ADD 1 TO WS-REJECTED-COUNT
046900     MOVE FEN-GAME-ID TO FD-GAME-ID
047000     MOVE WS-PIECE-COUNT TO FD-MEN
047100     MOVE SPACES TO FD-TO-MOVE
047200     STRING "REJECTED - " DELIMITED BY SIZE
047300            WS-LINE-REASON DELIMITED BY SIZE
047400         INTO FD-RESULT
047500     END-STRING
047600     MOVE WS-FEN-DETAIL TO RPT-LINE
047700     WRITE RPT-LINE
047800     MOVE "CHESSFEN" TO AUD-PROGRAM-NAME
047900     MOVE FEN-RECORD TO AUD-FAILED-INPUT
048000     MOVE WS-LINE-REASON TO AUD-FAILURE-REASON
048100     SET AUD-SEV-WARNING TO TRUE
048200     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
048300         AUD-FAILED-INPUT AUD-FAILURE-REASON
048400         AUD-SEVERITY.
048500 5000-EXIT.
048600     EXIT.

048700*-----------------------------------------------------------------
048800* PUT CHESSPOS BACK: THE SURVIVING RECORDS AND EVERY POSITION
048900* LOADED THIS RUN.
049000*-----------------------------------------------------------------
049100 6000-REWRITE-CHESSPOS.
049200     OPEN OUTPUT BOARD-POS-FILE
049300     PERFORM VARYING psx FROM 1 BY 1 UNTIL psx > WS-POS-COUNT
049400         MOVE WS-POS-IMAGE(psx) TO POS-RECORD
049500         WRITE POS-RECORD
049600     END-PERFORM
049700     CLOSE BOARD-POS-FILE.
049800 6000-EXIT.
049900     EXIT.
