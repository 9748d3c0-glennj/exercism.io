001700*               (GAME IDS "S" PLUS A SEQUENCE) SO CHESSRTG PICKS
001800*               THEM UP UNCHANGED, AND THE DRAW SHEET PRINTS ON
001900*               CHESSSWR.
001910*               EACH PAIRING CARRIES ITS ROUND NUMBER, AND THE
001920*               BYE IS RECORDED AS A PAIRING WITH NO BLACK
001930*               PLAYER, SO THE CROSSTABLE (CHESSXTB) CAN LAY
001940*               THE EVENT OUT ROUND BY ROUND.
002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*-----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* 09/02/2026 RM    ORIGINAL SWISS PAIRING GENERATOR
002410* 10/15/2026 RM    ROUND NUMBER ON CHESSGMP; BYE WRITTEN AS A
002420*                  PAIRING WITH A BLANK BLACK PLAYER
002500*-----------------------------------------------------------------
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    CHESSSWS.
006000     05  GMP-WHITE-PLAYER        PIC X(10).
006100     05  FILLER                  PIC X(01).
006200     05  GMP-BLACK-PLAYER        PIC X(10).
006210     05  FILLER                  PIC X(01).
006220     05  GMP-ROUND               PIC 9(02).

006300 FD  DRAW-RPT
006400     RECORD CONTAINS 80 CHARACTERS.
007900         10  FL-SCORE            PIC 9(04).
008000         10  FL-RATING           PIC 9(05).
008100         10  FL-WHITES           PIC 9(04).
008150         10  FL-ROUNDS           PIC 9(02).
008200         10  FL-PAIRED-SW        PIC X(01).
008300 01  WS-FLD-HOLD.
008400     05  FH-ID                   PIC X(10).
008500     05  FH-SCORE                PIC 9(04).
008600     05  FH-RATING               PIC 9(05).
008700     05  FH-WHITES               PIC 9(04).
008750     05  FH-ROUNDS               PIC 9(02).
008800     05  FH-PAIRED-SW            PIC X(01).
008900 01  fdx                         PIC 9(03).
009000 01  fex                         PIC 9(03).
010100 01  WS-MET-BEFORE-SW            PIC X(01).
010200     88  PLAYERS-HAVE-MET        VALUE "Y".
010300 01  WS-GMP-RECORDS              PIC 9(04) VALUE ZERO.
010310*-----------------------------------------------------------------
010320* ROUND BEING PAIRED: ONE PAST THE HIGHEST ROUND ON THE HISTORY.
010330* PAIRINGS WRITTEN BEFORE THE ROUND WAS CARRIED COUNT BY HOW
010340* MANY TIMES THE BUSIEST PLAYER APPEARS.
010350*-----------------------------------------------------------------
010360 01  WS-LAST-ROUND               PIC 9(02) VALUE ZERO.
010370 01  WS-THIS-ROUND               PIC 9(02) VALUE ZERO.

010400 01  WS-ROUND-GAME-KEY.
010500     05  FILLER                  PIC X(01) VALUE "S".
015500                         RAT-WINS * 2 + RAT-DRAWS
015600                     MOVE RAT-RATING TO FL-RATING(WS-FLD-COUNT)
015700                     MOVE ZERO TO FL-WHITES(WS-FLD-COUNT)
015750                     MOVE ZERO TO FL-ROUNDS(WS-FLD-COUNT)
015800                     MOVE "N" TO FL-PAIRED-SW(WS-FLD-COUNT)
015900                 END-IF
016000         END-READ

016500*-----------------------------------------------------------------
016600* THE HISTORY GIVES BOTH THE PAIRS ALREADY PLAYED AND EACH
016700* PLAYER'S WHITE COUNT FOR THE COLOUR BALANCE.  A BYE (NO BLACK
016710* PLAYER) COUNTS AS A ROUND PLAYED BUT NOT AS A WHITE.
016800*-----------------------------------------------------------------
016900 2000-LOAD-HISTORY.
017000     OPEN INPUT PAIRING-FILE
017900             MOVE GMP-WHITE-PLAYER TO HS-WHITE(WS-HIS-COUNT)
018000             MOVE GMP-BLACK-PLAYER TO HS-BLACK(WS-HIS-COUNT)
018100         END-IF
018110         IF GMP-ROUND IS NUMERIC
018120             AND GMP-ROUND > WS-LAST-ROUND
018130             MOVE GMP-ROUND TO WS-LAST-ROUND
018140         END-IF
018200         PERFORM VARYING fdx FROM 1 BY 1
018300                 UNTIL fdx > WS-FLD-COUNT
018400             IF FL-ID(fdx) = GMP-WHITE-PLAYER
018410                 ADD 1 TO FL-ROUNDS(fdx)
018420                 IF GMP-BLACK-PLAYER NOT = SPACES
018500                     ADD 1 TO FL-WHITES(fdx)
018510                 END-IF
018600             END-IF
018610             IF FL-ID(fdx) = GMP-BLACK-PLAYER
018620                 ADD 1 TO FL-ROUNDS(fdx)
018630             END-IF
018700         END-PERFORM
018800         PERFORM 2100-READ-PAIRING THRU 2100-EXIT
018900     END-PERFORM
019000     CLOSE PAIRING-FILE
019010     PERFORM VARYING fdx FROM 1 BY 1
019020             UNTIL fdx > WS-FLD-COUNT
019030         IF FL-ROUNDS(fdx) > WS-LAST-ROUND
019040             MOVE FL-ROUNDS(fdx) TO WS-LAST-ROUND
019050         END-IF
019060     END-PERFORM.
019100 2000-EXIT.
019200     EXIT.

022400*-----------------------------------------------------------------
022500 4000-PAIR-THE-ROUND.
022600     MOVE WS-GMP-RECORDS TO WS-ROUND-GAME-SEQ
022650     COMPUTE WS-THIS-ROUND = WS-LAST-ROUND + 1
022700     OPEN EXTEND PAIRING-FILE
022800     IF WS-PAIR-STATUS = "35"
022900         OPEN OUTPUT PAIRING-FILE
026300     END-IF
026400     IF WS-OPP-IDX = ZERO
026500*-----------------------------------------------------------------
026600* NOBODY LEFT: THIS PLAYER TAKES THE BYE, RECORDED ON THE
026610* HISTORY WITH NO BLACK PLAYER.
026700*-----------------------------------------------------------------
026800         MOVE "Y" TO FL-PAIRED-SW(fdx)
026810         ADD 1 TO WS-ROUND-GAME-SEQ
026820         MOVE SPACES TO GMP-RECORD
026830         MOVE WS-ROUND-GAME-KEY TO GMP-GAME-ID
026840         MOVE FL-ID(fdx)        TO GMP-WHITE-PLAYER
026850         MOVE WS-THIS-ROUND     TO GMP-ROUND
026860         WRITE GMP-RECORD
026900         MOVE WS-ROUND-GAME-KEY TO DW-GAME-ID
027000         MOVE FL-ID(fdx) TO DW-WHITE
027100         MOVE SPACES TO DW-BLACK
027200         MOVE "BYE" TO DW-NOTE
028800     MOVE WS-ROUND-GAME-KEY TO GMP-GAME-ID
028900     MOVE WS-WHITE-PICK     TO GMP-WHITE-PLAYER
029000     MOVE WS-BLACK-PICK     TO GMP-BLACK-PLAYER
029050     MOVE WS-THIS-ROUND     TO GMP-ROUND
029100     WRITE GMP-RECORD
029200     MOVE WS-ROUND-GAME-KEY TO DW-GAME-ID
029300     MOVE WS-WHITE-PICK     TO DW-WHITE
