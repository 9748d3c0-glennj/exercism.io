002696*                  THE VERDICT GOES ON THE CHESSVAL REPORT AND A
002697*                  DECIDED GAME IS POSTED TO CHESSMTC SO THE
002698*                  RATING LEDGER PICKS IT UP
002699* 10/15/2026 RM    MATE-IN-N MODE; LAPSED MEMBERS' GAMES REJECTED
002700*-----------------------------------------------------------------
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. QUEEN-ATTACK.
004800     SELECT VALIDATE-RPT ASSIGN TO "CHESSVAL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-VAL-RPT-STATUS.

005010     SELECT PAIRING-FILE ASSIGN TO "CHESSGMP"
005020         ORGANIZATION IS LINE SEQUENTIAL
005030         FILE STATUS IS WS-PAIR-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
007000 FD  VALIDATE-RPT
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  VAL-RPT-LINE                PIC X(80).

007205*-----------------------------------------------------------------
007210* GAME PAIRINGS, LAID OUT AS THE RATING LEDGER READS THEM.
007215*-----------------------------------------------------------------
007220 FD  PAIRING-FILE.
007225 01  GMP-RECORD.
007230     05  GMP-GAME-ID             PIC X(05).
007235     05  FILLER                  PIC X(01).
007240     05  GMP-WHITE-PLAYER        PIC X(10).
007245     05  FILLER                  PIC X(01).
007250     05  GMP-BLACK-PLAYER        PIC X(10).
007300
007400 WORKING-STORAGE SECTION.
007500 01 WS-QUEEN          PIC X(9).
019200     05 VD-VALID          PIC ZZZZ9.
019300     05 FILLER            PIC X(04) VALUE SPACES.
019400     05 VD-REJECTED       PIC ZZZZ9.
019401*-----------------------------------------------------------------
019402* MATE-IN-N SOLUTION LINES ON CHESSVAL: THE RULING, THE MAIN LINE
019403* ONE MOVE PAIR TO A LINE, AND ANY FURTHER KEYS (COOKS).
019404*-----------------------------------------------------------------
019405 01 WS-MIN-HDR.
019406     05 MH-GAME-ID        PIC X(05).
019407     05 FILLER            PIC X(01) VALUE SPACES.
019408     05 FILLER            PIC X(08) VALUE "MATE IN ".
019409     05 MH-DEPTH          PIC X(01).
019410     05 FILLER            PIC X(02) VALUE SPACES.
019411     05 MH-SIDE           PIC X(09).
019412     05 FILLER            PIC X(01) VALUE SPACES.
019413     05 MH-VERDICT        PIC X(07).
019414     05 FILLER            PIC X(01) VALUE SPACES.
019415     05 MH-REASON         PIC X(45).
019416 01 WS-MIN-LINE-DETAIL.
019417     05 ML-GAME-ID        PIC X(05).
019418     05 FILLER            PIC X(03) VALUE SPACES.
019419     05 ML-MOVE-NO        PIC Z9.
019420     05 FILLER            PIC X(02) VALUE ". ".
019421     05 ML-ATTACK-MOVE    PIC X(08).
019422     05 FILLER            PIC X(02) VALUE SPACES.
019423     05 ML-DEFENCE-MOVE   PIC X(08).
019424     05 FILLER            PIC X(50) VALUE SPACES.
019425 01 WS-MIN-COOK-DETAIL.
019426     05 MC-GAME-ID        PIC X(05).
019427     05 FILLER            PIC X(03) VALUE SPACES.
019428     05 FILLER            PIC X(10) VALUE "ALSO KEY: ".
019429     05 MC-MOVE           PIC X(08).
019430     05 FILLER            PIC X(54) VALUE SPACES.
019500
019600*-----------------------------------------------------------------
019700* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
019800*-----------------------------------------------------------------
019900 COPY audcom.
019905*-----------------------------------------------------------------
019910* SHARED CLUB-MEMBER LOOKUP CALL INTERFACE (COPY MEMBCOM).
019915*-----------------------------------------------------------------
019920 COPY membcom.
019925*-----------------------------------------------------------------
019930* GAME PAIRINGS FROM CHESSGMP, SO A BATCH REQUEST CAN BE TRACED TO
019935* ITS TWO PLAYERS FOR THE MEMBERSHIP DUES CHECK.
019940*-----------------------------------------------------------------
019945 01  WS-PAIR-STATUS              PIC XX.
019950 01  WS-PAIR-COUNT               PIC 9(03) VALUE ZERO.
019955 01  WS-PAIR-TABLE.
019960     05  WS-PAIR-ENTRY OCCURS 100 TIMES.
019965         10  PT-GAME-ID          PIC X(05).
019970         10  PT-WHITE            PIC X(10).
019975         10  PT-BLACK            PIC X(10).
019980 01  WS-PAIR-FOUND               PIC 9(03).
019985 01  pdx                         PIC 9(03).
020000*-----------------------------------------------------------------
020100* PRINCIPAL RECORD COUNTS REPORTED BACK TO THE OVERNIGHT DRIVER
020200* BY THE QUEEN-ATTACK-BATCH ENTRY POINT.
020600 01 WS-TRAILER-COUNT    PIC 9(07).
020700 01 WS-TRAILER-SEEN-SW  PIC X VALUE "N".
020800     88 TRAILER-WAS-SEEN VALUE "Y".
020901*-----------------------------------------------------------------
020902* MATE-IN-N SOLVER WORKING STORAGE.  THE SEARCH IS DEPTH-FIRST
020903* OVER A STACK OF PLY LEVELS - ODD LEVELS ARE THE SOLVING SIDE'S
020904* MOVES, EVEN LEVELS THE DEFENCE'S.  EACH LEVEL KEEPS ITS PLACE
020905* IN THE MOVE SWEEP (PIECE, DESTINATION, PROMOTION PIECE), THE
020906* MOVE IT HAS ON THE BOARD, AND WHETHER THE NODE IS WON FOR THE
020907* SOLVING SIDE.  LEVELS 11 AND 12 ARE LEFT TO THE MAIN LINE.
020908*-----------------------------------------------------------------
020909 01 WS-MIN-DEPTH       PIC 9.
020910 01 WS-MIN-MAX-DEPTH   PIC 9 VALUE 3.
020911 01 WS-MIN-REMAIN      PIC 9.
020912 01 WS-MIN-OTHER-SIDE  PIC X.
020913 01 WS-MIN-SAVED-SIDE  PIC X.
020914 01 WS-MIN-SAVED-BOARD PIC X(288).
020915 01 WS-SRCH-DEPTH      PIC 9.
020916 01 WS-SRCH-MAX-LVL    PIC 99.
020917 01 WS-SRCH-BASE-SIDE  PIC X.
020918 01 WS-SRCH-ALL-KEYS-SW PIC X.
020919     88 SRCH-WANTS-ALL-KEYS VALUE "Y".
020920 01 WS-SRCH-DONE-SW    PIC X.
020921     88 SRCH-IS-DONE   VALUE "Y".
020922 01 WS-CHILD-WON-SW    PIC X.
020923     88 CHILD-WAS-WON  VALUE "Y".
020924 01 WS-LVL-QUOT        PIC 99.
020925 01 WS-LVL-PARITY      PIC 9.
020926 01 lvl                PIC 99.
020927 01 mpx                PIC 99.
020928 01 WS-MIN-LEVEL-TABLE.
020929     05 WS-MIN-LEVEL OCCURS 12 TIMES.
020930         10 LV-SIDE        PIC X.
020931         10 LV-PIECE       PIC 99.
020932         10 LV-TRY-X       PIC S9.
020933         10 LV-TRY-Y       PIC S9.
020934         10 LV-PROMO       PIC 9.
020935         10 LV-EXHAUSTED-SW PIC X.
020936             88 LV-EXHAUSTED VALUE "Y".
020937         10 LV-DECIDED-SW  PIC X.
020938             88 LV-DECIDED VALUE "Y".
020939         10 LV-WON-SW      PIC X.
020940             88 LV-WON     VALUE "Y".
020941         10 LV-MOVES       PIC 9(03).
020942         10 LV-MOVE.
020943             15 LV-MOVER    PIC 99.
020944             15 LV-CAPTURED PIC 99.
020945             15 LV-FROM-X   PIC S9.
020946             15 LV-FROM-Y   PIC S9.
020947             15 LV-TO-X     PIC S9.
020948             15 LV-TO-Y     PIC S9.
020949             15 LV-OLD-TYPE PIC X(06).
020950             15 LV-NEW-TYPE PIC X(06).
020951 01 WS-MIN-PROMO-VALUE PIC X(24) VALUE
020952     "QUEEN ROOK  BISHOPKNIGHT".
020953 01 WS-MIN-PROMO-NAMES REDEFINES WS-MIN-PROMO-VALUE.
020954     05 WS-MIN-PROMO-NAME PIC X(06) OCCURS 4 TIMES.
020955 01 WS-MIN-FILES-VALUE PIC X(08) VALUE "abcdefgh".
020956 01 WS-MIN-FILES REDEFINES WS-MIN-FILES-VALUE.
020957     05 WS-MIN-FILE-LETTER PIC X OCCURS 8 TIMES.
020958*-----------------------------------------------------------------
020959* KEYS FOUND BY A SEARCH (WS-MIN-KEY) AND THE SOLUTION KEYS KEPT
020960* FROM THE FULL-DEPTH SEARCH (WS-SOL-KEY), EACH AN LV-MOVE IMAGE.
020961*-----------------------------------------------------------------
020962 01 WS-MIN-KEY-COUNT   PIC 99.
020963 01 WS-MIN-KEY-TABLE.
020964     05 WS-MIN-KEY     PIC X(20) OCCURS 20 TIMES.
020965 01 WS-SOL-KEY-COUNT   PIC 99.
020966 01 WS-SOL-KEY-TABLE.
020967     05 WS-SOL-KEY     PIC X(20) OCCURS 20 TIMES.
020968 01 kyx                PIC 99.
020969 01 WS-MIN-LINE-COUNT  PIC 99.
020970 01 WS-MIN-LINE-TABLE.
020971     05 WS-MIN-LINE-MOVE PIC X(08) OCCURS 12 TIMES.
020972 01 lnx                PIC 99.
020973 01 WS-MIN-LINE-DONE-SW PIC X.
020974     88 MIN-LINE-IS-DONE VALUE "Y".
020975 01 WS-MIN-DEF-LEN     PIC 9.
020976 01 WS-MIN-TRY-LEN     PIC 9.
020977 01 WS-MIN-BEST-LEN    PIC 9.
020978 01 WS-MIN-BEST-DEF    PIC X(20).
020979 01 WS-MIN-NOTATION    PIC X(08).
020980 01 WS-MIN-NOTE-PTR    PIC 99.
020981 01 WS-MIN-TYPE        PIC X(06).
020982 01 WS-MIN-LETTER      PIC X.
020983 01 WS-MIN-SUB         PIC 9.
020984 01 WS-MIN-RANK        PIC 9.
020985 01 WS-MIN-KEY-DISP    PIC Z9.
020990
021000 LINKAGE SECTION.
021100 COPY runcom.
021200
021300 PROCEDURE DIVISION.
021400 0000-QUEEN-ATTACK.
021500     PERFORM 1500-DISPATCH-PROPERTY THRU 1500-EXIT
021550     CALL "MEMBLKUP-CLOSE"
021600     GOBACK.
021700 0000-EXIT.
021800     EXIT.
023120                              THRU 7000-EXIT
023130         WHEN "adjudicate" PERFORM 7700-ADJUDICATE-POSITION
023140                              THRU 7700-EXIT
023150         WHEN "mateIn"    PERFORM 7800-SOLVE-MATE-IN-N
023160                              THRU 7800-EXIT
023200     END-EVALUATE.
023300 1500-EXIT.
023400     EXIT.
057100     MOVE ZERO TO WS-VAL-GAME-COUNT WS-REJ-ORD-COUNT
057200                  WS-REC-ORDINAL
057300     MOVE SPACES TO WS-VAL-CUR-GAME
057310     PERFORM 8200-LOAD-PAIRINGS THRU 8200-EXIT
057400     OPEN INPUT CHESS-BATCH-FILE
057500     IF WS-BATCH-STATUS = "35"
057600         SET CHESSBAT-NOT-PRESENT TO TRUE
062800                 AND CHESSBAT-PROPERTY NOT = "display"
062810                 AND CHESSBAT-PROPERTY NOT = "legalMove"
062820                 AND CHESSBAT-PROPERTY NOT = "adjudicate"
062830                 AND CHESSBAT-PROPERTY NOT = "mateIn"
062900             MOVE "PROPERTY NOT A KNOWN REQUEST TYPE" TO
063000                 AUD-FAILURE-REASON
063100             PERFORM 5540-REJECT-BATCH-RECORD THRU 5540-EXIT
063200         END-IF
063300     END-IF
063310     IF NOT VAL-REC-REJECTED
063320         PERFORM 8100-CHECK-PLAYER-DUES THRU 8100-EXIT
063330     END-IF
063400     IF WS-VAL-GAME-FOUND > ZERO
063500         IF VAL-REC-REJECTED
063600             ADD 1 TO VG-REJECT-COUNT(WS-VAL-GAME-FOUND)
072550     EXIT.

072600*-----------------------------------------------------------------
072610* MATE-IN-N MODE.  A "mateIn" CHESSBAT REQUEST NAMES A CHESSPOS
072620* POSITION BY GAME ID AND CARRIES THE DEPTH N (1 TO 3) IN ITS
072630* WHITE-QUEEN FIELD.  EVERY MOVE OF THE SIDE TO MOVE IS TRIED AS
072640* THE KEY; ONE THAT MATES WITHIN N MOVES AGAINST EVERY DEFENCE
072650* SOLVES THE PROBLEM.  THE FIRST KEY AND ITS MAIN LINE PRINT ON
072660* CHESSVAL AND EVERY FURTHER KEY PRINTS BELOW THEM AS A COOK.
072670* CASTLING AND EN PASSANT ARE NOT TRIED (CHESSPOS CARRIES
072680* NEITHER RIGHT); A PAWN REACHING THE LAST RANK MAY PROMOTE TO
072690* ANY PIECE.  NOTHING IS POSTED TO THE MATCH LOG.
072700*-----------------------------------------------------------------
072710 7800-SOLVE-MATE-IN-N.
072720     IF WS-BOARD-GAME-LOADED NOT = WS-GAME-ID
072730         PERFORM 2600-LOAD-BOARD-POSITION THRU 2600-EXIT
072740     END-IF
072750     MOVE WS-SIDE-TO-MOVE TO WS-MIN-SAVED-SIDE
072760     MOVE ZERO TO WS-SOL-KEY-COUNT WS-MIN-LINE-COUNT
072770     MOVE WS-GAME-ID TO MH-GAME-ID
072780     MOVE WS-WHITE_QUEEN(1:1) TO MH-DEPTH
072790     IF WS-SIDE-TO-MOVE = "W"
072800         MOVE "W TO MOVE" TO MH-SIDE
072810         MOVE "B" TO WS-MIN-OTHER-SIDE
072820     ELSE
072830         MOVE "B TO MOVE" TO MH-SIDE
072840         MOVE "W" TO WS-MIN-OTHER-SIDE
072850     END-IF
072860     IF WS-WHITE_QUEEN(1:1) IS NOT NUMERIC
072870             OR WS-WHITE_QUEEN(2:8) NOT = SPACES
072880         MOVE ZERO TO WS-MIN-DEPTH
072890     ELSE
072900         MOVE WS-WHITE_QUEEN(1:1) TO WS-MIN-DEPTH
072910     END-IF
072920     IF WS-MIN-DEPTH < 1 OR WS-MIN-DEPTH > WS-MIN-MAX-DEPTH
072930         MOVE "INVALID" TO MH-VERDICT
072940         MOVE "DEPTH MUST BE 1 TO 3" TO MH-REASON
072950         PERFORM 7880-WRITE-SOLUTION THRU 7880-EXIT
072960         GO TO 7800-EXIT
072970     END-IF
072980     MOVE WS-SIDE-TO-MOVE TO WS-SRCH-BASE-SIDE
072990     MOVE WS-MIN-DEPTH TO WS-SRCH-DEPTH
073000     MOVE "Y" TO WS-SRCH-ALL-KEYS-SW
073010     PERFORM 7810-SEARCH-MATE THRU 7810-EXIT
073020     MOVE WS-MIN-KEY-COUNT TO WS-SOL-KEY-COUNT
073030     MOVE WS-MIN-KEY-TABLE TO WS-SOL-KEY-TABLE
073040     EVALUATE WS-SOL-KEY-COUNT
073050         WHEN ZERO
073060             MOVE "NO MATE" TO MH-VERDICT
073070             MOVE "NO KEY FORCES MATE AT THIS DEPTH" TO MH-REASON
073080         WHEN 1
073090             MOVE "SOUND" TO MH-VERDICT
073100             MOVE "ONE KEY - MAIN LINE FOLLOWS" TO MH-REASON
073110         WHEN OTHER
073120             MOVE "COOKED" TO MH-VERDICT
073130             MOVE WS-SOL-KEY-COUNT TO WS-MIN-KEY-DISP
073140             MOVE SPACES TO MH-REASON
073150             STRING WS-MIN-KEY-DISP " KEYS FORCE MATE - "
073160                    "SOLUTION IS COOKED" DELIMITED BY SIZE
073170                 INTO MH-REASON
073180             END-STRING
073190     END-EVALUATE
073200     IF WS-SOL-KEY-COUNT > ZERO
073210         PERFORM 7860-BUILD-MAIN-LINE THRU 7860-EXIT
073220     END-IF
073230     PERFORM 7880-WRITE-SOLUTION THRU 7880-EXIT
073240     MOVE WS-MIN-SAVED-SIDE TO WS-SIDE-TO-MOVE.
073250 7800-EXIT.
073260     EXIT.

073270*-----------------------------------------------------------------
073280* ONE SEARCH: CAN WS-SRCH-BASE-SIDE, TO MOVE, MATE WITHIN
073290* WS-SRCH-DEPTH MOVES?  THE WINNING FIRST MOVES GO TO THE KEY
073300* TABLE - ALL OF THEM WHEN SRCH-WANTS-ALL-KEYS, OTHERWISE THE
073310* SEARCH STOPS AT THE FIRST.  THE BOARD COMES BACK AS IT WENT IN.
073320*-----------------------------------------------------------------
073330 7810-SEARCH-MATE.
073340     MOVE ZERO TO WS-MIN-KEY-COUNT
073350     COMPUTE WS-SRCH-MAX-LVL = WS-SRCH-DEPTH * 2
073360     MOVE 1 TO lvl
073370     PERFORM 7815-INIT-LEVEL THRU 7815-EXIT
073380     MOVE "N" TO WS-SRCH-DONE-SW
073390     PERFORM UNTIL SRCH-IS-DONE
073400         PERFORM 7820-SEARCH-STEP THRU 7820-EXIT
073410     END-PERFORM.
073420 7810-EXIT.
073430     EXIT.

073440 7815-INIT-LEVEL.
073450     MOVE 1 TO LV-PIECE(lvl) LV-PROMO(lvl)
073460     MOVE ZERO TO LV-TRY-X(lvl) LV-TRY-Y(lvl) LV-MOVES(lvl)
073470     MOVE "N" TO LV-EXHAUSTED-SW(lvl) LV-DECIDED-SW(lvl)
073480                 LV-WON-SW(lvl)
073490     DIVIDE lvl BY 2 GIVING WS-LVL-QUOT REMAINDER WS-LVL-PARITY
073500     IF WS-LVL-PARITY = 1
073510         MOVE WS-SRCH-BASE-SIDE TO LV-SIDE(lvl)
073520     ELSE
073530         MOVE WS-MIN-OTHER-SIDE TO LV-SIDE(lvl)
073540     END-IF.
073550 7815-EXIT.
073560     EXIT.

073570*-----------------------------------------------------------------
073580* ONE STEP OF THE SEARCH AT THE CURRENT LEVEL: CLOSE THE LEVEL IF
073590* IT IS DECIDED OR OUT OF MOVES, OTHERWISE PLAY ITS NEXT LEGAL
073600* MOVE AND GO DOWN A LEVEL.
073610*-----------------------------------------------------------------
073620 7820-SEARCH-STEP.
073630     IF LV-DECIDED(lvl)
073640         PERFORM 7825-CLOSE-LEVEL THRU 7825-EXIT
073650         GO TO 7820-EXIT
073660     END-IF
073670     PERFORM 7840-NEXT-LEGAL-MOVE THRU 7840-EXIT
073680     IF LV-EXHAUSTED(lvl)
073690         PERFORM 7825-CLOSE-LEVEL THRU 7825-EXIT
073700         GO TO 7820-EXIT
073710     END-IF
073720     ADD 1 TO LV-MOVES(lvl)
073730*-----------------------------------------------------------------
073740* A DEFENCE AT THE LAST LEVEL LEAVES THE SOLVING SIDE NO MOVE TO
073750* MATE WITH, SO IT HOLDS.
073760*-----------------------------------------------------------------
073770     IF LV-SIDE(lvl) NOT = WS-SRCH-BASE-SIDE
073780             AND lvl = WS-SRCH-MAX-LVL
073790         MOVE "N" TO WS-CHILD-WON-SW
073800         PERFORM 7830-APPLY-CHILD-RESULT THRU 7830-EXIT
073810         GO TO 7820-EXIT
073820     END-IF
073830     PERFORM 7850-MAKE-MOVE THRU 7850-EXIT
073840*-----------------------------------------------------------------
073850* ONLY A CHECK CAN MATE, SO THE SOLVING SIDE'S LAST MOVE IS
073860* PASSED OVER WITHOUT A LOOK AT THE DEFENCE UNLESS IT CHECKS.
073870*-----------------------------------------------------------------
073880     IF LV-SIDE(lvl) = WS-SRCH-BASE-SIDE
073890             AND lvl + 1 = WS-SRCH-MAX-LVL
073900         MOVE WS-MIN-OTHER-SIDE TO WS-SIDE-TO-MOVE
073910         PERFORM 7710-CHECK-KING-NOW THRU 7710-EXIT
073920         IF NOT SQUARE-IS-ATTACKED
073930             PERFORM 7855-UNDO-MOVE THRU 7855-EXIT
073940             MOVE "N" TO WS-CHILD-WON-SW
073950             PERFORM 7830-APPLY-CHILD-RESULT THRU 7830-EXIT
073960             GO TO 7820-EXIT
073970         END-IF
073980     END-IF
073990     ADD 1 TO lvl
074000     PERFORM 7815-INIT-LEVEL THRU 7815-EXIT.
074010 7820-EXIT.
074020     EXIT.

074030*-----------------------------------------------------------------
074040* A SOLVING-SIDE LEVEL IS WON AS SOON AS ONE MOVE WINS.  A DEFENCE
074050* LEVEL IS WON WHEN EVERY REPLY LOSES, OR WHEN IT HAS NO REPLY AND
074060* ITS KING IS IN CHECK (MATE); NO REPLY WITHOUT CHECK IS STALEMATE
074070* AND HOLDS.  THE RESULT IS HANDED UP TO THE LEVEL ABOVE, WHOSE
074080* MOVE IS TAKEN BACK FIRST.
074090*-----------------------------------------------------------------
074100 7825-CLOSE-LEVEL.
074110     IF LV-SIDE(lvl) NOT = WS-SRCH-BASE-SIDE
074120         IF LV-MOVES(lvl) = ZERO
074130             MOVE LV-SIDE(lvl) TO WS-SIDE-TO-MOVE
074140             PERFORM 7710-CHECK-KING-NOW THRU 7710-EXIT
074150             IF SQUARE-IS-ATTACKED
074160                 SET LV-WON(lvl) TO TRUE
074170             END-IF
074180         ELSE
074190             IF NOT LV-DECIDED(lvl)
074200                 SET LV-WON(lvl) TO TRUE
074210             END-IF
074220         END-IF
074230     END-IF
074240     IF lvl = 1
074250         SET SRCH-IS-DONE TO TRUE
074260         GO TO 7825-EXIT
074270     END-IF
074280     MOVE LV-WON-SW(lvl) TO WS-CHILD-WON-SW
074290     SUBTRACT 1 FROM lvl
074300     PERFORM 7855-UNDO-MOVE THRU 7855-EXIT
074310     PERFORM 7830-APPLY-CHILD-RESULT THRU 7830-EXIT.
074320 7825-EXIT.
074330     EXIT.

074340 7830-APPLY-CHILD-RESULT.
074350     IF LV-SIDE(lvl) = WS-SRCH-BASE-SIDE
074360         IF CHILD-WAS-WON
074370             SET LV-WON(lvl) TO TRUE
074380             IF lvl = 1
074390                 PERFORM 7835-RECORD-KEY THRU 7835-EXIT
074400             END-IF
074410             IF lvl > 1 OR NOT SRCH-WANTS-ALL-KEYS
074420                 SET LV-DECIDED(lvl) TO TRUE
074430             END-IF
074440         END-IF
074450     ELSE
074460         IF NOT CHILD-WAS-WON
074470             SET LV-DECIDED(lvl) TO TRUE
074480         END-IF
074490     END-IF.
074500 7830-EXIT.
074510     EXIT.

074520 7835-RECORD-KEY.
074530     IF WS-MIN-KEY-COUNT < 20
074540         ADD 1 TO WS-MIN-KEY-COUNT
074550         MOVE LV-MOVE(1) TO WS-MIN-KEY(WS-MIN-KEY-COUNT)
074560     END-IF.
074570 7835-EXIT.
074580     EXIT.

074590*-----------------------------------------------------------------
074600* THE MOVE SWEEP FOR THE CURRENT LEVEL: EVERY DESTINATION SQUARE
074610* FOR EVERY PIECE OF THE LEVEL'S SIDE, THROUGH THE LEGALITY CORE,
074620* RESUMING WHERE THE LAST CALL LEFT OFF.  RETURNS WITH THE NEXT
074630* LEGAL MOVE IN LV-MOVE, OR WITH THE LEVEL EXHAUSTED.
074640*-----------------------------------------------------------------
074650 7840-NEXT-LEGAL-MOVE.
074660     MOVE "N" TO WS-MOVE-LEGAL-SW
074670     PERFORM UNTIL MOVE-IS-LEGAL OR LV-EXHAUSTED(lvl)
074680         PERFORM 7845-TRY-CANDIDATE THRU 7845-EXIT
074690     END-PERFORM.
074700 7840-EXIT.
074710     EXIT.

074720 7845-TRY-CANDIDATE.
074730     IF LV-PIECE(lvl) > WS-BOARD-PIECE-COUNT
074740         SET LV-EXHAUSTED(lvl) TO TRUE
074750         GO TO 7845-EXIT
074760     END-IF
074770*-----------------------------------------------------------------
074780* A LEGAL PAWN MOVE TO THE LAST RANK COMES BACK ONCE PER
074790* PROMOTION PIECE; ITS SQUARE IS ALREADY KNOWN TO BE LEGAL.
074800*-----------------------------------------------------------------
074810     IF LV-PROMO(lvl) > 1
074820         MOVE LV-PROMO(lvl) TO WS-MIN-SUB
074830         MOVE WS-MIN-PROMO-NAME(WS-MIN-SUB) TO LV-NEW-TYPE(lvl)
074840         SET MOVE-IS-LEGAL TO TRUE
074850         IF LV-PROMO(lvl) < 4
074860             ADD 1 TO LV-PROMO(lvl)
074870         ELSE
074880             MOVE 1 TO LV-PROMO(lvl)
074890             PERFORM 7847-ADVANCE-SQUARE THRU 7847-EXIT
074900         END-IF
074910         GO TO 7845-EXIT
074920     END-IF
074930     MOVE LV-PIECE(lvl) TO mpx
074940     IF BP-COLOR(mpx) NOT = LV-SIDE(lvl) OR BP-X(mpx) < 0
074950         MOVE ZERO TO LV-TRY-X(lvl) LV-TRY-Y(lvl)
074960         ADD 1 TO LV-PIECE(lvl)
074970         GO TO 7845-EXIT
074980     END-IF
074990     MOVE LV-SIDE(lvl)  TO WS-SIDE-TO-MOVE
075000     MOVE BP-X(mpx)     TO WS-FROM-X
075010     MOVE BP-Y(mpx)     TO WS-FROM-Y
075020     MOVE LV-TRY-X(lvl) TO WS-TO-X
075030     MOVE LV-TRY-Y(lvl) TO WS-TO-Y
075040     PERFORM 7100-JUDGE-MOVE-CORE THRU 7100-EXIT
075050     IF NOT MOVE-IS-LEGAL
075060         PERFORM 7847-ADVANCE-SQUARE THRU 7847-EXIT
075070         GO TO 7845-EXIT
075080     END-IF
075090     MOVE WS-MOVER-IDX  TO LV-MOVER(lvl)
075100     MOVE WS-DEST-IDX   TO LV-CAPTURED(lvl)
075110     MOVE WS-FROM-X     TO LV-FROM-X(lvl)
075120     MOVE WS-FROM-Y     TO LV-FROM-Y(lvl)
075130     MOVE WS-TO-X       TO LV-TO-X(lvl)
075140     MOVE WS-TO-Y       TO LV-TO-Y(lvl)
075150     MOVE BP-TYPE(mpx)  TO LV-OLD-TYPE(lvl) LV-NEW-TYPE(lvl)
075160     IF BP-TYPE(mpx) = "PAWN" AND (WS-TO-Y = 7 OR WS-TO-Y = 0)
075170         MOVE WS-MIN-PROMO-NAME(1) TO LV-NEW-TYPE(lvl)
075180         MOVE 2 TO LV-PROMO(lvl)
075190     ELSE
075200         PERFORM 7847-ADVANCE-SQUARE THRU 7847-EXIT
075210     END-IF.
075220 7845-EXIT.
075230     EXIT.

075240 7847-ADVANCE-SQUARE.
075250     ADD 1 TO LV-TRY-Y(lvl)
075260     IF LV-TRY-Y(lvl) > 7
075270         MOVE ZERO TO LV-TRY-Y(lvl)
075280         ADD 1 TO LV-TRY-X(lvl)
075290         IF LV-TRY-X(lvl) > 7
075300             MOVE ZERO TO LV-TRY-X(lvl)
075310             ADD 1 TO LV-PIECE(lvl)
075320         END-IF
075330     END-IF.
075340 7847-EXIT.
075350     EXIT.

075360*-----------------------------------------------------------------
075370* PLAY AND TAKE BACK THE LEVEL'S MOVE ON THE BOARD TABLE.  A
075380* CAPTURED PIECE IS PARKED OFF-BOARD (-9) AS THE KING-SAFETY TEST
075390* DOES; A PROMOTED PAWN CHANGES TYPE.
075400*-----------------------------------------------------------------
075410 7850-MAKE-MOVE.
075420     IF LV-CAPTURED(lvl) > ZERO
075430         MOVE LV-CAPTURED(lvl) TO mpx
075440         MOVE -9 TO BP-X(mpx)
075450         MOVE -9 TO BP-Y(mpx)
075460     END-IF
075470     MOVE LV-MOVER(lvl) TO mpx
075480     MOVE LV-TO-X(lvl) TO BP-X(mpx)
075490     MOVE LV-TO-Y(lvl) TO BP-Y(mpx)
075500     MOVE LV-NEW-TYPE(lvl) TO BP-TYPE(mpx).
075510 7850-EXIT.
075520     EXIT.

075530 7855-UNDO-MOVE.
075540     MOVE LV-MOVER(lvl) TO mpx
075550     MOVE LV-FROM-X(lvl) TO BP-X(mpx)
075560     MOVE LV-FROM-Y(lvl) TO BP-Y(mpx)
075570     MOVE LV-OLD-TYPE(lvl) TO BP-TYPE(mpx)
075580     IF LV-CAPTURED(lvl) > ZERO
075590         MOVE LV-CAPTURED(lvl) TO mpx
075600         MOVE LV-TO-X(lvl) TO BP-X(mpx)
075610         MOVE LV-TO-Y(lvl) TO BP-Y(mpx)
075620     END-IF.
075630 7855-EXIT.
075640     EXIT.

075650*-----------------------------------------------------------------
075660* THE MAIN LINE: PLAY THE KEY, THEN ANSWER IT WITH THE DEFENCE
075670* THAT HOLDS OUT LONGEST (THE FIRST ONE, AMONG EQUALS) AND THE
075680* SOLVING SIDE'S QUICKEST MATE AGAINST IT, UNTIL THE MATE LANDS.
075690* THE BOARD IS PUT BACK AFTERWARDS.
075700*-----------------------------------------------------------------
075710 7860-BUILD-MAIN-LINE.
075720     MOVE WS-BOARD-PIECE-TABLE TO WS-MIN-SAVED-BOARD
075730     MOVE ZERO TO WS-MIN-LINE-COUNT
075740     MOVE "N" TO WS-MIN-LINE-DONE-SW
075750     MOVE 11 TO lvl
075760     MOVE WS-SOL-KEY(1) TO LV-MOVE(11)
075770     PERFORM 7850-MAKE-MOVE THRU 7850-EXIT
075780     PERFORM 7870-ADD-LINE-MOVE THRU 7870-EXIT
075790     COMPUTE WS-MIN-REMAIN = WS-MIN-DEPTH - 1
075800     PERFORM UNTIL WS-MIN-REMAIN = ZERO OR MIN-LINE-IS-DONE
075810         PERFORM 7865-EXTEND-MAIN-LINE THRU 7865-EXIT
075820     END-PERFORM
075830     MOVE SPACES TO WS-MIN-NOTATION
075840     STRING WS-MIN-LINE-MOVE(WS-MIN-LINE-COUNT) DELIMITED BY SPACE
075850            "#" DELIMITED BY SIZE
075860         INTO WS-MIN-NOTATION
075870     END-STRING
075880     MOVE WS-MIN-NOTATION TO WS-MIN-LINE-MOVE(WS-MIN-LINE-COUNT)
075890     MOVE WS-MIN-SAVED-BOARD TO WS-BOARD-PIECE-TABLE.
075900 7860-EXIT.
075910     EXIT.

075920 7865-EXTEND-MAIN-LINE.
075930     MOVE 12 TO lvl
075940     PERFORM 7815-INIT-LEVEL THRU 7815-EXIT
075950     MOVE ZERO TO WS-MIN-BEST-LEN
075960     PERFORM UNTIL LV-EXHAUSTED(12)
075970             OR WS-MIN-BEST-LEN = WS-MIN-REMAIN
075980         MOVE 12 TO lvl
075990         PERFORM 7840-NEXT-LEGAL-MOVE THRU 7840-EXIT
076000         IF MOVE-IS-LEGAL
076010             PERFORM 7867-MEASURE-DEFENCE THRU 7867-EXIT
076020         END-IF
076030     END-PERFORM
076040*-----------------------------------------------------------------
076050* NO REPLY AT ALL: THE SOLVING SIDE'S LAST MOVE WAS ALREADY MATE.
076060*-----------------------------------------------------------------
076070     IF WS-MIN-BEST-LEN = ZERO
076080         SET MIN-LINE-IS-DONE TO TRUE
076090         GO TO 7865-EXIT
076100     END-IF
076110     MOVE 12 TO lvl
076120     MOVE WS-MIN-BEST-DEF TO LV-MOVE(12)
076130     PERFORM 7850-MAKE-MOVE THRU 7850-EXIT
076140     PERFORM 7870-ADD-LINE-MOVE THRU 7870-EXIT
076150     MOVE WS-MIN-BEST-LEN TO WS-SRCH-DEPTH
076160     MOVE "N" TO WS-SRCH-ALL-KEYS-SW
076170     PERFORM 7810-SEARCH-MATE THRU 7810-EXIT
076180     MOVE 11 TO lvl
076190     MOVE WS-MIN-KEY(1) TO LV-MOVE(11)
076200     PERFORM 7850-MAKE-MOVE THRU 7850-EXIT
076210     PERFORM 7870-ADD-LINE-MOVE THRU 7870-EXIT
076220     COMPUTE WS-MIN-REMAIN = WS-MIN-BEST-LEN - 1.
076230 7865-EXIT.
076240     EXIT.

076250*-----------------------------------------------------------------
076260* HOW LONG DOES THE DEFENCE IN LV-MOVE(12) HOLD?  THE SHORTEST
076270* MATE AGAINST IT, TRYING EACH DEPTH BELOW THE MOVES REMAINING;
076280* IF NONE WORKS IT HOLDS FOR ALL OF THEM.
076290*-----------------------------------------------------------------
076300 7867-MEASURE-DEFENCE.
076310     PERFORM 7850-MAKE-MOVE THRU 7850-EXIT
076320     MOVE WS-MIN-REMAIN TO WS-MIN-DEF-LEN
076330     MOVE 1 TO WS-MIN-TRY-LEN
076340     PERFORM UNTIL WS-MIN-TRY-LEN NOT < WS-MIN-REMAIN
076350             OR WS-MIN-DEF-LEN < WS-MIN-REMAIN
076360         MOVE WS-MIN-TRY-LEN TO WS-SRCH-DEPTH
076370         MOVE "N" TO WS-SRCH-ALL-KEYS-SW
076380         PERFORM 7810-SEARCH-MATE THRU 7810-EXIT
076390         IF WS-MIN-KEY-COUNT > ZERO
076400             MOVE WS-MIN-TRY-LEN TO WS-MIN-DEF-LEN
076410         END-IF
076420         ADD 1 TO WS-MIN-TRY-LEN
076430     END-PERFORM
076440     MOVE 12 TO lvl
076450     PERFORM 7855-UNDO-MOVE THRU 7855-EXIT
076460     IF WS-MIN-DEF-LEN > WS-MIN-BEST-LEN
076470         MOVE WS-MIN-DEF-LEN TO WS-MIN-BEST-LEN
076480         MOVE LV-MOVE(12) TO WS-MIN-BEST-DEF
076490     END-IF.
076500 7867-EXIT.
076510     EXIT.

076520 7870-ADD-LINE-MOVE.
076530     PERFORM 7875-BUILD-NOTATION THRU 7875-EXIT
076540     IF WS-MIN-LINE-COUNT < 12
076550         ADD 1 TO WS-MIN-LINE-COUNT
076560         MOVE WS-MIN-NOTATION
076565             TO WS-MIN-LINE-MOVE(WS-MIN-LINE-COUNT)
076570     END-IF.
076580 7870-EXIT.
076590     EXIT.

076600*-----------------------------------------------------------------
076610* LONG ALGEBRAIC FOR THE MOVE IN LV-MOVE(LVL): PIECE LETTER (NONE
076620* FOR A PAWN), FROM SQUARE, "-" OR "x" FOR A CAPTURE, TO SQUARE,
076630* AND "=" PLUS THE PROMOTED PIECE - "Qd1-h5", "e7xd8=N".
076640*-----------------------------------------------------------------
076650 7875-BUILD-NOTATION.
076660     MOVE SPACES TO WS-MIN-NOTATION
076670     MOVE 1 TO WS-MIN-NOTE-PTR
076680     MOVE LV-OLD-TYPE(lvl) TO WS-MIN-TYPE
076690     PERFORM 7877-PIECE-LETTER THRU 7877-EXIT
076700     IF WS-MIN-LETTER NOT = SPACE
076710         STRING WS-MIN-LETTER DELIMITED BY SIZE
076720             INTO WS-MIN-NOTATION WITH POINTER WS-MIN-NOTE-PTR
076730         END-STRING
076740     END-IF
076750     COMPUTE WS-MIN-SUB = LV-FROM-X(lvl) + 1
076760     COMPUTE WS-MIN-RANK = LV-FROM-Y(lvl) + 1
076770     STRING WS-MIN-FILE-LETTER(WS-MIN-SUB) WS-MIN-RANK
076780             DELIMITED BY SIZE
076790         INTO WS-MIN-NOTATION WITH POINTER WS-MIN-NOTE-PTR
076800     END-STRING
076810     IF LV-CAPTURED(lvl) > ZERO
076820         STRING "x" DELIMITED BY SIZE
076830             INTO WS-MIN-NOTATION WITH POINTER WS-MIN-NOTE-PTR
076840         END-STRING
076850     ELSE
076860         STRING "-" DELIMITED BY SIZE
076870             INTO WS-MIN-NOTATION WITH POINTER WS-MIN-NOTE-PTR
076880         END-STRING
076890     END-IF
076900     COMPUTE WS-MIN-SUB = LV-TO-X(lvl) + 1
076910     COMPUTE WS-MIN-RANK = LV-TO-Y(lvl) + 1
076920     STRING WS-MIN-FILE-LETTER(WS-MIN-SUB) WS-MIN-RANK
076930             DELIMITED BY SIZE
076940         INTO WS-MIN-NOTATION WITH POINTER WS-MIN-NOTE-PTR
076950     END-STRING
076960     IF LV-NEW-TYPE(lvl) NOT = LV-OLD-TYPE(lvl)
076970         MOVE LV-NEW-TYPE(lvl) TO WS-MIN-TYPE
076980         PERFORM 7877-PIECE-LETTER THRU 7877-EXIT
076990         STRING "=" WS-MIN-LETTER DELIMITED BY SIZE
077000             INTO WS-MIN-NOTATION WITH POINTER WS-MIN-NOTE-PTR
077010         END-STRING
077020     END-IF.
077030 7875-EXIT.
077040     EXIT.

077050 7877-PIECE-LETTER.
077060     EVALUATE WS-MIN-TYPE
077070         WHEN "KING"   MOVE "K" TO WS-MIN-LETTER
077080         WHEN "QUEEN"  MOVE "Q" TO WS-MIN-LETTER
077090         WHEN "ROOK"   MOVE "R" TO WS-MIN-LETTER
077100         WHEN "BISHOP" MOVE "B" TO WS-MIN-LETTER
077110         WHEN "KNIGHT" MOVE "N" TO WS-MIN-LETTER
077120         WHEN OTHER    MOVE SPACE TO WS-MIN-LETTER
077130     END-EVALUATE.
077140 7877-EXIT.
077150     EXIT.

077160*-----------------------------------------------------------------
077170* APPEND THE RULING, THE MAIN LINE AND THE COOKS TO CHESSVAL.
077180*-----------------------------------------------------------------
077190 7880-WRITE-SOLUTION.
077200     OPEN EXTEND VALIDATE-RPT
077210     IF WS-VAL-RPT-STATUS = "35"
077220         OPEN OUTPUT VALIDATE-RPT
077230     END-IF
077240     MOVE WS-MIN-HDR TO VAL-RPT-LINE
077250     WRITE VAL-RPT-LINE
077260     MOVE WS-GAME-ID TO ML-GAME-ID MC-GAME-ID
077270     PERFORM VARYING lnx FROM 1 BY 2
077280             UNTIL lnx > WS-MIN-LINE-COUNT
077290         COMPUTE ML-MOVE-NO = (lnx + 1) / 2
077300         MOVE WS-MIN-LINE-MOVE(lnx) TO ML-ATTACK-MOVE
077310         MOVE SPACES TO ML-DEFENCE-MOVE
077320         IF lnx < WS-MIN-LINE-COUNT
077330             MOVE WS-MIN-LINE-MOVE(lnx + 1) TO ML-DEFENCE-MOVE
077340         END-IF
077350         MOVE WS-MIN-LINE-DETAIL TO VAL-RPT-LINE
077360         WRITE VAL-RPT-LINE
077370     END-PERFORM
077380     MOVE 11 TO lvl
077390     PERFORM VARYING kyx FROM 2 BY 1
077400             UNTIL kyx > WS-SOL-KEY-COUNT
077410         MOVE WS-SOL-KEY(kyx) TO LV-MOVE(11)
077420         PERFORM 7875-BUILD-NOTATION THRU 7875-EXIT
077430         MOVE WS-MIN-NOTATION TO MC-MOVE
077440         MOVE WS-MIN-COOK-DETAIL TO VAL-RPT-LINE
077450         WRITE VAL-RPT-LINE
077460     END-PERFORM
077470     CLOSE VALIDATE-RPT.
077480 7880-EXIT.
077490     EXIT.

077500*-----------------------------------------------------------------
077510* A GAME CANNOT BE ENTERED FOR A PLAYER WHOSE CLUB MEMBERSHIP HAS
077520* LAPSED FOR UNPAID DUES.  THE PLAYERS COME FROM THE CHESSGMP
077530* PAIRING; A GAME WITH NO PAIRING (A PROBLEM-COLUMN POSITION), AN
077540* ID NO MEMBER CLAIMS, OR A MEMBER MASTER THAT CANNOT BE READ DOES
077550* NOT STOP THE REQUEST.
077560*-----------------------------------------------------------------
077570 8100-CHECK-PLAYER-DUES.
077580     MOVE ZERO TO WS-PAIR-FOUND
077590     PERFORM VARYING pdx FROM 1 BY 1 UNTIL pdx > WS-PAIR-COUNT
077600         IF PT-GAME-ID(pdx) = CHESSBAT-GAME-ID
077610             MOVE pdx TO WS-PAIR-FOUND
077620         END-IF
077630     END-PERFORM
077640     IF WS-PAIR-FOUND = ZERO
077650         GO TO 8100-EXIT
077660     END-IF
077670     MOVE "C" TO MBL-SYSTEM
077680     MOVE PT-WHITE(WS-PAIR-FOUND) TO MBL-SUBSYS-ID
077690     CALL "MEMBLKUP" USING MBL-SYSTEM MBL-SUBSYS-ID MBL-RESULT
077700         MBL-MEMBER
077710     IF MBL-MEMBER-FOUND AND MBL-DUES-LAPSED
077720         MOVE "WHITE PLAYER MEMBERSHIP LAPSED - DUES UNPAID" TO
077730             AUD-FAILURE-REASON
077740         PERFORM 5540-REJECT-BATCH-RECORD THRU 5540-EXIT
077750         GO TO 8100-EXIT
077760     END-IF
077770     MOVE PT-BLACK(WS-PAIR-FOUND) TO MBL-SUBSYS-ID
077780     CALL "MEMBLKUP" USING MBL-SYSTEM MBL-SUBSYS-ID MBL-RESULT
077790         MBL-MEMBER
077800     IF MBL-MEMBER-FOUND AND MBL-DUES-LAPSED
077810         MOVE "BLACK PLAYER MEMBERSHIP LAPSED - DUES UNPAID" TO
077820             AUD-FAILURE-REASON
077830         PERFORM 5540-REJECT-BATCH-RECORD THRU 5540-EXIT
077840     END-IF.
077850 8100-EXIT.
077860     EXIT.

077870*-----------------------------------------------------------------
077880* PAIRING TABLE LOADED ONCE PER BATCH FROM CHESSGMP, THE SAME WAY
077890* THE RATING LEDGER LOADS IT.
077900*-----------------------------------------------------------------
077910 8200-LOAD-PAIRINGS.
077920     MOVE ZERO TO WS-PAIR-COUNT
077930     OPEN INPUT PAIRING-FILE
077940     IF WS-PAIR-STATUS NOT = "00"
077950         GO TO 8200-EXIT
077960     END-IF
077970     PERFORM 8300-READ-PAIRING THRU 8300-EXIT
077980     PERFORM UNTIL WS-PAIR-STATUS = "10"
077990         IF WS-PAIR-COUNT < 100
078000             ADD 1 TO WS-PAIR-COUNT
078010             MOVE GMP-GAME-ID      TO PT-GAME-ID(WS-PAIR-COUNT)
078020             MOVE GMP-WHITE-PLAYER TO PT-WHITE(WS-PAIR-COUNT)
078030             MOVE GMP-BLACK-PLAYER TO PT-BLACK(WS-PAIR-COUNT)
078040         END-IF
078050         PERFORM 8300-READ-PAIRING THRU 8300-EXIT
078060     END-PERFORM
078070     CLOSE PAIRING-FILE.
078080 8200-EXIT.
078090     EXIT.

078100 8300-READ-PAIRING.
078110     READ PAIRING-FILE
078120         AT END MOVE "10" TO WS-PAIR-STATUS
078130     END-READ.
078140 8300-EXIT.
078150     EXIT.

080000*-----------------------------------------------------------------
080010* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
080020* CONSOLIDATED DRIVER CAN CALL DIRECTLY INTO THE BATCH REQUEST
080030* PROCESSOR WITHOUT DISTURBING THE DEFAULT CALL "QUEEN-ATTACK"
080040* BEHAVIOR ABOVE.
080050*-----------------------------------------------------------------
080060 9000-QUEEN-ATTACK-BATCH-ENTRY.
080070 ENTRY "QUEEN-ATTACK-BATCH" USING RNC-RECORDS-READ
080080         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
080090     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
080100     MOVE RNC-RUN-MODE TO WS-RUN-MODE
080110     PERFORM 5000-RUN-QUEEN-ATTACK-BATCH THRU 5000-EXIT
080115     CALL "MEMBLKUP-CLOSE"
080120     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
080130     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
080140     GOBACK.
080150 9000-EXIT.
080160     EXIT.
