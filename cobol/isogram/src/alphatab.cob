000100*****************************************************************
000200* PROGRAM-ID : ALPHATAB
000300* AUTHOR     : D. FENWICK
000400* INSTALLATION : GLENNJ DATA PROCESSING - WORD PUZZLE DESK
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : SHARED ALPHABET LOADER FOR THE WORD-PUZZLE
000900*               PROGRAMS, IN THE SAME SHAPE AS THE SHARED DATE
001000*               VALIDATOR.  THE CALLER COPIES ALPHCOM, NAMES THE
001100*               LANGUAGE FROM ITS OWN CONTROL RECORD, AND GETS
001200*               BACK THAT LANGUAGE'S LETTERS AND FOLD MAP FROM
001300*               THE ALPHADEF FILE, SO ISOGRAM AND PANGRAM AGREE
001400*               ON WHAT COUNTS AS A LETTER.  A FOLD TO A LETTER
001500*               THE LANGUAGE DOES NOT DEFINE IS DROPPED AND
001600*               WARNED OF ON THE SHARED AUDIT TRAIL.
001700*-----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*-----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 10/15/2026 DF    ORIGINAL SHARED ALPHABET LOADER
002200*-----------------------------------------------------------------
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.    ALPHATAB.
002500 AUTHOR.        D. FENWICK.
002600 INSTALLATION.  GLENNJ DATA PROCESSING.
002700 DATE-WRITTEN.  10/15/2026.
002800 DATE-COMPILED.

002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ALPHABET-FILE ASSIGN TO "ALPHADEF"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-ADF-STATUS.

003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  ALPHABET-FILE.
003800 COPY alphdef.

003900 WORKING-STORAGE SECTION.
004000 01  WS-ADF-STATUS               PIC XX.
004100     88  WS-ADF-EOF              VALUE "10".
004200*-----------------------------------------------------------------
004300* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
004400*-----------------------------------------------------------------
004500 COPY audcom.
004600*-----------------------------------------------------------------
004700* THE BUILT-IN ALPHABET: THE 26 PLAIN LETTERS, EACH COUNTING FOR
004800* ITS OWN UPPER AND LOWER CASE, WITH NO ACCENT FOLDS.
004900*-----------------------------------------------------------------
005000 01  WS-BUILT-IN-UPPER           PIC X(26)
005100         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005200 01  WS-BUILT-IN-LOWER           PIC X(26)
005300         VALUE "abcdefghijklmnopqrstuvwxyz".
005400 01  WS-RECORDS-FOUND            PIC 9(03).
005500 01  ordx                        PIC 9(03).
005600 01  ltx                         PIC 9(02).
005700 01  WS-KNOWN-SW                 PIC X(01).
005800     88  BASE-IS-KNOWN           VALUE "Y".

005900 LINKAGE SECTION.
006000 COPY alphcom.

006100 PROCEDURE DIVISION USING ALC-LANGUAGE ALC-ALPHABET.
006200 0000-ALPHATAB.
006300     MOVE SPACES TO ALC-LETTERS ALC-FOLD-MAP
006400     MOVE ZERO TO ALC-LETTER-COUNT WS-RECORDS-FOUND
006500     IF ALC-LANGUAGE = SPACES
006600         PERFORM 3000-BUILT-IN-ALPHABET THRU 3000-EXIT
006700         GOBACK
006800     END-IF
006900     PERFORM 1000-LOAD-LANGUAGE THRU 1000-EXIT
007000     IF ALC-LETTER-COUNT = ZERO
007100         MOVE "ALPHATAB" TO AUD-PROGRAM-NAME
007200         MOVE ALC-LANGUAGE TO AUD-FAILED-INPUT
007300         MOVE "ALPHADEF DEFINES NO LETTERS FOR LANGUAGE" TO
007400             AUD-FAILURE-REASON
007500         SET AUD-SEV-WARNING TO TRUE
007600         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
007700             AUD-FAILED-INPUT AUD-FAILURE-REASON
007800             AUD-SEVERITY
007900         MOVE SPACES TO ALC-FOLD-MAP
008000         PERFORM 3000-BUILT-IN-ALPHABET THRU 3000-EXIT
008100         GOBACK
008200     END-IF
008300     SET ALC-FROM-FILE TO TRUE
008400     PERFORM 2000-CHECK-FOLD-MAP THRU 2000-EXIT
008500         VARYING ordx FROM 1 BY 1 UNTIL ordx > 256
008600     GOBACK.
008700 0000-EXIT.
008800     EXIT.

008900*-----------------------------------------------------------------
009000* READ THE WHOLE ALPHADEF FILE, TAKING ONLY THE RECORDS FOR THE
009100* LANGUAGE ASKED FOR.  NO FILE LEAVES THE LETTER COUNT AT ZERO.
009200*-----------------------------------------------------------------
009300 1000-LOAD-LANGUAGE.
009400     OPEN INPUT ALPHABET-FILE
009500     IF WS-ADF-STATUS NOT = "00"
009600         GO TO 1000-EXIT
009700     END-IF
009800     PERFORM 1100-READ-DEFINITION THRU 1100-EXIT
009900     PERFORM 1200-TAKE-DEFINITION THRU 1200-EXIT
010000         UNTIL WS-ADF-EOF
010100     CLOSE ALPHABET-FILE.
010200 1000-EXIT.
010300     EXIT.

010400 1100-READ-DEFINITION.
010500     READ ALPHABET-FILE
010600         AT END SET WS-ADF-EOF TO TRUE
010700     END-READ.
010800 1100-EXIT.
010900     EXIT.

011000 1200-TAKE-DEFINITION.
011100     IF ADF-LANGUAGE = ALC-LANGUAGE
011200         ADD 1 TO WS-RECORDS-FOUND
011300         EVALUATE TRUE
011400             WHEN ADF-IS-LETTER OR ADF-IS-SEPARATE
011500                 PERFORM 1300-ADD-LETTER THRU 1300-EXIT
011600             WHEN ADF-IS-FOLD
011700                 PERFORM 1400-ADD-FOLD THRU 1400-EXIT
011800             WHEN OTHER
011900                 MOVE "ALPHADEF RECORD TYPE IS NOT L, S OR F" TO
012000                     AUD-FAILURE-REASON
012100                 PERFORM 8000-WARN-RECORD THRU 8000-EXIT
012200         END-EVALUATE
012300     END-IF
012400     PERFORM 1100-READ-DEFINITION THRU 1100-EXIT.
012500 1200-EXIT.
012600     EXIT.

012700*-----------------------------------------------------------------
012800* A LETTER THAT COUNTS: IT AND ITS LOWER-CASE FORM BOTH MAP TO IT.
012900*-----------------------------------------------------------------
013000 1300-ADD-LETTER.
013100     IF ALC-LETTER-COUNT >= 40
013200         MOVE "ALPHADEF LANGUAGE HAS MORE THAN 40 LETTERS" TO
013300             AUD-FAILURE-REASON
013400         PERFORM 8000-WARN-RECORD THRU 8000-EXIT
013500         GO TO 1300-EXIT
013600     END-IF
013700     ADD 1 TO ALC-LETTER-COUNT
013800     MOVE ADF-CHAR TO ALC-LETTERS(ALC-LETTER-COUNT:1)
013900     COMPUTE ordx = FUNCTION ORD(ADF-CHAR)
014000     MOVE ADF-CHAR TO ALC-FOLD-MAP(ordx:1)
014100     IF ADF-LOWER NOT = SPACE
014200         COMPUTE ordx = FUNCTION ORD(ADF-LOWER)
014300         MOVE ADF-CHAR TO ALC-FOLD-MAP(ordx:1)
014400     END-IF.
014500 1300-EXIT.
014600     EXIT.

014700*-----------------------------------------------------------------
014800* AN ACCENTED FORM THAT FOLDS: BOTH CASES MAP TO THE BASE LETTER.
014900*-----------------------------------------------------------------
015000 1400-ADD-FOLD.
015100     COMPUTE ordx = FUNCTION ORD(ADF-CHAR)
015200     MOVE ADF-BASE TO ALC-FOLD-MAP(ordx:1)
015300     IF ADF-LOWER NOT = SPACE
015400         COMPUTE ordx = FUNCTION ORD(ADF-LOWER)
015500         MOVE ADF-BASE TO ALC-FOLD-MAP(ordx:1)
015600     END-IF.
015700 1400-EXIT.
015800     EXIT.

015900*-----------------------------------------------------------------
016000* EVERY ENTRY IN THE FOLD MAP MUST NAME ONE OF THE LANGUAGE'S OWN
016100* LETTERS; A FOLD TO ANYTHING ELSE IS DROPPED, SO THAT CHARACTER
016200* SIMPLY IS NOT A LETTER.
016300*-----------------------------------------------------------------
016400 2000-CHECK-FOLD-MAP.
016500     IF ALC-FOLD-MAP(ordx:1) = SPACE
016600         GO TO 2000-EXIT
016700     END-IF
016800     MOVE "N" TO WS-KNOWN-SW
016900     PERFORM 2100-MATCH-LETTER THRU 2100-EXIT
017000         VARYING ltx FROM 1 BY 1
017100         UNTIL ltx > ALC-LETTER-COUNT OR BASE-IS-KNOWN
017200     IF NOT BASE-IS-KNOWN
017300         MOVE "ALPHATAB" TO AUD-PROGRAM-NAME
017400         MOVE SPACES TO AUD-FAILED-INPUT
017500         STRING ALC-LANGUAGE " FOLD TO " ALC-FOLD-MAP(ordx:1)
017600                 DELIMITED BY SIZE
017700             INTO AUD-FAILED-INPUT
017800         END-STRING
017900         MOVE "ALPHADEF FOLDS TO A LETTER NOT DEFINED" TO
018000             AUD-FAILURE-REASON
018100         SET AUD-SEV-WARNING TO TRUE
018200         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
018300             AUD-FAILED-INPUT AUD-FAILURE-REASON
018400             AUD-SEVERITY
018500         MOVE SPACE TO ALC-FOLD-MAP(ordx:1)
018600     END-IF.
018700 2000-EXIT.
018800     EXIT.

018900 2100-MATCH-LETTER.
019000     IF ALC-FOLD-MAP(ordx:1) = ALC-LETTERS(ltx:1)
019100         SET BASE-IS-KNOWN TO TRUE
019200     END-IF.
019300 2100-EXIT.
019400     EXIT.

019500*-----------------------------------------------------------------
019600* THE BUILT-IN 26-LETTER ALPHABET, USED WHENEVER NO LANGUAGE IS
019700* NAMED OR THE NAMED ONE IS NOT ON ALPHADEF.
019800*-----------------------------------------------------------------
019900 3000-BUILT-IN-ALPHABET.
020000     SET ALC-BUILT-IN TO TRUE
020100     MOVE 26 TO ALC-LETTER-COUNT
020200     MOVE WS-BUILT-IN-UPPER TO ALC-LETTERS
020300     PERFORM 3100-MAP-BUILT-IN-LETTER THRU 3100-EXIT
020400         VARYING ltx FROM 1 BY 1 UNTIL ltx > 26.
020500 3000-EXIT.
020600     EXIT.

020700 3100-MAP-BUILT-IN-LETTER.
020800     COMPUTE ordx = FUNCTION ORD(WS-BUILT-IN-UPPER(ltx:1))
020900     MOVE WS-BUILT-IN-UPPER(ltx:1) TO ALC-FOLD-MAP(ordx:1)
021000     COMPUTE ordx = FUNCTION ORD(WS-BUILT-IN-LOWER(ltx:1))
021100     MOVE WS-BUILT-IN-UPPER(ltx:1) TO ALC-FOLD-MAP(ordx:1).
021200 3100-EXIT.
021300     EXIT.

021400*-----------------------------------------------------------------
021500* A BAD ALPHADEF RECORD IS SKIPPED AND WARNED OF; THE CALLER HAS
021600* ALREADY MOVED THE REASON.
021700*-----------------------------------------------------------------
021800 8000-WARN-RECORD.
021900     MOVE "ALPHATAB" TO AUD-PROGRAM-NAME
022000     MOVE ADF-RECORD TO AUD-FAILED-INPUT
022100     SET AUD-SEV-WARNING TO TRUE
022200     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
022300         AUD-FAILED-INPUT AUD-FAILURE-REASON
022400         AUD-SEVERITY.
022500 8000-EXIT.
022600     EXIT.
