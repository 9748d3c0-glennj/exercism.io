000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AUDHASH.
000300 AUTHOR.         T. HARLOW.
000400 INSTALLATION.   GLENNJ DATA PROCESSING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DESCRIPTION : AUDIT-TRAIL CHAIN HASH SERVICE.  GIVEN THE CHAIN
000900*               HASH OF THE PREVIOUS TRAIL RECORD AND THE CONTENT
001000*               OF THE NEXT ONE, RETURNS THE NEXT RECORD'S CHAIN
001100*               HASH.  AUDITLOG CALLS IT TO WRITE THE CHAIN AND
001200*               AUDVRFY TO CHECK IT, SO THERE IS ONE COPY OF THE
001300*               ARITHMETIC.
001400*
001500*               THE HASH IS TWO 10-DIGIT HALVES, EACH A RUNNING
001600*               POLYNOMIAL OVER THE CONTENT BYTES REDUCED MODULO A
001700*               PRIME JUST UNDER 2**32, SEEDED FROM THE MATCHING
001800*               HALF OF THE PRIOR HASH.  THE SECOND HALF WEIGHTS
001900*               EACH BYTE BY ITS POSITION, SO TRANSPOSED BYTES
002000*               CHANGE IT.  CHANGING ANY BYTE OF A RECORD, OR OF
002100*               ANY RECORD BEFORE IT, CHANGES EVERY HASH FROM
002200*               THERE TO THE END OF THE CHAIN.
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* 10/15/2026 TH    ORIGINAL CHAIN HASH SERVICE
002600*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100*
003200 DATA DIVISION.
003300 WORKING-STORAGE SECTION.
003400 01  WS-PRIME-1                  PIC 9(10) VALUE 4294967291.
003500 01  WS-PRIME-2                  PIC 9(10) VALUE 4294967279.
003600 01  WS-MULT-1                   PIC 9(03) VALUE 257.
003700 01  WS-MULT-2                   PIC 9(03) VALUE 263.
003800 01  WS-H1                       PIC S9(18) COMP.
003900 01  WS-H2                       PIC S9(18) COMP.
004000 01  WS-WORK                     PIC S9(18) COMP.
004100 01  WS-QUOTIENT                 PIC S9(18) COMP.
004200 01  hbx                         PIC 9(03) COMP.
004300*-----------------------------------------------------------------
004400* A CONTENT BYTE'S VALUE: THE BYTE SITS IN THE LOW HALF OF A
004500* HALFWORD WHOSE HIGH HALF IS HELD AT LOW-VALUES.
004600*-----------------------------------------------------------------
004700 01  WS-BYTE-PAIR.
004800     05  FILLER                  PIC X(01) VALUE LOW-VALUES.
004900     05  WS-BYTE                 PIC X(01).
005000 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
005100                                 PIC 9(04) COMP.
005200 01  WS-PRIOR-HASH.
005300     05  WS-PRIOR-H1             PIC 9(10).
005400     05  WS-PRIOR-H2             PIC 9(10).
005500 01  WS-NEW-HASH.
005600     05  WS-NEW-H1               PIC 9(10).
005700     05  WS-NEW-H2               PIC 9(10).
005800*
005900 LINKAGE SECTION.
006000 COPY audhcom.
006100*
006200 PROCEDURE DIVISION USING AHC-PRIOR-HASH AHC-CONTENT AHC-NEW-HASH.
006300 0000-AUDHASH.
006400*-----------------------------------------------------------------
006500* A PRIOR HASH THAT IS NOT ALL DIGITS (A DAMAGED RECORD) SEEDS
006600* FROM ZERO; THE DAMAGED RECORD ITSELF FAILS ITS OWN CHECK.
006700*-----------------------------------------------------------------
006800     MOVE AHC-PRIOR-HASH TO WS-PRIOR-HASH
006900     IF WS-PRIOR-HASH IS NUMERIC
007000         MOVE WS-PRIOR-H1 TO WS-H1
007100         MOVE WS-PRIOR-H2 TO WS-H2
007200     ELSE
007300         MOVE ZERO TO WS-H1 WS-H2
007400     END-IF
007500     PERFORM VARYING hbx FROM 1 BY 1
007600             UNTIL hbx > LENGTH OF AHC-CONTENT
007700         MOVE AHC-CONTENT(hbx:1) TO WS-BYTE
007800         COMPUTE WS-WORK = WS-H1 * WS-MULT-1 + WS-BYTE-VALUE + 1
007900         DIVIDE WS-WORK BY WS-PRIME-1 GIVING WS-QUOTIENT
008000             REMAINDER WS-H1
008100         COMPUTE WS-WORK = WS-H2 * WS-MULT-2
008200             + (WS-BYTE-VALUE + 1) * hbx
008300         DIVIDE WS-WORK BY WS-PRIME-2 GIVING WS-QUOTIENT
008400             REMAINDER WS-H2
008500     END-PERFORM
008600     MOVE WS-H1 TO WS-NEW-H1
008700     MOVE WS-H2 TO WS-NEW-H2
008800     MOVE WS-NEW-HASH TO AHC-NEW-HASH
008900     GOBACK.
009000 0000-EXIT.
009100     EXIT.
