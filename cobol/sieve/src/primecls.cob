000100*****************************************************************
000200* PROGRAM-ID : PRIMECLS
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - NUMBER THEORY BATCH
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : SPECIAL-PRIME CLASSIFICATION.  READS THE SIEVE
000900*               OUTPUT (SIEVEOUT) AND FLAGS EVERY PRIME ON IT
001000*               AGAINST SEVEN CLASSES - SOPHIE GERMAIN, SAFE,
001100*               EMIRP, PALINDROMIC, MERSENNE EXPONENT, AND THE
001200*               FIRST PRIME OF A TRIPLET OR QUADRUPLET - ONTO
001300*               THE CLASSIFIED PRIME FILE (SIEVECLF, COPY
001400*               SIEVECLF).  SIEVECLR SUMMARISES EACH CLASS PER
001500*               THOUSAND-BLOCK (COUNT, FIRST AND LAST MEMBER)
001600*               IN THE LAYOUT OF THE SIEVE'S DENSITY REPORT.
001700*
001800*               SIEVEOUT IS READ THROUGH ONCE FIRST TO CHECK ITS
001900*               ZERO-SENTINEL TRAILER; A FILE THAT FAILS (NO
002000*               TRAILER, A COUNT THAT DOES NOT MATCH, OR THE
002100*               WIDE RECORDS OF THE SIEVE'S WINDOW MODE) IS NOT
002200*               CLASSIFIED AND GOES TO THE AUDIT TRAIL.  THE
002300*               PRIMESVC LOAD STEP IS THEN RUN SO PRIMEIDX
002400*               MATCHES THIS SIEVEOUT, AND EVERY MEMBERSHIP TEST
002500*               IS A PRIME-LOOKUP CALL.  A TEST NEEDING A NUMBER
002600*               ABOVE THE LAST PRIME ON FILE IS FLAGGED "?".
002700*               MERSENNE EXPONENTS COME FROM THE TABLE OF THOSE
002800*               KNOWN BELOW 10,000,000 - 2 ** P - 1 IS FAR
002900*               BEYOND ANY SIEVE.
003000*-----------------------------------------------------------------
003100* MODIFICATION HISTORY
003200*-----------------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* 10/15/2026 RM    ORIGINAL SPECIAL-PRIME CLASSIFICATION
003410* 10/15/2026 RM    PRIMECLS-BATCH ENTRY POINT FOR THE SECOND-TIER
003420*                  OVERNIGHT STREAM
003500*-----------------------------------------------------------------
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    PRIMECLS.
003800 AUTHOR.        R. MCALLISTER.
003900 INSTALLATION.  GLENNJ DATA PROCESSING.
004000 DATE-WRITTEN.  10/15/2026.
004100 DATE-COMPILED.

004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PRIME-OUT-FILE ASSIGN TO "SIEVEOUT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-OUT-STATUS.

004800     SELECT CLASSIFIED-FILE ASSIGN TO "SIEVECLF"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CLF-STATUS.

005100     SELECT CLASS-RPT ASSIGN TO "SIEVECLR"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RPT-STATUS.

005400 DATA DIVISION.
005500 FILE SECTION.
005600*-----------------------------------------------------------------
005700* READ AS TEXT SO A WINDOW-MODE FILE'S 12-DIGIT RECORDS ARE
005800* RECOGNISED RATHER THAN MISREAD.
005900*-----------------------------------------------------------------
006000 FD  PRIME-OUT-FILE.
006100 01  PRIME-OUT-TEXT              PIC X(12).
006200 01  PRIME-OUT-STD REDEFINES PRIME-OUT-TEXT.
006300     05  PRIME-OUT-RECORD        PIC 9(07).
006400     05  PRIME-OUT-WIDE-PART     PIC X(05).

006500 FD  CLASSIFIED-FILE.
006600     COPY sieveclf.

006700 FD  CLASS-RPT
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  RPT-LINE                    PIC X(80).

007000 WORKING-STORAGE SECTION.
007100 01  WS-OUT-STATUS               PIC XX.
007200     88  SIEVEOUT-EOF            VALUE "10".
007300 01  WS-CLF-STATUS               PIC XX.
007400 01  WS-RPT-STATUS               PIC XX.

007500*-----------------------------------------------------------------
007600* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
007700*-----------------------------------------------------------------
007800 COPY audcom.

007900*-----------------------------------------------------------------
008000* TRAILER CHECK.  THE PRIMES READ UP TO THE ZERO SENTINEL MUST
008100* MATCH THE COUNT RECORD AFTER IT.
008200*-----------------------------------------------------------------
008300 01  WS-SIEVEOUT-SW              PIC X VALUE "Y".
008400     88  SIEVEOUT-VERIFIED       VALUE "Y".
008500     88  SIEVEOUT-REJECTED       VALUE "N".
008600 01  WS-SENTINEL-SW              PIC X VALUE "N".
008700     88  SENTINEL-SEEN           VALUE "Y".
008800 01  WS-PRIMES-READ              PIC 9(07) VALUE ZERO.
008900 01  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
009000 01  WS-LAST-PRIME               PIC 9(07) VALUE ZERO.
009100 01  WS-REJECT-REASON            PIC X(50) VALUE SPACES.

009200*-----------------------------------------------------------------
009300* PRIME-LOOKUP PARAMETER LIST (SEE PRIMESVC).  WS-TEST-VALUE IS
009400* EIGHT DIGITS BECAUSE 2P + 1 OUTRUNS THE SEVEN-DIGIT FIELD.
009500*-----------------------------------------------------------------
009600 01  WS-PLU-FUNCTION             PIC X(01) VALUE "P".
009700 01  WS-PLU-VALUE                PIC 9(07).
009800 01  WS-PLU-RESULT               PIC 9(07).
009900 01  WS-PLU-FOUND                PIC X(01).
010000     88  PLU-ANSWER-FOUND        VALUE "Y".
010100 01  WS-TEST-VALUE               PIC 9(08).
010200 01  WS-TEST-ANSWER              PIC X(01).
010300     88  TEST-IS-PRIME           VALUE "Y".
010400     88  TEST-NOT-PRIME          VALUE "N".
010500     88  TEST-UNKNOWN            VALUE "?".

010600*-----------------------------------------------------------------
010700* THE PRIME BEING CLASSIFIED, ITS DIGITS REVERSED, AND THE
010800* ANSWERS FOR P + 2, P + 4, P + 6, AND P + 8.
010900*-----------------------------------------------------------------
011000 01  WS-PRIME                    PIC 9(07).
011100 01  WS-REVERSED                 PIC 9(07).
011200 01  WS-REV-WORK                 PIC 9(07).
011300 01  WS-REV-DIGIT                PIC 9(01).
011400 01  WS-PLUS-2                   PIC X(01).
011500 01  WS-PLUS-4                   PIC X(01).
011600 01  WS-PLUS-6                   PIC X(01).
011700 01  WS-PLUS-8                   PIC X(01).

011800*-----------------------------------------------------------------
011900* MERSENNE EXPONENTS BELOW 10,000,000 - ALL 38 OF THEM.  PRIMES
012000* ARRIVE IN ORDER, SO MSX ONLY EVER MOVES FORWARD.
012100*-----------------------------------------------------------------
012200 01  WS-MERSENNE-VALUES.
012300     05  FILLER                  PIC X(42) VALUE
012400         "000000200000030000005000000700000130000017".
012500     05  FILLER                  PIC X(42) VALUE
012600         "000001900000310000061000008900001070000127".
012700     05  FILLER                  PIC X(42) VALUE
012800         "000052100006070001279000220300022810003217".
012900     05  FILLER                  PIC X(42) VALUE
013000         "000425300044230009689000994100112130019937".
013100     05  FILLER                  PIC X(42) VALUE
013200         "002170100232090044497008624301105030132049".
013300     05  FILLER                  PIC X(42) VALUE
013400         "021609107568390859433125778713982692976221".
013500     05  FILLER                  PIC X(14) VALUE
013600         "30213776972593".
013700 01  WS-MERSENNE-TABLE REDEFINES WS-MERSENNE-VALUES.
013800     05  WS-MERSENNE-EXP         PIC 9(07) OCCURS 38 TIMES.
013900 01  msx                         PIC 9(02) VALUE 1.

014000*-----------------------------------------------------------------
014100* THE SEVEN CLASSES.  CL-FLAG HOLDS THE CURRENT PRIME'S ANSWER;
014200* THE BLOCK FIGURES ARE FLUSHED TO THE REPORT EACH TIME THE
014300* PRIMES CROSS INTO A NEW THOUSAND-BLOCK.
014400*-----------------------------------------------------------------
014500 01  WS-CLASS-NAME-VALUES.
014600     05  FILLER                  PIC X(17) VALUE
014700         "SOPHIE GERMAIN".
014800     05  FILLER                  PIC X(17) VALUE
014900         "SAFE".
015000     05  FILLER                  PIC X(17) VALUE
015100         "EMIRP".
015200     05  FILLER                  PIC X(17) VALUE
015300         "PALINDROMIC".
015400     05  FILLER                  PIC X(17) VALUE
015500         "MERSENNE EXPONENT".
015600     05  FILLER                  PIC X(17) VALUE
015700         "TRIPLET START".
015800     05  FILLER                  PIC X(17) VALUE
015900         "QUADRUPLET START".
016000 01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-VALUES.
016100     05  WS-CLASS-NAME           PIC X(17) OCCURS 7 TIMES.
016200 01  WS-CLASS-TABLE.
016300     05  WS-CLASS-ENTRY OCCURS 7 TIMES.
016400         10  CL-FLAG             PIC X(01).
016500         10  CL-BLOCK-COUNT      PIC 9(05).
016600         10  CL-BLOCK-FIRST      PIC 9(07).
016700         10  CL-BLOCK-LAST       PIC 9(07).
016800         10  CL-TOTAL            PIC 9(07).
016900         10  CL-UNKNOWN          PIC 9(07).
017000 01  clx                         PIC 9(01).
017100 01  WS-BLOCK-IDX                PIC 9(05).
017200 01  WS-CURRENT-BLOCK            PIC 9(05) VALUE ZERO.
017300 01  WS-CLASSIFIED-COUNT         PIC 9(07) VALUE ZERO.

017400 01  WS-RPT-HDG1                 PIC X(80) VALUE
017500     "SIEVE SPECIAL-PRIME CLASSIFICATION REPORT".
017600 01  WS-RPT-HDG2.
017700     05  FILLER                  PIC X(40) VALUE
017800         "BLOCK START  BLOCK END  CLASS           ".
017900     05  FILLER                  PIC X(40) VALUE
018000         "   COUNT    FIRST     LAST              ".
018100 01  WS-CLASS-DETAIL.
018200     05  CD-START                PIC Z(10)9.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  CD-END                  PIC Z(8)9.
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  CD-CLASS                PIC X(17).
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  CD-COUNT                PIC ZZZZ9.
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  CD-FIRST                PIC ZZZZZZ9.
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  CD-LAST                 PIC ZZZZZZ9.
019300     05  FILLER                  PIC X(14) VALUE SPACES.
019400 01  WS-SUMMARY-DETAIL.
019500     05  SU-LABEL                PIC X(24).
019600     05  SU-VALUE                PIC ZZZZZZ9.
019700     05  FILLER                  PIC X(04) VALUE SPACES.
019800     05  SU-UNKNOWN-LIT          PIC X(14).
019900     05  SU-UNKNOWN              PIC ZZZZZZ9.
020000     05  FILLER                  PIC X(24) VALUE SPACES.
020010*-----------------------------------------------------------------
020020* PRINCIPAL RECORD COUNTS FOR THE PRIMECLS-BATCH ENTRY
020030* POINT.  SIEVECLF IS REBUILT WHOLE EACH RUN, SO THERE IS NO
020040* REHEARSAL MODE.
020050*-----------------------------------------------------------------
020060 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
020070 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

020080 LINKAGE SECTION.
020090 COPY runcom.

020100 PROCEDURE DIVISION.
020200 0000-PRIMECLS.
020210     PERFORM 0100-RUN-PRIMECLS THRU 0100-EXIT.
020220 0000-EXIT.
020230     GOBACK.

020240*-----------------------------------------------------------------
020250* THE WHOLE RUN, BROKEN OUT OF 0000-PRIMECLS SO THE PRIMECLS-BATCH
020260* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
020270*-----------------------------------------------------------------
020280 0100-RUN-PRIMECLS.
020300     PERFORM 1000-VERIFY-SIEVEOUT THRU 1000-EXIT
020400     IF SIEVEOUT-REJECTED
020500         GO TO 0100-EXIT
020600     END-IF
020700     CALL "PRIMESVC"
020800     PERFORM 2000-CLASSIFY-PRIMES THRU 2000-EXIT.
020900 0100-EXIT.
021000     EXIT.

021100*-----------------------------------------------------------------
021200* FIRST PASS: COUNT THE PRIMES UP TO THE ZERO SENTINEL, NOTE THE
021300* LAST ONE, AND COMPARE WITH THE TRAILER COUNT.
021400*-----------------------------------------------------------------
021500 1000-VERIFY-SIEVEOUT.
021600     OPEN INPUT PRIME-OUT-FILE
021700     IF WS-OUT-STATUS NOT = "00"
021800         MOVE "SIEVEOUT COULD NOT BE OPENED" TO WS-REJECT-REASON
021900         GO TO 1000-REJECT
022000     END-IF
022100     PERFORM 1100-READ-SIEVEOUT THRU 1100-EXIT
022200     PERFORM UNTIL SIEVEOUT-EOF OR SENTINEL-SEEN
022300         IF PRIME-OUT-WIDE-PART NOT = SPACES
022400             CLOSE PRIME-OUT-FILE
022500             MOVE "WINDOW-MODE SIEVEOUT CANNOT BE CLASSIFIED"
022600                 TO WS-REJECT-REASON
022700             GO TO 1000-REJECT
022800         END-IF
022900         IF PRIME-OUT-RECORD = ZERO
023000             SET SENTINEL-SEEN TO TRUE
023100         ELSE
023200             ADD 1 TO WS-PRIMES-READ
023300             MOVE PRIME-OUT-RECORD TO WS-LAST-PRIME
023400             PERFORM 1100-READ-SIEVEOUT THRU 1100-EXIT
023500         END-IF
023600     END-PERFORM
023700     IF NOT SENTINEL-SEEN
023800         CLOSE PRIME-OUT-FILE
023900         MOVE "SIEVEOUT HAS NO ZERO-SENTINEL TRAILER"
024000             TO WS-REJECT-REASON
024100         GO TO 1000-REJECT
024200     END-IF
024300     PERFORM 1100-READ-SIEVEOUT THRU 1100-EXIT
024400     IF SIEVEOUT-EOF
024500         CLOSE PRIME-OUT-FILE
024600         MOVE "SIEVEOUT TRAILER HAS NO COUNT RECORD"
024700             TO WS-REJECT-REASON
024800         GO TO 1000-REJECT
024900     END-IF
024950     MOVE PRIME-OUT-RECORD TO WS-TRAILER-COUNT
025000     CLOSE PRIME-OUT-FILE
025100     IF WS-TRAILER-COUNT NOT = WS-PRIMES-READ
025200         MOVE "TRAILER COUNT DOES NOT MATCH PRIMES READ"
025300             TO WS-REJECT-REASON
025400         GO TO 1000-REJECT
025500     END-IF
025600     GO TO 1000-EXIT.
025700 1000-REJECT.
025800     SET SIEVEOUT-REJECTED TO TRUE
025900     MOVE "PRIMECLS" TO AUD-PROGRAM-NAME
026000     MOVE "SIEVEOUT TRAILER" TO AUD-FAILED-INPUT
026100     MOVE WS-REJECT-REASON TO AUD-FAILURE-REASON
026200     SET AUD-SEV-SEVERE TO TRUE
026300     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
026400         AUD-FAILED-INPUT AUD-FAILURE-REASON
026500         AUD-SEVERITY.
026600 1000-EXIT.
026700     EXIT.

026800 1100-READ-SIEVEOUT.
026900     READ PRIME-OUT-FILE
027000         AT END SET SIEVEOUT-EOF TO TRUE
027100     END-READ.
027200 1100-EXIT.
027300     EXIT.

027400*-----------------------------------------------------------------
027500* SECOND PASS: CLASSIFY EACH PRIME, WRITE ITS SIEVECLF RECORD,
027600* AND ROLL ITS FLAGS INTO THE CURRENT THOUSAND-BLOCK.
027700*-----------------------------------------------------------------
027800 2000-CLASSIFY-PRIMES.
027900     OPEN INPUT PRIME-OUT-FILE
028000     OPEN OUTPUT CLASSIFIED-FILE
028100     OPEN OUTPUT CLASS-RPT
028200     MOVE WS-RPT-HDG1 TO RPT-LINE
028300     WRITE RPT-LINE
028400     MOVE WS-RPT-HDG2 TO RPT-LINE
028500     WRITE RPT-LINE
028600     PERFORM VARYING clx FROM 1 BY 1 UNTIL clx > 7
028700         MOVE ZERO TO CL-TOTAL(clx) CL-UNKNOWN(clx)
028800     END-PERFORM
028900     PERFORM 2900-CLEAR-BLOCK THRU 2900-EXIT
029000     PERFORM 1100-READ-SIEVEOUT THRU 1100-EXIT
029100     PERFORM UNTIL SIEVEOUT-EOF
029200         IF PRIME-OUT-RECORD = ZERO
029300             MOVE "10" TO WS-OUT-STATUS
029400         ELSE
029500             MOVE PRIME-OUT-RECORD TO WS-PRIME
029510             ADD 1 TO WS-RNC-READ
029600             PERFORM 2100-CLASSIFY-ONE-PRIME THRU 2100-EXIT
029700             PERFORM 1100-READ-SIEVEOUT THRU 1100-EXIT
029800         END-IF
029900     END-PERFORM
030000     PERFORM 2800-FLUSH-BLOCK THRU 2800-EXIT
030100     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
030200     CLOSE PRIME-OUT-FILE
030300     CLOSE CLASSIFIED-FILE
030400     CLOSE CLASS-RPT.
030500 2000-EXIT.
030600     EXIT.

030700 2100-CLASSIFY-ONE-PRIME.
030800     COMPUTE WS-BLOCK-IDX = (WS-PRIME - 1) / 1000 + 1
030900     IF WS-BLOCK-IDX NOT = WS-CURRENT-BLOCK
031000         PERFORM 2800-FLUSH-BLOCK THRU 2800-EXIT
031100         MOVE WS-BLOCK-IDX TO WS-CURRENT-BLOCK
031200     END-IF
031300*    SOPHIE GERMAIN: 2P + 1
031400     COMPUTE WS-TEST-VALUE = WS-PRIME * 2 + 1
031500     PERFORM 2500-TEST-PRIME THRU 2500-EXIT
031600     MOVE WS-TEST-ANSWER TO CL-FLAG(1)
031700*    SAFE: (P - 1) / 2, WHICH IS WHOLE ONLY FOR AN ODD PRIME
031800     MOVE "N" TO CL-FLAG(2)
031900     IF WS-PRIME > 4
032000         COMPUTE WS-TEST-VALUE = (WS-PRIME - 1) / 2
032100         PERFORM 2500-TEST-PRIME THRU 2500-EXIT
032200         MOVE WS-TEST-ANSWER TO CL-FLAG(2)
032300     END-IF
032400*    EMIRP AND PALINDROMIC: THE DIGITS REVERSED
032500     PERFORM 2200-REVERSE-DIGITS THRU 2200-EXIT
032600     MOVE "N" TO CL-FLAG(3) CL-FLAG(4)
032700     IF WS-REVERSED = WS-PRIME
032800         MOVE "Y" TO CL-FLAG(4)
032900     ELSE
033000         MOVE WS-REVERSED TO WS-TEST-VALUE
033100         PERFORM 2500-TEST-PRIME THRU 2500-EXIT
033200         MOVE WS-TEST-ANSWER TO CL-FLAG(3)
033300     END-IF
033400*    MERSENNE EXPONENT: FROM THE TABLE
033500     MOVE "N" TO CL-FLAG(5)
033600     PERFORM UNTIL msx > 38
033700             OR WS-MERSENNE-EXP(msx) >= WS-PRIME
033800         ADD 1 TO msx
033900     END-PERFORM
034000     IF msx <= 38
034100         IF WS-MERSENNE-EXP(msx) = WS-PRIME
034200             MOVE "Y" TO CL-FLAG(5)
034300         END-IF
034400     END-IF
034500     PERFORM 2300-TEST-CONSTELLATIONS THRU 2300-EXIT
034600     PERFORM 2400-WRITE-CLASSIFIED THRU 2400-EXIT
034700     PERFORM VARYING clx FROM 1 BY 1 UNTIL clx > 7
034800         EVALUATE CL-FLAG(clx)
034900             WHEN "Y"
035000                 ADD 1 TO CL-BLOCK-COUNT(clx) CL-TOTAL(clx)
035100                 IF CL-BLOCK-FIRST(clx) = ZERO
035200                     MOVE WS-PRIME TO CL-BLOCK-FIRST(clx)
035300                 END-IF
035400                 MOVE WS-PRIME TO CL-BLOCK-LAST(clx)
035500             WHEN "?"
035600                 ADD 1 TO CL-UNKNOWN(clx)
035700         END-EVALUATE
035800     END-PERFORM.
035900 2100-EXIT.
036000     EXIT.

036100 2200-REVERSE-DIGITS.
036200     MOVE ZERO TO WS-REVERSED
036300     MOVE WS-PRIME TO WS-REV-WORK
036400     PERFORM UNTIL WS-REV-WORK = ZERO
036500         COMPUTE WS-REV-DIGIT = FUNCTION MOD(WS-REV-WORK, 10)
036600         COMPUTE WS-REVERSED = WS-REVERSED * 10 + WS-REV-DIGIT
036700         DIVIDE 10 INTO WS-REV-WORK
036800     END-PERFORM.
036900 2200-EXIT.
037000     EXIT.

037100*-----------------------------------------------------------------
037200* TRIPLETS AND QUADRUPLETS ALL NEED P + 6, SO IT IS ASKED FIRST;
037300* P + 2 AND P + 4 ARE NEVER BOTH PRIME ABOVE 3.
037400*-----------------------------------------------------------------
037500 2300-TEST-CONSTELLATIONS.
037600     MOVE "N" TO CL-FLAG(6) CL-FLAG(7)
037700     COMPUTE WS-TEST-VALUE = WS-PRIME + 6
037800     PERFORM 2500-TEST-PRIME THRU 2500-EXIT
037900     MOVE WS-TEST-ANSWER TO WS-PLUS-6
038000     IF WS-PLUS-6 = "N"
038100         GO TO 2300-EXIT
038200     END-IF
038300     COMPUTE WS-TEST-VALUE = WS-PRIME + 2
038400     PERFORM 2500-TEST-PRIME THRU 2500-EXIT
038500     MOVE WS-TEST-ANSWER TO WS-PLUS-2
038600     COMPUTE WS-TEST-VALUE = WS-PRIME + 4
038700     PERFORM 2500-TEST-PRIME THRU 2500-EXIT
038800     MOVE WS-TEST-ANSWER TO WS-PLUS-4
038900     EVALUATE TRUE
039000         WHEN WS-PLUS-6 = "Y" AND
039100                 (WS-PLUS-2 = "Y" OR WS-PLUS-4 = "Y")
039200             MOVE "Y" TO CL-FLAG(6)
039300         WHEN WS-PLUS-2 = "N" AND WS-PLUS-4 = "N"
039400             CONTINUE
039500         WHEN OTHER
039600             MOVE "?" TO CL-FLAG(6)
039700     END-EVALUATE
039800     IF WS-PLUS-2 = "N"
039900         GO TO 2300-EXIT
040000     END-IF
040100     COMPUTE WS-TEST-VALUE = WS-PRIME + 8
040200     PERFORM 2500-TEST-PRIME THRU 2500-EXIT
040300     MOVE WS-TEST-ANSWER TO WS-PLUS-8
040400     EVALUATE TRUE
040500         WHEN WS-PLUS-2 = "Y" AND WS-PLUS-6 = "Y"
040600                 AND WS-PLUS-8 = "Y"
040700             MOVE "Y" TO CL-FLAG(7)
040800         WHEN WS-PLUS-8 = "N"
040900             CONTINUE
041000         WHEN OTHER
041100             MOVE "?" TO CL-FLAG(7)
041200     END-EVALUATE.
041300 2300-EXIT.
041400     EXIT.

041500 2400-WRITE-CLASSIFIED.
041600     MOVE SPACES TO CLF-RECORD
041700     MOVE WS-PRIME  TO CLF-PRIME
041800     MOVE CL-FLAG(1) TO CLF-SOPHIE-GERMAIN
041900     MOVE CL-FLAG(2) TO CLF-SAFE
042000     MOVE CL-FLAG(3) TO CLF-EMIRP
042100     MOVE CL-FLAG(4) TO CLF-PALINDROMIC
042200     MOVE CL-FLAG(5) TO CLF-MERSENNE-EXP
042300     MOVE CL-FLAG(6) TO CLF-TRIPLET
042400     MOVE CL-FLAG(7) TO CLF-QUADRUPLET
042500     WRITE CLF-RECORD
042510     ADD 1 TO WS-RNC-WRITTEN
042600     ADD 1 TO WS-CLASSIFIED-COUNT.
042700 2400-EXIT.
042800     EXIT.

042900*-----------------------------------------------------------------
043000* ONE MEMBERSHIP TEST.  A VALUE ABOVE THE LAST PRIME ON SIEVEOUT
043100* CANNOT BE ANSWERED FROM PRIMEIDX AND COMES BACK UNKNOWN.
043200*-----------------------------------------------------------------
043300 2500-TEST-PRIME.
043400     IF WS-TEST-VALUE > WS-LAST-PRIME
043500         SET TEST-UNKNOWN TO TRUE
043600         GO TO 2500-EXIT
043700     END-IF
043800     SET TEST-NOT-PRIME TO TRUE
043900     IF WS-TEST-VALUE < 2
044000         GO TO 2500-EXIT
044100     END-IF
044200     MOVE WS-TEST-VALUE TO WS-PLU-VALUE
044300     CALL "PRIME-LOOKUP" USING WS-PLU-FUNCTION WS-PLU-VALUE
044400         WS-PLU-RESULT WS-PLU-FOUND
044500     IF PLU-ANSWER-FOUND
044600         SET TEST-IS-PRIME TO TRUE
044700     END-IF.
044800 2500-EXIT.
044900     EXIT.

045000*-----------------------------------------------------------------
045100* ONE REPORT LINE PER CLASS WITH MEMBERS IN THE BLOCK JUST
045200* FINISHED; A BLOCK WITH NO MEMBERS AT ALL PRINTS NOTHING.
045300*-----------------------------------------------------------------
045400 2800-FLUSH-BLOCK.
045500     IF WS-CURRENT-BLOCK = ZERO
045600         GO TO 2800-EXIT
045700     END-IF
045800     COMPUTE CD-START = (WS-CURRENT-BLOCK - 1) * 1000 + 1
045900     COMPUTE CD-END   = WS-CURRENT-BLOCK * 1000
046000     PERFORM VARYING clx FROM 1 BY 1 UNTIL clx > 7
046100         IF CL-BLOCK-COUNT(clx) > ZERO
046200             MOVE WS-CLASS-NAME(clx)    TO CD-CLASS
046300             MOVE CL-BLOCK-COUNT(clx)   TO CD-COUNT
046400             MOVE CL-BLOCK-FIRST(clx)   TO CD-FIRST
046500             MOVE CL-BLOCK-LAST(clx)    TO CD-LAST
046600             MOVE WS-CLASS-DETAIL TO RPT-LINE
046700             WRITE RPT-LINE
046800         END-IF
046900     END-PERFORM
047000     PERFORM 2900-CLEAR-BLOCK THRU 2900-EXIT.
047100 2800-EXIT.
047200     EXIT.

047300 2900-CLEAR-BLOCK.
047400     PERFORM VARYING clx FROM 1 BY 1 UNTIL clx > 7
047500         MOVE ZERO TO CL-BLOCK-COUNT(clx) CL-BLOCK-FIRST(clx)
047600             CL-BLOCK-LAST(clx)
047700     END-PERFORM.
047800 2900-EXIT.
047900     EXIT.

048000*-----------------------------------------------------------------
048100* CONTROL TOTALS AT THE BOTTOM, AS ON THE DENSITY REPORT, WITH
048200* THE NUMBER OF PRIMES EACH CLASS COULD NOT ANSWER.
048300*-----------------------------------------------------------------
048400 3000-WRITE-SUMMARY.
048500     MOVE SPACES TO RPT-LINE
048600     WRITE RPT-LINE
048700     MOVE SPACES TO SU-UNKNOWN-LIT
048800     MOVE ZERO TO SU-UNKNOWN
048900     MOVE "TOTAL PRIMES:" TO SU-LABEL
049000     MOVE WS-CLASSIFIED-COUNT TO SU-VALUE
049100     MOVE WS-SUMMARY-DETAIL TO RPT-LINE
049200     MOVE SPACES TO RPT-LINE(32:)
049300     WRITE RPT-LINE
049400     PERFORM VARYING clx FROM 1 BY 1 UNTIL clx > 7
049500         MOVE WS-CLASS-NAME(clx) TO SU-LABEL
049600         MOVE CL-TOTAL(clx) TO SU-VALUE
049700         MOVE "UNANSWERED:" TO SU-UNKNOWN-LIT
049800         MOVE CL-UNKNOWN(clx) TO SU-UNKNOWN
049900         MOVE WS-SUMMARY-DETAIL TO RPT-LINE
050000         WRITE RPT-LINE
050100     END-PERFORM.
050200 3000-EXIT.
050300     EXIT.

050400*-----------------------------------------------------------------
050500* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
050600* SECOND-TIER STREAM CAN CLASSIFY THE SIEVE OUTPUT AND
050700* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
050800* DEFAULT CALL "PRIMECLS" BEHAVIOR ABOVE.
050900*-----------------------------------------------------------------
051000 9000-PRIMECLS-BATCH-ENTRY.
051100 ENTRY "PRIMECLS-BATCH" USING RNC-RECORDS-READ
051200         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
051300     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
051400     PERFORM 0100-RUN-PRIMECLS THRU 0100-EXIT
051500     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
051600     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
051700     GOBACK.
051800 9000-EXIT.
051900     EXIT.
