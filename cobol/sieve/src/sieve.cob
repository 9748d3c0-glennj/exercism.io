003350*                  AUDIT RECORD) IF ANY EVEN NUMBER HAS NONE,
003360*                  AND CONTROL TOTALS AT THE BOTTOM LIKE THE
003370*                  DENSITY REPORT
003371* 10/15/2026 RM    WINDOW MODE ("W" ON SIEVECTL): THE PRIMES
003372*                  BETWEEN A LOW AND HIGH BOUND FAR ABOVE THE
003373*                  TABLE LIMIT, SIEVED IN FIXED SEGMENTS ON THE
003374*                  WHEEL BY THE BASE PRIMES TO THE HIGH BOUND'S
003375*                  SQUARE ROOT.  PRIMES GO TO SIEVEOUT AS
003376*                  12-DIGIT RECORDS WITH THE SAME ZERO-SENTINEL
003377*                  TRAILER, AND EACH SEGMENT IS CHECKPOINTED TO
003378*                  SIEVECKP SO A LONG WINDOW RESTARTS MID-WAY
003379* 10/15/2026 RM    FACTOR MODE CERTIFIES A COFACTOR LEFT ABOVE
003380*                  THE SIEVE LIMIT: MILLER-RABIN PROVES IT PRIME
003381*                  OR POLLARD RHO SPLITS IT, SO THE DERIVED
003382*                  COLUMNS ARE FILLED IN.  STATUS SHOWS THE
003383*                  METHOD (PRIME-MR, FACTORED-MR, FACTORED-RHO)
003385*-----------------------------------------------------------------
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. SIEVE.
007300     05  CTL-MODE                PIC X.
007400         88  CTL-MODE-EXTRACT    VALUE "S".
007500         88  CTL-MODE-FACTOR     VALUE "F".
007510         88  CTL-MODE-WINDOW     VALUE "W".
007600     05  CTL-FACTOR-N            PIC 9(07).
007610*-----------------------------------------------------------------
007620* WINDOW MODE ONLY: THE BOUNDS OF THE RANGE TO SIEVE.  CTL-LIMIT
007630* IS NOT USED - THE BASE TABLE RUNS TO THE SQUARE ROOT OF THE
007640* HIGH BOUND, SO THE HIGH BOUND IS HELD BELOW 999,982,000,000.
007650*-----------------------------------------------------------------
007660     05  CTL-WINDOW-LOW          PIC 9(12).
007670     05  CTL-WINDOW-HIGH         PIC 9(12).
007700
007800 FD  PRIME-OUT-FILE.
007900 01  PRIME-OUT-RECORD            PIC 9(07).
007910*-----------------------------------------------------------------
007920* WINDOW MODE WRITES THE WIDE RECORD - PRIMES, SENTINEL, AND
007930* COUNT ALIKE.
007940*-----------------------------------------------------------------
007950 01  PRIME-OUT-WIDE-RECORD       PIC 9(12).

008000 FD  DENSITY-RPT
008100     RECORD CONTAINS 80 CHARACTERS.
010400     05  CKPT-MARKER-BYTE        PIC 9(03)
010500             OCCURS 1 TO 125000 TIMES
010600             DEPENDING ON WS-MARKER-BYTE-COUNT.
010610*-----------------------------------------------------------------
010620* WINDOW MODE'S CHECKPOINT, STAMPED "SEGW": THE WINDOW AND THE
010630* BASE OF THE NEXT SEGMENT TO SIEVE.  THE BASE TABLE IS NOT
010640* CARRIED - IT IS SMALL AND SIMPLY REBUILT ON A RESTART.
010650*-----------------------------------------------------------------
010660 01  SEG-CKPT-RECORD.
010670     05  SCK-LIMIT               PIC 9(07).
010680     05  SCK-LAYOUT              PIC X(04).
010685     05  SCK-WINDOW-LOW          PIC 9(12).
010690     05  SCK-WINDOW-HIGH         PIC 9(12).
010695     05  SCK-NEXT-BASE           PIC 9(12).
010700
010800 WORKING-STORAGE SECTION.
010900 01  WS-CTL-STATUS               PIC XX.
011500     88  SIEVE-MODE-EXTRACT       VALUE "S".
011600     88  SIEVE-MODE-FACTOR        VALUE "F".
011610     88  SIEVE-MODE-GOLDBACH      VALUE "G".
011620     88  SIEVE-MODE-WINDOW        VALUE "W".
011700 01  WS-FACTOR-N                  PIC 9(07) VALUE ZERO.
011800 01  WS-COUNT                     PIC 9(07) VALUE ZERO.
011900*-----------------------------------------------------------------
022000     88  FACTOR-STATUS-FACTORED    VALUE "FACTORED".
022100     88  FACTOR-STATUS-PRIME       VALUE "PRIME".
022200     88  FACTOR-STATUS-EXCEEDS     VALUE "EXCEEDS-LIMIT".
022210     88  FACTOR-STATUS-PRIME-MR    VALUE "PRIME-MR".
022220     88  FACTOR-STATUS-MR          VALUE "FACTORED-MR".
022230     88  FACTOR-STATUS-RHO         VALUE "FACTORED-RHO".
022300 01  WS-FACTOR-DISP                PIC ZZZZZZ9.
022400 01  WS-LINE-PTR                   PIC 9(03).
022500 01  ffx                           PIC 9(03).
023000 01  WS-RNC-READ                   PIC 9(07) VALUE ZERO.
023100 01  WS-RNC-WRITTEN                PIC 9(07) VALUE ZERO.

023101*-----------------------------------------------------------------
023102* SEGMENTED WINDOW MODE.  THE BASE TABLE IS BUILT ONCE TO THE
023103* SQUARE ROOT OF THE HIGH BOUND AND ITS PRIMES LISTED; THE
023104* WINDOW IS THEN SIEVED ONE FIXED SEGMENT AT A TIME IN A SECOND
023105* WHEEL TABLE OF THE SAME SHAPE - ONE BYTE PER BLOCK OF 30 -
023106* WHOSE FIRST BLOCK STARTS ON A MULTIPLE OF 30.  WS-WHEEL-RES
023107* TURNS A SLOT BACK INTO ITS RESIDUE.
023108*-----------------------------------------------------------------
023109 01  WS-WINDOW-SW                  PIC X VALUE "N".
023110     88  WINDOW-REJECTED           VALUE "R".
023111 01  WS-WINDOW-LOW                 PIC 9(12) VALUE ZERO.
023112 01  WS-WINDOW-HIGH                PIC 9(12) VALUE ZERO.
023113 01  WS-SEG-BLOCKS                 PIC 9(04) VALUE 1000.
023114 01  WS-SEG-TABLE.
023115     05  WS-SEG-BYTE               PIC 9(03) OCCURS 1000 TIMES.
023116 01  sgx                           PIC 9(04).
023117 01  WS-SEG-BLOCK                  PIC 9(04).
023118 01  WS-SEG-SLOT                   PIC 9.
023119 01  WS-SEG-BASE                   PIC 9(12).
023120 01  WS-SEG-TOP                    PIC 9(12).
023121 01  WS-SEG-P                      PIC 9(07).
023122 01  WS-SEG-K                      PIC 9(12).
023123 01  WS-SEG-N                      PIC 9(12).
023124 01  WS-SEG-COUNT                  PIC 9(12) VALUE ZERO.
023125 01  WS-SEG-LAST-WRITTEN           PIC 9(12) VALUE ZERO.
023126 01  WS-SEG-RESUME-BASE            PIC 9(12) VALUE ZERO.
023127 01  WS-BASE-PRIME-COUNT           PIC 9(05) VALUE ZERO.
023128 01  WS-BASE-PRIME-TABLE.
023129     05  WS-BASE-PRIME             PIC 9(07) OCCURS 80000 TIMES.
023130 01  bpx                           PIC 9(05).
023131 01  WS-WHEEL-RES-VALUES           PIC X(16) VALUE
023132     "0107111317192329".
023133 01  WS-WHEEL-RES-TABLE REDEFINES WS-WHEEL-RES-VALUES.
023134     05  WS-WHEEL-RES              PIC 99 OCCURS 8 TIMES.

023135*-----------------------------------------------------------------
023136* COFACTOR CERTIFICATION.  A COFACTOR LEFT ABOVE THE SIEVE LIMIT
023137* IS PROVEN PRIME BY MILLER-RABIN - WITNESSES 2, 3, 5, AND 7 ARE
023138* DETERMINISTIC BELOW 3,215,031,751, WELL PAST THE 7-DIGIT
023139* REQUEST FIELD - OR SPLIT BY POLLARD RHO.  PIECES STILL TO BE
023140* CERTIFIED WAIT ON WS-CERT-STACK; A REQUEST CANNOT HOLD MORE
023141* THAN 23 PRIME FACTORS, SO 24 ENTRIES NEVER OVERFLOW.
023142*-----------------------------------------------------------------
023143 01  WS-CERT-METHOD-SW             PIC X.
023144     88  CERT-BY-SIEVE-ONLY        VALUE SPACE.
023145     88  CERT-BY-MILLER-RABIN      VALUE "M".
023146     88  CERT-BY-POLLARD-RHO       VALUE "R".
023147     88  CERT-INCOMPLETE           VALUE "X".
023148 01  WS-CERT-STACK-TABLE.
023149     05  WS-CERT-STACK             PIC 9(07) OCCURS 24 TIMES.
023150 01  WS-CERT-DEPTH                 PIC 9(03).
023151 01  WS-CERT-PIECE                 PIC 9(07).
023152 01  WS-MR-WITNESS-VALUES          PIC X(04) VALUE "2357".
023153 01  WS-MR-WITNESS-TABLE REDEFINES WS-MR-WITNESS-VALUES.
023154     05  WS-MR-WITNESS             PIC 9 OCCURS 4 TIMES.
023155 01  mrx                           PIC 9.
023156 01  WS-MR-RESULT-SW               PIC X.
023157     88  MR-PROVEN-PRIME           VALUE "P".
023158     88  MR-COMPOSITE              VALUE "C".
023159 01  WS-MR-ODD-PART                PIC 9(07).
023160 01  WS-MR-TWOS                    PIC 9(02).
023161 01  WS-MR-SQUARINGS               PIC 9(02).
023162 01  WS-MR-X                       PIC 9(14).
023163 01  WS-MR-BASE                    PIC 9(14).
023164 01  WS-MR-EXP                     PIC 9(07).
023165 01  WS-RHO-X                      PIC 9(14).
023166 01  WS-RHO-Y                      PIC 9(14).
023167 01  WS-RHO-C                      PIC 9(02).
023168 01  WS-RHO-STEPS                  PIC 9(06).
023169 01  WS-RHO-DIVISOR                PIC 9(07).
023170 01  WS-GCD-A                      PIC 9(07).
023171 01  WS-GCD-B                      PIC 9(07).
023172 01  WS-GCD-R                      PIC 9(07).
023173 01  srx                           PIC 9(03).
023174 01  srj                           PIC 9(03).
023175 01  WS-SORT-HOLD                  PIC 9(07).

023200 LINKAGE SECTION.
023300 COPY runcom.
023400
025000             PERFORM 5500-PROCESS-FACTOR-QUEUE THRU 5500-EXIT
025010         WHEN SIEVE-MODE-GOLDBACH
025020             PERFORM 6000-GOLDBACH-REPORT THRU 6000-EXIT
025030         WHEN SIEVE-MODE-WINDOW
025040             PERFORM 9500-SIEVE-WINDOW THRU 9500-EXIT
025100         WHEN OTHER
025200             PERFORM 3000-EXTRACT-PRIMES
025300             PERFORM 4000-TWIN-PRIME-REPORT
027000                 MOVE CTL-LIMIT     TO WS-LIMIT
027100                 MOVE CTL-MODE      TO WS-MODE
027200                 MOVE CTL-FACTOR-N  TO WS-FACTOR-N
027210                 IF CTL-MODE-WINDOW
027220                     PERFORM 1020-SET-WINDOW-LIMIT THRU 1020-EXIT
027230                 END-IF
027300                 ADD 1 TO WS-RNC-READ
027400         END-READ
027500         CLOSE CONTROL-FILE
028100     ADD 2 TO WS-MARKER-BYTE-COUNT
028200
028300     PERFORM 1100-INITIALIZE-MARKERS
028310*-----------------------------------------------------------------
028320* WINDOW MODE KEEPS ITS OWN SEGMENT CHECKPOINT IN SIEVECKP.
028330*-----------------------------------------------------------------
028340     IF NOT SIEVE-MODE-WINDOW
028400         PERFORM 1200-LOAD-CHECKPOINT THRU 1200-EXIT
028410     END-IF.
028500 1000-EXIT.
028600     EXIT.

028602*-----------------------------------------------------------------
028604* WINDOW MODE: THE MARKER TABLE IS BUILT ONLY TO THE SQUARE ROOT
028606* OF THE HIGH BOUND.  MISSING OR REVERSED BOUNDS, OR A HIGH BOUND
028608* WHOSE ROOT PASSES THE TABLE CAPACITY, REJECT THE WINDOW - NO
028610* SIEVEOUT IS WRITTEN - WITH A SEVERE AUDIT RECORD.
028612*-----------------------------------------------------------------
028614 1020-SET-WINDOW-LIMIT.
028616     IF CTL-WINDOW-LOW IS NOT NUMERIC
028618             OR CTL-WINDOW-HIGH IS NOT NUMERIC
028620         SET WINDOW-REJECTED TO TRUE
028622     ELSE
028624         IF CTL-WINDOW-LOW > CTL-WINDOW-HIGH
028626                 OR CTL-WINDOW-HIGH < 2
028628             SET WINDOW-REJECTED TO TRUE
028630         END-IF
028632     END-IF
028634     IF NOT WINDOW-REJECTED
028636         MOVE CTL-WINDOW-LOW  TO WS-WINDOW-LOW
028638         MOVE CTL-WINDOW-HIGH TO WS-WINDOW-HIGH
028640         IF FUNCTION SQRT(WS-WINDOW-HIGH) > 999991
028642             SET WINDOW-REJECTED TO TRUE
028644         ELSE
028646             COMPUTE WS-LIMIT = FUNCTION INTEGER(
028648                 FUNCTION SQRT(WS-WINDOW-HIGH)) + 1
028650         END-IF
028652     END-IF
028654     IF WINDOW-REJECTED
028656         MOVE 30 TO WS-LIMIT
028658         MOVE "SIEVE" TO AUD-PROGRAM-NAME
028660         MOVE "SIEVECTL WINDOW" TO AUD-FAILED-INPUT
028662         MOVE "WINDOW BOUNDS MISSING, REVERSED, OR ABOVE CAPACITY"
028664             TO AUD-FAILURE-REASON
028666         SET AUD-SEV-SEVERE TO TRUE
028668         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
028670             AUD-FAILED-INPUT AUD-FAILURE-REASON
028672             AUD-SEVERITY
028674     END-IF.
028676 1020-EXIT.
028678     EXIT.
028700
028800*-----------------------------------------------------------------
028900* A MISSING OR ZERO CONTROL-FILE LIMIT IS TREATED AS AN INVALID
039700                 PERFORM 2500-MARK-MULTIPLES
039800             END-IF
039900             IF FUNCTION MOD(num, WS-CHECKPOINT-INTERVAL) = 1
039910                     AND NOT SIEVE-MODE-WINDOW
040000                 PERFORM 1300-WRITE-CHECKPOINT
040100             END-IF
040200         END-IF
064500
064600*-----------------------------------------------------------------
064700* FACTOR ONE NUMBER INTO WS-FACTOR-LIST.  STATUS: "PRIME" WHEN
064800* THE NUMBER IS ITS OWN ONLY FACTOR, OTHERWISE "FACTORED".  A
064900* COFACTOR ABOVE THE SIEVE LIMIT IS CERTIFIED BY 9100, AND THE
064910* STATUS NAMES THE METHOD: "PRIME-MR" OR "FACTORED-MR" WHEN
064920* MILLER-RABIN PROVED IT PRIME, "FACTORED-RHO" WHEN POLLARD RHO
064930* HAD TO SPLIT IT, AND "EXCEEDS-LIMIT" ONLY WHEN A PIECE COULD
064940* BE NEITHER PROVEN PRIME NOR SPLIT (IT IS LISTED, UNCERTIFIED).
065100*-----------------------------------------------------------------
065200 5600-FACTOR-ONE-REQUEST.
065300     MOVE ZERO TO WS-FACTOR-COUNT
066000             PERFORM 5610-DIVIDE-OUT-FACTOR
066100         END-IF
066200     END-PERFORM
066300     MOVE SPACE TO WS-CERT-METHOD-SW
066400     IF WS-REMAINING > 1
066500         PERFORM 9100-CERTIFY-COFACTOR THRU 9100-EXIT
066600     END-IF
066700     EVALUATE TRUE
066800         WHEN CERT-INCOMPLETE
066900             SET FACTOR-STATUS-EXCEEDS TO TRUE
067000         WHEN CERT-BY-POLLARD-RHO
067050             SET FACTOR-STATUS-RHO TO TRUE
067100         WHEN CERT-BY-MILLER-RABIN
067150             SET FACTOR-STATUS-MR TO TRUE
067200     END-EVALUATE
067250     IF WS-FACTOR-COUNT = 1
067300             AND WS-FACTOR-LIST(1) = WS-FACTOR-N
067350         EVALUATE TRUE
067400             WHEN FACTOR-STATUS-FACTORED
067420                 SET FACTOR-STATUS-PRIME TO TRUE
067440             WHEN FACTOR-STATUS-MR
067460                 SET FACTOR-STATUS-PRIME-MR TO TRUE
067480         END-EVALUATE
067500     END-IF
067510     PERFORM 5650-DERIVE-NUMBER-FUNCTIONS THRU 5650-EXIT.
067600 5600-EXIT.
068810*-----------------------------------------------------------------
068820* DERIVE TOTIENT, DIVISOR COUNT, AND DIVISOR SUM FROM THE FACTOR
068830* LIST (EQUAL PRIMES SIT ADJACENT, SO ONE PASS GROUPS THEM).
068840* AN EXCEEDS-LIMIT REQUEST IS LEFT BLANK - ONE LISTED FACTOR
068850* IS NOT CERTIFIED PRIME.  THE BATCH SUMMARY PICKS UP
068860* PERFECT NUMBERS AND THE MOST-DIVISORS CANDIDATE HERE.
068870*-----------------------------------------------------------------
068880 5650-DERIVE-NUMBER-FUNCTIONS.
073000     GOBACK.
073100 9000-EXIT.
073200     EXIT.

073300*-----------------------------------------------------------------
073310* CERTIFY THE COFACTOR LEFT IN WS-REMAINING AFTER THE SIEVE'S
073320* PRIMES ARE DIVIDED OUT.  EACH PIECE IS TESTED BY MILLER-RABIN;
073330* ONE THAT IS COMPOSITE IS SPLIT BY POLLARD RHO AND BOTH HALVES
073340* GO BACK ON THE STACK.  PROVEN PRIMES JOIN WS-FACTOR-LIST, WHICH
073350* IS THEN PUT BACK IN ORDER SO EQUAL PRIMES SIT ADJACENT.
073360*-----------------------------------------------------------------
073370 9100-CERTIFY-COFACTOR.
073380     SET CERT-BY-MILLER-RABIN TO TRUE
073390     MOVE 1 TO WS-CERT-DEPTH
073400     MOVE WS-REMAINING TO WS-CERT-STACK(1)
073410     PERFORM 9110-CERTIFY-ONE-PIECE THRU 9110-EXIT
073420         UNTIL WS-CERT-DEPTH = ZERO
073430     PERFORM 9150-ORDER-FACTOR-LIST THRU 9150-EXIT.
073440 9100-EXIT.
073450     EXIT.

073460 9110-CERTIFY-ONE-PIECE.
073470     MOVE WS-CERT-STACK(WS-CERT-DEPTH) TO WS-CERT-PIECE
073480     SUBTRACT 1 FROM WS-CERT-DEPTH
073490     PERFORM 9120-MILLER-RABIN THRU 9120-EXIT
073500     IF MR-PROVEN-PRIME
073510         PERFORM 9115-LIST-PIECE THRU 9115-EXIT
073520         GO TO 9110-EXIT
073530     END-IF
073540     PERFORM 9130-POLLARD-RHO THRU 9130-EXIT
073550     IF WS-RHO-DIVISOR = 1
073560         SET CERT-INCOMPLETE TO TRUE
073570         PERFORM 9115-LIST-PIECE THRU 9115-EXIT
073580         GO TO 9110-EXIT
073590     END-IF
073600     IF NOT CERT-INCOMPLETE
073610         SET CERT-BY-POLLARD-RHO TO TRUE
073620     END-IF
073630     ADD 1 TO WS-CERT-DEPTH
073640     MOVE WS-RHO-DIVISOR TO WS-CERT-STACK(WS-CERT-DEPTH)
073650     ADD 1 TO WS-CERT-DEPTH
073660     DIVIDE WS-CERT-PIECE BY WS-RHO-DIVISOR
073670         GIVING WS-CERT-STACK(WS-CERT-DEPTH).
073680 9110-EXIT.
073690     EXIT.

073700 9115-LIST-PIECE.
073710     IF WS-FACTOR-COUNT < 24
073720         ADD 1 TO WS-FACTOR-COUNT
073730         MOVE WS-CERT-PIECE TO WS-FACTOR-LIST(WS-FACTOR-COUNT)
073740     END-IF.
073750 9115-EXIT.
073760     EXIT.

073770*-----------------------------------------------------------------
073780* MILLER-RABIN ON WS-CERT-PIECE.  WRITE PIECE - 1 AS AN ODD PART
073790* TIMES A POWER OF TWO; FOR EACH WITNESS THE ODD-PART POWER MUST
073800* BE 1 OR PIECE - 1, OR REACH PIECE - 1 WITHIN THE SQUARINGS,
073810* OR THE PIECE IS COMPOSITE.
073820*-----------------------------------------------------------------
073830 9120-MILLER-RABIN.
073840     SET MR-COMPOSITE TO TRUE
073850     IF WS-CERT-PIECE = 2 OR 3 OR 5 OR 7
073860         SET MR-PROVEN-PRIME TO TRUE
073870         GO TO 9120-EXIT
073880     END-IF
073890     IF WS-CERT-PIECE < 2
073900             OR FUNCTION MOD(WS-CERT-PIECE, 2) = 0
073910         GO TO 9120-EXIT
073920     END-IF
073930     COMPUTE WS-MR-ODD-PART = WS-CERT-PIECE - 1
073940     MOVE ZERO TO WS-MR-TWOS
073950     PERFORM UNTIL FUNCTION MOD(WS-MR-ODD-PART, 2) NOT = 0
073960         DIVIDE 2 INTO WS-MR-ODD-PART
073970         ADD 1 TO WS-MR-TWOS
073980     END-PERFORM
073990     PERFORM VARYING mrx FROM 1 BY 1 UNTIL mrx > 4
074000         MOVE WS-MR-WITNESS(mrx) TO WS-MR-BASE
074010         MOVE WS-MR-ODD-PART TO WS-MR-EXP
074020         PERFORM 9125-POWER-MOD THRU 9125-EXIT
074030         IF WS-MR-X NOT = 1
074040                 AND WS-MR-X NOT = WS-CERT-PIECE - 1
074050             MOVE 1 TO WS-MR-SQUARINGS
074060             PERFORM UNTIL WS-MR-SQUARINGS >= WS-MR-TWOS
074070                     OR WS-MR-X = WS-CERT-PIECE - 1
074080                 COMPUTE WS-MR-X = FUNCTION MOD(
074090                     WS-MR-X * WS-MR-X, WS-CERT-PIECE)
074100                 ADD 1 TO WS-MR-SQUARINGS
074110             END-PERFORM
074120             IF WS-MR-X NOT = WS-CERT-PIECE - 1
074130                 GO TO 9120-EXIT
074140             END-IF
074150         END-IF
074160     END-PERFORM
074170     SET MR-PROVEN-PRIME TO TRUE.
074180 9120-EXIT.
074190     EXIT.

074200*-----------------------------------------------------------------
074210* WS-MR-X = WS-MR-BASE ** WS-MR-EXP MODULO WS-CERT-PIECE, BY
074220* REPEATED SQUARING.  BOTH FACTORS STAY BELOW 10 ** 7, SO EVERY
074230* PRODUCT FITS THE 14-DIGIT WORK FIELDS.
074240*-----------------------------------------------------------------
074250 9125-POWER-MOD.
074260     MOVE 1 TO WS-MR-X
074270     COMPUTE WS-MR-BASE = FUNCTION MOD(WS-MR-BASE, WS-CERT-PIECE)
074280     PERFORM UNTIL WS-MR-EXP = ZERO
074290         IF FUNCTION MOD(WS-MR-EXP, 2) = 1
074300             COMPUTE WS-MR-X = FUNCTION MOD(
074310                 WS-MR-X * WS-MR-BASE, WS-CERT-PIECE)
074320         END-IF
074330         COMPUTE WS-MR-BASE = FUNCTION MOD(
074340             WS-MR-BASE * WS-MR-BASE, WS-CERT-PIECE)
074350         DIVIDE 2 INTO WS-MR-EXP
074360     END-PERFORM.
074370 9125-EXIT.
074380     EXIT.

074390*-----------------------------------------------------------------
074400* POLLARD RHO ON A COMPOSITE WS-CERT-PIECE: X AND Y WALK
074410* X * X + C, Y TWICE AS FAST, UNTIL THE GCD OF THEIR DIFFERENCE
074420* WITH THE PIECE IS A PROPER DIVISOR.  A WALK THAT CLOSES ON THE
074430* WHOLE PIECE IS RETRIED WITH THE NEXT C.  WS-RHO-DIVISOR IS
074440* LEFT AT 1 IF EVERY C FAILS.
074450*-----------------------------------------------------------------
074460 9130-POLLARD-RHO.
074470     MOVE 1 TO WS-RHO-DIVISOR
074480     IF FUNCTION MOD(WS-CERT-PIECE, 2) = 0
074490         MOVE 2 TO WS-RHO-DIVISOR
074500         GO TO 9130-EXIT
074510     END-IF
074520     PERFORM VARYING WS-RHO-C FROM 1 BY 1
074530             UNTIL WS-RHO-C > 20
074540             OR WS-RHO-DIVISOR NOT = 1
074550         MOVE 2 TO WS-RHO-X WS-RHO-Y
074560         MOVE ZERO TO WS-RHO-STEPS
074570         PERFORM UNTIL WS-RHO-DIVISOR NOT = 1
074580                 OR WS-RHO-STEPS > 100000
074590             COMPUTE WS-RHO-X = FUNCTION MOD(
074600                 WS-RHO-X * WS-RHO-X + WS-RHO-C, WS-CERT-PIECE)
074610             COMPUTE WS-RHO-Y = FUNCTION MOD(
074620                 WS-RHO-Y * WS-RHO-Y + WS-RHO-C, WS-CERT-PIECE)
074630             COMPUTE WS-RHO-Y = FUNCTION MOD(
074640                 WS-RHO-Y * WS-RHO-Y + WS-RHO-C, WS-CERT-PIECE)
074650             IF WS-RHO-X > WS-RHO-Y
074660                 COMPUTE WS-GCD-A = WS-RHO-X - WS-RHO-Y
074670             ELSE
074680                 COMPUTE WS-GCD-A = WS-RHO-Y - WS-RHO-X
074690             END-IF
074700             MOVE WS-CERT-PIECE TO WS-GCD-B
074710             PERFORM 9135-GREATEST-COMMON-DIVISOR THRU 9135-EXIT
074720             MOVE WS-GCD-B TO WS-RHO-DIVISOR
074730             ADD 1 TO WS-RHO-STEPS
074740         END-PERFORM
074750         IF WS-RHO-DIVISOR = WS-CERT-PIECE
074760             MOVE 1 TO WS-RHO-DIVISOR
074770         END-IF
074780     END-PERFORM.
074790 9130-EXIT.
074800     EXIT.

074810*-----------------------------------------------------------------
074820* EUCLID: THE GCD OF WS-GCD-A AND WS-GCD-B IS LEFT IN WS-GCD-B.
074830* A ZERO DIFFERENCE GIVES THE WHOLE PIECE, WHICH 9130 REJECTS.
074840*-----------------------------------------------------------------
074850 9135-GREATEST-COMMON-DIVISOR.
074860     PERFORM UNTIL WS-GCD-A = ZERO
074870         COMPUTE WS-GCD-R = FUNCTION MOD(WS-GCD-B, WS-GCD-A)
074880         MOVE WS-GCD-A TO WS-GCD-B
074890         MOVE WS-GCD-R TO WS-GCD-A
074900     END-PERFORM.
074910 9135-EXIT.
074920     EXIT.

074930*-----------------------------------------------------------------
074940* INSERTION SORT OF WS-FACTOR-LIST INTO ASCENDING ORDER.
074950*-----------------------------------------------------------------
074960 9150-ORDER-FACTOR-LIST.
074970     PERFORM VARYING srx FROM 2 BY 1 UNTIL srx > WS-FACTOR-COUNT
074980         MOVE WS-FACTOR-LIST(srx) TO WS-SORT-HOLD
074990         MOVE srx TO srj
075000         PERFORM UNTIL srj < 2
075010                 OR WS-FACTOR-LIST(srj - 1) <= WS-SORT-HOLD
075020             MOVE WS-FACTOR-LIST(srj - 1) TO WS-FACTOR-LIST(srj)
075030             SUBTRACT 1 FROM srj
075040         END-PERFORM
075050         MOVE WS-SORT-HOLD TO WS-FACTOR-LIST(srj)
075060     END-PERFORM.
075070 9150-EXIT.
075080     EXIT.

075090*-----------------------------------------------------------------
075100* SEGMENTED WINDOW: THE PRIMES FROM CTL-WINDOW-LOW TO
075110* CTL-WINDOW-HIGH, FOR A WINDOW FAR ABOVE THE MARKER TABLE'S
075120* REACH.  THE BASE TABLE BUILT BY MARK-NON-PRIMES RUNS ONLY TO
075130* THE SQUARE ROOT OF THE HIGH BOUND; ITS PRIMES ARE LISTED ONCE
075140* AND EACH SEGMENT IS SIEVED BY THEM IN WS-SEG-TABLE.  SIEVEOUT
075150* CARRIES THE WIDE RECORD AND THE USUAL ZERO-SENTINEL TRAILER.
075160*-----------------------------------------------------------------
075170 9500-SIEVE-WINDOW.
075180     IF WINDOW-REJECTED
075190         GO TO 9500-EXIT
075200     END-IF
075210     PERFORM 9510-LIST-BASE-PRIMES THRU 9510-EXIT
075220     COMPUTE WS-SEG-BASE =
075230         FUNCTION INTEGER(WS-WINDOW-LOW / 30) * 30
075240     PERFORM 9520-RESUME-WINDOW THRU 9520-EXIT
075250*-----------------------------------------------------------------
075260* 2, 3, AND 5 ARE OFF THE WHEEL AND NEVER IN A SEGMENT TABLE.
075270*-----------------------------------------------------------------
075280     MOVE 2 TO WS-SEG-N
075290     PERFORM 9545-WRITE-WINDOW-PRIME THRU 9545-EXIT
075300     MOVE 3 TO WS-SEG-N
075310     PERFORM 9545-WRITE-WINDOW-PRIME THRU 9545-EXIT
075320     MOVE 5 TO WS-SEG-N
075330     PERFORM 9545-WRITE-WINDOW-PRIME THRU 9545-EXIT
075340     PERFORM 9530-SIEVE-ONE-SEGMENT THRU 9530-EXIT
075350         UNTIL WS-SEG-BASE > WS-WINDOW-HIGH
075360     MOVE ZERO TO PRIME-OUT-WIDE-RECORD
075370     WRITE PRIME-OUT-WIDE-RECORD
075380     MOVE WS-SEG-COUNT TO PRIME-OUT-WIDE-RECORD
075390     WRITE PRIME-OUT-WIDE-RECORD
075400     CLOSE PRIME-OUT-FILE
075410*-----------------------------------------------------------------
075420* THE WINDOW IS COMPLETE, SO THE SEGMENT CHECKPOINT IS EMPTIED -
075430* A LATER RUN OF THE SAME WINDOW STARTS FROM THE BEGINNING.
075440*-----------------------------------------------------------------
075450     OPEN OUTPUT RESTART-FILE
075460     CLOSE RESTART-FILE.
075470 9500-EXIT.
075480     EXIT.

075490 9510-LIST-BASE-PRIMES.
075500     MOVE ZERO TO WS-BASE-PRIME-COUNT
075510     PERFORM VARYING num FROM 7 BY 2 UNTIL num > WS-LIMIT
075520         PERFORM 2100-TEST-BIT
075530         IF WS-BIT-VALUE = 1
075540             ADD 1 TO WS-BASE-PRIME-COUNT
075550             MOVE num TO WS-BASE-PRIME(WS-BASE-PRIME-COUNT)
075560         END-IF
075570     END-PERFORM.
075580 9510-EXIT.
075590     EXIT.

075600*-----------------------------------------------------------------
075610* A SEGMENT CHECKPOINT FOR THIS SAME WINDOW RESUMES AT THE
075620* SEGMENT AFTER THE LAST ONE COMPLETED.  SIEVEOUT IS READ BACK
075630* FOR THE COUNT AND THE LAST PRIME ALREADY ON IT, SO A SEGMENT
075640* PART-WRITTEN WHEN THE RUN STOPPED IS NOT WRITTEN TWICE.  A
075650* SIEVEOUT THAT ALREADY ENDS IN ITS TRAILER IS FINISHED, AND THE
075660* WINDOW STARTS OVER.
075670*-----------------------------------------------------------------
075680 9520-RESUME-WINDOW.
075690     MOVE "N" TO WS-RESTARTED-SW
075700     MOVE ZERO TO WS-SEG-COUNT WS-SEG-LAST-WRITTEN
075710     OPEN INPUT RESTART-FILE
075720     IF WS-CKP-STATUS = "00"
075730         READ RESTART-FILE
075740             AT END CONTINUE
075750             NOT AT END
075760                 IF SCK-LAYOUT = "SEGW"
075770                         AND SCK-WINDOW-LOW = WS-WINDOW-LOW
075780                         AND SCK-WINDOW-HIGH = WS-WINDOW-HIGH
075790                     MOVE SCK-NEXT-BASE TO WS-SEG-RESUME-BASE
075800                     SET RUN-WAS-RESTARTED TO TRUE
075810                 END-IF
075820         END-READ
075830         CLOSE RESTART-FILE
075840     END-IF
075850     IF RUN-WAS-RESTARTED
075860         PERFORM 9521-READ-BACK-WINDOW THRU 9521-EXIT
075870     END-IF
075880     IF RUN-WAS-RESTARTED
075890         MOVE WS-SEG-RESUME-BASE TO WS-SEG-BASE
075900         OPEN EXTEND PRIME-OUT-FILE
075910         MOVE "SIEVE" TO AUD-PROGRAM-NAME
075920         MOVE "SIEVECKP" TO AUD-FAILED-INPUT
075930         MOVE "WINDOW SIEVE RESUMED FROM ITS SEGMENT CHECKPOINT"
075940             TO AUD-FAILURE-REASON
075950         SET AUD-SEV-INFO TO TRUE
075960         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
075970             AUD-FAILED-INPUT AUD-FAILURE-REASON
075980             AUD-SEVERITY
075990     ELSE
076000         MOVE ZERO TO WS-SEG-COUNT WS-SEG-LAST-WRITTEN
076010         OPEN OUTPUT PRIME-OUT-FILE
076020     END-IF.
076030 9520-EXIT.
076040     EXIT.

076050 9521-READ-BACK-WINDOW.
076060     OPEN INPUT PRIME-OUT-FILE
076070     IF WS-OUT-STATUS NOT = "00"
076080         MOVE "N" TO WS-RESTARTED-SW
076090         GO TO 9521-EXIT
076100     END-IF
076110     PERFORM 4100-READ-NEXT-PRIME
076120     PERFORM UNTIL WS-OUT-STATUS = "10"
076130         IF PRIME-OUT-WIDE-RECORD = ZERO
076140             MOVE "N" TO WS-RESTARTED-SW
076150             MOVE "10" TO WS-OUT-STATUS
076160         ELSE
076170             ADD 1 TO WS-SEG-COUNT
076180             MOVE PRIME-OUT-WIDE-RECORD TO WS-SEG-LAST-WRITTEN
076190             PERFORM 4100-READ-NEXT-PRIME
076200         END-IF
076210     END-PERFORM
076220     CLOSE PRIME-OUT-FILE.
076230 9521-EXIT.
076240     EXIT.

076250*-----------------------------------------------------------------
076260* ONE SEGMENT: EVERY WHEEL SLOT STARTS AS A CANDIDATE, EACH BASE
076270* PRIME WHOSE SQUARE FALLS INSIDE THE SEGMENT CLEARS ITS
076280* MULTIPLES, AND THE SURVIVORS INSIDE THE WINDOW ARE WRITTEN.
076290*-----------------------------------------------------------------
076300 9530-SIEVE-ONE-SEGMENT.
076310     COMPUTE WS-SEG-TOP = WS-SEG-BASE + WS-SEG-BLOCKS * 30 - 1
076320     PERFORM VARYING sgx FROM 1 BY 1 UNTIL sgx > WS-SEG-BLOCKS
076330         MOVE 255 TO WS-SEG-BYTE(sgx)
076340     END-PERFORM
076350     IF WS-SEG-BASE = ZERO
076360         SUBTRACT 1 FROM WS-SEG-BYTE(1)
076370     END-IF
076380     PERFORM VARYING bpx FROM 1 BY 1
076390             UNTIL bpx > WS-BASE-PRIME-COUNT
076400             OR WS-BASE-PRIME(bpx) * WS-BASE-PRIME(bpx)
076410                 > WS-SEG-TOP
076420         MOVE WS-BASE-PRIME(bpx) TO WS-SEG-P
076430         PERFORM 9531-MARK-SEGMENT-MULTIPLES THRU 9531-EXIT
076440     END-PERFORM
076450     PERFORM 9540-EMIT-SEGMENT-PRIMES THRU 9540-EXIT
076460     COMPUTE WS-SEG-BASE = WS-SEG-BASE + WS-SEG-BLOCKS * 30
076470     PERFORM 9550-CHECKPOINT-SEGMENT THRU 9550-EXIT.
076480 9530-EXIT.
076490     EXIT.

076500*-----------------------------------------------------------------
076510* THE FIRST MULTIPLIER IS THE PRIME ITSELF OR THE FIRST ONE
076520* REACHING THE SEGMENT, WHICHEVER IS LARGER, MOVED UP TO THE
076530* NEXT WHEEL RESIDUE; FROM THERE THE MULTIPLIER STEPS OVER WHEEL
076540* RESIDUES ONLY, AS IN 2500-MARK-MULTIPLES.
076550*-----------------------------------------------------------------
076560 9531-MARK-SEGMENT-MULTIPLES.
076570     COMPUTE WS-SEG-K = FUNCTION INTEGER(
076580         (WS-SEG-BASE + WS-SEG-P - 1) / WS-SEG-P)
076590     IF WS-SEG-K < WS-SEG-P
076600         MOVE WS-SEG-P TO WS-SEG-K
076610     END-IF
076620     COMPUTE WS-RES = FUNCTION MOD(WS-SEG-K, 30)
076630     PERFORM UNTIL WS-WHEEL-SLOT-OF-RES(WS-RES + 1) NOT = ZERO
076640         ADD 1 TO WS-SEG-K
076650         COMPUTE WS-RES = FUNCTION MOD(WS-SEG-K, 30)
076660     END-PERFORM
076670     MOVE WS-WHEEL-SLOT-OF-RES(WS-RES + 1) TO WS-MARK-SLOT
076680     COMPUTE WS-SEG-N = WS-SEG-P * WS-SEG-K
076690     PERFORM UNTIL WS-SEG-N > WS-SEG-TOP
076700         PERFORM 9532-CLEAR-SEGMENT-BIT THRU 9532-EXIT
076710         ADD WS-WHEEL-GAP(WS-MARK-SLOT) TO WS-SEG-K
076720         COMPUTE WS-MARK-SLOT =
076730             FUNCTION MOD(WS-MARK-SLOT, 8) + 1
076740         COMPUTE WS-SEG-N = WS-SEG-P * WS-SEG-K
076750     END-PERFORM.
076760 9531-EXIT.
076770     EXIT.

076780*-----------------------------------------------------------------
076790* SEGMENT BIT PRIMITIVES: THE BYTE IS THE BLOCK OF 30 FROM THE
076800* SEGMENT BASE, THE BIT THE WHEEL SLOT OF THE RESIDUE.
076810*-----------------------------------------------------------------
076820 9532-CLEAR-SEGMENT-BIT.
076830     PERFORM 9533-TEST-SEGMENT-BIT THRU 9533-EXIT
076840     IF WS-BIT-VALUE = 1
076850         SUBTRACT WS-BIT-WEIGHT(WS-BIT-INDEX)
076860             FROM WS-SEG-BYTE(sgx)
076870     END-IF.
076880 9532-EXIT.
076890     EXIT.

076900 9533-TEST-SEGMENT-BIT.
076910     COMPUTE WS-RES = FUNCTION MOD(WS-SEG-N, 30)
076920     MOVE WS-WHEEL-SLOT-OF-RES(WS-RES + 1) TO WS-BIT-INDEX
076930     COMPUTE sgx =
076940         FUNCTION INTEGER((WS-SEG-N - WS-SEG-BASE) / 30) + 1
076950     COMPUTE WS-BIT-VALUE =
076960         FUNCTION MOD(
076970             FUNCTION INTEGER(
076980                 WS-SEG-BYTE(sgx) /
076990                 WS-BIT-WEIGHT(WS-BIT-INDEX)),
077000             2).
077010 9533-EXIT.
077020     EXIT.

077030 9540-EMIT-SEGMENT-PRIMES.
077040     PERFORM VARYING WS-SEG-BLOCK FROM 1 BY 1
077050             UNTIL WS-SEG-BLOCK > WS-SEG-BLOCKS
077060         PERFORM VARYING WS-SEG-SLOT FROM 1 BY 1
077070                 UNTIL WS-SEG-SLOT > 8
077080             COMPUTE WS-SEG-N = WS-SEG-BASE
077090                 + (WS-SEG-BLOCK - 1) * 30
077100                 + WS-WHEEL-RES(WS-SEG-SLOT)
077110             IF WS-SEG-N >= WS-WINDOW-LOW
077120                     AND WS-SEG-N <= WS-WINDOW-HIGH
077130                 PERFORM 9533-TEST-SEGMENT-BIT THRU 9533-EXIT
077140                 IF WS-BIT-VALUE = 1
077150                     PERFORM 9545-WRITE-WINDOW-PRIME
077160                         THRU 9545-EXIT
077170                 END-IF
077180             END-IF
077190         END-PERFORM
077200     END-PERFORM.
077210 9540-EXIT.
077220     EXIT.

077230*-----------------------------------------------------------------
077240* WRITE WS-SEG-N IF IT LIES IN THE WINDOW AND IS PAST THE LAST
077250* PRIME ALREADY ON SIEVEOUT.
077260*-----------------------------------------------------------------
077270 9545-WRITE-WINDOW-PRIME.
077280     IF WS-SEG-N < WS-WINDOW-LOW OR WS-SEG-N > WS-WINDOW-HIGH
077290             OR WS-SEG-N <= WS-SEG-LAST-WRITTEN
077300         GO TO 9545-EXIT
077310     END-IF
077320     MOVE WS-SEG-N TO PRIME-OUT-WIDE-RECORD
077330     WRITE PRIME-OUT-WIDE-RECORD
077340     MOVE WS-SEG-N TO WS-SEG-LAST-WRITTEN
077350     ADD 1 TO WS-SEG-COUNT
077360     ADD 1 TO WS-RNC-WRITTEN.
077370 9545-EXIT.
077380     EXIT.

077390*-----------------------------------------------------------------
077400* SIEVEOUT IS CLOSED AND REOPENED SO THE SEGMENT JUST WRITTEN IS
077410* ON THE FILE BEFORE THE CHECKPOINT SAYS IT IS DONE.
077420*-----------------------------------------------------------------
077430 9550-CHECKPOINT-SEGMENT.
077440     CLOSE PRIME-OUT-FILE
077450     OPEN EXTEND PRIME-OUT-FILE
077460     OPEN OUTPUT RESTART-FILE
077470     MOVE WS-LIMIT        TO SCK-LIMIT
077480     MOVE "SEGW"          TO SCK-LAYOUT
077490     MOVE WS-WINDOW-LOW   TO SCK-WINDOW-LOW
077500     MOVE WS-WINDOW-HIGH  TO SCK-WINDOW-HIGH
077510     MOVE WS-SEG-BASE     TO SCK-NEXT-BASE
077520     WRITE SEG-CKPT-RECORD
077530     CLOSE RESTART-FILE.
077540 9550-EXIT.
077550     EXIT.
