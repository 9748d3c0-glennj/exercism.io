002420*                  APPEARANCES, SO A NO-SHOW IS NOT BILLED;
002430*                  FIXTURE RECORD MIRRORS THE DATED LAYOUT THE
002440*                  GENERATOR NOW WRITES
002450* 10/15/2026 RM    DARTFEEP PAYMENTS CARRY THE DATE TAKEN AND THE
002460*                  TREASURER'S REFERENCE, SO DARTBANK CAN MATCH
002470*                  THEM TO THE BANK DEPOSITS; THE DATE TAKEN ALSO
002471*                  SETS THE PERIOD FOR THE MONTH-END CLOSE
002472* 10/15/2026 RM    MONTH-END CLOSE: A LATE PAYMENT DATED INTO A
002473*                  CLOSED PERIOD IS CREDITED IN THE NEXT OPEN ONE
002474*                  OR REFUSED PER PERIODCK, AND LISTED ON DARTFEER
002475* 10/15/2026 RM    DARTFEES-BATCH ENTRY POINT FOR THE SECOND-TIER
002476*                  OVERNIGHT STREAM; A REHEARSAL PRINTS DARTFEER
002477*                  BUT DOES NOT REWRITE THE DARTFEEL LEDGER
002500*-----------------------------------------------------------------
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    DARTFEES.
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RPT-STATUS.

004610     SELECT PERIOD-CTL-FILE ASSIGN TO "PRDCTL"
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS WS-PRD-STATUS.

004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  FIXTURE-FILE.

005800*-----------------------------------------------------------------
005900* ONE TREASURER PAYMENT PER RECORD, THE AMOUNT KEYED IN PENCE
006000* COLUMNS (IMPLIED TWO DECIMALS), THE DATE IT WAS TAKEN AND THE
006010* RECEIPT OR CHEQUE REFERENCE.  OLDER RECORDS HAVE NEITHER.
006100*-----------------------------------------------------------------
006200 FD  PAYMENT-FILE.
006300 01  PAY-RECORD.
006400     05  PAY-PLYR-ID             PIC X(05).
006500     05  FILLER                  PIC X(01).
006600     05  PAY-AMOUNT              PIC 9(05)V99.
006610     05  FILLER                  PIC X(01).
006620     05  PAY-DATE                PIC 9(08).
006630     05  FILLER                  PIC X(01).
006640     05  PAY-REFERENCE           PIC X(12).

006700 FD  FEE-LEDGER-FILE.
006800 01  LED-RECORD.
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  RPT-LINE                    PIC X(80).

008110 FD  PERIOD-CTL-FILE.
008120 COPY prdctl.

008200 WORKING-STORAGE SECTION.
008300 01  WS-FIX-STATUS               PIC XX.
008400     88  FIX-EOF                 VALUE "10".
008810 01  WS-CARD-STATUS              PIC XX.
008820     88  CARD-EOF                VALUE "10".

008830 01  WS-PRD-STATUS               PIC XX.
008840     88  PRD-EOF                 VALUE "10".

008900 01  WS-MATCH-FEE                PIC 9(03)V99 VALUE 2.50.

008910*-----------------------------------------------------------------
013100     05  TL-LABEL                PIC X(16).
013200     05  TL-AMOUNT               PIC ZZZZZZ9.99.

013201*-----------------------------------------------------------------
013202* MONTH-END CLOSE: THE PAYMENT COUNT THE LATEST CLOSE TOOK IN, AND
013203* THE LATER PAYMENTS DATED BACK INTO A CLOSED PERIOD.
013204*-----------------------------------------------------------------
013205 COPY prdcom.
013206 01  WS-LATEST-CLOSED            PIC 9(06).
013207 01  WS-CLOSED-PAYMENTS          PIC 9(07).
013208 01  WS-PAY-ORDINAL              PIC 9(07) VALUE ZERO.
013209 01  WS-LATE-COUNT               PIC 99 VALUE ZERO.
013210 01  WS-LATE-TABLE.
013211     05  WS-LATE-ENTRY OCCURS 50 TIMES.
013212         10  LP-ID               PIC X(05).
013213         10  LP-AMOUNT           PIC 9(05)V99.
013214         10  LP-DATE             PIC 9(08).
013215         10  LP-PERIOD           PIC 9(06).
013216         10  LP-ACTION           PIC X(16).
013217 01  lpx                         PIC 99.
013218 01  WS-LATE-HDG1                PIC X(80) VALUE
013219     "PAYMENTS DATED INTO A CLOSED PERIOD".
013220 01  WS-LATE-HDG2                PIC X(80) VALUE
013221     "PLAYER  AMOUNT  DATE      PERIOD  ACTION".
013222 01  WS-LATE-DETAIL.
013223     05  LD-ID                   PIC X(05).
013224     05  FILLER                  PIC X(01) VALUE SPACES.
013225     05  LD-AMOUNT               PIC ZZZZ9.99.
013226     05  FILLER                  PIC X(02) VALUE SPACES.
013227     05  LD-DATE                 PIC 9(08).
013228     05  FILLER                  PIC X(02) VALUE SPACES.
013229     05  LD-PERIOD               PIC 9(06).
013230     05  FILLER                  PIC X(02) VALUE SPACES.
013231     05  LD-ACTION               PIC X(16).
013237*-----------------------------------------------------------------
013243* RUN MODE AND PRINCIPAL RECORD COUNTS FOR THE
013249* DARTFEES-BATCH ENTRY POINT.  "R" IS A REHEARSAL, SO THE
013255* DARTFEEL LEDGER IS NOT REWRITTEN.
013261*-----------------------------------------------------------------
013267 01  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
013273     88  RUN-IS-REHEARSAL        VALUE "R".
013279 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
013285 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

013291 LINKAGE SECTION.
013297 COPY runcom.

013300 PROCEDURE DIVISION.
013400 0000-DARTFEES.
013405     PERFORM 0100-RUN-DARTFEES THRU 0100-EXIT
013410     GOBACK.
013415 0000-EXIT.
013420     EXIT.

013425*-----------------------------------------------------------------
013430* THE WHOLE RUN, BROKEN OUT OF 0000-DARTFEES SO THE DARTFEES-BATCH
013435* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
013440* A REHEARSAL PRINTS THE ARREARS REPORT BUT LEAVES DARTFEEL ALONE.
013445*-----------------------------------------------------------------
013450 0100-RUN-DARTFEES.
013500     PERFORM 1000-CHARGE-FIXTURES THRU 1000-EXIT
013510     PERFORM 1500-LOAD-CLOSED-COUNT THRU 1500-EXIT
013600     PERFORM 2000-CREDIT-PAYMENTS THRU 2000-EXIT
013700     IF WS-LED-COUNT = ZERO
013800         GO TO 0100-EXIT
013900     END-IF
014000     PERFORM 3000-BALANCE-LEDGER THRU 3000-EXIT
014100     IF NOT RUN-IS-REHEARSAL
014110         PERFORM 4000-WRITE-LEDGER-FILE THRU 4000-EXIT
014120     END-IF
014200     PERFORM 5000-WRITE-ARREARS-REPORT THRU 5000-EXIT.
014400 0100-EXIT.
014500     EXIT.

014600*-----------------------------------------------------------------
016500 1100-READ-FIXTURE.
016600     READ FIXTURE-FILE
016700         AT END SET FIX-EOF TO TRUE
016701         NOT AT END ADD 1 TO WS-RNC-READ
016800     END-READ.
016900 1100-EXIT.
017000     EXIT.
017700 1200-EXIT.
017800     EXIT.

017801*-----------------------------------------------------------------
017802* HOW MANY DARTFEEP PAYMENTS THE LATEST MONTH-END CLOSE TOOK IN.
017803*-----------------------------------------------------------------
017804 1500-LOAD-CLOSED-COUNT.
017805     MOVE ZERO TO WS-CLOSED-PAYMENTS WS-LATEST-CLOSED
017806     OPEN INPUT PERIOD-CTL-FILE
017807     IF WS-PRD-STATUS NOT = "00"
017808         GO TO 1500-EXIT
017809     END-IF
017810     PERFORM 1510-READ-PERIOD THRU 1510-EXIT
017811     PERFORM UNTIL PRD-EOF
017812         IF PRD-PERIOD-CLOSED AND PRD-PERIOD IS NUMERIC
017813                 AND PRD-PERIOD > WS-LATEST-CLOSED
017814             MOVE PRD-PERIOD TO WS-LATEST-CLOSED
017815             MOVE ZERO TO WS-CLOSED-PAYMENTS
017816             IF PRD-FEE-PAYMENTS IS NUMERIC
017817                 MOVE PRD-FEE-PAYMENTS TO WS-CLOSED-PAYMENTS
017818             END-IF
017819         END-IF
017820         PERFORM 1510-READ-PERIOD THRU 1510-EXIT
017821     END-PERFORM
017822     CLOSE PERIOD-CTL-FILE.
017823 1500-EXIT.
017824     EXIT.

017825 1510-READ-PERIOD.
017826     READ PERIOD-CTL-FILE
017827         AT END SET PRD-EOF TO TRUE
017828     END-READ.
017829 1510-EXIT.
017830     EXIT.

017900 2000-CREDIT-PAYMENTS.
018000     OPEN INPUT PAYMENT-FILE
018100     IF WS-PAY-STATUS NOT = "00"
018300     END-IF
018400     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT
018500     PERFORM UNTIL PAY-EOF
018510         ADD 1 TO WS-PAY-ORDINAL
018520         PERFORM 2200-CHECK-LATE-PAYMENT THRU 2200-EXIT
018600         MOVE PAY-PLYR-ID TO WS-LED-KEY
018700         PERFORM 6000-LOCATE-LEDGER-ENTRY THRU 6000-EXIT
018800         IF WS-LED-FOUND > ZERO AND NOT PCK-REFUSED
018900                 AND PAY-AMOUNT IS NUMERIC
019000             ADD PAY-AMOUNT TO LE-PAID(WS-LED-FOUND)
019100         END-IF
020100 2100-EXIT.
020200     EXIT.

020201*-----------------------------------------------------------------
020202* A PAYMENT ALREADY ON DARTFEEP AT THE LAST MONTH-END CLOSE IS IN
020203* THAT CLOSE'S FIGURES AND STANDS.  ONE KEYED SINCE, BUT DATED
020204* INTO A CLOSED PERIOD, IS A BACK-DATED POSTING: PERIODCK SAYS
020205* WHETHER IT IS CREDITED IN THE NEXT OPEN PERIOD OR REFUSED.
020206*-----------------------------------------------------------------
020207 2200-CHECK-LATE-PAYMENT.
020208     SET PCK-PERIOD-OPEN TO TRUE
020209     IF WS-PAY-ORDINAL NOT > WS-CLOSED-PAYMENTS
020210             OR PAY-DATE IS NOT NUMERIC
020211         GO TO 2200-EXIT
020212     END-IF
020213     MOVE PAY-DATE TO PCK-DATE
020214     CALL "PERIODCK" USING PCK-DATE PCK-RESULT PCK-POST-DATE
020215         PCK-PERIOD
020216     IF PCK-PERIOD-OPEN
020217         GO TO 2200-EXIT
020218     END-IF
020219     IF WS-LATE-COUNT < 50
020220         ADD 1 TO WS-LATE-COUNT
020221         MOVE PAY-PLYR-ID TO LP-ID(WS-LATE-COUNT)
020222         MOVE PAY-DATE    TO LP-DATE(WS-LATE-COUNT)
020223         MOVE PCK-PERIOD  TO LP-PERIOD(WS-LATE-COUNT)
020224         MOVE ZERO        TO LP-AMOUNT(WS-LATE-COUNT)
020225         IF PAY-AMOUNT IS NUMERIC
020226             MOVE PAY-AMOUNT TO LP-AMOUNT(WS-LATE-COUNT)
020227         END-IF
020228         IF PCK-REFUSED
020229             MOVE "REFUSED" TO LP-ACTION(WS-LATE-COUNT)
020230         ELSE
020231             MOVE SPACES TO LP-ACTION(WS-LATE-COUNT)
020232             STRING "CREDITED " PCK-POST-DATE(1:6)
020233                     DELIMITED BY SIZE
020234                 INTO LP-ACTION(WS-LATE-COUNT)
020235             END-STRING
020236         END-IF
020237     END-IF.
020238 2200-EXIT.
020239     EXIT.

020300 3000-BALANCE-LEDGER.
020400     PERFORM VARYING ldx FROM 1 BY 1 UNTIL ldx > WS-LED-COUNT
020500         COMPUTE LE-BALANCE(ldx) =
022100         MOVE LE-PAID(ldx)        TO LED-PAID
022200         MOVE LE-BALANCE(ldx)     TO LED-BALANCE
022300         WRITE LED-RECORD
022301         ADD 1 TO WS-RNC-WRITTEN
022400     END-PERFORM
022500     CLOSE FEE-LEDGER-FILE.
022600 4000-EXIT.
027400         MOVE WS-SETTLE-DETAIL TO RPT-LINE
027500         WRITE RPT-LINE
027600     END-PERFORM
027601*-----------------------------------------------------------------
027602* PAYMENTS TAKEN SINCE THE LAST MONTH-END CLOSE BUT DATED INTO A
027603* PERIOD ALREADY CLOSED: CREDITED IN THE OPEN PERIOD, OR REFUSED
027604* AND LEFT OFF THE LEDGER, AS THE CLOSE'S LATE-POSTING POLICY
027605* SAYS.
027606*-----------------------------------------------------------------
027607     IF WS-LATE-COUNT > ZERO
027608         MOVE SPACES TO RPT-LINE
027609         WRITE RPT-LINE
027610         MOVE WS-LATE-HDG1 TO RPT-LINE
027611         WRITE RPT-LINE
027612         MOVE WS-LATE-HDG2 TO RPT-LINE
027613         WRITE RPT-LINE
027614         PERFORM VARYING lpx FROM 1 BY 1 UNTIL lpx > WS-LATE-COUNT
027615             MOVE LP-ID(lpx)        TO LD-ID
027616             MOVE LP-AMOUNT(lpx)    TO LD-AMOUNT
027617             MOVE LP-DATE(lpx)      TO LD-DATE
027618             MOVE LP-PERIOD(lpx)    TO LD-PERIOD
027619             MOVE LP-ACTION(lpx)    TO LD-ACTION
027620             MOVE WS-LATE-DETAIL TO RPT-LINE
027621             WRITE RPT-LINE
027622         END-PERFORM
027623     END-IF
027700     CLOSE ARREARS-RPT.
027800 5000-EXIT.
027900     EXIT.
029900     END-IF.
030000 6000-EXIT.
030100     EXIT.

030200*-----------------------------------------------------------------
030300* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
030400* SECOND-TIER STREAM CAN RE-DERIVE THE FEE LEDGER AND
030500* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
030600* DEFAULT CALL "DARTFEES" BEHAVIOR ABOVE.
030700*-----------------------------------------------------------------
030800 9000-DARTFEES-BATCH-ENTRY.
030900 ENTRY "DARTFEES-BATCH" USING RNC-RECORDS-READ
031000         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
031100     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
031200     MOVE RNC-RUN-MODE TO WS-RUN-MODE
031300     PERFORM 0100-RUN-DARTFEES THRU 0100-EXIT
031400     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
031500     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
031600     GOBACK.
031700 9000-EXIT.
031800     EXIT.
