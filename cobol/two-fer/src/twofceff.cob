001000*               IN FORCE AT ITS AUD-TS-DATE (ITEM MATCH INSIDE
001100*               THE EFFECTIVE WINDOW) AND PRINTS ON TWOFCEFR:
001200*               REDEMPTIONS, REJECTIONS, AND DUPLICATES PER
001250*               (AND HELD SUSPECTED DUPLICATES)
001300*               CAMPAIGN PER DAY; UPTAKE PER TILL PER CAMPAIGN;
001400*               EACH CAMPAIGN'S DAILY RUN-RATE AGAINST THE HOUSE
001500*               BASELINE (ALL REDEMPTIONS OVER ALL ACTIVE DAYS);
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 09/02/2026 TH    ORIGINAL EFFECTIVENESS COMPARISON REPORT
002210* 10/15/2026 TH    TWOFCEFF-BATCH ENTRY POINT FOR THE SECOND-TIER
002220*                  OVERNIGHT STREAM
002245* 10/15/2026 TH    "S" SUSPECTED DUPLICATES ARE COUNTED IN THEIR
002270*                  OWN HELD COLUMN, NOT AS REJECTED
002300*-----------------------------------------------------------------
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    TWOFCEFF.
007500         10  CM-REDEEMED         PIC 9(06).
007600         10  CM-REJECTED         PIC 9(06).
007700         10  CM-DUPLICATE        PIC 9(06).
007750         10  CM-HELD             PIC 9(06).
007800         10  CM-DAYS-SEEN        PIC 9(04).
007900         10  CM-RUN-RATE         PIC 9(05)V99.
008000 01  cmx                         PIC 99.
008800     05  CH-REDEEMED             PIC 9(06).
008900     05  CH-REJECTED             PIC 9(06).
009000     05  CH-DUPLICATE            PIC 9(06).
009050     05  CH-HELD                 PIC 9(06).
009100     05  CH-DAYS-SEEN            PIC 9(04).
009200     05  CH-RUN-RATE             PIC 9(05)V99.

010100         10  DY-REDEEMED         PIC 9(05).
010200         10  DY-REJECTED         PIC 9(05).
010300         10  DY-DUPLICATE        PIC 9(05).
010350         10  DY-HELD             PIC 9(05).
010400 01  dyx                         PIC 9(03).
010500 01  WS-DAY-FOUND                PIC 9(03).
010600 01  WS-TILL-COUNT               PIC 9(03) VALUE ZERO.
011700 01  WS-RANK                     PIC 99.

011800 01  WS-HDG-DAYS                 PIC X(100) VALUE
011900     "CAMPAIGN  DATE      REDEEMED REJECTED DUPLICATE  HELD".
012000 01  WS-DAY-DETAIL.
012100     05  DD-CODE                 PIC X(08).
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012700     05  DD-REJECTED             PIC ZZZZ9.
012800     05  FILLER                  PIC X(05) VALUE SPACES.
012900     05  DD-DUPLICATE            PIC ZZZZ9.
012925     05  FILLER                  PIC X(05) VALUE SPACES.
012950     05  DD-HELD                 PIC ZZZZ9.
013000 01  WS-HDG-TILLS                PIC X(100) VALUE
013100     "CAMPAIGN  TILL   REDEEMED".
013200 01  WS-TILL-DETAIL.
015100     05  FILLER                  PIC X(26) VALUE
015200         "HOUSE BASELINE RATE/DAY:  ".
015300     05  BL-RATE                 PIC ZZZZ9.99.
015310*-----------------------------------------------------------------
015320* PRINCIPAL RECORD COUNTS FOR THE TWOFCEFF-BATCH ENTRY
015330* POINT.  THE REPORT IS THE WHOLE OF THE RUN, SO THERE IS NO
015340* REHEARSAL MODE.
015350*-----------------------------------------------------------------
015360 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
015370 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

015380 LINKAGE SECTION.
015390 COPY runcom.

015400 PROCEDURE DIVISION.
015500 0000-TWOFCEFF.
015505     PERFORM 0100-RUN-TWOFCEFF THRU 0100-EXIT
015510     GOBACK.
015515 0000-EXIT.
015520     EXIT.

015525*-----------------------------------------------------------------
015530* THE WHOLE RUN, BROKEN OUT OF 0000-TWOFCEFF SO THE TWOFCEFF-BATCH
015535* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
015540*-----------------------------------------------------------------
015545 0100-RUN-TWOFCEFF.
015600     PERFORM 1000-LOAD-CAMPAIGNS THRU 1000-EXIT
015700     IF WS-CAMP-COUNT = ZERO
015800         GO TO 0100-EXIT
015900     END-IF
016000     PERFORM 2000-JOIN-AUDIT-TRAIL THRU 2000-EXIT
016100     PERFORM 3000-DERIVE-RUN-RATES THRU 3000-EXIT
016200     PERFORM 4000-WRITE-EFFECT-REPORT THRU 4000-EXIT.
016400 0100-EXIT.
016500     EXIT.

016600 1000-LOAD-CAMPAIGNS.
017900             MOVE ZERO TO CM-REDEEMED(WS-CAMP-COUNT)
018000                          CM-REJECTED(WS-CAMP-COUNT)
018100                          CM-DUPLICATE(WS-CAMP-COUNT)
018150                          CM-HELD(WS-CAMP-COUNT)
018200                          CM-DAYS-SEEN(WS-CAMP-COUNT)
018300                          CM-RUN-RATE(WS-CAMP-COUNT)
018400         END-IF
021500 2100-READ-AUDIT.
021600     READ AUDIT-FILE
021700         AT END SET AUD-EOF TO TRUE
021710         NOT AT END ADD 1 TO WS-RNC-READ
021800     END-READ.
021900 2100-EXIT.
022000     EXIT.
023800             ADD 1 TO CM-REDEEMED(WS-CAMP-IDX)
023900         WHEN AUD-IS-DUPLICATE
024000             ADD 1 TO CM-DUPLICATE(WS-CAMP-IDX)
024025         WHEN AUD-IS-SUSPECT
024050             ADD 1 TO CM-HELD(WS-CAMP-IDX)
024100         WHEN OTHER
024200             ADD 1 TO CM-REJECTED(WS-CAMP-IDX)
024300     END-EVALUATE
026600         MOVE ZERO TO DY-REDEEMED(WS-DAY-FOUND)
026700                      DY-REJECTED(WS-DAY-FOUND)
026800                      DY-DUPLICATE(WS-DAY-FOUND)
026850                      DY-HELD(WS-DAY-FOUND)
026900         ADD 1 TO CM-DAYS-SEEN(WS-CAMP-IDX)
027000     END-IF
027100     EVALUATE TRUE
027300             ADD 1 TO DY-REDEEMED(WS-DAY-FOUND)
027400         WHEN AUD-IS-DUPLICATE
027500             ADD 1 TO DY-DUPLICATE(WS-DAY-FOUND)
027525         WHEN AUD-IS-SUSPECT
027550             ADD 1 TO DY-HELD(WS-DAY-FOUND)
027600         WHEN OTHER
027700             ADD 1 TO DY-REJECTED(WS-DAY-FOUND)
027800     END-EVALUATE.
033600         MOVE DY-REDEEMED(dyx)  TO DD-REDEEMED
033700         MOVE DY-REJECTED(dyx)  TO DD-REJECTED
033800         MOVE DY-DUPLICATE(dyx) TO DD-DUPLICATE
033850         MOVE DY-HELD(dyx)      TO DD-HELD
033900         MOVE WS-DAY-DETAIL TO RPT-LINE
034000         WRITE RPT-LINE
034100     END-PERFORM
037500         END-EVALUATE
037600         MOVE WS-RANK-DETAIL TO RPT-LINE
037700         WRITE RPT-LINE
037710         ADD 1 TO WS-RNC-WRITTEN
037800     END-PERFORM
037900     CLOSE EFFECT-RPT.
038000 4000-EXIT.
039200     END-PERFORM.
039300 4500-EXIT.
039400     EXIT.

039500*-----------------------------------------------------------------
039600* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
039700* SECOND-TIER STREAM CAN PRINT THE CAMPAIGN COMPARISON AND
039800* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
039900* DEFAULT CALL "TWOFCEFF" BEHAVIOR ABOVE.
040000*-----------------------------------------------------------------
040100 9000-TWOFCEFF-BATCH-ENTRY.
040200 ENTRY "TWOFCEFF-BATCH" USING RNC-RECORDS-READ
040300         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
040400     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
040500     PERFORM 0100-RUN-TWOFCEFF THRU 0100-EXIT
040600     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
040700     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
040800     GOBACK.
040900 9000-EXIT.
041000     EXIT.
