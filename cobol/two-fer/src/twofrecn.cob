000700*-----------------------------------------------------------------
000800* DESCRIPTION : END-OF-DAY TILL RECONCILIATION OVER THE TWO-FER
000900*               AUDIT FILE.  SUMMARIZES TWOFERAU BY TILL AND
001000*               DATE - REDEEMED COUNT, REJECTED COUNT, HELD
001050*               (SUSPECTED DUPLICATE) COUNT, FIRST AND
001100*               LAST AUDIT TIME - VALIDATES EACH TILL AGAINST
001200*               THE TWOFTILL MASTER, AND FLAGS UNKNOWN TILLS AND
001300*               TILLS WHOSE REDEMPTION COUNT SWINGS MORE THAN
001800*-----------------------------------------------------------------
001900* DATE       INIT  DESCRIPTION
002000* 08/22/2026 TH    ORIGINAL TILL RECONCILIATION REPORT
002010* 10/15/2026 TH    TWOFRECN-BATCH ENTRY POINT FOR THE SECOND-TIER
002020*                  OVERNIGHT STREAM
002045* 10/15/2026 TH    "S" SUSPECTED DUPLICATES ARE COUNTED IN THEIR
002070*                  OWN HELD COLUMN, NOT AS REJECTED
002100*-----------------------------------------------------------------
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    TWOFRECN.
009000         10  GR-DATE             PIC 9(08).
009100         10  GR-REDEEMED         PIC 9(05).
009200         10  GR-REJECTED         PIC 9(05).
009250         10  GR-HELD             PIC 9(05).
009300         10  GR-FIRST-TIME       PIC 9(06).
009400         10  GR-LAST-TIME        PIC 9(06).
009500 01  grx                         PIC 9(03).
009900
010000 01  WS-RPT-HDG1                 PIC X(100) VALUE
010100     "TWO-FER TILL RECONCILIATION".
010200 01  WS-RPT-HDG2.
010300     05  FILLER                  PIC X(37) VALUE
010325         "TILL   DATE      REDEEMED  REJECTED  ".
010350     05  FILLER                  PIC X(63) VALUE
010375         "HELD      FIRST   LAST    FLAG".
010400 01  WS-RPT-DETAIL.
010500     05  RD-TILL-ID              PIC X(05).
010600     05  FILLER                  PIC X(02) VALUE SPACES.
010900     05  RD-REDEEMED             PIC ZZZZ9.
011000     05  FILLER                  PIC X(05) VALUE SPACES.
011100     05  RD-REJECTED             PIC ZZZZ9.
011125     05  FILLER                  PIC X(05) VALUE SPACES.
011150     05  RD-HELD                 PIC ZZZZ9.
011200     05  FILLER                  PIC X(03) VALUE SPACES.
011300     05  RD-FIRST                PIC 9(06).
011400     05  FILLER                  PIC X(02) VALUE SPACES.
011500     05  RD-LAST                 PIC 9(06).
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  RD-FLAG                 PIC X(14).
011705
011710*-----------------------------------------------------------------
011715* PRINCIPAL RECORD COUNTS FOR THE TWOFRECN-BATCH ENTRY
011720* POINT.  THE REPORT IS THE WHOLE OF THE RUN, SO THERE IS NO
011725* REHEARSAL MODE.
011730*-----------------------------------------------------------------
011735 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
011740 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.
011745
011750 LINKAGE SECTION.
011755 COPY runcom.
011800
011900 PROCEDURE DIVISION.
012000 0000-TWOFRECN.
012005     PERFORM 0100-RUN-TWOFRECN THRU 0100-EXIT
012010     GOBACK.
012015 0000-EXIT.
012020     EXIT.
012025
012030*-----------------------------------------------------------------
012035* THE WHOLE RUN, BROKEN OUT OF 0000-TWOFRECN SO THE TWOFRECN-BATCH
012040* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
012045*-----------------------------------------------------------------
012050 0100-RUN-TWOFRECN.
012100     PERFORM 1000-LOAD-TILL-MASTER THRU 1000-EXIT
012200     PERFORM 2000-SUMMARIZE-AUDIT THRU 2000-EXIT
012300     PERFORM 3000-WRITE-RECON-REPORT THRU 3000-EXIT.
012500 0100-EXIT.
012600     EXIT.
012700
012800 1000-LOAD-TILL-MASTER.
016700 2100-READ-AUDIT.
016800     READ AUDIT-FILE
016900         AT END SET AUD-EOF TO TRUE
016910         NOT AT END ADD 1 TO WS-RNC-READ
017000     END-READ.
017100 2100-EXIT.
017200     EXIT.
018900         MOVE AUD-TS-DATE TO GR-DATE(WS-GRP-FOUND)
019000         MOVE ZERO TO GR-REDEEMED(WS-GRP-FOUND)
019100         MOVE ZERO TO GR-REJECTED(WS-GRP-FOUND)
019150         MOVE ZERO TO GR-HELD(WS-GRP-FOUND)
019200         MOVE AUD-TS-TIME TO GR-FIRST-TIME(WS-GRP-FOUND)
019300         MOVE AUD-TS-TIME TO GR-LAST-TIME(WS-GRP-FOUND)
019400     END-IF
019500     EVALUATE TRUE
019550         WHEN AUD-IS-REDEEMED
019600             ADD 1 TO GR-REDEEMED(WS-GRP-FOUND)
019625         WHEN AUD-IS-SUSPECT
019650             ADD 1 TO GR-HELD(WS-GRP-FOUND)
019700         WHEN OTHER
019800             ADD 1 TO GR-REJECTED(WS-GRP-FOUND)
019900     END-EVALUATE
020000     IF AUD-TS-TIME < GR-FIRST-TIME(WS-GRP-FOUND)
020100         MOVE AUD-TS-TIME TO GR-FIRST-TIME(WS-GRP-FOUND)
020200     END-IF
022300         MOVE GR-DATE(grx)       TO RD-DATE
022400         MOVE GR-REDEEMED(grx)   TO RD-REDEEMED
022500         MOVE GR-REJECTED(grx)   TO RD-REJECTED
022550         MOVE GR-HELD(grx)       TO RD-HELD
022600         MOVE GR-FIRST-TIME(grx) TO RD-FIRST
022700         MOVE GR-LAST-TIME(grx)  TO RD-LAST
022800         PERFORM 3100-FLAG-ONE-GROUP THRU 3100-EXIT
022900         MOVE WS-RPT-DETAIL TO RPT-LINE
023000         WRITE RPT-LINE
023010         ADD 1 TO WS-RNC-WRITTEN
023100     END-PERFORM
023200     CLOSE RECON-RPT.
023300 3000-EXIT.
025700     END-IF.
025800 3100-EXIT.
025900     EXIT.
026000
026100*-----------------------------------------------------------------
026200* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
026300* SECOND-TIER STREAM CAN PRINT THE TILL RECONCILIATION AND
026400* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
026500* DEFAULT CALL "TWOFRECN" BEHAVIOR ABOVE.
026600*-----------------------------------------------------------------
026700 9000-TWOFRECN-BATCH-ENTRY.
026800 ENTRY "TWOFRECN-BATCH" USING RNC-RECORDS-READ
026900         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
027000     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
027100     PERFORM 0100-RUN-TWOFRECN THRU 0100-EXIT
027200     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
027300     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
027400     GOBACK.
027500 9000-EXIT.
027600     EXIT.
