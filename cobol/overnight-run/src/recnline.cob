002700*-----------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION
002900* 09/02/2026 TH    ORIGINAL LINEAGE RECONCILER
002910* 10/15/2026 TH    SIEVEOUT IS READ AS TEXT SO THE 12-DIGIT
002920*                  RECORDS OF THE SIEVE'S WINDOW MODE RECONCILE
002930*                  AS WELL AS THE 7-DIGIT STANDARD ONES
002940* 10/15/2026 TH    RECNLINE-BATCH ENTRY POINT FOR THE SECOND-TIER
002950*                  OVERNIGHT STREAM
003000*-----------------------------------------------------------------
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.    RECNLINE.
007000 01  DC-LINE                     PIC X(80).

007100 FD  SIEVEOUT-FILE.
007200 01  SO-RECORD                   PIC X(12).

007300 FD  JOURNAL-FILE.
007400 COPY scrabjrn.
009400     88  DC-EOF                  VALUE "10".
009500 01  WS-SO-STATUS                PIC XX.
009600     88  SO-EOF                  VALUE "10".
009610 01  WS-SO-VALUE                 PIC 9(12).
009700 01  WS-JR-STATUS                PIC XX.
009800     88  JR-EOF                  VALUE "10".
009900 01  WS-TN-STATUS                PIC XX.
012900     05  ED-CONSUMER             PIC ZZZZZZ9.
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  ED-VERDICT              PIC X(07).
013108*-----------------------------------------------------------------
013116* PRINCIPAL RECORD COUNTS FOR THE RECNLINE-BATCH ENTRY POINT:
013124* THE PRODUCER AND CONSUMER RECORDS TALLIED, AND THE EDGE LINES
013132* PRINTED.  THE REPORT IS THE WHOLE OF THE RUN, SO THERE IS NO
013140* REHEARSAL MODE.
013148*-----------------------------------------------------------------
013156 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
013164 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

013172 LINKAGE SECTION.
013180 COPY runcom.

013200 PROCEDURE DIVISION.
013300 0000-RECNLINE.
013305     PERFORM 0100-RUN-RECNLINE THRU 0100-EXIT
013310     GOBACK.
013315 0000-EXIT.
013320     EXIT.

013325*-----------------------------------------------------------------
013330* THE WHOLE RUN, BROKEN OUT OF 0000-RECNLINE SO THE RECNLINE-BATCH
013335* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
013340*-----------------------------------------------------------------
013345 0100-RUN-RECNLINE.
013400     OPEN OUTPUT LINEAGE-RPT
013500     MOVE "INTERFACE LINEAGE - PRODUCER/CONSUMER CONTROL TOTALS"
013600         TO RPT-LINE
014200     PERFORM 3000-CHECK-SIEVEOUT THRU 3000-EXIT
014300     PERFORM 4000-CHECK-SCRABJRN THRU 4000-EXIT
014400     PERFORM 5000-CHECK-RNA-CHAIN THRU 5000-EXIT
014500     CLOSE LINEAGE-RPT.
014700 0100-EXIT.
014800     EXIT.

014900*-----------------------------------------------------------------
016600             AUD-FAILED-INPUT AUD-FAILURE-REASON
016700             AUD-SEVERITY
016800     END-IF
016810     ADD WS-PRODUCER-COUNT WS-CONSUMER-COUNT TO WS-RNC-READ
016900     MOVE WS-EDGE-DETAIL TO RPT-LINE
017000     WRITE RPT-LINE
017010     ADD 1 TO WS-RNC-WRITTEN.
017100 1000-EXIT.
017200     EXIT.

021900         READ SIEVEOUT-FILE
022000             AT END SET SO-EOF TO TRUE
022100             NOT AT END
022110                 COMPUTE WS-SO-VALUE = FUNCTION NUMVAL(SO-RECORD)
022200                 EVALUATE TRUE
022300                     WHEN EDGE-TRAILER-SEEN
022400                         MOVE WS-SO-VALUE TO WS-PRODUCER-COUNT
022500                         SET SO-EOF TO TRUE
022600                     WHEN WS-SO-VALUE = ZERO
022700                         SET EDGE-TRAILER-SEEN TO TRUE
022800                     WHEN OTHER
022900                         ADD 1 TO WS-CONSUMER-COUNT
036900             AUD-FAILED-INPUT AUD-FAILURE-REASON
037000             AUD-SEVERITY
037100     END-IF
037110     ADD WS-PRODUCER-COUNT WS-CONSUMER-COUNT TO WS-RNC-READ
037200     MOVE WS-EDGE-DETAIL TO RPT-LINE
037300     WRITE RPT-LINE
037310     ADD 1 TO WS-RNC-WRITTEN.
037400 5000-EXIT.
037500     EXIT.

037600*-----------------------------------------------------------------
037700* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
037800* SECOND-TIER STREAM CAN RECONCILE THE INTERFACES AND
037900* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
038000* DEFAULT CALL "RECNLINE" BEHAVIOR ABOVE.
038100*-----------------------------------------------------------------
038200 9000-RECNLINE-BATCH-ENTRY.
038300 ENTRY "RECNLINE-BATCH" USING RNC-RECORDS-READ
038400         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
038500     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
038600     PERFORM 0100-RUN-RECNLINE THRU 0100-EXIT
038700     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
038800     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
038900     GOBACK.
039000 9000-EXIT.
039100     EXIT.
