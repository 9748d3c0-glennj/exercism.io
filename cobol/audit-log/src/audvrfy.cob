000100*****************************************************************
000200* PROGRAM-ID : AUDVRFY
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : AUDIT-TRAIL HASH-CHAIN VERIFICATION.  WALKS
000900*               AUDTRAIL FROM THE FRONT, RECOMPUTING EACH RECORD'S
001000*               CHAIN HASH THROUGH THE AUDHASH SERVICE AND
001100*               CHECKING THE SEQUENCE NUMBERS RUN WITHOUT A BREAK,
001200*               THEN CHECKS THE LAST LINK AGAINST THE AUDCHAIN
001300*               CONTROL RECORD SO RECORDS CUT FROM THE END ARE
001400*               CAUGHT TOO.  THE FIRST BROKEN LINK (A RECORD WHOSE
001500*               CONTENT NO LONGER MATCHES ITS HASH) OR GAP (A
001600*               MISSING OR EXTRA RECORD) IS REPORTED ON AUDVRFYR
001700*               AND RAISED AS A SEVERE AUDIT RECORD, WHICH REACHES
001800*               THE OPERATOR ALERT FILE AUDALERT.
001900*
002000*               RECORDS WRITTEN BEFORE CHAINING BEGAN CARRY NO
002100*               CHAIN FIELDS AND ARE ONLY COUNTED.  LOGPURGE TRIMS
002200*               THE OLDEST RECORDS FROM THE FRONT OF THE TRAIL, SO
002300*               THE CHAIN IS PICKED UP AT THE FIRST CHAINED RECORD
002400*               LEFT: AN ANCHOR IS CHECKED AGAINST THE PRIOR HASH
002500*               IT CARRIES, ANY OTHER RECORD IS TAKEN AS THE
002600*               STARTING LINK.  THE TRAIL IS OPENED INPUT ONLY.
002700*-----------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*-----------------------------------------------------------------
003000* DATE       INIT  DESCRIPTION
003100* 10/15/2026 TH    ORIGINAL AUDIT-TRAIL CHAIN VERIFICATION
003110* 10/15/2026 TH    AUDVRFY-BATCH ENTRY POINT FOR THE SECOND-TIER
003120*                  OVERNIGHT STREAM
003121* 10/15/2026 TH    COUNTS AND CHAIN STATE ARE RESET AT THE START
003122*                  OF EVERY RUN, SO A REPEAT BATCH CALL STARTS
003123*                  CLEAN
003200*-----------------------------------------------------------------
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.    AUDVRFY.
003500 AUTHOR.        T. HARLOW.
003600 INSTALLATION.  GLENNJ DATA PROCESSING.
003700 DATE-WRITTEN.  10/15/2026.
003800 DATE-COMPILED.

003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRAIL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-AUDIT-STATUS.

004500     SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CHAIN-STATUS.

004800     SELECT VERIFY-RPT ASSIGN TO "AUDVRFYR"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RPT-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  AUDIT-TRAIL-FILE.
005400 COPY audtrlr.

005500 FD  AUDIT-CHAIN-FILE.
005600 COPY audchn.

005700 FD  VERIFY-RPT
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  RPT-LINE                    PIC X(80).

006000 WORKING-STORAGE SECTION.
006100 01  WS-AUDIT-STATUS             PIC XX.
006200     88  AUDIT-EOF               VALUE "10".
006300 01  WS-CHAIN-STATUS             PIC XX.
006400 01  WS-RPT-STATUS               PIC XX.

006500*-----------------------------------------------------------------
006600* SHARED AUDIT-LOG AND CHAIN-HASH CALL INTERFACES.
006700*-----------------------------------------------------------------
006800 COPY audcom.
006900 COPY audhcom.

007000 01  WS-CNT-READ                 PIC 9(09) VALUE ZERO.
007100 01  WS-CNT-UNCHECKED            PIC 9(09) VALUE ZERO.
007200 01  WS-CNT-ANCHORS              PIC 9(09) VALUE ZERO.
007300 01  WS-CNT-VERIFIED             PIC 9(09) VALUE ZERO.
007400 01  WS-CNT-AFTER-BREAK          PIC 9(09) VALUE ZERO.

007500*-----------------------------------------------------------------
007600* THE CHAIN AS WALKED SO FAR: THE SEQUENCE THE NEXT RECORD MUST
007700* CARRY AND THE HASH IT MUST CHAIN FROM.
007800*-----------------------------------------------------------------
007900 01  WS-CHAIN-SW                 PIC X(01) VALUE "N".
008000     88  CHAIN-PICKED-UP         VALUE "Y".
008100 01  WS-CONTROL-SW               PIC X(01) VALUE "N".
008200     88  CONTROL-PRESENT         VALUE "Y".
008300 01  WS-EXPECT-SEQ               PIC 9(09) VALUE ZERO.
008400 01  WS-LAST-SEQ                 PIC 9(09) VALUE ZERO.
008500 01  WS-PREV-HASH                PIC X(20) VALUE SPACES.
008600 01  WS-LAST-DATE                PIC X(08) VALUE SPACES.
008700 01  WS-LAST-TIME                PIC X(06) VALUE SPACES.

008800*-----------------------------------------------------------------
008900* THE FIRST BREAK FOUND.  ONLY THE FIRST IS REPORTED: EVERY HASH
009000* AFTER A BROKEN LINK IS WRONG TOO, SO LATER RECORDS ARE ONLY
009100* COUNTED.  A WARNING IS A CHAIN THAT COULD NOT BE CHECKED AT ALL.
009200*-----------------------------------------------------------------
009300 01  WS-BREAK-SW                 PIC X(01) VALUE "N".
009400     88  CHAIN-BROKEN            VALUE "Y".
009500 01  WS-WARN-SW                  PIC X(01) VALUE "N".
009600     88  CHAIN-UNCHECKED         VALUE "Y".
009700 01  WS-BRK-KIND                 PIC X(11).
009800 01  WS-BRK-REASON               PIC X(50).
009900 01  WS-BRK-RECNO                PIC 9(09) VALUE ZERO.
010000 01  WS-BRK-SEQ                  PIC X(09) VALUE SPACES.
010100 01  WS-BRK-PROGRAM              PIC X(20).
010200 01  WS-BRK-DATE                 PIC X(08).
010300 01  WS-BRK-TIME                 PIC X(06).
010400 01  WS-SHOW-SEQ-1               PIC 9(09).
010500 01  WS-SHOW-SEQ-2               PIC 9(09).

010600 01  WS-COUNT-LINE.
010700     05  CL-LABEL                PIC X(50).
010800     05  CL-COUNT                PIC ZZZ,ZZZ,ZZ9.
010900 01  WS-RESULT-LINE.
011000     05  FILLER                  PIC X(08) VALUE "RESULT: ".
011100     05  RL-RESULT               PIC X(40).
011200 01  WS-BREAK-LINE.
011300     05  FILLER                  PIC X(07) VALUE "RECORD ".
011400     05  BL-RECNO                PIC ZZZZZZZZ9.
011500     05  FILLER                  PIC X(05) VALUE " SEQ ".
011600     05  BL-SEQ                  PIC X(09).
011700     05  FILLER                  PIC X(01) VALUE SPACE.
011800     05  BL-PROGRAM              PIC X(20).
011900     05  FILLER                  PIC X(01) VALUE SPACE.
012000     05  BL-DATE                 PIC X(08).
012100     05  FILLER                  PIC X(01) VALUE SPACE.
012200     05  BL-TIME                 PIC X(06).
012300 01  WS-REASON-LINE.
012400     05  FILLER                  PIC X(08) VALUE "REASON: ".
012500     05  RN-REASON               PIC X(50).
012509*-----------------------------------------------------------------
012518* PRINCIPAL RECORD COUNTS FOR THE AUDVRFY-BATCH ENTRY
012527* POINT.  THE TRAIL IS ONLY READ AND THE REPORT IS ALL SUMMARY,
012536* SO THERE IS NO REHEARSAL MODE AND NOTHING COUNTS AS WRITTEN.
012554*-----------------------------------------------------------------
012563 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
012572 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

012581 LINKAGE SECTION.
012590 COPY runcom.

012600 PROCEDURE DIVISION.
012700 0000-AUDVRFY.
012705     PERFORM 0100-RUN-AUDVRFY THRU 0100-EXIT
012710     GOBACK.
012715 0000-EXIT.
012720     EXIT.

012725*-----------------------------------------------------------------
012730* THE WHOLE RUN, BROKEN OUT OF 0000-AUDVRFY SO THE AUDVRFY-BATCH
012735* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
012740*-----------------------------------------------------------------
012745 0100-RUN-AUDVRFY.
012750*-----------------------------------------------------------------
012755* START EVERY RUN CLEAN: THE BATCH ENTRY MAY BE CALLED MORE THAN
012760* ONCE IN THE SAME RUN UNIT.
012765*-----------------------------------------------------------------
012770     MOVE ZERO TO WS-CNT-READ WS-CNT-UNCHECKED WS-CNT-ANCHORS
012775         WS-CNT-VERIFIED WS-CNT-AFTER-BREAK
012780     MOVE "N" TO WS-CHAIN-SW WS-CONTROL-SW WS-BREAK-SW WS-WARN-SW
012785     MOVE ZERO TO WS-EXPECT-SEQ WS-LAST-SEQ WS-BRK-RECNO
012790     MOVE SPACES TO WS-PREV-HASH WS-LAST-DATE WS-LAST-TIME
012795         WS-BRK-SEQ WS-AUDIT-STATUS
012800     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT
012900     OPEN INPUT AUDIT-TRAIL-FILE
013000     IF WS-AUDIT-STATUS = "00"
013100         PERFORM UNTIL AUDIT-EOF
013200             READ AUDIT-TRAIL-FILE
013300                 AT END SET AUDIT-EOF TO TRUE
013400                 NOT AT END
013410                     ADD 1 TO WS-RNC-READ
013500                     PERFORM 2000-CHECK-RECORD THRU 2000-EXIT
013600             END-READ
013700         END-PERFORM
013800         CLOSE AUDIT-TRAIL-FILE
013900     END-IF
014000     PERFORM 3000-CHECK-END THRU 3000-EXIT
014100     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
014200     PERFORM 5000-RAISE-ALERT THRU 5000-EXIT.
014400 0100-EXIT.
014500     EXIT.

014600*-----------------------------------------------------------------
014700* THE CHAIN CONTROL RECORD: THE LAST LINK AUDITLOG WROTE.
014800*-----------------------------------------------------------------
014900 1000-LOAD-CONTROL.
015000     OPEN INPUT AUDIT-CHAIN-FILE
015100     IF WS-CHAIN-STATUS NOT = "00"
015200         GO TO 1000-EXIT
015300     END-IF
015400     READ AUDIT-CHAIN-FILE
015500         NOT AT END
015600             IF ACH-LAST-SEQ IS NUMERIC
015700                 SET CONTROL-PRESENT TO TRUE
015800             END-IF
015900     END-READ
016000     CLOSE AUDIT-CHAIN-FILE.
016100 1000-EXIT.
016200     EXIT.

016300*-----------------------------------------------------------------
016400* ONE TRAIL RECORD.  UNTIL THE CHAIN IS PICKED UP, RECORDS WITHOUT
016500* CHAIN FIELDS ARE ONLY COUNTED; AFTERWARD EVERY RECORD MUST
016600* CARRY THE NEXT SEQUENCE AND A HASH THAT RECOMPUTES.
016700*-----------------------------------------------------------------
016800 2000-CHECK-RECORD.
016900     ADD 1 TO WS-CNT-READ
017000     IF CHAIN-BROKEN
017100         ADD 1 TO WS-CNT-AFTER-BREAK
017200         GO TO 2000-EXIT
017300     END-IF
017400     IF NOT CHAIN-PICKED-UP
017500         PERFORM 2100-PICK-UP-CHAIN THRU 2100-EXIT
017600         IF CHAIN-BROKEN OR NOT CHAIN-PICKED-UP
017700                 OR NOT ATR-CHAIN-ANCHOR
017800             GO TO 2000-EXIT
017900         END-IF
018000     END-IF
018100     IF NOT ATR-CHAIN-ANCHOR AND NOT ATR-CHAIN-ENTRY
018200         MOVE "BROKEN LINK" TO WS-BRK-KIND
018300         MOVE "RECORD WITHOUT CHAIN FIELDS INSIDE THE CHAIN"
018400             TO WS-BRK-REASON
018500         PERFORM 2900-NOTE-BREAK THRU 2900-EXIT
018600         GO TO 2000-EXIT
018700     END-IF
018800     IF ATR-CHAIN-SEQ IS NOT NUMERIC
018900             OR ATR-CHAIN-SEQ NOT = WS-EXPECT-SEQ
019000         MOVE "GAP" TO WS-BRK-KIND
019100         MOVE WS-EXPECT-SEQ TO WS-SHOW-SEQ-1
019200         MOVE SPACES TO WS-BRK-REASON
019300         STRING "SEQUENCE " WS-SHOW-SEQ-1 " EXPECTED, "
019400                 ATR-CHAIN-SEQ " FOUND" DELIMITED BY SIZE
019500             INTO WS-BRK-REASON
019600         END-STRING
019700         PERFORM 2900-NOTE-BREAK THRU 2900-EXIT
019800         GO TO 2000-EXIT
019900     END-IF
020000     IF ATR-CHAIN-ANCHOR AND ATR-ANC-PRIOR-HASH NOT = WS-PREV-HASH
020100         MOVE "BROKEN LINK" TO WS-BRK-KIND
020200         MOVE "ANCHOR DOES NOT CARRY THE PREVIOUS RECORD'S HASH"
020300             TO WS-BRK-REASON
020400         PERFORM 2900-NOTE-BREAK THRU 2900-EXIT
020500         GO TO 2000-EXIT
020600     END-IF
020700     MOVE WS-PREV-HASH TO AHC-PRIOR-HASH
020800     MOVE AUDIT-TRAIL-RECORD(1:LENGTH OF AHC-CONTENT)
020900         TO AHC-CONTENT
021000     CALL "AUDHASH" USING AHC-PRIOR-HASH AHC-CONTENT AHC-NEW-HASH
021100     IF AHC-NEW-HASH NOT = ATR-CHAIN-HASH
021200         MOVE "BROKEN LINK" TO WS-BRK-KIND
021300         MOVE "RECORD CONTENT DOES NOT MATCH ITS CHAIN HASH"
021400             TO WS-BRK-REASON
021500         PERFORM 2900-NOTE-BREAK THRU 2900-EXIT
021600         GO TO 2000-EXIT
021700     END-IF
021800     ADD 1 TO WS-CNT-VERIFIED
021900     IF ATR-CHAIN-ANCHOR
022000         ADD 1 TO WS-CNT-ANCHORS
022100     END-IF
022200     MOVE ATR-CHAIN-HASH TO WS-PREV-HASH
022300     MOVE ATR-CHAIN-SEQ TO WS-LAST-SEQ
022400     MOVE ATR-TS-DATE TO WS-LAST-DATE
022500     MOVE ATR-TS-TIME TO WS-LAST-TIME
022600     ADD 1 TO WS-EXPECT-SEQ.
022700 2000-EXIT.
022800     EXIT.

022900*-----------------------------------------------------------------
023000* THE FIRST CHAINED RECORD LEFT ON THE TRAIL.  AN ANCHOR SEEDS THE
023100* CHAIN FROM THE PRIOR HASH IT CARRIES AND IS THEN CHECKED LIKE
023200* ANY OTHER RECORD; A CHAINED ENTRY (THE TRAIL WAS TRIMMED PART
023300* WAY THROUGH A RUN) CAN ONLY BE TAKEN AS THE STARTING LINK.
023400*-----------------------------------------------------------------
023500 2100-PICK-UP-CHAIN.
023600     IF NOT ATR-CHAIN-ANCHOR AND NOT ATR-CHAIN-ENTRY
023700         ADD 1 TO WS-CNT-UNCHECKED
023800         GO TO 2100-EXIT
023900     END-IF
024000     SET CHAIN-PICKED-UP TO TRUE
024100     IF ATR-CHAIN-SEQ IS NOT NUMERIC
024200         MOVE "BROKEN LINK" TO WS-BRK-KIND
024300         MOVE "CHAINED RECORD WITHOUT A SEQUENCE NUMBER"
024400             TO WS-BRK-REASON
024500         PERFORM 2900-NOTE-BREAK THRU 2900-EXIT
024600         GO TO 2100-EXIT
024700     END-IF
024800     IF ATR-CHAIN-ANCHOR
024900         MOVE ATR-ANC-PRIOR-HASH TO WS-PREV-HASH
025000         MOVE ATR-CHAIN-SEQ TO WS-EXPECT-SEQ
025100     ELSE
025200         ADD 1 TO WS-CNT-UNCHECKED
025300         MOVE ATR-CHAIN-HASH TO WS-PREV-HASH
025400         MOVE ATR-CHAIN-SEQ TO WS-LAST-SEQ
025500         MOVE ATR-TS-DATE TO WS-LAST-DATE
025600         MOVE ATR-TS-TIME TO WS-LAST-TIME
025700         COMPUTE WS-EXPECT-SEQ = WS-LAST-SEQ + 1
025800     END-IF.
025900 2100-EXIT.
026000     EXIT.

026100*-----------------------------------------------------------------
026200* RECORD THE FIRST BREAK (WS-BRK-KIND AND WS-BRK-REASON ALREADY
026300* SET) AGAINST THE TRAIL RECORD IN HAND.
026400*-----------------------------------------------------------------
026500 2900-NOTE-BREAK.
026600     SET CHAIN-BROKEN TO TRUE
026700     MOVE WS-CNT-READ      TO WS-BRK-RECNO
026800     MOVE ATR-CHAIN-SEQ    TO WS-BRK-SEQ
026900     MOVE ATR-PROGRAM-NAME TO WS-BRK-PROGRAM
027000     MOVE ATR-TS-DATE      TO WS-BRK-DATE
027100     MOVE ATR-TS-TIME      TO WS-BRK-TIME.
027200 2900-EXIT.
027300     EXIT.

027400*-----------------------------------------------------------------
027500* THE END OF THE TRAIL MUST BE THE LAST LINK AUDITLOG RECORDED ON
027600* AUDCHAIN.  A TRAIL WITH RECORDS BUT NO CHAIN WHILE AUDCHAIN SAYS
027700* ONE WAS WRITTEN HAS LOST IT; AN EMPTY TRAIL MAY SIMPLY HAVE BEEN
027800* PURGED AND IS ONLY A WARNING.
027900*-----------------------------------------------------------------
028000 3000-CHECK-END.
028100     IF CHAIN-BROKEN
028200         GO TO 3000-EXIT
028300     END-IF
028400     MOVE "GAP" TO WS-BRK-KIND
028500     MOVE SPACES TO WS-BRK-REASON
028600     IF NOT CHAIN-PICKED-UP
028700         IF CONTROL-PRESENT AND ACH-LAST-SEQ > ZERO
028800             MOVE ACH-LAST-SEQ TO WS-SHOW-SEQ-1
028900             IF WS-CNT-READ > ZERO
029000                 STRING "NO CHAINED RECORDS, AUDCHAIN AT SEQ "
029100                         WS-SHOW-SEQ-1 DELIMITED BY SIZE
029200                     INTO WS-BRK-REASON
029300                 END-STRING
029400                 PERFORM 3100-NOTE-END-BREAK THRU 3100-EXIT
029500             ELSE
029600                 SET CHAIN-UNCHECKED TO TRUE
029700                 MOVE "NOT CHECKED" TO WS-BRK-KIND
029800                 STRING "AUDIT TRAIL EMPTY, AUDCHAIN AT SEQ "
029900                         WS-SHOW-SEQ-1 DELIMITED BY SIZE
030000                     INTO WS-BRK-REASON
030100                 END-STRING
030200             END-IF
030300         END-IF
030400         GO TO 3000-EXIT
030500     END-IF
030600     IF NOT CONTROL-PRESENT
030700         MOVE "AUDCHAIN CONTROL RECORD MISSING - END NOT PROVEN"
030800             TO WS-BRK-REASON
030900         PERFORM 3100-NOTE-END-BREAK THRU 3100-EXIT
031000         GO TO 3000-EXIT
031100     END-IF
031200     IF ACH-LAST-SEQ NOT = WS-LAST-SEQ
031300         MOVE WS-LAST-SEQ TO WS-SHOW-SEQ-1
031400         MOVE ACH-LAST-SEQ TO WS-SHOW-SEQ-2
031500         STRING "TRAIL ENDS AT SEQ " WS-SHOW-SEQ-1
031600                 ", AUDCHAIN AT " WS-SHOW-SEQ-2 DELIMITED BY SIZE
031700             INTO WS-BRK-REASON
031800         END-STRING
031900         PERFORM 3100-NOTE-END-BREAK THRU 3100-EXIT
032000         GO TO 3000-EXIT
032100     END-IF
032200     IF ACH-LAST-HASH NOT = WS-PREV-HASH
032300         MOVE "BROKEN LINK" TO WS-BRK-KIND
032400         MOVE "LAST RECORD'S HASH DOES NOT MATCH AUDCHAIN"
032500             TO WS-BRK-REASON
032600         PERFORM 3100-NOTE-END-BREAK THRU 3100-EXIT
032700     END-IF.
032800 3000-EXIT.
032900     EXIT.

033000 3100-NOTE-END-BREAK.
033100     SET CHAIN-BROKEN TO TRUE
033200     MOVE WS-CNT-READ TO WS-BRK-RECNO
033300     MOVE WS-LAST-SEQ TO WS-BRK-SEQ
033400     MOVE "(END OF TRAIL)" TO WS-BRK-PROGRAM
033500     MOVE WS-LAST-DATE TO WS-BRK-DATE
033600     MOVE WS-LAST-TIME TO WS-BRK-TIME.
033700 3100-EXIT.
033800     EXIT.

033900*-----------------------------------------------------------------
034000* AUDVRFYR: THE COUNTS, THE RESULT, AND THE FIRST BREAK IF ANY.
034100*-----------------------------------------------------------------
034200 4000-WRITE-REPORT.
034300     OPEN OUTPUT VERIFY-RPT
034400     MOVE "AUDIT TRAIL HASH-CHAIN VERIFICATION" TO RPT-LINE
034500     WRITE RPT-LINE
034600     MOVE SPACES TO RPT-LINE
034700     WRITE RPT-LINE
034800     MOVE "TRAIL RECORDS READ" TO CL-LABEL
034900     MOVE WS-CNT-READ TO CL-COUNT
035000     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
035100     MOVE "RECORDS BEFORE THE FIRST CHECKABLE LINK" TO CL-LABEL
035200     MOVE WS-CNT-UNCHECKED TO CL-COUNT
035300     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
035400     MOVE "RUN ANCHORS VERIFIED" TO CL-LABEL
035500     MOVE WS-CNT-ANCHORS TO CL-COUNT
035600     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
035700     MOVE "CHAINED RECORDS VERIFIED" TO CL-LABEL
035800     MOVE WS-CNT-VERIFIED TO CL-COUNT
035900     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
036000     MOVE "RECORDS NOT CHECKED AFTER THE FIRST BREAK" TO CL-LABEL
036100     MOVE WS-CNT-AFTER-BREAK TO CL-COUNT
036200     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
036300     MOVE SPACES TO RPT-LINE
036400     WRITE RPT-LINE
036500     EVALUATE TRUE
036600         WHEN CHAIN-BROKEN
036700             MOVE WS-BRK-KIND TO RL-RESULT
036800         WHEN CHAIN-UNCHECKED
036900             MOVE "NOT VERIFIED" TO RL-RESULT
037000         WHEN CHAIN-PICKED-UP
037100             MOVE "VERIFIED" TO RL-RESULT
037200         WHEN OTHER
037300             MOVE "NO CHAINED RECORDS - NOTHING TO VERIFY"
037400                 TO RL-RESULT
037500     END-EVALUATE
037600     MOVE WS-RESULT-LINE TO RPT-LINE
037700     WRITE RPT-LINE
037800     IF CHAIN-BROKEN
037900         MOVE WS-BRK-RECNO   TO BL-RECNO
038000         MOVE WS-BRK-SEQ     TO BL-SEQ
038100         MOVE WS-BRK-PROGRAM TO BL-PROGRAM
038200         MOVE WS-BRK-DATE    TO BL-DATE
038300         MOVE WS-BRK-TIME    TO BL-TIME
038400         MOVE WS-BREAK-LINE  TO RPT-LINE
038500         WRITE RPT-LINE
038600     END-IF
038700     IF CHAIN-BROKEN OR CHAIN-UNCHECKED
038800         MOVE WS-BRK-REASON  TO RN-REASON
038900         MOVE WS-REASON-LINE TO RPT-LINE
039000         WRITE RPT-LINE
039100     END-IF
039200     CLOSE VERIFY-RPT.
039300 4000-EXIT.
039400     EXIT.

039500 4100-WRITE-COUNT.
039600     MOVE WS-COUNT-LINE TO RPT-LINE
039700     WRITE RPT-LINE.
039800 4100-EXIT.
039900     EXIT.

040000*-----------------------------------------------------------------
040100* A CHAIN THAT DOES NOT VERIFY RAISES A SEVERE AUDIT RECORD, WHICH
040200* AUDITLOG ALSO COPIES TO AUDALERT; ONE THAT COULD NOT BE CHECKED
040300* RAISES A WARNING.  THE FAILED-INPUT TEXT NAMES THE RECORD.
040400*-----------------------------------------------------------------
040500 5000-RAISE-ALERT.
040600     IF NOT CHAIN-BROKEN AND NOT CHAIN-UNCHECKED
040700         GO TO 5000-EXIT
040800     END-IF
040900     MOVE "AUDVRFY" TO AUD-PROGRAM-NAME
041000     MOVE SPACES TO AUD-FAILED-INPUT
041100     MOVE WS-BRK-RECNO TO WS-SHOW-SEQ-1
041200     STRING WS-BRK-KIND " AT RECORD " WS-SHOW-SEQ-1
041300             " SEQ " WS-BRK-SEQ DELIMITED BY SIZE
041400         INTO AUD-FAILED-INPUT
041500     END-STRING
041600     MOVE WS-BRK-REASON TO AUD-FAILURE-REASON
041700     IF CHAIN-BROKEN
041800         SET AUD-SEV-SEVERE TO TRUE
041900     ELSE
042000         SET AUD-SEV-WARNING TO TRUE
042100     END-IF
042200     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
042300         AUD-FAILED-INPUT AUD-FAILURE-REASON
042400         AUD-SEVERITY.
042500 5000-EXIT.
042600     EXIT.

042700*-----------------------------------------------------------------
042800* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
042900* SECOND-TIER STREAM CAN VERIFY THE AUDIT-TRAIL CHAIN AND
043000* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
043100* DEFAULT CALL "AUDVRFY" BEHAVIOR ABOVE.
043200*-----------------------------------------------------------------
043300 9000-AUDVRFY-BATCH-ENTRY.
043400 ENTRY "AUDVRFY-BATCH" USING RNC-RECORDS-READ
043500         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
043600     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
043700     PERFORM 0100-RUN-AUDVRFY THRU 0100-EXIT
043800     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
043900     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
044000     GOBACK.
044100 9000-EXIT.
044200     EXIT.
