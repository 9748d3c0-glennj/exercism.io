000100*****************************************************************
000200* PROGRAM-ID : OVNTTIER
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : SECOND-TIER OVERNIGHT JOB STREAM.  RUNS AFTER
000900*               OVERNIGHT-RUN AND CALLS THE DOWNSTREAM PROGRAMS
001000*               THAT FEED OFF THE CORE STEPS' FILES - RATINGS,
001100*               FEES, STATISTICS, EXTRACTS, RECONCILIATIONS AND
001200*               THE AUDIT REPORTS - THROUGH THEIR <PROG>-BATCH
001300*               ENTRY POINTS (COPY RUNCOM), AS STEPS 21 TO 46.
001400*               THE STREAM SHARES THE CORE DRIVER'S RUN CONTROL:
001500*                 OVNTCTL   - THE SAME OPTION RECORD (FORCE-FULL,
001600*                             OPERATOR, LOCK STALE HOURS,
001700*                             REHEARSAL) AND STEP RECORDS FOR
001800*                             STEPS 21 TO 46 (ENABLE, SEQUENCE,
001900*                             SCHEDULE TERM, PREREQUISITE)
002000*                 OVNTLOCK  - THE SAME RUN LOCK, SO THE STREAM IS
002100*                             REFUSED WHILE THE CORE RUN IS ACTIVE
002200*                 OVNTPDAT  - THE SAME BUSINESS PROCESSING DATE
002300*                 OVNTLOG   - EXTENDED, NOT REPLACED: THE STREAM'S
002400*                             LINES FOLLOW THE CORE RUN'S UNDER
002500*                             THE SAME RUN ID WHEN THE CORE RAN
002600*                             TONIGHT
002700*               A PREREQUISITE MAY NAME A CORE STEP (1 TO 12),
002800*               WHICH MUST HAVE COMPLETED IN TONIGHT'S CORE RUN,
002900*               OR A SECOND-TIER STEP, WHICH MUST HAVE COMPLETED
003000*               IN THIS STREAM TONIGHT.  CHESSRTG THEREFORE NEVER
003100*               RATES A NIGHT QUEEN-ATTACK-BATCH HAS NOT POSTED.
003110*               ONCE THE LAST STEP HAS RUN, THE MORNING REPORTS
003120*               OF THE CORE RUN AND THE STREAM ALIKE ARE BURST BY
003130*               RECIPIENT (RPTBURST) UNDER THE SAME RUN ID.
003200*-----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*-----------------------------------------------------------------
003500* DATE       INIT  DESCRIPTION
003600* 10/15/2026 TH    ORIGINAL SECOND-TIER OVERNIGHT STREAM
003610* 10/15/2026 TH    MORNING REPORTS ARE BURST BY RECIPIENT
003620*                  (RPTBURST) AFTER THE LAST STEP, SO TONIGHT'S
003630*                  STREAM REPORTS ARE THE ONES DISTRIBUTED
003650* 10/15/2026 TH    "L" SCHEDULE TERM RUNS A STEP ONLY ON THE LAST
003670*                  DAY OF THE MONTH; MECLOSE NOW DEFAULTS TO IT
003700*-----------------------------------------------------------------
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.    OVNTTIER.
004000 AUTHOR.        T. HARLOW.
004100 INSTALLATION.  GLENNJ DATA PROCESSING.
004200 DATE-WRITTEN.  10/15/2026.
004300 DATE-COMPILED.

004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT RUN-LOG-FILE ASSIGN TO "OVNTLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-LOG-STATUS.

005000     SELECT RUN-CTL-FILE ASSIGN TO "OVNTCTL"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CTL-STATUS.

005300     SELECT RUN-LOCK-FILE ASSIGN TO "OVNTLOCK"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-LOCK-STATUS.

005600     SELECT ALERT-CHECK-FILE ASSIGN TO "AUDALERT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-ALERT-STATUS.

005900     SELECT PROC-DATE-FILE ASSIGN TO "OVNTPDAT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PDT-STATUS.

006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  RUN-LOG-FILE.
006500 COPY ovntlog.

006600*-----------------------------------------------------------------
006700* RUN-CONTROL OPTION RECORD, SHARED WITH OVERNIGHT-RUN.  THE
006800* PRE-FLIGHT POLICY BELONGS TO THE CORE RUN AND IS NOT USED HERE.
006900*-----------------------------------------------------------------
007000 FD  RUN-CTL-FILE.
007100 01  CTL-RECORD.
007200     05  CTL-FORCE-FULL          PIC X(01).
007300         88  CTL-FORCE-FULL-RUN  VALUE "Y".
007400     05  CTL-PREFLIGHT-POLICY    PIC X(01).
007500     05  CTL-OPERATOR-ID         PIC X(08).
007600     05  CTL-LOCK-STALE-HOURS    PIC 9(02).
007700     05  CTL-REHEARSAL-FLAG      PIC X(01).
007800         88  CTL-REHEARSAL-RUN   VALUE "R".
007900     05  CTL-FILLER              PIC X(07).
008000*-----------------------------------------------------------------
008100* STEP RECORDS.  OVERNIGHT-RUN TAKES STEPS 1 TO 12; THIS STREAM
008200* TAKES 21 TO 46 AND IGNORES THE REST.  THE SCHEDULE TERMS ARE
008225* OVERNIGHT-RUN'S ("W", "M", "E", "H"), AND ONE MORE FOR THIS
008250* STREAM: "L" RUNS THE STEP ONLY ON THE LAST DAY OF THE MONTH.
008300*-----------------------------------------------------------------
008400 01  CTL-STEP-RECORD REDEFINES CTL-RECORD.
008500     05  CTL-STEP-NUMBER         PIC 9(02).
008600     05  FILLER                  PIC X(01).
008700     05  CTL-STEP-ENABLE         PIC X(01).
008800     05  FILLER                  PIC X(01).
008900     05  CTL-STEP-SEQ            PIC 9(02).
009000     05  FILLER                  PIC X(01).
009100     05  CTL-SCHED-TYPE          PIC X(01).
009200     05  FILLER                  PIC X(01).
009300     05  CTL-SCHED-VALUE         PIC 9(02).
009400     05  FILLER                  PIC X(01).
009500     05  CTL-STEP-PREREQ         PIC 9(02).
009600     05  FILLER                  PIC X(05).

009700*-----------------------------------------------------------------
009800* THE RUN LOCK, SHARED WITH OVERNIGHT-RUN.
009900*-----------------------------------------------------------------
010000 FD  RUN-LOCK-FILE.
010100 01  LOCK-RECORD.
010200     05  LOCK-RUN-ID             PIC X(13).
010300     05  FILLER                  PIC X(01).
010400     05  LOCK-DATE               PIC 9(08).
010500     05  FILLER                  PIC X(01).
010600     05  LOCK-TIME               PIC 9(06).
010700     05  FILLER                  PIC X(01).
010800     05  LOCK-OPERATOR           PIC X(08).
010900     05  FILLER                  PIC X(01).
011000     05  LOCK-STATE              PIC X(08).
011100         88  LOCK-IS-ACTIVE      VALUE "ACTIVE".
011200         88  LOCK-IS-RELEASED    VALUE "RELEASED".

011300 FD  ALERT-CHECK-FILE.
011400 01  ALERT-CHECK-RECORD          PIC X(180).

011500 FD  PROC-DATE-FILE.
011600 01  PDT-RECORD.
011700     05  PDT-DATE                PIC 9(08).

011800 WORKING-STORAGE SECTION.
011900 01  WS-LOG-STATUS               PIC XX.
012000 01  WS-CTL-STATUS               PIC XX.
012100 01  WS-LOCK-STATUS              PIC XX.
012200 01  WS-ALERT-STATUS             PIC XX.
012300 01  WS-PDT-STATUS               PIC XX.
012400*-----------------------------------------------------------------
012500* SHARED TIMESTAMP-SERVICE AND DATE-VALIDATOR CALL INTERFACES.
012600*-----------------------------------------------------------------
012700 COPY tscom.
012800 COPY datvcom.
012900*-----------------------------------------------------------------
013000* THE COUNTS AND RUN-MODE INTERFACE EVERY BATCH ENTRY POINT TAKES.
013100*-----------------------------------------------------------------
013200 COPY runcom.

013300*-----------------------------------------------------------------
013400* STEP CONTROL.  STEPS ARE NUMBERED 21 TO 46 IN THE LOG AND ON
013500* OVNTCTL, SO THEY NEVER COLLIDE WITH THE CORE RUN'S 1 TO 12;
013600* THE TABLES BELOW ARE SUBSCRIPTED BY POSITION IN THE STREAM
013700* (tx = STEP NUMBER - 20).
013800*-----------------------------------------------------------------
013900 01  WS-TIER-FIRST               PIC 9(02) VALUE 21.
014000 01  WS-TIER-LAST                PIC 9(02) VALUE 46.
014100 01  WS-TIER-COUNT               PIC 9(02) VALUE 26.
014200 01  stx                         PIC 9(02).
014300 01  tx                          PIC 9(02).
014400 01  ptx                         PIC 9(02).
014500 01  odx                         PIC 9(02).
014600 01  WS-STEP-PROGRAM             PIC X(20).
014700 01  WS-STEP-ENTRY               PIC X(24).
014800 01  WS-STEP-STATUS              PIC X(12).
014900 01  WS-STEP-START-DATE          PIC 9(08).
015000 01  WS-STEP-START-TIME          PIC 9(06).
015100 01  WS-FORCE-FULL-SW            PIC X(01) VALUE "N".
015200     88  FORCE-FULL-RUN          VALUE "Y".
015300 01  WS-REHEARSAL-SW             PIC X(01) VALUE "N".
015400     88  RUN-IS-REHEARSAL        VALUE "R".
015500 01  WS-RESTART-SW               PIC X(01) VALUE "N".
015600     88  RUN-IS-RESTART          VALUE "Y".
015700 01  WS-PREREQ-SW                PIC X(01).
015800     88  PREREQ-IS-MET           VALUE "Y".
015900 01  WS-HALT-RUN-SW              PIC X(01) VALUE "N".
016000     88  HALT-THE-RUN            VALUE "Y".
016100*-----------------------------------------------------------------
016200* DEFAULT PREREQUISITE AND SCHEDULE TERM PER STEP, IN STEP ORDER
016300* 21 TO 46.  EACH STEP WAITS ON THE CORE STEP THAT POSTS THE FILES
016400* IT READS; THE MONTHLY CLOSE RUNS ONLY ON THE LAST DAY OF THE
016500* MONTH, THE STATEMENT AND TREND RUNS ONLY ON THE FIRST OF THE
016600* NEXT.  OVNTCTL STEP RECORDS OVERRIDE ANY OF THESE.
016700*-----------------------------------------------------------------
016800 01  WS-TIER-DEFAULTS.
016900     05  FILLER PIC X(05) VALUE "01 00".
017000     05  FILLER PIC X(05) VALUE "01 00".
017100     05  FILLER PIC X(05) VALUE "01 00".
017200     05  FILLER PIC X(05) VALUE "01 00".
017300     05  FILLER PIC X(05) VALUE "02 00".
017400     05  FILLER PIC X(05) VALUE "02 00".
017500     05  FILLER PIC X(05) VALUE "02 00".
017600     05  FILLER PIC X(05) VALUE "03 00".
017700     05  FILLER PIC X(05) VALUE "03 00".
017800     05  FILLER PIC X(05) VALUE "03 00".
017900     05  FILLER PIC X(05) VALUE "04 00".
018000     05  FILLER PIC X(05) VALUE "07 00".
018100     05  FILLER PIC X(05) VALUE "07 00".
018200     05  FILLER PIC X(05) VALUE "08 00".
018300     05  FILLER PIC X(05) VALUE "09 00".
018400     05  FILLER PIC X(05) VALUE "09 00".
018500     05  FILLER PIC X(05) VALUE "00 00".
018600     05  FILLER PIC X(05) VALUE "25 00".
018700     05  FILLER PIC X(05) VALUE "00 00".
018800     05  FILLER PIC X(05) VALUE "00 00".
018900     05  FILLER PIC X(05) VALUE "21L00".
019000     05  FILLER PIC X(05) VALUE "00M01".
019100     05  FILLER PIC X(05) VALUE "00M01".
019200     05  FILLER PIC X(05) VALUE "00 00".
019300     05  FILLER PIC X(05) VALUE "00 00".
019400     05  FILLER PIC X(05) VALUE "00 00".
019500 01  WS-TIER-DEFAULT-TABLE REDEFINES WS-TIER-DEFAULTS.
019600     05  WS-TIER-DEFAULT OCCURS 26 TIMES.
019700         10  DF-PREREQ           PIC 9(02).
019800         10  DF-SCHED-TYPE       PIC X(01).
019900         10  DF-SCHED-VALUE      PIC 9(02).
020000 01  WS-STEP-CTL-TABLE.
020100     05  WS-STEP-CTL OCCURS 26 TIMES.
020200         10  ST-ENABLED          PIC X(01).
020300         10  ST-SEQ              PIC 9(02).
020400         10  ST-ORDERED          PIC X(01).
020500         10  ST-SCHED-TYPE       PIC X(01).
020600         10  ST-SCHED-VALUE      PIC 9(02).
020700         10  ST-PREREQ           PIC 9(02).
020800 01  WS-ORDER-TABLE.
020900     05  WS-ORDER-STEP           PIC 9(02) OCCURS 26 TIMES.
021000 01  WS-LOW-SEQ                  PIC 9(03).
021100 01  WS-LOW-STEP                 PIC 9(02).
021200*-----------------------------------------------------------------
021300* WHAT TONIGHT'S LOG ALREADY SHOWS.  CORE STEPS: COMPLETED (OR,
021400* FOR A REHEARSAL STREAM, REHEARSED) IN TONIGHT'S CORE RUN.
021500* STREAM STEPS: COMPLETED OR ACCOUNTED FOR EARLIER IN THIS RUN ID,
021600* WHICH IS WHAT A RESTART MAY SKIP.  CU-RAN MARKS A STEP RUN BY
021700* THIS ATTEMPT.
021800*-----------------------------------------------------------------
021900 01  WS-CORE-DONE-TABLE.
022000     05  WS-CORE-DONE            PIC X(01) OCCURS 12 TIMES.
022100 01  WS-CORE-REHEARSED-TABLE.
022200     05  WS-CORE-REHEARSED       PIC X(01) OCCURS 12 TIMES.
022300 01  WS-PREV-DONE-TABLE.
022400     05  WS-PREV-DONE            PIC X(01) OCCURS 26 TIMES.
022500 01  WS-PREV-ACCT-TABLE.
022600     05  WS-PREV-ACCT            PIC X(01) OCCURS 26 TIMES.
022700 01  WS-CUR-RAN-TABLE.
022800     05  CU-RAN                  PIC X(01) OCCURS 26 TIMES.
022900 01  cx                          PIC 9(02).
023000*-----------------------------------------------------------------
023100* RUN LOCK AND RUN IDENTIFICATION.  WHEN TONIGHT'S CORE RUN IS ON
023200* THE LOG THE STREAM TAKES ITS RUN ID, SO THE NIGHT READS AS ONE
023300* RUN IN THE LOG AND THE AUDIT TRAIL; A RESTART OF THE STREAM
023400* PICKS UP ITS OWN EARLIER RUN ID THE SAME WAY.  OTHERWISE A NEW
023500* ID IS MADE THE WAY OVERNIGHT-RUN MAKES ONE.  A CORE RUN IS
023600* TONIGHT'S WHEN ITS ID CARRIES TODAY'S DATE, OR YESTERDAY'S
023700* DATE AND A LATER CLOCK TIME THAN NOW (IT STARTED BEFORE
023800* MIDNIGHT).
023900*-----------------------------------------------------------------
024000 01  WS-OPERATOR-ID              PIC X(08) VALUE "UNKNOWN".
024100 01  WS-RUN-ID.
024200     05  FILLER                  PIC X(01) VALUE "R".
024300     05  WS-RUN-ID-DATE          PIC 9(08).
024400     05  WS-RUN-ID-HHMM          PIC 9(04).
024500 01  WS-CORE-RUN-ID              PIC X(13) VALUE SPACES.
024600 01  WS-CORE-ID-PARTS REDEFINES WS-CORE-RUN-ID.
024700     05  FILLER                  PIC X(01).
024800     05  WS-CORE-ID-DATE         PIC 9(08).
024900     05  WS-CORE-ID-HHMM         PIC 9(04).
025000 01  WS-TIER-RUN-ID              PIC X(13) VALUE SPACES.
025100 01  WS-TIER-ID-PARTS REDEFINES WS-TIER-RUN-ID.
025200     05  FILLER                  PIC X(01).
025300     05  WS-TIER-ID-DATE         PIC 9(08).
025400     05  WS-TIER-ID-HHMM         PIC 9(04).
025500 01  WS-CORE-TONIGHT-SW          PIC X(01) VALUE "N".
025600     88  CORE-RAN-TONIGHT        VALUE "Y".
025700 01  WS-TODAY-DATE               PIC 9(08).
025800 01  WS-NOW-TIME                 PIC 9(06).
025900 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
026000 01  WS-LOCK-STALE-HOURS         PIC 9(02) VALUE 4.
026100 01  WS-LOCK-AGE-HOURS           PIC S9(03).
026200*-----------------------------------------------------------------
026300* SCHEDULE EVALUATION WORK FIELDS.  THE LEAP CALL INTERFACES
026400* MIRROR ITS ENTRY POINTS.
026500*-----------------------------------------------------------------
026600 01  WS-RUN-DOW                  PIC 9.
026700 01  WS-RUN-DAY-OF-MONTH         PIC 99.
026800 01  WS-MONTH-END-SW             PIC X.
026900     88  TONIGHT-IS-MONTH-END    VALUE "Y".
027000 01  WS-HOLIDAY-SW               PIC X.
027100     88  TONIGHT-IS-A-HOLIDAY    VALUE "Y".
027200 01  WS-LDW-DATE                 PIC 9(08).
027300 01  WS-LDW-DOW                  PIC 9.
027400 01  WS-LDA-DATE                 PIC 9(08).
027500 01  WS-LDA-DAYS                 PIC S9(05).
027600 01  WS-LDA-RESULT               PIC 9(08).
027700 01  WS-LHC-DATE                 PIC 9(08).
027800 01  WS-LHC-RESULT               PIC X(01).
027900 01  WS-LHC-REGION               PIC X(02) VALUE SPACES.

028000*-----------------------------------------------------------------
028100* PROCEDURE DIVISION
028200*-----------------------------------------------------------------
028300 PROCEDURE DIVISION.
028400 0000-OVNTTIER.
028500     PERFORM 1050-DEFAULT-STEP-CONTROL THRU 1050-EXIT
028600     PERFORM 1100-READ-RUN-OPTIONS THRU 1100-EXIT
028700     PERFORM 0500-TAKE-RUN-LOCK THRU 0500-EXIT
028800     IF HALT-THE-RUN
028900         GOBACK
029000     END-IF
029100     CALL "AUDITLOG-RUNID" USING WS-RUN-ID
029200     PERFORM 1150-APPLY-STEP-SCHEDULES THRU 1150-EXIT
029300     PERFORM 1300-RESOLVE-STEP-ORDER THRU 1300-EXIT
029400     PERFORM VARYING odx FROM 1 BY 1
029500             UNTIL odx > WS-TIER-COUNT
029600         MOVE WS-ORDER-STEP(odx) TO tx
029700         PERFORM 3000-EXECUTE-ONE-STEP THRU 3000-EXIT
029800     END-PERFORM
029850     CALL "RPTBURST" USING WS-RUN-ID
029900     CALL "AUDITLOG-ENDRUN"
030000     PERFORM 9800-RELEASE-RUN-LOCK THRU 9800-EXIT
030100     PERFORM 9700-CHECK-OPERATOR-ALERTS THRU 9700-EXIT
030200     GOBACK.
030300 0000-EXIT.
030400     EXIT.

030500 1050-DEFAULT-STEP-CONTROL.
030600     PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > WS-TIER-COUNT
030700         MOVE "Y" TO ST-ENABLED(tx)
030800         COMPUTE ST-SEQ(tx) = tx + WS-TIER-FIRST - 1
030900         MOVE "N" TO ST-ORDERED(tx)
031000         MOVE DF-SCHED-TYPE(tx) TO ST-SCHED-TYPE(tx)
031100         MOVE DF-SCHED-VALUE(tx) TO ST-SCHED-VALUE(tx)
031200         MOVE DF-PREREQ(tx) TO ST-PREREQ(tx)
031300     END-PERFORM.
031400 1050-EXIT.
031500     EXIT.

031600*-----------------------------------------------------------------
031700* READ THE OVNTCTL OPTION RECORD.  NO FILE MEANS NO OVERRIDES.
031800*-----------------------------------------------------------------
031900 1100-READ-RUN-OPTIONS.
032000     OPEN INPUT RUN-CTL-FILE
032100     IF WS-CTL-STATUS NOT = "00"
032200         GO TO 1100-EXIT
032300     END-IF
032400     READ RUN-CTL-FILE
032500         AT END
032600             CLOSE RUN-CTL-FILE
032700             GO TO 1100-EXIT
032800         NOT AT END
032900             IF CTL-FORCE-FULL-RUN
033000                 SET FORCE-FULL-RUN TO TRUE
033100             END-IF
033200             IF CTL-REHEARSAL-RUN
033300                 MOVE "R" TO WS-REHEARSAL-SW
033400             END-IF
033500             IF CTL-OPERATOR-ID NOT = SPACES
033600                 MOVE CTL-OPERATOR-ID TO WS-OPERATOR-ID
033700             END-IF
033800             IF CTL-LOCK-STALE-HOURS IS NUMERIC
033900                     AND CTL-LOCK-STALE-HOURS > ZERO
034000                 MOVE CTL-LOCK-STALE-HOURS
034100                     TO WS-LOCK-STALE-HOURS
034200             END-IF
034300     END-READ
034400     PERFORM UNTIL WS-CTL-STATUS = "10"
034500         READ RUN-CTL-FILE
034600             AT END MOVE "10" TO WS-CTL-STATUS
034700             NOT AT END PERFORM 1110-APPLY-STEP-RECORD
034800                 THRU 1110-EXIT
034900         END-READ
035000     END-PERFORM
035100     CLOSE RUN-CTL-FILE.
035200 1100-EXIT.
035300     EXIT.

035400*-----------------------------------------------------------------
035500* ONE STEP RECORD FOR THIS STREAM.  A PREREQUISITE MAY NAME A
035600* CORE STEP OR ANOTHER STEP OF THIS STREAM, BUT NOT THE STEP
035700* ITSELF.
035800*-----------------------------------------------------------------
035900 1110-APPLY-STEP-RECORD.
036000     IF CTL-STEP-NUMBER IS NOT NUMERIC
036100         GO TO 1110-EXIT
036200     END-IF
036300     IF CTL-STEP-NUMBER < WS-TIER-FIRST
036400             OR CTL-STEP-NUMBER > WS-TIER-LAST
036500         GO TO 1110-EXIT
036600     END-IF
036700     COMPUTE tx = CTL-STEP-NUMBER - WS-TIER-FIRST + 1
036800     IF CTL-STEP-ENABLE = "N"
036900         MOVE "N" TO ST-ENABLED(tx)
037000     END-IF
037100     IF CTL-STEP-SEQ IS NUMERIC AND CTL-STEP-SEQ > ZERO
037200         MOVE CTL-STEP-SEQ TO ST-SEQ(tx)
037300     END-IF
037400     IF CTL-SCHED-TYPE = "W" OR "M" OR "E" OR "H" OR "L"
037500         MOVE CTL-SCHED-TYPE TO ST-SCHED-TYPE(tx)
037600         IF CTL-SCHED-VALUE IS NUMERIC
037700             MOVE CTL-SCHED-VALUE TO ST-SCHED-VALUE(tx)
037800         END-IF
037900     END-IF
038000     IF CTL-STEP-PREREQ IS NUMERIC
038100             AND CTL-STEP-PREREQ NOT = CTL-STEP-NUMBER
038200         IF CTL-STEP-PREREQ = ZERO
038300                 OR (CTL-STEP-PREREQ >= 1
038400                     AND CTL-STEP-PREREQ <= 12)
038500                 OR (CTL-STEP-PREREQ >= WS-TIER-FIRST
038600                     AND CTL-STEP-PREREQ <= WS-TIER-LAST)
038700             MOVE CTL-STEP-PREREQ TO ST-PREREQ(tx)
038800         END-IF
038900     END-IF.
039000 1110-EXIT.
039100     EXIT.

039200*-----------------------------------------------------------------
039300* EVALUATE EVERY STEP'S SCHEDULE TERM AGAINST THE RUN DATE, AS
039400* OVERNIGHT-RUN DOES.  A STEP OUT OF SCHEDULE IS DISABLED AND SO
039500* STILL SHOWS IN THE LOG AS SKIPPED.
039600*-----------------------------------------------------------------
039700 1150-APPLY-STEP-SCHEDULES.
039800     MOVE WS-TODAY-DATE TO WS-LDW-DATE
039900     CALL "LEAP-DAY-OF-WEEK" USING WS-LDW-DATE WS-LDW-DOW
040000     MOVE WS-LDW-DOW TO WS-RUN-DOW
040100     MOVE WS-TODAY-DATE(7:2) TO WS-RUN-DAY-OF-MONTH
040200     MOVE "N" TO WS-MONTH-END-SW
040300     MOVE WS-TODAY-DATE TO WS-LDA-DATE
040400     MOVE 1 TO WS-LDA-DAYS
040500     CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
040600         WS-LDA-RESULT
040700     IF WS-LDA-RESULT(7:2) = "01"
040800         SET TONIGHT-IS-MONTH-END TO TRUE
040900     END-IF
041000     MOVE "N" TO WS-HOLIDAY-SW
041100     MOVE WS-TODAY-DATE TO WS-LHC-DATE
041200     CALL "LEAP-HOLIDAY-CHECK" USING WS-LHC-DATE WS-LHC-REGION
041300         WS-LHC-RESULT
041400     IF WS-LHC-RESULT = "Y"
041500         SET TONIGHT-IS-A-HOLIDAY TO TRUE
041600     END-IF
041700     PERFORM VARYING tx FROM 1 BY 1
041800             UNTIL tx > WS-TIER-COUNT
041900         EVALUATE ST-SCHED-TYPE(tx)
042000             WHEN "W"
042100                 IF WS-RUN-DOW NOT = ST-SCHED-VALUE(tx)
042200                     MOVE "N" TO ST-ENABLED(tx)
042300                 END-IF
042400             WHEN "M"
042500                 IF WS-RUN-DAY-OF-MONTH NOT = ST-SCHED-VALUE(tx)
042600                     MOVE "N" TO ST-ENABLED(tx)
042700                 END-IF
042800             WHEN "E"
042900                 IF TONIGHT-IS-MONTH-END
043000                     MOVE "N" TO ST-ENABLED(tx)
043100                 END-IF
043200             WHEN "H"
043300                 IF TONIGHT-IS-A-HOLIDAY
043400                     MOVE "N" TO ST-ENABLED(tx)
043500                 END-IF
043520             WHEN "L"
043540                 IF NOT TONIGHT-IS-MONTH-END
043560                     MOVE "N" TO ST-ENABLED(tx)
043580                 END-IF
043600         END-EVALUATE
043700     END-PERFORM.
043800 1150-EXIT.
043900     EXIT.

044000*-----------------------------------------------------------------
044100* READ TONIGHT'S LOG.  OVERNIGHT-RUN STARTS THE LOG AFRESH EACH
044200* NIGHT, SO ITS LINES (STEPS 0 TO 12) ARE ONE CORE RUN; THIS
044300* STREAM'S LINES (STEPS 21 TO 46) FOLLOW, ONE RUN ID PER NIGHT,
044400* WITH EVERY ATTEMPT OF A RESTARTED STREAM KEPT.
044500*-----------------------------------------------------------------
044600 1200-READ-RUN-LOG.
044700     PERFORM 1220-CLEAR-CORE-FLAGS THRU 1220-EXIT
044800     PERFORM 1230-CLEAR-TIER-FLAGS THRU 1230-EXIT
044900     OPEN INPUT RUN-LOG-FILE
045000     IF WS-LOG-STATUS NOT = "00"
045100         GO TO 1200-EXIT
045200     END-IF
045300     PERFORM UNTIL WS-LOG-STATUS = "10"
045400         READ RUN-LOG-FILE
045500             AT END MOVE "10" TO WS-LOG-STATUS
045600             NOT AT END PERFORM 1210-NOTE-LOG-RECORD
045700                 THRU 1210-EXIT
045800         END-READ
045900     END-PERFORM
046000     CLOSE RUN-LOG-FILE.
046100 1200-EXIT.
046200     EXIT.

046300 1210-NOTE-LOG-RECORD.
046400     IF LOG-STEP-NUMBER IS NOT NUMERIC
046500         GO TO 1210-EXIT
046600     END-IF
046700     IF LOG-STEP-NUMBER <= 12
046800         IF LOG-RUN-ID NOT = WS-CORE-RUN-ID
046900             MOVE LOG-RUN-ID TO WS-CORE-RUN-ID
047000             PERFORM 1220-CLEAR-CORE-FLAGS THRU 1220-EXIT
047100         END-IF
047200         IF LOG-STEP-NUMBER >= 1
047300             IF LOG-STATUS = "COMPLETED"
047400                 MOVE "Y" TO WS-CORE-DONE(LOG-STEP-NUMBER)
047500             END-IF
047600             IF LOG-STATUS = "REHEARSAL"
047700                 MOVE "Y" TO WS-CORE-REHEARSED(LOG-STEP-NUMBER)
047800             END-IF
047900         END-IF
048000         GO TO 1210-EXIT
048100     END-IF
048200     IF LOG-STEP-NUMBER < WS-TIER-FIRST
048300             OR LOG-STEP-NUMBER > WS-TIER-LAST
048400         GO TO 1210-EXIT
048500     END-IF
048600     IF LOG-RUN-ID NOT = WS-TIER-RUN-ID
048700         MOVE LOG-RUN-ID TO WS-TIER-RUN-ID
048800         PERFORM 1230-CLEAR-TIER-FLAGS THRU 1230-EXIT
048900     END-IF
049000     COMPUTE tx = LOG-STEP-NUMBER - WS-TIER-FIRST + 1
049100     IF LOG-STATUS = "COMPLETED"
049200         MOVE "Y" TO WS-PREV-DONE(tx)
049300         MOVE "Y" TO WS-PREV-ACCT(tx)
049400     END-IF
049500     IF LOG-STATUS = "SKIPPED"
049600         MOVE "Y" TO WS-PREV-ACCT(tx)
049700     END-IF.
049800 1210-EXIT.
049900     EXIT.

050000 1220-CLEAR-CORE-FLAGS.
050100     PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > 12
050200         MOVE "N" TO WS-CORE-DONE(cx)
050300         MOVE "N" TO WS-CORE-REHEARSED(cx)
050400     END-PERFORM.
050500 1220-EXIT.
050600     EXIT.

050700 1230-CLEAR-TIER-FLAGS.
050800     PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > WS-TIER-COUNT
050900         MOVE "N" TO WS-PREV-DONE(cx)
051000         MOVE "N" TO WS-PREV-ACCT(cx)
051100         MOVE "N" TO CU-RAN(cx)
051200     END-PERFORM.
051300 1230-EXIT.
051400     EXIT.

051500*-----------------------------------------------------------------
051600* SETTLE TONIGHT'S RUN ID FROM WHAT THE LOG SHOWED, THEN DECIDE
051700* WHETHER THIS IS A RESTART: THE STREAM HAS ALREADY RUN UNDER
051800* THE SAME RUN ID AND SOME STEP WAS NEITHER COMPLETED NOR
051900* SKIPPED.  A STREAM THAT FINISHED CLEANLY RUNS AGAIN IN FULL.
052000*-----------------------------------------------------------------
052100 1250-RESOLVE-RUN-ID.
052200     IF WS-CORE-RUN-ID NOT = SPACES
052300             AND WS-CORE-ID-DATE IS NUMERIC
052400             AND WS-CORE-ID-HHMM IS NUMERIC
052500         IF WS-CORE-ID-DATE = WS-TODAY-DATE
052600             SET CORE-RAN-TONIGHT TO TRUE
052700         ELSE
052800             MOVE WS-TODAY-DATE TO WS-LDA-DATE
052900             MOVE -1 TO WS-LDA-DAYS
053000             CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
053100                 WS-LDA-RESULT
053200             IF WS-CORE-ID-DATE = WS-LDA-RESULT
053300                     AND WS-CORE-ID-HHMM > WS-RUN-ID-HHMM
053400                 SET CORE-RAN-TONIGHT TO TRUE
053500             END-IF
053600         END-IF
053700     END-IF
053800     IF CORE-RAN-TONIGHT
053900         MOVE WS-CORE-RUN-ID TO WS-RUN-ID
054000     ELSE
054100         PERFORM 1220-CLEAR-CORE-FLAGS THRU 1220-EXIT
054200         IF WS-TIER-RUN-ID NOT = SPACES
054300                 AND WS-TIER-ID-DATE IS NUMERIC
054400                 AND WS-TIER-ID-DATE = WS-TODAY-DATE
054500             MOVE WS-TIER-RUN-ID TO WS-RUN-ID
054600         END-IF
054700     END-IF
054800     IF WS-RUN-ID NOT = WS-TIER-RUN-ID
054900         PERFORM 1230-CLEAR-TIER-FLAGS THRU 1230-EXIT
055000         GO TO 1250-EXIT
055100     END-IF
055200     PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > WS-TIER-COUNT
055300         IF WS-PREV-ACCT(cx) = "N"
055400             SET RUN-IS-RESTART TO TRUE
055500         END-IF
055600     END-PERFORM
055700     IF RUN-IS-RESTART
055800         DISPLAY "OVNTTIER: RESTARTING RUN " WS-RUN-ID
055900     END-IF.
056000 1250-EXIT.
056100     EXIT.

056200*-----------------------------------------------------------------
056300* RESOLVE TONIGHT'S EXECUTION ORDER: TAKE THE LOWEST REMAINING
056400* SEQUENCE NUMBER (TIES BREAK ON STEP NUMBER) UNTIL EVERY STEP
056500* HAS A SLOT.
056600*-----------------------------------------------------------------
056700 1300-RESOLVE-STEP-ORDER.
056800     PERFORM VARYING odx FROM 1 BY 1
056900             UNTIL odx > WS-TIER-COUNT
057000         MOVE 100 TO WS-LOW-SEQ
057100         MOVE ZERO TO WS-LOW-STEP
057200         PERFORM VARYING tx FROM 1 BY 1
057300                 UNTIL tx > WS-TIER-COUNT
057400             IF ST-ORDERED(tx) = "N"
057500                     AND ST-SEQ(tx) < WS-LOW-SEQ
057600                 MOVE ST-SEQ(tx) TO WS-LOW-SEQ
057700                 MOVE tx TO WS-LOW-STEP
057800             END-IF
057900         END-PERFORM
058000         IF WS-LOW-STEP > ZERO
058100             MOVE WS-LOW-STEP TO WS-ORDER-STEP(odx)
058200             MOVE "Y" TO ST-ORDERED(WS-LOW-STEP)
058300         END-IF
058400     END-PERFORM.
058500 1300-EXIT.
058600     EXIT.

058700*-----------------------------------------------------------------
058800* TAKE THE RUN LOCK, WITH OVERNIGHT-RUN'S RULES: AN ACTIVE
058900* SAME-DAY LOCK YOUNGER THAN THE STALE THRESHOLD - THE CORE RUN
059000* OR ANOTHER STREAM STILL GRINDING - REFUSES THIS START; AN OLDER
059100* ONE WAS LEFT BY A CRASHED RUN AND IS TAKEN OVER.  THE LOG IS
059200* READ ONCE THE START IS ALLOWED, SO THE LOCK CARRIES TONIGHT'S
059300* RUN ID.
059400*-----------------------------------------------------------------
059500 0500-TAKE-RUN-LOCK.
059600     PERFORM 0450-SET-PROCESSING-DATE THRU 0450-EXIT
059700     CALL "TIMESTMP" USING TS-DATE TS-TIME
059800     MOVE TS-DATE TO WS-TODAY-DATE
059900     MOVE TS-TIME TO WS-NOW-TIME
060000     MOVE WS-TODAY-DATE TO WS-RUN-ID-DATE
060100     COMPUTE WS-RUN-ID-HHMM = WS-NOW-TIME / 100
060200     OPEN INPUT RUN-LOCK-FILE
060300     IF WS-LOCK-STATUS = "00"
060400         READ RUN-LOCK-FILE
060500             AT END CONTINUE
060600             NOT AT END
060700                 IF LOCK-IS-ACTIVE
060800                     COMPUTE WS-LOCK-AGE-HOURS =
060900                         FUNCTION INTEGER(WS-NOW-TIME / 10000)
061000                         - FUNCTION INTEGER(LOCK-TIME / 10000)
061100                     IF LOCK-DATE < WS-TODAY-DATE
061200                         DISPLAY "OVNTTIER: STALE RUN LOCK "
061300                             LOCK-RUN-ID " FROM " LOCK-DATE
061400                             " TAKEN OVER"
061500                     ELSE
061600                      IF WS-LOCK-AGE-HOURS >= WS-LOCK-STALE-HOURS
061700                         DISPLAY "OVNTTIER: STALE RUN LOCK "
061800                             LOCK-RUN-ID " AGED "
061900                             WS-LOCK-AGE-HOURS
062000                             " HOURS, TAKEN OVER"
062100                      ELSE
062200                         DISPLAY "OVNTTIER: RUN " LOCK-RUN-ID
062300                             " BY " LOCK-OPERATOR
062400                             " STILL ACTIVE - START REFUSED"
062500                         SET HALT-THE-RUN TO TRUE
062600                      END-IF
062700                     END-IF
062800                 END-IF
062900         END-READ
063000         CLOSE RUN-LOCK-FILE
063100     END-IF
063200     IF HALT-THE-RUN
063300         GO TO 0500-EXIT
063400     END-IF
063500     PERFORM 1200-READ-RUN-LOG THRU 1200-EXIT
063600     PERFORM 1250-RESOLVE-RUN-ID THRU 1250-EXIT
063700     OPEN OUTPUT RUN-LOCK-FILE
063800     MOVE SPACES         TO LOCK-RECORD
063900     MOVE WS-RUN-ID      TO LOCK-RUN-ID
064000     MOVE WS-TODAY-DATE  TO LOCK-DATE
064100     MOVE WS-NOW-TIME    TO LOCK-TIME
064200     MOVE WS-OPERATOR-ID TO LOCK-OPERATOR
064300     MOVE "ACTIVE"       TO LOCK-STATE
064400     WRITE LOCK-RECORD
064500     CLOSE RUN-LOCK-FILE.
064600 0500-EXIT.
064700     EXIT.

064800*-----------------------------------------------------------------
064900* READ THE BUSINESS PROCESSING DATE, STAMP IT VALID THROUGH THE
065000* SHARED VALIDATOR, AND HAND IT TO THE TIMESTMP SERVICE, SO THE
065100* STREAM POSTS TO THE SAME NIGHT AS THE CORE RUN.  NO RECORD (OR
065200* A BAD DATE) LEAVES THE WALL-CLOCK DATE IN CHARGE.
065300*-----------------------------------------------------------------
065400 0450-SET-PROCESSING-DATE.
065500     MOVE ZERO TO WS-BUSINESS-DATE
065600     OPEN INPUT PROC-DATE-FILE
065700     IF WS-PDT-STATUS NOT = "00"
065800         GO TO 0450-EXIT
065900     END-IF
066000     READ PROC-DATE-FILE
066100         AT END CONTINUE
066200         NOT AT END
066300             IF PDT-DATE IS NUMERIC AND PDT-DATE > ZERO
066400                 MOVE PDT-DATE TO DTV-DATE
066500                 CALL "DATEVAL" USING DTV-DATE DTV-RESULT
066600                     DTV-REASON
066700                 IF DTV-DATE-VALID
066800                     MOVE PDT-DATE TO WS-BUSINESS-DATE
066900                 ELSE
067000                     DISPLAY "OVNTTIER: OVNTPDAT DATE "
067100                         PDT-DATE " INVALID - " DTV-REASON
067200                 END-IF
067300             END-IF
067400     END-READ
067500     CLOSE PROC-DATE-FILE
067600     IF WS-BUSINESS-DATE > ZERO
067700         CALL "TIMESTMP-SETDATE" USING WS-BUSINESS-DATE
067800     END-IF.
067900 0450-EXIT.
068000     EXIT.

068100*-----------------------------------------------------------------
068200* RUN ONE STEP: LOG START, CALL THE STEP'S ENTRY POINT, LOG
068300* COMPLETED (OR REHEARSAL).  A DISABLED OR OUT-OF-SCHEDULE STEP,
068400* AND ON A RESTART A STEP THIS RUN ID ALREADY COMPLETED, IS
068500* LOGGED SKIPPED; A STEP WHOSE PREREQUISITE HAS NOT COMPLETED
068600* TONIGHT IS LOGGED SKIPPED-DEP.
068700*-----------------------------------------------------------------
068800 3000-EXECUTE-ONE-STEP.
068900     COMPUTE stx = tx + WS-TIER-FIRST - 1
069000     PERFORM 3100-SET-STEP-NAMES THRU 3100-EXIT
069100     MOVE ZERO TO WS-STEP-START-DATE WS-STEP-START-TIME
069200     MOVE ZERO TO RNC-RECORDS-READ RNC-RECORDS-WRITTEN
069300     IF ST-ENABLED(tx) = "N"
069400         MOVE "SKIPPED" TO WS-STEP-STATUS
069500         PERFORM 9000-WRITE-LOG-RECORD THRU 9000-EXIT
069600         GO TO 3000-EXIT
069700     END-IF
069800     IF RUN-IS-RESTART
069900             AND NOT FORCE-FULL-RUN
070000             AND WS-PREV-DONE(tx) = "Y"
070100         MOVE "SKIPPED" TO WS-STEP-STATUS
070200         PERFORM 9000-WRITE-LOG-RECORD THRU 9000-EXIT
070300         GO TO 3000-EXIT
070400     END-IF
070500     IF ST-PREREQ(tx) > ZERO
070600         PERFORM 3050-CHECK-PREREQUISITE THRU 3050-EXIT
070700         IF NOT PREREQ-IS-MET
070800             MOVE "SKIPPED-DEP" TO WS-STEP-STATUS
070900             PERFORM 9000-WRITE-LOG-RECORD THRU 9000-EXIT
071000             GO TO 3000-EXIT
071100         END-IF
071200     END-IF
071300     CALL "TIMESTMP" USING TS-DATE TS-TIME
071400     MOVE TS-DATE TO WS-STEP-START-DATE
071500     MOVE TS-TIME TO WS-STEP-START-TIME
071600     MOVE WS-REHEARSAL-SW TO RNC-RUN-MODE
071700     MOVE "START" TO WS-STEP-STATUS
071800     PERFORM 9000-WRITE-LOG-RECORD THRU 9000-EXIT
071900     PERFORM 3200-CALL-STEP-PROGRAM THRU 3200-EXIT
072000     MOVE "Y" TO CU-RAN(tx)
072100     IF RUN-IS-REHEARSAL
072200         MOVE "REHEARSAL" TO WS-STEP-STATUS
072300     ELSE
072400         MOVE "COMPLETED" TO WS-STEP-STATUS
072500     END-IF
072600     PERFORM 9000-WRITE-LOG-RECORD THRU 9000-EXIT.
072700 3000-EXIT.
072800     EXIT.

072900*-----------------------------------------------------------------
073000* A CORE PREREQUISITE IS MET ONLY BY A COMPLETED LINE IN TONIGHT'S
073100* CORE RUN (A REHEARSAL STREAM ALSO ACCEPTS A REHEARSED ONE).  A
073200* STREAM PREREQUISITE IS MET WHEN IT RAN IN THIS ATTEMPT OR
073300* COMPLETED IN THE ATTEMPT A RESTART IS FINISHING.
073400*-----------------------------------------------------------------
073500 3050-CHECK-PREREQUISITE.
073600     MOVE "N" TO WS-PREREQ-SW
073700     IF ST-PREREQ(tx) <= 12
073800         IF WS-CORE-DONE(ST-PREREQ(tx)) = "Y"
073900             SET PREREQ-IS-MET TO TRUE
074000         END-IF
074100         IF RUN-IS-REHEARSAL
074200                 AND WS-CORE-REHEARSED(ST-PREREQ(tx)) = "Y"
074300             SET PREREQ-IS-MET TO TRUE
074400         END-IF
074500         GO TO 3050-EXIT
074600     END-IF
074700     COMPUTE ptx = ST-PREREQ(tx) - WS-TIER-FIRST + 1
074800     IF CU-RAN(ptx) = "Y" OR WS-PREV-DONE(ptx) = "Y"
074900         SET PREREQ-IS-MET TO TRUE
075000     END-IF.
075100 3050-EXIT.
075200     EXIT.

075300 3100-SET-STEP-NAMES.
075400     EVALUATE stx
075500         WHEN 21
075600             MOVE "DARTFEES" TO WS-STEP-PROGRAM
075700             MOVE "DARTFEES-BATCH" TO WS-STEP-ENTRY
075800         WHEN 22
075900             MOVE "DARTH2H" TO WS-STEP-PROGRAM
076000             MOVE "DARTH2H-BATCH" TO WS-STEP-ENTRY
076100         WHEN 23
076200             MOVE "DARTCUP" TO WS-STEP-PROGRAM
076300             MOVE "DARTCUP-BATCH" TO WS-STEP-ENTRY
076400         WHEN 24
076500             MOVE "DARTCHK" TO WS-STEP-PROGRAM
076600             MOVE "DARTCHK-BATCH" TO WS-STEP-ENTRY
076700         WHEN 25
076800             MOVE "CHESSRTG" TO WS-STEP-PROGRAM
076900             MOVE "CHESSRTG-BATCH" TO WS-STEP-ENTRY
077000         WHEN 26
077100             MOVE "CHESSXTB" TO WS-STEP-PROGRAM
077200             MOVE "CHESSXTB-BATCH" TO WS-STEP-ENTRY
077300         WHEN 27
077400             MOVE "CHESSPGN" TO WS-STEP-PROGRAM
077500             MOVE "CHESSPGN-BATCH" TO WS-STEP-ENTRY
077600         WHEN 28
077700             MOVE "SCRABRTG" TO WS-STEP-PROGRAM
077800             MOVE "SCRABRTG-BATCH" TO WS-STEP-ENTRY
077900         WHEN 29
078000             MOVE "SCRABSTA" TO WS-STEP-PROGRAM
078100             MOVE "SCRABSTA-BATCH" TO WS-STEP-ENTRY
078200         WHEN 30
078300             MOVE "SCRABTEA" TO WS-STEP-PROGRAM
078400             MOVE "SCRABTEA-BATCH" TO WS-STEP-ENTRY
078500         WHEN 31
078600             MOVE "PRIMECLS" TO WS-STEP-PROGRAM
078700             MOVE "PRIMECLS-BATCH" TO WS-STEP-ENTRY
078800         WHEN 32
078900             MOVE "BOBREDAC" TO WS-STEP-PROGRAM
079000             MOVE "BOBREDAC-BATCH" TO WS-STEP-ENTRY
079100         WHEN 33
079200             MOVE "BOBSTATS" TO WS-STEP-PROGRAM
079300             MOVE "BOBSTATS-BATCH" TO WS-STEP-ENTRY
079400         WHEN 34
079500             MOVE "RNAPROP" TO WS-STEP-PROGRAM
079600             MOVE "RNAPROP-BATCH" TO WS-STEP-ENTRY
079700         WHEN 35
079800             MOVE "TWOFRECN" TO WS-STEP-PROGRAM
079900             MOVE "TWOFRECN-BATCH" TO WS-STEP-ENTRY
080000         WHEN 36
080100             MOVE "TWOFCEFF" TO WS-STEP-PROGRAM
080200             MOVE "TWOFCEFF-BATCH" TO WS-STEP-ENTRY
080300         WHEN 37
080400             MOVE "MEMBMTCH" TO WS-STEP-PROGRAM
080500             MOVE "MEMBMTCH-BATCH" TO WS-STEP-ENTRY
080600         WHEN 38
080700             MOVE "WEBEXTR" TO WS-STEP-PROGRAM
080800             MOVE "WEBEXTR-BATCH" TO WS-STEP-ENTRY
080900         WHEN 39
081000             MOVE "RECNLINE" TO WS-STEP-PROGRAM
081100             MOVE "RECNLINE-BATCH" TO WS-STEP-ENTRY
081200         WHEN 40
081300             MOVE "INTGSWP" TO WS-STEP-PROGRAM
081400             MOVE "INTGSWP-BATCH" TO WS-STEP-ENTRY
081500         WHEN 41
081600             MOVE "MECLOSE" TO WS-STEP-PROGRAM
081700             MOVE "MECLOSE-BATCH" TO WS-STEP-ENTRY
081800         WHEN 42
081900             MOVE "TWOFSTMT" TO WS-STEP-PROGRAM
082000             MOVE "TWOFSTMT-BATCH" TO WS-STEP-ENTRY
082100         WHEN 43
082200             MOVE "OVNTTRND" TO WS-STEP-PROGRAM
082300             MOVE "OVNTTRND-BATCH" TO WS-STEP-ENTRY
082400         WHEN 44
082500             MOVE "AUDVRFY" TO WS-STEP-PROGRAM
082600             MOVE "AUDVRFY-BATCH" TO WS-STEP-ENTRY
082700         WHEN 45
082800             MOVE "AUDSUMM" TO WS-STEP-PROGRAM
082900             MOVE "AUDSUMM-BATCH" TO WS-STEP-ENTRY
083000         WHEN 46
083100             MOVE "EXCWRKB" TO WS-STEP-PROGRAM
083200             MOVE "EXCWRKB-BATCH" TO WS-STEP-ENTRY
083300     END-EVALUATE.
083400 3100-EXIT.
083500     EXIT.

083600 3200-CALL-STEP-PROGRAM.
083700     EVALUATE stx
083800         WHEN 21 CALL "DARTFEES-BATCH" USING RNC-RECORDS-READ
083900                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
084000         WHEN 22 CALL "DARTH2H-BATCH" USING RNC-RECORDS-READ
084100                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
084200         WHEN 23 CALL "DARTCUP-BATCH" USING RNC-RECORDS-READ
084300                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
084400         WHEN 24 CALL "DARTCHK-BATCH" USING RNC-RECORDS-READ
084500                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
084600         WHEN 25 CALL "CHESSRTG-BATCH" USING RNC-RECORDS-READ
084700                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
084800         WHEN 26 CALL "CHESSXTB-BATCH" USING RNC-RECORDS-READ
084900                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
085000         WHEN 27 CALL "CHESSPGN-BATCH" USING RNC-RECORDS-READ
085100                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
085200         WHEN 28 CALL "SCRABRTG-BATCH" USING RNC-RECORDS-READ
085300                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
085400         WHEN 29 CALL "SCRABSTA-BATCH" USING RNC-RECORDS-READ
085500                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
085600         WHEN 30 CALL "SCRABTEA-BATCH" USING RNC-RECORDS-READ
085700                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
085800         WHEN 31 CALL "PRIMECLS-BATCH" USING RNC-RECORDS-READ
085900                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
086000         WHEN 32 CALL "BOBREDAC-BATCH" USING RNC-RECORDS-READ
086100                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
086200         WHEN 33 CALL "BOBSTATS-BATCH" USING RNC-RECORDS-READ
086300                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
086400         WHEN 34 CALL "RNAPROP-BATCH" USING RNC-RECORDS-READ
086500                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
086600         WHEN 35 CALL "TWOFRECN-BATCH" USING RNC-RECORDS-READ
086700                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
086800         WHEN 36 CALL "TWOFCEFF-BATCH" USING RNC-RECORDS-READ
086900                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
087000         WHEN 37 CALL "MEMBMTCH-BATCH" USING RNC-RECORDS-READ
087100                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
087200         WHEN 38 CALL "WEBEXTR-BATCH" USING RNC-RECORDS-READ
087300                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
087400         WHEN 39 CALL "RECNLINE-BATCH" USING RNC-RECORDS-READ
087500                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
087600         WHEN 40 CALL "INTGSWP-BATCH" USING RNC-RECORDS-READ
087700                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
087800         WHEN 41 CALL "MECLOSE-BATCH" USING RNC-RECORDS-READ
087900                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
088000         WHEN 42 CALL "TWOFSTMT-BATCH" USING RNC-RECORDS-READ
088100                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
088200         WHEN 43 CALL "OVNTTRND-BATCH" USING RNC-RECORDS-READ
088300                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
088400         WHEN 44 CALL "AUDVRFY-BATCH" USING RNC-RECORDS-READ
088500                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
088600         WHEN 45 CALL "AUDSUMM-BATCH" USING RNC-RECORDS-READ
088700                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
088800         WHEN 46 CALL "EXCWRKB-BATCH" USING RNC-RECORDS-READ
088900                     RNC-RECORDS-WRITTEN RNC-RUN-MODE
089000     END-EVALUATE.
089100 3200-EXIT.
089200     EXIT.

089300*-----------------------------------------------------------------
089400* STAMP AND WRITE ONE RUN LOG RECORD FOR THE CURRENT STEP.  THE
089500* LOG IS EXTENDED AND CLOSED AGAIN FOR EVERY LINE, SO THE LINES
089600* ARE ON DISK BEFORE THE NEXT STEP STARTS (A STEP THAT DIES
089700* LEAVES ITS START LINE BEHIND FOR THE RESTART) AND A STEP THAT
089800* READS OVNTLOG ITSELF SEES THEM.
089900*-----------------------------------------------------------------
090000 9000-WRITE-LOG-RECORD.
090100     OPEN EXTEND RUN-LOG-FILE
090200     IF WS-LOG-STATUS = "35"
090300         OPEN OUTPUT RUN-LOG-FILE
090400     END-IF
090500     MOVE SPACES TO OVERNIGHT-LOG-RECORD
090600     MOVE stx TO LOG-STEP-NUMBER
090700     MOVE WS-STEP-PROGRAM TO LOG-PROGRAM-ID
090800     MOVE WS-STEP-ENTRY   TO LOG-ENTRY-POINT
090900     MOVE WS-STEP-START-DATE TO LOG-START-DATE
091000     MOVE WS-STEP-START-TIME TO LOG-START-TIME
091100     CALL "TIMESTMP" USING TS-DATE TS-TIME
091200     MOVE TS-DATE TO LOG-TS-DATE
091300     MOVE TS-TIME TO LOG-TS-TIME
091400     MOVE WS-STEP-STATUS      TO LOG-STATUS
091500     MOVE RNC-RECORDS-READ    TO LOG-RECORDS-READ
091600     MOVE RNC-RECORDS-WRITTEN TO LOG-RECORDS-WRITTEN
091700     MOVE WS-RUN-ID           TO LOG-RUN-ID
091800     WRITE OVERNIGHT-LOG-RECORD
091900     CLOSE RUN-LOG-FILE.
092000 9000-EXIT.
092100     EXIT.

092200*-----------------------------------------------------------------
092300* A RECORD ON THE OPERATOR ALERT FILE STAMPED WITH TONIGHT'S RUN
092400* ID (COLUMNS 152-164 OF THE AUDIT RECORD LAYOUT) SETS THE FINAL
092500* STATUS NONZERO SO THE SCHEDULER PAGES SOMEONE.
092600*-----------------------------------------------------------------
092700 9700-CHECK-OPERATOR-ALERTS.
092800     OPEN INPUT ALERT-CHECK-FILE
092900     IF WS-ALERT-STATUS NOT = "00"
093000         GO TO 9700-EXIT
093100     END-IF
093200     PERFORM UNTIL WS-ALERT-STATUS NOT = "00"
093300         READ ALERT-CHECK-FILE
093400             AT END MOVE "10" TO WS-ALERT-STATUS
093500             NOT AT END
093600                 IF ALERT-CHECK-RECORD(152:13) = WS-RUN-ID
093700                     MOVE 8 TO RETURN-CODE
093800                 END-IF
093900         END-READ
094000     END-PERFORM
094100     CLOSE ALERT-CHECK-FILE.
094200 9700-EXIT.
094300     EXIT.

094400 9800-RELEASE-RUN-LOCK.
094500     OPEN OUTPUT RUN-LOCK-FILE
094600     MOVE SPACES         TO LOCK-RECORD
094700     MOVE WS-RUN-ID      TO LOCK-RUN-ID
094800     MOVE WS-TODAY-DATE  TO LOCK-DATE
094900     MOVE WS-NOW-TIME    TO LOCK-TIME
095000     MOVE WS-OPERATOR-ID TO LOCK-OPERATOR
095100     MOVE "RELEASED"     TO LOCK-STATE
095200     WRITE LOCK-RECORD
095300     CLOSE RUN-LOCK-FILE.
095400 9800-EXIT.
095500     EXIT.
