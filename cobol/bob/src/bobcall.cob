000100*****************************************************************
000200* PROGRAM-ID : BOBCALL
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - HELPDESK TRIAGE SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : CUSTOMER CALLBACK SCHEDULING.  EVERY ESCALATION
000900*               TICKET STILL OPEN ON BOBESCQ AND NOT YET ON THE
001000*               CALLBACK SCHEDULE (BOBCBKS) IS TAKEN ON WITH A DUE
001100*               DATE SO MANY BUSINESS DAYS OUT BY SEVERITY - ONE
001200*               DAY FOR 100 AND UP, TWO FOR 50 TO 99, THREE BELOW
001300*               50 - SKIPPING WEEKENDS AND THE HOUSE HOLIDAY
001400*               CALENDAR THROUGH LEAP'S DATE ENTRY POINTS.  EACH
001500*               NEW CALLBACK GOES TO THE ACTIVE OPERMAST OPERATOR
001600*               CLEARED FOR BOBCALL WITH THE FEWEST CALLBACKS
001700*               STILL PENDING, ROSTER ORDER BREAKING A TIE.  A
001800*               CALLBACK WHOSE TICKET HAS CLOSED IS MARKED CLOSED.
001900*
002000*               PRINTS THE DAY'S WORKLIST PER OPERATOR ON BOBCBKW
002100*               (EVERY PENDING CALLBACK DUE TODAY OR EARLIER) AND
002200*               THE MISSED-CALLBACK LIST ON BOBCBKM.  A CALLBACK
002300*               FOUND PAST ITS DUE DATE FOR THE FIRST TIME RAISES
002400*               A WARNING ON THE AUDIT TRAIL.
002500*-----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*-----------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION
002900* 10/15/2026 RM    ORIGINAL CALLBACK SCHEDULER AND WORKLISTS
003000*-----------------------------------------------------------------
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.    BOBCALL.
003300 AUTHOR.        R. MCALLISTER.
003400 INSTALLATION.  GLENNJ DATA PROCESSING.
003500 DATE-WRITTEN.  10/15/2026.
003600 DATE-COMPILED.

003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ESCALATION-FILE ASSIGN TO "BOBESCQ"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ESC-STATUS.

004300     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-OPM-STATUS.

004600     SELECT CALLBACK-FILE ASSIGN TO "BOBCBKS"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CBK-STATUS.

004900     SELECT WORKLIST-RPT ASSIGN TO "BOBCBKW"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-WRK-STATUS.

005200     SELECT MISSED-RPT ASSIGN TO "BOBCBKM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-MIS-STATUS.

005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  ESCALATION-FILE.
005800 COPY bobescq.

005900*-----------------------------------------------------------------
006000* OPERATOR MASTER, AS READ BY OPERAUTH: AN OPERATOR TAKES
006100* CALLBACKS WHEN ACTIVE AND CLEARED FOR BOBCALL OR "*ALL".
006200*-----------------------------------------------------------------
006300 FD  OPERATOR-MASTER-FILE.
006400 01  OPM-RECORD.
006500     05  OPM-OPERATOR-ID         PIC X(08).
006600     05  FILLER                  PIC X(01).
006700     05  OPM-ACTIVE-FLAG         PIC X(01).
006800         88  OPM-IS-ACTIVE       VALUE "A".
006900     05  FILLER                  PIC X(01).
007000     05  OPM-PROGRAM-TABLE.
007100         10  OPM-PROGRAM         PIC X(08) OCCURS 5 TIMES.

007200 FD  CALLBACK-FILE.
007300 COPY bobcbk.

007400 FD  WORKLIST-RPT
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  WRK-LINE                    PIC X(80).

007700 FD  MISSED-RPT
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  MIS-LINE                    PIC X(80).

008000 WORKING-STORAGE SECTION.
008100 01  WS-ESC-STATUS               PIC XX.
008200     88  ESC-EOF                 VALUE "10".
008300 01  WS-OPM-STATUS               PIC XX.
008400     88  OPM-EOF                 VALUE "10".
008500 01  WS-CBK-STATUS               PIC XX.
008600     88  CBK-EOF                 VALUE "10".
008700 01  WS-WRK-STATUS               PIC XX.
008800 01  WS-MIS-STATUS               PIC XX.

008900*-----------------------------------------------------------------
009000* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
009100*-----------------------------------------------------------------
009200 COPY audcom.
009300*-----------------------------------------------------------------
009400* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
009500*-----------------------------------------------------------------
009600 COPY tscom.

009700 01  WS-TODAY                    PIC 9(08).

009800*-----------------------------------------------------------------
009900* CALLBACK ROSTER FROM OPERMAST, WITH EACH OPERATOR'S COUNT OF
010000* CALLBACKS STILL PENDING.
010100*-----------------------------------------------------------------
010200 01  WS-ROSTER-COUNT             PIC 9(03) VALUE ZERO.
010300 01  WS-ROSTER-TABLE.
010400     05  WS-ROSTER-ENTRY OCCURS 50 TIMES.
010500         10  WS-RO-OPERATOR      PIC X(08).
010600         10  WS-RO-PENDING       PIC 9(04).
010700 01  rox                         PIC 9(03).
010800 01  opx                         PIC 9.
010900 01  WS-RO-FOUND                 PIC 9(03).
011000 01  WS-RO-CLEARED-SW            PIC X(01).
011100     88  OPERATOR-IS-CLEARED     VALUE "Y".

011200*-----------------------------------------------------------------
011300* THE WHOLE CALLBACK SCHEDULE IN MEMORY AS RECORD IMAGES,
011400* UPDATED IN PLACE AND REWRITTEN AT END OF RUN.
011500*-----------------------------------------------------------------
011600 01  WS-CBK-COUNT                PIC 9(03) VALUE ZERO.
011700 01  WS-CALLBACK-TABLE.
011800     05  WS-CBK-IMAGE            PIC X(120) OCCURS 500 TIMES.
011900 01  cbx                         PIC 9(03).
012000 01  WS-CBK-FOUND                PIC 9(03).
012100 01  WS-NEW-COUNT                PIC 9(04) VALUE ZERO.
012200 01  WS-CLOSED-COUNT             PIC 9(04) VALUE ZERO.
012300 01  WS-MISSED-COUNT             PIC 9(04) VALUE ZERO.
012400 01  WS-NEWLY-MISSED-COUNT       PIC 9(04) VALUE ZERO.
012500 01  WS-OVERFLOW-COUNT           PIC 9(04) VALUE ZERO.
012600 01  WS-WRK-COUNT                PIC 9(04).
012700 01  WS-WRK-UNASSIGNED-SW        PIC X(01).
012800     88  LISTING-UNASSIGNED      VALUE "Y".

012900*-----------------------------------------------------------------
013000* DUE-DATE ARITHMETIC: STEP A DAY AT A TIME THROUGH LEAP,
013100* COUNTING ONLY WEEKDAYS THAT ARE NOT ON THE HOUSE CALENDAR.
013200*-----------------------------------------------------------------
013300 01  WS-BUSINESS-DAYS            PIC 9.
013400 01  WS-DAYS-COUNTED             PIC 9.
013500 01  WS-DUE-DATE                 PIC 9(08).
013600 01  WS-LDA-DATE                 PIC 9(08).
013700 01  WS-LDA-DAYS                 PIC S9(05).
013800 01  WS-LDA-RESULT               PIC 9(08).
013900 01  WS-LDW-DATE                 PIC 9(08).
014000 01  WS-LDW-DOW                  PIC 9.
014100 01  WS-LHC-DATE                 PIC 9(08).
014200 01  WS-LHC-REGION               PIC X(02) VALUE SPACES.
014300 01  WS-LHC-RESULT               PIC X(01).
014400     88  DUE-DAY-IS-HOLIDAY      VALUE "Y".
014500 01  WS-LDD-DATE-1               PIC 9(08).
014600 01  WS-LDD-DATE-2               PIC 9(08).
014700 01  WS-LDD-DAYS                 PIC S9(07).

014800 01  WS-WRK-HDG1.
014900     05  FILLER                  PIC X(31) VALUE
015000         "CUSTOMER CALLBACK WORKLIST FOR ".
015100     05  WH-DATE                 PIC 9(08).
015200 01  WS-WRK-OPER-HDG.
015300     05  FILLER                  PIC X(10) VALUE "OPERATOR: ".
015400     05  WO-OPERATOR             PIC X(08).
015500     05  FILLER                  PIC X(14) VALUE "   CALLBACKS: ".
015600     05  WO-COUNT                PIC ZZZ9.
015700 01  WS-WRK-COL-HDG              PIC X(80) VALUE
015800     "  SESSION    SEV KEYWORD    DUE      TEXT".
015900 01  WS-WRK-DETAIL.
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  WD-SESSION              PIC X(10).
016200     05  FILLER                  PIC X(01) VALUE SPACE.
016300     05  WD-SEVERITY             PIC ZZ9.
016400     05  FILLER                  PIC X(01) VALUE SPACE.
016500     05  WD-KEYWORD              PIC X(10).
016600     05  FILLER                  PIC X(01) VALUE SPACE.
016700     05  WD-DUE-DATE             PIC 9(08).
016800     05  FILLER                  PIC X(01) VALUE SPACE.
016900     05  WD-TEXT                 PIC X(36).
017000     05  FILLER                  PIC X(01) VALUE SPACE.
017100     05  WD-OVERDUE-FLAG         PIC X(04).
017200 01  WS-WRK-NONE                 PIC X(80) VALUE
017300     "  NO CALLBACKS DUE".
017400 01  WS-WRK-TRAILER.
017500     05  FILLER                  PIC X(14) VALUE "NEW CALLBACKS:".
017600     05  WT-NEW                  PIC ZZZ9.
017700     05  FILLER                  PIC X(10) VALUE "  CLOSED: ".
017800     05  WT-CLOSED               PIC ZZZ9.
017900     05  FILLER                  PIC X(10) VALUE "  MISSED: ".
018000     05  WT-MISSED               PIC ZZZ9.
018100     05  FILLER                  PIC X(13) VALUE "  NOT TAKEN: ".
018200     05  WT-OVERFLOW             PIC ZZZ9.

018300 01  WS-MIS-HDG1.
018400     05  FILLER                  PIC X(23) VALUE
018500         "MISSED CALLBACKS AS OF ".
018600     05  MH-DATE                 PIC 9(08).
018700 01  WS-MIS-COL-HDG.
018800     05  FILLER                  PIC X(40) VALUE
018900         "SESSION    OPERATOR DUE      LATE".
019000     05  FILLER                  PIC X(40) VALUE
019100         "SEV KEYWORD    TEXT".
019200 01  WS-MIS-DETAIL.
019300     05  MD-SESSION              PIC X(10).
019400     05  FILLER                  PIC X(01) VALUE SPACE.
019500     05  MD-OPERATOR             PIC X(08).
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700     05  MD-DUE-DATE             PIC 9(08).
019800     05  FILLER                  PIC X(01) VALUE SPACE.
019900     05  MD-DAYS-LATE            PIC ZZZZ9.
020000     05  FILLER                  PIC X(06) VALUE SPACES.
020100     05  MD-SEVERITY             PIC ZZ9.
020200     05  FILLER                  PIC X(01) VALUE SPACE.
020300     05  MD-KEYWORD              PIC X(10).
020400     05  FILLER                  PIC X(01) VALUE SPACE.
020500     05  MD-TEXT                 PIC X(25).
020600 01  WS-MIS-NONE                 PIC X(80) VALUE
020700     "NO MISSED CALLBACKS".
020800 01  WS-MIS-TRAILER.
020900     05  FILLER                  PIC X(18) VALUE
021000         "MISSED CALLBACKS: ".
021100     05  MT-MISSED               PIC ZZZ9.
021200     05  FILLER                  PIC X(18) VALUE
021300         "  NEWLY REPORTED: ".
021400     05  MT-NEWLY-MISSED         PIC ZZZ9.

021500 PROCEDURE DIVISION.
021600 0000-BOBCALL.
021700     CALL "TIMESTMP" USING TS-DATE TS-TIME
021800     MOVE TS-DATE TO WS-TODAY
021900     PERFORM 1000-LOAD-ROSTER THRU 1000-EXIT
022000     PERFORM 2000-LOAD-SCHEDULE THRU 2000-EXIT
022100     PERFORM 3000-SCHEDULE-TICKETS THRU 3000-EXIT
022200     PERFORM 4000-WRITE-MISSED-LIST THRU 4000-EXIT
022300     PERFORM 5000-WRITE-WORKLIST THRU 5000-EXIT
022400     PERFORM 6000-REWRITE-SCHEDULE THRU 6000-EXIT
022500     GOBACK.
022600 0000-EXIT.
022700     EXIT.

022800*-----------------------------------------------------------------
022900* THE CALLBACK ROSTER: EVERY ACTIVE OPERATOR CLEARED FOR BOBCALL
023000* OR FOR EVERY PROGRAM, IN OPERMAST ORDER.
023100*-----------------------------------------------------------------
023200 1000-LOAD-ROSTER.
023300     MOVE SPACES TO WS-OPM-STATUS
023400     OPEN INPUT OPERATOR-MASTER-FILE
023500     IF WS-OPM-STATUS NOT = "00"
023600         GO TO 1000-EXIT
023700     END-IF
023800     PERFORM 1100-READ-OPERATOR THRU 1100-EXIT
023900     PERFORM UNTIL OPM-EOF
024000         MOVE "N" TO WS-RO-CLEARED-SW
024100         IF OPM-IS-ACTIVE
024200             PERFORM VARYING opx FROM 1 BY 1 UNTIL opx > 5
024300                 IF OPM-PROGRAM(opx) = "BOBCALL"
024400                         OR OPM-PROGRAM(opx) = "*ALL"
024500                     SET OPERATOR-IS-CLEARED TO TRUE
024600                 END-IF
024700             END-PERFORM
024800         END-IF
024900         IF OPERATOR-IS-CLEARED AND WS-ROSTER-COUNT < 50
025000             ADD 1 TO WS-ROSTER-COUNT
025100             MOVE OPM-OPERATOR-ID
025200                 TO WS-RO-OPERATOR(WS-ROSTER-COUNT)
025300             MOVE ZERO TO WS-RO-PENDING(WS-ROSTER-COUNT)
025400         END-IF
025500         PERFORM 1100-READ-OPERATOR THRU 1100-EXIT
025600     END-PERFORM
025700     CLOSE OPERATOR-MASTER-FILE.
025800 1000-EXIT.
025900     EXIT.

026000 1100-READ-OPERATOR.
026100     READ OPERATOR-MASTER-FILE
026200         AT END SET OPM-EOF TO TRUE
026300     END-READ.
026400 1100-EXIT.
026500     EXIT.

026600*-----------------------------------------------------------------
026700* LOAD THE SCHEDULE AND COUNT EACH ROSTER OPERATOR'S PENDING
026800* CALLBACKS, WHICH SPREADS TODAY'S NEW ONES TOWARD THE LIGHTEST
026900* WORKLOAD.  NO SCHEDULE YET IS AN EMPTY SCHEDULE.
027000*-----------------------------------------------------------------
027100 2000-LOAD-SCHEDULE.
027200     MOVE SPACES TO WS-CBK-STATUS
027300     OPEN INPUT CALLBACK-FILE
027400     IF WS-CBK-STATUS NOT = "00"
027500         GO TO 2000-EXIT
027600     END-IF
027700     PERFORM 2100-READ-CALLBACK THRU 2100-EXIT
027800     PERFORM UNTIL CBK-EOF
027900         IF WS-CBK-COUNT < 500
028000             ADD 1 TO WS-CBK-COUNT
028100             MOVE CBK-RECORD TO WS-CBK-IMAGE(WS-CBK-COUNT)
028200             IF NOT CBK-CLOSED
028300                 PERFORM 2200-FIND-ROSTER-OPERATOR THRU 2200-EXIT
028400                 IF WS-RO-FOUND > ZERO
028500                     ADD 1 TO WS-RO-PENDING(WS-RO-FOUND)
028600                 END-IF
028700             END-IF
028800         END-IF
028900         PERFORM 2100-READ-CALLBACK THRU 2100-EXIT
029000     END-PERFORM
029100     CLOSE CALLBACK-FILE.
029200 2000-EXIT.
029300     EXIT.

029400 2100-READ-CALLBACK.
029500     READ CALLBACK-FILE
029600         AT END SET CBK-EOF TO TRUE
029700     END-READ.
029800 2100-EXIT.
029900     EXIT.

030000 2200-FIND-ROSTER-OPERATOR.
030100     MOVE ZERO TO WS-RO-FOUND
030200     PERFORM VARYING rox FROM 1 BY 1 UNTIL rox > WS-ROSTER-COUNT
030300         IF WS-RO-OPERATOR(rox) = CBK-OPERATOR
030400             MOVE rox TO WS-RO-FOUND
030500         END-IF
030600     END-PERFORM.
030700 2200-EXIT.
030800     EXIT.

030900*-----------------------------------------------------------------
031000* WALK THE ESCALATION QUEUE.  A TICKET ALREADY ON THE SCHEDULE
031100* ONLY HAS ITS CLOSURE CARRIED ACROSS; AN OPEN TICKET NOT ON IT
031200* IS A NEW CALLBACK.  A TICKET BEFORE THE LIFECYCLE FIELDS
031300* EXISTED HAS A BLANK STATE AND IS TREATED AS OPEN, AS BOBESCM
031400* DOES.
031500*-----------------------------------------------------------------
031600 3000-SCHEDULE-TICKETS.
031700     MOVE SPACES TO WS-ESC-STATUS
031800     OPEN INPUT ESCALATION-FILE
031900     IF WS-ESC-STATUS NOT = "00"
032000         GO TO 3000-EXIT
032100     END-IF
032200     PERFORM 3100-READ-TICKET THRU 3100-EXIT
032300     PERFORM UNTIL ESC-EOF
032400         IF ESC-STATE = SPACE
032500             SET ESC-STATE-OPEN TO TRUE
032600         END-IF
032700         PERFORM 3200-FIND-CALLBACK THRU 3200-EXIT
032800         EVALUATE TRUE
032900             WHEN WS-CBK-FOUND > ZERO
033000                 PERFORM 3300-CARRY-CLOSURE THRU 3300-EXIT
033100             WHEN ESC-STATE-OPEN
033200                 PERFORM 3400-ADD-CALLBACK THRU 3400-EXIT
033300         END-EVALUATE
033400         PERFORM 3100-READ-TICKET THRU 3100-EXIT
033500     END-PERFORM
033600     CLOSE ESCALATION-FILE.
033700 3000-EXIT.
033800     EXIT.

033900 3100-READ-TICKET.
034000     READ ESCALATION-FILE
034100         AT END SET ESC-EOF TO TRUE
034200     END-READ.
034300 3100-EXIT.
034400     EXIT.

034500 3200-FIND-CALLBACK.
034600     MOVE ZERO TO WS-CBK-FOUND
034700     PERFORM VARYING cbx FROM 1 BY 1 UNTIL cbx > WS-CBK-COUNT
034800         MOVE WS-CBK-IMAGE(cbx) TO CBK-RECORD
034900         IF CBK-TIMESTAMP = ESC-TIMESTAMP
035000                 AND CBK-SESSION-ID = ESC-SESSION-ID
035100             MOVE cbx TO WS-CBK-FOUND
035200         END-IF
035300     END-PERFORM.
035400 3200-EXIT.
035500     EXIT.

035600 3300-CARRY-CLOSURE.
035700     MOVE WS-CBK-IMAGE(WS-CBK-FOUND) TO CBK-RECORD
035800     IF ESC-STATE-CLOSED AND NOT CBK-CLOSED
035900         SET CBK-CLOSED TO TRUE
036000         ADD 1 TO WS-CLOSED-COUNT
036100         PERFORM 2200-FIND-ROSTER-OPERATOR THRU 2200-EXIT
036200         IF WS-RO-FOUND > ZERO
036300             SUBTRACT 1 FROM WS-RO-PENDING(WS-RO-FOUND)
036400         END-IF
036500         MOVE CBK-RECORD TO WS-CBK-IMAGE(WS-CBK-FOUND)
036600     END-IF.
036700 3300-EXIT.
036800     EXIT.

036900*-----------------------------------------------------------------
037000* A NEW CALLBACK: DUE DATE BY SEVERITY BAND, THEN THE ROSTER
037100* OPERATOR WITH THE FEWEST PENDING.  WITH NO ROSTER AT ALL THE
037200* CALLBACK IS STILL SCHEDULED, UNASSIGNED, AND THE AUDIT TRAIL
037300* IS TOLD.
037400*-----------------------------------------------------------------
037500 3400-ADD-CALLBACK.
037600     IF WS-CBK-COUNT >= 500
037700         ADD 1 TO WS-OVERFLOW-COUNT
037800         MOVE ESC-RECORD(1:60) TO AUD-FAILED-INPUT
037900         MOVE "CALLBACK SCHEDULE FULL - TICKET NOT TAKEN ON" TO
038000             AUD-FAILURE-REASON
038100         PERFORM 9000-AUDIT-WARNING THRU 9000-EXIT
038200         GO TO 3400-EXIT
038300     END-IF
038400     EVALUATE TRUE
038500         WHEN ESC-SEVERITY < 50  MOVE 3 TO WS-BUSINESS-DAYS
038600         WHEN ESC-SEVERITY < 100 MOVE 2 TO WS-BUSINESS-DAYS
038700         WHEN OTHER              MOVE 1 TO WS-BUSINESS-DAYS
038800     END-EVALUATE
038900     PERFORM 3500-COMPUTE-DUE-DATE THRU 3500-EXIT
039000     MOVE SPACES TO CBK-RECORD
039100     MOVE ESC-TIMESTAMP  TO CBK-TIMESTAMP
039200     MOVE ESC-SESSION-ID TO CBK-SESSION-ID
039300     MOVE ESC-SEVERITY   TO CBK-SEVERITY
039400     MOVE WS-TODAY       TO CBK-SCHEDULED-DATE
039500     MOVE WS-DUE-DATE    TO CBK-DUE-DATE
039600     MOVE ESC-KEYWORD    TO CBK-KEYWORD
039700     MOVE ESC-TEXT(1:40) TO CBK-TEXT
039800     SET CBK-PENDING TO TRUE
039900     PERFORM 3600-PICK-OPERATOR THRU 3600-EXIT
040000     IF WS-RO-FOUND > ZERO
040100         MOVE WS-RO-OPERATOR(WS-RO-FOUND) TO CBK-OPERATOR
040200         ADD 1 TO WS-RO-PENDING(WS-RO-FOUND)
040300     ELSE
040400         MOVE ESC-RECORD(1:60) TO AUD-FAILED-INPUT
040500         MOVE "NO OPERATOR ON CALLBACK ROSTER" TO
040600             AUD-FAILURE-REASON
040700         PERFORM 9000-AUDIT-WARNING THRU 9000-EXIT
040800     END-IF
040900     ADD 1 TO WS-CBK-COUNT
041000     MOVE CBK-RECORD TO WS-CBK-IMAGE(WS-CBK-COUNT)
041100     ADD 1 TO WS-NEW-COUNT.
041200 3400-EXIT.
041300     EXIT.

041400*-----------------------------------------------------------------
041500* COUNT FORWARD FROM TODAY ONE CALENDAR DAY AT A TIME UNTIL
041600* ENOUGH BUSINESS DAYS HAVE PASSED.  SATURDAY AND SUNDAY (DAY 6
041700* AND DAY 0 FROM LEAP-DAY-OF-WEEK) AND HOUSE HOLIDAYS DO NOT
041800* COUNT.
041900*-----------------------------------------------------------------
042000 3500-COMPUTE-DUE-DATE.
042100     MOVE WS-TODAY TO WS-DUE-DATE
042200     MOVE ZERO TO WS-DAYS-COUNTED
042300     PERFORM UNTIL WS-DAYS-COUNTED >= WS-BUSINESS-DAYS
042400         MOVE WS-DUE-DATE TO WS-LDA-DATE
042500         MOVE 1 TO WS-LDA-DAYS
042600         CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
042700             WS-LDA-RESULT
042800         MOVE WS-LDA-RESULT TO WS-DUE-DATE
042900         MOVE WS-DUE-DATE TO WS-LDW-DATE
043000         CALL "LEAP-DAY-OF-WEEK" USING WS-LDW-DATE WS-LDW-DOW
043100         MOVE WS-DUE-DATE TO WS-LHC-DATE
043200         CALL "LEAP-HOLIDAY-CHECK" USING WS-LHC-DATE WS-LHC-REGION
043300             WS-LHC-RESULT
043400         IF WS-LDW-DOW NOT = 0 AND WS-LDW-DOW NOT = 6
043500                 AND NOT DUE-DAY-IS-HOLIDAY
043600             ADD 1 TO WS-DAYS-COUNTED
043700         END-IF
043800     END-PERFORM.
043900 3500-EXIT.
044000     EXIT.

044100 3600-PICK-OPERATOR.
044200     MOVE ZERO TO WS-RO-FOUND
044300     PERFORM VARYING rox FROM 1 BY 1 UNTIL rox > WS-ROSTER-COUNT
044400         IF WS-RO-FOUND = ZERO
044500             MOVE rox TO WS-RO-FOUND
044600         ELSE
044700             IF WS-RO-PENDING(rox) < WS-RO-PENDING(WS-RO-FOUND)
044800                 MOVE rox TO WS-RO-FOUND
044900             END-IF
045000         END-IF
045100     END-PERFORM.
045200 3600-EXIT.
045300     EXIT.

045400*-----------------------------------------------------------------
045500* MISSED CALLBACKS: STILL OPEN AND PAST THE DUE DATE.  ONLY THE
045600* FIRST RUN TO FIND ONE RAISES THE AUDIT WARNING; IT STAYS ON
045700* THIS LIST EVERY DAY UNTIL ITS TICKET CLOSES.
045800*-----------------------------------------------------------------
045900 4000-WRITE-MISSED-LIST.
046000     OPEN OUTPUT MISSED-RPT
046100     MOVE WS-TODAY TO MH-DATE
046200     MOVE WS-MIS-HDG1 TO MIS-LINE
046300     WRITE MIS-LINE
046400     MOVE WS-MIS-COL-HDG TO MIS-LINE
046500     WRITE MIS-LINE
046600     PERFORM VARYING cbx FROM 1 BY 1 UNTIL cbx > WS-CBK-COUNT
046700         MOVE WS-CBK-IMAGE(cbx) TO CBK-RECORD
046800         IF NOT CBK-CLOSED AND CBK-DUE-DATE < WS-TODAY
046900             PERFORM 4100-LIST-MISSED-CALLBACK THRU 4100-EXIT
047000         END-IF
047100     END-PERFORM
047200     IF WS-MISSED-COUNT = ZERO
047300         MOVE WS-MIS-NONE TO MIS-LINE
047400         WRITE MIS-LINE
047500     END-IF
047600     MOVE SPACES TO MIS-LINE
047700     WRITE MIS-LINE
047800     MOVE WS-MISSED-COUNT       TO MT-MISSED
047900     MOVE WS-NEWLY-MISSED-COUNT TO MT-NEWLY-MISSED
048000     MOVE WS-MIS-TRAILER TO MIS-LINE
048100     WRITE MIS-LINE
048200     CLOSE MISSED-RPT.
048300 4000-EXIT.
048400     EXIT.

048500 4100-LIST-MISSED-CALLBACK.
048600     ADD 1 TO WS-MISSED-COUNT
048700     MOVE WS-TODAY     TO WS-LDD-DATE-1
048800     MOVE CBK-DUE-DATE TO WS-LDD-DATE-2
048900     CALL "LEAP-DATE-DIFF" USING WS-LDD-DATE-1 WS-LDD-DATE-2
049000         WS-LDD-DAYS
049100     MOVE CBK-SESSION-ID TO MD-SESSION
049200     MOVE CBK-OPERATOR   TO MD-OPERATOR
049300     MOVE CBK-DUE-DATE   TO MD-DUE-DATE
049400     MOVE WS-LDD-DAYS    TO MD-DAYS-LATE
049500     MOVE CBK-SEVERITY   TO MD-SEVERITY
049600     MOVE CBK-KEYWORD    TO MD-KEYWORD
049700     MOVE CBK-TEXT(1:25) TO MD-TEXT
049800     MOVE WS-MIS-DETAIL TO MIS-LINE
049900     WRITE MIS-LINE
050000     IF CBK-PENDING
050100         ADD 1 TO WS-NEWLY-MISSED-COUNT
050200         SET CBK-MISSED TO TRUE
050300         MOVE CBK-RECORD TO WS-CBK-IMAGE(cbx)
050400         MOVE CBK-RECORD(1:60) TO AUD-FAILED-INPUT
050500         MOVE "CUSTOMER CALLBACK MISSED - PAST DUE DATE" TO
050600             AUD-FAILURE-REASON
050700         PERFORM 9000-AUDIT-WARNING THRU 9000-EXIT
050800     END-IF.
050900 4100-EXIT.
051000     EXIT.

051100*-----------------------------------------------------------------
051200* TODAY'S WORKLIST: FOR EACH ROSTER OPERATOR IN TURN, EVERY
051300* CALLBACK STILL OPEN AND DUE TODAY OR EARLIER, AN OVERDUE ONE
051400* FLAGGED "LATE".  CALLBACKS LEFT UNASSIGNED, OR HELD BY AN
051500* OPERATOR NO LONGER ON THE ROSTER, FOLLOW UNDER "UNASSIGNED".
051600*-----------------------------------------------------------------
051700 5000-WRITE-WORKLIST.
051800     OPEN OUTPUT WORKLIST-RPT
051900     MOVE WS-TODAY TO WH-DATE
052000     MOVE WS-WRK-HDG1 TO WRK-LINE
052100     WRITE WRK-LINE
052200     MOVE "N" TO WS-WRK-UNASSIGNED-SW
052300     PERFORM VARYING rox FROM 1 BY 1 UNTIL rox > WS-ROSTER-COUNT
052400         MOVE WS-RO-OPERATOR(rox) TO WO-OPERATOR
052500         PERFORM 5100-WRITE-OPERATOR-LIST THRU 5100-EXIT
052600     END-PERFORM
052700     SET LISTING-UNASSIGNED TO TRUE
052800     MOVE "UNASSIGN" TO WO-OPERATOR
052900     PERFORM 5100-WRITE-OPERATOR-LIST THRU 5100-EXIT
053000     MOVE SPACES TO WRK-LINE
053100     WRITE WRK-LINE
053200     MOVE WS-NEW-COUNT      TO WT-NEW
053300     MOVE WS-CLOSED-COUNT   TO WT-CLOSED
053400     MOVE WS-MISSED-COUNT   TO WT-MISSED
053500     MOVE WS-OVERFLOW-COUNT TO WT-OVERFLOW
053600     MOVE WS-WRK-TRAILER TO WRK-LINE
053700     WRITE WRK-LINE
053800     CLOSE WORKLIST-RPT.
053900 5000-EXIT.
054000     EXIT.

054100 5100-WRITE-OPERATOR-LIST.
054200     MOVE ZERO TO WS-WRK-COUNT
054300     PERFORM VARYING cbx FROM 1 BY 1 UNTIL cbx > WS-CBK-COUNT
054400         MOVE WS-CBK-IMAGE(cbx) TO CBK-RECORD
054500         PERFORM 5300-CHECK-WORKLIST-ENTRY THRU 5300-EXIT
054600         IF WD-OVERDUE-FLAG NOT = "SKIP"
054700             ADD 1 TO WS-WRK-COUNT
054800         END-IF
054900     END-PERFORM
055000     MOVE WS-WRK-COUNT TO WO-COUNT
055100     MOVE SPACES TO WRK-LINE
055200     WRITE WRK-LINE
055300     MOVE WS-WRK-OPER-HDG TO WRK-LINE
055400     WRITE WRK-LINE
055500     IF WS-WRK-COUNT = ZERO
055600         MOVE WS-WRK-NONE TO WRK-LINE
055700         WRITE WRK-LINE
055800         GO TO 5100-EXIT
055900     END-IF
056000     MOVE WS-WRK-COL-HDG TO WRK-LINE
056100     WRITE WRK-LINE
056200     PERFORM VARYING cbx FROM 1 BY 1 UNTIL cbx > WS-CBK-COUNT
056300         MOVE WS-CBK-IMAGE(cbx) TO CBK-RECORD
056400         PERFORM 5300-CHECK-WORKLIST-ENTRY THRU 5300-EXIT
056500         IF WD-OVERDUE-FLAG NOT = "SKIP"
056600             PERFORM 5200-WRITE-WORKLIST-LINE THRU 5200-EXIT
056700         END-IF
056800     END-PERFORM.
056900 5100-EXIT.
057000     EXIT.

057100 5200-WRITE-WORKLIST-LINE.
057200     MOVE CBK-SESSION-ID TO WD-SESSION
057300     MOVE CBK-SEVERITY   TO WD-SEVERITY
057400     MOVE CBK-KEYWORD    TO WD-KEYWORD
057500     MOVE CBK-DUE-DATE   TO WD-DUE-DATE
057600     MOVE CBK-TEXT(1:36) TO WD-TEXT
057700     MOVE WS-WRK-DETAIL TO WRK-LINE
057800     WRITE WRK-LINE.
057900 5200-EXIT.
058000     EXIT.

058100*-----------------------------------------------------------------
058200* SETS WD-OVERDUE-FLAG: "SKIP" WHEN THE CALLBACK IN CBK-RECORD
058300* IS NOT ON THE WORKLIST BEING LISTED - THE OPERATOR IN
058400* WO-OPERATOR, OR THE UNASSIGNED CALLBACKS - "LATE"
058500* WHEN IT IS AND IS OVERDUE, SPACES WHEN IT IS DUE TODAY.
058600*-----------------------------------------------------------------
058700 5300-CHECK-WORKLIST-ENTRY.
058800     MOVE "SKIP" TO WD-OVERDUE-FLAG
058900     IF CBK-CLOSED OR CBK-DUE-DATE > WS-TODAY
059000         GO TO 5300-EXIT
059100     END-IF
059200     IF LISTING-UNASSIGNED
059300         PERFORM 2200-FIND-ROSTER-OPERATOR THRU 2200-EXIT
059400         IF WS-RO-FOUND > ZERO
059500             GO TO 5300-EXIT
059600         END-IF
059700     ELSE
059800         IF CBK-OPERATOR NOT = WO-OPERATOR
059900             GO TO 5300-EXIT
060000         END-IF
060100     END-IF
060200     IF CBK-DUE-DATE < WS-TODAY
060300         MOVE "LATE" TO WD-OVERDUE-FLAG
060400     ELSE
060500         MOVE SPACES TO WD-OVERDUE-FLAG
060600     END-IF.
060700 5300-EXIT.
060800     EXIT.

060900 6000-REWRITE-SCHEDULE.
061000     OPEN OUTPUT CALLBACK-FILE
061100     PERFORM VARYING cbx FROM 1 BY 1 UNTIL cbx > WS-CBK-COUNT
061200         MOVE WS-CBK-IMAGE(cbx) TO CBK-RECORD
061300         WRITE CBK-RECORD
061400     END-PERFORM
061500     CLOSE CALLBACK-FILE.
061600 6000-EXIT.
061700     EXIT.

061800 9000-AUDIT-WARNING.
061900     MOVE "BOBCALL" TO AUD-PROGRAM-NAME
062000     SET AUD-SEV-WARNING TO TRUE
062100     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
062200         AUD-FAILED-INPUT AUD-FAILURE-REASON
062300         AUD-SEVERITY.
062400 9000-EXIT.
062500     EXIT.
