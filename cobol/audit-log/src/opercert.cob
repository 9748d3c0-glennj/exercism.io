000100*****************************************************************
000200* PROGRAM-ID : OPERCERT
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : QUARTERLY OPERATOR ACCESS RECERTIFICATION.  LISTS
000900*               ON OPERCRTR EVERY OPERATOR ON OPERMAST WITH THEIR
001000*               STATUS AND PERMITTED PROGRAMS, THE LAST CHANGE
001100*               APPLIED TO THEIR ACCESS THROUGH OPERMNT AND WHO
001200*               ASKED FOR AND APPROVED IT, AND ANY CHANGE STILL
001300*               AWAITING APPROVAL, WITH A SIGN-OFF LINE PER
001400*               OPERATOR FOR THE MANAGER TO CONFIRM OR REMOVE THE
001500*               RIGHTS.  AN OPERATOR WITH NO CHANGE ON OPERPEND
001600*               WAS SET UP BEFORE DUAL CONTROL AND IS MARKED SO.
001700*               PRODUCING THE LIST IS ITSELF WRITTEN TO THE SHARED
001800*               AUDIT TRAIL AS AN ACCESS RECORD.  BOTH FILES ARE
001900*               OPENED INPUT ONLY.
002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*-----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* 10/15/2026 TH    ORIGINAL ACCESS RECERTIFICATION REPORT
002500*-----------------------------------------------------------------
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    OPERCERT.
002800 AUTHOR.        T. HARLOW.
002900 INSTALLATION.  GLENNJ DATA PROCESSING.
003000 DATE-WRITTEN.  10/15/2026.
003100 DATE-COMPILED.

003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-OPM-STATUS.

003800     SELECT PENDING-FILE ASSIGN TO "OPERPEND"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-OPP-STATUS.

004100     SELECT CERT-RPT ASSIGN TO "OPERCRTR"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RPT-STATUS.

004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  OPERATOR-MASTER-FILE.
004700 01  OPM-RECORD.
004800     05  OPM-OPERATOR-ID         PIC X(08).
004900     05  FILLER                  PIC X(01).
005000     05  OPM-ACTIVE-FLAG         PIC X(01).
005100         88  OPM-IS-ACTIVE       VALUE "A".
005200     05  FILLER                  PIC X(01).
005300     05  OPM-PROGRAM-TABLE.
005400         10  OPM-PROGRAM         PIC X(08) OCCURS 5 TIMES.

005500 FD  PENDING-FILE.
005600 COPY operpend.

005700 FD  CERT-RPT
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  RPT-LINE                    PIC X(80).

006000 WORKING-STORAGE SECTION.
006100 01  WS-OPM-STATUS               PIC XX.
006200     88  OPM-EOF                 VALUE "10".
006300 01  WS-OPP-STATUS               PIC XX.
006400     88  OPP-EOF                 VALUE "10".
006500 01  WS-RPT-STATUS               PIC XX.

006600*-----------------------------------------------------------------
006700* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
006800*-----------------------------------------------------------------
006900 COPY audcom.
007000*-----------------------------------------------------------------
007100* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
007200*-----------------------------------------------------------------
007300 COPY tscom.

007400*-----------------------------------------------------------------
007500* PER OPERATOR FROM OPERPEND: THE LAST APPLIED CHANGE (REQUESTS
007600* ARE NUMBERED IN ORDER, SO THE LAST ONE READ) AND THE COUNT OF
007700* CHANGES STILL PENDING.
007800*-----------------------------------------------------------------
007900 01  WS-HIST-COUNT               PIC 9(04) VALUE ZERO.
008000 01  WS-HIST-TABLE.
008100     05  WS-HIST-ENTRY OCCURS 1000 TIMES.
008200         10  HT-OPERATOR-ID      PIC X(08).
008300         10  HT-LAST-REQUEST-NO  PIC 9(06).
008400         10  HT-LAST-ACTION      PIC X(01).
008500         10  HT-LAST-DATE        PIC 9(08).
008600         10  HT-REQUESTED-BY     PIC X(08).
008700         10  HT-APPROVED-BY      PIC X(08).
008800         10  HT-PENDING          PIC 9(03).
008900 01  htx                         PIC 9(04).
009000 01  WS-HIST-FOUND               PIC 9(04).
009100 01  slx                         PIC 9.

009200 01  WS-YEAR-MONTH.
009300     05  WS-YEAR                 PIC 9(04).
009400     05  WS-MONTH                PIC 9(02).
009500 01  WS-QUARTER                  PIC 9.
009600 01  WS-OPER-COUNT               PIC 9(05) VALUE ZERO.
009700 01  WS-ACTIVE-COUNT             PIC 9(05) VALUE ZERO.
009800 01  WS-ALL-COUNT                PIC 9(05) VALUE ZERO.
009900 01  WS-ALL-SW                   PIC X(01).
010000     88  HOLDS-ALL               VALUE "Y".

010100 01  WS-HDG1.
010200     05  FILLER                  PIC X(44) VALUE
010300         "QUARTERLY OPERATOR ACCESS RECERTIFICATION - ".
010400     05  H1-YEAR                 PIC 9(04).
010500     05  FILLER                  PIC X(02) VALUE " Q".
010600     05  H1-QUARTER              PIC 9.
010700 01  WS-HDG2.
010800     05  FILLER                  PIC X(09) VALUE "AS OF    ".
010900     05  H2-DATE                 PIC 9(08).
011000 01  WS-OPER-LINE.
011100     05  FILLER                  PIC X(09) VALUE "OPERATOR ".
011200     05  OL-OPERATOR-ID          PIC X(08).
011300     05  FILLER                  PIC X(02) VALUE SPACES.
011400     05  OL-STATUS               PIC X(08).
011500     05  FILLER                  PIC X(02) VALUE SPACES.
011600     05  OL-ALL-FLAG             PIC X(22).
011700 01  WS-PROG-LINE.
011800     05  PL-LABEL                PIC X(13).
011900     05  PL-PROGRAM OCCURS 5 TIMES.
012000         10  PL-NAME             PIC X(08).
012100         10  FILLER              PIC X(01).
012200 01  WS-CHANGE-LINE.
012300     05  FILLER                  PIC X(16) VALUE
012400         "   LAST CHANGE: ".
012500     05  CH-REQUEST-NO           PIC 9(06).
012600     05  FILLER                  PIC X(01) VALUE SPACE.
012700     05  CH-ACTION               PIC X(01).
012800     05  FILLER                  PIC X(01) VALUE SPACE.
012900     05  CH-DATE                 PIC 9(08).
013000     05  FILLER                  PIC X(10) VALUE " ASKED BY ".
013100     05  CH-REQUESTED-BY         PIC X(08).
013200     05  FILLER                  PIC X(13) VALUE " APPROVED BY ".
013300     05  CH-APPROVED-BY          PIC X(08).
013400 01  WS-PENDING-LINE.
013500     05  FILLER                  PIC X(30) VALUE
013600         "   CHANGES AWAITING APPROVAL: ".
013700     05  PN-COUNT                PIC ZZ9.
013800 01  WS-NO-CHANGE-LINE.
013900     05  FILLER                  PIC X(36) VALUE
014000         "   LAST CHANGE: NONE THROUGH OPERMNT".
014100     05  FILLER                  PIC X(44) VALUE
014200         " - SET UP BEFORE DUAL CONTROL".
014300 01  WS-SIGN-LINE.
014400     05  FILLER                  PIC X(36) VALUE
014500         "   RIGHTS CONFIRMED [ ]  REMOVE [ ]".
014600     05  FILLER                  PIC X(44) VALUE
014700         "  MANAGER ______________  DATE __________".
014800 01  WS-TOTAL-LINE.
014900     05  FILLER                  PIC X(11) VALUE "OPERATORS: ".
015000     05  TL-OPERATORS            PIC ZZZZ9.
015100     05  FILLER                  PIC X(10) VALUE "  ACTIVE: ".
015200     05  TL-ACTIVE               PIC ZZZZ9.
015300     05  FILLER                  PIC X(16) VALUE
015400         "  HOLDING *ALL: ".
015500     05  TL-ALL                  PIC ZZZZ9.

015600 PROCEDURE DIVISION.
015700 0000-OPERCERT.
015800     PERFORM 1000-LOAD-HISTORY THRU 1000-EXIT
015900     OPEN INPUT OPERATOR-MASTER-FILE
016000     IF WS-OPM-STATUS NOT = "00"
016100         DISPLAY "OPERCERT: OPERMAST NOT AVAILABLE - RUN ENDED"
016200         GOBACK
016300     END-IF
016400     OPEN OUTPUT CERT-RPT
016500     CALL "TIMESTMP" USING TS-DATE TS-TIME
016600     MOVE TS-DATE(1:6) TO WS-YEAR-MONTH
016700     COMPUTE WS-QUARTER = (WS-MONTH + 2) / 3
016800     MOVE WS-YEAR    TO H1-YEAR
016900     MOVE WS-QUARTER TO H1-QUARTER
017000     MOVE WS-HDG1 TO RPT-LINE
017100     WRITE RPT-LINE
017200     MOVE TS-DATE TO H2-DATE
017300     MOVE WS-HDG2 TO RPT-LINE
017400     WRITE RPT-LINE
017500     MOVE SPACES TO RPT-LINE
017600     WRITE RPT-LINE
017700     PERFORM UNTIL OPM-EOF
017800         READ OPERATOR-MASTER-FILE
017900             AT END SET OPM-EOF TO TRUE
018000             NOT AT END
018100                 IF OPM-OPERATOR-ID NOT = SPACES
018200                     PERFORM 2000-LIST-OPERATOR THRU 2000-EXIT
018300                 END-IF
018400         END-READ
018500     END-PERFORM
018600     CLOSE OPERATOR-MASTER-FILE
018700     MOVE WS-OPER-COUNT   TO TL-OPERATORS
018800     MOVE WS-ACTIVE-COUNT TO TL-ACTIVE
018900     MOVE WS-ALL-COUNT    TO TL-ALL
019000     MOVE WS-TOTAL-LINE TO RPT-LINE
019100     WRITE RPT-LINE
019200     CLOSE CERT-RPT
019300*-----------------------------------------------------------------
019400* ACCESS LOG: THE RECERTIFICATION LIST WAS PRODUCED, AND FOR WHAT.
019500*-----------------------------------------------------------------
019600     MOVE "OPERCERT" TO AUD-PROGRAM-NAME
019700     MOVE SPACES TO AUD-FAILED-INPUT
019800     STRING "QUARTER " WS-YEAR " Q" WS-QUARTER
019900             " OPERATORS " TL-OPERATORS DELIMITED BY SIZE
020000         INTO AUD-FAILED-INPUT
020100     END-STRING
020200     MOVE "ACCESS RECERTIFICATION LIST PRODUCED"
020300         TO AUD-FAILURE-REASON
020400     SET AUD-SEV-ACCESS TO TRUE
020500     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
020600         AUD-FAILED-INPUT AUD-FAILURE-REASON
020700         AUD-SEVERITY
020800     GOBACK.
020900 0000-EXIT.
021000     EXIT.

021100*-----------------------------------------------------------------
021200* OPERPEND, BY OPERATOR: LAST APPLIED CHANGE AND PENDING COUNT.
021300*-----------------------------------------------------------------
021400 1000-LOAD-HISTORY.
021500     OPEN INPUT PENDING-FILE
021600     IF WS-OPP-STATUS NOT = "00"
021700         GO TO 1000-EXIT
021800     END-IF
021900     PERFORM UNTIL OPP-EOF
022000         READ PENDING-FILE
022100             AT END SET OPP-EOF TO TRUE
022200             NOT AT END
022300                 PERFORM 1100-NOTE-REQUEST THRU 1100-EXIT
022400         END-READ
022500     END-PERFORM
022600     CLOSE PENDING-FILE.
022700 1000-EXIT.
022800     EXIT.

022900 1100-NOTE-REQUEST.
023000     IF NOT OPP-APPLIED AND NOT OPP-PENDING
023100         GO TO 1100-EXIT
023200     END-IF
023300     MOVE ZERO TO WS-HIST-FOUND
023400     PERFORM VARYING htx FROM 1 BY 1
023500             UNTIL htx > WS-HIST-COUNT OR WS-HIST-FOUND > ZERO
023600         IF HT-OPERATOR-ID(htx) = OPP-OPERATOR-ID
023700             MOVE htx TO WS-HIST-FOUND
023800         END-IF
023900     END-PERFORM
024000     IF WS-HIST-FOUND = ZERO
024100         IF WS-HIST-COUNT >= 1000
024200             GO TO 1100-EXIT
024300         END-IF
024400         ADD 1 TO WS-HIST-COUNT
024500         MOVE WS-HIST-COUNT TO WS-HIST-FOUND
024600         MOVE SPACES TO WS-HIST-ENTRY(WS-HIST-FOUND)
024700         MOVE OPP-OPERATOR-ID TO HT-OPERATOR-ID(WS-HIST-FOUND)
024800         MOVE ZERO TO HT-LAST-REQUEST-NO(WS-HIST-FOUND)
024900             HT-LAST-DATE(WS-HIST-FOUND) HT-PENDING(WS-HIST-FOUND)
025000     END-IF
025100     IF OPP-PENDING
025200         ADD 1 TO HT-PENDING(WS-HIST-FOUND)
025300         GO TO 1100-EXIT
025400     END-IF
025500     MOVE OPP-REQUEST-NO    TO HT-LAST-REQUEST-NO(WS-HIST-FOUND)
025600     MOVE OPP-ACTION        TO HT-LAST-ACTION(WS-HIST-FOUND)
025700     MOVE OPP-ACTIONED-DATE TO HT-LAST-DATE(WS-HIST-FOUND)
025800     MOVE OPP-REQUESTED-BY  TO HT-REQUESTED-BY(WS-HIST-FOUND)
025900     MOVE OPP-ACTIONED-BY   TO HT-APPROVED-BY(WS-HIST-FOUND).
026000 1100-EXIT.
026100     EXIT.

026200*-----------------------------------------------------------------
026300* ONE OPERATOR'S BLOCK: STATUS, PROGRAMS, HISTORY, SIGN-OFF.
026400*-----------------------------------------------------------------
026500 2000-LIST-OPERATOR.
026600     ADD 1 TO WS-OPER-COUNT
026700     MOVE "N" TO WS-ALL-SW
026800     MOVE SPACES TO WS-PROG-LINE
026900     MOVE "   PROGRAMS: " TO PL-LABEL
027000     PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 5
027100         MOVE OPM-PROGRAM(slx) TO PL-NAME(slx)
027200         IF OPM-PROGRAM(slx) = "*ALL"
027300             SET HOLDS-ALL TO TRUE
027400         END-IF
027500     END-PERFORM
027600     MOVE OPM-OPERATOR-ID TO OL-OPERATOR-ID
027700     MOVE SPACES TO OL-ALL-FLAG
027800     IF OPM-IS-ACTIVE
027900         ADD 1 TO WS-ACTIVE-COUNT
028000         MOVE "ACTIVE" TO OL-STATUS
028100         IF HOLDS-ALL
028200             ADD 1 TO WS-ALL-COUNT
028300             MOVE "*ALL - EVERY PROGRAM" TO OL-ALL-FLAG
028400         END-IF
028500     ELSE
028600         MOVE "INACTIVE" TO OL-STATUS
028700     END-IF
028800     MOVE WS-OPER-LINE TO RPT-LINE
028900     WRITE RPT-LINE
029000     MOVE WS-PROG-LINE TO RPT-LINE
029100     WRITE RPT-LINE
029200     MOVE ZERO TO WS-HIST-FOUND
029300     PERFORM VARYING htx FROM 1 BY 1
029400             UNTIL htx > WS-HIST-COUNT OR WS-HIST-FOUND > ZERO
029500         IF HT-OPERATOR-ID(htx) = OPM-OPERATOR-ID
029600             MOVE htx TO WS-HIST-FOUND
029700         END-IF
029800     END-PERFORM
029900     IF WS-HIST-FOUND = ZERO
030000             OR HT-LAST-REQUEST-NO(WS-HIST-FOUND) = ZERO
030100         MOVE WS-NO-CHANGE-LINE TO RPT-LINE
030200     ELSE
030300         MOVE HT-LAST-REQUEST-NO(WS-HIST-FOUND) TO CH-REQUEST-NO
030400         MOVE HT-LAST-ACTION(WS-HIST-FOUND)     TO CH-ACTION
030500         MOVE HT-LAST-DATE(WS-HIST-FOUND)       TO CH-DATE
030600         MOVE HT-REQUESTED-BY(WS-HIST-FOUND)    TO CH-REQUESTED-BY
030700         MOVE HT-APPROVED-BY(WS-HIST-FOUND)     TO CH-APPROVED-BY
030800         MOVE WS-CHANGE-LINE TO RPT-LINE
030900     END-IF
031000     WRITE RPT-LINE
031100     IF WS-HIST-FOUND > ZERO
031200         IF HT-PENDING(WS-HIST-FOUND) > ZERO
031300             MOVE HT-PENDING(WS-HIST-FOUND) TO PN-COUNT
031400             MOVE WS-PENDING-LINE TO RPT-LINE
031500             WRITE RPT-LINE
031600         END-IF
031700     END-IF
031800     MOVE WS-SIGN-LINE TO RPT-LINE
031900     WRITE RPT-LINE
032000     MOVE SPACES TO RPT-LINE
032100     WRITE RPT-LINE.
032200 2000-EXIT.
032300     EXIT.
