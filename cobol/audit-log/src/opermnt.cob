000100*****************************************************************
000200* PROGRAM-ID : OPERMNT
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : OPERATOR MASTER (OPERMAST) MAINTENANCE UNDER DUAL
000900*               CONTROL.  READS ONE TRANSACTION PER RECORD FROM
001000*               OPERMNTI:
001100*                 "A" ADD AN OPERATOR WITH UP TO FIVE PROGRAMS, OR
001200*                     BRING BACK AN INACTIVE ONE WITH THOSE
001300*                     PROGRAMS
001400*                 "G" GRANT AN OPERATOR ONE MORE PROGRAM
001500*                 "R" REVOKE ONE PROGRAM FROM AN OPERATOR
001600*                 "D" DEACTIVATE A LEAVER, KEEPING THE RECORD
001700*                 "P" APPROVE A PENDING REQUEST BY ITS NUMBER
001800*                 "X" CANCEL A PENDING REQUEST BY ITS NUMBER
001900*               A, G, R AND D CHANGE NOTHING ON THEIR OWN: EACH
002000*               IS CHECKED AGAINST OPERMAST AND HELD ON OPERPEND
002100*               AS A NUMBERED PENDING REQUEST.  ONLY A SECOND
002200*               AUTHORISED OPERATOR - NOT THE ONE WHO ASKED, AND
002300*               NOT THE ONE WHOSE ACCESS IT CHANGES - CAN APPROVE
002400*               IT, WHICH CHECKS IT AGAIN AND APPLIES IT TO
002500*               OPERMAST.  THE SIGNED-ON OPERATOR (OPERSIGN,
002600*               THROUGH OPERAUTH) MUST BE PERMITTED OPERMNT.
002700*               EVERY TRANSACTION GETS A RESULT LINE ON OPERMNTO
002800*               AND AN ACCESS-LOG RECORD ON THE SHARED AUDIT
002900*               TRAIL; EVERY REJECT IS ALSO LOGGED AS A WARNING.
003000*               THE REPORT ENDS WITH THE REQUESTS STILL AWAITING
003100*               APPROVAL.
003200*-----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*-----------------------------------------------------------------
003500* DATE       INIT  DESCRIPTION
003600* 10/15/2026 TH    ORIGINAL OPERATOR MASTER MAINTENANCE
003610* 10/15/2026 TH    AN OPERMAST THAT CANNOT BE READ IS LOGGED
003620*                  SEVERE AND EVERY APPROVAL IN THE RUN IS REFUSED
003700*-----------------------------------------------------------------
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.    OPERMNT.
004000 AUTHOR.        T. HARLOW.
004100 INSTALLATION.  GLENNJ DATA PROCESSING.
004200 DATE-WRITTEN.  10/15/2026.
004300 DATE-COMPILED.

004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-OPM-STATUS.

005000     SELECT PENDING-FILE ASSIGN TO "OPERPEND"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-OPP-STATUS.

005300     SELECT MAINT-TRANS-FILE ASSIGN TO "OPERMNTI"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-TRAN-STATUS.

005600     SELECT MAINT-RPT ASSIGN TO "OPERMNTO"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RPT-STATUS.

005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  OPERATOR-MASTER-FILE.
006200 01  OPM-FILE-RECORD             PIC X(51).

006300 FD  PENDING-FILE.
006400 01  OPP-FILE-RECORD             PIC X(119).

006500 FD  MAINT-TRANS-FILE.
006600 01  OMT-RECORD.
006700     05  OMT-ACTION              PIC X(01).
006800         88  OMT-ACTION-ADD          VALUE "A".
006900         88  OMT-ACTION-GRANT        VALUE "G".
007000         88  OMT-ACTION-REVOKE       VALUE "R".
007100         88  OMT-ACTION-DEACTIVATE   VALUE "D".
007200         88  OMT-ACTION-APPROVE      VALUE "P".
007300         88  OMT-ACTION-CANCEL       VALUE "X".
007400     05  FILLER                  PIC X(01).
007500*-----------------------------------------------------------------
007600* "P" AND "X": THE REQUEST NUMBER.  A NEW REQUEST HAS ITS NUMBER
007700* PUT HERE FOR THE REPORT.
007800*-----------------------------------------------------------------
007900     05  OMT-REQUEST-NO          PIC X(06).
008000     05  OMT-REQUEST-NO-N REDEFINES OMT-REQUEST-NO
008100                                 PIC 9(06).
008200     05  FILLER                  PIC X(01).
008300     05  OMT-OPERATOR-ID         PIC X(08).
008400     05  FILLER                  PIC X(01).
008500*-----------------------------------------------------------------
008600* "G" AND "R": THE PROGRAM.  "A": THE STARTING PROGRAMS ("*ALL"
008700* IN ANY SLOT PERMITS EVERYTHING, AS OPERAUTH READS IT).
008800*-----------------------------------------------------------------
008900     05  OMT-PROGRAM             PIC X(08).
009000     05  FILLER                  PIC X(01).
009100     05  OMT-ADD-PROGRAM         PIC X(08) OCCURS 5 TIMES.

009200 FD  MAINT-RPT
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  MNTR-LINE                   PIC X(80).

009500 WORKING-STORAGE SECTION.
009600 01  WS-OPM-STATUS               PIC XX.
009700     88  OPM-EOF                 VALUE "10".
009800 01  WS-OPP-STATUS               PIC XX.
009900     88  OPP-EOF                 VALUE "10".
010000 01  WS-TRAN-STATUS              PIC XX.
010100     88  TRAN-EOF                VALUE "10".
010200 01  WS-RPT-STATUS               PIC XX.

010300*-----------------------------------------------------------------
010400* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
010500*-----------------------------------------------------------------
010600 COPY audcom.
010700*-----------------------------------------------------------------
010800* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
010900*-----------------------------------------------------------------
011000 COPY tscom.
011100*-----------------------------------------------------------------
011200* SHARED OPERATOR-AUTHORIZATION CALL INTERFACE (COPY OPACOM).
011300*-----------------------------------------------------------------
011400 COPY opacom.

011500*-----------------------------------------------------------------
011600* ONE OPERATOR MASTER RECORD: ACTIVE FLAG AND UP TO FIVE PERMITTED
011700* PROGRAM NAMES, AS OPERAUTH READS IT.  A LEAVER IS FLAGGED "I".
011800*-----------------------------------------------------------------
011900 01  OPM-RECORD.
012000     05  OPM-OPERATOR-ID         PIC X(08).
012100     05  FILLER                  PIC X(01).
012200     05  OPM-ACTIVE-FLAG         PIC X(01).
012300         88  OPM-IS-ACTIVE       VALUE "A".
012400     05  FILLER                  PIC X(01).
012500     05  OPM-PROGRAM-TABLE.
012600         10  OPM-PROGRAM         PIC X(08) OCCURS 5 TIMES.
012700 COPY operpend.

012800*-----------------------------------------------------------------
012900* OPERMAST AND OPERPEND ARE HELD IN STORAGE FOR THE RUN AND
013000* WRITTEN BACK WHOLE AT THE END WHEN ANYTHING CHANGED.  A FILE TOO
013100* BIG FOR ITS TABLE ENDS THE RUN RATHER THAN LOSE RECORDS.
013200*-----------------------------------------------------------------
013300 01  WS-OPM-COUNT                PIC 9(04) VALUE ZERO.
013400 01  WS-OPM-TABLE.
013500     05  WS-OPM-ENTRY OCCURS 500 TIMES.
013600         10  OT-OPERATOR-ID      PIC X(08).
013700         10  OT-ACTIVE-FLAG      PIC X(01).
013800         10  OT-PROGRAM          PIC X(08) OCCURS 5 TIMES.
013900 01  omx                         PIC 9(04).
014000 01  slx                         PIC 9.
014100 01  WS-PEND-COUNT               PIC 9(04) VALUE ZERO.
014200 01  WS-PEND-TABLE.
014300     05  WS-PEND-ENTRY OCCURS 2000 TIMES.
014400         10  PT-REQUEST-NO       PIC 9(06).
014500         10  PT-STATE            PIC X(01).
014600         10  PT-ACTION           PIC X(01).
014700         10  PT-OPERATOR-ID      PIC X(08).
014800         10  PT-PROGRAM          PIC X(08).
014900         10  PT-RECORD           PIC X(119).
015000 01  pdx                         PIC 9(04).
015100 01  WS-LAST-REQUEST-NO          PIC 9(06) VALUE ZERO.
015200 01  WS-MASTER-SW                PIC X VALUE "N".
015300     88  MASTER-LOADED           VALUE "Y".
015400 01  WS-OVERFLOW-SW              PIC X VALUE "N".
015500     88  TABLE-OVERFLOW          VALUE "Y".
015600 01  WS-MASTER-CHANGED-SW        PIC X VALUE "N".
015700     88  MASTER-CHANGED          VALUE "Y".
015800 01  WS-PEND-CHANGED-SW          PIC X VALUE "N".
015900     88  PENDING-CHANGED         VALUE "Y".

016000*-----------------------------------------------------------------
016100* THE CHANGE IN HAND: THE OPERATOR'S TABLE ENTRY (ZERO IF NOT ON
016200* OPERMAST), THE SLOT HOLDING THE PROGRAM AND THE FIRST FREE SLOT.
016300*-----------------------------------------------------------------
016400 01  WS-OPM-FOUND                PIC 9(04).
016500 01  WS-PEND-FOUND               PIC 9(04).
016600 01  WS-HOLD-SLOT                PIC 9.
016700 01  WS-FREE-SLOT                PIC 9.

016800 01  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
016900 01  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
017000 01  WS-CANCEL-COUNT             PIC 9(05) VALUE ZERO.
017100 01  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
017200 01  WS-RESULT-TEXT              PIC X(40).

017300 01  WS-MNT-HDG1                 PIC X(80) VALUE
017400     "OPERATOR MASTER MAINTENANCE - DUAL CONTROL".
017500 01  WS-MNT-DETAIL.
017600     05  MD-ACTION               PIC X(01).
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  MD-REQUEST-NO           PIC X(06).
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  MD-OPERATOR-ID          PIC X(08).
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  MD-PROGRAM              PIC X(08).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  MD-RESULT               PIC X(40).
018500 01  WS-MNT-TRAILER.
018600     05  FILLER                  PIC X(06) VALUE "HELD: ".
018700     05  MT-HELD                 PIC ZZZZ9.
018800     05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
018900     05  MT-APPLIED              PIC ZZZZ9.
019000     05  FILLER                  PIC X(13) VALUE "  CANCELLED: ".
019100     05  MT-CANCELLED            PIC ZZZZ9.
019200     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
019300     05  MT-REJECTED             PIC ZZZZ9.
019400 01  WS-PEND-HDG1                PIC X(80) VALUE
019500     "REQUESTS AWAITING APPROVAL".
019600 01  WS-PEND-HDG2                PIC X(80) VALUE
019700     "A REQ    OPERATOR  PROGRAM   ASKED BY ASKED ON".
019800 01  WS-PEND-DETAIL.
019900     05  PD-ACTION               PIC X(01).
020000     05  FILLER                  PIC X(01) VALUE SPACE.
020100     05  PD-REQUEST-NO           PIC 9(06).
020200     05  FILLER                  PIC X(01) VALUE SPACE.
020300     05  PD-OPERATOR-ID          PIC X(08).
020400     05  FILLER                  PIC X(02) VALUE SPACES.
020500     05  PD-PROGRAM              PIC X(08).
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  PD-REQUESTED-BY         PIC X(08).
020800     05  FILLER                  PIC X(01) VALUE SPACE.
020900     05  PD-REQUESTED-DATE       PIC 9(08).

021000 PROCEDURE DIVISION.
021100 0000-OPERMNT.
021200     MOVE "OPERMNT" TO OPA-PROGRAM-NAME
021300     CALL "OPERAUTH" USING OPA-PROGRAM-NAME OPA-OPERATOR-ID
021400         OPA-RESULT
021500     IF OPA-OPERATOR-DENIED
021600         DISPLAY "OPERMNT: OPERATOR NOT AUTHORIZED - RUN ENDED"
021700         GOBACK
021800     END-IF
021900     PERFORM 8000-LOAD-MASTER THRU 8000-EXIT
022000     PERFORM 8100-LOAD-PENDING THRU 8100-EXIT
022100     IF TABLE-OVERFLOW
022200         DISPLAY "OPERMNT: OPERMAST OR OPERPEND TOO LARGE"
022300             " - RUN ENDED"
022400         MOVE "OPERMNT" TO AUD-PROGRAM-NAME
022500         MOVE "OPERMAST / OPERPEND" TO AUD-FAILED-INPUT
022600         MOVE "FILE EXCEEDS TABLE SIZE - MAINTENANCE NOT RUN"
022700             TO AUD-FAILURE-REASON
022800         SET AUD-SEV-SEVERE TO TRUE
022900         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
023000             AUD-FAILED-INPUT AUD-FAILURE-REASON
023100             AUD-SEVERITY
023200         GOBACK
023300     END-IF
023400     OPEN INPUT MAINT-TRANS-FILE
023500     IF WS-TRAN-STATUS NOT = "00"
023600         GOBACK
023700     END-IF
023800     OPEN OUTPUT MAINT-RPT
023900     MOVE WS-MNT-HDG1 TO MNTR-LINE
024000     WRITE MNTR-LINE
024100     PERFORM 1000-READ-TRANSACTION THRU 1000-EXIT
024200     PERFORM UNTIL TRAN-EOF
024300         PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
024400         PERFORM 1000-READ-TRANSACTION THRU 1000-EXIT
024500     END-PERFORM
024600     IF MASTER-CHANGED
024700         PERFORM 8500-SAVE-MASTER THRU 8500-EXIT
024800     END-IF
024900     IF PENDING-CHANGED
025000         PERFORM 8600-SAVE-PENDING THRU 8600-EXIT
025100     END-IF
025200     MOVE WS-HELD-COUNT    TO MT-HELD
025300     MOVE WS-APPLIED-COUNT TO MT-APPLIED
025400     MOVE WS-CANCEL-COUNT  TO MT-CANCELLED
025500     MOVE WS-REJECT-COUNT  TO MT-REJECTED
025600     MOVE WS-MNT-TRAILER   TO MNTR-LINE
025700     WRITE MNTR-LINE
025800     PERFORM 8700-LIST-PENDING THRU 8700-EXIT
025900     CLOSE MAINT-TRANS-FILE MAINT-RPT
026000     GOBACK.
026100 0000-EXIT.
026200     EXIT.

026300 1000-READ-TRANSACTION.
026400     READ MAINT-TRANS-FILE
026500         AT END SET TRAN-EOF TO TRUE
026600     END-READ.
026700 1000-EXIT.
026800     EXIT.

026900 2000-APPLY-TRANSACTION.
027000     MOVE SPACES TO WS-RESULT-TEXT
027100     EVALUATE TRUE
027200         WHEN OMT-ACTION-ADD
027300         WHEN OMT-ACTION-GRANT
027400         WHEN OMT-ACTION-REVOKE
027500         WHEN OMT-ACTION-DEACTIVATE
027600             PERFORM 3000-REQUEST-CHANGE THRU 3000-EXIT
027700         WHEN OMT-ACTION-APPROVE
027800             PERFORM 4000-APPROVE-REQUEST THRU 4000-EXIT
027900         WHEN OMT-ACTION-CANCEL
028000             PERFORM 4500-CANCEL-REQUEST THRU 4500-EXIT
028100         WHEN OTHER
028200             MOVE "UNKNOWN ACTION CODE" TO WS-RESULT-TEXT
028300             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
028400     END-EVALUATE
028500     MOVE OMT-ACTION      TO MD-ACTION
028600     MOVE OMT-REQUEST-NO  TO MD-REQUEST-NO
028700     MOVE OMT-OPERATOR-ID TO MD-OPERATOR-ID
028800     MOVE OMT-PROGRAM     TO MD-PROGRAM
028900     MOVE WS-RESULT-TEXT  TO MD-RESULT
029000     MOVE WS-MNT-DETAIL   TO MNTR-LINE
029100     WRITE MNTR-LINE
029200*-----------------------------------------------------------------
029300* ACCESS LOG: WHO ASKED FOR, APPROVED OR CANCELLED WHAT, THROUGH
029400* THE SAME SHARED TRAIL EVERYTHING ELSE USES.
029500*-----------------------------------------------------------------
029600     MOVE "OPERMNT" TO AUD-PROGRAM-NAME
029700     MOVE SPACES TO AUD-FAILED-INPUT
029800     STRING "OPER " OPA-OPERATOR-ID
029900             " REQ " OMT-REQUEST-NO
030000             " ACTION " OMT-ACTION
030100             " FOR " OMT-OPERATOR-ID " " OMT-PROGRAM
030200             DELIMITED BY SIZE
030300         INTO AUD-FAILED-INPUT
030400     END-STRING
030500     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
030600     SET AUD-SEV-ACCESS TO TRUE
030700     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
030800         AUD-FAILED-INPUT AUD-FAILURE-REASON
030900         AUD-SEVERITY.
031000 2000-EXIT.
031100     EXIT.

031200*-----------------------------------------------------------------
031300* A, G, R, D: CHECK THE CHANGE AGAINST OPERMAST AS IT STANDS AND
031400* HOLD IT ON OPERPEND UNDER THE NEXT REQUEST NUMBER.  THE SAME
031500* CHANGE ALREADY WAITING IS NOT TAKEN TWICE.
031600*-----------------------------------------------------------------
031700 3000-REQUEST-CHANGE.
031800     IF OMT-OPERATOR-ID = SPACES
031900         MOVE "OPERATOR ID REQUIRED" TO WS-RESULT-TEXT
032000         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
032100         GO TO 3000-EXIT
032200     END-IF
032300     IF (OMT-ACTION-GRANT OR OMT-ACTION-REVOKE)
032400             AND OMT-PROGRAM = SPACES
032500         MOVE "PROGRAM NAME REQUIRED" TO WS-RESULT-TEXT
032600         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
032700         GO TO 3000-EXIT
032800     END-IF
032900     MOVE SPACES TO OPP-RECORD
033000     MOVE OMT-ACTION      TO OPP-ACTION
033100     MOVE OMT-OPERATOR-ID TO OPP-OPERATOR-ID
033200     IF OMT-ACTION-GRANT OR OMT-ACTION-REVOKE
033300         MOVE OMT-PROGRAM TO OPP-PROGRAM
033400     END-IF
033500     IF OMT-ACTION-ADD
033600         PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 5
033700             MOVE OMT-ADD-PROGRAM(slx) TO OPP-ADD-PROGRAM(slx)
033800         END-PERFORM
033900     END-IF
034000     PERFORM 5000-CHECK-CHANGE THRU 5000-EXIT
034100     IF WS-RESULT-TEXT NOT = SPACES
034200         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
034300         GO TO 3000-EXIT
034400     END-IF
034500     PERFORM VARYING pdx FROM 1 BY 1 UNTIL pdx > WS-PEND-COUNT
034600         IF PT-STATE(pdx) = "P"
034700                 AND PT-ACTION(pdx) = OPP-ACTION
034800                 AND PT-OPERATOR-ID(pdx) = OPP-OPERATOR-ID
034900                 AND PT-PROGRAM(pdx) = OPP-PROGRAM
035000             MOVE "SAME CHANGE ALREADY AWAITING APPROVAL"
035100                 TO WS-RESULT-TEXT
035200         END-IF
035300     END-PERFORM
035400     IF WS-RESULT-TEXT = SPACES AND WS-PEND-COUNT >= 2000
035500         MOVE "PENDING REQUEST FILE FULL" TO WS-RESULT-TEXT
035600     END-IF
035700     IF WS-RESULT-TEXT NOT = SPACES
035800         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
035900         GO TO 3000-EXIT
036000     END-IF
036100     ADD 1 TO WS-LAST-REQUEST-NO
036200     MOVE WS-LAST-REQUEST-NO TO OPP-REQUEST-NO OMT-REQUEST-NO-N
036300     SET OPP-PENDING TO TRUE
036400     MOVE OPA-OPERATOR-ID TO OPP-REQUESTED-BY
036500     CALL "TIMESTMP" USING TS-DATE TS-TIME
036600     MOVE TS-DATE TO OPP-REQUESTED-DATE
036700     MOVE TS-TIME TO OPP-REQUESTED-TIME
036800     MOVE ZERO TO OPP-ACTIONED-DATE OPP-ACTIONED-TIME
036900     ADD 1 TO WS-PEND-COUNT
037000     MOVE WS-PEND-COUNT TO WS-PEND-FOUND
037100     PERFORM 8200-STORE-REQUEST THRU 8200-EXIT
037200     ADD 1 TO WS-HELD-COUNT
037300     MOVE "HELD PENDING SECOND-OPERATOR APPROVAL"
037400         TO WS-RESULT-TEXT.
037500 3000-EXIT.
037600     EXIT.

037700*-----------------------------------------------------------------
037800* P: APPROVE A PENDING REQUEST.  THE APPROVER MUST NOT BE THE
037900* OPERATOR WHO ASKED FOR IT NOR THE ONE IT CHANGES, AND THE CHANGE
038000* MUST STILL MAKE SENSE AGAINST OPERMAST AS IT NOW STANDS.  A
038100* REQUEST THAT NO LONGER DOES STAYS PENDING FOR CANCELLATION.
038110* WHILE OPERMAST COULD NOT BE READ EVERY APPROVAL IS REFUSED AND
038120* THE REQUEST LEFT AS IT IS.
038200*-----------------------------------------------------------------
038300 4000-APPROVE-REQUEST.
038310     IF NOT MASTER-LOADED
038320         MOVE "OPERMAST NOT READABLE - APPROVAL REFUSED"
038330             TO WS-RESULT-TEXT
038340         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
038350         GO TO 4000-EXIT
038360     END-IF
038400     PERFORM 5300-FIND-REQUEST THRU 5300-EXIT
038500     IF WS-RESULT-TEXT NOT = SPACES
038600         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
038700         GO TO 4000-EXIT
038800     END-IF
038900     EVALUATE TRUE
039000         WHEN OPP-REQUESTED-BY = OPA-OPERATOR-ID
039100             MOVE "REQUESTER MAY NOT APPROVE OWN REQUEST"
039200                 TO WS-RESULT-TEXT
039300         WHEN OPP-OPERATOR-ID = OPA-OPERATOR-ID
039400             MOVE "MAY NOT APPROVE A CHANGE TO OWN ACCESS"
039500                 TO WS-RESULT-TEXT
039600         WHEN OTHER
039700             PERFORM 5000-CHECK-CHANGE THRU 5000-EXIT
039800     END-EVALUATE
039900     IF WS-RESULT-TEXT NOT = SPACES
040000         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
040100         GO TO 4000-EXIT
040200     END-IF
040300     PERFORM 6000-APPLY-CHANGE THRU 6000-EXIT
040400     SET OPP-APPLIED TO TRUE
040500     PERFORM 4900-MARK-ACTIONED THRU 4900-EXIT
040600     ADD 1 TO WS-APPLIED-COUNT
040700     MOVE "APPROVED AND APPLIED TO OPERMAST" TO WS-RESULT-TEXT.
040800 4000-EXIT.
040900     EXIT.

041000*-----------------------------------------------------------------
041100* X: CANCEL A PENDING REQUEST.  ANY AUTHORISED OPERATOR MAY - A
041200* CANCELLATION GRANTS NOTHING.
041300*-----------------------------------------------------------------
041400 4500-CANCEL-REQUEST.
041500     PERFORM 5300-FIND-REQUEST THRU 5300-EXIT
041600     IF WS-RESULT-TEXT NOT = SPACES
041700         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
041800         GO TO 4500-EXIT
041900     END-IF
042000     SET OPP-CANCELLED TO TRUE
042100     PERFORM 4900-MARK-ACTIONED THRU 4900-EXIT
042200     ADD 1 TO WS-CANCEL-COUNT
042300     MOVE "PENDING REQUEST CANCELLED" TO WS-RESULT-TEXT.
042400 4500-EXIT.
042500     EXIT.

042600*-----------------------------------------------------------------
042700* STAMP THE APPROVING OR CANCELLING OPERATOR ON THE REQUEST.
042800*-----------------------------------------------------------------
042900 4900-MARK-ACTIONED.
043000     MOVE OPA-OPERATOR-ID TO OPP-ACTIONED-BY
043100     CALL "TIMESTMP" USING TS-DATE TS-TIME
043200     MOVE TS-DATE TO OPP-ACTIONED-DATE
043300     MOVE TS-TIME TO OPP-ACTIONED-TIME
043400     PERFORM 8200-STORE-REQUEST THRU 8200-EXIT.
043500 4900-EXIT.
043600     EXIT.

043700*-----------------------------------------------------------------
043800* IS THE CHANGE IN OPP-RECORD STILL VALID AGAINST OPERMAST?  A
043900* REASON IN WS-RESULT-TEXT SAYS WHY NOT.
044000*-----------------------------------------------------------------
044100 5000-CHECK-CHANGE.
044200     PERFORM 5100-FIND-OPERATOR THRU 5100-EXIT
044300     IF WS-OPM-FOUND = ZERO
044400         IF OPP-ACTION-ADD
044500             IF WS-OPM-COUNT >= 500
044600                 MOVE "OPERATOR MASTER FULL" TO WS-RESULT-TEXT
044700             END-IF
044800         ELSE
044900             MOVE "OPERATOR NOT ON OPERMAST" TO WS-RESULT-TEXT
045000         END-IF
045100         GO TO 5000-EXIT
045200     END-IF
045300     EVALUATE TRUE
045400         WHEN OPP-ACTION-ADD
045500             IF OT-ACTIVE-FLAG(WS-OPM-FOUND) = "A"
045600                 MOVE "OPERATOR ALREADY ACTIVE ON OPERMAST"
045700                     TO WS-RESULT-TEXT
045800             END-IF
045900         WHEN OPP-ACTION-GRANT
046000             EVALUATE TRUE
046100                 WHEN OT-ACTIVE-FLAG(WS-OPM-FOUND) NOT = "A"
046200                     MOVE "OPERATOR NOT ACTIVE" TO WS-RESULT-TEXT
046300                 WHEN WS-HOLD-SLOT > ZERO
046400                     MOVE "OPERATOR ALREADY HOLDS PROGRAM"
046500                         TO WS-RESULT-TEXT
046600                 WHEN WS-FREE-SLOT = ZERO
046700                     MOVE "NO FREE PROGRAM SLOT - REVOKE ONE"
046800                         TO WS-RESULT-TEXT
046900             END-EVALUATE
047000         WHEN OPP-ACTION-REVOKE
047100             IF WS-HOLD-SLOT = ZERO
047200                 MOVE "OPERATOR DOES NOT HOLD PROGRAM"
047300                     TO WS-RESULT-TEXT
047400             END-IF
047500         WHEN OPP-ACTION-DEACTIVATE
047600             IF OT-ACTIVE-FLAG(WS-OPM-FOUND) NOT = "A"
047700                 MOVE "OPERATOR ALREADY INACTIVE"
047800                     TO WS-RESULT-TEXT
047900             END-IF
048000     END-EVALUATE.
048100 5000-EXIT.
048200     EXIT.

048300*-----------------------------------------------------------------
048400* FIND OPP-OPERATOR-ID ON THE MASTER TABLE, AND ON ITS ENTRY THE
048500* SLOT HOLDING OPP-PROGRAM AND THE FIRST EMPTY SLOT.
048600*-----------------------------------------------------------------
048700 5100-FIND-OPERATOR.
048800     MOVE ZERO TO WS-OPM-FOUND WS-HOLD-SLOT WS-FREE-SLOT
048900     PERFORM VARYING omx FROM 1 BY 1
049000             UNTIL omx > WS-OPM-COUNT OR WS-OPM-FOUND > ZERO
049100         IF OT-OPERATOR-ID(omx) = OPP-OPERATOR-ID
049200             MOVE omx TO WS-OPM-FOUND
049300         END-IF
049400     END-PERFORM
049500     IF WS-OPM-FOUND = ZERO
049600         GO TO 5100-EXIT
049700     END-IF
049800     PERFORM VARYING slx FROM 5 BY -1 UNTIL slx < 1
049900         IF OT-PROGRAM(WS-OPM-FOUND, slx) = SPACES
050000             MOVE slx TO WS-FREE-SLOT
050100         END-IF
050200         IF OT-PROGRAM(WS-OPM-FOUND, slx) = OPP-PROGRAM
050300                 AND OPP-PROGRAM NOT = SPACES
050400             MOVE slx TO WS-HOLD-SLOT
050500         END-IF
050600     END-PERFORM.
050700 5100-EXIT.
050800     EXIT.

050900*-----------------------------------------------------------------
051000* P AND X: FIND THE REQUEST NAMED ON THE TRANSACTION, WHICH MUST
051100* STILL BE PENDING, INTO OPP-RECORD.  ITS OPERATOR AND PROGRAM ARE
051200* PUT ON THE TRANSACTION FOR THE REPORT AND THE ACCESS LOG.
051300*-----------------------------------------------------------------
051400 5300-FIND-REQUEST.
051500     MOVE ZERO TO WS-PEND-FOUND
051600     IF OMT-REQUEST-NO IS NOT NUMERIC
051700         MOVE "REQUEST NUMBER REQUIRED" TO WS-RESULT-TEXT
051800         GO TO 5300-EXIT
051900     END-IF
052000     PERFORM VARYING pdx FROM 1 BY 1
052100             UNTIL pdx > WS-PEND-COUNT OR WS-PEND-FOUND > ZERO
052200         IF PT-REQUEST-NO(pdx) = OMT-REQUEST-NO-N
052300             MOVE pdx TO WS-PEND-FOUND
052400         END-IF
052500     END-PERFORM
052600     IF WS-PEND-FOUND = ZERO
052700         MOVE "REQUEST NOT ON OPERPEND" TO WS-RESULT-TEXT
052800         GO TO 5300-EXIT
052900     END-IF
053000     MOVE PT-RECORD(WS-PEND-FOUND) TO OPP-RECORD
053100     MOVE OPP-OPERATOR-ID TO OMT-OPERATOR-ID
053200     MOVE OPP-PROGRAM     TO OMT-PROGRAM
053300     IF NOT OPP-PENDING
053400         MOVE "REQUEST IS NOT AWAITING APPROVAL" TO WS-RESULT-TEXT
053500     END-IF.
053600 5300-EXIT.
053700     EXIT.

053800*-----------------------------------------------------------------
053900* APPLY AN APPROVED CHANGE TO THE MASTER TABLE.  5000-CHECK-CHANGE
054000* HAS JUST RUN, SO WS-OPM-FOUND AND THE SLOTS ARE CURRENT.
054100*-----------------------------------------------------------------
054200 6000-APPLY-CHANGE.
054300     EVALUATE TRUE
054400         WHEN OPP-ACTION-ADD
054500             IF WS-OPM-FOUND = ZERO
054600                 ADD 1 TO WS-OPM-COUNT
054700                 MOVE WS-OPM-COUNT TO WS-OPM-FOUND
054800                 MOVE OPP-OPERATOR-ID
054900                     TO OT-OPERATOR-ID(WS-OPM-FOUND)
055000             END-IF
055100             MOVE "A" TO OT-ACTIVE-FLAG(WS-OPM-FOUND)
055200             PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 5
055300                 MOVE OPP-ADD-PROGRAM(slx)
055400                     TO OT-PROGRAM(WS-OPM-FOUND, slx)
055500             END-PERFORM
055600         WHEN OPP-ACTION-GRANT
055700             MOVE OPP-PROGRAM
055800                 TO OT-PROGRAM(WS-OPM-FOUND, WS-FREE-SLOT)
055900         WHEN OPP-ACTION-REVOKE
056000             MOVE SPACES TO OT-PROGRAM(WS-OPM-FOUND, WS-HOLD-SLOT)
056100         WHEN OPP-ACTION-DEACTIVATE
056200             MOVE "I" TO OT-ACTIVE-FLAG(WS-OPM-FOUND)
056300     END-EVALUATE
056400     SET MASTER-CHANGED TO TRUE.
056500 6000-EXIT.
056600     EXIT.

056700 7000-REJECT-TRANSACTION.
056800     ADD 1 TO WS-REJECT-COUNT
056900     MOVE "OPERMNT" TO AUD-PROGRAM-NAME
057000     MOVE OMT-RECORD TO AUD-FAILED-INPUT
057100     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
057200     SET AUD-SEV-WARNING TO TRUE
057300     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
057400         AUD-FAILED-INPUT AUD-FAILURE-REASON
057500         AUD-SEVERITY.
057600 7000-EXIT.
057700     EXIT.

057800*-----------------------------------------------------------------
057900* LOAD OPERMAST.  A MASTER THAT CANNOT BE OPENED IS NEVER WRITTEN
058000* BACK, EXCEPT WHEN IT DOES NOT EXIST YET, AND IS LOGGED SEVERE:
058010* NO APPROVAL CAN BE CHECKED AGAINST IT THIS RUN.
058100*-----------------------------------------------------------------
058200 8000-LOAD-MASTER.
058300     OPEN INPUT OPERATOR-MASTER-FILE
058400     IF WS-OPM-STATUS = "35"
058500         SET MASTER-LOADED TO TRUE
058600         GO TO 8000-EXIT
058700     END-IF
058800     IF WS-OPM-STATUS NOT = "00"
058810         MOVE "OPERMNT" TO AUD-PROGRAM-NAME
058820         MOVE "OPERMAST" TO AUD-FAILED-INPUT
058830         MOVE "OPERMAST NOT READABLE - APPROVALS REFUSED"
058840             TO AUD-FAILURE-REASON
058850         SET AUD-SEV-SEVERE TO TRUE
058860         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
058870             AUD-FAILED-INPUT AUD-FAILURE-REASON
058880             AUD-SEVERITY
058900         GO TO 8000-EXIT
059000     END-IF
059100     SET MASTER-LOADED TO TRUE
059200     PERFORM UNTIL OPM-EOF
059300         READ OPERATOR-MASTER-FILE
059400             AT END SET OPM-EOF TO TRUE
059500             NOT AT END
059600                 IF WS-OPM-COUNT >= 500
059700                     SET TABLE-OVERFLOW TO TRUE
059800                 ELSE
059900                     ADD 1 TO WS-OPM-COUNT
060000                     MOVE OPM-FILE-RECORD TO OPM-RECORD
060100                     MOVE OPM-OPERATOR-ID
060200                         TO OT-OPERATOR-ID(WS-OPM-COUNT)
060300                     MOVE OPM-ACTIVE-FLAG
060400                         TO OT-ACTIVE-FLAG(WS-OPM-COUNT)
060500                     PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 5
060600                         MOVE OPM-PROGRAM(slx)
060700                             TO OT-PROGRAM(WS-OPM-COUNT, slx)
060800                     END-PERFORM
060900                 END-IF
061000         END-READ
061100     END-PERFORM
061200     CLOSE OPERATOR-MASTER-FILE.
061300 8000-EXIT.
061400     EXIT.

061500*-----------------------------------------------------------------
061600* LOAD OPERPEND, NOTING THE HIGHEST REQUEST NUMBER USED.
061700*-----------------------------------------------------------------
061800 8100-LOAD-PENDING.
061900     OPEN INPUT PENDING-FILE
062000     IF WS-OPP-STATUS NOT = "00"
062100         GO TO 8100-EXIT
062200     END-IF
062300     PERFORM UNTIL OPP-EOF
062400         READ PENDING-FILE
062500             AT END SET OPP-EOF TO TRUE
062600             NOT AT END
062700                 IF WS-PEND-COUNT >= 2000
062800                     SET TABLE-OVERFLOW TO TRUE
062900                 ELSE
063000                     MOVE OPP-FILE-RECORD TO OPP-RECORD
063100                     ADD 1 TO WS-PEND-COUNT
063200                     MOVE WS-PEND-COUNT TO WS-PEND-FOUND
063300                     PERFORM 8200-STORE-REQUEST THRU 8200-EXIT
063400                     IF OPP-REQUEST-NO > WS-LAST-REQUEST-NO
063500                         MOVE OPP-REQUEST-NO TO WS-LAST-REQUEST-NO
063600                     END-IF
063700                 END-IF
063800         END-READ
063900     END-PERFORM
064000     CLOSE PENDING-FILE
064100     MOVE "N" TO WS-PEND-CHANGED-SW.
064200 8100-EXIT.
064300     EXIT.

064400*-----------------------------------------------------------------
064500* PUT OPP-RECORD INTO PENDING-TABLE ENTRY WS-PEND-FOUND.
064600*-----------------------------------------------------------------
064700 8200-STORE-REQUEST.
064800     MOVE OPP-REQUEST-NO  TO PT-REQUEST-NO(WS-PEND-FOUND)
064900     MOVE OPP-STATE       TO PT-STATE(WS-PEND-FOUND)
065000     MOVE OPP-ACTION      TO PT-ACTION(WS-PEND-FOUND)
065100     MOVE OPP-OPERATOR-ID TO PT-OPERATOR-ID(WS-PEND-FOUND)
065200     MOVE OPP-PROGRAM     TO PT-PROGRAM(WS-PEND-FOUND)
065300     MOVE OPP-RECORD      TO PT-RECORD(WS-PEND-FOUND)
065400     SET PENDING-CHANGED TO TRUE.
065500 8200-EXIT.
065600     EXIT.

065700 8500-SAVE-MASTER.
065800     IF NOT MASTER-LOADED
065900         GO TO 8500-EXIT
066000     END-IF
066100     OPEN OUTPUT OPERATOR-MASTER-FILE
066200     PERFORM VARYING omx FROM 1 BY 1 UNTIL omx > WS-OPM-COUNT
066300         MOVE SPACES TO OPM-RECORD
066400         MOVE OT-OPERATOR-ID(omx) TO OPM-OPERATOR-ID
066500         MOVE OT-ACTIVE-FLAG(omx) TO OPM-ACTIVE-FLAG
066600         PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 5
066700             MOVE OT-PROGRAM(omx, slx) TO OPM-PROGRAM(slx)
066800         END-PERFORM
066900         MOVE OPM-RECORD TO OPM-FILE-RECORD
067000         WRITE OPM-FILE-RECORD
067100     END-PERFORM
067200     CLOSE OPERATOR-MASTER-FILE.
067300 8500-EXIT.
067400     EXIT.

067500 8600-SAVE-PENDING.
067600     OPEN OUTPUT PENDING-FILE
067700     PERFORM VARYING pdx FROM 1 BY 1 UNTIL pdx > WS-PEND-COUNT
067800         MOVE PT-RECORD(pdx) TO OPP-FILE-RECORD
067900         WRITE OPP-FILE-RECORD
068000     END-PERFORM
068100     CLOSE PENDING-FILE.
068200 8600-EXIT.
068300     EXIT.

068400*-----------------------------------------------------------------
068500* CLOSE THE REPORT WITH EVERY REQUEST STILL AWAITING APPROVAL.
068600*-----------------------------------------------------------------
068700 8700-LIST-PENDING.
068800     MOVE SPACES TO MNTR-LINE
068900     WRITE MNTR-LINE
069000     MOVE WS-PEND-HDG1 TO MNTR-LINE
069100     WRITE MNTR-LINE
069200     MOVE WS-PEND-HDG2 TO MNTR-LINE
069300     WRITE MNTR-LINE
069400     PERFORM VARYING pdx FROM 1 BY 1 UNTIL pdx > WS-PEND-COUNT
069500         IF PT-STATE(pdx) = "P"
069600             MOVE PT-RECORD(pdx)   TO OPP-RECORD
069700             MOVE OPP-ACTION       TO PD-ACTION
069800             MOVE OPP-REQUEST-NO   TO PD-REQUEST-NO
069900             MOVE OPP-OPERATOR-ID  TO PD-OPERATOR-ID
070000             MOVE OPP-PROGRAM      TO PD-PROGRAM
070100             MOVE OPP-REQUESTED-BY TO PD-REQUESTED-BY
070200             MOVE OPP-REQUESTED-DATE TO PD-REQUESTED-DATE
070300             MOVE WS-PEND-DETAIL   TO MNTR-LINE
070400             WRITE MNTR-LINE
070500         END-IF
070600     END-PERFORM.
070700 8700-EXIT.
070800     EXIT.
