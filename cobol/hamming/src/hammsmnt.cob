000100*****************************************************************
000200* PROGRAM-ID : HAMMSMNT
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - GENETICS LAB SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : OPERATOR-DRIVEN MAINTENANCE FOR THE HAMMSMP
000900*               SAMPLE MASTER THAT HAMMING CHECKS EVERY PAIR AND
001000*               LIBRARY STRAND AGAINST.  READS ONE TRANSACTION
001100*               PER RECORD FROM HAMMSMTI AND APPLIES IT:
001200*                 "A" RECEIVE A NEW SAMPLE - SUBMITTING LAB,
001300*                     RECEIVED DATE AND FIRST CUSTODIAN
001400*                 "C" CORRECT THE LAB AND/OR RECEIVED DATE
001500*                 "T" TRANSFER CUSTODY TO A NEW CUSTODIAN
001600*                 "R" RETIRE A SAMPLE, KEEPING THE RECORD
001700*               RECEIPTS, TRANSFERS AND RETIREMENTS GO ON THE
001800*               SAMPLE'S CUSTODY HISTORY.  EVERY TRANSACTION
001900*               GETS A RESULT LINE ON HAMMSMTO AND AN ACCESS-LOG
002000*               RECORD ON THE SHARED AUDIT TRAIL, AND EVERY
002100*               REJECT ALSO GOES TO THE TRAIL AS A WARNING.
002200*-----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*-----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 10/15/2026 RM    ORIGINAL SAMPLE MASTER MAINTENANCE UTILITY
002700*-----------------------------------------------------------------
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.    HAMMSMNT.
003000 AUTHOR.        R. MCALLISTER.
003100 INSTALLATION.  GLENNJ DATA PROCESSING.
003200 DATE-WRITTEN.  10/15/2026.
003300 DATE-COMPILED.

003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SAMPLE-MASTER ASSIGN TO "HAMMSMP"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS SMP-SAMPLE-ID
004100         FILE STATUS IS WS-SMP-STATUS.

004200     SELECT MAINT-TRANS-FILE ASSIGN TO "HAMMSMTI"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-TRAN-STATUS.

004500     SELECT MAINT-RPT ASSIGN TO "HAMMSMTO"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RPT-STATUS.

004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  SAMPLE-MASTER.
005100 COPY hammsmp.

005200 FD  MAINT-TRANS-FILE.
005300 01  MNT-RECORD.
005400     05  MNT-ACTION              PIC X(01).
005500         88  MNT-ACTION-ADD          VALUE "A".
005600         88  MNT-ACTION-CORRECT      VALUE "C".
005700         88  MNT-ACTION-TRANSFER     VALUE "T".
005800         88  MNT-ACTION-RETIRE       VALUE "R".
005900     05  MNT-SAMPLE-ID           PIC X(10).
006000     05  MNT-LAB                 PIC X(20).
006100     05  MNT-RECEIVED-DATE       PIC X(08).
006200     05  MNT-CUSTODIAN           PIC X(20).

006300 FD  MAINT-RPT
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  MNTR-LINE                   PIC X(80).

006600 WORKING-STORAGE SECTION.
006700 01  WS-SMP-STATUS               PIC XX.
006800 01  WS-TRAN-STATUS              PIC XX.
006900     88  TRAN-EOF                VALUE "10".
007000 01  WS-RPT-STATUS               PIC XX.

007100*-----------------------------------------------------------------
007200* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
007300*-----------------------------------------------------------------
007400 COPY audcom.
007500*-----------------------------------------------------------------
007600* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
007700*-----------------------------------------------------------------
007800 COPY tscom.
007900*-----------------------------------------------------------------
008000* SHARED OPERATOR-AUTHORIZATION CALL INTERFACE (COPY OPACOM).
008100*-----------------------------------------------------------------
008200 COPY opacom.
008300*-----------------------------------------------------------------
008400* SHARED DATE-VALIDATOR CALL INTERFACE (COPY DATVCOM).
008500*-----------------------------------------------------------------
008600 COPY datvcom.

008700 01  WS-TRAN-COUNT               PIC 9(05) VALUE ZERO.
008800 01  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
008900 01  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
009000 01  WS-RESULT-TEXT              PIC X(40).

009100*-----------------------------------------------------------------
009200* THE CUSTODY EVENT 2500-ADD-CUSTODY-ENTRY PUTS AT THE HEAD OF
009300* THE SAMPLE'S HISTORY.
009400*-----------------------------------------------------------------
009500 01  WS-CUSTODY-EVENT            PIC X(01).
009600 01  WS-CUSTODY-DETAIL           PIC X(20).
009700 01  smx                         PIC 99.

009800 01  WS-MNT-HDG1                 PIC X(80) VALUE
009900     "STRAND LIBRARY SAMPLE MASTER MAINTENANCE".
010000 01  WS-MNT-DETAIL.
010100     05  MD-ACTION               PIC X(01).
010200     05  FILLER                  PIC X(02) VALUE SPACES.
010300     05  MD-SAMPLE-ID            PIC X(10).
010400     05  FILLER                  PIC X(02) VALUE SPACES.
010500     05  MD-RESULT               PIC X(40).
010600 01  WS-MNT-TRAILER.
010700     05  FILLER                  PIC X(09) VALUE "APPLIED: ".
010800     05  MT-APPLIED              PIC ZZZZ9.
010900     05  FILLER                  PIC X(11) VALUE "  REJECTED:".
011000     05  MT-REJECTED             PIC ZZZZ9.

011100 PROCEDURE DIVISION.
011200 0000-HAMMSMNT.
011300     MOVE "HAMMSMNT" TO OPA-PROGRAM-NAME
011400     CALL "OPERAUTH" USING OPA-PROGRAM-NAME OPA-OPERATOR-ID
011500         OPA-RESULT
011600     IF OPA-OPERATOR-DENIED
011700         DISPLAY "HAMMSMNT: OPERATOR NOT AUTHORIZED - RUN ENDED"
011800         GOBACK
011900     END-IF
012000     OPEN INPUT MAINT-TRANS-FILE
012100     IF WS-TRAN-STATUS NOT = "00"
012200         GOBACK
012300     END-IF
012400     OPEN OUTPUT MAINT-RPT
012500     MOVE WS-MNT-HDG1 TO MNTR-LINE
012600     WRITE MNTR-LINE
012700     PERFORM 8000-OPEN-MASTER THRU 8000-EXIT
012800     PERFORM 1000-READ-TRANSACTION THRU 1000-EXIT
012900     PERFORM UNTIL TRAN-EOF
013000         ADD 1 TO WS-TRAN-COUNT
013100         PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
013200         PERFORM 1000-READ-TRANSACTION THRU 1000-EXIT
013300     END-PERFORM
013400     CLOSE SAMPLE-MASTER
013500     MOVE WS-APPLIED-COUNT TO MT-APPLIED
013600     MOVE WS-REJECT-COUNT  TO MT-REJECTED
013700     MOVE WS-MNT-TRAILER   TO MNTR-LINE
013800     WRITE MNTR-LINE
013900     CLOSE MAINT-TRANS-FILE MAINT-RPT
014000     GOBACK.
014100 0000-EXIT.
014200     EXIT.

014300*-----------------------------------------------------------------
014400* OPEN THE SAMPLE MASTER I-O, CREATING IT FIRST THE WAY DARTMNT
014500* CREATES A NEW ROSTER.
014600*-----------------------------------------------------------------
014700 8000-OPEN-MASTER.
014800     OPEN I-O SAMPLE-MASTER
014900     IF WS-SMP-STATUS = "35"
015000         CLOSE SAMPLE-MASTER
015100         OPEN OUTPUT SAMPLE-MASTER
015200         CLOSE SAMPLE-MASTER
015300         OPEN I-O SAMPLE-MASTER
015400     END-IF.
015500 8000-EXIT.
015600     EXIT.

015700 1000-READ-TRANSACTION.
015800     READ MAINT-TRANS-FILE
015900         AT END SET TRAN-EOF TO TRUE
016000     END-READ.
016100 1000-EXIT.
016200     EXIT.

016300 2000-APPLY-TRANSACTION.
016400     MOVE SPACES TO WS-RESULT-TEXT
016500     EVALUATE TRUE
016600         WHEN MNT-SAMPLE-ID = SPACES
016700             MOVE "SAMPLE ID IS BLANK" TO WS-RESULT-TEXT
016800             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
016900         WHEN MNT-ACTION-ADD
017000             PERFORM 3000-RECEIVE-SAMPLE THRU 3000-EXIT
017100         WHEN MNT-ACTION-CORRECT
017200             PERFORM 4000-CORRECT-SAMPLE THRU 4000-EXIT
017300         WHEN MNT-ACTION-TRANSFER
017400             PERFORM 5000-TRANSFER-CUSTODY THRU 5000-EXIT
017500         WHEN MNT-ACTION-RETIRE
017600             PERFORM 6000-RETIRE-SAMPLE THRU 6000-EXIT
017700         WHEN OTHER
017800             MOVE "UNKNOWN ACTION CODE" TO WS-RESULT-TEXT
017900             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
018000     END-EVALUATE
018100     MOVE MNT-ACTION     TO MD-ACTION
018200     MOVE MNT-SAMPLE-ID  TO MD-SAMPLE-ID
018300     MOVE WS-RESULT-TEXT TO MD-RESULT
018400     MOVE WS-MNT-DETAIL  TO MNTR-LINE
018500     WRITE MNTR-LINE
018600*-----------------------------------------------------------------
018700* ACCESS LOG: WHO DID WHAT TO WHICH SAMPLE, THROUGH THE SAME
018800* SHARED TRAIL EVERYTHING ELSE USES.
018900*-----------------------------------------------------------------
019000     MOVE "HAMMSMNT" TO AUD-PROGRAM-NAME
019100     MOVE SPACES TO AUD-FAILED-INPUT
019200     STRING "OPER " OPA-OPERATOR-ID
019300             " ACTION " MNT-ACTION
019400             " SAMPLE " MNT-SAMPLE-ID
019500             " CUST " MNT-CUSTODIAN DELIMITED BY SIZE
019600         INTO AUD-FAILED-INPUT
019700     END-STRING
019800     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
019900     SET AUD-SEV-ACCESS TO TRUE
020000     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
020100         AUD-FAILED-INPUT AUD-FAILURE-REASON
020200         AUD-SEVERITY.
020300 2000-EXIT.
020400     EXIT.

020500*-----------------------------------------------------------------
020600* RECEIVE A SAMPLE.  THE LAB AND FIRST CUSTODIAN ARE REQUIRED
020700* AND THE RECEIVED DATE MUST BE A REAL DATE NO LATER THAN TODAY.
020800*-----------------------------------------------------------------
020900 3000-RECEIVE-SAMPLE.
021000     IF MNT-LAB = SPACES OR MNT-CUSTODIAN = SPACES
021100         MOVE "LAB AND CUSTODIAN ARE REQUIRED" TO WS-RESULT-TEXT
021200         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
021300         GO TO 3000-EXIT
021400     END-IF
021500     PERFORM 7100-CHECK-RECEIVED-DATE THRU 7100-EXIT
021600     IF WS-RESULT-TEXT NOT = SPACES
021700         GO TO 3000-EXIT
021800     END-IF
021900     MOVE MNT-SAMPLE-ID TO SMP-SAMPLE-ID
022000     READ SAMPLE-MASTER
022100         INVALID KEY
022200             INITIALIZE SMP-RECORD
022300             MOVE MNT-SAMPLE-ID   TO SMP-SAMPLE-ID
022400             MOVE MNT-LAB         TO SMP-SUBMIT-LAB
022500             MOVE DTV-DATE        TO SMP-RECEIVED-DATE
022600             MOVE MNT-CUSTODIAN   TO SMP-CUSTODIAN
022700             SET  SMP-IS-ACTIVE   TO TRUE
022800             MOVE ZERO            TO SMP-COMPARE-COUNT
022900             MOVE ZERO            TO SMP-CUSTODY-COUNT
023000             MOVE "R"             TO WS-CUSTODY-EVENT
023100             MOVE MNT-CUSTODIAN   TO WS-CUSTODY-DETAIL
023200             PERFORM 2500-ADD-CUSTODY-ENTRY THRU 2500-EXIT
023300             WRITE SMP-RECORD
023400             MOVE "SAMPLE RECEIVED" TO WS-RESULT-TEXT
023500             ADD 1 TO WS-APPLIED-COUNT
023600         NOT INVALID KEY
023700             MOVE "ALREADY ON SAMPLE MASTER" TO WS-RESULT-TEXT
023800             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
023900     END-READ.
024000 3000-EXIT.
024100     EXIT.

024200*-----------------------------------------------------------------
024300* CORRECT A KEYING ERROR IN THE LAB OR RECEIVED DATE.  A BLANK
024400* FIELD ON THE TRANSACTION LEAVES THAT FIELD AS IT IS.  THIS IS
024500* NOT A CUSTODY EVENT; THE ACCESS LOG CARRIES IT.
024600*-----------------------------------------------------------------
024700 4000-CORRECT-SAMPLE.
024800     IF MNT-LAB = SPACES AND MNT-RECEIVED-DATE = SPACES
024900         MOVE "NOTHING TO CORRECT" TO WS-RESULT-TEXT
025000         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
025100         GO TO 4000-EXIT
025200     END-IF
025300     IF MNT-RECEIVED-DATE NOT = SPACES
025400         PERFORM 7100-CHECK-RECEIVED-DATE THRU 7100-EXIT
025500         IF WS-RESULT-TEXT NOT = SPACES
025600             GO TO 4000-EXIT
025700         END-IF
025800     END-IF
025900     MOVE MNT-SAMPLE-ID TO SMP-SAMPLE-ID
026000     READ SAMPLE-MASTER
026100         INVALID KEY
026200             MOVE "SAMPLE NOT ON MASTER" TO WS-RESULT-TEXT
026300             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
026400         NOT INVALID KEY
026500             IF MNT-LAB NOT = SPACES
026600                 MOVE MNT-LAB TO SMP-SUBMIT-LAB
026700             END-IF
026800             IF MNT-RECEIVED-DATE NOT = SPACES
026900                 MOVE DTV-DATE TO SMP-RECEIVED-DATE
027000             END-IF
027100             REWRITE SMP-RECORD
027200             MOVE "SAMPLE CORRECTED" TO WS-RESULT-TEXT
027300             ADD 1 TO WS-APPLIED-COUNT
027400     END-READ.
027500 4000-EXIT.
027600     EXIT.

027700 5000-TRANSFER-CUSTODY.
027800     IF MNT-CUSTODIAN = SPACES
027900         MOVE "NEW CUSTODIAN IS REQUIRED" TO WS-RESULT-TEXT
028000         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
028100         GO TO 5000-EXIT
028200     END-IF
028300     MOVE MNT-SAMPLE-ID TO SMP-SAMPLE-ID
028400     READ SAMPLE-MASTER
028500         INVALID KEY
028600             MOVE "SAMPLE NOT ON MASTER" TO WS-RESULT-TEXT
028700             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
028800             GO TO 5000-EXIT
028900     END-READ
029000     EVALUATE TRUE
029100         WHEN SMP-IS-RETIRED
029200             MOVE "SAMPLE IS RETIRED" TO WS-RESULT-TEXT
029300         WHEN MNT-CUSTODIAN = SMP-CUSTODIAN
029400             MOVE "ALREADY WITH THAT CUSTODIAN" TO WS-RESULT-TEXT
029500     END-EVALUATE
029600     IF WS-RESULT-TEXT NOT = SPACES
029700         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
029800         GO TO 5000-EXIT
029900     END-IF
030000     MOVE MNT-CUSTODIAN TO SMP-CUSTODIAN
030100     MOVE "T"           TO WS-CUSTODY-EVENT
030200     MOVE MNT-CUSTODIAN TO WS-CUSTODY-DETAIL
030300     PERFORM 2500-ADD-CUSTODY-ENTRY THRU 2500-EXIT
030400     REWRITE SMP-RECORD
030500     MOVE "CUSTODY TRANSFERRED" TO WS-RESULT-TEXT
030600     ADD 1 TO WS-APPLIED-COUNT.
030700 5000-EXIT.
030800     EXIT.

030900 6000-RETIRE-SAMPLE.
031000     MOVE MNT-SAMPLE-ID TO SMP-SAMPLE-ID
031100     READ SAMPLE-MASTER
031200         INVALID KEY
031300             MOVE "SAMPLE NOT ON MASTER" TO WS-RESULT-TEXT
031400             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
031500             GO TO 6000-EXIT
031600     END-READ
031700     IF SMP-IS-RETIRED
031800         MOVE "SAMPLE ALREADY RETIRED" TO WS-RESULT-TEXT
031900         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
032000         GO TO 6000-EXIT
032100     END-IF
032200     SET SMP-IS-RETIRED TO TRUE
032300     MOVE "X"    TO WS-CUSTODY-EVENT
032400     MOVE SPACES TO WS-CUSTODY-DETAIL
032500     PERFORM 2500-ADD-CUSTODY-ENTRY THRU 2500-EXIT
032600     REWRITE SMP-RECORD
032700     MOVE "SAMPLE RETIRED" TO WS-RESULT-TEXT
032800     ADD 1 TO WS-APPLIED-COUNT.
032900 6000-EXIT.
033000     EXIT.

033100*-----------------------------------------------------------------
033200* PUSH A CUSTODY EVENT ONTO THE HEAD OF THE HISTORY IN SMP-RECORD,
033300* DROPPING THE OLDEST ENTRY WHEN THE TABLE IS FULL.  HAMMING
033400* STAMPS ITS COMPARISONS THE SAME WAY.
033500*-----------------------------------------------------------------
033600 2500-ADD-CUSTODY-ENTRY.
033700     PERFORM VARYING smx FROM 12 BY -1 UNTIL smx < 2
033800         MOVE SMP-CUSTODY-ENTRY(smx - 1) TO
033900             SMP-CUSTODY-ENTRY(smx)
034000     END-PERFORM
034100     CALL "TIMESTMP" USING TS-DATE TS-TIME
034200     MOVE TS-DATE           TO SMC-DATE(1)
034300     MOVE TS-TIME           TO SMC-TIME(1)
034400     MOVE WS-CUSTODY-EVENT  TO SMC-EVENT(1)
034500     MOVE OPA-OPERATOR-ID   TO SMC-BY(1)
034600     MOVE WS-CUSTODY-DETAIL TO SMC-DETAIL(1)
034700     IF SMP-CUSTODY-COUNT IS NOT NUMERIC
034800         MOVE ZERO TO SMP-CUSTODY-COUNT
034900     END-IF
035000     IF SMP-CUSTODY-COUNT < 12
035100         ADD 1 TO SMP-CUSTODY-COUNT
035200     END-IF.
035300 2500-EXIT.
035400     EXIT.

035500 7000-REJECT-TRANSACTION.
035600     ADD 1 TO WS-REJECT-COUNT
035700     MOVE "HAMMSMNT" TO AUD-PROGRAM-NAME
035800     MOVE MNT-RECORD TO AUD-FAILED-INPUT
035900     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
036000     SET AUD-SEV-WARNING TO TRUE
036100     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
036200         AUD-FAILED-INPUT AUD-FAILURE-REASON
036300         AUD-SEVERITY.
036400 7000-EXIT.
036500     EXIT.

036600*-----------------------------------------------------------------
036700* THE RECEIVED DATE GOES THROUGH THE SHARED DATE VALIDATOR AND
036800* MAY NOT BE LATER THAN TODAY.  A GOOD DATE IS LEFT IN DTV-DATE;
036900* A BAD ONE IS REJECTED WITH WS-RESULT-TEXT SET.
037000*-----------------------------------------------------------------
037100 7100-CHECK-RECEIVED-DATE.
037200     IF MNT-RECEIVED-DATE IS NOT NUMERIC
037300         MOVE "RECEIVED DATE MUST BE CCYYMMDD" TO WS-RESULT-TEXT
037400         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
037500         GO TO 7100-EXIT
037600     END-IF
037700     MOVE MNT-RECEIVED-DATE TO DTV-DATE
037800     CALL "DATEVAL" USING DTV-DATE DTV-RESULT DTV-REASON
037900     IF DTV-DATE-INVALID
038000         MOVE SPACES TO WS-RESULT-TEXT
038100         STRING "RECEIVED DATE: " DTV-REASON DELIMITED BY SIZE
038200             INTO WS-RESULT-TEXT
038300         END-STRING
038400         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
038500         GO TO 7100-EXIT
038600     END-IF
038700     CALL "TIMESTMP" USING TS-DATE TS-TIME
038800     IF DTV-DATE > TS-DATE
038900         MOVE "RECEIVED DATE IS IN THE FUTURE" TO WS-RESULT-TEXT
039000         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
039100     END-IF.
039200 7100-EXIT.
039300     EXIT.
