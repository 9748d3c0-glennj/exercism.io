000100*****************************************************************
000200* PROGRAM-ID : DUESRUN
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : ANNUAL MEMBERSHIP DUES RUN OVER THE CLUB MEMBER
000900*               MASTER (MEMBMAST).  EACH MEMBER'S CATEGORY PRICES
001000*               THE RENEWAL FROM THE DUESCAT TABLE; THE RENEWAL
001100*               DATE IS THE ANNIVERSARY OF JOINING, MOVED ON A
001200*               YEAR BY EACH PAYMENT, WITH ALL DATE ARITHMETIC
001300*               DONE BY LEAP-DATE-ADD.  IN ONE RUN IT:
001400*                 - POSTS THE DUESPAY PAYMENTS (A LAPSED MEMBER
001500*                   WHO PAYS IS REINSTATED FOR A YEAR FROM THE
001600*                   PAYMENT)
001700*                 - PRINTS A RENEWAL NOTICE ON DUESNOTC, ONCE PER
001800*                   RENEWAL, FOR EVERY MEMBER WHOSE RENEWAL FALLS
001900*                   WITHIN THE DUESCTL NOTICE PERIOD
002000*                 - MARKS LAPSED EVERY MEMBER STILL UNPAID WHEN
002100*                   THE DUESCTL GRACE PERIOD AFTER RENEWAL HAS RUN
002200*                   OUT
002300*               DARTMNT, QUEEN-ATTACK (CHESSBAT) AND SCRABBLE-
002400*               SCORE REFUSE A LAPSED MEMBER'S GAME ENTRY THROUGH
002500*               THE MEMBLKUP SERVICE.  A CATEGORY MARKED AS NOT
002600*               RENEWING (LIFE, HONORARY) NEVER FALLS DUE.  THE
002700*               DUESRPT REPORT LISTS EVERY PAYMENT, NOTICE AND
002800*               LAPSE WITH RUN TOTALS; PAYMENT REJECTS AND LAPSES
002900*               ALSO GO TO THE SHARED AUDIT TRAIL.  TODAY IS THE
003000*               BUSINESS DATE FROM THE TIMESTAMP SERVICE.
003100*-----------------------------------------------------------------
003200* MODIFICATION HISTORY
003300*-----------------------------------------------------------------
003400* DATE       INIT  DESCRIPTION
003500* 10/15/2026 TH    ORIGINAL DUES, RENEWAL AND LAPSE RUN
003600*-----------------------------------------------------------------
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.    DUESRUN.
003900 AUTHOR.        T. HARLOW.
004000 INSTALLATION.  GLENNJ DATA PROCESSING.
004100 DATE-WRITTEN.  10/15/2026.
004200 DATE-COMPILED.

004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT DUES-CTL-FILE ASSIGN TO "DUESCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CTL-STATUS.

004900     SELECT CATEGORY-FILE ASSIGN TO "DUESCAT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CAT-STATUS.

005200     SELECT PAYMENT-FILE ASSIGN TO "DUESPAY"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PAY-STATUS.

005500     SELECT MEMBER-FILE ASSIGN TO "MEMBMAST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS MBR-MEMBER-NO
005900         FILE STATUS IS WS-MBR-STATUS.

006000     SELECT NOTICE-RPT ASSIGN TO "DUESNOTC"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-NTC-STATUS.

006300     SELECT DUES-RPT ASSIGN TO "DUESRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RPT-STATUS.

006600 DATA DIVISION.
006700 FILE SECTION.
006800*-----------------------------------------------------------------
006900* ONE CONTROL CARD: DAYS BEFORE RENEWAL TO SEND THE NOTICE, AND
007000* DAYS OF GRACE AFTER RENEWAL BEFORE AN UNPAID MEMBER LAPSES.
007100*-----------------------------------------------------------------
007200 FD  DUES-CTL-FILE.
007300 01  DCL-RECORD.
007400     05  DCL-NOTICE-DAYS         PIC 9(03).
007500     05  FILLER                  PIC X(01).
007600     05  DCL-GRACE-DAYS          PIC 9(03).

007700*-----------------------------------------------------------------
007800* ONE MEMBERSHIP CATEGORY PER RECORD, THE ANNUAL DUES IN PENCE
007900* COLUMNS (IMPLIED TWO DECIMALS).  RENEWS "N" IS A CATEGORY THAT
008000* NEVER FALLS DUE.
008100*-----------------------------------------------------------------
008200 FD  CATEGORY-FILE.
008300 01  DCT-RECORD.
008400     05  DCT-CATEGORY            PIC X(02).
008500     05  FILLER                  PIC X(01).
008600     05  DCT-DESCRIPTION         PIC X(20).
008700     05  FILLER                  PIC X(01).
008800     05  DCT-ANNUAL-DUES         PIC 9(05)V99.
008900     05  FILLER                  PIC X(01).
009000     05  DCT-RENEWS              PIC X(01).

009100*-----------------------------------------------------------------
009200* ONE DUES PAYMENT PER RECORD, AS THE MEMBERSHIP SECRETARY KEYS
009300* THEM, WITH THE RECEIPT OR CHEQUE REFERENCE.  A BLANK DATE IS
009400* TAKEN AS TODAY.
009500*-----------------------------------------------------------------
009600 FD  PAYMENT-FILE.
009700 01  DPY-RECORD.
009800     05  DPY-MEMBER-NO           PIC X(06).
009900     05  DPY-MEMBER-NO-N REDEFINES DPY-MEMBER-NO
010000                                 PIC 9(06).
010100     05  FILLER                  PIC X(01).
010200     05  DPY-AMOUNT              PIC 9(05)V99.
010300     05  FILLER                  PIC X(01).
010400     05  DPY-DATE                PIC 9(08).
010500     05  FILLER                  PIC X(01).
010600     05  DPY-REFERENCE           PIC X(12).

010700 FD  MEMBER-FILE.
010800 COPY membmast.

010900 FD  NOTICE-RPT
011000     RECORD CONTAINS 80 CHARACTERS.
011100 01  NTC-LINE                    PIC X(80).

011200 FD  DUES-RPT
011300     RECORD CONTAINS 80 CHARACTERS.
011400 01  RPT-LINE                    PIC X(80).

011500 WORKING-STORAGE SECTION.
011600 01  WS-CTL-STATUS               PIC XX.
011700 01  WS-CAT-STATUS               PIC XX.
011800     88  CAT-EOF                 VALUE "10".
011900 01  WS-PAY-STATUS               PIC XX.
012000     88  PAY-EOF                 VALUE "10".
012100 01  WS-MBR-STATUS               PIC XX.
012200 01  WS-NTC-STATUS               PIC XX.
012300 01  WS-RPT-STATUS               PIC XX.

012400*-----------------------------------------------------------------
012500* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
012600*-----------------------------------------------------------------
012700 COPY audcom.
012800*-----------------------------------------------------------------
012900* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
013000*-----------------------------------------------------------------
013100 COPY tscom.

013200 01  WS-NOTICE-DAYS              PIC 9(03) VALUE 30.
013300 01  WS-GRACE-DAYS               PIC 9(03) VALUE 30.
013400 01  WS-TODAY                    PIC 9(08).
013500 01  WS-NOTICE-HORIZON           PIC 9(08).
013600 01  WS-GRACE-END                PIC 9(08).

013700*-----------------------------------------------------------------
013800* MEMBERSHIP CATEGORIES, LOADED ONCE FROM DUESCAT.
013900*-----------------------------------------------------------------
014000 01  WS-CAT-COUNT                PIC 99 VALUE ZERO.
014100 01  WS-CATEGORY-TABLE.
014200     05  WS-CAT-ENTRY OCCURS 20 TIMES.
014300         10  CT-CATEGORY         PIC X(02).
014400         10  CT-DESCRIPTION      PIC X(20).
014500         10  CT-DUES             PIC 9(05)V99.
014600         10  CT-RENEWS           PIC X(01).
014700 01  ctx                         PIC 99.
014800 01  WS-CAT-FOUND                PIC 99.

014900*-----------------------------------------------------------------
015000* DATE ARITHMETIC THROUGH LEAP'S LEAP-DATE-ADD ENTRY.  A YEAR ON
015100* IS 365 DAYS, AND ONE MORE WHEN A FEBRUARY 29 FALLS BETWEEN, SO
015200* THE RENEWAL KEEPS ITS DAY OF THE YEAR; A MEMBER WHO JOINED ON
015300* FEBRUARY 29 RENEWS ON FEBRUARY 28 IN A COMMON YEAR.
015400*-----------------------------------------------------------------
015500 01  WS-LDA-DATE                 PIC 9(08).
015600 01  WS-LDA-DAYS                 PIC S9(05).
015700 01  WS-LDA-RESULT               PIC 9(08).
015800 01  WS-ANNIV-FROM               PIC 9(08).
015900 01  WS-ANNIV-FROM-PARTS REDEFINES WS-ANNIV-FROM.
016000     05  WS-ANNIV-FROM-YEAR      PIC 9(04).
016100     05  WS-ANNIV-FROM-MMDD      PIC 9(04).
016200 01  WS-ANNIV-TO                 PIC 9(08).
016300 01  WS-ANNIV-TO-PARTS REDEFINES WS-ANNIV-TO.
016400     05  WS-ANNIV-TO-YEAR        PIC 9(04).
016500     05  WS-ANNIV-TO-MMDD        PIC 9(04).

016600 01  WS-PAY-DATE                 PIC 9(08).
016700 01  WS-RESULT-TEXT              PIC X(40).
016800 01  WS-MEMBER-CHANGED-SW        PIC X.
016900     88  MEMBER-CHANGED          VALUE "Y".
017000 01  adx                         PIC 9.

017100 01  WS-PAID-COUNT               PIC 9(05) VALUE ZERO.
017200 01  WS-PAY-REJECT-COUNT         PIC 9(05) VALUE ZERO.
017300 01  WS-NOTICE-COUNT             PIC 9(05) VALUE ZERO.
017400 01  WS-LAPSED-COUNT             PIC 9(05) VALUE ZERO.
017500 01  WS-PAID-TOTAL               PIC 9(07)V99 VALUE ZERO.

017600*-----------------------------------------------------------------
017700* MM/DD/YYYY PRINT FORM OF A YYYYMMDD DATE.
017800*-----------------------------------------------------------------
017900 01  WS-DATE-IN                  PIC 9(08).
018000 01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
018100     05  WS-DATE-IN-YEAR         PIC 9(04).
018200     05  WS-DATE-IN-MONTH        PIC 9(02).
018300     05  WS-DATE-IN-DAY          PIC 9(02).
018400 01  WS-DATE-OUT.
018500     05  WS-DATE-OUT-MONTH       PIC 9(02).
018600     05  FILLER                  PIC X(01) VALUE "/".
018700     05  WS-DATE-OUT-DAY         PIC 9(02).
018800     05  FILLER                  PIC X(01) VALUE "/".
018900     05  WS-DATE-OUT-YEAR        PIC 9(04).

019000 01  WS-RPT-HDG1                 PIC X(80) VALUE
019100     "CLUB MEMBERSHIP DUES RUN".
019200 01  WS-RPT-HDG2                 PIC X(80) VALUE
019300     "EVENT     MEMBER  DATE        AMOUNT    DETAIL".
019400 01  WS-RPT-DETAIL.
019500     05  RD-EVENT                PIC X(08).
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  RD-MEMBER-NO            PIC X(06).
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  RD-DATE                 PIC X(10).
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  RD-AMOUNT               PIC ZZZZ9.99.
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  RD-DETAIL               PIC X(40).
020400 01  WS-RPT-TOTAL.
020500     05  RT-LABEL                PIC X(24).
020600     05  RT-COUNT                PIC ZZZZ9.
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  RT-AMOUNT               PIC ZZZZZZ9.99.

020900 01  WS-NTC-TITLE                PIC X(80) VALUE
021000     "GLENNJ RECREATION CLUBS - MEMBERSHIP RENEWAL NOTICE".
021100 01  WS-NTC-MEMBER-LINE.
021200     05  FILLER                  PIC X(15) VALUE
021300         "MEMBER NUMBER: ".
021400     05  NM-MEMBER-NO            PIC 9(06).
021500     05  FILLER                  PIC X(13) VALUE "   CATEGORY: ".
021600     05  NM-CATEGORY             PIC X(02).
021700     05  FILLER                  PIC X(01) VALUE SPACES.
021800     05  NM-DESCRIPTION          PIC X(20).
021900 01  WS-NTC-DUE-LINE.
022000     05  FILLER                  PIC X(37) VALUE
022100         "YOUR MEMBERSHIP IS DUE FOR RENEWAL ON".
022200     05  FILLER                  PIC X(01) VALUE SPACES.
022300     05  ND-RENEWAL-DATE         PIC X(10).
022400 01  WS-NTC-AMOUNT-LINE.
022500     05  FILLER                  PIC X(14) VALUE
022600         "ANNUAL DUES:  ".
022700     05  NA-AMOUNT               PIC ZZZZ9.99.
022800 01  WS-NTC-GRACE-LINE.
022900     05  FILLER                  PIC X(47) VALUE
023000         "TO KEEP YOUR MEMBERSHIP AND PLAY, PLEASE PAY BY".
023100     05  FILLER                  PIC X(01) VALUE SPACES.
023200     05  NG-GRACE-DATE           PIC X(10).
023300 01  WS-NTC-RULE                 PIC X(80) VALUE ALL "-".

023400 PROCEDURE DIVISION.
023500 0000-DUESRUN.
023600     CALL "TIMESTMP" USING TS-DATE TS-TIME
023700     MOVE TS-DATE TO WS-TODAY
023800     PERFORM 1000-READ-CONTROL THRU 1000-EXIT
023900     PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT
024000     OPEN I-O MEMBER-FILE
024100     IF WS-MBR-STATUS NOT = "00"
024200         DISPLAY "DUESRUN: MEMBMAST NOT AVAILABLE - RUN ENDED"
024300         GOBACK
024400     END-IF
024500     OPEN OUTPUT DUES-RPT NOTICE-RPT
024600     MOVE WS-RPT-HDG1 TO RPT-LINE
024700     WRITE RPT-LINE
024800     MOVE WS-RPT-HDG2 TO RPT-LINE
024900     WRITE RPT-LINE
025000     MOVE WS-TODAY TO WS-LDA-DATE
025100     MOVE WS-NOTICE-DAYS TO WS-LDA-DAYS
025200     CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
025300         WS-LDA-RESULT
025400     MOVE WS-LDA-RESULT TO WS-NOTICE-HORIZON
025500     PERFORM 2000-POST-PAYMENTS THRU 2000-EXIT
025600     PERFORM 4000-SWEEP-MEMBERS THRU 4000-EXIT
025700     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
025800     CLOSE MEMBER-FILE DUES-RPT NOTICE-RPT
025900     GOBACK.
026000 0000-EXIT.
026100     EXIT.

026200*-----------------------------------------------------------------
026300* THE NOTICE AND GRACE PERIODS DEFAULT TO 30 DAYS EACH WHEN THERE
026400* IS NO CONTROL CARD OR A FIELD IS NOT NUMERIC.
026500*-----------------------------------------------------------------
026600 1000-READ-CONTROL.
026700     OPEN INPUT DUES-CTL-FILE
026800     IF WS-CTL-STATUS NOT = "00"
026900         GO TO 1000-EXIT
027000     END-IF
027100     READ DUES-CTL-FILE
027200         AT END CONTINUE
027300         NOT AT END
027400             IF DCL-NOTICE-DAYS IS NUMERIC
027500                 MOVE DCL-NOTICE-DAYS TO WS-NOTICE-DAYS
027600             END-IF
027700             IF DCL-GRACE-DAYS IS NUMERIC
027800                 MOVE DCL-GRACE-DAYS TO WS-GRACE-DAYS
027900             END-IF
028000     END-READ
028100     CLOSE DUES-CTL-FILE.
028200 1000-EXIT.
028300     EXIT.

028400 1100-LOAD-CATEGORIES.
028500     OPEN INPUT CATEGORY-FILE
028600     IF WS-CAT-STATUS NOT = "00"
028700         GO TO 1100-EXIT
028800     END-IF
028900     PERFORM 1110-READ-CATEGORY THRU 1110-EXIT
029000     PERFORM UNTIL CAT-EOF
029100         IF WS-CAT-COUNT < 20 AND DCT-ANNUAL-DUES IS NUMERIC
029200             ADD 1 TO WS-CAT-COUNT
029300             MOVE DCT-CATEGORY    TO CT-CATEGORY(WS-CAT-COUNT)
029400             MOVE DCT-DESCRIPTION TO CT-DESCRIPTION(WS-CAT-COUNT)
029500             MOVE DCT-ANNUAL-DUES TO CT-DUES(WS-CAT-COUNT)
029600             MOVE DCT-RENEWS      TO CT-RENEWS(WS-CAT-COUNT)
029700         END-IF
029800         PERFORM 1110-READ-CATEGORY THRU 1110-EXIT
029900     END-PERFORM
030000     CLOSE CATEGORY-FILE.
030100 1100-EXIT.
030200     EXIT.

030300 1110-READ-CATEGORY.
030400     READ CATEGORY-FILE
030500         AT END SET CAT-EOF TO TRUE
030600     END-READ.
030700 1110-EXIT.
030800     EXIT.

030900*-----------------------------------------------------------------
031000* POST THE DAY'S PAYMENTS.  A PAYMENT MUST COVER THE CATEGORY'S
031100* FULL ANNUAL DUES; IT MOVES THE RENEWAL ON A YEAR, OR - FOR A
031200* LAPSED MEMBER - REINSTATES THEM FOR A YEAR FROM THE PAYMENT.  A
031300* PAYMENT WHOSE REFERENCE MATCHES THE LAST ONE POSTED IS A RERUN
031400* AND IS NOT POSTED TWICE.
031500*-----------------------------------------------------------------
031600 2000-POST-PAYMENTS.
031700     OPEN INPUT PAYMENT-FILE
031800     IF WS-PAY-STATUS NOT = "00"
031900         GO TO 2000-EXIT
032000     END-IF
032100     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT
032200     PERFORM UNTIL PAY-EOF
032300         PERFORM 2200-POST-ONE-PAYMENT THRU 2200-EXIT
032400         PERFORM 2100-READ-PAYMENT THRU 2100-EXIT
032500     END-PERFORM
032600     CLOSE PAYMENT-FILE.
032700 2000-EXIT.
032800     EXIT.

032900 2100-READ-PAYMENT.
033000     READ PAYMENT-FILE
033100         AT END SET PAY-EOF TO TRUE
033200     END-READ.
033300 2100-EXIT.
033400     EXIT.

033500 2200-POST-ONE-PAYMENT.
033600     MOVE SPACES TO WS-RESULT-TEXT
033700     IF DPY-DATE IS NUMERIC AND DPY-DATE > ZERO
033800         MOVE DPY-DATE TO WS-PAY-DATE
033900     ELSE
034000         MOVE WS-TODAY TO WS-PAY-DATE
034100     END-IF
034200     IF DPY-MEMBER-NO IS NOT NUMERIC OR DPY-AMOUNT IS NOT NUMERIC
034300         MOVE "MEMBER NUMBER OR AMOUNT NOT NUMERIC" TO
034400             WS-RESULT-TEXT
034500         GO TO 2290-REJECT-PAYMENT
034600     END-IF
034700     MOVE DPY-MEMBER-NO-N TO MBR-MEMBER-NO
034800     READ MEMBER-FILE
034900         INVALID KEY
035000             MOVE "MEMBER NOT ON FILE" TO WS-RESULT-TEXT
035100             GO TO 2290-REJECT-PAYMENT
035200     END-READ
035300     IF NOT MBR-IS-ACTIVE
035400         MOVE "MEMBER NOT ACTIVE" TO WS-RESULT-TEXT
035500         GO TO 2290-REJECT-PAYMENT
035600     END-IF
035700     IF DPY-REFERENCE NOT = SPACES
035800             AND DPY-REFERENCE = MBR-LAST-PAID-REF
035900         MOVE "PAYMENT ALREADY POSTED" TO WS-RESULT-TEXT
036000         GO TO 2290-REJECT-PAYMENT
036100     END-IF
036200     PERFORM 3000-FIND-CATEGORY THRU 3000-EXIT
036300     IF WS-CAT-FOUND = ZERO
036400         MOVE "CATEGORY NOT ON DUESCAT" TO WS-RESULT-TEXT
036500         GO TO 2290-REJECT-PAYMENT
036600     END-IF
036700     IF CT-RENEWS(WS-CAT-FOUND) = "N"
036800         MOVE "CATEGORY PAYS NO DUES" TO WS-RESULT-TEXT
036900         GO TO 2290-REJECT-PAYMENT
037000     END-IF
037100     IF DPY-AMOUNT < CT-DUES(WS-CAT-FOUND)
037200         MOVE "PAYMENT SHORT OF THE ANNUAL DUES" TO WS-RESULT-TEXT
037300         GO TO 2290-REJECT-PAYMENT
037400     END-IF
037500     EVALUATE TRUE
037600         WHEN MBR-DUES-LAPSED
037700             MOVE WS-PAY-DATE TO WS-ANNIV-FROM
037800             MOVE "REINSTATED - RENEWS" TO WS-RESULT-TEXT
037900         WHEN MBR-RENEWAL-DATE = ZERO
038000             PERFORM 3200-FIRST-RENEWAL THRU 3200-EXIT
038100             MOVE MBR-RENEWAL-DATE TO WS-ANNIV-FROM
038200             MOVE "PAID - NOW RENEWS" TO WS-RESULT-TEXT
038300         WHEN OTHER
038400             MOVE MBR-RENEWAL-DATE TO WS-ANNIV-FROM
038500             MOVE "PAID - NOW RENEWS" TO WS-RESULT-TEXT
038600     END-EVALUATE
038700     PERFORM 3100-NEXT-ANNIVERSARY THRU 3100-EXIT
038800     MOVE WS-ANNIV-TO   TO MBR-RENEWAL-DATE
038900     SET MBR-DUES-CURRENT TO TRUE
039000     MOVE ZERO          TO MBR-NOTICE-DATE
039100     MOVE WS-PAY-DATE   TO MBR-LAST-PAID-DATE
039200     MOVE DPY-AMOUNT    TO MBR-LAST-PAID-AMT
039300     MOVE DPY-REFERENCE TO MBR-LAST-PAID-REF
039400     REWRITE MBR-RECORD
039500     ADD 1 TO WS-PAID-COUNT
039600     ADD DPY-AMOUNT TO WS-PAID-TOTAL
039700     MOVE MBR-RENEWAL-DATE TO WS-DATE-IN
039800     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT
039900     MOVE SPACES TO RD-DETAIL
040000     STRING WS-RESULT-TEXT DELIMITED BY "  "
040100             " " WS-DATE-OUT DELIMITED BY SIZE
040200         INTO RD-DETAIL
040300     END-STRING
040400     MOVE "PAYMENT" TO RD-EVENT
040500     PERFORM 2300-WRITE-PAYMENT-LINE THRU 2300-EXIT
040600     GO TO 2200-EXIT.
040700 2290-REJECT-PAYMENT.
040800     ADD 1 TO WS-PAY-REJECT-COUNT
040900     MOVE WS-RESULT-TEXT TO RD-DETAIL
041000     MOVE "REJECTED" TO RD-EVENT
041100     PERFORM 2300-WRITE-PAYMENT-LINE THRU 2300-EXIT
041200     MOVE "DUESRUN" TO AUD-PROGRAM-NAME
041300     MOVE DPY-RECORD TO AUD-FAILED-INPUT
041400     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
041500     SET AUD-SEV-WARNING TO TRUE
041600     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
041700         AUD-FAILED-INPUT AUD-FAILURE-REASON
041800         AUD-SEVERITY.
041900 2200-EXIT.
042000     EXIT.

042100 2300-WRITE-PAYMENT-LINE.
042200     MOVE DPY-MEMBER-NO TO RD-MEMBER-NO
042300     MOVE WS-PAY-DATE TO WS-DATE-IN
042400     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT
042500     MOVE WS-DATE-OUT TO RD-DATE
042600     IF DPY-AMOUNT IS NUMERIC
042700         MOVE DPY-AMOUNT TO RD-AMOUNT
042800     ELSE
042900         MOVE ZERO TO RD-AMOUNT
043000     END-IF
043100     MOVE WS-RPT-DETAIL TO RPT-LINE
043200     WRITE RPT-LINE.
043300 2300-EXIT.
043400     EXIT.

043500 3000-FIND-CATEGORY.
043600     MOVE ZERO TO WS-CAT-FOUND
043700     PERFORM VARYING ctx FROM 1 BY 1 UNTIL ctx > WS-CAT-COUNT
043800         IF CT-CATEGORY(ctx) = MBR-CATEGORY
043900             MOVE ctx TO WS-CAT-FOUND
044000         END-IF
044100     END-PERFORM.
044200 3000-EXIT.
044300     EXIT.

044400*-----------------------------------------------------------------
044500* WS-ANNIV-FROM ONE YEAR ON, TO THE SAME DAY, INTO WS-ANNIV-TO.
044600*-----------------------------------------------------------------
044700 3100-NEXT-ANNIVERSARY.
044800     MOVE WS-ANNIV-FROM TO WS-LDA-DATE
044900     MOVE 365 TO WS-LDA-DAYS
045000     CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
045100         WS-LDA-RESULT
045200     MOVE WS-LDA-RESULT TO WS-ANNIV-TO
045300     IF WS-ANNIV-TO-MMDD NOT = WS-ANNIV-FROM-MMDD
045400             AND WS-ANNIV-FROM-MMDD NOT = 0229
045500         MOVE WS-ANNIV-TO TO WS-LDA-DATE
045600         MOVE 1 TO WS-LDA-DAYS
045700         CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
045800             WS-LDA-RESULT
045900         MOVE WS-LDA-RESULT TO WS-ANNIV-TO
046000     END-IF.
046100 3100-EXIT.
046200     EXIT.

046300*-----------------------------------------------------------------
046400* A MEMBER NOT YET GIVEN A RENEWAL DATE FIRST RENEWS ON THE FIRST
046500* ANNIVERSARY OF JOINING (OF TODAY, IF THE JOINING DATE IS UNSET).
046600*-----------------------------------------------------------------
046700 3200-FIRST-RENEWAL.
046800     IF MBR-JOINED-DATE IS NUMERIC AND MBR-JOINED-DATE > ZERO
046900         MOVE MBR-JOINED-DATE TO WS-ANNIV-FROM
047000     ELSE
047100         MOVE WS-TODAY TO WS-ANNIV-FROM
047200     END-IF
047300     PERFORM 3100-NEXT-ANNIVERSARY THRU 3100-EXIT
047400     MOVE WS-ANNIV-TO TO MBR-RENEWAL-DATE.
047500 3200-EXIT.
047600     EXIT.

047700*-----------------------------------------------------------------
047800* EVERY ACTIVE MEMBER: SET A FIRST RENEWAL DATE WHERE THERE IS
047900* NONE, LAPSE ONE WHOSE GRACE PERIOD HAS RUN OUT, AND OTHERWISE
048000* SEND THE RENEWAL NOTICE ONCE THE RENEWAL IS WITHIN THE NOTICE
048100* PERIOD.  INACTIVE MEMBERS AND NON-RENEWING CATEGORIES ARE LEFT
048200* ALONE.
048300*-----------------------------------------------------------------
048400 4000-SWEEP-MEMBERS.
048500     MOVE ZERO TO MBR-MEMBER-NO
048600     START MEMBER-FILE KEY IS GREATER THAN MBR-MEMBER-NO
048700         INVALID KEY MOVE "10" TO WS-MBR-STATUS
048800     END-START
048900     PERFORM UNTIL WS-MBR-STATUS NOT = "00"
049000         READ MEMBER-FILE NEXT RECORD
049100             AT END MOVE "10" TO WS-MBR-STATUS
049200             NOT AT END
049300                 PERFORM 4100-CHECK-ONE-MEMBER THRU 4100-EXIT
049400         END-READ
049500     END-PERFORM.
049600 4000-EXIT.
049700     EXIT.

049800 4100-CHECK-ONE-MEMBER.
049900     MOVE "N" TO WS-MEMBER-CHANGED-SW
050000     IF NOT MBR-IS-ACTIVE
050100         GO TO 4100-EXIT
050200     END-IF
050300     PERFORM 3000-FIND-CATEGORY THRU 3000-EXIT
050400     IF WS-CAT-FOUND = ZERO
050500         MOVE SPACES TO WS-RPT-DETAIL
050600         MOVE "CATEGORY" TO RD-EVENT
050700         MOVE MBR-MEMBER-NO TO RD-MEMBER-NO
050800         MOVE ZERO TO RD-AMOUNT
050900         STRING "CATEGORY " MBR-CATEGORY " NOT ON DUESCAT"
051000                 DELIMITED BY SIZE
051100             INTO RD-DETAIL
051200         END-STRING
051300         MOVE WS-RPT-DETAIL TO RPT-LINE
051400         WRITE RPT-LINE
051500         GO TO 4100-EXIT
051600     END-IF
051700     IF CT-RENEWS(WS-CAT-FOUND) = "N"
051800         GO TO 4100-EXIT
051900     END-IF
052000     IF MBR-RENEWAL-DATE IS NOT NUMERIC OR MBR-RENEWAL-DATE = ZERO
052100         PERFORM 3200-FIRST-RENEWAL THRU 3200-EXIT
052200         SET MEMBER-CHANGED TO TRUE
052300     END-IF
052400     IF MBR-DUES-LAPSED
052500         GO TO 4190-REWRITE-MEMBER
052600     END-IF
052700     MOVE MBR-RENEWAL-DATE TO WS-LDA-DATE
052800     MOVE WS-GRACE-DAYS TO WS-LDA-DAYS
052900     CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
053000         WS-LDA-RESULT
053100     MOVE WS-LDA-RESULT TO WS-GRACE-END
053200     IF WS-TODAY > WS-GRACE-END
053300         PERFORM 4300-LAPSE-MEMBER THRU 4300-EXIT
053400         SET MEMBER-CHANGED TO TRUE
053500         GO TO 4190-REWRITE-MEMBER
053600     END-IF
053700     IF MBR-RENEWAL-DATE NOT > WS-NOTICE-HORIZON
053800             AND MBR-NOTICE-DATE NOT = MBR-RENEWAL-DATE
053900         PERFORM 4200-PRINT-NOTICE THRU 4200-EXIT
054000         MOVE MBR-RENEWAL-DATE TO MBR-NOTICE-DATE
054100         SET MEMBER-CHANGED TO TRUE
054200     END-IF.
054300 4190-REWRITE-MEMBER.
054400     IF MEMBER-CHANGED
054500         REWRITE MBR-RECORD
054600     END-IF.
054700 4100-EXIT.
054800     EXIT.

054900*-----------------------------------------------------------------
055000* ONE RENEWAL NOTICE, ADDRESSED ONCE TO THE MEMBER WHATEVER CLUBS
055100* THEY PLAY IN.
055200*-----------------------------------------------------------------
055300 4200-PRINT-NOTICE.
055400     MOVE WS-NTC-TITLE TO NTC-LINE
055500     WRITE NTC-LINE
055600     MOVE SPACES TO NTC-LINE
055700     WRITE NTC-LINE
055800     MOVE MBR-NAME TO NTC-LINE
055900     WRITE NTC-LINE
056000     PERFORM VARYING adx FROM 1 BY 1 UNTIL adx > 3
056100         IF MBR-ADDRESS-LINE(adx) NOT = SPACES
056200             MOVE MBR-ADDRESS-LINE(adx) TO NTC-LINE
056300             WRITE NTC-LINE
056400         END-IF
056500     END-PERFORM
056600     IF MBR-POSTCODE NOT = SPACES
056700         MOVE MBR-POSTCODE TO NTC-LINE
056800         WRITE NTC-LINE
056900     END-IF
057000     MOVE SPACES TO NTC-LINE
057100     WRITE NTC-LINE
057200     MOVE MBR-MEMBER-NO                  TO NM-MEMBER-NO
057300     MOVE MBR-CATEGORY                   TO NM-CATEGORY
057400     MOVE CT-DESCRIPTION(WS-CAT-FOUND)   TO NM-DESCRIPTION
057500     MOVE WS-NTC-MEMBER-LINE TO NTC-LINE
057600     WRITE NTC-LINE
057700     MOVE MBR-RENEWAL-DATE TO WS-DATE-IN
057800     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT
057900     MOVE WS-DATE-OUT TO ND-RENEWAL-DATE
058000     MOVE WS-NTC-DUE-LINE TO NTC-LINE
058100     WRITE NTC-LINE
058200     MOVE CT-DUES(WS-CAT-FOUND) TO NA-AMOUNT
058300     MOVE WS-NTC-AMOUNT-LINE TO NTC-LINE
058400     WRITE NTC-LINE
058500     MOVE WS-GRACE-END TO WS-DATE-IN
058600     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT
058700     MOVE WS-DATE-OUT TO NG-GRACE-DATE
058800     MOVE WS-NTC-GRACE-LINE TO NTC-LINE
058900     WRITE NTC-LINE
059000     MOVE WS-NTC-RULE TO NTC-LINE
059100     WRITE NTC-LINE
059200     ADD 1 TO WS-NOTICE-COUNT
059300     MOVE SPACES TO WS-RPT-DETAIL
059400     MOVE "NOTICE" TO RD-EVENT
059500     MOVE MBR-MEMBER-NO TO RD-MEMBER-NO
059600     MOVE ND-RENEWAL-DATE TO RD-DATE
059700     MOVE CT-DUES(WS-CAT-FOUND) TO RD-AMOUNT
059800     MOVE MBR-NAME TO RD-DETAIL
059900     MOVE WS-RPT-DETAIL TO RPT-LINE
060000     WRITE RPT-LINE.
060100 4200-EXIT.
060200     EXIT.

060300 4300-LAPSE-MEMBER.
060400     SET MBR-DUES-LAPSED TO TRUE
060500     ADD 1 TO WS-LAPSED-COUNT
060600     MOVE SPACES TO WS-RPT-DETAIL
060700     MOVE "LAPSED" TO RD-EVENT
060800     MOVE MBR-MEMBER-NO TO RD-MEMBER-NO
060900     MOVE MBR-RENEWAL-DATE TO WS-DATE-IN
061000     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT
061100     MOVE WS-DATE-OUT TO RD-DATE
061200     MOVE CT-DUES(WS-CAT-FOUND) TO RD-AMOUNT
061300     MOVE MBR-NAME TO RD-DETAIL
061400     MOVE WS-RPT-DETAIL TO RPT-LINE
061500     WRITE RPT-LINE
061600     MOVE "DUESRUN" TO AUD-PROGRAM-NAME
061700     MOVE SPACES TO AUD-FAILED-INPUT
061800     STRING "MEMBER " MBR-MEMBER-NO " RENEWAL " MBR-RENEWAL-DATE
061900             DELIMITED BY SIZE
062000         INTO AUD-FAILED-INPUT
062100     END-STRING
062200     MOVE "MEMBERSHIP LAPSED - DUES UNPAID" TO AUD-FAILURE-REASON
062300     SET AUD-SEV-INFO TO TRUE
062400     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
062500         AUD-FAILED-INPUT AUD-FAILURE-REASON
062600         AUD-SEVERITY.
062700 4300-EXIT.
062800     EXIT.

062900 7000-FORMAT-DATE.
063000     MOVE WS-DATE-IN-MONTH TO WS-DATE-OUT-MONTH
063100     MOVE WS-DATE-IN-DAY   TO WS-DATE-OUT-DAY
063200     MOVE WS-DATE-IN-YEAR  TO WS-DATE-OUT-YEAR.
063300 7000-EXIT.
063400     EXIT.

063500 8000-PRINT-TOTALS.
063600     MOVE SPACES TO RPT-LINE
063700     WRITE RPT-LINE
063800     MOVE SPACES TO WS-RPT-TOTAL
063900     MOVE "PAYMENTS POSTED" TO RT-LABEL
064000     MOVE WS-PAID-COUNT TO RT-COUNT
064100     MOVE WS-PAID-TOTAL TO RT-AMOUNT
064200     MOVE WS-RPT-TOTAL TO RPT-LINE
064300     WRITE RPT-LINE
064400     MOVE SPACES TO WS-RPT-TOTAL
064500     MOVE "PAYMENTS REJECTED" TO RT-LABEL
064600     MOVE WS-PAY-REJECT-COUNT TO RT-COUNT
064700     MOVE WS-RPT-TOTAL TO RPT-LINE
064800     WRITE RPT-LINE
064900     MOVE SPACES TO WS-RPT-TOTAL
065000     MOVE "RENEWAL NOTICES" TO RT-LABEL
065100     MOVE WS-NOTICE-COUNT TO RT-COUNT
065200     MOVE WS-RPT-TOTAL TO RPT-LINE
065300     WRITE RPT-LINE
065400     MOVE SPACES TO WS-RPT-TOTAL
065500     MOVE "MEMBERS LAPSED" TO RT-LABEL
065600     MOVE WS-LAPSED-COUNT TO RT-COUNT
065700     MOVE WS-RPT-TOTAL TO RPT-LINE
065800     WRITE RPT-LINE.
065900 8000-EXIT.
066000     EXIT.
