000100*****************************************************************
000200* PROGRAM-ID : DARTBANK
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - RECREATION SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : TREASURER'S BANK-DEPOSIT RECONCILIATION FOR THE
000900*               MATCH FEES.  EVERY DEPOSIT ON THE DARTBSTM BANK
001000*               STATEMENT IMPORT IS MATCHED TO THE DARTFEEP
001100*               PAYMENTS IT BANKED, BY DATE AND AMOUNT.  A
001200*               PAYMENT CAN ONLY BE BANKED ON OR AFTER THE DAY IT
001300*               WAS TAKEN AND NO MORE THAN WS-BANKING-WINDOW DAYS
001400*               LATER.  WITHIN THAT WINDOW A DEPOSIT IS TRIED, IN
001500*               THIS ORDER, AGAINST:
001600*                 1. ONE PAYMENT OF EXACTLY THE SAME AMOUNT;
001700*                 2. ALL THE PAYMENTS TAKEN ON ONE DAY (A NIGHT'S
001800*                    TAKINGS PAID IN TOGETHER);
001900*                 3. THE OUTSTANDING PAYMENTS, OLDEST FIRST, UP
002000*                    TO EXACTLY THE DEPOSIT AMOUNT.
002100*               DEPOSITS ARE TAKEN IN DATE ORDER AND A PAYMENT IS
002200*               MATCHED TO ONE DEPOSIT ONLY.  DARTBRCR LISTS THE
002300*               MATCHES, THE UNMATCHED DEPOSITS, THE PAYMENTS NO
002400*               DEPOSIT ACCOUNTS FOR, AND A DATED CASH BOOK WITH
002500*               A RUNNING BALANCE OF CASH IN HAND AND BANKED.
002600*-----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*-----------------------------------------------------------------
002900* DATE       INIT  DESCRIPTION
003000* 10/15/2026 RM    ORIGINAL BANK-DEPOSIT RECONCILIATION
003100*-----------------------------------------------------------------
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    DARTBANK.
003400 AUTHOR.        R. MCALLISTER.
003500 INSTALLATION.  GLENNJ DATA PROCESSING.
003600 DATE-WRITTEN.  10/15/2026.
003700 DATE-COMPILED.

003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PAYMENT-FILE ASSIGN TO "DARTFEEP"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PAY-STATUS.

004400     SELECT BANK-STMT-FILE ASSIGN TO "DARTBSTM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BNK-STATUS.

004700     SELECT BANK-RECON-RPT ASSIGN TO "DARTBRCR"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RPT-STATUS.

005000 DATA DIVISION.
005100 FILE SECTION.
005200*-----------------------------------------------------------------
005300* THE TREASURER'S PAYMENT RECORD AS DARTFEES READS IT.
005400*-----------------------------------------------------------------
005500 FD  PAYMENT-FILE.
005600 01  PAY-RECORD.
005700     05  PAY-PLYR-ID             PIC X(05).
005800     05  FILLER                  PIC X(01).
005900     05  PAY-AMOUNT              PIC 9(05)V99.
006000     05  FILLER                  PIC X(01).
006100     05  PAY-DATE                PIC 9(08).
006200     05  FILLER                  PIC X(01).
006300     05  PAY-REFERENCE           PIC X(12).

006400*-----------------------------------------------------------------
006500* ONE CREDIT FROM THE BANK STATEMENT: DATE, AMOUNT (IMPLIED TWO
006600* DECIMALS) AND THE BANK'S OWN REFERENCE.
006700*-----------------------------------------------------------------
006800 FD  BANK-STMT-FILE.
006900 01  BNK-RECORD.
007000     05  BNK-DATE                PIC 9(08).
007100     05  FILLER                  PIC X(01).
007200     05  BNK-AMOUNT              PIC 9(05)V99.
007300     05  FILLER                  PIC X(01).
007400     05  BNK-REFERENCE           PIC X(18).

007500 FD  BANK-RECON-RPT
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  RPT-LINE                    PIC X(80).

007800 WORKING-STORAGE SECTION.
007900 01  WS-PAY-STATUS               PIC XX.
008000     88  PAY-EOF                 VALUE "10".
008100 01  WS-BNK-STATUS               PIC XX.
008200     88  BNK-EOF                 VALUE "10".
008300 01  WS-RPT-STATUS               PIC XX.

008400*-----------------------------------------------------------------
008500* SHARED AUDIT-LOG CALL INTERFACE.
008600*-----------------------------------------------------------------
008700 COPY audcom.

008800*-----------------------------------------------------------------
008900* DAYS AFTER TAKING A PAYMENT IN WHICH IT MAY STILL BE BANKED.
009000*-----------------------------------------------------------------
009100 01  WS-BANKING-WINDOW           PIC S9(05) VALUE 14.

009200*-----------------------------------------------------------------
009300* EVERY DARTFEEP PAYMENT, SORTED INTO DATE ORDER.  PM-DEPOSIT IS
009400* THE DEPOSIT IT WAS MATCHED TO (ZERO WHILE OUTSTANDING).  AN
009500* UNDATED PAYMENT CARRIES DATE ZERO AND IS NEVER MATCHED.
009600*-----------------------------------------------------------------
009700 01  WS-PM-COUNT                 PIC 9(03) VALUE ZERO.
009800 01  WS-PAYMENT-TABLE.
009900     05  WS-PM-ENTRY OCCURS 500 TIMES.
010000         10  PM-PLYR-ID          PIC X(05).
010100         10  PM-DATE             PIC 9(08).
010200         10  PM-AMOUNT           PIC 9(05)V99.
010300         10  PM-REFERENCE        PIC X(12).
010400         10  PM-DEPOSIT          PIC 9(03).
010500 01  WS-PM-HOLD                  PIC X(35).
010600 01  pmx                         PIC 9(03).
010700 01  pmy                         PIC 9(03).

010800*-----------------------------------------------------------------
010900* EVERY DARTBSTM DEPOSIT, SORTED INTO DATE ORDER.
011000*-----------------------------------------------------------------
011100 01  WS-DP-COUNT                 PIC 9(03) VALUE ZERO.
011200 01  WS-DEPOSIT-TABLE.
011300     05  WS-DP-ENTRY OCCURS 200 TIMES.
011400         10  DP-DATE             PIC 9(08).
011500         10  DP-AMOUNT           PIC 9(05)V99.
011600         10  DP-REFERENCE        PIC X(18).
011700         10  DP-RULE             PIC X(01).
011800             88  DP-UNMATCHED    VALUE SPACE.
011900 01  WS-DP-HOLD                  PIC X(34).
012000 01  dpx                         PIC 9(03).
012100 01  dpy                         PIC 9(03).

012200 01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
012300     88  TABLE-OVERFLOWED        VALUE "Y".
012400 01  WS-WINDOW-START             PIC 9(08).
012500 01  WS-TRY-DATE                 PIC 9(08).
012600 01  WS-TRY-SUM                  PIC 9(07)V99.
012700 01  WS-TRY-LAST                 PIC 9(03).
012800 01  WS-LDA-DATE                 PIC 9(08).
012900 01  WS-LDA-DAYS                 PIC S9(05).
013000 01  WS-LDA-RESULT               PIC 9(08).

013100 01  WS-RESULT-TEXT              PIC X(40).
013200 01  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.
013300 01  WS-DP-MATCHED-COUNT         PIC 9(04) VALUE ZERO.
013400 01  WS-DP-UNMATCHED-COUNT       PIC 9(04) VALUE ZERO.
013500 01  WS-PM-UNMATCHED-COUNT       PIC 9(04) VALUE ZERO.
013600 01  WS-TOTAL-DEPOSITED          PIC 9(07)V99 VALUE ZERO.
013700 01  WS-TOTAL-RECEIVED           PIC 9(07)V99 VALUE ZERO.
013800 01  WS-TOTAL-DP-UNMATCHED       PIC 9(07)V99 VALUE ZERO.
013900 01  WS-TOTAL-PM-UNMATCHED       PIC 9(07)V99 VALUE ZERO.
014000 01  WS-CB-IN-HAND               PIC S9(07)V99 VALUE ZERO.
014100 01  WS-CB-BANKED                PIC 9(07)V99 VALUE ZERO.

014200 01  WS-RPT-HDG1                 PIC X(80) VALUE
014300     "DARTS LEAGUE - MATCH FEE BANK RECONCILIATION".
014400 01  WS-MATCH-HDG                PIC X(80) VALUE
014500     "DEPOSITS MATCHED TO PAYMENTS".
014600 01  WS-DEPOSIT-LINE.
014700     05  FILLER                  PIC X(08) VALUE "DEPOSIT ".
014800     05  DL-DATE                 PIC 9(08).
014900     05  FILLER                  PIC X(01) VALUE SPACES.
015000     05  DL-REFERENCE            PIC X(18).
015100     05  FILLER                  PIC X(01) VALUE SPACES.
015200     05  DL-AMOUNT               PIC ZZZZ9.99.
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  DL-RULE-TEXT            PIC X(30).
015500 01  WS-PAYMENT-LINE.
015600     05  FILLER                  PIC X(10) VALUE SPACES.
015700     05  FILLER                  PIC X(08) VALUE "PAYMENT ".
015800     05  PL-PLYR-ID              PIC X(05).
015900     05  FILLER                  PIC X(01) VALUE SPACES.
016000     05  PL-DATE                 PIC X(08).
016100     05  FILLER                  PIC X(01) VALUE SPACES.
016200     05  PL-REFERENCE            PIC X(12).
016300     05  FILLER                  PIC X(01) VALUE SPACES.
016400     05  PL-AMOUNT               PIC ZZZZ9.99.
016500 01  WS-UNM-DEPOSIT-HDG          PIC X(80) VALUE
016600     "DEPOSITS WITH NO MATCHING PAYMENTS".
016700 01  WS-UNM-PAYMENT-HDG          PIC X(80) VALUE
016800     "PAYMENTS WITH NO MATCHING DEPOSIT".
016900 01  WS-NONE-LINE                PIC X(80) VALUE
017000     "          NONE".
017100 01  WS-CASHBOOK-HDG1            PIC X(80) VALUE
017200     "CASH BOOK".
017300 01  WS-CASHBOOK-HDG2.
017400     05  FILLER                  PIC X(40) VALUE
017500         "DATE     TYPE    REFERENCE          RECE".
017600     05  FILLER                  PIC X(40) VALUE
017700         "IVED   BANKED    IN HAND   BANK BAL".
017800 01  WS-CASHBOOK-LINE.
017900     05  CB-DATE                 PIC X(08).
018000     05  FILLER                  PIC X(01) VALUE SPACES.
018100     05  CB-TYPE                 PIC X(07).
018200     05  FILLER                  PIC X(01) VALUE SPACES.
018300     05  CB-REFERENCE            PIC X(18).
018400     05  FILLER                  PIC X(01) VALUE SPACES.
018500     05  CB-RECEIVED             PIC ZZZZ9.99 BLANK WHEN ZERO.
018600     05  FILLER                  PIC X(01) VALUE SPACES.
018700     05  CB-BANKED               PIC ZZZZ9.99 BLANK WHEN ZERO.
018800     05  FILLER                  PIC X(01) VALUE SPACES.
018900     05  CB-IN-HAND              PIC -ZZZZZ9.99.
019000     05  FILLER                  PIC X(01) VALUE SPACES.
019100     05  CB-BANK-BAL             PIC ZZZZZZ9.99.
019200 01  WS-CB-REF-RECEIPT.
019300     05  CR-PLYR-ID              PIC X(05).
019400     05  FILLER                  PIC X(01) VALUE SPACES.
019500     05  CR-REFERENCE            PIC X(12).
019600 01  WS-REJECT-LINE.
019700     05  FILLER                  PIC X(10) VALUE "REJECTED: ".
019800     05  RJ-RECORD               PIC X(36).
019900     05  FILLER                  PIC X(03) VALUE " - ".
020000     05  RJ-REASON               PIC X(31).
020100 01  WS-TOTAL-DETAIL.
020200     05  TL-LABEL                PIC X(26).
020300     05  TL-COUNT                PIC ZZZ9.
020400     05  FILLER                  PIC X(02) VALUE SPACES.
020500     05  TL-AMOUNT               PIC ZZZZZZ9.99.

020600 PROCEDURE DIVISION.
020700 0000-DARTBANK.
020800     OPEN OUTPUT BANK-RECON-RPT
020900     MOVE WS-RPT-HDG1 TO RPT-LINE
021000     WRITE RPT-LINE
021100     MOVE SPACES TO RPT-LINE
021200     WRITE RPT-LINE
021300     PERFORM 1000-LOAD-PAYMENTS THRU 1000-EXIT
021400     PERFORM 1500-LOAD-DEPOSITS THRU 1500-EXIT
021500     IF TABLE-OVERFLOWED
021600         MOVE "DARTBANK" TO AUD-PROGRAM-NAME
021700         MOVE "DARTFEEP/DARTBSTM" TO AUD-FAILED-INPUT
021800         MOVE "TOO MANY PAYMENTS OR DEPOSITS - NOT RECONCILED" TO
021900             AUD-FAILURE-REASON
022000         SET AUD-SEV-SEVERE TO TRUE
022100         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
022200             AUD-FAILED-INPUT AUD-FAILURE-REASON
022300             AUD-SEVERITY
022400         CLOSE BANK-RECON-RPT
022500         GOBACK
022600     END-IF
022700     PERFORM 2000-SORT-PAYMENTS THRU 2000-EXIT
022800     PERFORM 2100-SORT-DEPOSITS THRU 2100-EXIT
022900     PERFORM 3000-MATCH-DEPOSITS THRU 3000-EXIT
023000     PERFORM 4000-PRINT-MATCHES THRU 4000-EXIT
023100     PERFORM 4200-PRINT-UNMATCHED-DEPOSITS THRU 4200-EXIT
023200     PERFORM 4400-PRINT-UNMATCHED-PAYMENTS THRU 4400-EXIT
023300     PERFORM 5000-PRINT-CASH-BOOK THRU 5000-EXIT
023400     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
023500     CLOSE BANK-RECON-RPT
023600     GOBACK.
023700 0000-EXIT.
023800     EXIT.

023900*-----------------------------------------------------------------
024000* LOAD DARTFEEP.  A PAYMENT KEYED BEFORE PAYMENTS CARRIED A DATE
024100* IS HELD UNDATED; ONE WITH NO VALID AMOUNT IS REJECTED, AS
024200* DARTFEES NEVER CREDITS IT EITHER.
024300*-----------------------------------------------------------------
024400 1000-LOAD-PAYMENTS.
024500     OPEN INPUT PAYMENT-FILE
024600     IF WS-PAY-STATUS NOT = "00"
024700         GO TO 1000-EXIT
024800     END-IF
024900     PERFORM UNTIL PAY-EOF
025000         READ PAYMENT-FILE
025100             AT END SET PAY-EOF TO TRUE
025200             NOT AT END
025300                 PERFORM 1050-LOAD-ONE-PAYMENT THRU 1050-EXIT
025400         END-READ
025500     END-PERFORM
025600     CLOSE PAYMENT-FILE.
025700 1000-EXIT.
025800     EXIT.

025900 1050-LOAD-ONE-PAYMENT.
026000     IF PAY-AMOUNT IS NOT NUMERIC
026100         MOVE PAY-RECORD TO RJ-RECORD
026200         MOVE "PAYMENT AMOUNT NOT NUMERIC" TO WS-RESULT-TEXT
026300         PERFORM 7000-REJECT-RECORD THRU 7000-EXIT
026400         GO TO 1050-EXIT
026500     END-IF
026600     IF WS-PM-COUNT >= 500
026700         SET TABLE-OVERFLOWED TO TRUE
026800         GO TO 1050-EXIT
026900     END-IF
027000     ADD 1 TO WS-PM-COUNT
027100     MOVE WS-PM-COUNT TO pmx
027200     MOVE PAY-PLYR-ID    TO PM-PLYR-ID(pmx)
027300     MOVE PAY-AMOUNT     TO PM-AMOUNT(pmx)
027400     MOVE PAY-REFERENCE  TO PM-REFERENCE(pmx)
027500     MOVE ZERO           TO PM-DATE(pmx) PM-DEPOSIT(pmx)
027600     IF PAY-DATE IS NUMERIC
027700         MOVE PAY-DATE TO PM-DATE(pmx)
027800     END-IF
027900     ADD PAY-AMOUNT TO WS-TOTAL-RECEIVED.
028000 1050-EXIT.
028100     EXIT.

028200*-----------------------------------------------------------------
028300* LOAD DARTBSTM.  A CREDIT WITHOUT A VALID DATE AND AMOUNT
028400* CANNOT BE MATCHED, SO IT IS REJECTED AND LOGGED.
028500*-----------------------------------------------------------------
028600 1500-LOAD-DEPOSITS.
028700     OPEN INPUT BANK-STMT-FILE
028800     IF WS-BNK-STATUS NOT = "00"
028900         GO TO 1500-EXIT
029000     END-IF
029100     PERFORM UNTIL BNK-EOF
029200         READ BANK-STMT-FILE
029300             AT END SET BNK-EOF TO TRUE
029400             NOT AT END
029500                 PERFORM 1550-LOAD-ONE-DEPOSIT THRU 1550-EXIT
029600         END-READ
029700     END-PERFORM
029800     CLOSE BANK-STMT-FILE.
029900 1500-EXIT.
030000     EXIT.

030100 1550-LOAD-ONE-DEPOSIT.
030200     IF BNK-DATE IS NOT NUMERIC OR BNK-DATE = ZERO
030300             OR BNK-AMOUNT IS NOT NUMERIC
030400         MOVE BNK-RECORD TO RJ-RECORD
030500         MOVE "DEPOSIT DATE OR AMOUNT INVALID" TO WS-RESULT-TEXT
030600         PERFORM 7000-REJECT-RECORD THRU 7000-EXIT
030700         GO TO 1550-EXIT
030800     END-IF
030900     IF WS-DP-COUNT >= 200
031000         SET TABLE-OVERFLOWED TO TRUE
031100         GO TO 1550-EXIT
031200     END-IF
031300     ADD 1 TO WS-DP-COUNT
031400     MOVE WS-DP-COUNT TO dpx
031500     MOVE BNK-DATE       TO DP-DATE(dpx)
031600     MOVE BNK-AMOUNT     TO DP-AMOUNT(dpx)
031700     MOVE BNK-REFERENCE  TO DP-REFERENCE(dpx)
031800     MOVE SPACE          TO DP-RULE(dpx)
031900     ADD BNK-AMOUNT TO WS-TOTAL-DEPOSITED.
032000 1550-EXIT.
032100     EXIT.

032200*-----------------------------------------------------------------
032300* BOTH TABLES INTO DATE ORDER BY ADJACENT EXCHANGE, WHICH KEEPS
032400* SAME-DAY ENTRIES IN THE ORDER THEY WERE KEYED.
032500*-----------------------------------------------------------------
032600 2000-SORT-PAYMENTS.
032700     PERFORM VARYING pmx FROM WS-PM-COUNT BY -1 UNTIL pmx < 2
032800         PERFORM VARYING pmy FROM 1 BY 1 UNTIL pmy >= pmx
032900             IF PM-DATE(pmy) > PM-DATE(pmy + 1)
033000                 MOVE WS-PM-ENTRY(pmy)     TO WS-PM-HOLD
033100                 MOVE WS-PM-ENTRY(pmy + 1) TO WS-PM-ENTRY(pmy)
033200                 MOVE WS-PM-HOLD           TO WS-PM-ENTRY(pmy + 1)
033300             END-IF
033400         END-PERFORM
033500     END-PERFORM.
033600 2000-EXIT.
033700     EXIT.

033800 2100-SORT-DEPOSITS.
033900     PERFORM VARYING dpx FROM WS-DP-COUNT BY -1 UNTIL dpx < 2
034000         PERFORM VARYING dpy FROM 1 BY 1 UNTIL dpy >= dpx
034100             IF DP-DATE(dpy) > DP-DATE(dpy + 1)
034200                 MOVE WS-DP-ENTRY(dpy)     TO WS-DP-HOLD
034300                 MOVE WS-DP-ENTRY(dpy + 1) TO WS-DP-ENTRY(dpy)
034400                 MOVE WS-DP-HOLD           TO WS-DP-ENTRY(dpy + 1)
034500             END-IF
034600         END-PERFORM
034700     END-PERFORM.
034800 2100-EXIT.
034900     EXIT.

035000*-----------------------------------------------------------------
035100* EACH DEPOSIT, OLDEST FIRST, AGAINST THE STILL-OUTSTANDING
035200* PAYMENTS TAKEN IN ITS BANKING WINDOW.  DP-RULE RECORDS WHICH
035300* TEST MATCHED IT: "S" SINGLE, "D" DAY'S TAKINGS, "R" RUN OF
035400* OLDEST PAYMENTS.
035500*-----------------------------------------------------------------
035600 3000-MATCH-DEPOSITS.
035700     PERFORM VARYING dpx FROM 1 BY 1 UNTIL dpx > WS-DP-COUNT
035800         MOVE DP-DATE(dpx) TO WS-LDA-DATE
035900         COMPUTE WS-LDA-DAYS = 0 - WS-BANKING-WINDOW
036000         CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
036100             WS-LDA-RESULT
036200         MOVE WS-LDA-RESULT TO WS-WINDOW-START
036300         PERFORM 3100-MATCH-SINGLE THRU 3100-EXIT
036400         IF DP-UNMATCHED(dpx)
036500             PERFORM 3200-MATCH-DAYS-TAKINGS THRU 3200-EXIT
036600         END-IF
036700         IF DP-UNMATCHED(dpx)
036800             PERFORM 3300-MATCH-OLDEST-RUN THRU 3300-EXIT
036900         END-IF
037000         IF DP-UNMATCHED(dpx)
037100             ADD 1 TO WS-DP-UNMATCHED-COUNT
037200             ADD DP-AMOUNT(dpx) TO WS-TOTAL-DP-UNMATCHED
037300             PERFORM 3900-LOG-UNMATCHED-DEPOSIT THRU 3900-EXIT
037400         ELSE
037500             ADD 1 TO WS-DP-MATCHED-COUNT
037600         END-IF
037700     END-PERFORM.
037800 3000-EXIT.
037900     EXIT.

038000 3100-MATCH-SINGLE.
038100     PERFORM VARYING pmx FROM 1 BY 1 UNTIL pmx > WS-PM-COUNT
038200         IF PM-DEPOSIT(pmx) = ZERO
038300                 AND PM-DATE(pmx) NOT = ZERO
038400                 AND PM-DATE(pmx) >= WS-WINDOW-START
038500                 AND PM-DATE(pmx) <= DP-DATE(dpx)
038600                 AND PM-AMOUNT(pmx) = DP-AMOUNT(dpx)
038700             MOVE dpx TO PM-DEPOSIT(pmx)
038800             MOVE "S" TO DP-RULE(dpx)
038900             GO TO 3100-EXIT
039000         END-IF
039100     END-PERFORM.
039200 3100-EXIT.
039300     EXIT.

039400*-----------------------------------------------------------------
039500* EACH DAY IN THE WINDOW WITH OUTSTANDING PAYMENTS, OLDEST DAY
039600* FIRST: IF THAT DAY'S OUTSTANDING PAYMENTS ADD UP TO THE
039700* DEPOSIT, THEY ARE ALL MATCHED TO IT.
039800*-----------------------------------------------------------------
039900 3200-MATCH-DAYS-TAKINGS.
040000     MOVE ZERO TO WS-TRY-DATE
040100     PERFORM VARYING pmx FROM 1 BY 1 UNTIL pmx > WS-PM-COUNT
040200         IF PM-DEPOSIT(pmx) = ZERO
040300                 AND PM-DATE(pmx) NOT = ZERO
040400                 AND PM-DATE(pmx) NOT = WS-TRY-DATE
040500                 AND PM-DATE(pmx) >= WS-WINDOW-START
040600                 AND PM-DATE(pmx) <= DP-DATE(dpx)
040700             MOVE PM-DATE(pmx) TO WS-TRY-DATE
040800             MOVE ZERO TO WS-TRY-SUM
040900             PERFORM VARYING pmy FROM pmx BY 1
041000                     UNTIL pmy > WS-PM-COUNT
041100                 IF PM-DEPOSIT(pmy) = ZERO
041200                         AND PM-DATE(pmy) = WS-TRY-DATE
041300                     ADD PM-AMOUNT(pmy) TO WS-TRY-SUM
041400                 END-IF
041500             END-PERFORM
041600             IF WS-TRY-SUM = DP-AMOUNT(dpx)
041700                 PERFORM VARYING pmy FROM pmx BY 1
041800                         UNTIL pmy > WS-PM-COUNT
041900                     IF PM-DEPOSIT(pmy) = ZERO
042000                             AND PM-DATE(pmy) = WS-TRY-DATE
042100                         MOVE dpx TO PM-DEPOSIT(pmy)
042200                     END-IF
042300                 END-PERFORM
042400                 MOVE "D" TO DP-RULE(dpx)
042500                 GO TO 3200-EXIT
042600             END-IF
042700         END-IF
042800     END-PERFORM.
042900 3200-EXIT.
043000     EXIT.

043100*-----------------------------------------------------------------
043200* ADD UP THE OUTSTANDING PAYMENTS IN THE WINDOW, OLDEST FIRST,
043300* UNTIL THE DEPOSIT IS REACHED.  ONLY AN EXACT TOTAL MATCHES.
043400*-----------------------------------------------------------------
043500 3300-MATCH-OLDEST-RUN.
043600     MOVE ZERO TO WS-TRY-SUM WS-TRY-LAST
043700     PERFORM VARYING pmx FROM 1 BY 1
043800             UNTIL pmx > WS-PM-COUNT
043900             OR WS-TRY-SUM >= DP-AMOUNT(dpx)
044000         IF PM-DEPOSIT(pmx) = ZERO
044100                 AND PM-DATE(pmx) NOT = ZERO
044200                 AND PM-DATE(pmx) >= WS-WINDOW-START
044300                 AND PM-DATE(pmx) <= DP-DATE(dpx)
044400             ADD PM-AMOUNT(pmx) TO WS-TRY-SUM
044500             MOVE pmx TO WS-TRY-LAST
044600         END-IF
044700     END-PERFORM
044800     IF WS-TRY-SUM NOT = DP-AMOUNT(dpx) OR WS-TRY-LAST = ZERO
044900         GO TO 3300-EXIT
045000     END-IF
045100     PERFORM VARYING pmx FROM 1 BY 1 UNTIL pmx > WS-TRY-LAST
045200         IF PM-DEPOSIT(pmx) = ZERO
045300                 AND PM-DATE(pmx) NOT = ZERO
045400                 AND PM-DATE(pmx) >= WS-WINDOW-START
045500             MOVE dpx TO PM-DEPOSIT(pmx)
045600         END-IF
045700     END-PERFORM
045800     MOVE "R" TO DP-RULE(dpx).
045900 3300-EXIT.
046000     EXIT.

046100*-----------------------------------------------------------------
046200* MONEY IN THE BANK THE LEDGER CANNOT ACCOUNT FOR.
046300*-----------------------------------------------------------------
046400 3900-LOG-UNMATCHED-DEPOSIT.
046500     MOVE "DARTBANK" TO AUD-PROGRAM-NAME
046600     MOVE SPACES TO AUD-FAILED-INPUT
046700     STRING "DEPOSIT " DP-DATE(dpx) " " DP-REFERENCE(dpx)
046800             DELIMITED BY SIZE
046900         INTO AUD-FAILED-INPUT
047000     END-STRING
047100     MOVE "BANK DEPOSIT NOT MATCHED TO DARTFEEP PAYMENTS" TO
047200         AUD-FAILURE-REASON
047300     SET AUD-SEV-WARNING TO TRUE
047400     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
047500         AUD-FAILED-INPUT AUD-FAILURE-REASON
047600         AUD-SEVERITY.
047700 3900-EXIT.
047800     EXIT.

047900*-----------------------------------------------------------------
048000* EACH MATCHED DEPOSIT WITH THE PAYMENTS IT BANKED UNDER IT.
048100*-----------------------------------------------------------------
048200 4000-PRINT-MATCHES.
048300     MOVE WS-MATCH-HDG TO RPT-LINE
048400     WRITE RPT-LINE
048500     IF WS-DP-MATCHED-COUNT = ZERO
048600         MOVE WS-NONE-LINE TO RPT-LINE
048700         WRITE RPT-LINE
048800     END-IF
048900     PERFORM VARYING dpx FROM 1 BY 1 UNTIL dpx > WS-DP-COUNT
049000         IF NOT DP-UNMATCHED(dpx)
049100             PERFORM 4100-PRINT-DEPOSIT THRU 4100-EXIT
049200             PERFORM VARYING pmx FROM 1 BY 1
049300                     UNTIL pmx > WS-PM-COUNT
049400                 IF PM-DEPOSIT(pmx) = dpx
049500                     PERFORM 4150-PRINT-PAYMENT THRU 4150-EXIT
049600                 END-IF
049700             END-PERFORM
049800         END-IF
049900     END-PERFORM
050000     MOVE SPACES TO RPT-LINE
050100     WRITE RPT-LINE.
050200 4000-EXIT.
050300     EXIT.

050400 4100-PRINT-DEPOSIT.
050500     MOVE DP-DATE(dpx)      TO DL-DATE
050600     MOVE DP-REFERENCE(dpx) TO DL-REFERENCE
050700     MOVE DP-AMOUNT(dpx)    TO DL-AMOUNT
050800     EVALUATE DP-RULE(dpx)
050900         WHEN "S"
051000             MOVE "MATCHED - SINGLE PAYMENT" TO DL-RULE-TEXT
051100         WHEN "D"
051200             MOVE "MATCHED - ONE DAY'S TAKINGS" TO DL-RULE-TEXT
051300         WHEN "R"
051400             MOVE "MATCHED - OLDEST OUTSTANDING" TO DL-RULE-TEXT
051500         WHEN OTHER
051600             MOVE "NOT MATCHED" TO DL-RULE-TEXT
051700     END-EVALUATE
051800     MOVE WS-DEPOSIT-LINE TO RPT-LINE
051900     WRITE RPT-LINE.
052000 4100-EXIT.
052100     EXIT.

052200 4150-PRINT-PAYMENT.
052300     MOVE PM-PLYR-ID(pmx)   TO PL-PLYR-ID
052400     MOVE PM-REFERENCE(pmx) TO PL-REFERENCE
052500     MOVE PM-AMOUNT(pmx)    TO PL-AMOUNT
052600     IF PM-DATE(pmx) = ZERO
052700         MOVE "UNDATED" TO PL-DATE
052800     ELSE
052900         MOVE PM-DATE(pmx) TO PL-DATE
053000     END-IF
053100     MOVE WS-PAYMENT-LINE TO RPT-LINE
053200     WRITE RPT-LINE.
053300 4150-EXIT.
053400     EXIT.

053500 4200-PRINT-UNMATCHED-DEPOSITS.
053600     MOVE WS-UNM-DEPOSIT-HDG TO RPT-LINE
053700     WRITE RPT-LINE
053800     IF WS-DP-UNMATCHED-COUNT = ZERO
053900         MOVE WS-NONE-LINE TO RPT-LINE
054000         WRITE RPT-LINE
054100     END-IF
054200     PERFORM VARYING dpx FROM 1 BY 1 UNTIL dpx > WS-DP-COUNT
054300         IF DP-UNMATCHED(dpx)
054400             PERFORM 4100-PRINT-DEPOSIT THRU 4100-EXIT
054500         END-IF
054600     END-PERFORM
054700     MOVE SPACES TO RPT-LINE
054800     WRITE RPT-LINE.
054900 4200-EXIT.
055000     EXIT.

055100 4400-PRINT-UNMATCHED-PAYMENTS.
055200     MOVE WS-UNM-PAYMENT-HDG TO RPT-LINE
055300     WRITE RPT-LINE
055400     PERFORM VARYING pmx FROM 1 BY 1 UNTIL pmx > WS-PM-COUNT
055500         IF PM-DEPOSIT(pmx) = ZERO
055600             ADD 1 TO WS-PM-UNMATCHED-COUNT
055700             ADD PM-AMOUNT(pmx) TO WS-TOTAL-PM-UNMATCHED
055800             PERFORM 4150-PRINT-PAYMENT THRU 4150-EXIT
055900         END-IF
056000     END-PERFORM
056100     IF WS-PM-UNMATCHED-COUNT = ZERO
056200         MOVE WS-NONE-LINE TO RPT-LINE
056300         WRITE RPT-LINE
056400     END-IF
056500     MOVE SPACES TO RPT-LINE
056600     WRITE RPT-LINE.
056700 4400-EXIT.
056800     EXIT.

056900*-----------------------------------------------------------------
057000* THE CASH BOOK: PAYMENTS RECEIVED AND DEPOSITS BANKED MERGED BY
057100* DATE, A DAY'S RECEIPTS AHEAD OF THAT DAY'S BANKING.  IN HAND
057200* IS RECEIVED LESS BANKED TO DATE; BANK BAL IS BANKED TO DATE.
057300* UNDATED PAYMENTS HEAD THE BOOK.
057400*-----------------------------------------------------------------
057500 5000-PRINT-CASH-BOOK.
057600     MOVE WS-CASHBOOK-HDG1 TO RPT-LINE
057700     WRITE RPT-LINE
057800     MOVE WS-CASHBOOK-HDG2 TO RPT-LINE
057900     WRITE RPT-LINE
058000     MOVE 1 TO pmx
058100     MOVE 1 TO dpx
058200     PERFORM UNTIL pmx > WS-PM-COUNT AND dpx > WS-DP-COUNT
058300         IF dpx > WS-DP-COUNT
058400             PERFORM 5100-BOOK-RECEIPT THRU 5100-EXIT
058500         ELSE
058600             IF pmx <= WS-PM-COUNT
058700                     AND PM-DATE(pmx) <= DP-DATE(dpx)
058800                 PERFORM 5100-BOOK-RECEIPT THRU 5100-EXIT
058900             ELSE
059000                 PERFORM 5200-BOOK-BANKING THRU 5200-EXIT
059100             END-IF
059200         END-IF
059300     END-PERFORM
059400     MOVE SPACES TO RPT-LINE
059500     WRITE RPT-LINE.
059600 5000-EXIT.
059700     EXIT.

059800 5100-BOOK-RECEIPT.
059900     ADD PM-AMOUNT(pmx) TO WS-CB-IN-HAND
060000     IF PM-DATE(pmx) = ZERO
060100         MOVE "UNDATED" TO CB-DATE
060200     ELSE
060300         MOVE PM-DATE(pmx) TO CB-DATE
060400     END-IF
060500     MOVE "RECEIPT"         TO CB-TYPE
060600     MOVE PM-PLYR-ID(pmx)   TO CR-PLYR-ID
060700     MOVE PM-REFERENCE(pmx) TO CR-REFERENCE
060800     MOVE WS-CB-REF-RECEIPT TO CB-REFERENCE
060900     MOVE PM-AMOUNT(pmx)    TO CB-RECEIVED
061000     MOVE ZERO              TO CB-BANKED
061100     PERFORM 5300-WRITE-CASH-BOOK-LINE THRU 5300-EXIT
061200     ADD 1 TO pmx.
061300 5100-EXIT.
061400     EXIT.

061500 5200-BOOK-BANKING.
061600     SUBTRACT DP-AMOUNT(dpx) FROM WS-CB-IN-HAND
061700     ADD DP-AMOUNT(dpx) TO WS-CB-BANKED
061800     MOVE DP-DATE(dpx)      TO CB-DATE
061900     MOVE "BANKED"          TO CB-TYPE
062000     MOVE DP-REFERENCE(dpx) TO CB-REFERENCE
062100     MOVE ZERO              TO CB-RECEIVED
062200     MOVE DP-AMOUNT(dpx)    TO CB-BANKED
062300     PERFORM 5300-WRITE-CASH-BOOK-LINE THRU 5300-EXIT
062400     ADD 1 TO dpx.
062500 5200-EXIT.
062600     EXIT.

062700 5300-WRITE-CASH-BOOK-LINE.
062800     MOVE WS-CB-IN-HAND TO CB-IN-HAND
062900     MOVE WS-CB-BANKED  TO CB-BANK-BAL
063000     MOVE WS-CASHBOOK-LINE TO RPT-LINE
063100     WRITE RPT-LINE.
063200 5300-EXIT.
063300     EXIT.

063400 6000-PRINT-TOTALS.
063500     MOVE "PAYMENTS RECEIVED:        " TO TL-LABEL
063600     MOVE WS-PM-COUNT TO TL-COUNT
063700     MOVE WS-TOTAL-RECEIVED TO TL-AMOUNT
063800     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
063900     MOVE "DEPOSITS BANKED:          " TO TL-LABEL
064000     MOVE WS-DP-COUNT TO TL-COUNT
064100     MOVE WS-TOTAL-DEPOSITED TO TL-AMOUNT
064200     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
064300     MOVE "DEPOSITS NOT MATCHED:     " TO TL-LABEL
064400     MOVE WS-DP-UNMATCHED-COUNT TO TL-COUNT
064500     MOVE WS-TOTAL-DP-UNMATCHED TO TL-AMOUNT
064600     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
064700     MOVE "PAYMENTS NOT BANKED:      " TO TL-LABEL
064800     MOVE WS-PM-UNMATCHED-COUNT TO TL-COUNT
064900     MOVE WS-TOTAL-PM-UNMATCHED TO TL-AMOUNT
065000     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
065100     MOVE "RECORDS REJECTED:         " TO TL-LABEL
065200     MOVE WS-REJECT-COUNT TO TL-COUNT
065300     MOVE ZERO TO TL-AMOUNT
065400     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
065500 6000-EXIT.
065600     EXIT.

065700 6100-WRITE-TOTAL.
065800     MOVE WS-TOTAL-DETAIL TO RPT-LINE
065900     WRITE RPT-LINE.
066000 6100-EXIT.
066100     EXIT.

066200*-----------------------------------------------------------------
066300* PRINT AND LOG A RECORD THAT CANNOT TAKE PART IN THE MATCH.
066400* RJ-RECORD IS SET BY THE CALLER.
066500*-----------------------------------------------------------------
066600 7000-REJECT-RECORD.
066700     ADD 1 TO WS-REJECT-COUNT
066800     MOVE WS-RESULT-TEXT TO RJ-REASON
066900     MOVE WS-REJECT-LINE TO RPT-LINE
067000     WRITE RPT-LINE
067100     MOVE "DARTBANK" TO AUD-PROGRAM-NAME
067200     MOVE RJ-RECORD TO AUD-FAILED-INPUT
067300     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
067400     SET AUD-SEV-WARNING TO TRUE
067500     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
067600         AUD-FAILED-INPUT AUD-FAILURE-REASON
067700         AUD-SEVERITY.
067800 7000-EXIT.
067900     EXIT.
