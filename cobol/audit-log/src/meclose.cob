000100*****************************************************************
000200* PROGRAM-ID : MECLOSE
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : MONTH-END CLOSE.  THE LEDGERS AND RATING MASTERS
000900*               (DARTFEEL, TWOFPNTS, CHESSRAT, SCRABRAT) KEEP
001000*               MOVING, SO THE COMMITTEE'S FIGURES ARE TAKEN FROM
001100*               A FROZEN COPY INSTEAD.  THE PERIOD CLOSED IS KEYED
001200*               OFF THE OVNTPDAT BUSINESS PROCESSING DATE: ITS OWN
001300*               MONTH WHEN IT IS THE LAST DAY OF THE MONTH,
001400*               OTHERWISE THE MONTH BEFORE.  EACH LEDGER IS COPIED
001500*               TO A DATED SNAPSHOT (THE FILE NAME WITH ".P" AND
001600*               THE PERIOD ADDED), THE SIGNED-OFF PERIOD SUMMARY -
001700*               OPENING BALANCE FROM THE LAST CLOSE, THE PERIOD'S
001800*               MOVEMENTS IN AND OUT, AND THE CLOSING BALANCE - IS
001900*               PRINTED ON MECLOSER, AND THE PERIOD IS MARKED
002000*               CLOSED ON PRDCTL WITH THE LATE-POSTING POLICY FROM
002100*               THE MECLOSEC CONTROL CARD.  FROM THEN ON THE
002200*               POSTING PROGRAMS ASK PERIODCK BEFORE POSTING INTO
002300*               THE MONTH, AND A BACK-DATED POSTING IS ROUTED TO
002400*               THE NEXT OPEN PERIOD OR REFUSED.  A PERIOD ALREADY
002500*               CLOSED IS NEVER CLOSED AGAIN; ITS SUMMARY IS
002600*               REPRINTED FROM THE FIGURES HELD ON PRDCTL.
002700*-----------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*-----------------------------------------------------------------
003000* DATE       INIT  DESCRIPTION
003100* 10/15/2026 TH    ORIGINAL MONTH-END CLOSE
003110* 10/15/2026 TH    MECLOSE-BATCH ENTRY POINT FOR THE SECOND-TIER
003120*                  OVERNIGHT STREAM; A REHEARSAL TAKES ".R"
003130*                  SNAPSHOTS AND LEAVES THE PERIOD OPEN
003140* 10/15/2026 TH    EACH RUN STARTS WITH NO PRDCTL PERIODS HELD;
003150*                  A REHEARSAL'S SUMMARY NAMES THE ".R" SNAPSHOTS
003160*                  AND SAYS THE PERIOD WAS NOT CLOSED
003200*-----------------------------------------------------------------
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.    MECLOSE.
003500 AUTHOR.        T. HARLOW.
003600 INSTALLATION.  GLENNJ DATA PROCESSING.
003700 DATE-WRITTEN.  10/15/2026.
003800 DATE-COMPILED.

003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PROC-DATE-FILE ASSIGN TO "OVNTPDAT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PDT-STATUS.

004500     SELECT CLOSE-CTL-FILE ASSIGN TO "MECLOSEC"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-MCC-STATUS.

004800     SELECT PERIOD-CTL-FILE ASSIGN TO "PRDCTL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PRD-STATUS.

005100     SELECT FEE-LEDGER-FILE ASSIGN TO "DARTFEEL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-LED-STATUS.

005400     SELECT FEE-PAYMENT-FILE ASSIGN TO "DARTFEEP"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PAY-STATUS.

005700     SELECT POINTS-MASTER-FILE ASSIGN TO "TWOFPNTS"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS PTS-NAME
006100         FILE STATUS IS WS-PTS-STATUS.

006200     SELECT CHESS-RATING-FILE ASSIGN TO "CHESSRAT"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS RAT-PLAYER-ID
006600         FILE STATUS IS WS-RAT-STATUS.

006700     SELECT SCRAB-RATING-FILE ASSIGN TO "SCRABRAT"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS SRT-PLAYER-ID
007100         FILE STATUS IS WS-SRT-STATUS.

007200     SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAP-NAME
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-SNP-STATUS.

007500     SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO WS-PRIOR-SNAP-NAME
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-PSN-STATUS.

007800     SELECT CLOSE-RPT ASSIGN TO "MECLOSER"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-RPT-STATUS.

008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  PROC-DATE-FILE.
008400 01  PDT-RECORD.
008500     05  PDT-DATE                PIC 9(08).

008600*-----------------------------------------------------------------
008700* WHO SIGNS THE PERIOD OFF, AND WHETHER A POSTING DATED INTO IT
008800* AFTER THE CLOSE IS ROUTED ("R", THE DEFAULT) OR REFUSED ("X").
008900*-----------------------------------------------------------------
009000 FD  CLOSE-CTL-FILE.
009100 01  MCC-RECORD.
009200     05  MCC-SIGNED-OFF-BY       PIC X(20).
009300     05  FILLER                  PIC X(01).
009400     05  MCC-LATE-POLICY         PIC X(01).

009500 FD  PERIOD-CTL-FILE.
009600 COPY prdctl.

009700 FD  FEE-LEDGER-FILE.
009800 01  LED-RECORD.
009900     05  LED-PLYR-ID             PIC X(05).
010000     05  FILLER                  PIC X(01).
010100     05  LED-APPEARANCES         PIC 9(04).
010200     05  FILLER                  PIC X(01).
010300     05  LED-CHARGED             PIC 9(05)V99.
010400     05  FILLER                  PIC X(01).
010500     05  LED-PAID                PIC 9(05)V99.
010600     05  FILLER                  PIC X(01).
010700     05  LED-BALANCE             PIC S9(05)V99 SIGN LEADING
010800                                     SEPARATE.

010900 FD  FEE-PAYMENT-FILE.
011000 01  PAY-RECORD                  PIC X(40).

011100 FD  POINTS-MASTER-FILE.
011200 01  PTS-RECORD.
011300     05  PTS-NAME                PIC X(18).
011400     05  PTS-BALANCE             PIC 9(05).
011500     05  PTS-EARNED              PIC 9(06).
011600     05  PTS-BURNED              PIC 9(06).

011700 FD  CHESS-RATING-FILE.
011800 01  RAT-RECORD.
011900     05  RAT-PLAYER-ID           PIC X(10).
012000     05  RAT-RATING              PIC 9(05).
012100     05  RAT-GAMES               PIC 9(04).
012200     05  RAT-WINS                PIC 9(04).
012300     05  RAT-LOSSES              PIC 9(04).
012400     05  RAT-DRAWS               PIC 9(04).

012500 FD  SCRAB-RATING-FILE.
012600 01  SRT-RECORD.
012700     05  SRT-PLAYER-ID           PIC X(05).
012800     05  SRT-RATING              PIC 9(05).
012900     05  SRT-GAMES               PIC 9(04).
013000     05  SRT-WINS                PIC 9(04).
013100     05  SRT-LOSSES              PIC 9(04).
013200     05  SRT-DRAWS               PIC 9(04).

013300*-----------------------------------------------------------------
013400* A SNAPSHOT HOLDS EACH LEDGER RECORD EXACTLY AS THE LEDGER DOES.
013500*-----------------------------------------------------------------
013600 FD  SNAPSHOT-FILE
013700     RECORD CONTAINS 80 CHARACTERS.
013800 01  SNP-RECORD                  PIC X(80).

013900 FD  PRIOR-SNAPSHOT-FILE
014000     RECORD CONTAINS 80 CHARACTERS.
014100 01  PSN-RECORD                  PIC X(80).

014200 FD  CLOSE-RPT
014300     RECORD CONTAINS 100 CHARACTERS.
014400 01  RPT-LINE                    PIC X(100).

014500 WORKING-STORAGE SECTION.
014600 01  WS-PDT-STATUS               PIC XX.
014700 01  WS-MCC-STATUS               PIC XX.
014800 01  WS-PRD-STATUS               PIC XX.
014900     88  PRD-EOF                 VALUE "10".
015000 01  WS-LED-STATUS               PIC XX.
015100     88  LED-EOF                 VALUE "10".
015200 01  WS-PAY-STATUS               PIC XX.
015300     88  PAY-EOF                 VALUE "10".
015400 01  WS-PTS-STATUS               PIC XX.
015500 01  WS-RAT-STATUS               PIC XX.
015600 01  WS-SRT-STATUS               PIC XX.
015700 01  WS-SNP-STATUS               PIC XX.
015800 01  WS-PSN-STATUS               PIC XX.
015900     88  PSN-EOF                 VALUE "10".
016000 01  WS-RPT-STATUS               PIC XX.

016100*-----------------------------------------------------------------
016200* SHARED TIMESTAMP, DATE-VALIDATION AND AUDIT CALL INTERFACES.
016300*-----------------------------------------------------------------
016400 COPY tscom.
016500 COPY datvcom.
016600 COPY audcom.

016700 01  WS-BUSINESS-DATE            PIC 9(08).
016800 01  WS-LDA-DATE                 PIC 9(08).
016900 01  WS-LDA-DAYS                 PIC S9(05).
017000 01  WS-LDA-RESULT               PIC 9(08).
017100 01  WS-CLOSE-PERIOD             PIC 9(06).
017200 01  WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD PIC X(06).
017300 01  WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
017400     05  WS-CLOSE-YEAR           PIC 9(04).
017500     05  WS-CLOSE-MONTH          PIC 9(02).
017600 01  WS-SIGNED-OFF-BY            PIC X(20).
017700 01  WS-LATE-POLICY              PIC X(01).
017800 01  WS-SNAP-NAME                PIC X(16).
017810 01  WS-SNAP-SUFFIX              PIC X(02) VALUE ".P".
017900 01  WS-PRIOR-SNAP-NAME          PIC X(16).
018000 01  WS-FEE-PAYMENTS             PIC 9(07).

018100*-----------------------------------------------------------------
018200* PRDCTL AS READ, KEPT WHOLE SO IT CAN BE WRITTEN BACK WITH THE
018300* NEW PERIOD ADDED, AND THE PERIOD CLOSED MOST RECENTLY BEFORE THE
018400* ONE NOW CLOSING, WHOSE CLOSING FIGURES OPEN THIS ONE.
018500*-----------------------------------------------------------------
018600 01  WS-PERIOD-COUNT             PIC 9(03) VALUE ZERO.
018700 01  WS-PERIOD-TABLE.
018800     05  WS-PERIOD-IMAGE         PIC X(435) OCCURS 240 TIMES.
018900 01  pdx                         PIC 9(03).
019000 01  WS-PRIOR-PERIOD             PIC 9(06) VALUE ZERO.
019100 01  WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD PIC X(06).
019200 01  WS-ALREADY-CLOSED-SW        PIC X(01) VALUE "N".
019300     88  PERIOD-ALREADY-CLOSED   VALUE "Y".
019400 01  WS-CLOSED-ON-DATE           PIC 9(08).
019500 01  WS-CLOSED-AT-TIME           PIC 9(06).

019600*-----------------------------------------------------------------
019700* ONE ENTRY PER LEDGER: 1 DARTFEEL, 2 TWOFPNTS, 3 CHESSRAT,
019800* 4 SCRABRAT.
019900*-----------------------------------------------------------------
020000 01  WS-LEDGER-NAMES-AREA.
020100     05  FILLER                  PIC X(32) VALUE
020200         "DARTFEELTWOFPNTSCHESSRATSCRABRAT".
020300 01  WS-LEDGER-NAMES REDEFINES WS-LEDGER-NAMES-AREA.
020400     05  WS-LEDGER-NAME          PIC X(08) OCCURS 4 TIMES.
020500 01  WS-LEDGER-TABLE.
020600     05  WS-LEDGER-ENTRY OCCURS 4 TIMES.
020700         10  LG-RECORDS          PIC 9(07).
020800         10  LG-OPENING          PIC S9(09)V99.
020900         10  LG-IN               PIC S9(09)V99.
021000         10  LG-OUT              PIC S9(09)V99.
021100         10  LG-CLOSING          PIC S9(09)V99.
021200         10  LG-RUN-IN           PIC 9(09)V99.
021300         10  LG-RUN-OUT          PIC 9(09)V99.
021400         10  LG-PRIOR-RUN-IN     PIC 9(09)V99.
021500         10  LG-PRIOR-RUN-OUT    PIC 9(09)V99.
021600         10  LG-PRESENT          PIC X(01).
021700             88  LEDGER-PRESENT  VALUE "Y".
021800 01  lgx                         PIC 9(01).
021900 01  WS-DIFFERENCE               PIC S9(09)V99.

022000*-----------------------------------------------------------------
022100* THE LAST CLOSE'S SNAPSHOT OF A RATING MASTER, SO EACH PLAYER'S
022200* RATING CAN BE SET AGAINST WHAT IT WAS: POINTS GAINED ARE THE
022300* PERIOD'S MOVEMENT IN, POINTS LOST ITS MOVEMENT OUT.  A PLAYER
022400* NEW SINCE THE LAST CLOSE BRINGS THEIR WHOLE RATING IN; ONE NO
022500* LONGER ON THE MASTER TAKES THEIRS OUT.
022600*-----------------------------------------------------------------
022700 01  WS-PRIOR-SNAP-SW            PIC X(01).
022800     88  PRIOR-SNAP-LOADED       VALUE "Y".
022900 01  WS-PRIOR-COUNT              PIC 9(04).
023000 01  WS-PRIOR-TABLE.
023100     05  WS-PRIOR-ENTRY OCCURS 1000 TIMES.
023200         10  PS-PLAYER-ID        PIC X(10).
023300         10  PS-RATING           PIC 9(05).
023400         10  PS-SEEN             PIC X(01).
023500 01  psx                         PIC 9(04).
023600 01  WS-PRIOR-FOUND              PIC 9(04).
023700 01  WS-KEY-LENGTH               PIC 9(02).
023800 01  WS-RATE-PLAYER-ID           PIC X(10).
023900 01  WS-RATE-RATING              PIC 9(05).
024000 01  WS-RATE-GAMES               PIC 9(04).

024100*-----------------------------------------------------------------
024200* REPORT LINES.
024300*-----------------------------------------------------------------
024400 01  WS-MONTH-NAMES-AREA.
024500     05  FILLER                  PIC X(27) VALUE
024600         "JANUARY  FEBRUARY MARCH    ".
024700     05  FILLER                  PIC X(27) VALUE
024800         "APRIL    MAY      JUNE     ".
024900     05  FILLER                  PIC X(27) VALUE
025000         "JULY     AUGUST   SEPTEMBER".
025100     05  FILLER                  PIC X(27) VALUE
025200         "OCTOBER  NOVEMBER DECEMBER ".
025300 01  WS-MONTH-NAMES REDEFINES WS-MONTH-NAMES-AREA.
025400     05  WS-MONTH-NAME           PIC X(09) OCCURS 12 TIMES.
025500 01  WS-DATE-IN                  PIC 9(08).
025600 01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
025700     05  WS-DATE-IN-YEAR         PIC 9(04).
025800     05  WS-DATE-IN-MONTH        PIC 9(02).
025900     05  WS-DATE-IN-DAY          PIC 9(02).
026000 01  WS-DATE-OUT.
026100     05  WS-DATE-OUT-MONTH       PIC 9(02).
026200     05  FILLER                  PIC X(01) VALUE "/".
026300     05  WS-DATE-OUT-DAY         PIC 9(02).
026400     05  FILLER                  PIC X(01) VALUE "/".
026500     05  WS-DATE-OUT-YEAR        PIC 9(04).
026600 01  WS-TIME-IN                  PIC 9(06).
026700 01  WS-TIME-IN-PARTS REDEFINES WS-TIME-IN.
026800     05  WS-TIME-IN-HH           PIC 9(02).
026900     05  WS-TIME-IN-MM           PIC 9(02).
027000     05  WS-TIME-IN-SS           PIC 9(02).
027100 01  WS-TIME-OUT.
027200     05  WS-TIME-OUT-HH          PIC 9(02).
027300     05  FILLER                  PIC X(01) VALUE ":".
027400     05  WS-TIME-OUT-MM          PIC 9(02).
027500     05  FILLER                  PIC X(01) VALUE ":".
027600     05  WS-TIME-OUT-SS          PIC 9(02).

027700 01  WS-RPT-HDG1                 PIC X(100) VALUE
027800     "MONTH-END CLOSE - PERIOD SUMMARY".
027900 01  WS-RPT-PERIOD.
028000     05  FILLER                  PIC X(08) VALUE "PERIOD: ".
028100     05  RP-MONTH-NAME           PIC X(09).
028200     05  FILLER                  PIC X(01) VALUE SPACES.
028300     05  RP-YEAR                 PIC 9(04).
028400     05  FILLER                  PIC X(02) VALUE " (".
028500     05  RP-PERIOD               PIC 9(06).
028600     05  FILLER                  PIC X(19) VALUE
028700         ")   BUSINESS DATE: ".
028800     05  RP-BUSINESS-DATE        PIC X(10).
028900 01  WS-RPT-REPRINT              PIC X(100).
029000 01  WS-RPT-HDG2.
029100     05  FILLER                  PIC X(34) VALUE
029200         "LEDGER   RECORDS         OPENING  ".
029300     05  FILLER                  PIC X(32) VALUE
029400         "            IN             OUT  ".
029500     05  FILLER                  PIC X(34) VALUE
029600         "       CLOSING  SNAPSHOT".
029700 01  WS-RPT-DETAIL.
029800     05  RD-LEDGER               PIC X(08).
029900     05  FILLER                  PIC X(01) VALUE SPACES.
030000     05  RD-RECORDS              PIC ZZZZZZ9.
030100     05  FILLER                  PIC X(01) VALUE SPACES.
030200     05  RD-OPENING              PIC -ZZZ,ZZZ,ZZ9.99.
030300     05  FILLER                  PIC X(01) VALUE SPACES.
030400     05  RD-IN                   PIC -ZZZ,ZZZ,ZZ9.99.
030500     05  FILLER                  PIC X(01) VALUE SPACES.
030600     05  RD-OUT                  PIC -ZZZ,ZZZ,ZZ9.99.
030700     05  FILLER                  PIC X(01) VALUE SPACES.
030800     05  RD-CLOSING              PIC -ZZZ,ZZZ,ZZ9.99.
030900     05  FILLER                  PIC X(02) VALUE SPACES.
031000     05  RD-SNAPSHOT             PIC X(16).
031100 01  WS-RPT-NOTE.
031200     05  FILLER                  PIC X(18) VALUE SPACES.
031300     05  RN-TEXT                 PIC X(82).
031400 01  WS-NOTE-GAMES               PIC ZZZZZZ9.
031500 01  WS-NOTE-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
031600 01  WS-RPT-CLOSED.
031700     05  FILLER                  PIC X(07) VALUE "PERIOD ".
031800     05  RC-PERIOD               PIC 9(06).
031900     05  FILLER                  PIC X(11) VALUE " CLOSED ON ".
032000     05  RC-DATE                 PIC X(10).
032100     05  FILLER                  PIC X(04) VALUE " AT ".
032200     05  RC-TIME                 PIC X(08).
032210 01  WS-RPT-REHEARSAL.
032220     05  FILLER                  PIC X(07) VALUE "PERIOD ".
032230     05  RR-PERIOD               PIC 9(06).
032240     05  FILLER                  PIC X(23) VALUE
032250         " REHEARSAL - NOT CLOSED".
032300 01  WS-RPT-POLICY               PIC X(100).
032400 01  WS-RPT-SIGNED.
032500     05  FILLER                  PIC X(15)
032600         VALUE "SIGNED OFF BY: ".
032700     05  RS-NAME                 PIC X(20).
032800 01  WS-RPT-SIGNATURE            PIC X(100) VALUE
032900     "SIGNATURE: ______________________   DATE: __________".
032909*-----------------------------------------------------------------
032918* RUN MODE AND PRINCIPAL RECORD COUNTS FOR THE
032927* MECLOSE-BATCH ENTRY POINT.  "R" IS A REHEARSAL: SNAPSHOTS GO
032931* UNDER ".R" NAMES AND THE PERIOD IS NOT CLOSED.
032936*-----------------------------------------------------------------
032945 01  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
032954     88  RUN-IS-REHEARSAL        VALUE "R".
032963 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
032972 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

032981 LINKAGE SECTION.
032990 COPY runcom.

033000 PROCEDURE DIVISION.
033100 0000-MECLOSE.
033103     MOVE SPACE TO WS-RUN-MODE
033105     PERFORM 0100-RUN-MECLOSE THRU 0100-EXIT
033110     GOBACK.
033115 0000-EXIT.
033120     EXIT.

033125*-----------------------------------------------------------------
033130* THE WHOLE RUN, BROKEN OUT OF 0000-MECLOSE SO THE MECLOSE-BATCH
033135* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
033140* A REHEARSAL TAKES ITS SNAPSHOTS UNDER ".R" NAMES, LEAVES PRDCTL
033145* AS IT WAS AND WRITES NO AUDIT RECORD, SO THE PERIOD STAYS OPEN.
033150*-----------------------------------------------------------------
033155 0100-RUN-MECLOSE.
033160*-----------------------------------------------------------------
033165* START EVERY RUN CLEAN: THE BATCH ENTRY MAY BE CALLED MORE THAN
033170* ONCE IN THE SAME RUN UNIT.
033175*-----------------------------------------------------------------
033180     MOVE ZERO TO WS-PERIOD-COUNT WS-PRIOR-PERIOD
033185     MOVE "N" TO WS-ALREADY-CLOSED-SW
033190     MOVE ".P" TO WS-SNAP-SUFFIX
033200     CALL "TIMESTMP" USING TS-DATE TS-TIME
033300     PERFORM 1000-GET-BUSINESS-DATE THRU 1000-EXIT
033400     PERFORM 1100-SET-CLOSE-PERIOD THRU 1100-EXIT
033500     PERFORM 1200-READ-CLOSE-CONTROL THRU 1200-EXIT
033600     PERFORM 1300-LOAD-PERIODS THRU 1300-EXIT
033700     IF PERIOD-ALREADY-CLOSED
033800         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
033900         GO TO 0100-EXIT
034000     END-IF
034100     MOVE TS-DATE TO WS-CLOSED-ON-DATE
034200     MOVE TS-TIME TO WS-CLOSED-AT-TIME
034300     PERFORM 2000-SNAPSHOT-FEE-LEDGER THRU 2000-EXIT
034400     PERFORM 2100-SNAPSHOT-POINTS THRU 2100-EXIT
034500     PERFORM 2200-SNAPSHOT-CHESS-RATINGS THRU 2200-EXIT
034600     PERFORM 2300-SNAPSHOT-SCRAB-RATINGS THRU 2300-EXIT
034700     PERFORM 2500-COUNT-FEE-PAYMENTS THRU 2500-EXIT
034800     PERFORM 3000-SET-MOVEMENTS THRU 3000-EXIT
034810     IF NOT RUN-IS-REHEARSAL
034900         PERFORM 4000-WRITE-PERIOD-CONTROL THRU 4000-EXIT
034910     END-IF
035000     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
035010     IF RUN-IS-REHEARSAL
035020         GO TO 0100-EXIT
035030     END-IF
035100     MOVE "MECLOSE" TO AUD-PROGRAM-NAME
035200     MOVE WS-CLOSE-PERIOD-X TO AUD-FAILED-INPUT
035300     MOVE "ACCOUNTING PERIOD CLOSED" TO AUD-FAILURE-REASON
035400     SET AUD-SEV-INFO TO TRUE
035500     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
035600         AUD-FAILED-INPUT AUD-FAILURE-REASON
035700         AUD-SEVERITY.
035900 0100-EXIT.
036000     EXIT.

036100*-----------------------------------------------------------------
036200* THE OVNTPDAT BUSINESS DATE, VALIDATED AS THE OVERNIGHT DRIVER
036300* DOES; WITHOUT ONE, THE SHARED TIMESTAMP SERVICE'S DATE.
036400*-----------------------------------------------------------------
036500 1000-GET-BUSINESS-DATE.
036600     MOVE TS-DATE TO WS-BUSINESS-DATE
036700     OPEN INPUT PROC-DATE-FILE
036800     IF WS-PDT-STATUS NOT = "00"
036900         GO TO 1000-EXIT
037000     END-IF
037100     READ PROC-DATE-FILE
037200         AT END CONTINUE
037300         NOT AT END
037400             IF PDT-DATE IS NUMERIC AND PDT-DATE > ZERO
037500                 MOVE PDT-DATE TO DTV-DATE
037600                 CALL "DATEVAL" USING DTV-DATE DTV-RESULT
037700                     DTV-REASON
037800                 IF DTV-DATE-VALID
037900                     MOVE PDT-DATE TO WS-BUSINESS-DATE
038000                 ELSE
038100                     DISPLAY "MECLOSE: OVNTPDAT DATE "
038200                         PDT-DATE " INVALID - " DTV-REASON
038300                 END-IF
038400             END-IF
038500     END-READ
038600     CLOSE PROC-DATE-FILE.
038700 1000-EXIT.
038800     EXIT.

038900*-----------------------------------------------------------------
039000* ON THE LAST DAY OF A MONTH THAT MONTH CLOSES; ON ANY OTHER DAY
039100* THE CLOSE IS CATCHING UP AND THE MONTH BEFORE CLOSES.
039200*-----------------------------------------------------------------
039300 1100-SET-CLOSE-PERIOD.
039400     MOVE WS-BUSINESS-DATE(1:6) TO WS-CLOSE-PERIOD
039500     MOVE WS-BUSINESS-DATE TO WS-LDA-DATE
039600     MOVE 1 TO WS-LDA-DAYS
039700     CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
039800         WS-LDA-RESULT
039900     IF WS-LDA-RESULT(1:6) NOT = WS-BUSINESS-DATE(1:6)
040000         GO TO 1100-EXIT
040100     END-IF
040200     IF WS-CLOSE-MONTH = 1
040300         SUBTRACT 1 FROM WS-CLOSE-YEAR
040400         MOVE 12 TO WS-CLOSE-MONTH
040500     ELSE
040600         SUBTRACT 1 FROM WS-CLOSE-MONTH
040700     END-IF.
040800 1100-EXIT.
040900     EXIT.

041000 1200-READ-CLOSE-CONTROL.
041100     MOVE "OPERATIONS" TO WS-SIGNED-OFF-BY
041200     MOVE "R" TO WS-LATE-POLICY
041300     OPEN INPUT CLOSE-CTL-FILE
041400     IF WS-MCC-STATUS NOT = "00"
041500         GO TO 1200-EXIT
041600     END-IF
041700     READ CLOSE-CTL-FILE
041800         AT END CONTINUE
041900         NOT AT END
042000             IF MCC-SIGNED-OFF-BY NOT = SPACES
042100                 MOVE MCC-SIGNED-OFF-BY TO WS-SIGNED-OFF-BY
042200             END-IF
042300             IF MCC-LATE-POLICY = "X"
042400                 MOVE "X" TO WS-LATE-POLICY
042500             END-IF
042600     END-READ
042700     CLOSE CLOSE-CTL-FILE.
042800 1200-EXIT.
042900     EXIT.

043000*-----------------------------------------------------------------
043100* LOAD PRDCTL.  THE LATEST CLOSED PERIOD BEFORE THE ONE CLOSING
043200* GIVES THE OPENING FIGURES; A RECORD FOR THE CLOSING PERIOD
043300* ITSELF MEANS IT IS ALREADY CLOSED, AND ITS HELD FIGURES ARE
043400* WHAT GETS REPRINTED.
043500*-----------------------------------------------------------------
043600 1300-LOAD-PERIODS.
043700     INITIALIZE WS-LEDGER-TABLE
043800     OPEN INPUT PERIOD-CTL-FILE
043900     IF WS-PRD-STATUS NOT = "00"
044000         GO TO 1300-EXIT
044100     END-IF
044200     PERFORM 1310-READ-PERIOD THRU 1310-EXIT
044300     PERFORM UNTIL PRD-EOF
044400         IF WS-PERIOD-COUNT < 240
044500             ADD 1 TO WS-PERIOD-COUNT
044600             MOVE PRD-RECORD TO WS-PERIOD-IMAGE(WS-PERIOD-COUNT)
044700         END-IF
044800         IF PRD-PERIOD-CLOSED AND PRD-PERIOD = WS-CLOSE-PERIOD
044900             PERFORM 1330-HOLD-CLOSED-FIGURES THRU 1330-EXIT
045000         END-IF
045100         IF PRD-PERIOD-CLOSED AND PRD-PERIOD < WS-CLOSE-PERIOD
045200                 AND PRD-PERIOD > WS-PRIOR-PERIOD
045300                 AND NOT PERIOD-ALREADY-CLOSED
045400             PERFORM 1320-HOLD-PRIOR-FIGURES THRU 1320-EXIT
045500         END-IF
045600         PERFORM 1310-READ-PERIOD THRU 1310-EXIT
045700     END-PERFORM
045800     CLOSE PERIOD-CTL-FILE.
045900 1300-EXIT.
046000     EXIT.

046100 1310-READ-PERIOD.
046200     READ PERIOD-CTL-FILE
046300         AT END SET PRD-EOF TO TRUE
046400     END-READ.
046500 1310-EXIT.
046600     EXIT.

046700 1320-HOLD-PRIOR-FIGURES.
046800     MOVE PRD-PERIOD TO WS-PRIOR-PERIOD
046900     PERFORM VARYING lgx FROM 1 BY 1 UNTIL lgx > 4
047000         MOVE PRD-LED-CLOSING(lgx) TO LG-OPENING(lgx)
047100         MOVE PRD-LED-RUN-IN(lgx)  TO LG-PRIOR-RUN-IN(lgx)
047200         MOVE PRD-LED-RUN-OUT(lgx) TO LG-PRIOR-RUN-OUT(lgx)
047300     END-PERFORM.
047400 1320-EXIT.
047500     EXIT.

047600 1330-HOLD-CLOSED-FIGURES.
047700     SET PERIOD-ALREADY-CLOSED TO TRUE
047800     MOVE PRD-CLOSE-DATE    TO WS-CLOSED-ON-DATE
047900     MOVE PRD-CLOSE-TIME    TO WS-CLOSED-AT-TIME
048000     MOVE PRD-SIGNED-OFF-BY TO WS-SIGNED-OFF-BY
048100     MOVE PRD-LATE-POLICY   TO WS-LATE-POLICY
048200     PERFORM VARYING lgx FROM 1 BY 1 UNTIL lgx > 4
048300         MOVE PRD-LED-RECORDS(lgx) TO LG-RECORDS(lgx)
048400         MOVE PRD-LED-OPENING(lgx) TO LG-OPENING(lgx)
048500         MOVE PRD-LED-IN(lgx)      TO LG-IN(lgx)
048600         MOVE PRD-LED-OUT(lgx)     TO LG-OUT(lgx)
048700         MOVE PRD-LED-CLOSING(lgx) TO LG-CLOSING(lgx)
048800         MOVE PRD-LED-RUN-IN(lgx)  TO LG-RUN-IN(lgx)
048900         MOVE PRD-LED-RUN-OUT(lgx) TO LG-RUN-OUT(lgx)
049000         MOVE "Y" TO LG-PRESENT(lgx)
049100     END-PERFORM.
049200 1330-EXIT.
049300     EXIT.

049400*-----------------------------------------------------------------
049500* DARTFEEL: THE BALANCE OWED, WITH LIFETIME CHARGED AND PAID.
049600*-----------------------------------------------------------------
049700 2000-SNAPSHOT-FEE-LEDGER.
049800     MOVE 1 TO lgx
049900     OPEN INPUT FEE-LEDGER-FILE
050000     IF WS-LED-STATUS NOT = "00"
050100         GO TO 2000-EXIT
050200     END-IF
050300     PERFORM 2900-OPEN-SNAPSHOT THRU 2900-EXIT
050400     PERFORM 2010-READ-FEE-LEDGER THRU 2010-EXIT
050500     PERFORM UNTIL LED-EOF
050600         ADD 1 TO LG-RECORDS(lgx)
050610         ADD 1 TO WS-RNC-READ
050700         IF LED-BALANCE IS NUMERIC
050800             ADD LED-BALANCE TO LG-CLOSING(lgx)
050900         END-IF
051000         IF LED-CHARGED IS NUMERIC
051100             ADD LED-CHARGED TO LG-RUN-IN(lgx)
051200         END-IF
051300         IF LED-PAID IS NUMERIC
051400             ADD LED-PAID TO LG-RUN-OUT(lgx)
051500         END-IF
051600         MOVE LED-RECORD TO SNP-RECORD
051700         WRITE SNP-RECORD
051710         ADD 1 TO WS-RNC-WRITTEN
051800         PERFORM 2010-READ-FEE-LEDGER THRU 2010-EXIT
051900     END-PERFORM
052000     CLOSE FEE-LEDGER-FILE SNAPSHOT-FILE.
052100 2000-EXIT.
052200     EXIT.

052300 2010-READ-FEE-LEDGER.
052400     READ FEE-LEDGER-FILE
052500         AT END SET LED-EOF TO TRUE
052600     END-READ.
052700 2010-EXIT.
052800     EXIT.

052900*-----------------------------------------------------------------
053000* TWOFPNTS: THE POINTS BALANCE, WITH LIFETIME EARNED AND BURNED.
053100*-----------------------------------------------------------------
053200 2100-SNAPSHOT-POINTS.
053300     MOVE 2 TO lgx
053400     OPEN INPUT POINTS-MASTER-FILE
053500     IF WS-PTS-STATUS NOT = "00"
053600         GO TO 2100-EXIT
053700     END-IF
053800     PERFORM 2900-OPEN-SNAPSHOT THRU 2900-EXIT
053900     MOVE LOW-VALUES TO PTS-NAME
054000     START POINTS-MASTER-FILE KEY IS GREATER THAN PTS-NAME
054100         INVALID KEY MOVE "10" TO WS-PTS-STATUS
054200     END-START
054300     PERFORM UNTIL WS-PTS-STATUS NOT = "00"
054400         READ POINTS-MASTER-FILE NEXT RECORD
054500             AT END MOVE "10" TO WS-PTS-STATUS
054600             NOT AT END
054700                 ADD 1 TO LG-RECORDS(lgx)
054710                 ADD 1 TO WS-RNC-READ
054800                 ADD PTS-BALANCE TO LG-CLOSING(lgx)
054900                 ADD PTS-EARNED  TO LG-RUN-IN(lgx)
055000                 ADD PTS-BURNED  TO LG-RUN-OUT(lgx)
055100                 MOVE PTS-RECORD TO SNP-RECORD
055200                 WRITE SNP-RECORD
055210                 ADD 1 TO WS-RNC-WRITTEN
055300         END-READ
055400     END-PERFORM
055500     CLOSE POINTS-MASTER-FILE SNAPSHOT-FILE.
055600 2100-EXIT.
055700     EXIT.

055800*-----------------------------------------------------------------
055900* CHESSRAT: THE RATING POINTS HELD, WITH LIFETIME GAMES PLAYED.
056000*-----------------------------------------------------------------
056100 2200-SNAPSHOT-CHESS-RATINGS.
056200     MOVE 3 TO lgx
056300     MOVE 10 TO WS-KEY-LENGTH
056400     OPEN INPUT CHESS-RATING-FILE
056500     IF WS-RAT-STATUS NOT = "00"
056600         GO TO 2200-EXIT
056700     END-IF
056800     PERFORM 2800-LOAD-PRIOR-SNAPSHOT THRU 2800-EXIT
056900     PERFORM 2900-OPEN-SNAPSHOT THRU 2900-EXIT
057000     MOVE LOW-VALUES TO RAT-PLAYER-ID
057100     START CHESS-RATING-FILE KEY IS GREATER THAN RAT-PLAYER-ID
057200         INVALID KEY MOVE "10" TO WS-RAT-STATUS
057300     END-START
057400     PERFORM UNTIL WS-RAT-STATUS NOT = "00"
057500         READ CHESS-RATING-FILE NEXT RECORD
057600             AT END MOVE "10" TO WS-RAT-STATUS
057700             NOT AT END
057800                 MOVE RAT-PLAYER-ID TO WS-RATE-PLAYER-ID
057900                 MOVE RAT-RATING    TO WS-RATE-RATING
058000                 MOVE RAT-GAMES     TO WS-RATE-GAMES
058100                 PERFORM 2700-TAKE-ONE-RATING THRU 2700-EXIT
058200                 MOVE RAT-RECORD TO SNP-RECORD
058300                 WRITE SNP-RECORD
058310                 ADD 1 TO WS-RNC-WRITTEN
058400         END-READ
058500     END-PERFORM
058600     CLOSE CHESS-RATING-FILE SNAPSHOT-FILE
058700     PERFORM 2750-TAKE-DEPARTED-PLAYERS THRU 2750-EXIT.
058800 2200-EXIT.
058900     EXIT.

059000*-----------------------------------------------------------------
059100* SCRABRAT: AS CHESSRAT, WITH THE SHORTER SCRABBLE PLAYER ID.
059200*-----------------------------------------------------------------
059300 2300-SNAPSHOT-SCRAB-RATINGS.
059400     MOVE 4 TO lgx
059500     MOVE 5 TO WS-KEY-LENGTH
059600     OPEN INPUT SCRAB-RATING-FILE
059700     IF WS-SRT-STATUS NOT = "00"
059800         GO TO 2300-EXIT
059900     END-IF
060000     PERFORM 2800-LOAD-PRIOR-SNAPSHOT THRU 2800-EXIT
060100     PERFORM 2900-OPEN-SNAPSHOT THRU 2900-EXIT
060200     MOVE LOW-VALUES TO SRT-PLAYER-ID
060300     START SCRAB-RATING-FILE KEY IS GREATER THAN SRT-PLAYER-ID
060400         INVALID KEY MOVE "10" TO WS-SRT-STATUS
060500     END-START
060600     PERFORM UNTIL WS-SRT-STATUS NOT = "00"
060700         READ SCRAB-RATING-FILE NEXT RECORD
060800             AT END MOVE "10" TO WS-SRT-STATUS
060900             NOT AT END
061000                 MOVE SRT-PLAYER-ID TO WS-RATE-PLAYER-ID
061100                 MOVE SRT-RATING    TO WS-RATE-RATING
061200                 MOVE SRT-GAMES     TO WS-RATE-GAMES
061300                 PERFORM 2700-TAKE-ONE-RATING THRU 2700-EXIT
061400                 MOVE SRT-RECORD TO SNP-RECORD
061500                 WRITE SNP-RECORD
061510                 ADD 1 TO WS-RNC-WRITTEN
061600         END-READ
061700     END-PERFORM
061800     CLOSE SCRAB-RATING-FILE SNAPSHOT-FILE
061900     PERFORM 2750-TAKE-DEPARTED-PLAYERS THRU 2750-EXIT.
062000 2300-EXIT.
062100     EXIT.

062200 2500-COUNT-FEE-PAYMENTS.
062300     MOVE ZERO TO WS-FEE-PAYMENTS
062400     OPEN INPUT FEE-PAYMENT-FILE
062500     IF WS-PAY-STATUS NOT = "00"
062600         GO TO 2500-EXIT
062700     END-IF
062800     PERFORM 2510-READ-FEE-PAYMENT THRU 2510-EXIT
062900     PERFORM UNTIL PAY-EOF
063000         ADD 1 TO WS-FEE-PAYMENTS
063100         PERFORM 2510-READ-FEE-PAYMENT THRU 2510-EXIT
063200     END-PERFORM
063300     CLOSE FEE-PAYMENT-FILE.
063400 2500-EXIT.
063500     EXIT.

063600 2510-READ-FEE-PAYMENT.
063700     READ FEE-PAYMENT-FILE
063800         AT END SET PAY-EOF TO TRUE
063900     END-READ.
064000 2510-EXIT.
064100     EXIT.

064200*-----------------------------------------------------------------
064300* ONE PLAYER OF A RATING MASTER AGAINST THE LAST CLOSE.
064400*-----------------------------------------------------------------
064500 2700-TAKE-ONE-RATING.
064600     ADD 1 TO LG-RECORDS(lgx)
064610     ADD 1 TO WS-RNC-READ
064700     ADD WS-RATE-RATING TO LG-CLOSING(lgx)
064800     ADD WS-RATE-GAMES  TO LG-RUN-IN(lgx)
064900     IF NOT PRIOR-SNAP-LOADED
065000         GO TO 2700-EXIT
065100     END-IF
065200     MOVE ZERO TO WS-PRIOR-FOUND
065300     PERFORM VARYING psx FROM 1 BY 1
065400             UNTIL psx > WS-PRIOR-COUNT OR WS-PRIOR-FOUND > ZERO
065500         IF PS-PLAYER-ID(psx) = WS-RATE-PLAYER-ID
065600             MOVE psx TO WS-PRIOR-FOUND
065700         END-IF
065800     END-PERFORM
065900     IF WS-PRIOR-FOUND = ZERO
066000         ADD WS-RATE-RATING TO LG-IN(lgx)
066100         GO TO 2700-EXIT
066200     END-IF
066300     MOVE "Y" TO PS-SEEN(WS-PRIOR-FOUND)
066400     IF WS-RATE-RATING > PS-RATING(WS-PRIOR-FOUND)
066500         COMPUTE LG-IN(lgx) = LG-IN(lgx)
066600             + WS-RATE-RATING - PS-RATING(WS-PRIOR-FOUND)
066700     ELSE
066800         COMPUTE LG-OUT(lgx) = LG-OUT(lgx)
066900             + PS-RATING(WS-PRIOR-FOUND) - WS-RATE-RATING
067000     END-IF.
067100 2700-EXIT.
067200     EXIT.

067300 2750-TAKE-DEPARTED-PLAYERS.
067400     IF NOT PRIOR-SNAP-LOADED
067500         GO TO 2750-EXIT
067600     END-IF
067700     PERFORM VARYING psx FROM 1 BY 1 UNTIL psx > WS-PRIOR-COUNT
067800         IF PS-SEEN(psx) NOT = "Y"
067900             ADD PS-RATING(psx) TO LG-OUT(lgx)
068000         END-IF
068100     END-PERFORM.
068200 2750-EXIT.
068300     EXIT.

068400*-----------------------------------------------------------------
068500* THE LAST CLOSE'S SNAPSHOT OF LEDGER lgx, PLAYER ID (OF LENGTH
068600* WS-KEY-LENGTH) AND RATING.  WITHOUT IT, OR WITH A FIRST CLOSE,
068700* THE MOVEMENTS ARE WORKED FROM THE TOTALS INSTEAD.
068800*-----------------------------------------------------------------
068900 2800-LOAD-PRIOR-SNAPSHOT.
069000     MOVE "N" TO WS-PRIOR-SNAP-SW
069100     MOVE ZERO TO WS-PRIOR-COUNT
069200     IF WS-PRIOR-PERIOD = ZERO
069300         GO TO 2800-EXIT
069400     END-IF
069500     MOVE SPACES TO WS-PRIOR-SNAP-NAME
069600     STRING WS-LEDGER-NAME(lgx) DELIMITED BY SPACE
069700             ".P" WS-PRIOR-PERIOD-X DELIMITED BY SIZE
069800         INTO WS-PRIOR-SNAP-NAME
069900     END-STRING
070000     MOVE SPACES TO WS-PSN-STATUS
070100     OPEN INPUT PRIOR-SNAPSHOT-FILE
070200     IF WS-PSN-STATUS NOT = "00"
070300         GO TO 2800-EXIT
070400     END-IF
070500     SET PRIOR-SNAP-LOADED TO TRUE
070600     PERFORM 2810-READ-PRIOR-SNAPSHOT THRU 2810-EXIT
070700     PERFORM UNTIL PSN-EOF
070800         IF WS-PRIOR-COUNT < 1000
070900             ADD 1 TO WS-PRIOR-COUNT
071000             MOVE SPACES TO PS-PLAYER-ID(WS-PRIOR-COUNT)
071100             MOVE PSN-RECORD(1:WS-KEY-LENGTH)
071200                 TO PS-PLAYER-ID(WS-PRIOR-COUNT)
071300             MOVE ZERO TO PS-RATING(WS-PRIOR-COUNT)
071400             IF PSN-RECORD(WS-KEY-LENGTH + 1:5) IS NUMERIC
071500                 MOVE PSN-RECORD(WS-KEY-LENGTH + 1:5)
071600                     TO PS-RATING(WS-PRIOR-COUNT)
071700             END-IF
071800             MOVE "N" TO PS-SEEN(WS-PRIOR-COUNT)
071900         END-IF
072000         PERFORM 2810-READ-PRIOR-SNAPSHOT THRU 2810-EXIT
072100     END-PERFORM
072200     CLOSE PRIOR-SNAPSHOT-FILE.
072300 2800-EXIT.
072400     EXIT.

072500 2810-READ-PRIOR-SNAPSHOT.
072600     READ PRIOR-SNAPSHOT-FILE
072700         AT END SET PSN-EOF TO TRUE
072800     END-READ.
072900 2810-EXIT.
073000     EXIT.

073100*-----------------------------------------------------------------
073200* OPEN THE DATED SNAPSHOT OF LEDGER lgx FOR THE CLOSING PERIOD.
073300*-----------------------------------------------------------------
073400 2900-OPEN-SNAPSHOT.
073500     MOVE "Y" TO LG-PRESENT(lgx)
073600     MOVE SPACES TO WS-SNAP-NAME
073610     MOVE ".P" TO WS-SNAP-SUFFIX
073620     IF RUN-IS-REHEARSAL
073630         MOVE ".R" TO WS-SNAP-SUFFIX
073640     END-IF
073700     STRING WS-LEDGER-NAME(lgx) DELIMITED BY SPACE
073800             WS-SNAP-SUFFIX WS-CLOSE-PERIOD-X DELIMITED BY SIZE
073900         INTO WS-SNAP-NAME
074000     END-STRING
074100     OPEN OUTPUT SNAPSHOT-FILE.
074200 2900-EXIT.
074300     EXIT.

074400*-----------------------------------------------------------------
074500* MOVEMENTS.  THE FEE LEDGER AND THE POINTS MASTER CARRY LIFETIME
074600* TOTALS, SO THE PERIOD'S IN AND OUT ARE THEIR GROWTH SINCE THE
074700* LAST CLOSE.  A RATING MASTER'S COME FROM THE PLAYER-BY-PLAYER
074800* COMPARISON, OR, WITHOUT A SNAPSHOT TO COMPARE, FROM THE NET
074900* CHANGE IN THE TOTAL.
075000*-----------------------------------------------------------------
075100 3000-SET-MOVEMENTS.
075200     PERFORM VARYING lgx FROM 1 BY 1 UNTIL lgx > 2
075300         COMPUTE LG-IN(lgx) =
075400             LG-RUN-IN(lgx) - LG-PRIOR-RUN-IN(lgx)
075500         COMPUTE LG-OUT(lgx) =
075600             LG-RUN-OUT(lgx) - LG-PRIOR-RUN-OUT(lgx)
075700     END-PERFORM
075800     PERFORM VARYING lgx FROM 3 BY 1 UNTIL lgx > 4
075900         IF LG-IN(lgx) = ZERO AND LG-OUT(lgx) = ZERO
076000             IF LG-CLOSING(lgx) > LG-OPENING(lgx)
076100                 COMPUTE LG-IN(lgx) =
076200                     LG-CLOSING(lgx) - LG-OPENING(lgx)
076300             ELSE
076400                 COMPUTE LG-OUT(lgx) =
076500                     LG-OPENING(lgx) - LG-CLOSING(lgx)
076600             END-IF
076700         END-IF
076800     END-PERFORM.
076900 3000-EXIT.
077000     EXIT.

077100*-----------------------------------------------------------------
077200* WRITE PRDCTL BACK WITH THE NEWLY CLOSED PERIOD ADDED.
077300*-----------------------------------------------------------------
077400 4000-WRITE-PERIOD-CONTROL.
077500     OPEN OUTPUT PERIOD-CTL-FILE
077600     PERFORM VARYING pdx FROM 1 BY 1 UNTIL pdx > WS-PERIOD-COUNT
077700         MOVE WS-PERIOD-IMAGE(pdx) TO PRD-RECORD
077800         WRITE PRD-RECORD
077900     END-PERFORM
078000     MOVE SPACES TO PRD-RECORD
078100     MOVE WS-CLOSE-PERIOD    TO PRD-PERIOD
078200     SET PRD-PERIOD-CLOSED   TO TRUE
078300     MOVE WS-LATE-POLICY     TO PRD-LATE-POLICY
078400     MOVE WS-CLOSED-ON-DATE  TO PRD-CLOSE-DATE
078500     MOVE WS-CLOSED-AT-TIME  TO PRD-CLOSE-TIME
078600     MOVE WS-SIGNED-OFF-BY   TO PRD-SIGNED-OFF-BY
078700     MOVE WS-FEE-PAYMENTS    TO PRD-FEE-PAYMENTS
078800     PERFORM VARYING lgx FROM 1 BY 1 UNTIL lgx > 4
078900         MOVE WS-LEDGER-NAME(lgx) TO PRD-LED-NAME(lgx)
079000         MOVE LG-RECORDS(lgx)     TO PRD-LED-RECORDS(lgx)
079100         MOVE LG-OPENING(lgx)     TO PRD-LED-OPENING(lgx)
079200         MOVE LG-IN(lgx)          TO PRD-LED-IN(lgx)
079300         MOVE LG-OUT(lgx)         TO PRD-LED-OUT(lgx)
079400         MOVE LG-CLOSING(lgx)     TO PRD-LED-CLOSING(lgx)
079500         MOVE LG-RUN-IN(lgx)      TO PRD-LED-RUN-IN(lgx)
079600         MOVE LG-RUN-OUT(lgx)     TO PRD-LED-RUN-OUT(lgx)
079700     END-PERFORM
079800     WRITE PRD-RECORD
079900     CLOSE PERIOD-CTL-FILE.
080000 4000-EXIT.
080100     EXIT.

080200*-----------------------------------------------------------------
080300* THE SIGNED-OFF PERIOD SUMMARY.  A LEDGER WHOSE OPENING PLUS
080400* MOVEMENTS DOES NOT COME TO ITS CLOSING BALANCE SAYS BY HOW
080500* MUCH, SO THE DIFFERENCE IS EXPLAINED BEFORE THE SIGNATURE.
080600*-----------------------------------------------------------------
080700 5000-PRINT-SUMMARY.
080800     OPEN OUTPUT CLOSE-RPT
080900     MOVE WS-RPT-HDG1 TO RPT-LINE
081000     WRITE RPT-LINE
081100     MOVE WS-MONTH-NAME(WS-CLOSE-MONTH) TO RP-MONTH-NAME
081200     MOVE WS-CLOSE-YEAR TO RP-YEAR
081300     MOVE WS-CLOSE-PERIOD TO RP-PERIOD
081400     MOVE WS-BUSINESS-DATE TO WS-DATE-IN
081500     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT
081600     MOVE WS-DATE-OUT TO RP-BUSINESS-DATE
081700     MOVE WS-RPT-PERIOD TO RPT-LINE
081800     WRITE RPT-LINE
081900     IF PERIOD-ALREADY-CLOSED
082000         MOVE WS-CLOSED-ON-DATE TO WS-DATE-IN
082100         PERFORM 7000-FORMAT-DATE THRU 7000-EXIT
082200         MOVE SPACES TO WS-RPT-REPRINT
082300         STRING "*** REPRINT - PERIOD WAS CLOSED ON " WS-DATE-OUT
082400                 " AND HAS NOT BEEN CLOSED AGAIN ***"
082500                 DELIMITED BY SIZE
082600             INTO WS-RPT-REPRINT
082700         END-STRING
082800         MOVE WS-RPT-REPRINT TO RPT-LINE
082900         WRITE RPT-LINE
083000     END-IF
083100     MOVE SPACES TO RPT-LINE
083200     WRITE RPT-LINE
083300     MOVE WS-RPT-HDG2 TO RPT-LINE
083400     WRITE RPT-LINE
083500     PERFORM VARYING lgx FROM 1 BY 1 UNTIL lgx > 4
083600         PERFORM 5100-PRINT-ONE-LEDGER THRU 5100-EXIT
083700     END-PERFORM
083800     MOVE SPACES TO RPT-LINE
083900     WRITE RPT-LINE
083910     IF RUN-IS-REHEARSAL AND NOT PERIOD-ALREADY-CLOSED
083920         MOVE WS-CLOSE-PERIOD TO RR-PERIOD
083930         MOVE WS-RPT-REHEARSAL TO RPT-LINE
083940         WRITE RPT-LINE
083950         GO TO 5050-PRINT-SIGN-OFF
083960     END-IF
084000     MOVE WS-CLOSE-PERIOD TO RC-PERIOD
084100     MOVE WS-CLOSED-ON-DATE TO WS-DATE-IN
084200     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT
084300     MOVE WS-DATE-OUT TO RC-DATE
084400     MOVE WS-CLOSED-AT-TIME TO WS-TIME-IN
084500     MOVE WS-TIME-IN-HH TO WS-TIME-OUT-HH
084600     MOVE WS-TIME-IN-MM TO WS-TIME-OUT-MM
084700     MOVE WS-TIME-IN-SS TO WS-TIME-OUT-SS
084800     MOVE WS-TIME-OUT TO RC-TIME
084900     MOVE WS-RPT-CLOSED TO RPT-LINE
085000     WRITE RPT-LINE
085100     IF WS-LATE-POLICY = "X"
085200         MOVE SPACES TO WS-RPT-POLICY
085300         STRING "POSTINGS DATED INTO THIS PERIOD FROM NOW ON "
085400                 "WILL BE REFUSED" DELIMITED BY SIZE
085500             INTO WS-RPT-POLICY
085600         END-STRING
085700     ELSE
085800         MOVE SPACES TO WS-RPT-POLICY
085900         STRING "POSTINGS DATED INTO THIS PERIOD FROM NOW ON "
086000                 "WILL GO TO THE NEXT OPEN PERIOD"
086100                 DELIMITED BY SIZE
086200             INTO WS-RPT-POLICY
086300         END-STRING
086400     END-IF
086500     MOVE WS-RPT-POLICY TO RPT-LINE
086600     WRITE RPT-LINE.
086650 5050-PRINT-SIGN-OFF.
086700     MOVE SPACES TO RPT-LINE
086800     WRITE RPT-LINE
086900     MOVE WS-SIGNED-OFF-BY TO RS-NAME
087000     MOVE WS-RPT-SIGNED TO RPT-LINE
087100     WRITE RPT-LINE
087200     MOVE SPACES TO RPT-LINE
087300     WRITE RPT-LINE
087400     MOVE WS-RPT-SIGNATURE TO RPT-LINE
087500     WRITE RPT-LINE
087600     CLOSE CLOSE-RPT.
087700 5000-EXIT.
087800     EXIT.

087900 5100-PRINT-ONE-LEDGER.
088000     MOVE WS-LEDGER-NAME(lgx) TO RD-LEDGER
088100     MOVE LG-RECORDS(lgx) TO RD-RECORDS
088200     MOVE LG-OPENING(lgx) TO RD-OPENING
088300     MOVE LG-IN(lgx)      TO RD-IN
088400     MOVE LG-OUT(lgx)     TO RD-OUT
088500     MOVE LG-CLOSING(lgx) TO RD-CLOSING
088600     IF LEDGER-PRESENT(lgx)
088700         MOVE SPACES TO RD-SNAPSHOT
088800         STRING WS-LEDGER-NAME(lgx) DELIMITED BY SPACE
088900                 WS-SNAP-SUFFIX WS-CLOSE-PERIOD-X
088950                 DELIMITED BY SIZE
089000             INTO RD-SNAPSHOT
089100         END-STRING
089200     ELSE
089300         MOVE "NOT PRESENT" TO RD-SNAPSHOT
089400     END-IF
089500     MOVE WS-RPT-DETAIL TO RPT-LINE
089600     WRITE RPT-LINE
089700     MOVE SPACES TO RN-TEXT
089800     EVALUATE lgx
089900         WHEN 1
090000             MOVE "MATCH FEES: IN = CHARGED, OUT = PAID"
090100                 TO RN-TEXT
090200         WHEN 2
090300             MOVE "LOYALTY POINTS: IN = EARNED, OUT = BURNED"
090400                 TO RN-TEXT
090500         WHEN OTHER
090600             COMPUTE WS-NOTE-GAMES =
090700                 LG-RUN-IN(lgx) - LG-PRIOR-RUN-IN(lgx)
090800             STRING "RATING POINTS: IN = GAINED, OUT = LOST; "
090900                     "PLAYER-GAMES IN PERIOD " WS-NOTE-GAMES
091000                     DELIMITED BY SIZE
091100                 INTO RN-TEXT
091200             END-STRING
091300     END-EVALUATE
091400     MOVE WS-RPT-NOTE TO RPT-LINE
091500     WRITE RPT-LINE
091600     COMPUTE WS-DIFFERENCE = LG-OPENING(lgx) + LG-IN(lgx)
091700         - LG-OUT(lgx) - LG-CLOSING(lgx)
091800     IF WS-DIFFERENCE NOT = ZERO
091900         MOVE WS-DIFFERENCE TO WS-NOTE-AMOUNT
092000         MOVE SPACES TO RN-TEXT
092100         STRING "*** OPENING PLUS MOVEMENTS DIFFERS FROM "
092200                 "CLOSING BY " WS-NOTE-AMOUNT DELIMITED BY SIZE
092300             INTO RN-TEXT
092400         END-STRING
092500         MOVE WS-RPT-NOTE TO RPT-LINE
092600         WRITE RPT-LINE
092700     END-IF.
092800 5100-EXIT.
092900     EXIT.

093000 7000-FORMAT-DATE.
093100     MOVE WS-DATE-IN-MONTH TO WS-DATE-OUT-MONTH
093200     MOVE WS-DATE-IN-DAY   TO WS-DATE-OUT-DAY
093300     MOVE WS-DATE-IN-YEAR  TO WS-DATE-OUT-YEAR.
093400 7000-EXIT.
093500     EXIT.

093600*-----------------------------------------------------------------
093700* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
093800* SECOND-TIER STREAM CAN CLOSE THE MONTH AND
093900* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
094000* DEFAULT CALL "MECLOSE" BEHAVIOR ABOVE.
094100*-----------------------------------------------------------------
094200 9000-MECLOSE-BATCH-ENTRY.
094300 ENTRY "MECLOSE-BATCH" USING RNC-RECORDS-READ
094400         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
094500     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
094600     MOVE RNC-RUN-MODE TO WS-RUN-MODE
094700     PERFORM 0100-RUN-MECLOSE THRU 0100-EXIT
094800     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
094900     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
095000     GOBACK.
095100 9000-EXIT.
095200     EXIT.
