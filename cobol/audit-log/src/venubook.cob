000100*****************************************************************
000200* PROGRAM-ID : VENUBOOK
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : SHARED VENUE BOOKING CALENDAR.  EVERY CLUB USES
000900*               THE SAME ROOMS, SO THIS RUN BUILDS ONE CALENDAR
001000*               FROM ALL THEIR SCHEDULES:
001100*                 - DARTS LEAGUE NIGHTS FROM DARTFIXT
001200*                 - CHESS ROUNDS FROM THE CHESSGMP PAIRINGS
001300*                 - SCRABBLE CLUB GAMES FROM THE SCRABPRG PAIRINGS
001400*                 - RECURRING EVENTS FROM LEAPOCC
001500*               THE VENURULE BOOKING RULES SAY WHICH ROOM AND
001600*               HOURS EACH SCHEDULE USES AND WHAT EACH GAME OR
001700*               EVENT NEEDS IN BOARDS AND TABLES.  A CHESS
001800*               ROUND'S RULE ALSO CARRIES THE DATE THE ROUND IS
001900*               PLAYED, SINCE CHESSGMP HOLDS ONLY ITS NUMBER.
002000*               GAMES ONE NIGHT UNDER ONE RULE MAKE ONE BOOKING.
002100*               THE CALENDAR IS WRITTEN TO VENUBKNG IN ROOM, DATE
002200*               AND TIME ORDER.  VENUCLSH LISTS EVERY ROOM BOOKED
002300*               TWICE FOR OVERLAPPING HOURS, EVERY BOOKING NEEDING
002400*               MORE BOARDS OR TABLES THAN THE VENUMAST ROOM
002500*               HOLDS, AND ANY GAMES THE RULES DO NOT PLACE - RUN
002600*               IT BEFORE FIXTURES ARE PUBLISHED.  VENUCAL PRINTS
002700*               THE MONTH-AT-A-GLANCE ROOM CALENDAR FOR THE
002800*               NOTICEBOARD FOR THE VENUCTL MONTH (THE CURRENT
002900*               MONTH IF NONE IS GIVEN).
003000*-----------------------------------------------------------------
003100* MODIFICATION HISTORY
003200*-----------------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* 10/15/2026 TH    ORIGINAL VENUE CALENDAR AND CLASH REPORT
003425* 10/15/2026 TH    THE SORT RECORD IS THE WHOLE BOOKING ENTRY, AND
003450*                  A CLASH LINE NO LONGER MOVES THE CHECK LOOP ON
003500*-----------------------------------------------------------------
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    VENUBOOK.
003800 AUTHOR.        T. HARLOW.
003900 INSTALLATION.  GLENNJ DATA PROCESSING.
004000 DATE-WRITTEN.  10/15/2026.
004100 DATE-COMPILED.

004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT VENUE-FILE ASSIGN TO "VENUMAST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-VEN-STATUS.

004800     SELECT RULE-FILE ASSIGN TO "VENURULE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-VRL-STATUS.

005100     SELECT VENUE-CTL-FILE ASSIGN TO "VENUCTL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CTL-STATUS.

005400     SELECT FIXTURE-FILE ASSIGN TO "DARTFIXT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FIX-STATUS.

005700     SELECT CHESS-PAIRING-FILE ASSIGN TO "CHESSGMP"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-GMP-STATUS.

006000     SELECT SCRABBLE-PAIRING-FILE ASSIGN TO "SCRABPRG"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PRG-STATUS.

006300     SELECT OCCURRENCE-FILE ASSIGN TO "LEAPOCC"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-OCC-STATUS.

006600     SELECT BOOKING-FILE ASSIGN TO "VENUBKNG"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-VBK-STATUS.

006900     SELECT CLASH-RPT ASSIGN TO "VENUCLSH"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CLS-STATUS.

007200     SELECT CALENDAR-RPT ASSIGN TO "VENUCAL"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-CAL-STATUS.

007500     SELECT BOOKING-SORT-FILE ASSIGN TO "VENUSRT".

007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  VENUE-FILE.
007900 COPY venumast.

008000*-----------------------------------------------------------------
008100* ONE BOOKING RULE PER RECORD.  SOURCE "D" DARTS (KEY = DIVISION,
008200* BLANK FOR ALL), "C" CHESS (KEY = ROUND NUMBER, WITH THE DATE THE
008300* ROUND IS PLAYED), "S" SCRABBLE (KEY = ROUND, BLANK FOR ALL), "L"
008400* A LEAPOCC EVENT (KEY = THE LEAPRUL RULE ID).  BOARDS AND TABLES
008500* ARE PER GAME, OR FOR THE WHOLE EVENT ON AN "L" RULE.  TIMES ARE
008600* 24-HOUR HHMM.
008700*-----------------------------------------------------------------
008800 FD  RULE-FILE.
008900 01  VRL-RECORD.
009000     05  VRL-SOURCE              PIC X(01).
009100     05  FILLER                  PIC X(01).
009200     05  VRL-KEY                 PIC X(08).
009300     05  FILLER                  PIC X(01).
009400     05  VRL-ROOM                PIC X(04).
009500     05  FILLER                  PIC X(01).
009600     05  VRL-START-TIME          PIC 9(04).
009700     05  FILLER                  PIC X(01).
009800     05  VRL-END-TIME            PIC 9(04).
009900     05  FILLER                  PIC X(01).
010000     05  VRL-BOARDS              PIC 9(03).
010100     05  FILLER                  PIC X(01).
010200     05  VRL-TABLES              PIC 9(03).
010300     05  FILLER                  PIC X(01).
010400     05  VRL-DATE                PIC 9(08).
010500     05  FILLER                  PIC X(01).
010600     05  VRL-TITLE               PIC X(20).

010700*-----------------------------------------------------------------
010800* THE MONTH (YYYYMM) THE NOTICEBOARD CALENDAR COVERS.
010900*-----------------------------------------------------------------
011000 FD  VENUE-CTL-FILE.
011100 01  VCT-RECORD.
011200     05  VCT-MONTH               PIC 9(06).

011300*-----------------------------------------------------------------
011400* THE FIXTURE RECORD AS 8000-GENERATE-FIXTURES IN DARTS WRITES IT.
011500*-----------------------------------------------------------------
011600 FD  FIXTURE-FILE.
011700 01  FIX-RECORD.
011800     05  FIX-MATCH-ID            PIC X(05).
011900     05  FILLER                  PIC X(01).
012000     05  FIX-WEEK                PIC 9(02).
012100     05  FILLER                  PIC X(01).
012200     05  FIX-HOME-PLYR           PIC X(05).
012300     05  FILLER                  PIC X(01).
012400     05  FIX-AWAY-PLYR           PIC X(05).
012500     05  FILLER                  PIC X(01).
012600     05  FIX-MATCH-DATE          PIC 9(08).
012700     05  FILLER                  PIC X(01).
012800     05  FIX-DATE-FLAG           PIC X(07).
012900     05  FILLER                  PIC X(01).
013000     05  FIX-DIVISION            PIC X(01).

013100*-----------------------------------------------------------------
013200* GAME PAIRINGS AS CHESSSWS APPENDS THEM, WITH THE ROUND NUMBER.
013300*-----------------------------------------------------------------
013400 FD  CHESS-PAIRING-FILE.
013500 01  GMP-RECORD.
013600     05  GMP-GAME-ID             PIC X(05).
013700     05  FILLER                  PIC X(01).
013800     05  GMP-WHITE-PLAYER        PIC X(10).
013900     05  FILLER                  PIC X(01).
014000     05  GMP-BLACK-PLAYER        PIC X(10).
014100     05  FILLER                  PIC X(01).
014200     05  GMP-ROUND               PIC X(02).

014300 FD  SCRABBLE-PAIRING-FILE.
014400 COPY scrabprg.

014500 FD  OCCURRENCE-FILE.
014600 01  OCC-RECORD.
014700     05  OCC-RULE-ID             PIC X(08).
014800     05  FILLER                  PIC X(01).
014900     05  OCC-DATE                PIC 9(08).

015000 FD  BOOKING-FILE.
015100 COPY venubkng.

015200 FD  CLASH-RPT
015300     RECORD CONTAINS 80 CHARACTERS.
015400 01  CLS-LINE                    PIC X(80).

015500 FD  CALENDAR-RPT
015600     RECORD CONTAINS 80 CHARACTERS.
015700 01  CAL-LINE                    PIC X(80).

015800 SD  BOOKING-SORT-FILE.
015900 01  SRT-RECORD.
016000     05  SRT-ROOM                PIC X(04).
016100     05  SRT-DATE                PIC 9(08).
016200     05  SRT-START-TIME          PIC 9(04).
016300     05  SRT-REST                PIC X(43).

016400 WORKING-STORAGE SECTION.
016500 01  WS-VEN-STATUS               PIC XX.
016600     88  VEN-EOF                 VALUE "10".
016700 01  WS-VRL-STATUS               PIC XX.
016800     88  VRL-EOF                 VALUE "10".
016900 01  WS-CTL-STATUS               PIC XX.
017000 01  WS-FIX-STATUS               PIC XX.
017100     88  FIX-EOF                 VALUE "10".
017200 01  WS-GMP-STATUS               PIC XX.
017300     88  GMP-EOF                 VALUE "10".
017400 01  WS-PRG-STATUS               PIC XX.
017500     88  PRG-EOF                 VALUE "10".
017600 01  WS-OCC-STATUS               PIC XX.
017700     88  OCC-EOF                 VALUE "10".
017800 01  WS-VBK-STATUS               PIC XX.
017900 01  WS-CLS-STATUS               PIC XX.
018000 01  WS-CAL-STATUS               PIC XX.
018100 01  WS-SORT-EOF-SW              PIC X.
018200     88  SORT-AT-EOF             VALUE "Y".

018300*-----------------------------------------------------------------
018400* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
018500*-----------------------------------------------------------------
018600 COPY tscom.

018700*-----------------------------------------------------------------
018800* THE ROOMS, FROM VENUMAST.
018900*-----------------------------------------------------------------
019000 01  WS-ROOM-COUNT               PIC 9(02) VALUE ZERO.
019100 01  WS-ROOM-TABLE.
019200     05  WS-ROOM-ENTRY OCCURS 10 TIMES.
019300         10  RM-ROOM             PIC X(04).
019400         10  RM-NAME             PIC X(20).
019500         10  RM-BOARDS           PIC 9(03).
019600         10  RM-TABLES           PIC 9(03).
019700 01  rmx                         PIC 9(02).
019800 01  WS-ROOM-FOUND               PIC 9(02).

019900*-----------------------------------------------------------------
020000* THE BOOKING RULES, FROM VENURULE.
020100*-----------------------------------------------------------------
020200 01  WS-RULE-COUNT               PIC 9(02) VALUE ZERO.
020300 01  WS-RULE-TABLE.
020400     05  WS-RULE-ENTRY OCCURS 50 TIMES.
020500         10  RL-SOURCE           PIC X(01).
020600         10  RL-KEY              PIC X(08).
020700         10  RL-ROOM             PIC X(04).
020800         10  RL-START-TIME       PIC 9(04).
020900         10  RL-END-TIME         PIC 9(04).
021000         10  RL-BOARDS           PIC 9(03).
021100         10  RL-TABLES           PIC 9(03).
021200         10  RL-DATE             PIC 9(08).
021300         10  RL-TITLE            PIC X(20).
021400 01  rlx                         PIC 9(02).
021500 01  WS-RULE-FOUND               PIC 9(02).
021600 01  WS-FIND-SOURCE              PIC X(01).
021700 01  WS-FIND-KEY                 PIC X(08).
021800 01  WS-FIND-BLANK-KEY-SW        PIC X(01).
021900     88  BLANK-KEY-RULE-ALLOWED  VALUE "Y".

022000*-----------------------------------------------------------------
022100* THE BOOKINGS.  A BOOKING IS ONE RULE ON ONE DATE; EACH GAME OR
022200* OCCURRENCE THE RULE PLACES ON THAT DATE ADDS ITS BOARDS AND
022300* TABLES.  THE SAME LAYOUT AS THE SORT RECORD, SO THE TABLE CAN BE
022400* RELEASED AND RETURNED WHOLE.
022500*-----------------------------------------------------------------
022600 01  WS-BOOK-COUNT               PIC 9(03) VALUE ZERO.
022700 01  WS-BOOK-TABLE.
022800     05  WS-BOOK-ENTRY OCCURS 500 TIMES.
022900         10  BK-ROOM             PIC X(04).
023000         10  BK-DATE             PIC 9(08).
023100         10  BK-START-TIME       PIC 9(04).
023200         10  BK-END-TIME         PIC 9(04).
023300         10  BK-SOURCE           PIC X(01).
023400         10  BK-KEY              PIC X(08).
023500         10  BK-TITLE            PIC X(20).
023600         10  BK-BOARDS           PIC 9(03).
023700         10  BK-TABLES           PIC 9(03).
023800         10  BK-RULE             PIC 9(02).
023900         10  BK-CLASH-FLAG       PIC X(01).
024000         10  BK-CAPACITY-FLAG    PIC X(01).
024100 01  bkx                         PIC 9(03).
024200 01  bky                         PIC 9(03).
024250 01  hrx                         PIC 9(03).
024300 01  WS-BOOK-FOUND               PIC 9(03).
024400 01  WS-NEW-DATE                 PIC 9(08).
024500 01  WS-NEW-KEY                  PIC X(08).
024600 01  WS-BOOK-FULL-COUNT          PIC 9(05) VALUE ZERO.

024700*-----------------------------------------------------------------
024800* GAMES EACH SCHEDULE HAD THAT NO RULE PLACES IN A ROOM.
024900*-----------------------------------------------------------------
025000 01  WS-DARTS-UNPLACED           PIC 9(05) VALUE ZERO.
025100 01  WS-CHESS-UNPLACED           PIC 9(05) VALUE ZERO.
025200 01  WS-SCRABBLE-UNPLACED        PIC 9(05) VALUE ZERO.

025300 01  WS-CLASH-COUNT              PIC 9(05) VALUE ZERO.
025400 01  WS-CAPACITY-COUNT           PIC 9(05) VALUE ZERO.
025500 01  WS-PROBLEM-TEXT             PIC X(30).
025600 01  WS-NEEDED                   PIC ZZ9.
025700 01  WS-HOLDS                    PIC ZZ9.

025800*-----------------------------------------------------------------
025900* THE NOTICEBOARD MONTH, WALKED A DAY AT A TIME WITH LEAP'S
026000* LEAP-DATE-ADD AND NAMED WITH LEAP-DAY-OF-WEEK.
026100*-----------------------------------------------------------------
026200 01  WS-CAL-MONTH                PIC 9(06).
026300 01  WS-CAL-DATE                 PIC 9(08).
026400 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
026500     05  WS-CAL-YYYYMM           PIC 9(06).
026600     05  WS-CAL-YYYYMM-PARTS REDEFINES WS-CAL-YYYYMM.
026700         10  WS-CAL-YEAR         PIC 9(04).
026800         10  WS-CAL-MM           PIC 9(02).
026900     05  WS-CAL-DD               PIC 9(02).
027000 01  WS-DAY-BOOKINGS             PIC 9(03).
027100 01  WS-LDA-DATE                 PIC 9(08).
027200 01  WS-LDA-DAYS                 PIC S9(05).
027300 01  WS-LDA-RESULT               PIC 9(08).
027400 01  WS-LDW-DATE                 PIC 9(08).
027500 01  WS-LDW-DOW                  PIC 9.
027600 01  WS-DAY-NAMES-AREA.
027700     05  FILLER                  PIC X(21) VALUE
027800         "SUNMONTUEWEDTHUFRISAT".
027900 01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-AREA.
028000     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
028100 01  WS-MONTH-NAMES-AREA.
028200     05  FILLER                  PIC X(27) VALUE
028300         "JANUARY  FEBRUARY MARCH    ".
028400     05  FILLER                  PIC X(27) VALUE
028500         "APRIL    MAY      JUNE     ".
028600     05  FILLER                  PIC X(27) VALUE
028700         "JULY     AUGUST   SEPTEMBER".
028800     05  FILLER                  PIC X(27) VALUE
028900         "OCTOBER  NOVEMBER DECEMBER ".
029000 01  WS-MONTH-NAMES REDEFINES WS-MONTH-NAMES-AREA.
029100     05  WS-MONTH-NAME           PIC X(09) OCCURS 12 TIMES.

029200*-----------------------------------------------------------------
029300* MM/DD/YYYY AND HH:MM PRINT FORMS.
029400*-----------------------------------------------------------------
029500 01  WS-DATE-IN                  PIC 9(08).
029600 01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
029700     05  WS-DATE-IN-YEAR         PIC 9(04).
029800     05  WS-DATE-IN-MONTH        PIC 9(02).
029900     05  WS-DATE-IN-DAY          PIC 9(02).
030000 01  WS-DATE-OUT.
030100     05  WS-DATE-OUT-MONTH       PIC 9(02).
030200     05  FILLER                  PIC X(01) VALUE "/".
030300     05  WS-DATE-OUT-DAY         PIC 9(02).
030400     05  FILLER                  PIC X(01) VALUE "/".
030500     05  WS-DATE-OUT-YEAR        PIC 9(04).
030600 01  WS-TIME-IN                  PIC 9(04).
030700 01  WS-TIME-IN-PARTS REDEFINES WS-TIME-IN.
030800     05  WS-TIME-IN-HH           PIC 9(02).
030900     05  WS-TIME-IN-MM           PIC 9(02).
031000 01  WS-TIME-OUT.
031100     05  WS-TIME-OUT-HH          PIC 9(02).
031200     05  FILLER                  PIC X(01) VALUE ":".
031300     05  WS-TIME-OUT-MM          PIC 9(02).
031400 01  WS-HOURS-OUT.
031500     05  WS-HOURS-FROM           PIC X(05).
031600     05  FILLER                  PIC X(01) VALUE "-".
031700     05  WS-HOURS-TO             PIC X(05).

031800 01  WS-CLS-HDG1                 PIC X(80) VALUE
031900     "VENUE CLASH REPORT - ALL CLUB SCHEDULES".
032000 01  WS-CLS-HDG2                 PIC X(80) VALUE
032100     "ROOM DATE       HOURS       EVENT                PROBLEM".
032200 01  WS-CLS-DETAIL.
032300     05  CL-ROOM                 PIC X(04).
032400     05  FILLER                  PIC X(01) VALUE SPACES.
032500     05  CL-DATE                 PIC X(10).
032600     05  FILLER                  PIC X(01) VALUE SPACES.
032700     05  CL-HOURS                PIC X(11).
032800     05  FILLER                  PIC X(01) VALUE SPACES.
032900     05  CL-TITLE                PIC X(20).
033000     05  FILLER                  PIC X(01) VALUE SPACES.
033100     05  CL-PROBLEM              PIC X(30).
033200 01  WS-CLS-TOTAL.
033300     05  CT-LABEL                PIC X(34).
033400     05  CT-COUNT                PIC ZZZZ9.

033500 01  WS-CAL-HDG1.
033600     05  FILLER                  PIC X(24) VALUE
033700         "CLUB ROOMS CALENDAR  -  ".
033800     05  CH-MONTH-NAME           PIC X(09).
033900     05  FILLER                  PIC X(01) VALUE SPACES.
034000     05  CH-YEAR                 PIC 9(04).
034100 01  WS-CAL-ROOM-HDG.
034200     05  FILLER                  PIC X(05) VALUE "ROOM ".
034300     05  CR-ROOM                 PIC X(04).
034400     05  FILLER                  PIC X(02) VALUE SPACES.
034500     05  CR-NAME                 PIC X(20).
034600     05  FILLER                  PIC X(02) VALUE SPACES.
034700     05  CR-BOARDS               PIC ZZ9.
034800     05  FILLER                  PIC X(09) VALUE " BOARDS, ".
034900     05  CR-TABLES               PIC ZZ9.
035000     05  FILLER                  PIC X(07) VALUE " TABLES".
035100 01  WS-CAL-DETAIL.
035200     05  CD-DAY-NAME             PIC X(03).
035300     05  FILLER                  PIC X(01) VALUE SPACES.
035400     05  CD-DAY                  PIC X(02).
035500     05  FILLER                  PIC X(02) VALUE SPACES.
035600     05  CD-HOURS                PIC X(11).
035700     05  FILLER                  PIC X(02) VALUE SPACES.
035800     05  CD-TITLE                PIC X(20).
035900     05  FILLER                  PIC X(01) VALUE SPACES.
036000     05  CD-BOARDS               PIC ZZ9.
036100     05  CD-BOARDS-LIT           PIC X(04).
036200     05  CD-TABLES               PIC ZZ9.
036300     05  CD-TABLES-LIT           PIC X(04).
036400     05  FILLER                  PIC X(01) VALUE SPACES.
036500     05  CD-FLAG                 PIC X(15).
036600 01  WS-CAL-DAY-OUT              PIC 99.
036700 01  WS-RULE-LINE                PIC X(80) VALUE ALL "-".

036800 PROCEDURE DIVISION.
036900 0000-VENUBOOK.
037000     CALL "TIMESTMP" USING TS-DATE TS-TIME
037100     PERFORM 1000-LOAD-VENUES THRU 1000-EXIT
037200     PERFORM 1100-LOAD-RULES THRU 1100-EXIT
037300     PERFORM 1200-READ-CONTROL THRU 1200-EXIT
037400     PERFORM 2000-BOOK-DARTS THRU 2000-EXIT
037500     PERFORM 2100-BOOK-CHESS THRU 2100-EXIT
037600     PERFORM 2200-BOOK-SCRABBLE THRU 2200-EXIT
037700     PERFORM 2300-BOOK-LEAPOCC THRU 2300-EXIT
037800     PERFORM 3000-SORT-BOOKINGS THRU 3000-EXIT
037900     OPEN OUTPUT CLASH-RPT
038000     MOVE WS-CLS-HDG1 TO CLS-LINE
038100     WRITE CLS-LINE
038200     MOVE WS-CLS-HDG2 TO CLS-LINE
038300     WRITE CLS-LINE
038400     PERFORM 4000-CHECK-BOOKINGS THRU 4000-EXIT
038500     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
038600     CLOSE CLASH-RPT
038700     PERFORM 5000-WRITE-BOOKING-FILE THRU 5000-EXIT
038800     PERFORM 6000-PRINT-CALENDAR THRU 6000-EXIT
038900     GOBACK.
039000 0000-EXIT.
039100     EXIT.

039200 1000-LOAD-VENUES.
039300     OPEN INPUT VENUE-FILE
039400     IF WS-VEN-STATUS NOT = "00"
039500         GO TO 1000-EXIT
039600     END-IF
039700     PERFORM 1010-READ-VENUE THRU 1010-EXIT
039800     PERFORM UNTIL VEN-EOF
039900         IF WS-ROOM-COUNT < 10 AND VEN-ROOM NOT = SPACES
040000             ADD 1 TO WS-ROOM-COUNT
040100             MOVE VEN-ROOM TO RM-ROOM(WS-ROOM-COUNT)
040200             MOVE VEN-NAME TO RM-NAME(WS-ROOM-COUNT)
040300             MOVE ZERO TO RM-BOARDS(WS-ROOM-COUNT)
040400                          RM-TABLES(WS-ROOM-COUNT)
040500             IF VEN-BOARDS IS NUMERIC
040600                 MOVE VEN-BOARDS TO RM-BOARDS(WS-ROOM-COUNT)
040700             END-IF
040800             IF VEN-TABLES IS NUMERIC
040900                 MOVE VEN-TABLES TO RM-TABLES(WS-ROOM-COUNT)
041000             END-IF
041100         END-IF
041200         PERFORM 1010-READ-VENUE THRU 1010-EXIT
041300     END-PERFORM
041400     CLOSE VENUE-FILE.
041500 1000-EXIT.
041600     EXIT.

041700 1010-READ-VENUE.
041800     READ VENUE-FILE
041900         AT END SET VEN-EOF TO TRUE
042000     END-READ.
042100 1010-EXIT.
042200     EXIT.

042300*-----------------------------------------------------------------
042400* A RULE WITH HOURS THAT ARE NOT NUMERIC, OR THAT END BEFORE THEY
042500* START, IS IGNORED.  BOARDS, TABLES AND THE DATE DEFAULT TO ZERO.
042600*-----------------------------------------------------------------
042700 1100-LOAD-RULES.
042800     OPEN INPUT RULE-FILE
042900     IF WS-VRL-STATUS NOT = "00"
043000         GO TO 1100-EXIT
043100     END-IF
043200     PERFORM 1110-READ-RULE THRU 1110-EXIT
043300     PERFORM UNTIL VRL-EOF
043400         IF WS-RULE-COUNT < 50
043500                 AND VRL-START-TIME IS NUMERIC
043600                 AND VRL-END-TIME IS NUMERIC
043700                 AND VRL-END-TIME > VRL-START-TIME
043800             ADD 1 TO WS-RULE-COUNT
043900             MOVE VRL-SOURCE     TO RL-SOURCE(WS-RULE-COUNT)
044000             MOVE VRL-KEY        TO RL-KEY(WS-RULE-COUNT)
044100             MOVE VRL-ROOM       TO RL-ROOM(WS-RULE-COUNT)
044200             MOVE VRL-START-TIME TO RL-START-TIME(WS-RULE-COUNT)
044300             MOVE VRL-END-TIME   TO RL-END-TIME(WS-RULE-COUNT)
044400             MOVE VRL-TITLE      TO RL-TITLE(WS-RULE-COUNT)
044500             MOVE ZERO TO RL-BOARDS(WS-RULE-COUNT)
044600                          RL-TABLES(WS-RULE-COUNT)
044700                          RL-DATE(WS-RULE-COUNT)
044800             IF VRL-BOARDS IS NUMERIC
044900                 MOVE VRL-BOARDS TO RL-BOARDS(WS-RULE-COUNT)
045000             END-IF
045100             IF VRL-TABLES IS NUMERIC
045200                 MOVE VRL-TABLES TO RL-TABLES(WS-RULE-COUNT)
045300             END-IF
045400             IF VRL-DATE IS NUMERIC
045500                 MOVE VRL-DATE TO RL-DATE(WS-RULE-COUNT)
045600             END-IF
045700         END-IF
045800         PERFORM 1110-READ-RULE THRU 1110-EXIT
045900     END-PERFORM
046000     CLOSE RULE-FILE.
046100 1100-EXIT.
046200     EXIT.

046300 1110-READ-RULE.
046400     READ RULE-FILE
046500         AT END SET VRL-EOF TO TRUE
046600     END-READ.
046700 1110-EXIT.
046800     EXIT.

046900 1200-READ-CONTROL.
047000     MOVE TS-DATE(1:6) TO WS-CAL-MONTH
047100     OPEN INPUT VENUE-CTL-FILE
047200     IF WS-CTL-STATUS NOT = "00"
047300         GO TO 1200-EXIT
047400     END-IF
047500     READ VENUE-CTL-FILE
047600         AT END CONTINUE
047700         NOT AT END
047800             IF VCT-MONTH IS NUMERIC
047900                 MOVE VCT-MONTH TO WS-CAL-MONTH
048000             END-IF
048100     END-READ
048200     CLOSE VENUE-CTL-FILE.
048300 1200-EXIT.
048400     EXIT.

048500*-----------------------------------------------------------------
048600* DARTS: EVERY DATED FIXTURE ON A LEAGUE NIGHT NEEDS ITS RULE'S
048700* BOARDS.  THE RULE IS THE ONE FOR THE FIXTURE'S DIVISION, ELSE
048800* THE ONE FOR ALL DIVISIONS.
048900*-----------------------------------------------------------------
049000 2000-BOOK-DARTS.
049100     OPEN INPUT FIXTURE-FILE
049200     IF WS-FIX-STATUS NOT = "00"
049300         GO TO 2000-EXIT
049400     END-IF
049500     PERFORM 2010-READ-FIXTURE THRU 2010-EXIT
049600     PERFORM UNTIL FIX-EOF
049700         IF FIX-MATCH-DATE IS NUMERIC AND FIX-MATCH-DATE > ZERO
049800                 AND FIX-AWAY-PLYR NOT = SPACES
049900             MOVE "D" TO WS-FIND-SOURCE
050000             MOVE FIX-DIVISION TO WS-FIND-KEY
050100             SET BLANK-KEY-RULE-ALLOWED TO TRUE
050200             PERFORM 2800-FIND-RULE THRU 2800-EXIT
050300             IF WS-RULE-FOUND = ZERO
050400                 ADD 1 TO WS-DARTS-UNPLACED
050500             ELSE
050600                 MOVE FIX-MATCH-DATE TO WS-NEW-DATE
050700                 MOVE RL-KEY(WS-RULE-FOUND) TO WS-NEW-KEY
050800                 PERFORM 2900-ADD-TO-BOOKING THRU 2900-EXIT
050900             END-IF
051000         END-IF
051100         PERFORM 2010-READ-FIXTURE THRU 2010-EXIT
051200     END-PERFORM
051300     CLOSE FIXTURE-FILE.
051400 2000-EXIT.
051500     EXIT.

051600 2010-READ-FIXTURE.
051700     READ FIXTURE-FILE
051800         AT END SET FIX-EOF TO TRUE
051900     END-READ.
052000 2010-EXIT.
052100     EXIT.

052200*-----------------------------------------------------------------
052300* CHESS: EVERY GAME OF A ROUND (NOT THE BYE) NEEDS ITS RULE'S
052400* TABLES ON THE DATE THE ROUND'S RULE GIVES.  A ROUND WITH NO
052500* DATED RULE IS NOT PLACED.
052600*-----------------------------------------------------------------
052700 2100-BOOK-CHESS.
052800     OPEN INPUT CHESS-PAIRING-FILE
052900     IF WS-GMP-STATUS NOT = "00"
053000         GO TO 2100-EXIT
053100     END-IF
053200     PERFORM 2110-READ-CHESS-PAIRING THRU 2110-EXIT
053300     PERFORM UNTIL GMP-EOF
053400         IF GMP-BLACK-PLAYER NOT = SPACES
053500             MOVE "C" TO WS-FIND-SOURCE
053600             MOVE GMP-ROUND TO WS-FIND-KEY
053700             MOVE "N" TO WS-FIND-BLANK-KEY-SW
053800             PERFORM 2800-FIND-RULE THRU 2800-EXIT
053900             IF WS-RULE-FOUND NOT = ZERO
054000                 IF RL-DATE(WS-RULE-FOUND) = ZERO
054100                     MOVE ZERO TO WS-RULE-FOUND
054200                 END-IF
054300             END-IF
054400             IF WS-RULE-FOUND = ZERO
054500                 ADD 1 TO WS-CHESS-UNPLACED
054600             ELSE
054700                 MOVE RL-DATE(WS-RULE-FOUND) TO WS-NEW-DATE
054800                 MOVE RL-KEY(WS-RULE-FOUND) TO WS-NEW-KEY
054900                 PERFORM 2900-ADD-TO-BOOKING THRU 2900-EXIT
055000             END-IF
055100         END-IF
055200         PERFORM 2110-READ-CHESS-PAIRING THRU 2110-EXIT
055300     END-PERFORM
055400     CLOSE CHESS-PAIRING-FILE.
055500 2100-EXIT.
055600     EXIT.

055700 2110-READ-CHESS-PAIRING.
055800     READ CHESS-PAIRING-FILE
055900         AT END SET GMP-EOF TO TRUE
056000     END-READ.
056100 2110-EXIT.
056200     EXIT.

056300*-----------------------------------------------------------------
056400* SCRABBLE: EVERY TABLE OF A ROUND (NOT THE BYE) NEEDS ITS RULE'S
056500* TABLES ON THE GAME DATE.  THE RULE IS THE ONE FOR THE ROUND,
056600* ELSE THE ONE FOR ALL ROUNDS.
056700*-----------------------------------------------------------------
056800 2200-BOOK-SCRABBLE.
056900     OPEN INPUT SCRABBLE-PAIRING-FILE
057000     IF WS-PRG-STATUS NOT = "00"
057100         GO TO 2200-EXIT
057200     END-IF
057300     PERFORM 2210-READ-SCRABBLE-PAIRING THRU 2210-EXIT
057400     PERFORM UNTIL PRG-EOF
057500         IF PRG-SECOND-PLAYER NOT = SPACES
057600                 AND PRG-GAME-DATE IS NUMERIC
057700                 AND PRG-GAME-DATE > ZERO
057800             MOVE "S" TO WS-FIND-SOURCE
057900             MOVE PRG-ROUND TO WS-FIND-KEY
058000             SET BLANK-KEY-RULE-ALLOWED TO TRUE
058100             PERFORM 2800-FIND-RULE THRU 2800-EXIT
058200             IF WS-RULE-FOUND = ZERO
058300                 ADD 1 TO WS-SCRABBLE-UNPLACED
058400             ELSE
058500                 MOVE PRG-GAME-DATE TO WS-NEW-DATE
058600                 MOVE RL-KEY(WS-RULE-FOUND) TO WS-NEW-KEY
058700                 PERFORM 2900-ADD-TO-BOOKING THRU 2900-EXIT
058800             END-IF
058900         END-IF
059000         PERFORM 2210-READ-SCRABBLE-PAIRING THRU 2210-EXIT
059100     END-PERFORM
059200     CLOSE SCRABBLE-PAIRING-FILE.
059300 2200-EXIT.
059400     EXIT.

059500 2210-READ-SCRABBLE-PAIRING.
059600     READ SCRABBLE-PAIRING-FILE
059700         AT END SET PRG-EOF TO TRUE
059800     END-READ.
059900 2210-EXIT.
060000     EXIT.

060100*-----------------------------------------------------------------
060200* RECURRING EVENTS: A LEAPOCC OCCURRENCE IS A ROOM BOOKING ONLY
060300* WHEN A RULE NAMES ITS LEAPRUL RULE ID; OTHER OCCURRENCES (DUE
060400* DATES, REMINDERS) NEED NO ROOM.
060500*-----------------------------------------------------------------
060600 2300-BOOK-LEAPOCC.
060700     OPEN INPUT OCCURRENCE-FILE
060800     IF WS-OCC-STATUS NOT = "00"
060900         GO TO 2300-EXIT
061000     END-IF
061100     PERFORM 2310-READ-OCCURRENCE THRU 2310-EXIT
061200     PERFORM UNTIL OCC-EOF
061300         IF OCC-DATE IS NUMERIC AND OCC-DATE > ZERO
061400             MOVE "L" TO WS-FIND-SOURCE
061500             MOVE OCC-RULE-ID TO WS-FIND-KEY
061600             MOVE "N" TO WS-FIND-BLANK-KEY-SW
061700             PERFORM 2800-FIND-RULE THRU 2800-EXIT
061800             IF WS-RULE-FOUND NOT = ZERO
061900                 MOVE OCC-DATE TO WS-NEW-DATE
062000                 MOVE RL-KEY(WS-RULE-FOUND) TO WS-NEW-KEY
062100                 PERFORM 2900-ADD-TO-BOOKING THRU 2900-EXIT
062200             END-IF
062300         END-IF
062400         PERFORM 2310-READ-OCCURRENCE THRU 2310-EXIT
062500     END-PERFORM
062600     CLOSE OCCURRENCE-FILE.
062700 2300-EXIT.
062800     EXIT.

062900 2310-READ-OCCURRENCE.
063000     READ OCCURRENCE-FILE
063100         AT END SET OCC-EOF TO TRUE
063200     END-READ.
063300 2310-EXIT.
063400     EXIT.

063500*-----------------------------------------------------------------
063600* THE RULE FOR WS-FIND-SOURCE WITH KEY WS-FIND-KEY; FAILING THAT,
063700* WHERE ALLOWED, THE SOURCE'S RULE WITH A BLANK KEY.
063800*-----------------------------------------------------------------
063900 2800-FIND-RULE.
064000     MOVE ZERO TO WS-RULE-FOUND
064100     PERFORM VARYING rlx FROM 1 BY 1
064200             UNTIL rlx > WS-RULE-COUNT OR WS-RULE-FOUND > ZERO
064300         IF RL-SOURCE(rlx) = WS-FIND-SOURCE
064400                 AND RL-KEY(rlx) = WS-FIND-KEY
064500             MOVE rlx TO WS-RULE-FOUND
064600         END-IF
064700     END-PERFORM
064800     IF WS-RULE-FOUND > ZERO OR NOT BLANK-KEY-RULE-ALLOWED
064900         GO TO 2800-EXIT
065000     END-IF
065100     PERFORM VARYING rlx FROM 1 BY 1
065200             UNTIL rlx > WS-RULE-COUNT OR WS-RULE-FOUND > ZERO
065300         IF RL-SOURCE(rlx) = WS-FIND-SOURCE
065400                 AND RL-KEY(rlx) = SPACES
065500             MOVE rlx TO WS-RULE-FOUND
065600         END-IF
065700     END-PERFORM.
065800 2800-EXIT.
065900     EXIT.

066000*-----------------------------------------------------------------
066100* ADD ONE GAME OR OCCURRENCE UNDER RULE WS-RULE-FOUND ON
066200* WS-NEW-DATE TO ITS BOOKING, STARTING THE BOOKING IF IT IS THE
066300* FIRST.  A FULL TABLE IS COUNTED AND REPORTED.
066400*-----------------------------------------------------------------
066500 2900-ADD-TO-BOOKING.
066600     MOVE ZERO TO WS-BOOK-FOUND
066700     PERFORM VARYING bkx FROM 1 BY 1
066800             UNTIL bkx > WS-BOOK-COUNT OR WS-BOOK-FOUND > ZERO
066900         IF BK-RULE(bkx) = WS-RULE-FOUND
067000                 AND BK-DATE(bkx) = WS-NEW-DATE
067100             MOVE bkx TO WS-BOOK-FOUND
067200         END-IF
067300     END-PERFORM
067400     IF WS-BOOK-FOUND = ZERO
067500         IF WS-BOOK-COUNT NOT < 500
067600             ADD 1 TO WS-BOOK-FULL-COUNT
067700             GO TO 2900-EXIT
067800         END-IF
067900         ADD 1 TO WS-BOOK-COUNT
068000         MOVE WS-BOOK-COUNT TO WS-BOOK-FOUND
068100         MOVE RL-ROOM(WS-RULE-FOUND) TO BK-ROOM(WS-BOOK-FOUND)
068200         MOVE WS-NEW-DATE TO BK-DATE(WS-BOOK-FOUND)
068300         MOVE RL-START-TIME(WS-RULE-FOUND)
068400             TO BK-START-TIME(WS-BOOK-FOUND)
068500         MOVE RL-END-TIME(WS-RULE-FOUND)
068600             TO BK-END-TIME(WS-BOOK-FOUND)
068700         MOVE WS-FIND-SOURCE TO BK-SOURCE(WS-BOOK-FOUND)
068800         MOVE WS-NEW-KEY TO BK-KEY(WS-BOOK-FOUND)
068900         MOVE RL-TITLE(WS-RULE-FOUND) TO BK-TITLE(WS-BOOK-FOUND)
069000         MOVE ZERO TO BK-BOARDS(WS-BOOK-FOUND)
069100                      BK-TABLES(WS-BOOK-FOUND)
069200         MOVE WS-RULE-FOUND TO BK-RULE(WS-BOOK-FOUND)
069300         MOVE SPACE TO BK-CLASH-FLAG(WS-BOOK-FOUND)
069400                       BK-CAPACITY-FLAG(WS-BOOK-FOUND)
069500     ELSE
069600         IF WS-FIND-SOURCE = "L"
069700             GO TO 2900-EXIT
069800         END-IF
069900     END-IF
070000     ADD RL-BOARDS(WS-RULE-FOUND) TO BK-BOARDS(WS-BOOK-FOUND)
070100     ADD RL-TABLES(WS-RULE-FOUND) TO BK-TABLES(WS-BOOK-FOUND).
070200 2900-EXIT.
070300     EXIT.

070400*-----------------------------------------------------------------
070500* PUT THE BOOKINGS IN ROOM, DATE AND START-TIME ORDER, SO THE
070600* OVERLAP CHECK ONLY LOOKS FORWARD WITHIN A ROOM'S DAY.
070700*-----------------------------------------------------------------
070800 3000-SORT-BOOKINGS.
070900     SORT BOOKING-SORT-FILE
071000         ON ASCENDING KEY SRT-ROOM SRT-DATE SRT-START-TIME
071100         INPUT PROCEDURE 3100-RELEASE-BOOKINGS
071200         OUTPUT PROCEDURE 3200-RETURN-BOOKINGS.
071300 3000-EXIT.
071400     EXIT.

071500 3100-RELEASE-BOOKINGS.
071600     PERFORM VARYING bkx FROM 1 BY 1 UNTIL bkx > WS-BOOK-COUNT
071700         MOVE WS-BOOK-ENTRY(bkx) TO SRT-RECORD
071800         RELEASE SRT-RECORD
071900     END-PERFORM.

072000 3200-RETURN-BOOKINGS.
072100     MOVE ZERO TO bkx
072200     MOVE "N" TO WS-SORT-EOF-SW
072300     PERFORM UNTIL SORT-AT-EOF
072400         RETURN BOOKING-SORT-FILE
072500             AT END SET SORT-AT-EOF TO TRUE
072600             NOT AT END
072700                 ADD 1 TO bkx
072800                 MOVE SRT-RECORD TO WS-BOOK-ENTRY(bkx)
072900         END-RETURN
073000     END-PERFORM.

073100*-----------------------------------------------------------------
073200* EVERY BOOKING: IS THE ROOM ON VENUMAST, DOES IT HOLD WHAT THE
073300* BOOKING NEEDS, AND DOES ANY LATER BOOKING THE SAME DAY IN THE
073400* SAME ROOM START BEFORE THIS ONE ENDS?
073500*-----------------------------------------------------------------
073600 4000-CHECK-BOOKINGS.
073700     PERFORM VARYING bkx FROM 1 BY 1 UNTIL bkx > WS-BOOK-COUNT
073800         PERFORM 4100-CHECK-CAPACITY THRU 4100-EXIT
073900         PERFORM 4200-CHECK-OVERLAPS THRU 4200-EXIT
074000     END-PERFORM.
074100 4000-EXIT.
074200     EXIT.

074300 4100-CHECK-CAPACITY.
074400     PERFORM 4900-FIND-ROOM THRU 4900-EXIT
074500     IF WS-ROOM-FOUND = ZERO
074600         MOVE "R" TO BK-CAPACITY-FLAG(bkx)
074700         MOVE "ROOM NOT ON VENUMAST" TO WS-PROBLEM-TEXT
074800         ADD 1 TO WS-CAPACITY-COUNT
074900         MOVE bkx TO bky
075000         PERFORM 4800-PRINT-PROBLEM THRU 4800-EXIT
075100         GO TO 4100-EXIT
075200     END-IF
075300     IF BK-BOARDS(bkx) > RM-BOARDS(WS-ROOM-FOUND)
075400         MOVE "Y" TO BK-CAPACITY-FLAG(bkx)
075500         MOVE BK-BOARDS(bkx) TO WS-NEEDED
075600         MOVE RM-BOARDS(WS-ROOM-FOUND) TO WS-HOLDS
075700         MOVE SPACES TO WS-PROBLEM-TEXT
075800         STRING "NEEDS " WS-NEEDED " BOARDS, HOLDS " WS-HOLDS
075900                 DELIMITED BY SIZE
076000             INTO WS-PROBLEM-TEXT
076100         END-STRING
076200         ADD 1 TO WS-CAPACITY-COUNT
076300         MOVE bkx TO bky
076400         PERFORM 4800-PRINT-PROBLEM THRU 4800-EXIT
076500     END-IF
076600     IF BK-TABLES(bkx) > RM-TABLES(WS-ROOM-FOUND)
076700         MOVE "Y" TO BK-CAPACITY-FLAG(bkx)
076800         MOVE BK-TABLES(bkx) TO WS-NEEDED
076900         MOVE RM-TABLES(WS-ROOM-FOUND) TO WS-HOLDS
077000         MOVE SPACES TO WS-PROBLEM-TEXT
077100         STRING "NEEDS " WS-NEEDED " TABLES, HOLDS " WS-HOLDS
077200                 DELIMITED BY SIZE
077300             INTO WS-PROBLEM-TEXT
077400         END-STRING
077500         ADD 1 TO WS-CAPACITY-COUNT
077600         MOVE bkx TO bky
077700         PERFORM 4800-PRINT-PROBLEM THRU 4800-EXIT
077800     END-IF.
077900 4100-EXIT.
078000     EXIT.

078100 4200-CHECK-OVERLAPS.
078200     COMPUTE bky = bkx + 1
078300     PERFORM UNTIL bky > WS-BOOK-COUNT
078400             OR BK-ROOM(bky) NOT = BK-ROOM(bkx)
078500             OR BK-DATE(bky) NOT = BK-DATE(bkx)
078600         IF BK-START-TIME(bky) < BK-END-TIME(bkx)
078700             MOVE "Y" TO BK-CLASH-FLAG(bkx) BK-CLASH-FLAG(bky)
078800             ADD 1 TO WS-CLASH-COUNT
078900             MOVE "DOUBLE BOOKED WITH -" TO WS-PROBLEM-TEXT
079000             PERFORM 4300-PRINT-CLASH-PAIR THRU 4300-EXIT
079100         END-IF
079200         ADD 1 TO bky
079300     END-PERFORM.
079400 4200-EXIT.
079500     EXIT.

079600 4300-PRINT-CLASH-PAIR.
079700     MOVE bky TO WS-BOOK-FOUND
079800     MOVE bkx TO bky
079900     PERFORM 4800-PRINT-PROBLEM THRU 4800-EXIT
080000     MOVE WS-BOOK-FOUND TO bky
080100     MOVE "  ... THE BOOKING ABOVE" TO WS-PROBLEM-TEXT
080200     PERFORM 4800-PRINT-PROBLEM THRU 4800-EXIT.
080300 4300-EXIT.
080400     EXIT.

080500*-----------------------------------------------------------------
080600* ONE CLASH-REPORT LINE FOR BOOKING bky, WITH WS-PROBLEM-TEXT.
080700*-----------------------------------------------------------------
080800 4800-PRINT-PROBLEM.
080900     MOVE SPACES TO WS-CLS-DETAIL
081000     MOVE BK-ROOM(bky) TO CL-ROOM
081100     MOVE BK-DATE(bky) TO WS-DATE-IN
081200     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT
081300     MOVE WS-DATE-OUT TO CL-DATE
081400     MOVE bky TO hrx
081500     PERFORM 7100-FORMAT-HOURS THRU 7100-EXIT
081600     MOVE WS-HOURS-OUT TO CL-HOURS
081700     MOVE BK-TITLE(bky) TO CL-TITLE
081800     MOVE WS-PROBLEM-TEXT TO CL-PROBLEM
081900     MOVE WS-CLS-DETAIL TO CLS-LINE
082000     WRITE CLS-LINE.
082100 4800-EXIT.
082200     EXIT.

082300 4900-FIND-ROOM.
082400     MOVE ZERO TO WS-ROOM-FOUND
082500     PERFORM VARYING rmx FROM 1 BY 1
082600             UNTIL rmx > WS-ROOM-COUNT OR WS-ROOM-FOUND > ZERO
082700         IF RM-ROOM(rmx) = BK-ROOM(bkx)
082800             MOVE rmx TO WS-ROOM-FOUND
082900         END-IF
083000     END-PERFORM.
083100 4900-EXIT.
083200     EXIT.

083300*-----------------------------------------------------------------
083400* THE BOOKING CALENDAR FILE, IN ROOM, DATE AND TIME ORDER.
083500*-----------------------------------------------------------------
083600 5000-WRITE-BOOKING-FILE.
083700     OPEN OUTPUT BOOKING-FILE
083800     PERFORM VARYING bkx FROM 1 BY 1 UNTIL bkx > WS-BOOK-COUNT
083900         MOVE SPACES                TO VBK-RECORD
084000         MOVE BK-ROOM(bkx)          TO VBK-ROOM
084100         MOVE BK-DATE(bkx)          TO VBK-DATE
084200         MOVE BK-START-TIME(bkx)    TO VBK-START-TIME
084300         MOVE BK-END-TIME(bkx)      TO VBK-END-TIME
084400         MOVE BK-SOURCE(bkx)        TO VBK-SOURCE
084500         MOVE BK-KEY(bkx)           TO VBK-KEY
084600         MOVE BK-TITLE(bkx)         TO VBK-TITLE
084700         MOVE BK-BOARDS(bkx)        TO VBK-BOARDS
084800         MOVE BK-TABLES(bkx)        TO VBK-TABLES
084900         MOVE BK-CLASH-FLAG(bkx)    TO VBK-CLASH-FLAG
085000         MOVE BK-CAPACITY-FLAG(bkx) TO VBK-CAPACITY-FLAG
085100         WRITE VBK-RECORD
085200     END-PERFORM
085300     CLOSE BOOKING-FILE.
085400 5000-EXIT.
085500     EXIT.

085600*-----------------------------------------------------------------
085700* MONTH AT A GLANCE: A PAGE PER ROOM, A LINE PER DAY (MORE WHEN A
085800* DAY HAS SEVERAL BOOKINGS), CLASHES AND OVER-CAPACITY BOOKINGS
085900* MARKED.
086000*-----------------------------------------------------------------
086100 6000-PRINT-CALENDAR.
086200     OPEN OUTPUT CALENDAR-RPT
086300     MOVE WS-CAL-MONTH TO WS-CAL-YYYYMM
086400     IF WS-CAL-MM < 1 OR WS-CAL-MM > 12
086500         MOVE TS-DATE(1:6) TO WS-CAL-YYYYMM
086600     END-IF
086700     MOVE WS-CAL-YYYYMM TO WS-CAL-MONTH
086800     MOVE WS-MONTH-NAME(WS-CAL-MM) TO CH-MONTH-NAME
086900     MOVE WS-CAL-YEAR TO CH-YEAR
087000     PERFORM VARYING rmx FROM 1 BY 1 UNTIL rmx > WS-ROOM-COUNT
087100         PERFORM 6100-PRINT-ROOM-MONTH THRU 6100-EXIT
087200     END-PERFORM
087300     CLOSE CALENDAR-RPT.
087400 6000-EXIT.
087500     EXIT.

087600 6100-PRINT-ROOM-MONTH.
087700     MOVE WS-CAL-HDG1 TO CAL-LINE
087800     WRITE CAL-LINE
087900     MOVE RM-ROOM(rmx)   TO CR-ROOM
088000     MOVE RM-NAME(rmx)   TO CR-NAME
088100     MOVE RM-BOARDS(rmx) TO CR-BOARDS
088200     MOVE RM-TABLES(rmx) TO CR-TABLES
088300     MOVE WS-CAL-ROOM-HDG TO CAL-LINE
088400     WRITE CAL-LINE
088500     MOVE WS-RULE-LINE TO CAL-LINE
088600     WRITE CAL-LINE
088700     MOVE WS-CAL-MONTH TO WS-CAL-YYYYMM
088800     MOVE 1 TO WS-CAL-DD
088900     PERFORM UNTIL WS-CAL-YYYYMM NOT = WS-CAL-MONTH
089000         PERFORM 6200-PRINT-ONE-DAY THRU 6200-EXIT
089100         MOVE WS-CAL-DATE TO WS-LDA-DATE
089200         MOVE 1 TO WS-LDA-DAYS
089300         CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
089400             WS-LDA-RESULT
089500         MOVE WS-LDA-RESULT TO WS-CAL-DATE
089600     END-PERFORM
089700     MOVE SPACES TO CAL-LINE
089800     WRITE CAL-LINE.
089900 6100-EXIT.
090000     EXIT.

090100 6200-PRINT-ONE-DAY.
090200     MOVE WS-CAL-DATE TO WS-LDW-DATE
090300     CALL "LEAP-DAY-OF-WEEK" USING WS-LDW-DATE WS-LDW-DOW
090400     MOVE SPACES TO WS-CAL-DETAIL
090500     MOVE WS-DAY-NAME(WS-LDW-DOW + 1) TO CD-DAY-NAME
090600     MOVE WS-CAL-DD TO WS-CAL-DAY-OUT
090700     MOVE WS-CAL-DAY-OUT TO CD-DAY
090800     MOVE ZERO TO WS-DAY-BOOKINGS
090900     PERFORM VARYING bkx FROM 1 BY 1 UNTIL bkx > WS-BOOK-COUNT
091000         IF BK-ROOM(bkx) = RM-ROOM(rmx)
091100                 AND BK-DATE(bkx) = WS-CAL-DATE
091200             PERFORM 6210-PRINT-DAY-BOOKING THRU 6210-EXIT
091300         END-IF
091400     END-PERFORM
091500     IF WS-DAY-BOOKINGS = ZERO
091600         MOVE "-" TO CD-HOURS
091700         MOVE WS-CAL-DETAIL TO CAL-LINE
091800         WRITE CAL-LINE
091900     END-IF.
092000 6200-EXIT.
092100     EXIT.

092200 6210-PRINT-DAY-BOOKING.
092300     ADD 1 TO WS-DAY-BOOKINGS
092400     IF WS-DAY-BOOKINGS > 1
092500         MOVE SPACES TO WS-CAL-DETAIL
092600     END-IF
092650     MOVE bkx TO hrx
092700     PERFORM 7100-FORMAT-HOURS THRU 7100-EXIT
092800     MOVE WS-HOURS-OUT TO CD-HOURS
092900     MOVE BK-TITLE(bkx) TO CD-TITLE
093000     MOVE BK-BOARDS(bkx) TO CD-BOARDS
093100     MOVE " BD " TO CD-BOARDS-LIT
093200     MOVE BK-TABLES(bkx) TO CD-TABLES
093300     MOVE " TB " TO CD-TABLES-LIT
093400     EVALUATE TRUE
093500         WHEN BK-CLASH-FLAG(bkx) = "Y"
093600             MOVE "** CLASH **" TO CD-FLAG
093700         WHEN BK-CAPACITY-FLAG(bkx) NOT = SPACE
093800             MOVE "** TOO SMALL **" TO CD-FLAG
093900         WHEN OTHER
094000             MOVE SPACES TO CD-FLAG
094100     END-EVALUATE
094200     MOVE WS-CAL-DETAIL TO CAL-LINE
094300     WRITE CAL-LINE.
094400 6210-EXIT.
094500     EXIT.

094600 7000-FORMAT-DATE.
094700     MOVE WS-DATE-IN-MONTH TO WS-DATE-OUT-MONTH
094800     MOVE WS-DATE-IN-DAY   TO WS-DATE-OUT-DAY
094900     MOVE WS-DATE-IN-YEAR  TO WS-DATE-OUT-YEAR.
095000 7000-EXIT.
095100     EXIT.

095200*-----------------------------------------------------------------
095300* BOOKING hrx'S HOURS AS HH:MM-HH:MM.
095400*-----------------------------------------------------------------
095500 7100-FORMAT-HOURS.
095600     MOVE BK-START-TIME(hrx) TO WS-TIME-IN
095700     MOVE WS-TIME-IN-HH TO WS-TIME-OUT-HH
095800     MOVE WS-TIME-IN-MM TO WS-TIME-OUT-MM
095900     MOVE WS-TIME-OUT TO WS-HOURS-FROM
096000     MOVE BK-END-TIME(hrx) TO WS-TIME-IN
096100     MOVE WS-TIME-IN-HH TO WS-TIME-OUT-HH
096200     MOVE WS-TIME-IN-MM TO WS-TIME-OUT-MM
096300     MOVE WS-TIME-OUT TO WS-HOURS-TO.
096400 7100-EXIT.
096500     EXIT.

096600 8000-PRINT-TOTALS.
096700     MOVE SPACES TO CLS-LINE
096800     WRITE CLS-LINE
096900     MOVE "BOOKINGS ON THE CALENDAR" TO CT-LABEL
097000     MOVE WS-BOOK-COUNT TO CT-COUNT
097100     MOVE WS-CLS-TOTAL TO CLS-LINE
097200     WRITE CLS-LINE
097300     MOVE "DOUBLE BOOKINGS" TO CT-LABEL
097400     MOVE WS-CLASH-COUNT TO CT-COUNT
097500     MOVE WS-CLS-TOTAL TO CLS-LINE
097600     WRITE CLS-LINE
097700     MOVE "ROOM OR CAPACITY PROBLEMS" TO CT-LABEL
097800     MOVE WS-CAPACITY-COUNT TO CT-COUNT
097900     MOVE WS-CLS-TOTAL TO CLS-LINE
098000     WRITE CLS-LINE
098100     MOVE "DARTS FIXTURES WITH NO ROOM RULE" TO CT-LABEL
098200     MOVE WS-DARTS-UNPLACED TO CT-COUNT
098300     MOVE WS-CLS-TOTAL TO CLS-LINE
098400     WRITE CLS-LINE
098500     MOVE "CHESS GAMES WITH NO DATED ROUND" TO CT-LABEL
098600     MOVE WS-CHESS-UNPLACED TO CT-COUNT
098700     MOVE WS-CLS-TOTAL TO CLS-LINE
098800     WRITE CLS-LINE
098900     MOVE "SCRABBLE GAMES WITH NO ROOM RULE" TO CT-LABEL
099000     MOVE WS-SCRABBLE-UNPLACED TO CT-COUNT
099100     MOVE WS-CLS-TOTAL TO CLS-LINE
099200     WRITE CLS-LINE
099300     IF WS-BOOK-FULL-COUNT > ZERO
099400         MOVE "BOOKINGS NOT HELD - TABLE FULL" TO CT-LABEL
099500         MOVE WS-BOOK-FULL-COUNT TO CT-COUNT
099600         MOVE WS-CLS-TOTAL TO CLS-LINE
099700         WRITE CLS-LINE
099800     END-IF.
099900 8000-EXIT.
100000     EXIT.
