000100*****************************************************************
000200* PROGRAM-ID : RPTBURST
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : MORNING REPORT DISTRIBUTION.  CALLED BY THE
000900*               SECOND-TIER OVERNIGHT STREAM (OVNTTIER) ONCE ITS
001000*               STEP LOOP IS DONE, WITH THE NIGHT'S RUN ID, SO THE
001010*               CORE RUN'S AND THE STREAM'S REPORTS ARE ALL IN
001020*               PLACE.  THE RPTDIST DISTRIBUTION
001100*               MASTER SAYS WHICH RECIPIENT GETS WHICH REPORT -
001200*               THE WHOLE OF IT, OR ONLY ITS SECTIONS FOR ONE
001300*               VALUE (A TILL ON TWOFRCNR, SAY), PICKED OUT BY THE
001400*               TEXT AT A GIVEN COLUMN OF EACH DETAIL LINE, WITH
001500*               THE REPORT'S HEADING LINES ALWAYS INCLUDED.  EACH
001600*               RECIPIENT GETS ONE OUTPUT FILE, NAMED FOR THE
001700*               RECIPIENT ID WITH ".RPT" ADDED, HOLDING A COVER
001800*               PAGE LISTING WHAT IS ENCLOSED FOLLOWED BY EACH OF
001900*               THEIR REPORTS UNDER ITS OWN BANNER.  THE RPTDLOG
002000*               DISTRIBUTION LOG SHOWS WHAT WENT TO WHOM, HOW MANY
002100*               LINES, AND EVERY REPORT THAT WAS EXPECTED BUT NOT
002200*               PRODUCED TONIGHT.
002300*-----------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION
002700* 10/15/2026 TH    ORIGINAL MORNING REPORT BURSTING
002800*-----------------------------------------------------------------
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.    RPTBURST.
003100 AUTHOR.        T. HARLOW.
003200 INSTALLATION.  GLENNJ DATA PROCESSING.
003300 DATE-WRITTEN.  10/15/2026.
003400 DATE-COMPILED.

003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DIST-MASTER-FILE ASSIGN TO "RPTDIST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-DST-STATUS.

004100     SELECT REPORT-IN-FILE ASSIGN TO WS-REPORT-NAME
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RIN-STATUS.

004400     SELECT RECIPIENT-FILE ASSIGN TO WS-RECIPIENT-FILE-NAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RCP-STATUS.

004700     SELECT DIST-LOG-FILE ASSIGN TO "RPTDLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-DLG-STATUS.

005000 DATA DIVISION.
005100 FILE SECTION.
005200*-----------------------------------------------------------------
005300* ONE DISTRIBUTION ENTRY PER RECORD: A RECIPIENT AND ONE REPORT
005400* THEY RECEIVE.  A ZERO SECTION COLUMN SENDS THE WHOLE REPORT;
005500* OTHERWISE ONLY THE REPORT'S FIRST HEADING-LINES LINES AND THE
005600* LINES CARRYING THE SECTION VALUE AT THAT COLUMN ARE SENT.  A
005700* RECIPIENT WANTING TWO SECTIONS OF ONE REPORT HAS TWO ENTRIES.
005800* THE RECIPIENT NAME NEED ONLY BE ON THE RECIPIENT'S FIRST ENTRY.
005900*-----------------------------------------------------------------
006000 FD  DIST-MASTER-FILE.
006100 01  DST-RECORD.
006200     05  DST-RECIPIENT           PIC X(08).
006300     05  FILLER                  PIC X(01).
006400     05  DST-RECIPIENT-NAME      PIC X(20).
006500     05  FILLER                  PIC X(01).
006600     05  DST-REPORT              PIC X(10).
006700     05  FILLER                  PIC X(01).
006800     05  DST-HEADING-LINES       PIC 9(02).
006900     05  FILLER                  PIC X(01).
007000     05  DST-SECTION-COL         PIC 9(03).
007100     05  FILLER                  PIC X(01).
007200     05  DST-SECTION-VALUE       PIC X(10).

007300 FD  REPORT-IN-FILE
007400     RECORD CONTAINS 132 CHARACTERS.
007500 01  RIN-LINE                    PIC X(132).

007600 FD  RECIPIENT-FILE
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  RCP-LINE                    PIC X(132).

007900 FD  DIST-LOG-FILE
008000     RECORD CONTAINS 100 CHARACTERS.
008100 01  DLG-LINE                    PIC X(100).

008200 WORKING-STORAGE SECTION.
008300 01  WS-DST-STATUS               PIC XX.
008400     88  DST-EOF                 VALUE "10".
008500 01  WS-RIN-STATUS               PIC XX.
008600     88  RIN-EOF                 VALUE "10".
008700 01  WS-RCP-STATUS               PIC XX.
008800 01  WS-DLG-STATUS               PIC XX.

008900*-----------------------------------------------------------------
009000* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
009100*-----------------------------------------------------------------
009200 COPY tscom.

009300 01  WS-REPORT-NAME              PIC X(10).
009400 01  WS-RECIPIENT-FILE-NAME      PIC X(14).

009500*-----------------------------------------------------------------
009600* THE DISTRIBUTION ENTRIES, AND THE RECIPIENTS IN THE ORDER THEY
009700* FIRST APPEAR ON RPTDIST.
009800*-----------------------------------------------------------------
009900 01  WS-ENTRY-COUNT              PIC 9(03) VALUE ZERO.
010000 01  WS-ENTRY-TABLE.
010100     05  WS-DIST-ENTRY OCCURS 200 TIMES.
010200         10  DS-RECIPIENT        PIC X(08).
010300         10  DS-REPORT           PIC X(10).
010400         10  DS-HEADING-LINES    PIC 9(02).
010500         10  DS-SECTION-COL      PIC 9(03).
010600         10  DS-SECTION-VALUE    PIC X(10).
010700         10  DS-VALUE-LEN        PIC 9(02).
010800         10  DS-PRESENT          PIC X(01).
010900             88  DS-REPORT-PRESENT VALUE "Y".
011000 01  dsx                         PIC 9(03).
011100 01  WS-RECIPIENT-COUNT          PIC 9(02) VALUE ZERO.
011200 01  WS-RECIPIENT-TABLE.
011300     05  WS-RECIPIENT-ENTRY OCCURS 50 TIMES.
011400         10  RC-RECIPIENT        PIC X(08).
011500         10  RC-NAME             PIC X(20).
011600 01  rcx                         PIC 9(02).
011700 01  WS-RECIPIENT-FOUND          PIC 9(02).
011800 01  WS-DROPPED-COUNT            PIC 9(05) VALUE ZERO.

011900 01  WS-LINE-NUMBER              PIC 9(07).
012000 01  WS-LINES-SENT               PIC 9(07).
012100 01  WS-SEND-LINE-SW             PIC X(01).
012200     88  SEND-THIS-LINE          VALUE "Y".
012300 01  WS-REPORTS-SENT             PIC 9(05) VALUE ZERO.
012400 01  WS-REPORTS-MISSING          PIC 9(05) VALUE ZERO.

012500*-----------------------------------------------------------------
012600* THE RUN DATE AS MM/DD/YYYY FOR THE COVER PAGE.
012700*-----------------------------------------------------------------
012800 01  WS-DATE-IN                  PIC 9(08).
012900 01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
013000     05  WS-DATE-IN-YEAR         PIC 9(04).
013100     05  WS-DATE-IN-MONTH        PIC 9(02).
013200     05  WS-DATE-IN-DAY          PIC 9(02).
013300 01  WS-DATE-OUT.
013400     05  WS-DATE-OUT-MONTH       PIC 9(02).
013500     05  FILLER                  PIC X(01) VALUE "/".
013600     05  WS-DATE-OUT-DAY         PIC 9(02).
013700     05  FILLER                  PIC X(01) VALUE "/".
013800     05  WS-DATE-OUT-YEAR        PIC 9(04).

013900 01  WS-RULE-LINE                PIC X(80) VALUE ALL "=".
014000 01  WS-COVER-TITLE              PIC X(80) VALUE
014100     "MORNING REPORT DISTRIBUTION".
014200 01  WS-COVER-FOR                PIC X(80).
014300 01  WS-COVER-RUN.
014400     05  FILLER                  PIC X(11) VALUE "RUN      : ".
014500     05  CV-RUN-ID               PIC X(13).
014600     05  FILLER                  PIC X(09) VALUE "   DATE  ".
014700     05  CV-DATE                 PIC X(10).
014800 01  WS-COVER-CONTENTS           PIC X(80) VALUE
014900     "REPORTS ENCLOSED:".
015000 01  WS-COVER-ITEM.
015100     05  FILLER                  PIC X(04) VALUE SPACES.
015200     05  CI-REPORT               PIC X(10).
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  CI-SECTION              PIC X(24).
015500     05  FILLER                  PIC X(02) VALUE SPACES.
015600     05  CI-NOTE                 PIC X(30).
015700 01  WS-REPORT-BANNER.
015800     05  FILLER                  PIC X(11) VALUE "*** REPORT ".
015900     05  RB-REPORT               PIC X(10).
016000     05  FILLER                  PIC X(01) VALUE SPACES.
016100     05  RB-SECTION              PIC X(24).
016200     05  FILLER                  PIC X(04) VALUE " ***".

016300 01  WS-DLG-HDG1                 PIC X(100) VALUE
016400     "MORNING REPORT DISTRIBUTION LOG".
016500 01  WS-DLG-HDG2                 PIC X(100) VALUE
016600     "RECIPIENT REPORT     SECTION       LINES  STATUS".
016700 01  WS-DLG-RUN.
016800     05  FILLER                  PIC X(08) VALUE "RUN ID: ".
016900     05  DR-RUN-ID               PIC X(13).
017000 01  WS-DLG-DETAIL.
017100     05  DD-RECIPIENT            PIC X(08).
017200     05  FILLER                  PIC X(02) VALUE SPACES.
017300     05  DD-REPORT               PIC X(10).
017400     05  FILLER                  PIC X(01) VALUE SPACES.
017500     05  DD-SECTION              PIC X(10).
017600     05  FILLER                  PIC X(01) VALUE SPACES.
017700     05  DD-LINES                PIC ZZZZZZ9.
017800     05  FILLER                  PIC X(02) VALUE SPACES.
017900     05  DD-STATUS               PIC X(30).
018000 01  WS-DLG-TOTAL.
018100     05  DT-LABEL                PIC X(32).
018200     05  DT-COUNT                PIC ZZZZ9.

018300 LINKAGE SECTION.
018400 01  RBR-RUN-ID                  PIC X(13).

018500 PROCEDURE DIVISION USING RBR-RUN-ID.
018600 0000-RPTBURST.
018700     CALL "TIMESTMP" USING TS-DATE TS-TIME
018800     MOVE TS-DATE TO WS-DATE-IN
018900     MOVE WS-DATE-IN-MONTH TO WS-DATE-OUT-MONTH
019000     MOVE WS-DATE-IN-DAY   TO WS-DATE-OUT-DAY
019100     MOVE WS-DATE-IN-YEAR  TO WS-DATE-OUT-YEAR
019200     OPEN OUTPUT DIST-LOG-FILE
019300     MOVE WS-DLG-HDG1 TO DLG-LINE
019400     WRITE DLG-LINE
019500     MOVE RBR-RUN-ID TO DR-RUN-ID
019600     MOVE WS-DLG-RUN TO DLG-LINE
019700     WRITE DLG-LINE
019800     MOVE WS-DLG-HDG2 TO DLG-LINE
019900     WRITE DLG-LINE
020000     PERFORM 1000-LOAD-DISTRIBUTION THRU 1000-EXIT
020100     PERFORM VARYING rcx FROM 1 BY 1
020200             UNTIL rcx > WS-RECIPIENT-COUNT
020300         PERFORM 2000-BURST-ONE-RECIPIENT THRU 2000-EXIT
020400     END-PERFORM
020500     PERFORM 8000-WRITE-LOG-TOTALS THRU 8000-EXIT
020600     CLOSE DIST-LOG-FILE
020700     GOBACK.
020800 0000-EXIT.
020900     EXIT.

021000*-----------------------------------------------------------------
021100* LOAD RPTDIST.  NO MASTER MEANS NOTHING IS DISTRIBUTED, AND THE
021200* LOG SAYS SO.  AN ENTRY PAST THE TABLE LIMITS IS COUNTED.
021300*-----------------------------------------------------------------
021400 1000-LOAD-DISTRIBUTION.
021500     OPEN INPUT DIST-MASTER-FILE
021600     IF WS-DST-STATUS NOT = "00"
021700         MOVE SPACES TO WS-DLG-DETAIL
021800         MOVE "NO RPTDIST MASTER - NOTHING SENT" TO DD-STATUS
021900         MOVE WS-DLG-DETAIL TO DLG-LINE
022000         WRITE DLG-LINE
022100         GO TO 1000-EXIT
022200     END-IF
022300     PERFORM 1010-READ-DISTRIBUTION THRU 1010-EXIT
022400     PERFORM UNTIL DST-EOF
022500         IF DST-RECIPIENT NOT = SPACES AND DST-REPORT NOT = SPACES
022600             PERFORM 1100-ADD-ONE-ENTRY THRU 1100-EXIT
022700         END-IF
022800         PERFORM 1010-READ-DISTRIBUTION THRU 1010-EXIT
022900     END-PERFORM
023000     CLOSE DIST-MASTER-FILE.
023100 1000-EXIT.
023200     EXIT.

023300 1010-READ-DISTRIBUTION.
023400     READ DIST-MASTER-FILE
023500         AT END SET DST-EOF TO TRUE
023600     END-READ.
023700 1010-EXIT.
023800     EXIT.

023900 1100-ADD-ONE-ENTRY.
024000     MOVE ZERO TO WS-RECIPIENT-FOUND
024100     PERFORM VARYING rcx FROM 1 BY 1
024200             UNTIL rcx > WS-RECIPIENT-COUNT
024300                OR WS-RECIPIENT-FOUND > ZERO
024400         IF RC-RECIPIENT(rcx) = DST-RECIPIENT
024500             MOVE rcx TO WS-RECIPIENT-FOUND
024600         END-IF
024700     END-PERFORM
024800     IF WS-RECIPIENT-FOUND = ZERO
024900         IF WS-RECIPIENT-COUNT NOT < 50
025000             ADD 1 TO WS-DROPPED-COUNT
025100             GO TO 1100-EXIT
025200         END-IF
025300         ADD 1 TO WS-RECIPIENT-COUNT
025400         MOVE WS-RECIPIENT-COUNT TO WS-RECIPIENT-FOUND
025500         MOVE DST-RECIPIENT TO RC-RECIPIENT(WS-RECIPIENT-FOUND)
025600         MOVE SPACES TO RC-NAME(WS-RECIPIENT-FOUND)
025700     END-IF
025800     IF RC-NAME(WS-RECIPIENT-FOUND) = SPACES
025900         MOVE DST-RECIPIENT-NAME TO RC-NAME(WS-RECIPIENT-FOUND)
026000     END-IF
026100     IF WS-ENTRY-COUNT NOT < 200
026200         ADD 1 TO WS-DROPPED-COUNT
026300         GO TO 1100-EXIT
026400     END-IF
026500     ADD 1 TO WS-ENTRY-COUNT
026600     MOVE DST-RECIPIENT TO DS-RECIPIENT(WS-ENTRY-COUNT)
026700     MOVE DST-REPORT TO DS-REPORT(WS-ENTRY-COUNT)
026800     MOVE DST-SECTION-VALUE TO DS-SECTION-VALUE(WS-ENTRY-COUNT)
026900     MOVE ZERO TO DS-HEADING-LINES(WS-ENTRY-COUNT)
027000                  DS-SECTION-COL(WS-ENTRY-COUNT)
027100                  DS-VALUE-LEN(WS-ENTRY-COUNT)
027200     MOVE "N" TO DS-PRESENT(WS-ENTRY-COUNT)
027300     IF DST-HEADING-LINES IS NUMERIC
027400         MOVE DST-HEADING-LINES
027500             TO DS-HEADING-LINES(WS-ENTRY-COUNT)
027600     END-IF
027700     IF DST-SECTION-COL IS NUMERIC
027800         MOVE DST-SECTION-COL TO DS-SECTION-COL(WS-ENTRY-COUNT)
027900     END-IF
028000     PERFORM VARYING dsx FROM 10 BY -1
028100             UNTIL dsx = ZERO
028200                OR DST-SECTION-VALUE(dsx:1) NOT = SPACE
028300         CONTINUE
028400     END-PERFORM
028500     MOVE dsx TO DS-VALUE-LEN(WS-ENTRY-COUNT)
028600*    A SECTION THAT WOULD RUN PAST THE LINE, OR HAS NO VALUE TO
028700*    MATCH, CANNOT BE PICKED OUT - THE WHOLE REPORT IS SENT.
028800     IF DS-VALUE-LEN(WS-ENTRY-COUNT) = ZERO
028900             OR DS-SECTION-COL(WS-ENTRY-COUNT)
029000                + DS-VALUE-LEN(WS-ENTRY-COUNT) > 133
029100         MOVE ZERO TO DS-SECTION-COL(WS-ENTRY-COUNT)
029200     END-IF.
029300 1100-EXIT.
029400     EXIT.

029500*-----------------------------------------------------------------
029600* ONE RECIPIENT'S OUTPUT FILE: THE COVER PAGE, THEN EACH OF THEIR
029700* REPORTS THAT WAS PRODUCED TONIGHT.
029800*-----------------------------------------------------------------
029900 2000-BURST-ONE-RECIPIENT.
030000     PERFORM VARYING dsx FROM 1 BY 1 UNTIL dsx > WS-ENTRY-COUNT
030100         IF DS-RECIPIENT(dsx) = RC-RECIPIENT(rcx)
030200             PERFORM 2100-PROBE-REPORT THRU 2100-EXIT
030300         END-IF
030400     END-PERFORM
030500     MOVE SPACES TO WS-RECIPIENT-FILE-NAME
030600     STRING RC-RECIPIENT(rcx) DELIMITED BY SPACE
030700             ".RPT" DELIMITED BY SIZE
030800         INTO WS-RECIPIENT-FILE-NAME
030900     END-STRING
031000     OPEN OUTPUT RECIPIENT-FILE
031100     PERFORM 3000-WRITE-COVER-PAGE THRU 3000-EXIT
031200     PERFORM VARYING dsx FROM 1 BY 1 UNTIL dsx > WS-ENTRY-COUNT
031300         IF DS-RECIPIENT(dsx) = RC-RECIPIENT(rcx)
031400             PERFORM 4000-SEND-ONE-REPORT THRU 4000-EXIT
031500         END-IF
031600     END-PERFORM
031700     CLOSE RECIPIENT-FILE.
031800 2000-EXIT.
031900     EXIT.

032000 2100-PROBE-REPORT.
032100     MOVE DS-REPORT(dsx) TO WS-REPORT-NAME
032200     OPEN INPUT REPORT-IN-FILE
032300     IF WS-RIN-STATUS = "00"
032400         SET DS-REPORT-PRESENT(dsx) TO TRUE
032500         CLOSE REPORT-IN-FILE
032600     END-IF.
032700 2100-EXIT.
032800     EXIT.

032900 3000-WRITE-COVER-PAGE.
033000     MOVE WS-RULE-LINE TO RCP-LINE
033100     WRITE RCP-LINE
033200     MOVE WS-COVER-TITLE TO RCP-LINE
033300     WRITE RCP-LINE
033400     MOVE WS-RULE-LINE TO RCP-LINE
033500     WRITE RCP-LINE
033600     MOVE SPACES TO WS-COVER-FOR
033700     STRING "FOR      : " DELIMITED BY SIZE
033800             RC-NAME(rcx) DELIMITED BY "  "
033900             " (" DELIMITED BY SIZE
034000             RC-RECIPIENT(rcx) DELIMITED BY SPACE
034100             ")" DELIMITED BY SIZE
034200         INTO WS-COVER-FOR
034300     END-STRING
034400     MOVE WS-COVER-FOR TO RCP-LINE
034500     WRITE RCP-LINE
034600     MOVE RBR-RUN-ID TO CV-RUN-ID
034700     MOVE WS-DATE-OUT TO CV-DATE
034800     MOVE WS-COVER-RUN TO RCP-LINE
034900     WRITE RCP-LINE
035000     MOVE SPACES TO RCP-LINE
035100     WRITE RCP-LINE
035200     MOVE WS-COVER-CONTENTS TO RCP-LINE
035300     WRITE RCP-LINE
035400     PERFORM VARYING dsx FROM 1 BY 1 UNTIL dsx > WS-ENTRY-COUNT
035500         IF DS-RECIPIENT(dsx) = RC-RECIPIENT(rcx)
035600             MOVE DS-REPORT(dsx) TO CI-REPORT
035700             PERFORM 3100-SET-SECTION-TEXT THRU 3100-EXIT
035800             MOVE RB-SECTION TO CI-SECTION
035900             IF DS-REPORT-PRESENT(dsx)
036000                 MOVE SPACES TO CI-NOTE
036100             ELSE
036200                 MOVE "*** NOT PRODUCED TONIGHT ***" TO CI-NOTE
036300             END-IF
036400             MOVE WS-COVER-ITEM TO RCP-LINE
036500             WRITE RCP-LINE
036600         END-IF
036700     END-PERFORM
036800     MOVE WS-RULE-LINE TO RCP-LINE
036900     WRITE RCP-LINE.
037000 3000-EXIT.
037100     EXIT.

037200 3100-SET-SECTION-TEXT.
037300     IF DS-SECTION-COL(dsx) = ZERO
037400         MOVE "ALL SECTIONS" TO RB-SECTION
037500     ELSE
037600         MOVE SPACES TO RB-SECTION
037700         STRING "SECTION " DELIMITED BY SIZE
037800                 DS-SECTION-VALUE(dsx)(1:DS-VALUE-LEN(dsx))
037900                     DELIMITED BY SIZE
038000                 " ONLY" DELIMITED BY SIZE
038100             INTO RB-SECTION
038200         END-STRING
038300     END-IF.
038400 3100-EXIT.
038500     EXIT.

038600*-----------------------------------------------------------------
038700* COPY ONE REPORT, OR ITS HEADINGS AND CHOSEN SECTION, UNDER ITS
038800* BANNER, AND LOG WHAT WENT.
038900*-----------------------------------------------------------------
039000 4000-SEND-ONE-REPORT.
039100     MOVE SPACES TO WS-DLG-DETAIL
039200     MOVE DS-RECIPIENT(dsx) TO DD-RECIPIENT
039300     MOVE DS-REPORT(dsx) TO DD-REPORT
039400     IF DS-SECTION-COL(dsx) = ZERO
039500         MOVE "(ALL)" TO DD-SECTION
039600     ELSE
039700         MOVE DS-SECTION-VALUE(dsx) TO DD-SECTION
039800     END-IF
039900     MOVE ZERO TO WS-LINE-NUMBER WS-LINES-SENT
040000     IF NOT DS-REPORT-PRESENT(dsx)
040100         ADD 1 TO WS-REPORTS-MISSING
040200         MOVE ZERO TO DD-LINES
040300         MOVE "MISSING - NOT PRODUCED" TO DD-STATUS
040400         MOVE WS-DLG-DETAIL TO DLG-LINE
040500         WRITE DLG-LINE
040600         GO TO 4000-EXIT
040700     END-IF
040800     MOVE SPACES TO RCP-LINE
040900     WRITE RCP-LINE
041000     MOVE DS-REPORT(dsx) TO RB-REPORT
041100     PERFORM 3100-SET-SECTION-TEXT THRU 3100-EXIT
041200     MOVE WS-REPORT-BANNER TO RCP-LINE
041300     WRITE RCP-LINE
041400     MOVE SPACES TO RCP-LINE
041500     WRITE RCP-LINE
041600     MOVE DS-REPORT(dsx) TO WS-REPORT-NAME
041700     MOVE SPACES TO WS-RIN-STATUS
041800     OPEN INPUT REPORT-IN-FILE
041900     PERFORM 4100-READ-REPORT-LINE THRU 4100-EXIT
042000     PERFORM UNTIL RIN-EOF
042100         ADD 1 TO WS-LINE-NUMBER
042200         PERFORM 4200-SELECT-LINE THRU 4200-EXIT
042300         IF SEND-THIS-LINE
042400             MOVE RIN-LINE TO RCP-LINE
042500             WRITE RCP-LINE
042600             ADD 1 TO WS-LINES-SENT
042700         END-IF
042800         PERFORM 4100-READ-REPORT-LINE THRU 4100-EXIT
042900     END-PERFORM
043000     CLOSE REPORT-IN-FILE
043100     ADD 1 TO WS-REPORTS-SENT
043200     MOVE WS-LINES-SENT TO DD-LINES
043300     IF WS-LINES-SENT > DS-HEADING-LINES(dsx)
043400             OR DS-SECTION-COL(dsx) = ZERO
043500         MOVE "SENT" TO DD-STATUS
043600     ELSE
043700         MOVE "SENT - NO LINES FOR SECTION" TO DD-STATUS
043800     END-IF
043900     MOVE WS-DLG-DETAIL TO DLG-LINE
044000     WRITE DLG-LINE.
044100 4000-EXIT.
044200     EXIT.

044300 4100-READ-REPORT-LINE.
044400     READ REPORT-IN-FILE
044500         AT END SET RIN-EOF TO TRUE
044600     END-READ.
044700 4100-EXIT.
044800     EXIT.

044900 4200-SELECT-LINE.
045000     MOVE "Y" TO WS-SEND-LINE-SW
045100     IF DS-SECTION-COL(dsx) = ZERO
045200             OR WS-LINE-NUMBER NOT > DS-HEADING-LINES(dsx)
045300         GO TO 4200-EXIT
045400     END-IF
045500     IF RIN-LINE(DS-SECTION-COL(dsx):DS-VALUE-LEN(dsx))
045600             NOT = DS-SECTION-VALUE(dsx)(1:DS-VALUE-LEN(dsx))
045700         MOVE "N" TO WS-SEND-LINE-SW
045800     END-IF.
045900 4200-EXIT.
046000     EXIT.

046100 8000-WRITE-LOG-TOTALS.
046200     MOVE SPACES TO DLG-LINE
046300     WRITE DLG-LINE
046400     MOVE "RECIPIENTS" TO DT-LABEL
046500     MOVE WS-RECIPIENT-COUNT TO DT-COUNT
046600     MOVE WS-DLG-TOTAL TO DLG-LINE
046700     WRITE DLG-LINE
046800     MOVE "REPORTS SENT" TO DT-LABEL
046900     MOVE WS-REPORTS-SENT TO DT-COUNT
047000     MOVE WS-DLG-TOTAL TO DLG-LINE
047100     WRITE DLG-LINE
047200     MOVE "REPORTS EXPECTED BUT MISSING" TO DT-LABEL
047300     MOVE WS-REPORTS-MISSING TO DT-COUNT
047400     MOVE WS-DLG-TOTAL TO DLG-LINE
047500     WRITE DLG-LINE
047600     IF WS-DROPPED-COUNT > ZERO
047700         MOVE "RPTDIST ENTRIES OVER TABLE LIMIT" TO DT-LABEL
047800         MOVE WS-DROPPED-COUNT TO DT-COUNT
047900         MOVE WS-DLG-TOTAL TO DLG-LINE
048000         WRITE DLG-LINE
048100     END-IF.
048200 8000-EXIT.
048300     EXIT.
