000100*****************************************************************
000200* PROGRAM-ID : DARTRSCH
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - RECREATION SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : FIXTURE POSTPONEMENT AND RESCHEDULING RUN.  EACH
000900*               DARTPOST TRANSACTION NAMES A MATCH, WHY IT IS OFF
001000*               (SNOW, VENUE, ILLNESS ...) AND WHO ASKED.  THE
001100*               DARTFIXT RECORD IS FLAGGED "POSTPND", THE NIGHT
001200*               IT WAS DRAWN FOR IS KEPT IN FIX-ORIG-DATE, AND
001300*               THE MATCH IS MOVED TO THE NEXT LEAGUE NIGHT AFTER
001400*               THAT ON WHICH NEITHER PLAYER ALREADY HAS A
001500*               FIXTURE.  LEAGUE NIGHTS ARE DATED THE WAY THE
001600*               FIXTURE GENERATOR IN DARTS DATES THEM: THE
001700*               DARTFXDC SEASON START PLUS SEVEN DAYS A WEEK,
001800*               SLID PAST LEAPHDAY HOLIDAYS THROUGH
001900*               LEAP-HOLIDAY-CHECK.  NO NIGHT IS USED AFTER THE
002000*               LAST ONE ALREADY ON DARTFIXT (THE SEASON END); A
002100*               MATCH THAT CANNOT BE PLACED STAYS POSTPONED WITH
002200*               A ZERO DATE AND IS LISTED FOR THE COMMITTEE.
002300*               DARTPSTR IS THE POSTPONEMENT REGISTER.
002400*-----------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*-----------------------------------------------------------------
002700* DATE       INIT  DESCRIPTION
002800* 10/15/2026 RM    ORIGINAL POSTPONEMENT AND RESCHEDULING RUN
002810* 10/15/2026 RM    LEAGUE NIGHTS FOR A MOVED MATCH ARE SLID OFF
002820*                  THE HOLIDAYS OF THE HOME CLUB'S REGION
002830*                  (FIX-REGION), AS DARTS NOW DATES THEM;
002840*                  FIX-REGION IS CARRIED THROUGH THE REWRITE OF
002850*                  DARTFIXT
002900*-----------------------------------------------------------------
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    DARTRSCH.
003200 AUTHOR.        R. MCALLISTER.
003300 INSTALLATION.  GLENNJ DATA PROCESSING.
003400 DATE-WRITTEN.  10/15/2026.
003500 DATE-COMPILED.

003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT FIXTURE-FILE ASSIGN TO "DARTFIXT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-FIX-STATUS.

004200     SELECT POSTPONE-FILE ASSIGN TO "DARTPOST"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PST-STATUS.

004500     SELECT FIXDATE-CTL-FILE ASSIGN TO "DARTFXDC"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FXC-STATUS.

004800     SELECT POSTPONE-RPT ASSIGN TO "DARTPSTR"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RPT-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
005300*-----------------------------------------------------------------
005400* THE FIXTURE RECORD AS DARTS WRITES IT.
005500*-----------------------------------------------------------------
005600 FD  FIXTURE-FILE.
005700 01  FIX-RECORD.
005800     05  FIX-MATCH-ID            PIC X(05).
005900     05  FILLER                  PIC X(01).
006000     05  FIX-WEEK                PIC 9(02).
006100     05  FILLER                  PIC X(01).
006200     05  FIX-HOME-PLYR           PIC X(05).
006300     05  FILLER                  PIC X(01).
006400     05  FIX-AWAY-PLYR           PIC X(05).
006500     05  FILLER                  PIC X(01).
006600     05  FIX-MATCH-DATE          PIC 9(08).
006700     05  FILLER                  PIC X(01).
006800     05  FIX-DATE-FLAG           PIC X(07).
006900     05  FILLER                  PIC X(01).
007000     05  FIX-DIVISION            PIC 9(01).
007100     05  FILLER                  PIC X(01).
007200     05  FIX-ORIG-DATE           PIC 9(08).
007210     05  FILLER                  PIC X(01).
007220     05  FIX-REGION              PIC X(02).

007300*-----------------------------------------------------------------
007400* ONE POSTPONEMENT: MATCH, REASON, AND WHO ASKED FOR IT.
007500*-----------------------------------------------------------------
007600 FD  POSTPONE-FILE.
007700 01  PST-RECORD.
007800     05  PST-MATCH-ID            PIC X(05).
007900     05  FILLER                  PIC X(01).
008000     05  PST-REASON              PIC X(20).
008100     05  FILLER                  PIC X(01).
008200     05  PST-REQUESTED-BY        PIC X(10).

008300 FD  FIXDATE-CTL-FILE.
008400 01  FXC-RECORD.
008500     05  FXC-START-DATE          PIC 9(08).

008600 FD  POSTPONE-RPT
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  RPT-LINE                    PIC X(80).

008900 WORKING-STORAGE SECTION.
009000 01  WS-FIX-STATUS               PIC XX.
009100     88  FIX-EOF                 VALUE "10".
009200 01  WS-PST-STATUS               PIC XX.
009300     88  PST-EOF                 VALUE "10".
009400 01  WS-FXC-STATUS               PIC XX.
009500 01  WS-RPT-STATUS               PIC XX.

009600*-----------------------------------------------------------------
009700* SHARED AUDIT-LOG CALL INTERFACE.
009800*-----------------------------------------------------------------
009900 COPY audcom.

010000*-----------------------------------------------------------------
010100* THE WHOLE OF DARTFIXT, HELD SO EVERY PLAYER'S BOOKED NIGHTS
010200* CAN BE CHECKED AND THE FILE WRITTEN BACK IN ITS OWN ORDER.
010300*-----------------------------------------------------------------
010400 01  WS-FT-COUNT                 PIC 9(04) VALUE ZERO.
010500 01  WS-FIXTURE-TABLE.
010600     05  WS-FT-ENTRY OCCURS 1000 TIMES.
010700         10  FT-MATCH-ID         PIC X(05).
010800         10  FT-WEEK             PIC 9(02).
010900         10  FT-HOME-PLYR        PIC X(05).
011000         10  FT-AWAY-PLYR        PIC X(05).
011100         10  FT-MATCH-DATE       PIC 9(08).
011200         10  FT-DATE-FLAG        PIC X(07).
011300             88  FT-POSTPONED    VALUE "POSTPND".
011400         10  FT-DIVISION         PIC 9(01).
011500         10  FT-ORIG-DATE        PIC 9(08).
011510         10  FT-REGION           PIC X(02).
011600 01  ftx                         PIC 9(04).
011700 01  fcx                         PIC 9(04).
011800 01  WS-FOUND-IDX                PIC 9(04).
011900 01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
012000     88  FIXTURE-TABLE-FULL      VALUE "Y".

012100 01  WS-SEASON-START             PIC 9(08) VALUE ZERO.
012200 01  WS-SEASON-END               PIC 9(08) VALUE ZERO.
012300 01  WS-FROM-DATE                PIC 9(08).
012400 01  WS-NIGHT-DATE               PIC 9(08).
012500 01  WS-NIGHT-FLAG               PIC X(07).
012600 01  WS-NEW-DATE                 PIC 9(08).
012700 01  wkx                         PIC 9(03).
012800 01  WS-CLASH-SW                 PIC X(01).
012900     88  PLAYER-CLASH            VALUE "Y".
013000 01  WS-SEARCH-SW                PIC X(01).
013100     88  SEARCH-DONE             VALUE "Y".
013200 01  WS-SLIDE-COUNT              PIC 9.
013300 01  WS-LDA-DATE                 PIC 9(08).
013400 01  WS-LDA-DAYS                 PIC S9(05).
013500 01  WS-LDA-RESULT               PIC 9(08).
013600 01  WS-LHC-DATE                 PIC 9(08).
013650 01  WS-LHC-REGION               PIC X(02).
013700 01  WS-LHC-RESULT               PIC X(01).
013800     88  WEEK-NIGHT-IS-HOLIDAY   VALUE "Y".

013900 01  WS-RESULT-TEXT              PIC X(40).
014000 01  WS-MOVED-COUNT              PIC 9(04) VALUE ZERO.
014100 01  WS-UNPLACED-COUNT           PIC 9(04) VALUE ZERO.
014200 01  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.

014300 01  WS-RPT-HDG1                 PIC X(80) VALUE
014400     "DARTS LEAGUE POSTPONEMENT REGISTER".
014500 01  WS-RPT-HDG2.
014600     05  FILLER                  PIC X(40) VALUE
014700         "MATCH DV HOME  AWAY  DRAWN FOR NEW DATE ".
014800     05  FILLER                  PIC X(40) VALUE
014900         "  REASON               REQUESTED BY".
015000 01  WS-RPT-DETAIL.
015100     05  RD-MATCH-ID             PIC X(05).
015200     05  FILLER                  PIC X(01) VALUE SPACES.
015300     05  RD-DIVISION             PIC 9(01).
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  RD-HOME-PLYR            PIC X(05).
015600     05  FILLER                  PIC X(01) VALUE SPACES.
015700     05  RD-AWAY-PLYR            PIC X(05).
015800     05  FILLER                  PIC X(01) VALUE SPACES.
015900     05  RD-ORIG-DATE            PIC 9(08).
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  RD-NEW-DATE             PIC X(08).
016200     05  FILLER                  PIC X(03) VALUE SPACES.
016300     05  RD-REASON               PIC X(20).
016400     05  FILLER                  PIC X(01) VALUE SPACES.
016500     05  RD-REQUESTED-BY         PIC X(10).
016600 01  WS-UNPLACED-HDG             PIC X(80) VALUE
016700     "NOT PLACED BEFORE SEASON END - FOR THE FIXTURES COMMITTEE".
016800 01  WS-REJECT-LINE.
016900     05  FILLER                  PIC X(10) VALUE "REJECTED: ".
017000     05  RJ-RECORD               PIC X(37).
017100     05  FILLER                  PIC X(03) VALUE " - ".
017200     05  RJ-REASON               PIC X(30).
017300 01  WS-RPT-TRAILER.
017400     05  FILLER                  PIC X(07) VALUE "MOVED: ".
017500     05  RT-MOVED                PIC ZZZ9.
017600     05  FILLER                  PIC X(14) VALUE
017700         "  NOT PLACED: ".
017800     05  RT-UNPLACED             PIC ZZZ9.
017900     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
018000     05  RT-REJECTED             PIC ZZZ9.

018100 PROCEDURE DIVISION.
018200 0000-DARTRSCH.
018300     PERFORM 1000-LOAD-FIXTURES THRU 1000-EXIT
018400     IF WS-FT-COUNT = ZERO
018500         MOVE "DARTRSCH" TO AUD-PROGRAM-NAME
018600         MOVE "DARTFIXT" TO AUD-FAILED-INPUT
018700         MOVE "NO FIXTURES TO RESCHEDULE" TO AUD-FAILURE-REASON
018800         SET AUD-SEV-WARNING TO TRUE
018900         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
019000             AUD-FAILED-INPUT AUD-FAILURE-REASON
019100             AUD-SEVERITY
019200         GOBACK
019300     END-IF
019400     IF FIXTURE-TABLE-FULL
019500         MOVE "DARTRSCH" TO AUD-PROGRAM-NAME
019600         MOVE "DARTFIXT" TO AUD-FAILED-INPUT
019700         MOVE "OVER 1000 FIXTURES - FILE LEFT UNCHANGED" TO
019800             AUD-FAILURE-REASON
019900         SET AUD-SEV-SEVERE TO TRUE
020000         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
020100             AUD-FAILED-INPUT AUD-FAILURE-REASON
020200             AUD-SEVERITY
020300         GOBACK
020400     END-IF
020500     PERFORM 1100-READ-FIXDATE-CONTROL THRU 1100-EXIT
020600     OPEN OUTPUT POSTPONE-RPT
020700     MOVE WS-RPT-HDG1 TO RPT-LINE
020800     WRITE RPT-LINE
020900     MOVE WS-RPT-HDG2 TO RPT-LINE
021000     WRITE RPT-LINE
021100     PERFORM 2000-PROCESS-POSTPONEMENTS THRU 2000-EXIT
021200     PERFORM 4000-LIST-UNPLACED THRU 4000-EXIT
021300     MOVE SPACES TO RPT-LINE
021400     WRITE RPT-LINE
021500     MOVE WS-MOVED-COUNT    TO RT-MOVED
021600     MOVE WS-UNPLACED-COUNT TO RT-UNPLACED
021700     MOVE WS-REJECT-COUNT   TO RT-REJECTED
021800     MOVE WS-RPT-TRAILER TO RPT-LINE
021900     WRITE RPT-LINE
022000     CLOSE POSTPONE-RPT
022100     PERFORM 5000-REWRITE-FIXTURES THRU 5000-EXIT
022200     GOBACK.
022300 0000-EXIT.
022400     EXIT.

022500*-----------------------------------------------------------------
022600* LOAD DARTFIXT.  THE LATEST DATED NIGHT ON IT IS THE SEASON END.
022700*-----------------------------------------------------------------
022800 1000-LOAD-FIXTURES.
022900     OPEN INPUT FIXTURE-FILE
023000     IF WS-FIX-STATUS NOT = "00"
023100         GO TO 1000-EXIT
023200     END-IF
023300     PERFORM UNTIL FIX-EOF
023400         READ FIXTURE-FILE
023500             AT END SET FIX-EOF TO TRUE
023600             NOT AT END
023700                 PERFORM 1050-LOAD-ONE-FIXTURE THRU 1050-EXIT
023800         END-READ
023900     END-PERFORM
024000     CLOSE FIXTURE-FILE.
024100 1000-EXIT.
024200     EXIT.

024300 1050-LOAD-ONE-FIXTURE.
024400     IF WS-FT-COUNT >= 1000
024500         SET FIXTURE-TABLE-FULL TO TRUE
024600         GO TO 1050-EXIT
024700     END-IF
024800     ADD 1 TO WS-FT-COUNT
024900     MOVE WS-FT-COUNT TO ftx
025000     MOVE FIX-MATCH-ID   TO FT-MATCH-ID(ftx)
025100     MOVE FIX-WEEK       TO FT-WEEK(ftx)
025200     MOVE FIX-HOME-PLYR  TO FT-HOME-PLYR(ftx)
025300     MOVE FIX-AWAY-PLYR  TO FT-AWAY-PLYR(ftx)
025400     MOVE FIX-DATE-FLAG  TO FT-DATE-FLAG(ftx)
025410     MOVE FIX-REGION     TO FT-REGION(ftx)
025420     IF FIX-REGION = LOW-VALUES
025430         MOVE SPACES TO FT-REGION(ftx)
025440     END-IF
025500     MOVE ZERO TO FT-MATCH-DATE(ftx) FT-DIVISION(ftx)
025600         FT-ORIG-DATE(ftx)
025700     IF FIX-MATCH-DATE IS NUMERIC
025800         MOVE FIX-MATCH-DATE TO FT-MATCH-DATE(ftx)
025900     END-IF
026000     IF FIX-DIVISION IS NUMERIC
026100         MOVE FIX-DIVISION TO FT-DIVISION(ftx)
026200     END-IF
026300     IF FIX-ORIG-DATE IS NUMERIC
026400         MOVE FIX-ORIG-DATE TO FT-ORIG-DATE(ftx)
026500     END-IF
026600     IF FT-MATCH-DATE(ftx) > WS-SEASON-END
026700         MOVE FT-MATCH-DATE(ftx) TO WS-SEASON-END
026800     END-IF.
026900 1050-EXIT.
027000     EXIT.

027100*-----------------------------------------------------------------
027200* THE SEASON'S FIRST LEAGUE NIGHT FROM DARTFXDC.  WITHOUT IT THE
027300* EARLIEST DATED FIXTURE STANDS IN FOR WEEK ONE.
027400*-----------------------------------------------------------------
027500 1100-READ-FIXDATE-CONTROL.
027600     MOVE ZERO TO WS-SEASON-START
027700     OPEN INPUT FIXDATE-CTL-FILE
027800     IF WS-FXC-STATUS = "00"
027900         READ FIXDATE-CTL-FILE
028000             AT END CONTINUE
028100             NOT AT END
028200                 IF FXC-START-DATE IS NUMERIC
028300                     MOVE FXC-START-DATE TO WS-SEASON-START
028400                 END-IF
028500         END-READ
028600         CLOSE FIXDATE-CTL-FILE
028700     END-IF
028800     IF WS-SEASON-START NOT = ZERO
028900         GO TO 1100-EXIT
029000     END-IF
029100     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx > WS-FT-COUNT
029200         IF FT-MATCH-DATE(ftx) NOT = ZERO
029300                 AND NOT FT-POSTPONED(ftx)
029400                 AND (WS-SEASON-START = ZERO
029500                 OR FT-MATCH-DATE(ftx) < WS-SEASON-START)
029600             MOVE FT-MATCH-DATE(ftx) TO WS-SEASON-START
029700         END-IF
029800     END-PERFORM.
029900 1100-EXIT.
030000     EXIT.

030100*-----------------------------------------------------------------
030200* ONE TRANSACTION AT A TIME, IN FILE ORDER, SO A MATCH MOVED
030300* EARLIER IN THE RUN ALREADY BLOCKS ITS NEW NIGHT FOR LATER ONES.
030400*-----------------------------------------------------------------
030500 2000-PROCESS-POSTPONEMENTS.
030600     OPEN INPUT POSTPONE-FILE
030700     IF WS-PST-STATUS NOT = "00"
030800         GO TO 2000-EXIT
030900     END-IF
031000     PERFORM UNTIL PST-EOF
031100         READ POSTPONE-FILE
031200             AT END SET PST-EOF TO TRUE
031300             NOT AT END
031400                 PERFORM 2100-POSTPONE-ONE-MATCH THRU 2100-EXIT
031500         END-READ
031600     END-PERFORM
031700     CLOSE POSTPONE-FILE.
031800 2000-EXIT.
031900     EXIT.

032000*-----------------------------------------------------------------
032100* A MATCH ALREADY POSTPONED AND STILL UNPLACED CAN BE SENT
032200* AGAIN; ITS SEARCH STARTS FROM THE NIGHT IT WAS FIRST DRAWN FOR.
032300*-----------------------------------------------------------------
032400 2100-POSTPONE-ONE-MATCH.
032500     MOVE ZERO TO WS-FOUND-IDX
032600     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx > WS-FT-COUNT
032700         IF FT-MATCH-ID(ftx) = PST-MATCH-ID
032800             MOVE ftx TO WS-FOUND-IDX
032900         END-IF
033000     END-PERFORM
033100     IF WS-FOUND-IDX = ZERO
033200         MOVE "MATCH NOT ON DARTFIXT" TO WS-RESULT-TEXT
033300         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
033400         GO TO 2100-EXIT
033500     END-IF
033600     MOVE WS-FOUND-IDX TO ftx
033700     MOVE FT-MATCH-DATE(ftx) TO WS-FROM-DATE
033800     IF WS-FROM-DATE = ZERO
033900         MOVE FT-ORIG-DATE(ftx) TO WS-FROM-DATE
034000     END-IF
034100     IF WS-FROM-DATE = ZERO OR WS-SEASON-START = ZERO
034200         MOVE "FIXTURE HAS NO MATCH DATE" TO WS-RESULT-TEXT
034300         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
034400         GO TO 2100-EXIT
034500     END-IF
034600     IF FT-ORIG-DATE(ftx) = ZERO
034700         MOVE FT-MATCH-DATE(ftx) TO FT-ORIG-DATE(ftx)
034800     END-IF
034900     MOVE "POSTPND" TO FT-DATE-FLAG(ftx)
035000     MOVE ZERO TO FT-MATCH-DATE(ftx)
035100     PERFORM 3000-FIND-FREE-NIGHT THRU 3000-EXIT
035200     MOVE WS-NEW-DATE TO FT-MATCH-DATE(ftx)
035300     PERFORM 2200-PRINT-POSTPONEMENT THRU 2200-EXIT.
035400 2100-EXIT.
035500     EXIT.

035600 2200-PRINT-POSTPONEMENT.
035700     MOVE FT-MATCH-ID(ftx)  TO RD-MATCH-ID
035800     MOVE FT-DIVISION(ftx)  TO RD-DIVISION
035900     MOVE FT-HOME-PLYR(ftx) TO RD-HOME-PLYR
036000     MOVE FT-AWAY-PLYR(ftx) TO RD-AWAY-PLYR
036100     MOVE FT-ORIG-DATE(ftx) TO RD-ORIG-DATE
036200     MOVE PST-REASON        TO RD-REASON
036300     MOVE PST-REQUESTED-BY  TO RD-REQUESTED-BY
036400     IF WS-NEW-DATE = ZERO
036500         MOVE "NO NIGHT" TO RD-NEW-DATE
036600         ADD 1 TO WS-UNPLACED-COUNT
036700         MOVE "DARTRSCH" TO AUD-PROGRAM-NAME
036800         MOVE PST-RECORD TO AUD-FAILED-INPUT
036900         MOVE "POSTPONED MATCH NOT PLACED BEFORE SEASON END" TO
037000             AUD-FAILURE-REASON
037100         SET AUD-SEV-WARNING TO TRUE
037200         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
037300             AUD-FAILED-INPUT AUD-FAILURE-REASON
037400             AUD-SEVERITY
037500     ELSE
037600         MOVE WS-NEW-DATE TO RD-NEW-DATE
037700         ADD 1 TO WS-MOVED-COUNT
037800     END-IF
037900     MOVE WS-RPT-DETAIL TO RPT-LINE
038000     WRITE RPT-LINE.
038100 2200-EXIT.
038200     EXIT.

038300*-----------------------------------------------------------------
038400* WALK THE LEAGUE NIGHTS FROM WEEK ONE.  A NIGHT QUALIFIES WHEN
038500* IT FALLS AFTER WS-FROM-DATE, ON OR BEFORE THE SEASON END, HAS
038600* A DATE AT ALL (NOT A WHOLE HOLIDAY WEEK), AND NEITHER PLAYER
038700* IS BOOKED ON IT.  WS-NEW-DATE COMES BACK ZERO IF NONE DOES.
038800*-----------------------------------------------------------------
038900 3000-FIND-FREE-NIGHT.
039000     MOVE ZERO TO WS-NEW-DATE
039100     MOVE "N" TO WS-SEARCH-SW
039200     PERFORM VARYING wkx FROM 1 BY 1
039300             UNTIL SEARCH-DONE OR wkx > 520
039400         PERFORM 3100-DATE-ONE-WEEK THRU 3100-EXIT
039500         EVALUATE TRUE
039600             WHEN WS-NIGHT-DATE = ZERO
039700                 CONTINUE
039800             WHEN WS-NIGHT-DATE > WS-SEASON-END
039900                 SET SEARCH-DONE TO TRUE
040000             WHEN WS-NIGHT-DATE <= WS-FROM-DATE
040100                 CONTINUE
040200             WHEN OTHER
040300                 PERFORM 3200-CHECK-CLASH THRU 3200-EXIT
040400                 IF NOT PLAYER-CLASH
040500                     MOVE WS-NIGHT-DATE TO WS-NEW-DATE
040600                     SET SEARCH-DONE TO TRUE
040700                 END-IF
040800         END-EVALUATE
040900     END-PERFORM.
041000 3000-EXIT.
041100     EXIT.

041200*-----------------------------------------------------------------
041300* DATE WEEK wkx EXACTLY AS 8250-DATE-ONE-WEEK IN DARTS DOES, SO
041400* A MOVED MATCH LANDS ON THE SAME NIGHT AS THAT WEEK'S FIXTURES
041410* FOR THE SAME HOME CLUB REGION.
041500*-----------------------------------------------------------------
041600 3100-DATE-ONE-WEEK.
041700     MOVE SPACES TO WS-NIGHT-FLAG
041800     MOVE WS-SEASON-START TO WS-LDA-DATE
041900     COMPUTE WS-LDA-DAYS = (wkx - 1) * 7
042000     CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
042100         WS-LDA-RESULT
042200     MOVE WS-LDA-RESULT TO WS-NIGHT-DATE
042300     MOVE ZERO TO WS-SLIDE-COUNT
042400     MOVE WS-NIGHT-DATE TO WS-LHC-DATE
042450     MOVE FT-REGION(ftx) TO WS-LHC-REGION
042500     CALL "LEAP-HOLIDAY-CHECK" USING WS-LHC-DATE WS-LHC-REGION
042550         WS-LHC-RESULT
042600     PERFORM UNTIL NOT WEEK-NIGHT-IS-HOLIDAY
042700             OR WS-SLIDE-COUNT >= 6
042800         MOVE WS-NIGHT-DATE TO WS-LDA-DATE
042900         MOVE 1 TO WS-LDA-DAYS
043000         CALL "LEAP-DATE-ADD" USING WS-LDA-DATE WS-LDA-DAYS
043100             WS-LDA-RESULT
043200         MOVE WS-LDA-RESULT TO WS-NIGHT-DATE
043300         ADD 1 TO WS-SLIDE-COUNT
043400         MOVE WS-NIGHT-DATE TO WS-LHC-DATE
043500         CALL "LEAP-HOLIDAY-CHECK" USING WS-LHC-DATE
043600             WS-LHC-REGION WS-LHC-RESULT
043700     END-PERFORM
043800     IF WEEK-NIGHT-IS-HOLIDAY
043900         MOVE ZERO TO WS-NIGHT-DATE
044000         MOVE "NO-DATE" TO WS-NIGHT-FLAG
044100     END-IF.
044200 3100-EXIT.
044300     EXIT.

044400*-----------------------------------------------------------------
044500* IS EITHER PLAYER OF FIXTURE ftx ALREADY BOOKED ON THE NIGHT?
044600*-----------------------------------------------------------------
044700 3200-CHECK-CLASH.
044800     MOVE "N" TO WS-CLASH-SW
044900     PERFORM VARYING fcx FROM 1 BY 1
045000             UNTIL fcx > WS-FT-COUNT OR PLAYER-CLASH
045100         IF fcx NOT = ftx
045200                 AND FT-MATCH-DATE(fcx) = WS-NIGHT-DATE
045300                 AND (FT-HOME-PLYR(fcx) = FT-HOME-PLYR(ftx)
045400                 OR FT-HOME-PLYR(fcx) = FT-AWAY-PLYR(ftx)
045500                 OR FT-AWAY-PLYR(fcx) = FT-HOME-PLYR(ftx)
045600                 OR FT-AWAY-PLYR(fcx) = FT-AWAY-PLYR(ftx))
045700             SET PLAYER-CLASH TO TRUE
045800         END-IF
045900     END-PERFORM.
046000 3200-EXIT.
046100     EXIT.

046200*-----------------------------------------------------------------
046300* EVERY MATCH STILL POSTPONED WITHOUT A NIGHT - THIS RUN'S AND
046400* ANY LEFT OVER FROM EARLIER RUNS.
046500*-----------------------------------------------------------------
046600 4000-LIST-UNPLACED.
046700     MOVE SPACES TO RPT-LINE
046800     WRITE RPT-LINE
046900     MOVE WS-UNPLACED-HDG TO RPT-LINE
047000     WRITE RPT-LINE
047100     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx > WS-FT-COUNT
047200         IF FT-POSTPONED(ftx) AND FT-MATCH-DATE(ftx) = ZERO
047300             MOVE SPACES TO WS-RPT-DETAIL
047400             MOVE FT-MATCH-ID(ftx)  TO RD-MATCH-ID
047500             MOVE FT-DIVISION(ftx)  TO RD-DIVISION
047600             MOVE FT-HOME-PLYR(ftx) TO RD-HOME-PLYR
047700             MOVE FT-AWAY-PLYR(ftx) TO RD-AWAY-PLYR
047800             MOVE FT-ORIG-DATE(ftx) TO RD-ORIG-DATE
047900             MOVE "NO NIGHT" TO RD-NEW-DATE
048000             MOVE WS-RPT-DETAIL TO RPT-LINE
048100             WRITE RPT-LINE
048200         END-IF
048300     END-PERFORM.
048400 4000-EXIT.
048500     EXIT.

048600*-----------------------------------------------------------------
048700* WRITE DARTFIXT BACK IN ITS ORIGINAL ORDER.
048800*-----------------------------------------------------------------
048900 5000-REWRITE-FIXTURES.
049000     OPEN OUTPUT FIXTURE-FILE
049100     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx > WS-FT-COUNT
049200         MOVE SPACES TO FIX-RECORD
049300         MOVE FT-MATCH-ID(ftx)   TO FIX-MATCH-ID
049400         MOVE FT-WEEK(ftx)       TO FIX-WEEK
049500         MOVE FT-HOME-PLYR(ftx)  TO FIX-HOME-PLYR
049600         MOVE FT-AWAY-PLYR(ftx)  TO FIX-AWAY-PLYR
049700         MOVE FT-MATCH-DATE(ftx) TO FIX-MATCH-DATE
049800         MOVE FT-DATE-FLAG(ftx)  TO FIX-DATE-FLAG
049900         MOVE FT-DIVISION(ftx)   TO FIX-DIVISION
050000         MOVE FT-ORIG-DATE(ftx)  TO FIX-ORIG-DATE
050010         MOVE FT-REGION(ftx)     TO FIX-REGION
050100         WRITE FIX-RECORD
050200     END-PERFORM
050300     CLOSE FIXTURE-FILE.
050400 5000-EXIT.
050500     EXIT.

050600*-----------------------------------------------------------------
050700* REJECT THE CURRENT DARTPOST RECORD WITH WS-RESULT-TEXT.
050800*-----------------------------------------------------------------
050900 7000-REJECT-TRANSACTION.
051000     ADD 1 TO WS-REJECT-COUNT
051100     MOVE PST-RECORD     TO RJ-RECORD
051200     MOVE WS-RESULT-TEXT TO RJ-REASON
051300     MOVE WS-REJECT-LINE TO RPT-LINE
051400     WRITE RPT-LINE
051500     MOVE "DARTRSCH" TO AUD-PROGRAM-NAME
051600     MOVE PST-RECORD TO AUD-FAILED-INPUT
051700     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
051800     SET AUD-SEV-WARNING TO TRUE
051900     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
052000         AUD-FAILED-INPUT AUD-FAILURE-REASON
052100         AUD-SEVERITY.
052200 7000-EXIT.
052300     EXIT.
