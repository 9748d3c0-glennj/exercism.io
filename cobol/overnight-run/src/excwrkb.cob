002200*-----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* 09/02/2026 TH    ORIGINAL MORNING EXCEPTION WORKBENCH
002410* 10/15/2026 TH    ALSO GATHER THE REFERENTIAL-INTEGRITY SWEEP'S
002420*                  ORPHAN KEYS OFF INTGEXCP AS WARNINGS
002425* 10/15/2026 TH    EXCWRKB-BATCH ENTRY POINT FOR THE SECOND-TIER
002430*                  OVERNIGHT STREAM
002500*-----------------------------------------------------------------
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    EXCWRKB.
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-TWOF-STATUS.

004910     SELECT INTG-EXC-FILE ASSIGN TO "INTGEXCP"
004920         ORGANIZATION IS LINE SEQUENTIAL
004930         FILE STATUS IS WS-INTG-STATUS.

005000     SELECT RUN-LOG-FILE ASSIGN TO "OVNTLOG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-LOG-STATUS.
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  REPEAT-RPT-LINE             PIC X(80).

007210 FD  INTG-EXC-FILE
007220     RECORD CONTAINS 80 CHARACTERS.
007230 01  INTG-EXC-LINE               PIC X(80).

007300 FD  RUN-LOG-FILE.
007400 COPY ovntlog.

009300     88  DART-EOF                VALUE "10".
009400 01  WS-TWOF-STATUS              PIC XX.
009500     88  TWOF-EOF                VALUE "10".
009510 01  WS-INTG-STATUS              PIC XX.
009520     88  INTG-EOF                VALUE "10".
009600 01  WS-LOG-STATUS               PIC XX.
009700     88  LOG-EOF                 VALUE "10".
009800 01  WS-RPT-STATUS               PIC XX.
010600 01  WS-CNT-CHESS                PIC 9(05) VALUE ZERO.
010700 01  WS-CNT-DARTS                PIC 9(05) VALUE ZERO.
010800 01  WS-CNT-TWOFER               PIC 9(05) VALUE ZERO.
010810 01  WS-CNT-INTEGRITY            PIC 9(05) VALUE ZERO.

010900 01  WS-SORT-EOF-SW              PIC X VALUE "N".
011000     88  SORT-AT-EOF             VALUE "Y".
012500     05  WD-KEY                  PIC X(20).
012600     05  FILLER                  PIC X(02) VALUE SPACES.
012700     05  WD-REASON               PIC X(50).
012708*-----------------------------------------------------------------
012716* PRINCIPAL RECORD COUNTS FOR THE EXCWRKB-BATCH ENTRY POINT: THE
012724* EXCEPTIONS TAKEN BACK FROM THE SORT AND THE WORKLIST LINES
012732* PRINTED.  THE WORKLIST IS THE WHOLE OF THE RUN, SO THERE IS NO
012740* REHEARSAL MODE.
012748*-----------------------------------------------------------------
012756 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
012764 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

012772 LINKAGE SECTION.
012780 COPY runcom.

012800 PROCEDURE DIVISION.
012900 0000-EXCWRKB.
012905     PERFORM 0100-RUN-EXCWRKB THRU 0100-EXIT
012910     GOBACK.
012915 0000-EXIT.
012920     EXIT.

012925*-----------------------------------------------------------------
012930* THE WHOLE RUN, BROKEN OUT OF 0000-EXCWRKB SO THE EXCWRKB-BATCH
012935* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
012940*-----------------------------------------------------------------
012945 0100-RUN-EXCWRKB.
013000     PERFORM 1000-FIND-RUN-ID THRU 1000-EXIT
013100     SORT SORT-WORK-FILE
013200         ON ASCENDING KEY SORT-SEV-ORDER SORT-SOURCE
013300         INPUT PROCEDURE 2000-GATHER-EXCEPTIONS
013400         OUTPUT PROCEDURE 5000-WRITE-WORKLIST.
013600 0100-EXIT.
013700     EXIT.

013800*-----------------------------------------------------------------
015700     PERFORM 2200-GATHER-HAMMING THRU 2200-EXIT
015800     PERFORM 2300-GATHER-CHESS THRU 2300-EXIT
015900     PERFORM 2400-GATHER-DARTS THRU 2400-EXIT
016000     PERFORM 2500-GATHER-TWOFER THRU 2500-EXIT
016010     PERFORM 2600-GATHER-INTEGRITY THRU 2600-EXIT.
016100 2000-EXIT.
016200     EXIT.

031100 2500-EXIT.
031200     EXIT.

031203*-----------------------------------------------------------------
031206* THE INTEGRITY SWEEP LISTS EACH ORPHAN KEY ON AN "ORPHAN " LINE:
031209* THE KEY IN COLUMNS 8-27 AND THE REASON FROM COLUMN 30.
031212*-----------------------------------------------------------------
031215 2600-GATHER-INTEGRITY.
031218     OPEN INPUT INTG-EXC-FILE
031221     IF WS-INTG-STATUS NOT = "00"
031224         GO TO 2600-EXIT
031227     END-IF
031230     PERFORM UNTIL INTG-EOF
031233         READ INTG-EXC-FILE
031236             AT END SET INTG-EOF TO TRUE
031239             NOT AT END
031242                 IF INTG-EXC-LINE(1:7) = "ORPHAN "
031245                     ADD 1 TO WS-CNT-INTEGRITY
031248                     MOVE 2 TO SORT-SEV-ORDER
031251                     MOVE "W" TO SORT-SEVERITY
031254                     MOVE "INTGEXCP" TO SORT-SOURCE
031257                     MOVE INTG-EXC-LINE(8:20)
031260                         TO SORT-KEY-FIELD
031263                     MOVE INTG-EXC-LINE(30:50)
031266                         TO SORT-REASON
031269                     RELEASE SORT-RECORD
031272                 END-IF
031275         END-READ
031278     END-PERFORM
031281     CLOSE INTG-EXC-FILE.
031284 2600-EXIT.
031287     EXIT.

031300 5000-WRITE-WORKLIST.
031400     OPEN OUTPUT WORKLIST-RPT
031500     MOVE "MORNING EXCEPTION WORKLIST" TO RPT-LINE
033700     MOVE WS-CNT-TWOFER TO BN-COUNT
033800     MOVE WS-BANNER-LINE TO RPT-LINE
033900     WRITE RPT-LINE
033910     MOVE "INTGEXCP" TO BN-SOURCE
033920     MOVE WS-CNT-INTEGRITY TO BN-COUNT
033930     MOVE WS-BANNER-LINE TO RPT-LINE
033940     WRITE RPT-LINE
034000     MOVE SPACES TO RPT-LINE
034100     WRITE RPT-LINE
034200     PERFORM UNTIL SORT-AT-EOF
034300         RETURN SORT-WORK-FILE
034400             AT END MOVE "Y" TO WS-SORT-EOF-SW
034500             NOT AT END
034510                 ADD 1 TO WS-RNC-READ
034600                 MOVE SORT-SEVERITY  TO WD-SEVERITY
034700                 MOVE SORT-SOURCE    TO WD-SOURCE
034800                 MOVE SORT-KEY-FIELD TO WD-KEY
034900                 MOVE SORT-REASON    TO WD-REASON
035000                 MOVE WS-WORK-DETAIL TO RPT-LINE
035100                 WRITE RPT-LINE
035110                 ADD 1 TO WS-RNC-WRITTEN
035200         END-RETURN
035300     END-PERFORM
035400     CLOSE WORKLIST-RPT.
035500 5000-EXIT.
035600     EXIT.

035700*-----------------------------------------------------------------
035800* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
035900* SECOND-TIER STREAM CAN BUILD THE MORNING WORKLIST AND
036000* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
036100* DEFAULT CALL "EXCWRKB" BEHAVIOR ABOVE.
036200*-----------------------------------------------------------------
036300 9000-EXCWRKB-BATCH-ENTRY.
036400 ENTRY "EXCWRKB-BATCH" USING RNC-RECORDS-READ
036500         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
036600     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
036700     PERFORM 0100-RUN-EXCWRKB THRU 0100-EXIT
036800     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
036900     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
037000     GOBACK.
037100 9000-EXIT.
037200     EXIT.
