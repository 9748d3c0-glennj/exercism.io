000100*****************************************************************
000200* PROGRAM-ID : MEMBMTCH
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : NIGHTLY CLUB MEMBER MATCH-UP.  WALKS EACH
000900*               SUBSYSTEM'S PLAYER MASTER - DARTPLYR, CHESSRAT,
001000*               SCRABRAT AND THE TWOFPNTS LOYALTY NAMES - AND
001100*               LOOKS EVERY ID UP ON THE MEMBXREF CROSS-REFERENCE.
001200*               AN ID NO MEMBER CLAIMS IS LISTED ON MEMBMTCR UNDER
001300*               ITS SYSTEM, SO THE MEMBERSHIP SECRETARY CAN LINK
001400*               IT (OR ADD THE PERSON) THROUGH MEMBMNT.  EACH
001500*               SYSTEM ENDS WITH ITS ON-FILE, MATCHED AND
001600*               UNMATCHED COUNTS; A MASTER THAT CANNOT BE OPENED
001700*               IS SAID SO, NOT TAKEN AS EMPTY.
001800*-----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 10/15/2026 TH    ORIGINAL MEMBER MATCH-UP REPORT
002210* 10/15/2026 TH    MEMBMTCH-BATCH ENTRY POINT FOR THE SECOND-TIER
002220*                  OVERNIGHT STREAM
002300*-----------------------------------------------------------------
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    MEMBMTCH.
002600 AUTHOR.        T. HARLOW.
002700 INSTALLATION.  GLENNJ DATA PROCESSING.
002800 DATE-WRITTEN.  10/15/2026.
002900 DATE-COMPILED.

003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT XREF-FILE ASSIGN TO "MEMBXREF"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS XRF-KEY
003700         FILE STATUS IS WS-XRF-STATUS.

003800     SELECT PLAYER-FILE ASSIGN TO "DARTPLYR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PLYR-ID
004200         FILE STATUS IS WS-PLYR-STATUS.

004300     SELECT CHESS-RATING-FILE ASSIGN TO "CHESSRAT"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS RAT-PLAYER-ID
004700         FILE STATUS IS WS-RAT-STATUS.

004800     SELECT SCRAB-RATING-FILE ASSIGN TO "SCRABRAT"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS SRT-PLAYER-ID
005200         FILE STATUS IS WS-SRT-STATUS.

005300     SELECT POINTS-MASTER-FILE ASSIGN TO "TWOFPNTS"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS PTS-NAME
005700         FILE STATUS IS WS-PTS-STATUS.

005800     SELECT MATCHUP-RPT ASSIGN TO "MEMBMTCR"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPT-STATUS.

006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  XREF-FILE.
006400 COPY membxref.

006500 FD  PLAYER-FILE.
006600 COPY dartplyr.

006700 FD  CHESS-RATING-FILE.
006800 01  RAT-RECORD.
006900     05  RAT-PLAYER-ID           PIC X(10).
007000     05  RAT-RATING              PIC 9(05).
007100     05  RAT-GAMES               PIC 9(04).
007200     05  RAT-WINS                PIC 9(04).
007300     05  RAT-LOSSES              PIC 9(04).
007400     05  RAT-DRAWS               PIC 9(04).

007500 FD  SCRAB-RATING-FILE.
007600 01  SRT-RECORD.
007700     05  SRT-PLAYER-ID           PIC X(05).
007800     05  SRT-RATING              PIC 9(05).
007900     05  SRT-GAMES               PIC 9(04).
008000     05  SRT-WINS                PIC 9(04).
008100     05  SRT-LOSSES              PIC 9(04).
008200     05  SRT-DRAWS               PIC 9(04).

008300 FD  POINTS-MASTER-FILE.
008400 01  PTS-RECORD.
008500     05  PTS-NAME                PIC X(18).
008600     05  PTS-BALANCE             PIC 9(05).
008700     05  PTS-EARNED              PIC 9(06).
008800     05  PTS-BURNED              PIC 9(06).

008900 FD  MATCHUP-RPT
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  MTCR-LINE                   PIC X(80).

009200 WORKING-STORAGE SECTION.
009300 01  WS-XRF-STATUS               PIC XX.
009400 01  WS-PLYR-STATUS              PIC XX.
009500 01  WS-RAT-STATUS               PIC XX.
009600 01  WS-SRT-STATUS               PIC XX.
009700 01  WS-PTS-STATUS               PIC XX.
009800 01  WS-RPT-STATUS               PIC XX.

009900*-----------------------------------------------------------------
010000* THE ID BEING CHECKED, WITH A LINE OF DETAIL FROM ITS OWN MASTER
010100* TO HELP THE SECRETARY RECOGNISE THE PERSON.
010200*-----------------------------------------------------------------
010300 01  WS-CHECK-SYSTEM             PIC X(01).
010400 01  WS-CHECK-ID                 PIC X(18).
010500 01  WS-CHECK-DETAIL             PIC X(30).

010600 01  WS-ON-FILE-COUNT            PIC 9(05).
010700 01  WS-MATCHED-COUNT            PIC 9(05).
010800 01  WS-UNMATCHED-COUNT          PIC 9(05).
010900 01  WS-TOTAL-UNMATCHED          PIC 9(05) VALUE ZERO.
011000 01  WS-RATING-DISP              PIC ZZZZ9.

011100 01  WS-MTC-HDG1                 PIC X(80) VALUE
011200     "CLUB MEMBER MATCH-UP - SUBSYSTEM IDS WITH NO MEMBER RECORD".
011300 01  WS-MTC-HDG2.
011400     05  FILLER                  PIC X(10) VALUE "SYSTEM".
011500     05  FILLER                  PIC X(20) VALUE "SUBSYSTEM ID".
011600     05  FILLER                  PIC X(30) VALUE "DETAIL".
011700 01  WS-MTC-DETAIL.
011800     05  MD-SYSTEM-NAME          PIC X(08).
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  MD-SUBSYS-ID            PIC X(18).
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  MD-DETAIL               PIC X(30).
012300 01  WS-MTC-SYSTEM-NAME          PIC X(08).
012400 01  WS-MTC-TOTALS.
012500     05  MS-SYSTEM-NAME          PIC X(08).
012600     05  FILLER                  PIC X(10) VALUE "  ON FILE:".
012700     05  MS-ON-FILE              PIC ZZZZ9.
012800     05  FILLER                  PIC X(10) VALUE "  MATCHED:".
012900     05  MS-MATCHED              PIC ZZZZ9.
013000     05  FILLER                  PIC X(12) VALUE "  UNMATCHED:".
013100     05  MS-UNMATCHED            PIC ZZZZ9.
013200 01  WS-MTC-UNAVAILABLE.
013300     05  MU-SYSTEM-NAME          PIC X(08).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  MU-FILE-NAME            PIC X(08).
013600     05  FILLER                  PIC X(36) VALUE
013700         " NOT AVAILABLE - SYSTEM NOT CHECKED".
013800 01  WS-MTC-TRAILER.
013900     05  FILLER                  PIC X(25) VALUE
014000         "TOTAL UNMATCHED IDS:     ".
014100     05  MT-UNMATCHED            PIC ZZZZ9.
014110*-----------------------------------------------------------------
014120* PRINCIPAL RECORD COUNTS FOR THE MEMBMTCH-BATCH ENTRY
014130* POINT.  THE REPORT IS THE WHOLE OF THE RUN, SO THERE IS NO
014140* REHEARSAL MODE.
014150*-----------------------------------------------------------------
014160 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
014170 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

014180 LINKAGE SECTION.
014190 COPY runcom.

014200 PROCEDURE DIVISION.
014300 0000-MEMBMTCH.
014305     PERFORM 0100-RUN-MEMBMTCH THRU 0100-EXIT
014310     GOBACK.
014315 0000-EXIT.
014320     EXIT.

014325*-----------------------------------------------------------------
014330* THE WHOLE RUN, BROKEN OUT OF 0000-MEMBMTCH SO THE MEMBMTCH-BATCH
014335* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
014340*-----------------------------------------------------------------
014345 0100-RUN-MEMBMTCH.
014400     OPEN OUTPUT MATCHUP-RPT
014500     MOVE WS-MTC-HDG1 TO MTCR-LINE
014600     WRITE MTCR-LINE
014700     OPEN INPUT XREF-FILE
014800     IF WS-XRF-STATUS NOT = "00"
014900         MOVE "MEMBER"   TO MU-SYSTEM-NAME
015000         MOVE "MEMBXREF" TO MU-FILE-NAME
015100         MOVE WS-MTC-UNAVAILABLE TO MTCR-LINE
015200         WRITE MTCR-LINE
015300         CLOSE MATCHUP-RPT
015400         GO TO 0100-EXIT
015500     END-IF
015600     MOVE WS-MTC-HDG2 TO MTCR-LINE
015700     WRITE MTCR-LINE
015800     PERFORM 2000-MATCH-DARTS THRU 2000-EXIT
015900     PERFORM 3000-MATCH-CHESS THRU 3000-EXIT
016000     PERFORM 4000-MATCH-SCRABBLE THRU 4000-EXIT
016100     PERFORM 5000-MATCH-TWOFER THRU 5000-EXIT
016200     MOVE WS-TOTAL-UNMATCHED TO MT-UNMATCHED
016300     MOVE WS-MTC-TRAILER TO MTCR-LINE
016400     WRITE MTCR-LINE
016500     CLOSE XREF-FILE MATCHUP-RPT.
016700 0100-EXIT.
016800     EXIT.

016900 2000-MATCH-DARTS.
017000     MOVE "DARTS" TO WS-MTC-SYSTEM-NAME
017100     MOVE "D" TO WS-CHECK-SYSTEM
017200     OPEN INPUT PLAYER-FILE
017300     IF WS-PLYR-STATUS NOT = "00"
017400         MOVE "DARTPLYR" TO MU-FILE-NAME
017500         PERFORM 7100-PRINT-UNAVAILABLE THRU 7100-EXIT
017600         GO TO 2000-EXIT
017700     END-IF
017800     PERFORM 7000-START-SYSTEM THRU 7000-EXIT
017900     MOVE LOW-VALUES TO PLYR-ID
018000     START PLAYER-FILE KEY IS GREATER THAN PLYR-ID
018100         INVALID KEY MOVE "10" TO WS-PLYR-STATUS
018200     END-START
018300     PERFORM UNTIL WS-PLYR-STATUS NOT = "00"
018400         READ PLAYER-FILE NEXT RECORD
018500             AT END MOVE "10" TO WS-PLYR-STATUS
018600             NOT AT END
018700                 MOVE PLYR-ID   TO WS-CHECK-ID
018800                 MOVE PLYR-NAME TO WS-CHECK-DETAIL
018900                 IF PLYR-IS-INACTIVE
019000                     MOVE "(INACTIVE)" TO WS-CHECK-DETAIL(22:)
019100                 END-IF
019200                 PERFORM 6000-CHECK-ONE-ID THRU 6000-EXIT
019300         END-READ
019400     END-PERFORM
019500     CLOSE PLAYER-FILE
019600     PERFORM 7200-PRINT-SYSTEM-TOTALS THRU 7200-EXIT.
019700 2000-EXIT.
019800     EXIT.

019900 3000-MATCH-CHESS.
020000     MOVE "CHESS" TO WS-MTC-SYSTEM-NAME
020100     MOVE "C" TO WS-CHECK-SYSTEM
020200     OPEN INPUT CHESS-RATING-FILE
020300     IF WS-RAT-STATUS NOT = "00"
020400         MOVE "CHESSRAT" TO MU-FILE-NAME
020500         PERFORM 7100-PRINT-UNAVAILABLE THRU 7100-EXIT
020600         GO TO 3000-EXIT
020700     END-IF
020800     PERFORM 7000-START-SYSTEM THRU 7000-EXIT
020900     MOVE LOW-VALUES TO RAT-PLAYER-ID
021000     START CHESS-RATING-FILE KEY IS GREATER THAN RAT-PLAYER-ID
021100         INVALID KEY MOVE "10" TO WS-RAT-STATUS
021200     END-START
021300     PERFORM UNTIL WS-RAT-STATUS NOT = "00"
021400         READ CHESS-RATING-FILE NEXT RECORD
021500             AT END MOVE "10" TO WS-RAT-STATUS
021600             NOT AT END
021700                 MOVE RAT-PLAYER-ID TO WS-CHECK-ID
021800                 MOVE RAT-RATING    TO WS-RATING-DISP
021900                 MOVE SPACES TO WS-CHECK-DETAIL
022000                 STRING "RATING " WS-RATING-DISP
022100                         DELIMITED BY SIZE
022200                     INTO WS-CHECK-DETAIL
022300                 END-STRING
022400                 PERFORM 6000-CHECK-ONE-ID THRU 6000-EXIT
022500         END-READ
022600     END-PERFORM
022700     CLOSE CHESS-RATING-FILE
022800     PERFORM 7200-PRINT-SYSTEM-TOTALS THRU 7200-EXIT.
022900 3000-EXIT.
023000     EXIT.

023100 4000-MATCH-SCRABBLE.
023200     MOVE "SCRABBLE" TO WS-MTC-SYSTEM-NAME
023300     MOVE "S" TO WS-CHECK-SYSTEM
023400     OPEN INPUT SCRAB-RATING-FILE
023500     IF WS-SRT-STATUS NOT = "00"
023600         MOVE "SCRABRAT" TO MU-FILE-NAME
023700         PERFORM 7100-PRINT-UNAVAILABLE THRU 7100-EXIT
023800         GO TO 4000-EXIT
023900     END-IF
024000     PERFORM 7000-START-SYSTEM THRU 7000-EXIT
024100     MOVE LOW-VALUES TO SRT-PLAYER-ID
024200     START SCRAB-RATING-FILE KEY IS GREATER THAN SRT-PLAYER-ID
024300         INVALID KEY MOVE "10" TO WS-SRT-STATUS
024400     END-START
024500     PERFORM UNTIL WS-SRT-STATUS NOT = "00"
024600         READ SCRAB-RATING-FILE NEXT RECORD
024700             AT END MOVE "10" TO WS-SRT-STATUS
024800             NOT AT END
024900                 MOVE SRT-PLAYER-ID TO WS-CHECK-ID
025000                 MOVE SRT-RATING    TO WS-RATING-DISP
025100                 MOVE SPACES TO WS-CHECK-DETAIL
025200                 STRING "RATING " WS-RATING-DISP
025300                         DELIMITED BY SIZE
025400                     INTO WS-CHECK-DETAIL
025500                 END-STRING
025600                 PERFORM 6000-CHECK-ONE-ID THRU 6000-EXIT
025700         END-READ
025800     END-PERFORM
025900     CLOSE SCRAB-RATING-FILE
026000     PERFORM 7200-PRINT-SYSTEM-TOTALS THRU 7200-EXIT.
026100 4000-EXIT.
026200     EXIT.

026300*-----------------------------------------------------------------
026400* TWO-FER KNOWS ITS CUSTOMERS ONLY BY NAME.  A NAME ALREADY ERASED
026500* BY TWOFPRIV ("ERASED-...") BELONGS TO NO ONE BY DESIGN AND IS
026600* NOT LISTED.
026700*-----------------------------------------------------------------
026800 5000-MATCH-TWOFER.
026900     MOVE "TWO-FER" TO WS-MTC-SYSTEM-NAME
027000     MOVE "T" TO WS-CHECK-SYSTEM
027100     OPEN INPUT POINTS-MASTER-FILE
027200     IF WS-PTS-STATUS NOT = "00"
027300         MOVE "TWOFPNTS" TO MU-FILE-NAME
027400         PERFORM 7100-PRINT-UNAVAILABLE THRU 7100-EXIT
027500         GO TO 5000-EXIT
027600     END-IF
027700     PERFORM 7000-START-SYSTEM THRU 7000-EXIT
027800     MOVE LOW-VALUES TO PTS-NAME
027900     START POINTS-MASTER-FILE KEY IS GREATER THAN PTS-NAME
028000         INVALID KEY MOVE "10" TO WS-PTS-STATUS
028100     END-START
028200     PERFORM UNTIL WS-PTS-STATUS NOT = "00"
028300         READ POINTS-MASTER-FILE NEXT RECORD
028400             AT END MOVE "10" TO WS-PTS-STATUS
028500             NOT AT END
028600                 IF PTS-NAME(1:7) NOT = "ERASED-"
028700                     MOVE PTS-NAME    TO WS-CHECK-ID
028800                     MOVE PTS-BALANCE TO WS-RATING-DISP
028900                     MOVE SPACES TO WS-CHECK-DETAIL
029000                     STRING "POINTS " WS-RATING-DISP
029100                             DELIMITED BY SIZE
029200                         INTO WS-CHECK-DETAIL
029300                     END-STRING
029400                     PERFORM 6000-CHECK-ONE-ID THRU 6000-EXIT
029500                 END-IF
029600         END-READ
029700     END-PERFORM
029800     CLOSE POINTS-MASTER-FILE
029900     PERFORM 7200-PRINT-SYSTEM-TOTALS THRU 7200-EXIT.
030000 5000-EXIT.
030100     EXIT.

030200 6000-CHECK-ONE-ID.
030300     ADD 1 TO WS-ON-FILE-COUNT
030310     ADD 1 TO WS-RNC-READ
030400     MOVE WS-CHECK-SYSTEM TO XRF-SYSTEM
030500     MOVE WS-CHECK-ID     TO XRF-SUBSYS-ID
030600     READ XREF-FILE
030700         INVALID KEY
030800             PERFORM 6100-PRINT-UNMATCHED THRU 6100-EXIT
030900         NOT INVALID KEY
031000             ADD 1 TO WS-MATCHED-COUNT
031100     END-READ.
031200 6000-EXIT.
031300     EXIT.

031400 6100-PRINT-UNMATCHED.
031500     ADD 1 TO WS-UNMATCHED-COUNT
031600     ADD 1 TO WS-TOTAL-UNMATCHED
031700     MOVE WS-MTC-SYSTEM-NAME TO MD-SYSTEM-NAME
031800     MOVE WS-CHECK-ID        TO MD-SUBSYS-ID
031900     MOVE WS-CHECK-DETAIL    TO MD-DETAIL
032000     MOVE WS-MTC-DETAIL      TO MTCR-LINE
032100     WRITE MTCR-LINE
032110     ADD 1 TO WS-RNC-WRITTEN.
032200 6100-EXIT.
032300     EXIT.

032400 7000-START-SYSTEM.
032500     MOVE ZERO TO WS-ON-FILE-COUNT WS-MATCHED-COUNT
032600                  WS-UNMATCHED-COUNT.
032700 7000-EXIT.
032800     EXIT.

032900 7100-PRINT-UNAVAILABLE.
033000     MOVE WS-MTC-SYSTEM-NAME TO MU-SYSTEM-NAME
033100     MOVE WS-MTC-UNAVAILABLE TO MTCR-LINE
033200     WRITE MTCR-LINE.
033300 7100-EXIT.
033400     EXIT.

033500 7200-PRINT-SYSTEM-TOTALS.
033600     MOVE WS-MTC-SYSTEM-NAME TO MS-SYSTEM-NAME
033700     MOVE WS-ON-FILE-COUNT   TO MS-ON-FILE
033800     MOVE WS-MATCHED-COUNT   TO MS-MATCHED
033900     MOVE WS-UNMATCHED-COUNT TO MS-UNMATCHED
034000     MOVE WS-MTC-TOTALS      TO MTCR-LINE
034100     WRITE MTCR-LINE.
034200 7200-EXIT.
034300     EXIT.

034400*-----------------------------------------------------------------
034500* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
034600* SECOND-TIER STREAM CAN PRINT THE MEMBER MATCH-UP AND
034700* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
034800* DEFAULT CALL "MEMBMTCH" BEHAVIOR ABOVE.
034900*-----------------------------------------------------------------
035000 9000-MEMBMTCH-BATCH-ENTRY.
035100 ENTRY "MEMBMTCH-BATCH" USING RNC-RECORDS-READ
035200         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
035300     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
035400     PERFORM 0100-RUN-MEMBMTCH THRU 0100-EXIT
035500     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
035600     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
035700     GOBACK.
035800 9000-EXIT.
035900     EXIT.
