001400*               PLAYER DOWN THE SIDE AND (AS NUMBERED COLUMNS
001500*               WITH A LEGEND) ACROSS THE TOP - FOLLOWED BY A
001600*               TIE-BREAK SUMMARY FOR PLAYERS LEVEL ON
001700*               PLYR-CUM-POINTS IN THE STANDINGS.  ONE GRID IS
001710*               PRINTED FOR EACH LEAGUE DIVISION.
001800*-----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 09/01/2026 RM    ORIGINAL HEAD-TO-HEAD GRID AND TIE-BREAKS
002210* 10/15/2026 RM    ONE GRID AND TIE-BREAK SECTION PER DIVISION,
002220*                  EACH LIMITED TO THAT DIVISION'S PLAYERS
002221* 10/15/2026 RM    DARTH2H-BATCH ENTRY POINT FOR THE SECOND-TIER
002222*                  OVERNIGHT STREAM
002300*-----------------------------------------------------------------
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    DARTH2H.
007200*-----------------------------------------------------------------
007300* ACTIVE PLAYERS IN ROSTER ORDER, WITH THEIR CUMULATIVE POINTS
007400* FOR THE LEVEL-ON-POINTS TIE-BREAK SECTION.  THE GRID CARRIES
007500* UP TO 20 PLAYERS; A BIGGER DIVISION IS CUT OFF AT 20 WITH A
007600* NOTE ON THE REPORT.
007700*-----------------------------------------------------------------
007800 01  WS-PL-COUNT                 PIC 99 VALUE ZERO.
008400 01  ply                         PIC 99.
008500 01  WS-ROSTER-FULL-SW           PIC X VALUE "N".
008600     88  ROSTER-WAS-CUT-OFF      VALUE "Y".
008608*-----------------------------------------------------------------
008616* THE DIVISION WHOSE GRID IS BEING BUILT.  A ROSTER RECORD FROM
008624* BEFORE DIVISIONS EXISTED (ZERO OR SPACE) PLAYS IN DIVISION 1.
008632*-----------------------------------------------------------------
008640 01  WS-CUR-DIVISION             PIC 99.
008648 01  WS-MAX-DIVISION             PIC 99 VALUE 9.
008656 01  WS-PLYR-DIVISION            PIC 9(01).
008664 01  WS-GRIDS-PRINTED            PIC 99 VALUE ZERO.
008672 01  WS-DIV-HDG.
008680     05  FILLER                  PIC X(09) VALUE "DIVISION ".
008688     05  DH-DIVISION             PIC 9(01).

008700*-----------------------------------------------------------------
008800* FIXTURE MAP: MATCH ID TO ITS TWO PLAYERS.
012400         10  GR-LEGS             PIC ZZ9.
012500         10  FILLER              PIC X(01) VALUE SPACES.
012600 01  WS-CUT-NOTE                 PIC X(100) VALUE
012700     "(DIVISION EXCEEDS 20 ACTIVE PLAYERS - GRID CUT OFF AT 20)".
012800 01  WS-TIE-HDG                  PIC X(100) VALUE
012900     "TIE-BREAKS - PLAYERS LEVEL ON CUMULATIVE POINTS".
013000 01  WS-LEVEL-LINE.
014200     05  TB-LEGS-2               PIC ZZ9.
014300 01  WS-TIES-FOUND-SW            PIC X VALUE "N".
014400     88  A-TIE-WAS-FOUND         VALUE "Y".
014410*-----------------------------------------------------------------
014420* PRINCIPAL RECORD COUNTS FOR THE DARTH2H-BATCH ENTRY
014430* POINT.  THE RUN ONLY READS AND REPORTS, SO A REHEARSAL
014440* RUNS IT UNCHANGED.
014450*-----------------------------------------------------------------
014460 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
014470 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

014480 LINKAGE SECTION.
014490 COPY runcom.

014500 PROCEDURE DIVISION.
014600 0000-DARTH2H.
014610     PERFORM 0050-RUN-DARTH2H THRU 0050-EXIT
014620     GOBACK.
014630 0000-EXIT.
014640     EXIT.

014650*-----------------------------------------------------------------
014660* THE WHOLE RUN, BROKEN OUT OF 0000-DARTH2H SO THE DARTH2H-BATCH
014670* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
014680*-----------------------------------------------------------------
014690 0050-RUN-DARTH2H.
015100     PERFORM 2000-LOAD-FIXTURE-MAP THRU 2000-EXIT
015110     OPEN OUTPUT GRID-RPT
015120     MOVE WS-RPT-HDG1 TO RPT-LINE
015130     WRITE RPT-LINE
015140     PERFORM VARYING WS-CUR-DIVISION FROM 1 BY 1
015150             UNTIL WS-CUR-DIVISION > WS-MAX-DIVISION
015160         PERFORM 0100-RUN-ONE-DIVISION THRU 0100-EXIT
015170     END-PERFORM
015180     IF WS-GRIDS-PRINTED = ZERO
015190         MOVE "NO DIVISION HAS TWO OR MORE ACTIVE PLAYERS"
015200             TO RPT-LINE
015210         WRITE RPT-LINE
015220     END-IF
015230     CLOSE GRID-RPT.
015500 0050-EXIT.
015600     EXIT.

015601*-----------------------------------------------------------------
015602* ONE DIVISION'S GRID: ITS ACTIVE PLAYERS, THEIR LEGS AGAINST
015603* EACH OTHER, AND ITS LEVEL-ON-POINTS TIE-BREAKS.
015604*-----------------------------------------------------------------
015605 0100-RUN-ONE-DIVISION.
015610     PERFORM 1000-LOAD-ACTIVE-PLAYERS THRU 1000-EXIT
015615     IF WS-PL-COUNT < 2
015620         GO TO 0100-EXIT
015625     END-IF
015630     ADD 1 TO WS-GRIDS-PRINTED
015635     ADD 1 TO WS-RNC-WRITTEN
015640     MOVE ZEROS TO WS-H2H-TABLE
015645     PERFORM 3000-TALLY-LEG-RESULTS THRU 3000-EXIT
015650     PERFORM 4000-WRITE-GRID-REPORT THRU 4000-EXIT.
015655 0100-EXIT.
015660     EXIT.

015700 1000-LOAD-ACTIVE-PLAYERS.
015710     MOVE ZERO TO WS-PL-COUNT
015720     MOVE "N" TO WS-ROSTER-FULL-SW
015800     OPEN INPUT PLAYER-FILE
015900     IF WS-PLYR-STATUS NOT = "00"
016000         GO TO 1000-EXIT
016700         READ PLAYER-FILE NEXT RECORD
016800             AT END MOVE "10" TO WS-PLYR-STATUS
016900             NOT AT END
016910                 IF PLYR-DIVISION IS NUMERIC
016920                         AND NOT PLYR-DIVISION-UNSET
016930                     MOVE PLYR-DIVISION TO WS-PLYR-DIVISION
016940                 ELSE
016950                     MOVE 1 TO WS-PLYR-DIVISION
016960                 END-IF
017000                 IF NOT PLYR-IS-INACTIVE
017010                         AND WS-PLYR-DIVISION = WS-CUR-DIVISION
017100                     IF WS-PL-COUNT < 20
017200                         ADD 1 TO WS-PL-COUNT
017300                         MOVE PLYR-ID TO PLT-ID(WS-PL-COUNT)
020300 2100-READ-FIXTURE.
020400     READ FIXTURE-FILE
020500         AT END SET FIX-EOF TO TRUE
020501         NOT AT END ADD 1 TO WS-RNC-READ
020600     END-READ.
020700 2100-EXIT.
020800     EXIT.
026600     EXIT.

026700 4000-WRITE-GRID-REPORT.
026710     MOVE SPACES TO RPT-LINE
026720     WRITE RPT-LINE
026730     MOVE WS-CUR-DIVISION TO DH-DIVISION
026740     MOVE WS-DIV-HDG TO RPT-LINE
026750     WRITE RPT-LINE
027100     IF ROSTER-WAS-CUT-OFF
027200         MOVE WS-CUT-NOTE TO RPT-LINE
027300         WRITE RPT-LINE
029500         MOVE WS-GRID-ROW TO RPT-LINE
029600         WRITE RPT-LINE
029700     END-PERFORM
029800     PERFORM 5000-WRITE-TIE-BREAKS THRU 5000-EXIT.
030000 4000-EXIT.
030100     EXIT.

033300     END-IF.
033400 5000-EXIT.
033500     EXIT.

033600*-----------------------------------------------------------------
033700* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
033800* SECOND-TIER STREAM CAN PRINT THE HEAD-TO-HEAD GRIDS AND
033900* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
034000* DEFAULT CALL "DARTH2H" BEHAVIOR ABOVE.
034100*-----------------------------------------------------------------
034200 9000-DARTH2H-BATCH-ENTRY.
034300 ENTRY "DARTH2H-BATCH" USING RNC-RECORDS-READ
034400         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
034500     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
034600     PERFORM 0050-RUN-DARTH2H THRU 0050-EXIT
034700     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
034800     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
034900     GOBACK.
035000 9000-EXIT.
035100     EXIT.
