001400*               SCRABBLE-WORD-VALUE ENTRY POINT (BLANKS SCORE
001500*               ZERO, AS ON THE BOARD), AND PRINTS THE TOP TEN
001600*               PLAYS RANKED BY SCORE ON SCRABADVR.
001610*               THE SCRABBLE-BEST-PLAY ENTRY POINT RUNS THE SAME
001620*               SEARCH FOR ONE RACK AT A TIME FOR SCRABMBP AND
001630*               HANDS BACK THE BEST PLAY AND WHAT THE WORD
001640*               ACTUALLY PLAYED FROM THAT RACK WAS WORTH.
001700*-----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*-----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 09/02/2026 RM    ORIGINAL BEST-PLAY ADVISOR
002110* 10/15/2026 RM    ADD A SCRABBLE-BEST-PLAY ENTRY POINT SO THE
002120*                  MISSED-BEST-PLAY ANALYSIS CAN JUDGE EACH
002130*                  POSTED TURN'S RACK THROUGH THE SAME SEARCH
002200*-----------------------------------------------------------------
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.    SCRABADV.
011200     05  FILLER                  PIC X(05) VALUE SPACES.
011300     05  AD-WORD                 PIC X(30).

011301 LINKAGE SECTION.
011302*-----------------------------------------------------------------
011303* PARAMETER LIST FOR THE SCRABBLE-BEST-PLAY ENTRY POINT BELOW.
011304*-----------------------------------------------------------------
011305 01  SBP-RACK                    PIC X(07).
011306 01  SBP-PLAYED-WORD             PIC X(60).
011307 01  SBP-BEST-WORD               PIC X(60).
011308 01  SBP-BEST-VALUE              PIC 9(03).
011309 01  SBP-PLAYED-VALUE            PIC 9(03).

011400 PROCEDURE DIVISION.
011500 0000-SCRABADV.
011600     PERFORM 1000-READ-RACK THRU 1000-EXIT
028700     CLOSE ADVISOR-RPT.
028800 5000-EXIT.
028900     EXIT.

029000*-----------------------------------------------------------------
029100* ADDITIVE ENTRY POINT: ONE RACK AND THE WORD ACTUALLY PLAYED
029200* FROM IT IN; THE ADVISOR'S BEST PLAY AND BOTH FACE VALUES OUT.
029300* THE SEARCH, JUDGING AND RANKING ARE THE ONES A SCRABRKI RACK
029400* REQUEST USES, BUT NO REPORT IS WRITTEN.
029500*-----------------------------------------------------------------
029600 9000-SCRABBLE-BEST-PLAY-ENTRY.
029700 ENTRY "SCRABBLE-BEST-PLAY" USING SBP-RACK SBP-PLAYED-WORD
029800         SBP-BEST-WORD SBP-BEST-VALUE SBP-PLAYED-VALUE.
029900     MOVE FUNCTION UPPER-CASE(SBP-RACK) TO WS-RACK
030000     MOVE ZERO TO WS-TOP-COUNT
030100     PERFORM 2000-COUNT-RACK-LETTERS THRU 2000-EXIT
030200     PERFORM 3000-SEARCH-WORD-LIST THRU 3000-EXIT
030300     IF WS-TOP-COUNT = ZERO
030400         MOVE SPACES TO SBP-BEST-WORD
030500         MOVE ZERO   TO SBP-BEST-VALUE
030600     ELSE
030700         MOVE TP-WORD(1)  TO SBP-BEST-WORD
030800         MOVE TP-SCORE(1) TO SBP-BEST-VALUE
030900     END-IF
031000     PERFORM 9100-PRICE-PLAYED-WORD THRU 9100-EXIT
031100     MOVE WS-SWV-VALUE TO SBP-PLAYED-VALUE
031200     GOBACK.
031300 9000-EXIT.
031400     EXIT.

031500*-----------------------------------------------------------------
031600* THE PLAYED WORD'S TILES AT FACE VALUE.  RACK LETTERS ARE SPENT
031700* FIRST, THEN BLANKS; A LETTER THE RACK CANNOT SUPPLY EITHER WAY
031800* WAS ALREADY ON THE BOARD AND SCORES AT FACE.
031900*-----------------------------------------------------------------
032000 9100-PRICE-PLAYED-WORD.
032100     MOVE ZERO TO WS-SWV-VALUE
032200     MOVE FUNCTION UPPER-CASE(SBP-PLAYED-WORD) TO WS-WORD
032300     IF WS-WORD = SPACES
032400         GO TO 9100-EXIT
032500     END-IF
032600     COMPUTE WS-WORD-LEN =
032700         FUNCTION LENGTH(FUNCTION TRIM(WS-WORD))
032800     PERFORM VARYING alx FROM 1 BY 1 UNTIL alx > 26
032900         MOVE WS-RACK-COUNT(alx) TO WS-HAVE-COUNT(alx)
033000     END-PERFORM
033100     MOVE WS-RACK-BLANKS TO WS-BLANKS-LEFT
033200     MOVE SPACES TO WS-SWV-BLANKS
033300     PERFORM VARYING wcx FROM 1 BY 1 UNTIL wcx > WS-WORD-LEN
033400         MOVE WS-WORD(wcx:1) TO WS-LETTER
033500         PERFORM 2100-FIND-LETTER-SLOT THRU 2100-EXIT
033600         IF WS-LETTER-SLOT > ZERO
033700             IF WS-HAVE-COUNT(WS-LETTER-SLOT) > ZERO
033800                 SUBTRACT 1
033900                     FROM WS-HAVE-COUNT(WS-LETTER-SLOT)
034000             ELSE
034100                 IF WS-BLANKS-LEFT > ZERO
034200                     SUBTRACT 1 FROM WS-BLANKS-LEFT
034300                     MOVE "Y" TO WS-SWV-BLANKS(wcx:1)
034400                 END-IF
034500             END-IF
034600         END-IF
034700     END-PERFORM
034800     MOVE WS-WORD TO WS-SWV-WORD
034900     CALL "SCRABBLE-WORD-VALUE" USING WS-SWV-WORD
035000         WS-SWV-BLANKS WS-SWV-VALUE.
035100 9100-EXIT.
035200     EXIT.
