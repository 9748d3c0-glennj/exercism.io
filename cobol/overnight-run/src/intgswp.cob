000100*****************************************************************
000200* PROGRAM-ID : INTGSWP
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : NIGHTLY REFERENTIAL-INTEGRITY SWEEP.  RECNLINE
000900*               PROVES THE RECORD COUNTS AGREE BETWEEN PRODUCER
001000*               AND CONSUMER; THIS SWEEP PROVES THE KEYS INSIDE
001100*               THE RECORDS POINT AT SOMETHING REAL:
001200*                 DARTFIXT  - BOTH PLAYERS OF EVERY FIXTURE ARE ON
001300*                             DARTPLYR AND ACTIVE
001400*                 DARTCARD  - EVERY PLAYER THROWING ON THE
001500*                             SCORECARDS IS ON DARTPLYR AND ACTIVE
001600*                 CHESSGMP  - BOTH PLAYERS OF EVERY PAIRING HAVE A
001700*                             CHESSRAT RATING RECORD
001800*                 SCRABRES  - EVERY PLAYER WITH A GAME RESULT HAS
001900*                             TURN RECORDS ON SCRABTRN
002000*                 TWOFVCHM  - EVERY VOUCHER NAMES A CAMPAIGN THAT
002100*                             IS ON TWOFCAMP
002200*                 BOBESCQ   - EVERY TICKET STILL OPEN THAT NAMES
002300*                             AN OPERATOR NAMES ONE ON OPERMAST
002400*               EACH ORPHAN KEY IS LISTED ONCE PER CHECK ON THE
002500*               INTGEXCP EXCEPTION REPORT, WHICH THE MORNING
002600*               EXCEPTION WORKBENCH (EXCWRKB) PICKS UP, AND A
002700*               CHECK THAT FINDS ORPHANS, OR CANNOT RUN FOR WANT
002800*               OF ITS MASTER, ALSO RAISES A WARNING AUDIT
002900*               RECORD.  EVERY FILE IS OPENED INPUT ONLY.
003000*-----------------------------------------------------------------
003100* MODIFICATION HISTORY
003200*-----------------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* 10/15/2026 TH    ORIGINAL REFERENTIAL-INTEGRITY SWEEP
003410* 10/15/2026 TH    INTGSWP-BATCH ENTRY POINT FOR THE SECOND-TIER
003420*                  OVERNIGHT STREAM
003445* 10/15/2026 TH    A DARTS PLAYER IS AN ORPHAN ONLY WHEN MARKED
003470*                  INACTIVE, NOT WHEN THE STATUS IS LEFT BLANK
003500*-----------------------------------------------------------------
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    INTGSWP.
003800 AUTHOR.        T. HARLOW.
003900 INSTALLATION.  GLENNJ DATA PROCESSING.
004000 DATE-WRITTEN.  10/15/2026.
004100 DATE-COMPILED.

004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT FIXTURE-FILE ASSIGN TO "DARTFIXT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FIX-STATUS.

004800     SELECT DARTCARD-FILE ASSIGN TO "DARTCARD"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-DC-STATUS.

005100     SELECT PLAYER-FILE ASSIGN TO "DARTPLYR"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PLYR-ID
005500         FILE STATUS IS WS-PLYR-STATUS.

005600     SELECT PAIRING-FILE ASSIGN TO "CHESSGMP"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-GMP-STATUS.

005900     SELECT RATING-FILE ASSIGN TO "CHESSRAT"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS RAT-PLAYER-ID
006300         FILE STATUS IS WS-RAT-STATUS.

006400     SELECT GAME-RESULT-FILE ASSIGN TO "SCRABRES"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-RES-STATUS.

006700     SELECT TURN-FILE ASSIGN TO "SCRABTRN"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS TURN-KEY
007100         FILE STATUS IS WS-TN-STATUS.

007200     SELECT VOUCHER-MASTER-FILE ASSIGN TO "TWOFVCHM"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS VCH-SERIAL
007600         FILE STATUS IS WS-VCH-STATUS.

007700     SELECT CAMPAIGN-FILE ASSIGN TO "TWOFCAMP"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-CAMP-STATUS.

008000     SELECT ESCALATION-FILE ASSIGN TO "BOBESCQ"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-ESC-STATUS.

008300     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-OPM-STATUS.

008600     SELECT INTEGRITY-RPT ASSIGN TO "INTGEXCP"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-RPT-STATUS.

008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  FIXTURE-FILE.
009200 01  FIX-RECORD.
009300     05  FIX-MATCH-ID            PIC X(05).
009400     05  FILLER                  PIC X(01).
009500     05  FIX-WEEK                PIC 9(02).
009600     05  FILLER                  PIC X(01).
009700     05  FIX-HOME-PLYR           PIC X(05).
009800     05  FILLER                  PIC X(01).
009900     05  FIX-AWAY-PLYR           PIC X(05).
010000     05  FILLER                  PIC X(01).
010100     05  FIX-MATCH-DATE          PIC 9(08).
010200     05  FILLER                  PIC X(01).
010300     05  FIX-DATE-FLAG           PIC X(07).

010400 FD  DARTCARD-FILE
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  DC-LINE                     PIC X(80).

010700 FD  PLAYER-FILE.
010800 COPY dartplyr.

010900 FD  PAIRING-FILE.
011000 01  GMP-RECORD.
011100     05  GMP-GAME-ID             PIC X(05).
011200     05  FILLER                  PIC X(01).
011300     05  GMP-WHITE-PLAYER        PIC X(10).
011400     05  FILLER                  PIC X(01).
011500     05  GMP-BLACK-PLAYER        PIC X(10).

011600 FD  RATING-FILE.
011700 01  RAT-RECORD.
011800     05  RAT-PLAYER-ID           PIC X(10).
011900     05  RAT-RATING              PIC 9(05).
012000     05  RAT-GAMES               PIC 9(04).
012100     05  RAT-WINS                PIC 9(04).
012200     05  RAT-LOSSES              PIC 9(04).
012300     05  RAT-DRAWS               PIC 9(04).

012400 FD  GAME-RESULT-FILE.
012500 01  RES-RECORD.
012600     05  RES-GAME-DATE           PIC X(08).
012700     05  FILLER                  PIC X(01).
012800     05  RES-PLAYER-ID           PIC X(05).
012900     05  FILLER                  PIC X(01).
013000     05  RES-RAW-SCORE           PIC 9(05).
013100     05  FILLER                  PIC X(01).
013200     05  RES-RACK-DEDUCTION      PIC 9(03).
013300     05  FILLER                  PIC X(01).
013400     05  RES-OUT-CREDIT          PIC 9(03).
013500     05  FILLER                  PIC X(01).
013600     05  RES-FINAL-SCORE         PIC S9(05) SIGN LEADING
013700                                     SEPARATE.
013800     05  FILLER                  PIC X(01).
013900     05  RES-WENT-OUT            PIC X(01).

014000 FD  TURN-FILE.
014100 COPY scrabtrn.

014200 FD  VOUCHER-MASTER-FILE.
014300 01  VCH-RECORD.
014400     05  VCH-SERIAL              PIC X(08).
014500     05  VCH-CAMPAIGN            PIC X(08).
014600     05  VCH-ISSUE-DATE          PIC 9(08).
014700     05  VCH-EXPIRY-DATE         PIC 9(08).
014800     05  VCH-STATUS              PIC X(01).

014900 FD  CAMPAIGN-FILE.
015000 01  CAMP-RECORD.
015100     05  CAMP-ITEM-DESC          PIC X(20).
015200     05  FILLER                  PIC X(01).
015300     05  CAMP-CODE               PIC X(08).
015400     05  FILLER                  PIC X(01).
015500     05  CAMP-START-DATE         PIC 9(08).
015600     05  FILLER                  PIC X(01).
015700     05  CAMP-END-DATE           PIC 9(08).

015800 FD  ESCALATION-FILE.
015900 COPY bobescq.

016000 FD  OPERATOR-MASTER-FILE.
016100 01  OPM-RECORD.
016200     05  OPM-OPERATOR-ID         PIC X(08).
016300     05  FILLER                  PIC X(01).
016400     05  OPM-ACTIVE-FLAG         PIC X(01).
016500     05  FILLER                  PIC X(01).
016600     05  OPM-PROGRAM-TABLE.
016700         10  OPM-PROGRAM         PIC X(08) OCCURS 5 TIMES.

016800 FD  INTEGRITY-RPT
016900     RECORD CONTAINS 80 CHARACTERS.
017000 01  RPT-LINE                    PIC X(80).

017100 WORKING-STORAGE SECTION.
017200 01  WS-FIX-STATUS               PIC XX.
017300     88  FIX-EOF                 VALUE "10".
017400 01  WS-DC-STATUS                PIC XX.
017500     88  DC-EOF                  VALUE "10".
017600 01  WS-PLYR-STATUS              PIC XX.
017700 01  WS-GMP-STATUS               PIC XX.
017800     88  GMP-EOF                 VALUE "10".
017900 01  WS-RAT-STATUS               PIC XX.
018000 01  WS-RES-STATUS               PIC XX.
018100     88  RES-EOF                 VALUE "10".
018200 01  WS-TN-STATUS                PIC XX.
018300 01  WS-VCH-STATUS               PIC XX.
018400 01  WS-CAMP-STATUS              PIC XX.
018500     88  CAMP-EOF                VALUE "10".
018600 01  WS-ESC-STATUS               PIC XX.
018700     88  ESC-EOF                 VALUE "10".
018800 01  WS-OPM-STATUS               PIC XX.
018900     88  OPM-EOF                 VALUE "10".
019000 01  WS-RPT-STATUS               PIC XX.

019100*-----------------------------------------------------------------
019200* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
019300*-----------------------------------------------------------------
019400 COPY audcom.

019500*-----------------------------------------------------------------
019600* THE CHECK IN HAND: ITS NAME, THE REFERENCES IT LOOKED AT AND
019700* THE DISTINCT ORPHAN KEYS IT FOUND.  AN ORPHAN KEY IS LISTED
019800* ONCE PER CHECK HOWEVER MANY RECORDS CARRY IT.
019900*-----------------------------------------------------------------
020000 01  WS-CHECK-NAME               PIC X(30).
020100 01  WS-CHECK-SOURCE             PIC X(08).
020200 01  WS-REF-COUNT                PIC 9(07).
020300 01  WS-ORPHAN-COUNT             PIC 9(05).
020400 01  WS-CHECK-RAN-SW             PIC X(01).
020500     88  CHECK-RAN               VALUE "Y".
020600 01  WS-TOTAL-ORPHANS            PIC 9(07) VALUE ZERO.

020700 01  WS-SEEN-COUNT               PIC 9(04).
020800 01  WS-SEEN-TABLE.
020900     05  WS-SEEN-KEY             PIC X(20) OCCURS 1000 TIMES.
021000 01  snx                         PIC 9(04).
021100 01  WS-SEEN-FOUND               PIC 9(04).

021200 01  WS-REF-KEY                  PIC X(20).
021300 01  WS-REF-PLAYER               PIC X(05).
021400 01  WS-ORPHAN-REASON            PIC X(50).

021500*-----------------------------------------------------------------
021600* THE SMALL SEQUENTIAL MASTERS ARE HELD IN STORAGE FOR THE CHECK.
021700*-----------------------------------------------------------------
021800 01  WS-CAMP-COUNT               PIC 9(04) VALUE ZERO.
021900 01  WS-CAMP-TABLE.
022000     05  WS-CAMP-CODE            PIC X(08) OCCURS 500 TIMES.
022100 01  cpx                         PIC 9(04).
022200 01  WS-OPM-COUNT                PIC 9(04) VALUE ZERO.
022300 01  WS-OPM-TABLE.
022400     05  WS-OPM-ID               PIC X(08) OCCURS 500 TIMES.
022500 01  opx                         PIC 9(04).
022600 01  WS-LOOKUP-FOUND             PIC 9(04).

022700 01  WS-ORPHAN-DETAIL.
022800     05  FILLER                  PIC X(07) VALUE "ORPHAN ".
022900     05  OD-KEY                  PIC X(20).
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  OD-REASON               PIC X(50).
023200 01  WS-CHECK-DETAIL.
023300     05  CD-CHECK                PIC X(30).
023400     05  FILLER                  PIC X(06) VALUE " REFS ".
023500     05  CD-REFERENCES           PIC ZZZZZZ9.
023600     05  FILLER                  PIC X(09) VALUE " ORPHANS ".
023700     05  CD-ORPHANS              PIC ZZZZZZ9.
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  CD-VERDICT              PIC X(07).
024000 01  WS-TOTAL-LINE.
024100     05  FILLER                  PIC X(40) VALUE
024200         "TOTAL ORPHAN KEYS FOUND".
024300     05  TL-ORPHANS              PIC ZZZZZZ9.
024308*-----------------------------------------------------------------
024316* PRINCIPAL RECORD COUNTS FOR THE INTGSWP-BATCH ENTRY POINT: THE
024324* REFERENCES CHECKED AND THE ORPHAN LINES LISTED.  EVERY FILE IS
024332* READ ONLY, SO THERE IS NO REHEARSAL MODE.
024340*-----------------------------------------------------------------
024348 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
024356 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

024364 LINKAGE SECTION.
024372 COPY runcom.

024400 PROCEDURE DIVISION.
024500 0000-INTGSWP.
024505     PERFORM 0100-RUN-INTGSWP THRU 0100-EXIT
024510     GOBACK.
024515 0000-EXIT.
024520     EXIT.

024525*-----------------------------------------------------------------
024530* THE WHOLE RUN, BROKEN OUT OF 0000-INTGSWP SO THE INTGSWP-BATCH
024535* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
024540*-----------------------------------------------------------------
024545 0100-RUN-INTGSWP.
024600     OPEN OUTPUT INTEGRITY-RPT
024700     MOVE "REFERENTIAL INTEGRITY SWEEP - ORPHAN KEYS" TO RPT-LINE
024800     WRITE RPT-LINE
024900     MOVE SPACES TO RPT-LINE
025000     WRITE RPT-LINE
025100     PERFORM 2000-CHECK-DARTFIXT THRU 2000-EXIT
025200     PERFORM 3000-CHECK-DARTCARD THRU 3000-EXIT
025300     PERFORM 4000-CHECK-CHESSGMP THRU 4000-EXIT
025400     PERFORM 5000-CHECK-SCRABRES THRU 5000-EXIT
025500     PERFORM 6000-CHECK-TWOFVCHM THRU 6000-EXIT
025600     PERFORM 7000-CHECK-BOBESCQ THRU 7000-EXIT
025700     MOVE SPACES TO RPT-LINE
025800     WRITE RPT-LINE
025900     MOVE WS-TOTAL-ORPHANS TO TL-ORPHANS
026000     MOVE WS-TOTAL-LINE TO RPT-LINE
026100     WRITE RPT-LINE
026200     CLOSE INTEGRITY-RPT.
026400 0100-EXIT.
026500     EXIT.

026600*-----------------------------------------------------------------
026700* START A CHECK: CLEAR ITS COUNTS AND ITS LIST OF KEYS REPORTED.
026800*-----------------------------------------------------------------
026900 1000-BEGIN-CHECK.
027000     MOVE ZERO TO WS-REF-COUNT WS-ORPHAN-COUNT WS-SEEN-COUNT
027100     MOVE "N" TO WS-CHECK-RAN-SW.
027200 1000-EXIT.
027300     EXIT.

027400*-----------------------------------------------------------------
027500* LIST ONE ORPHAN (WS-REF-KEY, WS-ORPHAN-REASON) UNLESS THIS CHECK
027600* HAS LISTED THAT KEY ALREADY.
027700*-----------------------------------------------------------------
027800 1100-NOTE-ORPHAN.
027900     MOVE ZERO TO WS-SEEN-FOUND
028000     PERFORM VARYING snx FROM 1 BY 1
028100             UNTIL snx > WS-SEEN-COUNT OR WS-SEEN-FOUND > ZERO
028200         IF WS-SEEN-KEY(snx) = WS-REF-KEY
028300             MOVE snx TO WS-SEEN-FOUND
028400         END-IF
028500     END-PERFORM
028600     IF WS-SEEN-FOUND > ZERO
028700         GO TO 1100-EXIT
028800     END-IF
028900     IF WS-SEEN-COUNT < 1000
029000         ADD 1 TO WS-SEEN-COUNT
029100         MOVE WS-REF-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
029200     END-IF
029300     ADD 1 TO WS-ORPHAN-COUNT WS-TOTAL-ORPHANS
029400     MOVE WS-REF-KEY TO OD-KEY
029500     MOVE WS-ORPHAN-REASON TO OD-REASON
029600     MOVE WS-ORPHAN-DETAIL TO RPT-LINE
029700     WRITE RPT-LINE
029710     ADD 1 TO WS-RNC-WRITTEN.
029800 1100-EXIT.
029900     EXIT.

030000*-----------------------------------------------------------------
030100* CLOSE A CHECK WITH ITS SUMMARY LINE.  ORPHANS, OR A CHECK THAT
030200* COULD NOT RUN BECAUSE ITS MASTER WAS NOT THERE, ALSO RAISE A
030300* WARNING AUDIT RECORD.  A CHECK WHOSE REFERRING FILE IS ABSENT
030400* HAS NOTHING TO PROVE AND IS SHOWN WITH NO REFERENCES.
030500*-----------------------------------------------------------------
030600 1200-END-CHECK.
030610     ADD WS-REF-COUNT TO WS-RNC-READ
030700     MOVE WS-CHECK-NAME TO CD-CHECK
030800     MOVE WS-REF-COUNT TO CD-REFERENCES
030900     MOVE WS-ORPHAN-COUNT TO CD-ORPHANS
031000     MOVE SPACES TO AUD-FAILURE-REASON
031100     EVALUATE TRUE
031200         WHEN NOT CHECK-RAN
031300             MOVE "NOT RUN" TO CD-VERDICT
031400             MOVE "MASTER FILE NOT AVAILABLE - CHECK NOT RUN"
031500                 TO AUD-FAILURE-REASON
031600         WHEN WS-ORPHAN-COUNT > ZERO
031700             MOVE "ORPHANS" TO CD-VERDICT
031800             MOVE "ORPHAN KEYS FOUND - SEE INTGEXCP"
031900                 TO AUD-FAILURE-REASON
032000         WHEN OTHER
032100             MOVE "CLEAN" TO CD-VERDICT
032200     END-EVALUATE
032300     MOVE WS-CHECK-DETAIL TO RPT-LINE
032400     WRITE RPT-LINE
032500     IF AUD-FAILURE-REASON NOT = SPACES
032600         MOVE "INTGSWP" TO AUD-PROGRAM-NAME
032700         MOVE WS-CHECK-NAME TO AUD-FAILED-INPUT
032800         SET AUD-SEV-WARNING TO TRUE
032900         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
033000             AUD-FAILED-INPUT AUD-FAILURE-REASON
033100             AUD-SEVERITY
033200     END-IF.
033300 1200-EXIT.
033400     EXIT.

033500*-----------------------------------------------------------------
033600* IS WS-REF-PLAYER ON DARTPLYR AND NOT MARKED INACTIVE?  AN
033700* ORPHAN IS NOTED WITH WS-CHECK-SOURCE IN ITS REASON.
033800*-----------------------------------------------------------------
033900 1300-CHECK-DART-PLAYER.
034000     ADD 1 TO WS-REF-COUNT
034100     MOVE WS-REF-PLAYER TO PLYR-ID
034200     READ PLAYER-FILE
034300         INVALID KEY MOVE "23" TO WS-PLYR-STATUS
034400     END-READ
034500     MOVE SPACES TO WS-ORPHAN-REASON
034600     EVALUATE TRUE
034700         WHEN WS-PLYR-STATUS NOT = "00"
034800             STRING WS-CHECK-SOURCE DELIMITED BY SPACE
034900                     " PLAYER NOT ON DARTPLYR" DELIMITED BY SIZE
035000                 INTO WS-ORPHAN-REASON
035100             END-STRING
035200         WHEN PLYR-IS-INACTIVE
035300             STRING WS-CHECK-SOURCE DELIMITED BY SPACE
035400                     " PLAYER NOT ACTIVE ON DARTPLYR"
035500                     DELIMITED BY SIZE
035600                 INTO WS-ORPHAN-REASON
035700             END-STRING
035800     END-EVALUATE
035900     IF WS-ORPHAN-REASON NOT = SPACES
036000         MOVE WS-REF-PLAYER TO WS-REF-KEY
036100         PERFORM 1100-NOTE-ORPHAN THRU 1100-EXIT
036200     END-IF.
036300 1300-EXIT.
036400     EXIT.

036500*-----------------------------------------------------------------
036600* DARTFIXT: THE HOME AND AWAY PLAYER OF EVERY FIXTURE.
036700*-----------------------------------------------------------------
036800 2000-CHECK-DARTFIXT.
036900     MOVE "DARTFIXT PLAYERS ON DARTPLYR" TO WS-CHECK-NAME
037000     MOVE "DARTFIXT" TO WS-CHECK-SOURCE
037100     PERFORM 1000-BEGIN-CHECK THRU 1000-EXIT
037200     OPEN INPUT PLAYER-FILE
037300     IF WS-PLYR-STATUS NOT = "00"
037400         GO TO 2000-END
037500     END-IF
037600     SET CHECK-RAN TO TRUE
037700     OPEN INPUT FIXTURE-FILE
037800     IF WS-FIX-STATUS = "00"
037900         PERFORM UNTIL FIX-EOF
038000             READ FIXTURE-FILE
038100                 AT END SET FIX-EOF TO TRUE
038200                 NOT AT END
038300                     IF FIX-HOME-PLYR NOT = SPACES
038400                         MOVE FIX-HOME-PLYR TO WS-REF-PLAYER
038500                         PERFORM 1300-CHECK-DART-PLAYER
038600                             THRU 1300-EXIT
038700                     END-IF
038800                     IF FIX-AWAY-PLYR NOT = SPACES
038900                         MOVE FIX-AWAY-PLYR TO WS-REF-PLAYER
039000                         PERFORM 1300-CHECK-DART-PLAYER
039100                             THRU 1300-EXIT
039200                     END-IF
039300             END-READ
039400         END-PERFORM
039500         CLOSE FIXTURE-FILE
039600     END-IF
039700     CLOSE PLAYER-FILE.
039800 2000-END.
039900     PERFORM 1200-END-CHECK THRU 1200-EXIT.
040000 2000-EXIT.
040100     EXIT.

040200*-----------------------------------------------------------------
040300* DARTCARD: THE PLAYER ON EVERY VISIT LINE ("VISIT: " FROM COLUMN
040400* 11) AND EVERY CRICKET LINE (" CRICKET  " FROM COLUMN 8).  A
040500* PAIRS VISIT CARRIES THE DARTTEAM ID IN COLUMN 3 AND ITS THROWER
040600* IN COLUMN 53, AND IT IS THE THROWER WHO MUST BE ON DARTPLYR.
040700*-----------------------------------------------------------------
040800 3000-CHECK-DARTCARD.
040900     MOVE "DARTCARD PLAYERS ON DARTPLYR" TO WS-CHECK-NAME
041000     MOVE "DARTCARD" TO WS-CHECK-SOURCE
041100     PERFORM 1000-BEGIN-CHECK THRU 1000-EXIT
041200     OPEN INPUT PLAYER-FILE
041300     IF WS-PLYR-STATUS NOT = "00"
041400         GO TO 3000-END
041500     END-IF
041600     SET CHECK-RAN TO TRUE
041700     OPEN INPUT DARTCARD-FILE
041800     IF WS-DC-STATUS = "00"
041900         PERFORM UNTIL DC-EOF
042000             READ DARTCARD-FILE
042100                 AT END SET DC-EOF TO TRUE
042200                 NOT AT END
042300                     PERFORM 3100-JUDGE-CARD-LINE THRU 3100-EXIT
042400             END-READ
042500         END-PERFORM
042600         CLOSE DARTCARD-FILE
042700     END-IF
042800     CLOSE PLAYER-FILE.
042900 3000-END.
043000     PERFORM 1200-END-CHECK THRU 1200-EXIT.
043100 3000-EXIT.
043200     EXIT.

043300 3100-JUDGE-CARD-LINE.
043400     MOVE SPACES TO WS-REF-PLAYER
043500     EVALUATE TRUE
043600         WHEN DC-LINE(11:7) = "VISIT: "
043700             IF DC-LINE(53:5) NOT = SPACES
043800                 MOVE DC-LINE(53:5) TO WS-REF-PLAYER
043900             ELSE
044000                 MOVE DC-LINE(3:5) TO WS-REF-PLAYER
044100             END-IF
044200         WHEN DC-LINE(8:10) = " CRICKET  "
044300             MOVE DC-LINE(3:5) TO WS-REF-PLAYER
044400     END-EVALUATE
044500     IF WS-REF-PLAYER NOT = SPACES
044600         PERFORM 1300-CHECK-DART-PLAYER THRU 1300-EXIT
044700     END-IF.
044800 3100-EXIT.
044900     EXIT.

045000*-----------------------------------------------------------------
045100* CHESSGMP: WHITE AND BLACK OF EVERY PAIRING AGAINST CHESSRAT.
045200*-----------------------------------------------------------------
045300 4000-CHECK-CHESSGMP.
045400     MOVE "CHESSGMP PLAYERS ON CHESSRAT" TO WS-CHECK-NAME
045500     MOVE "CHESSGMP" TO WS-CHECK-SOURCE
045600     PERFORM 1000-BEGIN-CHECK THRU 1000-EXIT
045700     OPEN INPUT RATING-FILE
045800     IF WS-RAT-STATUS NOT = "00"
045900         GO TO 4000-END
046000     END-IF
046100     SET CHECK-RAN TO TRUE
046200     OPEN INPUT PAIRING-FILE
046300     IF WS-GMP-STATUS = "00"
046400         PERFORM UNTIL GMP-EOF
046500             READ PAIRING-FILE
046600                 AT END SET GMP-EOF TO TRUE
046700                 NOT AT END
046800                     IF GMP-WHITE-PLAYER NOT = SPACES
046900                         MOVE GMP-WHITE-PLAYER TO WS-REF-KEY
047000                         PERFORM 4100-CHECK-CHESS-PLAYER
047100                             THRU 4100-EXIT
047200                     END-IF
047300                     IF GMP-BLACK-PLAYER NOT = SPACES
047400                         MOVE GMP-BLACK-PLAYER TO WS-REF-KEY
047500                         PERFORM 4100-CHECK-CHESS-PLAYER
047600                             THRU 4100-EXIT
047700                     END-IF
047800             END-READ
047900         END-PERFORM
048000         CLOSE PAIRING-FILE
048100     END-IF
048200     CLOSE RATING-FILE.
048300 4000-END.
048400     PERFORM 1200-END-CHECK THRU 1200-EXIT.
048500 4000-EXIT.
048600     EXIT.

048700 4100-CHECK-CHESS-PLAYER.
048800     ADD 1 TO WS-REF-COUNT
048900     MOVE WS-REF-KEY TO RAT-PLAYER-ID
049000     READ RATING-FILE
049100         INVALID KEY MOVE "23" TO WS-RAT-STATUS
049200     END-READ
049300     IF WS-RAT-STATUS NOT = "00"
049400         MOVE "CHESSGMP PLAYER HAS NO CHESSRAT RECORD"
049500             TO WS-ORPHAN-REASON
049600         PERFORM 1100-NOTE-ORPHAN THRU 1100-EXIT
049700     END-IF.
049800 4100-EXIT.
049900     EXIT.

050000*-----------------------------------------------------------------
050100* SCRABRES: EVERY RESULT'S PLAYER MUST HAVE AT LEAST ONE TURN ON
050200* SCRABTRN - THE FIRST KEY AT OR AFTER PLAYER + TURN 000 MUST
050300* BELONG TO THAT PLAYER.
050400*-----------------------------------------------------------------
050500 5000-CHECK-SCRABRES.
050600     MOVE "SCRABRES PLAYERS ON SCRABTRN" TO WS-CHECK-NAME
050700     MOVE "SCRABRES" TO WS-CHECK-SOURCE
050800     PERFORM 1000-BEGIN-CHECK THRU 1000-EXIT
050900     OPEN INPUT TURN-FILE
051000     IF WS-TN-STATUS NOT = "00"
051100         GO TO 5000-END
051200     END-IF
051300     SET CHECK-RAN TO TRUE
051400     OPEN INPUT GAME-RESULT-FILE
051500     IF WS-RES-STATUS = "00"
051600         PERFORM UNTIL RES-EOF
051700             READ GAME-RESULT-FILE
051800                 AT END SET RES-EOF TO TRUE
051900                 NOT AT END
052000                     IF RES-PLAYER-ID NOT = SPACES
052100                         PERFORM 5100-CHECK-SCRAB-PLAYER
052200                             THRU 5100-EXIT
052300                     END-IF
052400             END-READ
052500         END-PERFORM
052600         CLOSE GAME-RESULT-FILE
052700     END-IF
052800     CLOSE TURN-FILE.
052900 5000-END.
053000     PERFORM 1200-END-CHECK THRU 1200-EXIT.
053100 5000-EXIT.
053200     EXIT.

053300 5100-CHECK-SCRAB-PLAYER.
053400     ADD 1 TO WS-REF-COUNT
053500     MOVE RES-PLAYER-ID TO TURN-PLAYER-ID
053600     MOVE ZERO TO TURN-NUM
053700     START TURN-FILE KEY IS NOT LESS THAN TURN-KEY
053800         INVALID KEY MOVE "23" TO WS-TN-STATUS
053900     END-START
054000     IF WS-TN-STATUS = "00"
054100         READ TURN-FILE NEXT RECORD
054200             AT END MOVE "10" TO WS-TN-STATUS
054300         END-READ
054400     END-IF
054500     IF WS-TN-STATUS NOT = "00"
054600             OR TURN-PLAYER-ID NOT = RES-PLAYER-ID
054700         MOVE RES-PLAYER-ID TO WS-REF-KEY
054800         MOVE "SCRABRES PLAYER HAS NO TURNS ON SCRABTRN"
054900             TO WS-ORPHAN-REASON
055000         PERFORM 1100-NOTE-ORPHAN THRU 1100-EXIT
055100     END-IF.
055200 5100-EXIT.
055300     EXIT.

055400*-----------------------------------------------------------------
055500* TWOFVCHM: EVERY VOUCHER'S CAMPAIGN AGAINST THE TWOFCAMP CODES.
055600* A VOUCHER NAMING NO CAMPAIGN AT ALL IS AN ORPHAN TOO.
055700*-----------------------------------------------------------------
055800 6000-CHECK-TWOFVCHM.
055900     MOVE "TWOFVCHM CAMPAIGNS ON TWOFCAMP" TO WS-CHECK-NAME
056000     MOVE "TWOFVCHM" TO WS-CHECK-SOURCE
056100     PERFORM 1000-BEGIN-CHECK THRU 1000-EXIT
056200     OPEN INPUT CAMPAIGN-FILE
056300     IF WS-CAMP-STATUS NOT = "00"
056400         GO TO 6000-END
056500     END-IF
056600     SET CHECK-RAN TO TRUE
056700     PERFORM UNTIL CAMP-EOF
056800         READ CAMPAIGN-FILE
056900             AT END SET CAMP-EOF TO TRUE
057000             NOT AT END
057100                 IF CAMP-CODE NOT = SPACES AND WS-CAMP-COUNT < 500
057200                     ADD 1 TO WS-CAMP-COUNT
057300                     MOVE CAMP-CODE TO WS-CAMP-CODE(WS-CAMP-COUNT)
057400                 END-IF
057500         END-READ
057600     END-PERFORM
057700     CLOSE CAMPAIGN-FILE
057800     OPEN INPUT VOUCHER-MASTER-FILE
057900     IF WS-VCH-STATUS = "00"
058000         MOVE LOW-VALUES TO VCH-SERIAL
058100         START VOUCHER-MASTER-FILE KEY IS GREATER THAN VCH-SERIAL
058200             INVALID KEY MOVE "10" TO WS-VCH-STATUS
058300         END-START
058400         PERFORM UNTIL WS-VCH-STATUS NOT = "00"
058500             READ VOUCHER-MASTER-FILE NEXT RECORD
058600                 AT END MOVE "10" TO WS-VCH-STATUS
058700                 NOT AT END
058800                     PERFORM 6100-CHECK-VOUCHER THRU 6100-EXIT
058900             END-READ
059000         END-PERFORM
059100         CLOSE VOUCHER-MASTER-FILE
059200     END-IF.
059300 6000-END.
059400     PERFORM 1200-END-CHECK THRU 1200-EXIT.
059500 6000-EXIT.
059600     EXIT.

059700 6100-CHECK-VOUCHER.
059800     ADD 1 TO WS-REF-COUNT
059900     MOVE ZERO TO WS-LOOKUP-FOUND
060000     PERFORM VARYING cpx FROM 1 BY 1
060100             UNTIL cpx > WS-CAMP-COUNT OR WS-LOOKUP-FOUND > ZERO
060200         IF WS-CAMP-CODE(cpx) = VCH-CAMPAIGN
060300             MOVE cpx TO WS-LOOKUP-FOUND
060400         END-IF
060500     END-PERFORM
060600     IF VCH-CAMPAIGN = SPACES OR WS-LOOKUP-FOUND = ZERO
060700         MOVE SPACES TO WS-REF-KEY
060800         STRING VCH-SERIAL " " VCH-CAMPAIGN DELIMITED BY SIZE
060900             INTO WS-REF-KEY
061000         END-STRING
061100         IF VCH-CAMPAIGN = SPACES
061200             MOVE "TWOFVCHM VOUCHER NAMES NO CAMPAIGN"
061300                 TO WS-ORPHAN-REASON
061400         ELSE
061500             MOVE "TWOFVCHM VOUCHER CAMPAIGN NOT ON TWOFCAMP"
061600                 TO WS-ORPHAN-REASON
061700         END-IF
061800         PERFORM 1100-NOTE-ORPHAN THRU 1100-EXIT
061900     END-IF.
062000 6100-EXIT.
062100     EXIT.

062200*-----------------------------------------------------------------
062300* BOBESCQ: A TICKET NOT YET CLOSED THAT NAMES AN OPERATOR MUST
062400* NAME ONE ON OPERMAST.  AN OPEN TICKET NOBODY HAS PICKED UP YET
062500* NAMES NO OPERATOR AND IS FINE.
062600*-----------------------------------------------------------------
062700 7000-CHECK-BOBESCQ.
062800     MOVE "BOBESCQ OPERATORS ON OPERMAST" TO WS-CHECK-NAME
062900     MOVE "BOBESCQ" TO WS-CHECK-SOURCE
063000     PERFORM 1000-BEGIN-CHECK THRU 1000-EXIT
063100     OPEN INPUT OPERATOR-MASTER-FILE
063200     IF WS-OPM-STATUS NOT = "00"
063300         GO TO 7000-END
063400     END-IF
063500     SET CHECK-RAN TO TRUE
063600     PERFORM UNTIL OPM-EOF
063700         READ OPERATOR-MASTER-FILE
063800             AT END SET OPM-EOF TO TRUE
063900             NOT AT END
064000                 IF OPM-OPERATOR-ID NOT = SPACES
064100                         AND WS-OPM-COUNT < 500
064200                     ADD 1 TO WS-OPM-COUNT
064300                     MOVE OPM-OPERATOR-ID
064400                         TO WS-OPM-ID(WS-OPM-COUNT)
064500                 END-IF
064600         END-READ
064700     END-PERFORM
064800     CLOSE OPERATOR-MASTER-FILE
064900     OPEN INPUT ESCALATION-FILE
065000     IF WS-ESC-STATUS = "00"
065100         PERFORM UNTIL ESC-EOF
065200             READ ESCALATION-FILE
065300                 AT END SET ESC-EOF TO TRUE
065400                 NOT AT END
065500                     IF NOT ESC-STATE-CLOSED
065600                             AND ESC-OPERATOR NOT = SPACES
065700                         PERFORM 7100-CHECK-TICKET THRU 7100-EXIT
065800                     END-IF
065900             END-READ
066000         END-PERFORM
066100         CLOSE ESCALATION-FILE
066200     END-IF.
066300 7000-END.
066400     PERFORM 1200-END-CHECK THRU 1200-EXIT.
066500 7000-EXIT.
066600     EXIT.

066700 7100-CHECK-TICKET.
066800     ADD 1 TO WS-REF-COUNT
066900     MOVE ZERO TO WS-LOOKUP-FOUND
067000     PERFORM VARYING opx FROM 1 BY 1
067100             UNTIL opx > WS-OPM-COUNT OR WS-LOOKUP-FOUND > ZERO
067200         IF WS-OPM-ID(opx) = ESC-OPERATOR
067300             MOVE opx TO WS-LOOKUP-FOUND
067400         END-IF
067500     END-PERFORM
067600     IF WS-LOOKUP-FOUND = ZERO
067700         MOVE SPACES TO WS-REF-KEY
067800         STRING ESC-SESSION-ID " " ESC-OPERATOR DELIMITED BY SIZE
067900             INTO WS-REF-KEY
068000         END-STRING
068100         MOVE "OPEN BOBESCQ TICKET OPERATOR NOT ON OPERMAST"
068200             TO WS-ORPHAN-REASON
068300         PERFORM 1100-NOTE-ORPHAN THRU 1100-EXIT
068400     END-IF.
068500 7100-EXIT.
068600     EXIT.

068700*-----------------------------------------------------------------
068800* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
068900* SECOND-TIER STREAM CAN RUN THE INTEGRITY SWEEP AND
069000* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
069100* DEFAULT CALL "INTGSWP" BEHAVIOR ABOVE.
069200*-----------------------------------------------------------------
069300 9000-INTGSWP-BATCH-ENTRY.
069400 ENTRY "INTGSWP-BATCH" USING RNC-RECORDS-READ
069500         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
069600     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
069700     PERFORM 0100-RUN-INTGSWP THRU 0100-EXIT
069800     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
069900     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
070000     GOBACK.
070100 9000-EXIT.
070200     EXIT.
