000100*****************************************************************
000200* PROGRAM-ID : MEMBMNT
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : OPERATOR-DRIVEN MAINTENANCE FOR THE CLUB MEMBER
000900*               MASTER (MEMBMAST) AND ITS SUBSYSTEM CROSS-
001000*               REFERENCE (MEMBXREF).  READS ONE TRANSACTION PER
001100*               RECORD FROM MEMBMNTI AND APPLIES IT:
001200*                 "A" ADD A MEMBER WITH NAME AND CONTACT DETAILS;
001300*                     A BLANK MEMBER NUMBER TAKES THE NEXT ONE
001400*                 "C" CHANGE A MEMBER'S NAME, CONTACT DETAILS OR
001500*                     CATEGORY - ONLY THE FIELDS GIVEN ARE
001510*                     REPLACED
001600*                 "L" LINK A SUBSYSTEM ID TO A MEMBER
001700*                 "U" UNLINK A SUBSYSTEM ID FROM ITS MEMBER
001800*                 "D" DEACTIVATE A MEMBER, KEEPING THE RECORD AND
001900*                     ITS LINKS
002000*               A LINK NAMES THE SYSTEM ("D" DARTS, "C" CHESS, "S"
002100*               SCRABBLE, "T" TWO-FER LOYALTY) AND THE ID AS THAT
002200*               SYSTEM HOLDS IT.  THE ID MUST BE ON THE SYSTEM'S
002300*               OWN MASTER (DARTPLYR, CHESSRAT, SCRABRAT OR
002400*               TWOFPNTS) AND NOT ALREADY LINKED TO ANYONE, AND
002500*               THE MEMBER MUST NOT ALREADY HAVE ANOTHER ID THERE.
002600*               EVERY TRANSACTION GETS A RESULT LINE ON MEMBMNTO
002700*               AND AN ACCESS-LOG RECORD ON THE SHARED AUDIT
002800*               TRAIL; EVERY REJECT IS ALSO LOGGED AS A WARNING.
002900*-----------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*-----------------------------------------------------------------
003200* DATE       INIT  DESCRIPTION
003300* 10/15/2026 TH    ORIGINAL MEMBER MASTER MAINTENANCE
003310* 10/15/2026 TH    MEMBERSHIP CATEGORY (MMT-CATEGORY) ON AN ADD,
003320*                  BLANK MEANING "ST" STANDARD, AND CHANGEABLE ON
003330*                  "C"; AN ADD STARTS THE MEMBER CURRENT WITH NO
003340*                  RENEWAL DATE, WHICH THE NEXT DUES RUN SETS
003400*-----------------------------------------------------------------
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.    MEMBMNT.
003700 AUTHOR.        T. HARLOW.
003800 INSTALLATION.  GLENNJ DATA PROCESSING.
003900 DATE-WRITTEN.  10/15/2026.
004000 DATE-COMPILED.

004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT MEMBER-FILE ASSIGN TO "MEMBMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS MBR-MEMBER-NO
004800         FILE STATUS IS WS-MBR-STATUS.

004900     SELECT XREF-FILE ASSIGN TO "MEMBXREF"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS XRF-KEY
005300         FILE STATUS IS WS-XRF-STATUS.

005400     SELECT MAINT-TRANS-FILE ASSIGN TO "MEMBMNTI"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-TRAN-STATUS.

005700     SELECT MAINT-RPT ASSIGN TO "MEMBMNTO"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RPT-STATUS.

006000     SELECT PLAYER-FILE ASSIGN TO "DARTPLYR"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS PLYR-ID
006400         FILE STATUS IS WS-PLYR-STATUS.

006500     SELECT CHESS-RATING-FILE ASSIGN TO "CHESSRAT"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS RAT-PLAYER-ID
006900         FILE STATUS IS WS-RAT-STATUS.

007000     SELECT SCRAB-RATING-FILE ASSIGN TO "SCRABRAT"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS SRT-PLAYER-ID
007400         FILE STATUS IS WS-SRT-STATUS.

007500     SELECT POINTS-MASTER-FILE ASSIGN TO "TWOFPNTS"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS PTS-NAME
007900         FILE STATUS IS WS-PTS-STATUS.

008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  MEMBER-FILE.
008300 COPY membmast.

008400 FD  XREF-FILE.
008500 COPY membxref.

008600 FD  MAINT-TRANS-FILE.
008700 01  MMT-RECORD.
008800     05  MMT-ACTION              PIC X(01).
008900         88  MMT-ACTION-ADD          VALUE "A".
009000         88  MMT-ACTION-CHANGE       VALUE "C".
009100         88  MMT-ACTION-LINK         VALUE "L".
009200         88  MMT-ACTION-UNLINK       VALUE "U".
009300         88  MMT-ACTION-DEACTIVATE   VALUE "D".
009400     05  MMT-MEMBER-NO           PIC X(06).
009500     05  MMT-MEMBER-NO-N REDEFINES MMT-MEMBER-NO
009600                                 PIC 9(06).
009700*-----------------------------------------------------------------
009800* "L" AND "U": THE SYSTEM CODE AND THE ID AS THAT SYSTEM HOLDS IT.
009900*-----------------------------------------------------------------
010000     05  MMT-SYSTEM              PIC X(01).
010100     05  MMT-SUBSYS-ID           PIC X(18).
010200*-----------------------------------------------------------------
010300* "A" AND "C": NAME AND CONTACT DETAILS.  ON A CHANGE A BLANK
010400* FIELD LEAVES THE MASTER'S VALUE AS IT IS.
010500*-----------------------------------------------------------------
010600     05  MMT-NAME                PIC X(30).
010700     05  MMT-ADDRESS-LINE        PIC X(30) OCCURS 3 TIMES.
010800     05  MMT-POSTCODE            PIC X(08).
010900     05  MMT-PHONE               PIC X(15).
011000     05  MMT-EMAIL               PIC X(40).
011010*-----------------------------------------------------------------
011020* "A" AND "C": THE MEMBERSHIP CATEGORY THAT PRICES THE DUES
011030* (DUESCAT).  BLANK ON AN ADD IS "ST" STANDARD.
011040*-----------------------------------------------------------------
011050     05  MMT-CATEGORY            PIC X(02).

011100 FD  MAINT-RPT
011200     RECORD CONTAINS 80 CHARACTERS.
011300 01  MNTR-LINE                   PIC X(80).

011400 FD  PLAYER-FILE.
011500 COPY dartplyr.

011600 FD  CHESS-RATING-FILE.
011700 01  RAT-RECORD.
011800     05  RAT-PLAYER-ID           PIC X(10).
011900     05  RAT-RATING              PIC 9(05).
012000     05  RAT-GAMES               PIC 9(04).
012100     05  RAT-WINS                PIC 9(04).
012200     05  RAT-LOSSES              PIC 9(04).
012300     05  RAT-DRAWS               PIC 9(04).

012400 FD  SCRAB-RATING-FILE.
012500 01  SRT-RECORD.
012600     05  SRT-PLAYER-ID           PIC X(05).
012700     05  SRT-RATING              PIC 9(05).
012800     05  SRT-GAMES               PIC 9(04).
012900     05  SRT-WINS                PIC 9(04).
013000     05  SRT-LOSSES              PIC 9(04).
013100     05  SRT-DRAWS               PIC 9(04).

013200 FD  POINTS-MASTER-FILE.
013300 01  PTS-RECORD.
013400     05  PTS-NAME                PIC X(18).
013500     05  PTS-BALANCE             PIC 9(05).
013600     05  PTS-EARNED              PIC 9(06).
013700     05  PTS-BURNED              PIC 9(06).

013800 WORKING-STORAGE SECTION.
013900 01  WS-MBR-STATUS               PIC XX.
014000 01  WS-XRF-STATUS               PIC XX.
014100 01  WS-TRAN-STATUS              PIC XX.
014200     88  TRAN-EOF                VALUE "10".
014300 01  WS-RPT-STATUS               PIC XX.
014400 01  WS-PLYR-STATUS              PIC XX.
014500 01  WS-RAT-STATUS               PIC XX.
014600 01  WS-SRT-STATUS               PIC XX.
014700 01  WS-PTS-STATUS               PIC XX.

014800*-----------------------------------------------------------------
014900* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
015000*-----------------------------------------------------------------
015100 COPY audcom.
015200*-----------------------------------------------------------------
015300* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
015400*-----------------------------------------------------------------
015500 COPY tscom.
015600*-----------------------------------------------------------------
015700* SHARED OPERATOR-AUTHORIZATION CALL INTERFACE (COPY OPACOM).
015800*-----------------------------------------------------------------
015900 COPY opacom.

016000 01  WS-TRAN-COUNT               PIC 9(05) VALUE ZERO.
016100 01  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
016200 01  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
016300 01  WS-RESULT-TEXT              PIC X(40).
016400 01  adx                         PIC 9.

016500*-----------------------------------------------------------------
016600* THE HIGHEST MEMBER NUMBER ON FILE, FOUND WHEN THE MASTER IS
016700* OPENED, SO AN ADD WITHOUT A NUMBER TAKES THE NEXT ONE.
016800*-----------------------------------------------------------------
016900 01  WS-LAST-MEMBER-NO           PIC 9(06) VALUE ZERO.
017000 01  WS-NEW-MEMBER-NO            PIC 9(06).

017100*-----------------------------------------------------------------
017200* A LINK'S SUBSYSTEM: WHETHER ITS MASTER COULD BE OPENED, HOW WIDE
017300* ITS IDS ARE, AND THE ID THE MEMBER ALREADY HOLDS THERE.
017400*-----------------------------------------------------------------
017500 01  WS-DARTS-OPEN-SW            PIC X VALUE "N".
017600 01  WS-CHESS-OPEN-SW            PIC X VALUE "N".
017700 01  WS-SCRAB-OPEN-SW            PIC X VALUE "N".
017800 01  WS-TWOFER-OPEN-SW           PIC X VALUE "N".
017900 01  WS-ID-WIDTH                 PIC 99.
018000 01  WS-HELD-ID                  PIC X(18).
018100 01  WS-OWNER-DISP               PIC 9(06).

018200 01  WS-MNT-HDG1                 PIC X(80) VALUE
018300     "CLUB MEMBER MASTER MAINTENANCE".
018400 01  WS-MNT-DETAIL.
018500     05  MD-ACTION               PIC X(01).
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  MD-MEMBER-NO            PIC X(06).
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  MD-SYSTEM               PIC X(01).
019000     05  FILLER                  PIC X(01) VALUE SPACES.
019100     05  MD-SUBSYS-ID            PIC X(18).
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  MD-RESULT               PIC X(40).
019400 01  WS-MNT-TRAILER.
019500     05  FILLER                  PIC X(09) VALUE "APPLIED: ".
019600     05  MT-APPLIED              PIC ZZZZ9.
019700     05  FILLER                  PIC X(11) VALUE "  REJECTED:".
019800     05  MT-REJECTED             PIC ZZZZ9.

019900 PROCEDURE DIVISION.
020000 0000-MEMBMNT.
020100     MOVE "MEMBMNT" TO OPA-PROGRAM-NAME
020200     CALL "OPERAUTH" USING OPA-PROGRAM-NAME OPA-OPERATOR-ID
020300         OPA-RESULT
020400     IF OPA-OPERATOR-DENIED
020500         DISPLAY "MEMBMNT: OPERATOR NOT AUTHORIZED - RUN ENDED"
020600         GOBACK
020700     END-IF
020800     OPEN INPUT MAINT-TRANS-FILE
020900     IF WS-TRAN-STATUS NOT = "00"
021000         GOBACK
021100     END-IF
021200     OPEN OUTPUT MAINT-RPT
021300     MOVE WS-MNT-HDG1 TO MNTR-LINE
021400     WRITE MNTR-LINE
021500     PERFORM 8000-OPEN-MASTERS THRU 8000-EXIT
021600     PERFORM 8100-OPEN-SUBSYSTEMS THRU 8100-EXIT
021700     PERFORM 1000-READ-TRANSACTION THRU 1000-EXIT
021800     PERFORM UNTIL TRAN-EOF
021900         ADD 1 TO WS-TRAN-COUNT
022000         PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
022100         PERFORM 1000-READ-TRANSACTION THRU 1000-EXIT
022200     END-PERFORM
022300     CLOSE MEMBER-FILE XREF-FILE
022400     PERFORM 8200-CLOSE-SUBSYSTEMS THRU 8200-EXIT
022500     MOVE WS-APPLIED-COUNT TO MT-APPLIED
022600     MOVE WS-REJECT-COUNT  TO MT-REJECTED
022700     MOVE WS-MNT-TRAILER   TO MNTR-LINE
022800     WRITE MNTR-LINE
022900     CLOSE MAINT-TRANS-FILE MAINT-RPT
023000     GOBACK.
023100 0000-EXIT.
023200     EXIT.

023300*-----------------------------------------------------------------
023400* OPEN THE MEMBER MASTER AND CROSS-REFERENCE I-O, CREATING EACH
023500* THE FIRST TIME, AND NOTE THE HIGHEST MEMBER NUMBER IN USE.
023600*-----------------------------------------------------------------
023700 8000-OPEN-MASTERS.
023800     OPEN I-O MEMBER-FILE
023900     IF WS-MBR-STATUS = "35"
024000         CLOSE MEMBER-FILE
024100         OPEN OUTPUT MEMBER-FILE
024200         CLOSE MEMBER-FILE
024300         OPEN I-O MEMBER-FILE
024400     END-IF
024500     OPEN I-O XREF-FILE
024600     IF WS-XRF-STATUS = "35"
024700         CLOSE XREF-FILE
024800         OPEN OUTPUT XREF-FILE
024900         CLOSE XREF-FILE
025000         OPEN I-O XREF-FILE
025100     END-IF
025200     MOVE ZERO TO MBR-MEMBER-NO
025300     START MEMBER-FILE KEY IS GREATER THAN MBR-MEMBER-NO
025400         INVALID KEY MOVE "10" TO WS-MBR-STATUS
025500     END-START
025600     PERFORM UNTIL WS-MBR-STATUS NOT = "00"
025700         READ MEMBER-FILE NEXT RECORD
025800             AT END MOVE "10" TO WS-MBR-STATUS
025900             NOT AT END
026000                 MOVE MBR-MEMBER-NO TO WS-LAST-MEMBER-NO
026100         END-READ
026200     END-PERFORM.
026300 8000-EXIT.
026400     EXIT.

026500*-----------------------------------------------------------------
026600* THE SUBSYSTEM MASTERS ARE ONLY READ, TO PROVE A LINKED ID IS
026700* REAL.  ONE THAT CANNOT BE OPENED ONLY STOPS LINKS INTO IT.
026800*-----------------------------------------------------------------
026900 8100-OPEN-SUBSYSTEMS.
027000     OPEN INPUT PLAYER-FILE
027100     IF WS-PLYR-STATUS = "00"
027200         MOVE "Y" TO WS-DARTS-OPEN-SW
027300     END-IF
027400     OPEN INPUT CHESS-RATING-FILE
027500     IF WS-RAT-STATUS = "00"
027600         MOVE "Y" TO WS-CHESS-OPEN-SW
027700     END-IF
027800     OPEN INPUT SCRAB-RATING-FILE
027900     IF WS-SRT-STATUS = "00"
028000         MOVE "Y" TO WS-SCRAB-OPEN-SW
028100     END-IF
028200     OPEN INPUT POINTS-MASTER-FILE
028300     IF WS-PTS-STATUS = "00"
028400         MOVE "Y" TO WS-TWOFER-OPEN-SW
028500     END-IF.
028600 8100-EXIT.
028700     EXIT.

028800 8200-CLOSE-SUBSYSTEMS.
028900     IF WS-DARTS-OPEN-SW = "Y"
029000         CLOSE PLAYER-FILE
029100     END-IF
029200     IF WS-CHESS-OPEN-SW = "Y"
029300         CLOSE CHESS-RATING-FILE
029400     END-IF
029500     IF WS-SCRAB-OPEN-SW = "Y"
029600         CLOSE SCRAB-RATING-FILE
029700     END-IF
029800     IF WS-TWOFER-OPEN-SW = "Y"
029900         CLOSE POINTS-MASTER-FILE
030000     END-IF.
030100 8200-EXIT.
030200     EXIT.

030300 1000-READ-TRANSACTION.
030400     READ MAINT-TRANS-FILE
030500         AT END SET TRAN-EOF TO TRUE
030600     END-READ.
030700 1000-EXIT.
030800     EXIT.

030900 2000-APPLY-TRANSACTION.
031000     MOVE SPACES TO WS-RESULT-TEXT
031100     EVALUATE TRUE
031200         WHEN MMT-ACTION-ADD
031300             PERFORM 3000-ADD-MEMBER THRU 3000-EXIT
031400         WHEN MMT-ACTION-CHANGE
031500             PERFORM 4000-CHANGE-MEMBER THRU 4000-EXIT
031600         WHEN MMT-ACTION-LINK
031700             PERFORM 5000-LINK-SUBSYS-ID THRU 5000-EXIT
031800         WHEN MMT-ACTION-UNLINK
031900             PERFORM 5500-UNLINK-SUBSYS-ID THRU 5500-EXIT
032000         WHEN MMT-ACTION-DEACTIVATE
032100             PERFORM 6000-DEACTIVATE-MEMBER THRU 6000-EXIT
032200         WHEN OTHER
032300             MOVE "UNKNOWN ACTION CODE" TO WS-RESULT-TEXT
032400             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
032500     END-EVALUATE
032600     MOVE MMT-ACTION     TO MD-ACTION
032700     MOVE MMT-MEMBER-NO  TO MD-MEMBER-NO
032800     MOVE MMT-SYSTEM     TO MD-SYSTEM
032900     MOVE MMT-SUBSYS-ID  TO MD-SUBSYS-ID
033000     MOVE WS-RESULT-TEXT TO MD-RESULT
033100     MOVE WS-MNT-DETAIL  TO MNTR-LINE
033200     WRITE MNTR-LINE
033300*-----------------------------------------------------------------
033400* ACCESS LOG: WHO APPLIED WHAT TO THE MEMBER MASTER, THROUGH THE
033500* SAME SHARED TRAIL EVERYTHING ELSE USES.
033600*-----------------------------------------------------------------
033700     MOVE "MEMBMNT" TO AUD-PROGRAM-NAME
033800     MOVE SPACES TO AUD-FAILED-INPUT
033900     STRING "OPER " OPA-OPERATOR-ID
034000             " ACTION " MMT-ACTION
034100             " MEMBER " MMT-MEMBER-NO
034200             " " MMT-SYSTEM " " MMT-SUBSYS-ID DELIMITED BY SIZE
034300         INTO AUD-FAILED-INPUT
034400     END-STRING
034500     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
034600     SET AUD-SEV-ACCESS TO TRUE
034700     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
034800         AUD-FAILED-INPUT AUD-FAILURE-REASON
034900         AUD-SEVERITY.
035000 2000-EXIT.
035100     EXIT.

035200*-----------------------------------------------------------------
035300* ADD A MEMBER.  A BLANK NUMBER TAKES THE NEXT ONE AFTER THE
035400* HIGHEST ON FILE; THE NUMBER GIVEN TO IT IS SHOWN ON THE REPORT.
035500*-----------------------------------------------------------------
035600 3000-ADD-MEMBER.
035700     IF MMT-NAME = SPACES
035800         MOVE "MEMBER NAME REQUIRED" TO WS-RESULT-TEXT
035900         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
036000         GO TO 3000-EXIT
036100     END-IF
036200     IF MMT-MEMBER-NO = SPACES
036300         IF WS-LAST-MEMBER-NO = 999999
036400             MOVE "MEMBER NUMBERS EXHAUSTED" TO WS-RESULT-TEXT
036500             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
036600             GO TO 3000-EXIT
036700         END-IF
036800         COMPUTE WS-NEW-MEMBER-NO = WS-LAST-MEMBER-NO + 1
036900         MOVE WS-NEW-MEMBER-NO TO MMT-MEMBER-NO
037000     ELSE
037100         IF MMT-MEMBER-NO IS NOT NUMERIC OR MMT-MEMBER-NO-N = ZERO
037200             MOVE "MEMBER NUMBER MUST BE 000001-999999" TO
037300                 WS-RESULT-TEXT
037400             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
037500             GO TO 3000-EXIT
037600         END-IF
037700         MOVE MMT-MEMBER-NO-N TO WS-NEW-MEMBER-NO
037800     END-IF
037900     MOVE WS-NEW-MEMBER-NO TO MBR-MEMBER-NO
038000     READ MEMBER-FILE
038100         INVALID KEY
038200             CALL "TIMESTMP" USING TS-DATE TS-TIME
038300             MOVE SPACES           TO MBR-RECORD
038400             MOVE WS-NEW-MEMBER-NO TO MBR-MEMBER-NO
038500             MOVE MMT-NAME         TO MBR-NAME
038600             SET  MBR-IS-ACTIVE    TO TRUE
038700             MOVE TS-DATE          TO MBR-JOINED-DATE
038800             PERFORM VARYING adx FROM 1 BY 1 UNTIL adx > 3
038900                 MOVE MMT-ADDRESS-LINE(adx) TO
039000                     MBR-ADDRESS-LINE(adx)
039100             END-PERFORM
039200             MOVE MMT-POSTCODE     TO MBR-POSTCODE
039300             MOVE MMT-PHONE        TO MBR-PHONE
039400             MOVE MMT-EMAIL        TO MBR-EMAIL
039410             IF MMT-CATEGORY = SPACES
039420                 MOVE "ST"         TO MBR-CATEGORY
039430             ELSE
039440                 MOVE MMT-CATEGORY TO MBR-CATEGORY
039450             END-IF
039460             MOVE ZERO TO MBR-RENEWAL-DATE MBR-NOTICE-DATE
039470                          MBR-LAST-PAID-DATE MBR-LAST-PAID-AMT
039480             SET  MBR-DUES-CURRENT TO TRUE
039500             WRITE MBR-RECORD
039600             IF WS-NEW-MEMBER-NO > WS-LAST-MEMBER-NO
039700                 MOVE WS-NEW-MEMBER-NO TO WS-LAST-MEMBER-NO
039800             END-IF
039900             MOVE "ADDED" TO WS-RESULT-TEXT
040000             ADD 1 TO WS-APPLIED-COUNT
040100         NOT INVALID KEY
040200             MOVE "MEMBER NUMBER ALREADY ON FILE" TO
040300                 WS-RESULT-TEXT
040400             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
040500     END-READ.
040600 3000-EXIT.
040700     EXIT.

040800 4000-CHANGE-MEMBER.
040900     PERFORM 7100-READ-MEMBER THRU 7100-EXIT
041000     IF WS-RESULT-TEXT NOT = SPACES
041100         GO TO 4000-EXIT
041200     END-IF
041300     IF MMT-NAME NOT = SPACES
041400         MOVE MMT-NAME TO MBR-NAME
041500     END-IF
041600     PERFORM VARYING adx FROM 1 BY 1 UNTIL adx > 3
041700         IF MMT-ADDRESS-LINE(adx) NOT = SPACES
041800             MOVE MMT-ADDRESS-LINE(adx) TO MBR-ADDRESS-LINE(adx)
041900         END-IF
042000     END-PERFORM
042100     IF MMT-POSTCODE NOT = SPACES
042200         MOVE MMT-POSTCODE TO MBR-POSTCODE
042300     END-IF
042400     IF MMT-PHONE NOT = SPACES
042500         MOVE MMT-PHONE TO MBR-PHONE
042600     END-IF
042700     IF MMT-EMAIL NOT = SPACES
042800         MOVE MMT-EMAIL TO MBR-EMAIL
042900     END-IF
042910     IF MMT-CATEGORY NOT = SPACES
042920         MOVE MMT-CATEGORY TO MBR-CATEGORY
042930     END-IF
043000     REWRITE MBR-RECORD
043100     MOVE "DETAILS CHANGED" TO WS-RESULT-TEXT
043200     ADD 1 TO WS-APPLIED-COUNT.
043300 4000-EXIT.
043400     EXIT.

043500*-----------------------------------------------------------------
043600* LINK A SUBSYSTEM ID TO AN ACTIVE MEMBER.  THE CROSS-REFERENCE
043700* KEY STOPS ONE ID BELONGING TO TWO PEOPLE; THE MEMBER'S OWN SLOT
043800* STOPS ONE PERSON HOLDING TWO IDS IN THE SAME SYSTEM - TWO IDS
043900* OPENED FOR THE SAME DARTS PLAYER ARE MERGED IN DARTMNT FIRST.
044000*-----------------------------------------------------------------
044100 5000-LINK-SUBSYS-ID.
044200     PERFORM 7100-READ-MEMBER THRU 7100-EXIT
044300     IF WS-RESULT-TEXT NOT = SPACES
044400         GO TO 5000-EXIT
044500     END-IF
044600     IF NOT MBR-IS-ACTIVE
044700         MOVE "MEMBER NOT ACTIVE" TO WS-RESULT-TEXT
044800         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
044900         GO TO 5000-EXIT
045000     END-IF
045100     PERFORM 7200-CHECK-SYSTEM THRU 7200-EXIT
045200     IF WS-RESULT-TEXT NOT = SPACES
045300         GO TO 5000-EXIT
045400     END-IF
045500     IF WS-HELD-ID NOT = SPACES
045600         IF WS-HELD-ID = MMT-SUBSYS-ID
045700             MOVE "ALREADY LINKED TO THIS MEMBER" TO
045800                 WS-RESULT-TEXT
045900         ELSE
046000             MOVE "MEMBER HAS ANOTHER ID - UNLINK FIRST" TO
046100                 WS-RESULT-TEXT
046200         END-IF
046300         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
046400         GO TO 5000-EXIT
046500     END-IF
046600     PERFORM 7300-FIND-SUBSYS-ID THRU 7300-EXIT
046700     IF WS-RESULT-TEXT NOT = SPACES
046800         GO TO 5000-EXIT
046900     END-IF
047000     MOVE MMT-SYSTEM    TO XRF-SYSTEM
047100     MOVE MMT-SUBSYS-ID TO XRF-SUBSYS-ID
047200     READ XREF-FILE
047300         INVALID KEY
047400             CONTINUE
047500         NOT INVALID KEY
047600             MOVE SPACES TO WS-RESULT-TEXT
047700             MOVE XRF-MEMBER-NO TO WS-OWNER-DISP
047800             STRING "ID ALREADY LINKED TO MEMBER " WS-OWNER-DISP
047900                     DELIMITED BY SIZE
048000                 INTO WS-RESULT-TEXT
048100             END-STRING
048200             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
048300             GO TO 5000-EXIT
048400     END-READ
048500     MOVE MBR-MEMBER-NO TO XRF-MEMBER-NO
048600     WRITE XRF-RECORD
048700     EVALUATE MMT-SYSTEM
048800         WHEN "D" MOVE MMT-SUBSYS-ID TO MBR-DARTS-ID
048900         WHEN "C" MOVE MMT-SUBSYS-ID TO MBR-CHESS-ID
049000         WHEN "S" MOVE MMT-SUBSYS-ID TO MBR-SCRABBLE-ID
049100         WHEN "T" MOVE MMT-SUBSYS-ID TO MBR-TWOFER-NAME
049200     END-EVALUATE
049300     REWRITE MBR-RECORD
049400     MOVE "LINKED" TO WS-RESULT-TEXT
049500     ADD 1 TO WS-APPLIED-COUNT.
049600 5000-EXIT.
049700     EXIT.

049800*-----------------------------------------------------------------
049900* UNLINK AN ID FROM THE MEMBER THAT HOLDS IT, SO IT CAN BE LINKED
050000* TO THE RIGHT PERSON.  THE SUBSYSTEM'S OWN RECORD IS UNTOUCHED.
050100*-----------------------------------------------------------------
050200 5500-UNLINK-SUBSYS-ID.
050300     PERFORM 7100-READ-MEMBER THRU 7100-EXIT
050400     IF WS-RESULT-TEXT NOT = SPACES
050500         GO TO 5500-EXIT
050600     END-IF
050700     PERFORM 7200-CHECK-SYSTEM THRU 7200-EXIT
050800     IF WS-RESULT-TEXT NOT = SPACES
050900         GO TO 5500-EXIT
051000     END-IF
051100     IF WS-HELD-ID NOT = MMT-SUBSYS-ID
051200         MOVE "ID NOT LINKED TO THIS MEMBER" TO WS-RESULT-TEXT
051300         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
051400         GO TO 5500-EXIT
051500     END-IF
051600     MOVE MMT-SYSTEM    TO XRF-SYSTEM
051700     MOVE MMT-SUBSYS-ID TO XRF-SUBSYS-ID
051800     READ XREF-FILE
051900         INVALID KEY
052000             CONTINUE
052100         NOT INVALID KEY
052200             DELETE XREF-FILE RECORD
052300     END-READ
052400     EVALUATE MMT-SYSTEM
052500         WHEN "D" MOVE SPACES TO MBR-DARTS-ID
052600         WHEN "C" MOVE SPACES TO MBR-CHESS-ID
052700         WHEN "S" MOVE SPACES TO MBR-SCRABBLE-ID
052800         WHEN "T" MOVE SPACES TO MBR-TWOFER-NAME
052900     END-EVALUATE
053000     REWRITE MBR-RECORD
053100     MOVE "UNLINKED" TO WS-RESULT-TEXT
053200     ADD 1 TO WS-APPLIED-COUNT.
053300 5500-EXIT.
053400     EXIT.

053500 6000-DEACTIVATE-MEMBER.
053600     PERFORM 7100-READ-MEMBER THRU 7100-EXIT
053700     IF WS-RESULT-TEXT NOT = SPACES
053800         GO TO 6000-EXIT
053900     END-IF
054000     SET MBR-IS-INACTIVE TO TRUE
054100     REWRITE MBR-RECORD
054200     MOVE "DEACTIVATED" TO WS-RESULT-TEXT
054300     ADD 1 TO WS-APPLIED-COUNT.
054400 6000-EXIT.
054500     EXIT.

054600 7000-REJECT-TRANSACTION.
054700     ADD 1 TO WS-REJECT-COUNT
054800     MOVE "MEMBMNT" TO AUD-PROGRAM-NAME
054900     MOVE MMT-RECORD TO AUD-FAILED-INPUT
055000     MOVE WS-RESULT-TEXT TO AUD-FAILURE-REASON
055100     SET AUD-SEV-WARNING TO TRUE
055200     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
055300         AUD-FAILED-INPUT AUD-FAILURE-REASON
055400         AUD-SEVERITY.
055500 7000-EXIT.
055600     EXIT.

055700*-----------------------------------------------------------------
055800* READ THE MEMBER NAMED ON THE TRANSACTION; A REJECT LEAVES THE
055900* REASON IN WS-RESULT-TEXT.
056000*-----------------------------------------------------------------
056100 7100-READ-MEMBER.
056200     IF MMT-MEMBER-NO IS NOT NUMERIC
056300         MOVE "MEMBER NUMBER MUST BE 000001-999999" TO
056400             WS-RESULT-TEXT
056500         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
056600         GO TO 7100-EXIT
056700     END-IF
056800     MOVE MMT-MEMBER-NO-N TO MBR-MEMBER-NO
056900     READ MEMBER-FILE
057000         INVALID KEY
057100             MOVE "MEMBER NOT ON FILE" TO WS-RESULT-TEXT
057200             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
057300     END-READ.
057400 7100-EXIT.
057500     EXIT.

057600*-----------------------------------------------------------------
057700* VALIDATE THE SYSTEM CODE AND THE ID'S WIDTH FOR THAT SYSTEM, AND
057800* PICK UP THE ID THE MEMBER ALREADY HOLDS THERE.
057900*-----------------------------------------------------------------
058000 7200-CHECK-SYSTEM.
058100     EVALUATE MMT-SYSTEM
058200         WHEN "D"
058300             MOVE 5  TO WS-ID-WIDTH
058400             MOVE MBR-DARTS-ID    TO WS-HELD-ID
058500         WHEN "C"
058600             MOVE 10 TO WS-ID-WIDTH
058700             MOVE MBR-CHESS-ID    TO WS-HELD-ID
058800         WHEN "S"
058900             MOVE 5  TO WS-ID-WIDTH
059000             MOVE MBR-SCRABBLE-ID TO WS-HELD-ID
059100         WHEN "T"
059200             MOVE 18 TO WS-ID-WIDTH
059300             MOVE MBR-TWOFER-NAME TO WS-HELD-ID
059400         WHEN OTHER
059500             MOVE "SYSTEM MUST BE D, C, S OR T" TO WS-RESULT-TEXT
059600             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
059700             GO TO 7200-EXIT
059800     END-EVALUATE
059900     IF MMT-SUBSYS-ID = SPACES
060000         MOVE "SUBSYSTEM ID REQUIRED" TO WS-RESULT-TEXT
060100         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
060200         GO TO 7200-EXIT
060300     END-IF
060400     IF WS-ID-WIDTH < 18
060500         IF MMT-SUBSYS-ID(WS-ID-WIDTH + 1:) NOT = SPACES
060600             MOVE "ID TOO LONG FOR THAT SYSTEM" TO WS-RESULT-TEXT
060700             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
060800         END-IF
060900     END-IF.
061000 7200-EXIT.
061100     EXIT.

061200*-----------------------------------------------------------------
061300* PROVE THE ID IS ON THE SUBSYSTEM'S OWN MASTER.
061400*-----------------------------------------------------------------
061500 7300-FIND-SUBSYS-ID.
061600     EVALUATE MMT-SYSTEM
061700         WHEN "D"
061800             IF WS-DARTS-OPEN-SW NOT = "Y"
061900                 MOVE "DARTPLYR NOT AVAILABLE" TO WS-RESULT-TEXT
062000             ELSE
062100                 MOVE MMT-SUBSYS-ID TO PLYR-ID
062200                 READ PLAYER-FILE
062300                     INVALID KEY
062400                         MOVE "ID NOT ON DARTPLYR" TO
062500                             WS-RESULT-TEXT
062600                 END-READ
062700             END-IF
062800         WHEN "C"
062900             IF WS-CHESS-OPEN-SW NOT = "Y"
063000                 MOVE "CHESSRAT NOT AVAILABLE" TO WS-RESULT-TEXT
063100             ELSE
063200                 MOVE MMT-SUBSYS-ID TO RAT-PLAYER-ID
063300                 READ CHESS-RATING-FILE
063400                     INVALID KEY
063500                         MOVE "ID NOT ON CHESSRAT" TO
063600                             WS-RESULT-TEXT
063700                 END-READ
063800             END-IF
063900         WHEN "S"
064000             IF WS-SCRAB-OPEN-SW NOT = "Y"
064100                 MOVE "SCRABRAT NOT AVAILABLE" TO WS-RESULT-TEXT
064200             ELSE
064300                 MOVE MMT-SUBSYS-ID TO SRT-PLAYER-ID
064400                 READ SCRAB-RATING-FILE
064500                     INVALID KEY
064600                         MOVE "ID NOT ON SCRABRAT" TO
064700                             WS-RESULT-TEXT
064800                 END-READ
064900             END-IF
065000         WHEN "T"
065100             IF WS-TWOFER-OPEN-SW NOT = "Y"
065200                 MOVE "TWOFPNTS NOT AVAILABLE" TO WS-RESULT-TEXT
065300             ELSE
065400                 MOVE MMT-SUBSYS-ID TO PTS-NAME
065500                 READ POINTS-MASTER-FILE
065600                     INVALID KEY
065700                         MOVE "NAME NOT ON TWOFPNTS" TO
065800                             WS-RESULT-TEXT
065900                 END-READ
066000             END-IF
066100     END-EVALUATE
066200     IF WS-RESULT-TEXT NOT = SPACES
066300         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
066400     END-IF.
066500 7300-EXIT.
066600     EXIT.
