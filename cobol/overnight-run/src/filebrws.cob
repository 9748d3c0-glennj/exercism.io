000100*****************************************************************
000200* PROGRAM-ID : FILEBRWS
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : FILE BROWSE AND PRINT FOR THE SUITE'S DATA FILES,
000900*               SO A BAD NIGHT IS READ FROM A LISTING INSTEAD OF A
001000*               HEX EDITOR.  THE BRWLAYT LAYOUT DEFINITIONS (COPY
001100*               BRWLAYT) DESCRIBE EACH FILE'S RECORD TYPES AND
001200*               FIELDS - POSITIONS AND PICTURES AS IN THE
001300*               COPYBOOKS (DARTPLYR, SCRABTRN, TWOFAUD ...).  EACH
001400*               BRWCTL CONTROL RECORD NAMES A FILE TO PRINT, AND
001500*               OPTIONALLY A KEY RANGE ("K") OR A FIELD VALUE
001600*               ("V") TO SELECT BY; THE BRWRPT LISTING SHOWS EVERY
001700*               SELECTED RECORD AS LABELLED COLUMNS, WITH THE
001800*               RECORDS READ AND SELECTED AT THE FOOT.  A
001900*               SEQUENTIAL FILE IS OPENED BY NAME; THE INDEXED
002000*               MASTERS EACH HAVE THEIR OWN SELECT AND ARE ONLY
002100*               EVER OPENED INPUT, SO THE UTILITY IS SAFE TO RUN
002200*               WHILE THE BATCH WINDOW IS OPEN.
002300*-----------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION
002700* 10/15/2026 TH    ORIGINAL FILE BROWSE UTILITY
002800*-----------------------------------------------------------------
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.    FILEBRWS.
003100 AUTHOR.        T. HARLOW.
003200 INSTALLATION.  GLENNJ DATA PROCESSING.
003300 DATE-WRITTEN.  10/15/2026.
003400 DATE-COMPILED.

003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT LAYOUT-FILE ASSIGN TO "BRWLAYT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-LAY-STATUS.

004100     SELECT BROWSE-CTL-FILE ASSIGN TO "BRWCTL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CTL-STATUS.

004400     SELECT BROWSE-RPT ASSIGN TO "BRWRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RPT-STATUS.

004700     SELECT SEQUENTIAL-FILE ASSIGN TO WS-SEQ-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-SEQ-STATUS.

005000     SELECT PLAYER-FILE ASSIGN TO "DARTPLYR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS PLYR-ID
005400         FILE STATUS IS WS-IDX-STATUS.

005500     SELECT TEAM-FILE ASSIGN TO "DARTTEAM"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS TEAM-ID
005900         FILE STATUS IS WS-IDX-STATUS.

006000     SELECT TURN-FILE ASSIGN TO "SCRABTRN"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS TURN-KEY
006400         FILE STATUS IS WS-IDX-STATUS.

006500     SELECT SCRAB-RATING-FILE ASSIGN TO "SCRABRAT"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS SRT-PLAYER-ID
006900         FILE STATUS IS WS-IDX-STATUS.

007000     SELECT CHESS-RATING-FILE ASSIGN TO "CHESSRAT"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS RAT-PLAYER-ID
007400         FILE STATUS IS WS-IDX-STATUS.

007500     SELECT POINTS-MASTER-FILE ASSIGN TO "TWOFPNTS"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS PTS-NAME
007900         FILE STATUS IS WS-IDX-STATUS.

008000     SELECT REDEMPTION-HX-FILE ASSIGN TO "TWOFERHX"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS HX-KEY
008400         FILE STATUS IS WS-IDX-STATUS.

008500     SELECT VOUCHER-MASTER-FILE ASSIGN TO "TWOFVCHM"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS VCH-SERIAL
008900         FILE STATUS IS WS-IDX-STATUS.

009000     SELECT STOCK-MASTER-FILE ASSIGN TO "TWOFSTK"
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS STK-ITEM-DESC
009400         FILE STATUS IS WS-IDX-STATUS.

009500     SELECT HOLIDAY-FILE ASSIGN TO "LEAPHOL"
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS HOL-YEAR
009900         FILE STATUS IS WS-IDX-STATUS.

010000     SELECT MEMBER-FILE ASSIGN TO "MEMBMAST"
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS DYNAMIC
010300         RECORD KEY IS MBR-MEMBER-NO
010400         FILE STATUS IS WS-IDX-STATUS.

010500     SELECT XREF-FILE ASSIGN TO "MEMBXREF"
010600         ORGANIZATION IS INDEXED
010700         ACCESS MODE IS DYNAMIC
010800         RECORD KEY IS XRF-KEY
010900         FILE STATUS IS WS-IDX-STATUS.

011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  LAYOUT-FILE.
011300 COPY brwlayt.

011400*-----------------------------------------------------------------
011500* ONE BROWSE PER CONTROL RECORD.  SELECTION "K" PRINTS THE
011600* RECORDS WHOSE FIELD (THE FILE'S KEY FIELD WHEN NONE IS NAMED)
011700* LIES FROM THE LOW VALUE TO THE HIGH VALUE, COMPARED AS STORED;
011800* A BLANK LOW VALUE STARTS AT THE BEGINNING AND A BLANK HIGH
011900* VALUE RUNS TO THE END.  "V" PRINTS THE RECORDS WHOSE FIELD
012000* PRINTS AS THE LOW VALUE.  BLANK PRINTS EVERY RECORD.
012100*-----------------------------------------------------------------
012200 FD  BROWSE-CTL-FILE.
012300 01  BRC-RECORD.
012400     05  BRC-FILE-NAME           PIC X(10).
012500     05  FILLER                  PIC X(01).
012600     05  BRC-SELECT-TYPE         PIC X(01).
012700         88  BRC-SELECT-ALL      VALUE SPACE.
012800         88  BRC-SELECT-KEY      VALUE "K".
012900         88  BRC-SELECT-VALUE    VALUE "V".
013000     05  FILLER                  PIC X(01).
013100     05  BRC-FIELD-NAME          PIC X(18).
013200     05  FILLER                  PIC X(01).
013300     05  BRC-LOW-VALUE           PIC X(20).
013400     05  FILLER                  PIC X(01).
013500     05  BRC-HIGH-VALUE          PIC X(20).

013600 FD  BROWSE-RPT
013700     RECORD CONTAINS 132 CHARACTERS.
013800 01  RPT-LINE                    PIC X(132).

013900 FD  SEQUENTIAL-FILE
014000     RECORD CONTAINS 500 CHARACTERS.
014100 01  SEQ-RECORD                  PIC X(500).

014200 FD  PLAYER-FILE.
014300 COPY dartplyr.

014400 FD  TEAM-FILE.
014500 COPY dartteam.

014600 FD  TURN-FILE.
014700     COPY scrabtrn.

014800 FD  SCRAB-RATING-FILE.
014900 01  SRT-RECORD.
015000     05  SRT-PLAYER-ID           PIC X(05).
015100     05  FILLER                  PIC X(21).

015200 FD  CHESS-RATING-FILE.
015300 01  RAT-RECORD.
015400     05  RAT-PLAYER-ID           PIC X(10).
015500     05  FILLER                  PIC X(21).

015600 FD  POINTS-MASTER-FILE.
015700 01  PTS-RECORD.
015800     05  PTS-NAME                PIC X(18).
015900     05  FILLER                  PIC X(17).

016000 FD  REDEMPTION-HX-FILE.
016100 01  HX-RECORD.
016200     05  HX-KEY                  PIC X(26).
016300     05  FILLER                  PIC X(03).

016400 FD  VOUCHER-MASTER-FILE.
016500 01  VCH-RECORD.
016600     05  VCH-SERIAL              PIC X(08).
016700     05  FILLER                  PIC X(25).

016800 FD  STOCK-MASTER-FILE.
016900 01  STK-RECORD.
017000     05  STK-ITEM-DESC           PIC X(20).
017100     05  FILLER                  PIC X(16).

017200 FD  HOLIDAY-FILE.
017300 01  HOL-RECORD.
017400     05  HOL-YEAR                PIC 9(04).
017500     05  FILLER                  PIC X(04).

017600 FD  MEMBER-FILE.
017700 COPY membmast.

017800 FD  XREF-FILE.
017900 COPY membxref.

018000 WORKING-STORAGE SECTION.
018100 01  WS-LAY-STATUS               PIC XX.
018200     88  LAY-EOF                 VALUE "10".
018300 01  WS-CTL-STATUS               PIC XX.
018400     88  CTL-EOF                 VALUE "10".
018500 01  WS-RPT-STATUS               PIC XX.
018600 01  WS-SEQ-STATUS               PIC XX.
018700 01  WS-IDX-STATUS               PIC XX.

018800 01  WS-SEQ-NAME                 PIC X(10).
018900 01  WS-CUR-FILE                 PIC X(10).
019000 01  WS-BROWSE-EOF-SW            PIC X(01).
019100     88  BROWSE-EOF              VALUE "Y".
019200 01  WS-BROWSE-OPEN-SW           PIC X(01).
019300     88  BROWSE-OPEN             VALUE "Y".
019400 01  WS-BROWSE-RECORD            PIC X(500).
019500 01  WS-START-IMAGE              PIC X(500).
019600 01  WS-READ-COUNT               PIC 9(07).
019700 01  WS-SELECT-COUNT             PIC 9(07).
019800 01  WS-LAYOUT-ERRORS            PIC 9(05) VALUE ZERO.

019900*-----------------------------------------------------------------
020000* THE LAYOUT DEFINITIONS, LOADED ONCE.  EACH FIELD'S PICTURE IS
020100* WORKED OUT AT LOAD: ITS LENGTH ON THE RECORD, ITS KIND ("X"
020200* CHARACTER, "9" ZONED DECIMAL, "L"/"T" SIGN LEADING/TRAILING
020300* SEPARATE, "C" BINARY), ITS DIGITS EACH SIDE OF THE POINT, AND
020400* THE WIDTH OF ITS PRINTED COLUMN.
020500*-----------------------------------------------------------------
020600 01  WS-FILE-COUNT               PIC 9(03) VALUE ZERO.
020700 01  WS-FILE-TABLE.
020800     05  WS-FILE-ENTRY OCCURS 60 TIMES.
020900         10  BF-NAME             PIC X(10).
021000         10  BF-ORGANIZATION     PIC X(01).
021100         10  BF-KEY-FIELD        PIC X(18).
021200 01  fx                          PIC 9(03).
021300 01  WS-FILE-FOUND               PIC 9(03).

021400 01  WS-RECTYPE-COUNT            PIC 9(03) VALUE ZERO.
021500 01  WS-RECTYPE-TABLE.
021600     05  WS-RECTYPE-ENTRY OCCURS 120 TIMES.
021700         10  BR-FILE             PIC X(10).
021800         10  BR-NAME             PIC X(08).
021900         10  BR-SEL-START        PIC 9(04).
022000         10  BR-SEL-LENGTH       PIC 9(02).
022100         10  BR-SEL-VALUE        PIC X(10).
022200 01  rx                          PIC 9(03).

022300 01  WS-FIELD-COUNT              PIC 9(04) VALUE ZERO.
022400 01  WS-FIELD-TABLE.
022500     05  WS-FIELD-ENTRY OCCURS 800 TIMES.
022600         10  FT-FILE             PIC X(10).
022700         10  FT-RECTYPE          PIC X(08).
022800         10  FT-NAME             PIC X(18).
022900         10  FT-START            PIC 9(04).
023000         10  FT-LENGTH           PIC 9(03).
023100         10  FT-KIND             PIC X(01).
023200         10  FT-INT-DIGITS       PIC 9(02).
023300         10  FT-DEC-DIGITS       PIC 9(02).
023400         10  FT-SIGNED           PIC X(01).
023500         10  FT-WIDTH            PIC 9(02).
023600 01  ftx                         PIC 9(04).
023700 01  WS-FIELD-FOUND              PIC 9(04).
023800 01  WS-FIND-NAME                PIC X(18).

023900*-----------------------------------------------------------------
024000* PICTURE WORK AREAS.
024100*-----------------------------------------------------------------
024200 01  WS-PIC-CHAR                 PIC X(01).
024300 01  WS-PIC-LAST                 PIC X(01).
024400 01  WS-PIC-AFTER-V              PIC X(01).
024500 01  WS-PIC-ALNUM                PIC 9(03).
024600 01  WS-PIC-INT                  PIC 9(03).
024700 01  WS-PIC-DEC                  PIC 9(03).
024800 01  WS-PIC-SIGNED               PIC X(01).
024900 01  WS-PIC-BAD                  PIC X(01).
025000 01  WS-PIC-REPEAT               PIC 9(03).
025100 01  WS-PIC-DIGIT                PIC 9(01).
025200 01  px                          PIC 9(02).

025300*-----------------------------------------------------------------
025400* THE BROWSE IN HAND.
025500*-----------------------------------------------------------------
025600 01  WS-SEL-FIELD                PIC 9(04).
025700 01  WS-SEL-RAW                  PIC X(20).
025800 01  WS-KEY-START-SW             PIC X(01).
025900     88  KEY-RANGE-ON-KEY        VALUE "Y".
026000 01  WS-CUR-RECTYPE              PIC X(08).
026100 01  WS-LAST-RECTYPE             PIC X(08).
026200 01  WS-HEADING-DONE-SW          PIC X(01).
026300     88  HEADING-DONE            VALUE "Y".

026400*-----------------------------------------------------------------
026500* PRINT LINES.  A RECORD WIDER THAN THE PAGE CARRIES ON OVER AS
026600* MANY LINES AS IT NEEDS, EACH CONTINUATION INDENTED, AND ITS
026700* HEADING WRAPS THE SAME WAY SO EVERY LABEL SITS OVER ITS VALUE.
026800*-----------------------------------------------------------------
026900 01  WS-OUT-TABLE.
027000     05  WS-OUT-LINE             PIC X(132) OCCURS 9 TIMES.
027100 01  WS-OUT-COUNT                PIC 9(01).
027200 01  WS-OUT-POS                  PIC 9(03).
027300 01  ox                          PIC 9(01).
027400 01  WS-HEADING-MODE             PIC X(01).
027500     88  BUILDING-HEADING        VALUE "H".
027600 01  WS-COL-WIDTH                PIC 9(03).
027700 01  WS-COL-TEXT                 PIC X(60).

027800*-----------------------------------------------------------------
027900* FIELD FORMATTING.  A NUMBER IS BROUGHT TO AN UNSCALED INTEGER
028000* AND ITS DIGITS LAID OUT WITH THE POINT AND SIGN.
028100*-----------------------------------------------------------------
028200 01  WS-ZONED-AREA               PIC X(18).
028300 01  WS-ZONED-SIGNED REDEFINES WS-ZONED-AREA PIC S9(18).
028400 01  WS-ZONED-UNSIGNED REDEFINES WS-ZONED-AREA PIC 9(18).
028500 01  WS-BINARY-AREA              PIC X(08).
028600 01  WS-BINARY-VALUE REDEFINES WS-BINARY-AREA
028700                                 PIC S9(18) BINARY.
028800 01  WS-BINARY-BYTES             PIC 9(01).
028900 01  WS-UNSCALED                 PIC S9(18).
029000 01  WS-DIGITS                   PIC 9(18).
029100 01  WS-DIGITS-X REDEFINES WS-DIGITS PIC X(18).
029200 01  WS-NEGATIVE-SW              PIC X(01).
029300     88  NUMBER-NEGATIVE         VALUE "Y".
029400 01  WS-BAD-NUMBER-SW            PIC X(01).
029500     88  NUMBER-BAD              VALUE "Y".
029600 01  WS-SIGN-CHAR                PIC X(01).
029700 01  WS-NUM-TEXT                 PIC X(40).
029800 01  WS-NUM-LEN                  PIC 9(02).
029900 01  WS-INT-PLACES               PIC 9(02).
030000 01  WS-FIRST-DIGIT              PIC 9(02).
030100 01  dx                          PIC 9(02).
030200 01  WS-FIELD-TEXT               PIC X(60).
030300 01  WS-FIELD-TEXT-LEN           PIC 9(02).
030400 01  WS-CONTROL-CHARS            PIC X(32) VALUE
030500     X"000102030405060708090A0B0C0D0E0F"
030600   & X"101112131415161718191A1B1C1D1E1F".
030700 01  WS-DOTS                     PIC X(32) VALUE ALL ".".

030800 01  WS-RPT-HDG1.
030900     05  FILLER                  PIC X(14) VALUE "FILE BROWSE - ".
031000     05  RH-FILE                 PIC X(10).
031100     05  FILLER                  PIC X(02) VALUE SPACES.
031200     05  RH-SELECTION            PIC X(80).
031300 01  WS-RPT-TOTALS.
031400     05  FILLER                  PIC X(14) VALUE "RECORDS READ: ".
031500     05  RT-READ                 PIC ZZZZZZ9.
031600     05  FILLER                  PIC X(14) VALUE "   SELECTED: ".
031700     05  RT-SELECTED             PIC ZZZZZZ9.
031800 01  WS-RPT-MESSAGE              PIC X(132).

031900 PROCEDURE DIVISION.
032000 0000-FILEBRWS.
032100     OPEN OUTPUT BROWSE-RPT
032200     PERFORM 1000-LOAD-LAYOUTS THRU 1000-EXIT
032300     OPEN INPUT BROWSE-CTL-FILE
032400     IF WS-CTL-STATUS NOT = "00"
032500         MOVE "NO BRWCTL CONTROL FILE - NOTHING TO BROWSE"
032600             TO RPT-LINE
032700         WRITE RPT-LINE
032800         CLOSE BROWSE-RPT
032900         GOBACK
033000     END-IF
033100     PERFORM 2000-READ-CONTROL THRU 2000-EXIT
033200     PERFORM UNTIL CTL-EOF
033300         PERFORM 3000-BROWSE-ONE-FILE THRU 3000-EXIT
033400         PERFORM 2000-READ-CONTROL THRU 2000-EXIT
033500     END-PERFORM
033600     CLOSE BROWSE-CTL-FILE BROWSE-RPT
033700     GOBACK.
033800 0000-EXIT.
033900     EXIT.

034000*-----------------------------------------------------------------
034100* LOAD BRWLAYT.  A LINE THAT CANNOT BE USED IS LISTED AT THE TOP
034200* OF THE REPORT AND LEFT OUT, SO ONE BAD LINE NEVER STOPS THE
034300* REST OF THE LAYOUTS FROM BEING USED.
034400*-----------------------------------------------------------------
034500 1000-LOAD-LAYOUTS.
034600     OPEN INPUT LAYOUT-FILE
034700     IF WS-LAY-STATUS NOT = "00"
034800         MOVE "NO BRWLAYT LAYOUT FILE - NO FILE CAN BE BROWSED"
034900             TO RPT-LINE
035000         WRITE RPT-LINE
035100         GO TO 1000-EXIT
035200     END-IF
035300     PERFORM 1010-READ-LAYOUT THRU 1010-EXIT
035400     PERFORM UNTIL LAY-EOF
035500         EVALUATE TRUE
035600             WHEN BLY-IS-COMMENT
035700                 CONTINUE
035800             WHEN BLY-IS-FILE
035900                 PERFORM 1100-ADD-FILE THRU 1100-EXIT
036000             WHEN BLY-IS-RECORD-TYPE
036100                 PERFORM 1200-ADD-RECORD-TYPE THRU 1200-EXIT
036200             WHEN BLY-IS-FIELD
036300                 PERFORM 1300-ADD-FIELD THRU 1300-EXIT
036400             WHEN OTHER
036500                 MOVE "UNKNOWN LINE TYPE" TO WS-RPT-MESSAGE
036600                 PERFORM 1500-LAYOUT-ERROR THRU 1500-EXIT
036700         END-EVALUATE
036800         PERFORM 1010-READ-LAYOUT THRU 1010-EXIT
036900     END-PERFORM
037000     CLOSE LAYOUT-FILE
037100     IF WS-LAYOUT-ERRORS > ZERO
037200         MOVE SPACES TO RPT-LINE
037300         WRITE RPT-LINE
037400     END-IF.
037500 1000-EXIT.
037600     EXIT.

037700 1010-READ-LAYOUT.
037800     READ LAYOUT-FILE
037900         AT END SET LAY-EOF TO TRUE
038000     END-READ.
038100 1010-EXIT.
038200     EXIT.

038300 1100-ADD-FILE.
038400     IF NOT BLY-ORG-SEQUENTIAL AND NOT BLY-ORG-INDEXED
038500         MOVE "ORGANIZATION MUST BE S OR I" TO WS-RPT-MESSAGE
038600         PERFORM 1500-LAYOUT-ERROR THRU 1500-EXIT
038700         GO TO 1100-EXIT
038800     END-IF
038900     IF WS-FILE-COUNT NOT < 60
039000         MOVE "TOO MANY FILES" TO WS-RPT-MESSAGE
039100         PERFORM 1500-LAYOUT-ERROR THRU 1500-EXIT
039200         GO TO 1100-EXIT
039300     END-IF
039400     ADD 1 TO WS-FILE-COUNT
039500     MOVE BLY-FILE-NAME    TO BF-NAME(WS-FILE-COUNT)
039600     MOVE BLY-ORGANIZATION TO BF-ORGANIZATION(WS-FILE-COUNT)
039700     MOVE BLY-KEY-FIELD    TO BF-KEY-FIELD(WS-FILE-COUNT).
039800 1100-EXIT.
039900     EXIT.

040000 1200-ADD-RECORD-TYPE.
040100     IF BLY-RT-SEL-START IS NOT NUMERIC
040200             OR BLY-RT-SEL-LENGTH IS NOT NUMERIC
040300             OR BLY-RT-SEL-START = ZERO
040400             OR BLY-RT-SEL-LENGTH = ZERO
040500             OR BLY-RT-SEL-LENGTH > 10
040600             OR BLY-RT-SEL-START + BLY-RT-SEL-LENGTH > 501
040700         MOVE "RECORD TYPE POSITION OR LENGTH INVALID"
040800             TO WS-RPT-MESSAGE
040900         PERFORM 1500-LAYOUT-ERROR THRU 1500-EXIT
041000         GO TO 1200-EXIT
041100     END-IF
041200     IF WS-RECTYPE-COUNT NOT < 120
041300         MOVE "TOO MANY RECORD TYPES" TO WS-RPT-MESSAGE
041400         PERFORM 1500-LAYOUT-ERROR THRU 1500-EXIT
041500         GO TO 1200-EXIT
041600     END-IF
041700     ADD 1 TO WS-RECTYPE-COUNT
041800     MOVE BLY-FILE-NAME     TO BR-FILE(WS-RECTYPE-COUNT)
041900     MOVE BLY-RT-NAME       TO BR-NAME(WS-RECTYPE-COUNT)
042000     MOVE BLY-RT-SEL-START  TO BR-SEL-START(WS-RECTYPE-COUNT)
042100     MOVE BLY-RT-SEL-LENGTH TO BR-SEL-LENGTH(WS-RECTYPE-COUNT)
042200     MOVE BLY-RT-SEL-VALUE  TO BR-SEL-VALUE(WS-RECTYPE-COUNT).
042300 1200-EXIT.
042400     EXIT.

042500 1300-ADD-FIELD.
042600     IF BLY-FD-START IS NOT NUMERIC OR BLY-FD-START = ZERO
042700             OR BLY-FD-NAME = SPACES
042800         MOVE "FIELD NAME OR START POSITION INVALID"
042900             TO WS-RPT-MESSAGE
043000         PERFORM 1500-LAYOUT-ERROR THRU 1500-EXIT
043100         GO TO 1300-EXIT
043200     END-IF
043300     PERFORM 1400-PARSE-PICTURE THRU 1400-EXIT
043400     IF WS-PIC-BAD = "Y"
043500         MOVE "PICTURE NOT UNDERSTOOD" TO WS-RPT-MESSAGE
043600         PERFORM 1500-LAYOUT-ERROR THRU 1500-EXIT
043700         GO TO 1300-EXIT
043800     END-IF
043900     IF WS-FIELD-COUNT NOT < 800
044000         MOVE "TOO MANY FIELDS" TO WS-RPT-MESSAGE
044100         PERFORM 1500-LAYOUT-ERROR THRU 1500-EXIT
044200         GO TO 1300-EXIT
044300     END-IF
044400     ADD 1 TO WS-FIELD-COUNT
044500     MOVE WS-FIELD-COUNT  TO ftx
044600     MOVE BLY-FILE-NAME   TO FT-FILE(ftx)
044700     MOVE BLY-FD-RECTYPE  TO FT-RECTYPE(ftx)
044800     MOVE BLY-FD-NAME     TO FT-NAME(ftx)
044900     MOVE BLY-FD-START    TO FT-START(ftx)
045000     MOVE WS-PIC-INT      TO FT-INT-DIGITS(ftx)
045100     MOVE WS-PIC-DEC      TO FT-DEC-DIGITS(ftx)
045200     MOVE WS-PIC-SIGNED   TO FT-SIGNED(ftx)
045300     EVALUATE TRUE
045400         WHEN WS-PIC-ALNUM > ZERO
045500             MOVE "X" TO FT-KIND(ftx)
045600             MOVE WS-PIC-ALNUM TO FT-LENGTH(ftx)
045700         WHEN BLY-FD-BINARY
045800             MOVE "C" TO FT-KIND(ftx)
045900             EVALUATE TRUE
046000                 WHEN WS-PIC-INT + WS-PIC-DEC < 5
046100                     MOVE 2 TO FT-LENGTH(ftx)
046200                 WHEN WS-PIC-INT + WS-PIC-DEC < 10
046300                     MOVE 4 TO FT-LENGTH(ftx)
046400                 WHEN OTHER
046500                     MOVE 8 TO FT-LENGTH(ftx)
046600             END-EVALUATE
046700         WHEN WS-PIC-SIGNED = "Y" AND BLY-FD-SIGN-LEADING
046800             MOVE "L" TO FT-KIND(ftx)
046900             COMPUTE FT-LENGTH(ftx) = WS-PIC-INT + WS-PIC-DEC + 1
047000         WHEN WS-PIC-SIGNED = "Y" AND BLY-FD-SIGN-TRAILING
047100             MOVE "T" TO FT-KIND(ftx)
047200             COMPUTE FT-LENGTH(ftx) = WS-PIC-INT + WS-PIC-DEC + 1
047300         WHEN OTHER
047400             MOVE "9" TO FT-KIND(ftx)
047500             COMPUTE FT-LENGTH(ftx) = WS-PIC-INT + WS-PIC-DEC
047600     END-EVALUATE
047700     IF FT-START(ftx) + FT-LENGTH(ftx) > 501
047800         SUBTRACT 1 FROM WS-FIELD-COUNT
047900         MOVE "FIELD RUNS PAST POSITION 500" TO WS-RPT-MESSAGE
048000         PERFORM 1500-LAYOUT-ERROR THRU 1500-EXIT
048100         GO TO 1300-EXIT
048200     END-IF
048300*-----------------------------------------------------------------
048400* THE PRINTED COLUMN: A CHARACTER FIELD AS LONG AS THE FIELD (UP
048500* TO 60), A NUMBER WIDE ENOUGH FOR ITS DIGITS, POINT AND SIGN -
048600* AND NEVER NARROWER THAN ITS LABEL.
048700*-----------------------------------------------------------------
048800     IF FT-KIND(ftx) = "X"
048900         IF FT-LENGTH(ftx) > 60
049000             MOVE 60 TO FT-WIDTH(ftx)
049100         ELSE
049200             MOVE FT-LENGTH(ftx) TO FT-WIDTH(ftx)
049300         END-IF
049400     ELSE
049500         COMPUTE FT-WIDTH(ftx) = WS-PIC-INT + WS-PIC-DEC
049600         IF WS-PIC-DEC > ZERO
049700             ADD 1 TO FT-WIDTH(ftx)
049800         END-IF
049900         IF WS-PIC-SIGNED = "Y"
050000             ADD 1 TO FT-WIDTH(ftx)
050100         END-IF
050200     END-IF
050300     PERFORM VARYING dx FROM 18 BY -1
050400             UNTIL dx = 1 OR FT-NAME(ftx)(dx:1) NOT = SPACE
050500         CONTINUE
050600     END-PERFORM
050700     IF FT-WIDTH(ftx) < dx
050800         MOVE dx TO FT-WIDTH(ftx)
050900     END-IF.
051000 1300-EXIT.
051100     EXIT.

051200*-----------------------------------------------------------------
051300* WORK OUT A PICTURE STRING: X/A POSITIONS, 9 POSITIONS EACH SIDE
051400* OF THE V, AND AN S, WITH (N) REPEATING THE SYMBOL BEFORE IT.
051500*-----------------------------------------------------------------
051600 1400-PARSE-PICTURE.
051700     MOVE ZERO TO WS-PIC-ALNUM WS-PIC-INT WS-PIC-DEC
051800     MOVE "N" TO WS-PIC-SIGNED WS-PIC-BAD WS-PIC-AFTER-V
051900     MOVE SPACE TO WS-PIC-LAST
052000     PERFORM VARYING px FROM 1 BY 1
052100             UNTIL px > 20 OR WS-PIC-BAD = "Y"
052200         MOVE BLY-FD-PICTURE(px:1) TO WS-PIC-CHAR
052300         EVALUATE WS-PIC-CHAR
052400             WHEN SPACE
052500                 MOVE 21 TO px
052600             WHEN "S"
052700                 IF WS-PIC-LAST NOT = SPACE
052800                     MOVE "Y" TO WS-PIC-BAD
052900                 END-IF
053000                 MOVE "Y" TO WS-PIC-SIGNED
053100             WHEN "X"
053200             WHEN "A"
053300                 ADD 1 TO WS-PIC-ALNUM
053400                 MOVE "X" TO WS-PIC-LAST
053500             WHEN "9"
053600                 IF WS-PIC-AFTER-V = "Y"
053700                     ADD 1 TO WS-PIC-DEC
053800                 ELSE
053900                     ADD 1 TO WS-PIC-INT
054000                 END-IF
054100                 MOVE "9" TO WS-PIC-LAST
054200             WHEN "V"
054300                 MOVE "Y" TO WS-PIC-AFTER-V
054400                 MOVE "V" TO WS-PIC-LAST
054500             WHEN "("
054600                 PERFORM 1410-PICTURE-REPEAT THRU 1410-EXIT
054700             WHEN OTHER
054800                 MOVE "Y" TO WS-PIC-BAD
054900         END-EVALUATE
055000     END-PERFORM
055100     IF WS-PIC-ALNUM > ZERO
055200             AND (WS-PIC-INT + WS-PIC-DEC > ZERO
055300                  OR WS-PIC-SIGNED = "Y")
055400         MOVE "Y" TO WS-PIC-BAD
055500     END-IF
055600     IF WS-PIC-ALNUM + WS-PIC-INT + WS-PIC-DEC = ZERO
055700             OR WS-PIC-INT + WS-PIC-DEC > 18
055800             OR WS-PIC-ALNUM > 500
055900         MOVE "Y" TO WS-PIC-BAD
056000     END-IF.
056100 1400-EXIT.
056200     EXIT.

056300*-----------------------------------------------------------------
056400* "(N)": THE SYMBOL JUST COUNTED STANDS FOR N POSITIONS, SO N-1
056500* MORE ARE ADDED.  px IS LEFT ON THE ")".
056600*-----------------------------------------------------------------
056700 1410-PICTURE-REPEAT.
056800     MOVE ZERO TO WS-PIC-REPEAT
056900     ADD 1 TO px
057000     PERFORM UNTIL px > 20 OR BLY-FD-PICTURE(px:1) = ")"
057100             OR WS-PIC-BAD = "Y"
057200         IF BLY-FD-PICTURE(px:1) IS NUMERIC
057300             MOVE BLY-FD-PICTURE(px:1) TO WS-PIC-DIGIT
057400             COMPUTE WS-PIC-REPEAT = WS-PIC-REPEAT * 10
057500                 + WS-PIC-DIGIT
057600             ADD 1 TO px
057700         ELSE
057800             MOVE "Y" TO WS-PIC-BAD
057900         END-IF
058000     END-PERFORM
058100     IF px > 20 OR WS-PIC-REPEAT = ZERO
058200         MOVE "Y" TO WS-PIC-BAD
058300         GO TO 1410-EXIT
058400     END-IF
058500     EVALUATE WS-PIC-LAST
058600         WHEN "X"
058700             COMPUTE WS-PIC-ALNUM = WS-PIC-ALNUM
058800                         + WS-PIC-REPEAT - 1
058900         WHEN "9"
059000             IF WS-PIC-AFTER-V = "Y"
059100                 COMPUTE WS-PIC-DEC = WS-PIC-DEC
059200                         + WS-PIC-REPEAT - 1
059300             ELSE
059400                 COMPUTE WS-PIC-INT = WS-PIC-INT
059500                         + WS-PIC-REPEAT - 1
059600             END-IF
059700         WHEN OTHER
059800             MOVE "Y" TO WS-PIC-BAD
059900     END-EVALUATE.
060000 1410-EXIT.
060100     EXIT.

060200 1500-LAYOUT-ERROR.
060300     ADD 1 TO WS-LAYOUT-ERRORS
060400     MOVE SPACES TO RPT-LINE
060500     STRING "BRWLAYT LINE IGNORED - " DELIMITED BY SIZE
060600             WS-RPT-MESSAGE DELIMITED BY "  "
060700             ": " BLY-RECORD DELIMITED BY SIZE
060800         INTO RPT-LINE
060900     END-STRING
061000     WRITE RPT-LINE.
061100 1500-EXIT.
061200     EXIT.

061300 2000-READ-CONTROL.
061400     READ BROWSE-CTL-FILE
061500         AT END SET CTL-EOF TO TRUE
061600     END-READ.
061700 2000-EXIT.
061800     EXIT.

061900*-----------------------------------------------------------------
062000* ONE BROWSE: FIND THE FILE'S LAYOUT AND THE SELECTION FIELD,
062100* OPEN THE FILE READ-ONLY, PRINT THE RECORDS THAT QUALIFY, AND
062200* FOOT THE LISTING WITH THE COUNTS.
062300*-----------------------------------------------------------------
062400 3000-BROWSE-ONE-FILE.
062500     MOVE ZERO TO WS-READ-COUNT WS-SELECT-COUNT WS-SEL-FIELD
062600     MOVE "N" TO WS-BROWSE-EOF-SW WS-BROWSE-OPEN-SW
062700         WS-KEY-START-SW WS-HEADING-DONE-SW
062800     MOVE BRC-FILE-NAME TO WS-CUR-FILE RH-FILE
062900     MOVE SPACES TO RH-SELECTION
063000     EVALUATE TRUE
063100         WHEN BRC-SELECT-KEY
063200             STRING "KEY RANGE " DELIMITED BY SIZE
063300                     BRC-FIELD-NAME DELIMITED BY SPACE
063400                     " FROM '" DELIMITED BY SIZE
063410                     BRC-LOW-VALUE DELIMITED BY "  "
063420                     "' TO '" DELIMITED BY SIZE
063430                     BRC-HIGH-VALUE DELIMITED BY "  "
063500                     "'" DELIMITED BY SIZE
063600                 INTO RH-SELECTION
063700             END-STRING
063800         WHEN BRC-SELECT-VALUE
063900             STRING "WHERE " DELIMITED BY SIZE
063910                     BRC-FIELD-NAME DELIMITED BY SPACE
063920                     " = '" DELIMITED BY SIZE
063930                     BRC-LOW-VALUE DELIMITED BY "  "
064000                     "'" DELIMITED BY SIZE
064100                 INTO RH-SELECTION
064200             END-STRING
064300         WHEN OTHER
064400             MOVE "ALL RECORDS" TO RH-SELECTION
064500     END-EVALUATE
064600     MOVE WS-RPT-HDG1 TO RPT-LINE
064700     WRITE RPT-LINE
064800     MOVE SPACES TO RPT-LINE
064900     WRITE RPT-LINE
065000     PERFORM 3100-FIND-FILE THRU 3100-EXIT
065100     IF WS-FILE-FOUND = ZERO
065200         MOVE "FILE HAS NO LAYOUT ON BRWLAYT" TO WS-RPT-MESSAGE
065300         GO TO 3000-FOOT
065400     END-IF
065500     IF NOT BRC-SELECT-ALL AND NOT BRC-SELECT-KEY
065600             AND NOT BRC-SELECT-VALUE
065700         MOVE "SELECTION TYPE MUST BE BLANK, K OR V"
065800             TO WS-RPT-MESSAGE
065900         GO TO 3000-FOOT
066000     END-IF
066100     IF NOT BRC-SELECT-ALL
066200         MOVE BRC-FIELD-NAME TO WS-FIND-NAME
066300         IF WS-FIND-NAME = SPACES AND BRC-SELECT-KEY
066400             MOVE BF-KEY-FIELD(WS-FILE-FOUND) TO WS-FIND-NAME
066500         END-IF
066600         PERFORM 3150-FIND-FIELD THRU 3150-EXIT
066700         IF WS-FIELD-FOUND = ZERO
066800             MOVE "SELECTION FIELD NOT IN THE FILE'S LAYOUT"
066900                 TO WS-RPT-MESSAGE
067000             GO TO 3000-FOOT
067100         END-IF
067200         MOVE WS-FIELD-FOUND TO WS-SEL-FIELD
067300     END-IF
067400     IF BRC-SELECT-KEY AND BF-ORGANIZATION(WS-FILE-FOUND) = "I"
067500             AND FT-START(WS-SEL-FIELD) = 1
067600         SET KEY-RANGE-ON-KEY TO TRUE
067700     END-IF
067800     PERFORM 3200-OPEN-BROWSE-FILE THRU 3200-EXIT
067900     IF NOT BROWSE-OPEN
068000         GO TO 3000-FOOT
068100     END-IF
068200     MOVE SPACES TO WS-RPT-MESSAGE
068300     MOVE HIGH-VALUES TO WS-LAST-RECTYPE
068400     PERFORM 3300-READ-BROWSE-FILE THRU 3300-EXIT
068500     PERFORM UNTIL BROWSE-EOF
068600         ADD 1 TO WS-READ-COUNT
068700         PERFORM 3500-SELECT-RECORD THRU 3500-EXIT
068800         PERFORM 3300-READ-BROWSE-FILE THRU 3300-EXIT
068900     END-PERFORM
069000     PERFORM 3400-CLOSE-BROWSE-FILE THRU 3400-EXIT.
069100 3000-FOOT.
069200     IF WS-RPT-MESSAGE NOT = SPACES
069300         MOVE SPACES TO RPT-LINE
069400         STRING "*** " WS-RPT-MESSAGE DELIMITED BY SIZE
069500             INTO RPT-LINE
069600         END-STRING
069700         WRITE RPT-LINE
069800     END-IF
069900     MOVE SPACES TO RPT-LINE
070000     WRITE RPT-LINE
070100     MOVE WS-READ-COUNT TO RT-READ
070200     MOVE WS-SELECT-COUNT TO RT-SELECTED
070300     MOVE WS-RPT-TOTALS TO RPT-LINE
070400     WRITE RPT-LINE
070500     MOVE SPACES TO RPT-LINE
070600     WRITE RPT-LINE.
070700 3000-EXIT.
070800     EXIT.

070900 3100-FIND-FILE.
071000     MOVE ZERO TO WS-FILE-FOUND
071100     PERFORM VARYING fx FROM 1 BY 1
071200             UNTIL fx > WS-FILE-COUNT OR WS-FILE-FOUND > ZERO
071300         IF BF-NAME(fx) = WS-CUR-FILE
071400             MOVE fx TO WS-FILE-FOUND
071500         END-IF
071600     END-PERFORM.
071700 3100-EXIT.
071800     EXIT.

071900 3150-FIND-FIELD.
072000     MOVE ZERO TO WS-FIELD-FOUND
072100     PERFORM VARYING ftx FROM 1 BY 1
072200             UNTIL ftx > WS-FIELD-COUNT OR WS-FIELD-FOUND > ZERO
072300         IF FT-FILE(ftx) = WS-CUR-FILE
072400                 AND FT-NAME(ftx) = WS-FIND-NAME
072500             MOVE ftx TO WS-FIELD-FOUND
072600         END-IF
072700     END-PERFORM.
072800 3150-EXIT.
072900     EXIT.

073000*-----------------------------------------------------------------
073100* A SEQUENTIAL FILE OPENS BY NAME.  AN INDEXED FILE OPENS INPUT
073200* THROUGH ITS OWN SELECT, POSITIONED AT THE LOW KEY WHEN A KEY
073300* RANGE IS ON THE RECORD KEY, OTHERWISE AT THE FIRST RECORD.
073400*-----------------------------------------------------------------
073500 3200-OPEN-BROWSE-FILE.
073600     IF BF-ORGANIZATION(WS-FILE-FOUND) = "S"
073700         MOVE WS-CUR-FILE TO WS-SEQ-NAME
073800         OPEN INPUT SEQUENTIAL-FILE
073900         IF WS-SEQ-STATUS = "00"
074000             SET BROWSE-OPEN TO TRUE
074100         ELSE
074200             MOVE SPACES TO WS-RPT-MESSAGE
074300             STRING "FILE NOT PRESENT - OPEN STATUS "
074400                     WS-SEQ-STATUS DELIMITED BY SIZE
074500                 INTO WS-RPT-MESSAGE
074600             END-STRING
074700         END-IF
074800         GO TO 3200-EXIT
074900     END-IF
075000     MOVE LOW-VALUES TO WS-START-IMAGE
075100     IF KEY-RANGE-ON-KEY AND BRC-LOW-VALUE NOT = SPACES
075200         MOVE BRC-LOW-VALUE
075300             TO WS-START-IMAGE(1:FT-LENGTH(WS-SEL-FIELD))
075400     END-IF
075500     MOVE "00" TO WS-IDX-STATUS
075600     EVALUATE WS-CUR-FILE
075700         WHEN "DARTPLYR"
075800             OPEN INPUT PLAYER-FILE
075900             MOVE WS-START-IMAGE TO PLYR-RECORD
076000             IF WS-IDX-STATUS = "00"
076100                 START PLAYER-FILE KEY IS NOT LESS THAN PLYR-ID
076200                     INVALID KEY SET BROWSE-EOF TO TRUE
076300                 END-START
076400             END-IF
076500         WHEN "DARTTEAM"
076600             OPEN INPUT TEAM-FILE
076700             MOVE WS-START-IMAGE TO TEAM-RECORD
076800             IF WS-IDX-STATUS = "00"
076900                 START TEAM-FILE KEY IS NOT LESS THAN TEAM-ID
077000                     INVALID KEY SET BROWSE-EOF TO TRUE
077100                 END-START
077200             END-IF
077300         WHEN "SCRABTRN"
077400             OPEN INPUT TURN-FILE
077500             MOVE WS-START-IMAGE TO TURN-RECORD
077600             IF WS-IDX-STATUS = "00"
077700                 START TURN-FILE KEY IS NOT LESS THAN TURN-KEY
077800                     INVALID KEY SET BROWSE-EOF TO TRUE
077900                 END-START
078000             END-IF
078100         WHEN "SCRABRAT"
078200             OPEN INPUT SCRAB-RATING-FILE
078300             MOVE WS-START-IMAGE TO SRT-RECORD
078400             IF WS-IDX-STATUS = "00"
078500                 START SCRAB-RATING-FILE
078600                     KEY IS NOT LESS THAN SRT-PLAYER-ID
078700                     INVALID KEY SET BROWSE-EOF TO TRUE
078800                 END-START
078900             END-IF
079000         WHEN "CHESSRAT"
079100             OPEN INPUT CHESS-RATING-FILE
079200             MOVE WS-START-IMAGE TO RAT-RECORD
079300             IF WS-IDX-STATUS = "00"
079400                 START CHESS-RATING-FILE
079500                     KEY IS NOT LESS THAN RAT-PLAYER-ID
079600                     INVALID KEY SET BROWSE-EOF TO TRUE
079700                 END-START
079800             END-IF
079900         WHEN "TWOFPNTS"
080000             OPEN INPUT POINTS-MASTER-FILE
080100             MOVE WS-START-IMAGE TO PTS-RECORD
080200             IF WS-IDX-STATUS = "00"
080300                 START POINTS-MASTER-FILE
080400                     KEY IS NOT LESS THAN PTS-NAME
080500                     INVALID KEY SET BROWSE-EOF TO TRUE
080600                 END-START
080700             END-IF
080800         WHEN "TWOFERHX"
080900             OPEN INPUT REDEMPTION-HX-FILE
081000             MOVE WS-START-IMAGE TO HX-RECORD
081100             IF WS-IDX-STATUS = "00"
081200                 START REDEMPTION-HX-FILE
081300                     KEY IS NOT LESS THAN HX-KEY
081400                     INVALID KEY SET BROWSE-EOF TO TRUE
081500                 END-START
081600             END-IF
081700         WHEN "TWOFVCHM"
081800             OPEN INPUT VOUCHER-MASTER-FILE
081900             MOVE WS-START-IMAGE TO VCH-RECORD
082000             IF WS-IDX-STATUS = "00"
082100                 START VOUCHER-MASTER-FILE
082200                     KEY IS NOT LESS THAN VCH-SERIAL
082300                     INVALID KEY SET BROWSE-EOF TO TRUE
082400                 END-START
082500             END-IF
082600         WHEN "TWOFSTK"
082700             OPEN INPUT STOCK-MASTER-FILE
082800             MOVE WS-START-IMAGE TO STK-RECORD
082900             IF WS-IDX-STATUS = "00"
083000                 START STOCK-MASTER-FILE
083100                     KEY IS NOT LESS THAN STK-ITEM-DESC
083200                     INVALID KEY SET BROWSE-EOF TO TRUE
083300                 END-START
083400             END-IF
083500         WHEN "LEAPHOL"
083600             OPEN INPUT HOLIDAY-FILE
083700             MOVE WS-START-IMAGE TO HOL-RECORD
083800             IF WS-IDX-STATUS = "00"
083900                 START HOLIDAY-FILE KEY IS NOT LESS THAN HOL-YEAR
084000                     INVALID KEY SET BROWSE-EOF TO TRUE
084100                 END-START
084200             END-IF
084300         WHEN "MEMBMAST"
084400             OPEN INPUT MEMBER-FILE
084500             MOVE WS-START-IMAGE TO MBR-RECORD
084600             IF WS-IDX-STATUS = "00"
084700                 START MEMBER-FILE
084800                     KEY IS NOT LESS THAN MBR-MEMBER-NO
084900                     INVALID KEY SET BROWSE-EOF TO TRUE
085000                 END-START
085100             END-IF
085200         WHEN "MEMBXREF"
085300             OPEN INPUT XREF-FILE
085400             MOVE WS-START-IMAGE TO XRF-RECORD
085500             IF WS-IDX-STATUS = "00"
085600                 START XREF-FILE KEY IS NOT LESS THAN XRF-KEY
085700                     INVALID KEY SET BROWSE-EOF TO TRUE
085800                 END-START
085900             END-IF
086000         WHEN OTHER
086100             MOVE "INDEXED FILE NOT KNOWN TO THE BROWSE UTILITY"
086200                 TO WS-RPT-MESSAGE
086300             GO TO 3200-EXIT
086400     END-EVALUATE
086500     IF WS-IDX-STATUS = "00" OR WS-IDX-STATUS = "23"
086600         SET BROWSE-OPEN TO TRUE
086700     ELSE
086800         MOVE SPACES TO WS-RPT-MESSAGE
086900         STRING "FILE NOT PRESENT - OPEN STATUS "
087000                 WS-IDX-STATUS DELIMITED BY SIZE
087100             INTO WS-RPT-MESSAGE
087200         END-STRING
087300     END-IF.
087400 3200-EXIT.
087500     EXIT.

087600*-----------------------------------------------------------------
087700* NEXT RECORD INTO WS-BROWSE-RECORD.  A KEY RANGE ON THE RECORD
087800* KEY OF AN INDEXED FILE ENDS THE BROWSE AT THE FIRST KEY PAST
087900* THE HIGH VALUE.
088000*-----------------------------------------------------------------
088100 3300-READ-BROWSE-FILE.
088200     IF BROWSE-EOF
088300         GO TO 3300-EXIT
088400     END-IF
088500     MOVE SPACES TO WS-BROWSE-RECORD
088600     IF BF-ORGANIZATION(WS-FILE-FOUND) = "S"
088700         READ SEQUENTIAL-FILE
088800             AT END SET BROWSE-EOF TO TRUE
088900             NOT AT END MOVE SEQ-RECORD TO WS-BROWSE-RECORD
089000         END-READ
089100         GO TO 3300-EXIT
089200     END-IF
089300     EVALUATE WS-CUR-FILE
089400         WHEN "DARTPLYR"
089500             READ PLAYER-FILE NEXT RECORD
089600                 AT END SET BROWSE-EOF TO TRUE
089700                 NOT AT END MOVE PLYR-RECORD TO WS-BROWSE-RECORD
089800             END-READ
089900         WHEN "DARTTEAM"
090000             READ TEAM-FILE NEXT RECORD
090100                 AT END SET BROWSE-EOF TO TRUE
090200                 NOT AT END MOVE TEAM-RECORD TO WS-BROWSE-RECORD
090300             END-READ
090400         WHEN "SCRABTRN"
090500             READ TURN-FILE NEXT RECORD
090600                 AT END SET BROWSE-EOF TO TRUE
090700                 NOT AT END MOVE TURN-RECORD TO WS-BROWSE-RECORD
090800             END-READ
090900         WHEN "SCRABRAT"
091000             READ SCRAB-RATING-FILE NEXT RECORD
091100                 AT END SET BROWSE-EOF TO TRUE
091200                 NOT AT END MOVE SRT-RECORD TO WS-BROWSE-RECORD
091300             END-READ
091400         WHEN "CHESSRAT"
091500             READ CHESS-RATING-FILE NEXT RECORD
091600                 AT END SET BROWSE-EOF TO TRUE
091700                 NOT AT END MOVE RAT-RECORD TO WS-BROWSE-RECORD
091800             END-READ
091900         WHEN "TWOFPNTS"
092000             READ POINTS-MASTER-FILE NEXT RECORD
092100                 AT END SET BROWSE-EOF TO TRUE
092200                 NOT AT END MOVE PTS-RECORD TO WS-BROWSE-RECORD
092300             END-READ
092400         WHEN "TWOFERHX"
092500             READ REDEMPTION-HX-FILE NEXT RECORD
092600                 AT END SET BROWSE-EOF TO TRUE
092700                 NOT AT END MOVE HX-RECORD TO WS-BROWSE-RECORD
092800             END-READ
092900         WHEN "TWOFVCHM"
093000             READ VOUCHER-MASTER-FILE NEXT RECORD
093100                 AT END SET BROWSE-EOF TO TRUE
093200                 NOT AT END MOVE VCH-RECORD TO WS-BROWSE-RECORD
093300             END-READ
093400         WHEN "TWOFSTK"
093500             READ STOCK-MASTER-FILE NEXT RECORD
093600                 AT END SET BROWSE-EOF TO TRUE
093700                 NOT AT END MOVE STK-RECORD TO WS-BROWSE-RECORD
093800             END-READ
093900         WHEN "LEAPHOL"
094000             READ HOLIDAY-FILE NEXT RECORD
094100                 AT END SET BROWSE-EOF TO TRUE
094200                 NOT AT END MOVE HOL-RECORD TO WS-BROWSE-RECORD
094300             END-READ
094400         WHEN "MEMBMAST"
094500             READ MEMBER-FILE NEXT RECORD
094600                 AT END SET BROWSE-EOF TO TRUE
094700                 NOT AT END MOVE MBR-RECORD TO WS-BROWSE-RECORD
094800             END-READ
094900         WHEN "MEMBXREF"
095000             READ XREF-FILE NEXT RECORD
095100                 AT END SET BROWSE-EOF TO TRUE
095200                 NOT AT END MOVE XRF-RECORD TO WS-BROWSE-RECORD
095300             END-READ
095400     END-EVALUATE
095500     IF KEY-RANGE-ON-KEY AND NOT BROWSE-EOF
095600             AND BRC-HIGH-VALUE NOT = SPACES
095700         MOVE SPACES TO WS-SEL-RAW
095800         MOVE WS-BROWSE-RECORD(1:FT-LENGTH(WS-SEL-FIELD))
095900             TO WS-SEL-RAW
096000         IF WS-SEL-RAW > BRC-HIGH-VALUE
096100             SET BROWSE-EOF TO TRUE
096200         END-IF
096300     END-IF.
096400 3300-EXIT.
096500     EXIT.

096600 3400-CLOSE-BROWSE-FILE.
096700     IF BF-ORGANIZATION(WS-FILE-FOUND) = "S"
096800         CLOSE SEQUENTIAL-FILE
096900         GO TO 3400-EXIT
097000     END-IF
097100     EVALUATE WS-CUR-FILE
097200         WHEN "DARTPLYR"  CLOSE PLAYER-FILE
097300         WHEN "DARTTEAM"  CLOSE TEAM-FILE
097400         WHEN "SCRABTRN"  CLOSE TURN-FILE
097500         WHEN "SCRABRAT"  CLOSE SCRAB-RATING-FILE
097600         WHEN "CHESSRAT"  CLOSE CHESS-RATING-FILE
097700         WHEN "TWOFPNTS"  CLOSE POINTS-MASTER-FILE
097800         WHEN "TWOFERHX"  CLOSE REDEMPTION-HX-FILE
097900         WHEN "TWOFVCHM"  CLOSE VOUCHER-MASTER-FILE
098000         WHEN "TWOFSTK"   CLOSE STOCK-MASTER-FILE
098100         WHEN "LEAPHOL"   CLOSE HOLIDAY-FILE
098200         WHEN "MEMBMAST"  CLOSE MEMBER-FILE
098300         WHEN "MEMBXREF"  CLOSE XREF-FILE
098400     END-EVALUATE.
098500 3400-EXIT.
098600     EXIT.

098700*-----------------------------------------------------------------
098800* DOES THE RECORD QUALIFY?  A KEY RANGE COMPARES THE FIELD AS
098900* STORED; A FIELD VALUE COMPARES THE FIELD AS IT PRINTS.
099000*-----------------------------------------------------------------
099100 3500-SELECT-RECORD.
099200     PERFORM 3600-FIND-RECORD-TYPE THRU 3600-EXIT
099300     IF BRC-SELECT-KEY
099400         MOVE SPACES TO WS-SEL-RAW
099500         MOVE WS-BROWSE-RECORD(FT-START(WS-SEL-FIELD):
099600                 FT-LENGTH(WS-SEL-FIELD)) TO WS-SEL-RAW
099700         IF BRC-LOW-VALUE NOT = SPACES
099800                 AND WS-SEL-RAW < BRC-LOW-VALUE
099900             GO TO 3500-EXIT
100000         END-IF
100100         IF BRC-HIGH-VALUE NOT = SPACES
100200                 AND WS-SEL-RAW > BRC-HIGH-VALUE
100300             GO TO 3500-EXIT
100400         END-IF
100500     END-IF
100600     IF BRC-SELECT-VALUE
100700         MOVE WS-SEL-FIELD TO ftx
100800         PERFORM 5000-FORMAT-FIELD THRU 5000-EXIT
100900         PERFORM VARYING dx FROM 1 BY 1
101000                 UNTIL dx > 59 OR WS-FIELD-TEXT(dx:1) NOT = SPACE
101100             CONTINUE
101200         END-PERFORM
101300         IF WS-FIELD-TEXT(dx:) NOT = BRC-LOW-VALUE
101400             GO TO 3500-EXIT
101500         END-IF
101600     END-IF
101700     ADD 1 TO WS-SELECT-COUNT
101800     PERFORM 4000-PRINT-RECORD THRU 4000-EXIT.
101900 3500-EXIT.
102000     EXIT.

102100*-----------------------------------------------------------------
102200* THE RECORD'S TYPE IS THE FIRST OF THE FILE'S "R" LINES WHOSE
102300* VALUE IT CARRIES; A RECORD MATCHING NONE IS OF THE BLANK TYPE
102400* AND PRINTS WITH THE FIELDS THAT NAME NO TYPE.
102500*-----------------------------------------------------------------
102600 3600-FIND-RECORD-TYPE.
102700     MOVE SPACES TO WS-CUR-RECTYPE
102800     PERFORM VARYING rx FROM 1 BY 1
102900             UNTIL rx > WS-RECTYPE-COUNT
103000                OR WS-CUR-RECTYPE NOT = SPACES
103100         IF BR-FILE(rx) = WS-CUR-FILE
103200                 AND WS-BROWSE-RECORD(BR-SEL-START(rx):
103300                         BR-SEL-LENGTH(rx))
103400                   = BR-SEL-VALUE(rx)(1:BR-SEL-LENGTH(rx))
103500             MOVE BR-NAME(rx) TO WS-CUR-RECTYPE
103600         END-IF
103700     END-PERFORM.
103800 3600-EXIT.
103900     EXIT.

104000*-----------------------------------------------------------------
104100* PRINT ONE RECORD, UNDER ITS COLUMN HEADINGS WHENEVER THE RECORD
104200* TYPE CHANGES.
104300*-----------------------------------------------------------------
104400 4000-PRINT-RECORD.
104500     IF WS-CUR-RECTYPE NOT = WS-LAST-RECTYPE
104600         IF HEADING-DONE
104700             MOVE SPACES TO RPT-LINE
104800             WRITE RPT-LINE
104900         END-IF
105000         IF WS-CUR-RECTYPE NOT = SPACES
105100             MOVE SPACES TO RPT-LINE
105200             STRING "RECORD TYPE " WS-CUR-RECTYPE
105300                     DELIMITED BY SIZE
105400                 INTO RPT-LINE
105500             END-STRING
105600             WRITE RPT-LINE
105700         END-IF
105800         MOVE "H" TO WS-HEADING-MODE
105900         PERFORM 4100-BUILD-LINES THRU 4100-EXIT
106000         PERFORM 4300-WRITE-LINES THRU 4300-EXIT
106100         PERFORM VARYING ox FROM 1 BY 1 UNTIL ox > WS-OUT-COUNT
106200             INSPECT WS-OUT-LINE(ox) CONVERTING
106300                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-_"
106400                 TO "--------------------------------------"
106500             MOVE WS-OUT-LINE(ox) TO RPT-LINE
106600             WRITE RPT-LINE
106700         END-PERFORM
106800         MOVE WS-CUR-RECTYPE TO WS-LAST-RECTYPE
106900         SET HEADING-DONE TO TRUE
107000     END-IF
107100     MOVE "D" TO WS-HEADING-MODE
107200     PERFORM 4100-BUILD-LINES THRU 4100-EXIT
107300     PERFORM 4300-WRITE-LINES THRU 4300-EXIT.
107400 4000-EXIT.
107500     EXIT.

107600*-----------------------------------------------------------------
107700* LAY THE RECORD TYPE'S FIELDS OUT ACROSS THE PAGE, LABELS OR
107800* VALUES, WRAPPING ONTO A NEW INDENTED LINE WHEN ONE IS FULL.
107900*-----------------------------------------------------------------
108000 4100-BUILD-LINES.
108100     MOVE SPACES TO WS-OUT-TABLE
108200     MOVE 1 TO WS-OUT-COUNT
108300     MOVE 1 TO WS-OUT-POS
108400     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx > WS-FIELD-COUNT
108500         IF FT-FILE(ftx) = WS-CUR-FILE
108600                 AND (FT-RECTYPE(ftx) = SPACES
108700                      OR FT-RECTYPE(ftx) = WS-CUR-RECTYPE)
108800             PERFORM 4200-PLACE-ONE-FIELD THRU 4200-EXIT
108900         END-IF
109000     END-PERFORM.
109100 4100-EXIT.
109200     EXIT.

109300 4200-PLACE-ONE-FIELD.
109400     MOVE FT-WIDTH(ftx) TO WS-COL-WIDTH
109500     IF WS-OUT-POS > 1 AND WS-OUT-POS + WS-COL-WIDTH > 133
109600         IF WS-OUT-COUNT = 9
109700             GO TO 4200-EXIT
109800         END-IF
109900         ADD 1 TO WS-OUT-COUNT
110000         MOVE 5 TO WS-OUT-POS
110100     END-IF
110200     IF BUILDING-HEADING
110300         MOVE FT-NAME(ftx) TO WS-COL-TEXT
110400     ELSE
110500         PERFORM 5000-FORMAT-FIELD THRU 5000-EXIT
110600         MOVE SPACES TO WS-COL-TEXT
110700         IF FT-KIND(ftx) = "X"
110800             MOVE WS-FIELD-TEXT TO WS-COL-TEXT
110900         ELSE
111000             MOVE WS-FIELD-TEXT(61 - WS-COL-WIDTH:WS-COL-WIDTH)
111100                 TO WS-COL-TEXT
111200         END-IF
111300     END-IF
111400     MOVE WS-COL-TEXT(1:WS-COL-WIDTH)
111500         TO WS-OUT-LINE(WS-OUT-COUNT)(WS-OUT-POS:WS-COL-WIDTH)
111600     COMPUTE WS-OUT-POS = WS-OUT-POS + WS-COL-WIDTH + 2.
111700 4200-EXIT.
111800     EXIT.

111900 4300-WRITE-LINES.
112700     PERFORM VARYING ox FROM 1 BY 1 UNTIL ox > WS-OUT-COUNT
112800         MOVE WS-OUT-LINE(ox) TO RPT-LINE
112900         WRITE RPT-LINE
113000     END-PERFORM.
113100 4300-EXIT.
113200     EXIT.

113300*-----------------------------------------------------------------
113400* FIELD ftx OF THE RECORD AS IT PRINTS, IN WS-FIELD-TEXT: A
113500* CHARACTER FIELD LEFT-JUSTIFIED WITH CONTROL CHARACTERS SHOWN AS
113600* ".", A NUMBER RIGHT-JUSTIFIED WITH ITS POINT AND A LEADING "-".
113700* A NUMBER THAT DOES NOT HOLD DIGITS PRINTS AS STORED, FLAGGED
113800* WITH A "?".
113900*-----------------------------------------------------------------
114000 5000-FORMAT-FIELD.
114100     MOVE SPACES TO WS-FIELD-TEXT
114200     IF FT-KIND(ftx) = "X"
114300         IF FT-LENGTH(ftx) > 60
114400             MOVE WS-BROWSE-RECORD(FT-START(ftx):60)
114500                 TO WS-FIELD-TEXT
114600         ELSE
114700             MOVE WS-BROWSE-RECORD(FT-START(ftx):FT-LENGTH(ftx))
114800                 TO WS-FIELD-TEXT
114900         END-IF
115000         INSPECT WS-FIELD-TEXT CONVERTING WS-CONTROL-CHARS
115100             TO WS-DOTS
115200         GO TO 5000-EXIT
115300     END-IF
115400     PERFORM 5100-UNSCALED-VALUE THRU 5100-EXIT
115500     IF NUMBER-BAD
115600         MOVE SPACES TO WS-NUM-TEXT
115700         MOVE WS-BROWSE-RECORD(FT-START(ftx):FT-LENGTH(ftx))
115800             TO WS-NUM-TEXT(2:)
115900         MOVE "?" TO WS-NUM-TEXT(1:1)
116000         INSPECT WS-NUM-TEXT CONVERTING WS-CONTROL-CHARS
116100             TO WS-DOTS
116200         COMPUTE WS-NUM-LEN = FT-LENGTH(ftx) + 1
116300     ELSE
116400         PERFORM 5200-EDIT-NUMBER THRU 5200-EXIT
116500     END-IF
116600     IF WS-NUM-LEN > FT-WIDTH(ftx)
116700         MOVE FT-WIDTH(ftx) TO WS-NUM-LEN
116800     END-IF
116900     MOVE WS-NUM-TEXT(1:WS-NUM-LEN)
117000         TO WS-FIELD-TEXT(61 - WS-NUM-LEN:WS-NUM-LEN).
117100 5000-EXIT.
117200     EXIT.

117300*-----------------------------------------------------------------
117400* THE FIELD'S VALUE AS A WHOLE NUMBER OF ITS SMALLEST UNIT.
117500* ZONED DIGITS ARE RIGHT-ALIGNED UNDER ZEROS (A TRAILING EMBEDDED
117600* SIGN READS AS SUCH); A SEPARATE SIGN IS TAKEN OFF FIRST; BINARY
117700* BYTES ARE RIGHT-ALIGNED UNDER ZERO BYTES, OR UNDER ONES BYTES
117800* WHEN A SIGNED FIELD IS NEGATIVE.
117900*-----------------------------------------------------------------
118000 5100-UNSCALED-VALUE.
118100     MOVE "N" TO WS-NEGATIVE-SW WS-BAD-NUMBER-SW
118200     MOVE ZERO TO WS-UNSCALED
118300     COMPUTE dx = FT-INT-DIGITS(ftx) + FT-DEC-DIGITS(ftx)
118400     EVALUATE FT-KIND(ftx)
118500         WHEN "9"
118600             MOVE ALL "0" TO WS-ZONED-AREA
118700             MOVE WS-BROWSE-RECORD(FT-START(ftx):dx)
118800                 TO WS-ZONED-AREA(19 - dx:dx)
118900             IF WS-ZONED-SIGNED IS NUMERIC
119000                 MOVE WS-ZONED-SIGNED TO WS-UNSCALED
119100             ELSE
119200                 SET NUMBER-BAD TO TRUE
119300             END-IF
119400         WHEN "L"
119500             MOVE WS-BROWSE-RECORD(FT-START(ftx):1)
119600                 TO WS-SIGN-CHAR
119700             MOVE ALL "0" TO WS-ZONED-AREA
119800             MOVE WS-BROWSE-RECORD(FT-START(ftx) + 1:dx)
119900                 TO WS-ZONED-AREA(19 - dx:dx)
120000             PERFORM 5110-SEPARATE-SIGN THRU 5110-EXIT
120100         WHEN "T"
120200             MOVE WS-BROWSE-RECORD(FT-START(ftx) + dx:1)
120300                 TO WS-SIGN-CHAR
120400             MOVE ALL "0" TO WS-ZONED-AREA
120500             MOVE WS-BROWSE-RECORD(FT-START(ftx):dx)
120600                 TO WS-ZONED-AREA(19 - dx:dx)
120700             PERFORM 5110-SEPARATE-SIGN THRU 5110-EXIT
120800         WHEN "C"
120900             MOVE FT-LENGTH(ftx) TO WS-BINARY-BYTES
121000             MOVE LOW-VALUES TO WS-BINARY-AREA
121100             IF FT-SIGNED(ftx) = "Y"
121200                     AND WS-BROWSE-RECORD(FT-START(ftx):1)
121300                         NOT < X"80"
121400                 MOVE HIGH-VALUES TO WS-BINARY-AREA
121500             END-IF
121600             MOVE WS-BROWSE-RECORD(FT-START(ftx):WS-BINARY-BYTES)
121700                 TO WS-BINARY-AREA(9 - WS-BINARY-BYTES:
121800                                   WS-BINARY-BYTES)
121900             MOVE WS-BINARY-VALUE TO WS-UNSCALED
122000     END-EVALUATE
122100     IF WS-UNSCALED < ZERO
122200         SET NUMBER-NEGATIVE TO TRUE
122300     END-IF.
122400 5100-EXIT.
122500     EXIT.

122600 5110-SEPARATE-SIGN.
122700     IF WS-ZONED-UNSIGNED IS NOT NUMERIC
122800             OR (WS-SIGN-CHAR NOT = "+" AND WS-SIGN-CHAR NOT = "-"
122900                 AND WS-SIGN-CHAR NOT = SPACE)
123000         SET NUMBER-BAD TO TRUE
123100         GO TO 5110-EXIT
123200     END-IF
123300     MOVE WS-ZONED-UNSIGNED TO WS-UNSCALED
123400     IF WS-SIGN-CHAR = "-"
123500         COMPUTE WS-UNSCALED = ZERO - WS-UNSCALED
123600     END-IF.
123700 5110-EXIT.
123800     EXIT.

123900*-----------------------------------------------------------------
124000* LAY THE UNSCALED VALUE OUT AS TEXT IN WS-NUM-TEXT (LENGTH
124100* WS-NUM-LEN): "-" WHEN NEGATIVE, THE WHOLE PART WITHOUT LEADING
124200* ZEROS (AT LEAST ONE DIGIT), THEN THE POINT AND THE DECIMALS.
124300*-----------------------------------------------------------------
124400 5200-EDIT-NUMBER.
124500     MOVE SPACES TO WS-NUM-TEXT
124600     MOVE ZERO TO WS-NUM-LEN
124700     IF NUMBER-NEGATIVE
124800         COMPUTE WS-DIGITS = ZERO - WS-UNSCALED
124900         MOVE "-" TO WS-NUM-TEXT(1:1)
125000         MOVE 1 TO WS-NUM-LEN
125100     ELSE
125200         MOVE WS-UNSCALED TO WS-DIGITS
125300     END-IF
125400     COMPUTE WS-INT-PLACES = 18 - FT-DEC-DIGITS(ftx)
125500     MOVE ZERO TO WS-FIRST-DIGIT
125600     PERFORM VARYING dx FROM 1 BY 1
125700             UNTIL dx > WS-INT-PLACES OR WS-FIRST-DIGIT > ZERO
125800         IF WS-DIGITS-X(dx:1) NOT = "0"
125900             MOVE dx TO WS-FIRST-DIGIT
126000         END-IF
126100     END-PERFORM
126200     IF WS-FIRST-DIGIT = ZERO
126300         ADD 1 TO WS-NUM-LEN
126400         MOVE "0" TO WS-NUM-TEXT(WS-NUM-LEN:1)
126500     ELSE
126600         COMPUTE dx = WS-INT-PLACES - WS-FIRST-DIGIT + 1
126700         MOVE WS-DIGITS-X(WS-FIRST-DIGIT:dx)
126800             TO WS-NUM-TEXT(WS-NUM-LEN + 1:dx)
126900         ADD dx TO WS-NUM-LEN
127000     END-IF
127100     IF FT-DEC-DIGITS(ftx) > ZERO
127200         ADD 1 TO WS-NUM-LEN
127300         MOVE "." TO WS-NUM-TEXT(WS-NUM-LEN:1)
127400         MOVE WS-DIGITS-X(WS-INT-PLACES + 1:FT-DEC-DIGITS(ftx))
127500             TO WS-NUM-TEXT(WS-NUM-LEN + 1:FT-DEC-DIGITS(ftx))
127600         ADD FT-DEC-DIGITS(ftx) TO WS-NUM-LEN
127700     END-IF.
127800 5200-EXIT.
127900     EXIT.
