000100*****************************************************************
000200* PROGRAM-ID : TWOFPRIV
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING - PROMOTIONS DESK
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : CUSTOMER PRIVACY ERASURE.  EACH TWOFPRVQ REQUEST
000900*               NAMES ONE PERSON; EVERY OCCURRENCE OF THAT NAME IS
001000*               REPLACED BY THE REQUEST'S PSEUDONYMOUS TOKEN
001100*               ("ERASED-" AND THE REQUEST ID) ACROSS THE
001200*               TWOFERHX REDEMPTION HISTORY, THE TWOFPNTS POINTS
001300*               MASTER, THE TWOFERAU REDEMPTION AUDIT FILE,
001400*               THE VISITOR TEXT ON THE BOB TRANSCRIPT (BOBXCRPT)
001410*               AND ESCALATION QUEUE (BOBESCQ), THE TWOFHOHX
001420*               HEAD-OFFICE HISTORY THAT TWOFCONS RE-SENDS TO THE
001430*               STORES AS TWOFHXRT, AND THE TWO-FER LOYALTY NAME
001440*               LINKED TO A CLUB MEMBER - MBR-TWOFER-NAME ON THE
001450*               MEMBMAST MEMBER MASTER AND ITS "T" KEY ON THE
001460*               MEMBXREF CROSS-REFERENCE.  ONLY THE NAME
001600*               CHANGES: ATTEMPT COUNTS, POINT BALANCES, AND
001700*               RECORD COUNTS STAY AS THEY WERE, SO EVERY
001800*               RECONCILIATION STILL BALANCES.  A KEYED RECORD IS
001900*               MOVED TO ITS TOKEN KEY; IF ONE IS ALREADY THERE
002000*               THE TWO ARE ADDED TOGETHER.  THE TWOFVCHM VOUCHER
002100*               MASTER CARRIES NO NAME AND IS NOT OPENED.
002200*
002300*               EVERY RECORD CHANGED IS LOGGED AS AN "A" RECORD ON
002400*               THE SHARED AUDIT TRAIL BY FILE, REQUEST ID AND
002500*               TOKEN - NEVER BY THE NAME - AND TWOFPRVC PRINTS A
002600*               CERTIFICATE OF ERASURE PER REQUEST WITH THE RECORD
002700*               COUNT TOUCHED ON EACH FILE, AND THE READ/WRITTEN
002800*               CONTROL COUNTS OF THE FILES REWRITTEN.
002900*-----------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*-----------------------------------------------------------------
003200* DATE       INIT  DESCRIPTION
003300* 10/15/2026 TH    ORIGINAL PRIVACY ERASURE RUN
003310* 10/15/2026 TH    ALSO ERASE THE TWOFHOHX HEAD-OFFICE HISTORY AND
003320*                  THE MEMBER'S TWO-FER NAME ON MEMBMAST AND ITS
003330*                  "T" MEMBXREF KEY; ALL THREE ON THE CERTIFICATE
003400*-----------------------------------------------------------------
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.    TWOFPRIV.
003700 AUTHOR.        T. HARLOW.
003800 INSTALLATION.  GLENNJ DATA PROCESSING.
003900 DATE-WRITTEN.  10/15/2026.
004000 DATE-COMPILED.

004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ERASURE-REQ-FILE ASSIGN TO "TWOFPRVQ"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REQ-STATUS.

004700     SELECT REDEMPTION-HX-FILE ASSIGN TO "TWOFERHX"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HX-KEY
005100         FILE STATUS IS WS-HX-STATUS.

005200     SELECT POINTS-MASTER-FILE ASSIGN TO "TWOFPNTS"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS PTS-NAME
005600         FILE STATUS IS WS-PTS-STATUS.

005700     SELECT AUDIT-FILE ASSIGN TO "TWOFERAU"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-AUD-STATUS.

006000     SELECT TRANSCRIPT-FILE ASSIGN TO "BOBXCRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-XCRPT-STATUS.

006300     SELECT ESCALATION-FILE ASSIGN TO "BOBESCQ"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-ESC-STATUS.

006505     SELECT HO-HISTORY-FILE ASSIGN TO "TWOFHOHX"
006510         ORGANIZATION IS INDEXED
006515         ACCESS MODE IS DYNAMIC
006520         RECORD KEY IS HOH-KEY
006525         FILE STATUS IS WS-HOH-STATUS.

006530     SELECT MEMBER-FILE ASSIGN TO "MEMBMAST"
006535         ORGANIZATION IS INDEXED
006540         ACCESS MODE IS DYNAMIC
006545         RECORD KEY IS MBR-MEMBER-NO
006550         FILE STATUS IS WS-MBR-STATUS.

006555     SELECT XREF-FILE ASSIGN TO "MEMBXREF"
006560         ORGANIZATION IS INDEXED
006565         ACCESS MODE IS DYNAMIC
006570         RECORD KEY IS XRF-KEY
006575         FILE STATUS IS WS-XRF-STATUS.

006600     SELECT WORK-FILE ASSIGN TO "TWOFPRVW"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-WRK-STATUS.

006900     SELECT CERTIFICATE-RPT ASSIGN TO "TWOFPRVC"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RPT-STATUS.

007200 DATA DIVISION.
007300 FILE SECTION.
007400*-----------------------------------------------------------------
007500* ONE ERASURE REQUEST PER RECORD: THE PRIVACY DESK'S REFERENCE,
007600* THE NAME AS THE CUSTOMER GAVE IT, AND THE DATE RECEIVED.
007700*-----------------------------------------------------------------
007800 FD  ERASURE-REQ-FILE.
007900 01  ERQ-RECORD.
008000     05  ERQ-REQUEST-ID          PIC X(08).
008100     05  FILLER                  PIC X(01).
008200     05  ERQ-NAME                PIC X(18).
008300     05  FILLER                  PIC X(01).
008400     05  ERQ-RECEIVED-DATE       PIC 9(08).

008500 FD  REDEMPTION-HX-FILE.
008600 01  HX-RECORD.
008700     05  HX-KEY.
008800         10  HX-NAME             PIC X(18).
008900         10  HX-DATE             PIC 9(08).
009000     05  HX-ATTEMPTS             PIC 9(03).

009100 FD  POINTS-MASTER-FILE.
009200 01  PTS-RECORD.
009300     05  PTS-NAME                PIC X(18).
009400     05  PTS-BALANCE             PIC 9(05).
009500     05  PTS-EARNED              PIC 9(06).
009600     05  PTS-BURNED              PIC 9(06).

009700 FD  AUDIT-FILE.
009800 COPY twofaud.

009900*-----------------------------------------------------------------
010000* THE TRANSCRIPT RECORD AS BOB WRITES IT.
010100*-----------------------------------------------------------------
010200 FD  TRANSCRIPT-FILE.
010300 01  XCRPT-RECORD.
010400     05  XCRPT-TIMESTAMP         PIC X(15).
010500     05  FILLER                  PIC X(01).
010600     05  XCRPT-SESSION-ID        PIC X(10).
010700     05  FILLER                  PIC X(01).
010800     05  XCRPT-CATEGORY          PIC X(10).
010900     05  FILLER                  PIC X(01).
011000     05  XCRPT-INPUT             PIC X(60).
011100     05  FILLER                  PIC X(01).
011200     05  XCRPT-RESPONSE          PIC X(40).
011300     05  FILLER                  PIC X(01).
011400     05  XCRPT-SEVERITY          PIC 9(03).
011500     05  FILLER                  PIC X(01).
011600     05  XCRPT-ARTICLE-ID        PIC X(08).

011700 FD  ESCALATION-FILE.
011800 COPY bobescq.

011805*-----------------------------------------------------------------
011810* THE HEAD-OFFICE HISTORY AS TWOFCONS KEEPS IT: ONE RECORD PER
011815* NAME AND DAY, A SLOT PER STORE.
011820*-----------------------------------------------------------------
011825 FD  HO-HISTORY-FILE.
011830 01  HOH-RECORD.
011835     05  HOH-KEY.
011840         10  HOH-NAME            PIC X(18).
011845         10  HOH-DATE            PIC 9(08).
011850     05  HOH-CROSS-FLAG          PIC X(01).
011855     05  HOH-STORE-SLOT OCCURS 9 TIMES.
011860         10  HOH-STORE-CODE      PIC X(04).
011865         10  HOH-REDEEMED        PIC 9(03).
011870         10  HOH-ATTEMPTS        PIC 9(03).

011875 FD  MEMBER-FILE.
011880 COPY membmast.

011885 FD  XREF-FILE.
011890 COPY membxref.

011900*-----------------------------------------------------------------
012000* EACH SEQUENTIAL FILE IS COPIED HERE WITH THE NAMES REPLACED,
012100* THEN COPIED BACK OVER THE ORIGINAL.
012200*-----------------------------------------------------------------
012300 FD  WORK-FILE.
012400 01  WRK-RECORD                  PIC X(160).

012500 FD  CERTIFICATE-RPT
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  RPT-LINE                    PIC X(80).

012800 WORKING-STORAGE SECTION.
012900 01  WS-REQ-STATUS               PIC XX.
013000     88  REQ-EOF                 VALUE "10".
013100 01  WS-HX-STATUS                PIC XX.
013200 01  WS-PTS-STATUS               PIC XX.
013300 01  WS-AUD-STATUS               PIC XX.
013400     88  AUD-EOF                 VALUE "10".
013500 01  WS-XCRPT-STATUS             PIC XX.
013600     88  XCRPT-EOF               VALUE "10".
013700 01  WS-ESC-STATUS               PIC XX.
013800     88  ESC-EOF                 VALUE "10".
013825 01  WS-HOH-STATUS               PIC XX.
013850 01  WS-MBR-STATUS               PIC XX.
013875 01  WS-XRF-STATUS               PIC XX.
013900 01  WS-WRK-STATUS               PIC XX.
014000     88  WRK-EOF                 VALUE "10".
014100 01  WS-RPT-STATUS               PIC XX.

014200*-----------------------------------------------------------------
014300* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
014400*-----------------------------------------------------------------
014500 COPY audcom.
014600*-----------------------------------------------------------------
014700* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
014800*-----------------------------------------------------------------
014900 COPY tscom.

015000*-----------------------------------------------------------------
015100* THE RUN'S REQUESTS, NAME UPPER-CASED FOR MATCHING, WITH THE
015200* TOKEN THAT REPLACES IT AND THE RECORDS TOUCHED ON EACH FILE.
015300*-----------------------------------------------------------------
015400 01  WS-RQ-COUNT                 PIC 99 VALUE ZERO.
015500 01  WS-RQ-TABLE.
015600     05  WS-RQ-ENTRY OCCURS 50 TIMES.
015700         10  RQ-ID               PIC X(08).
015800         10  RQ-NAME             PIC X(18).
015900         10  RQ-LEN              PIC 99.
016000         10  RQ-RECEIVED         PIC 9(08).
016100         10  RQ-TOKEN            PIC X(18).
016200         10  RQ-TOUCHED          PIC 9(05) OCCURS 9 TIMES.
016300 01  rqx                         PIC 99.
016400 01  WS-RQ-FOUND                 PIC 99.
016500 01  WS-TOKEN-LEN                PIC 99 VALUE 15.
016600 01  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.

016700*-----------------------------------------------------------------
016800* THE FILES SEARCHED, IN CERTIFICATE ORDER, WITH WHETHER EACH WAS
016900* PRESENT AND THE RECORD CONTROL COUNTS OF THE REWRITTEN ONES.
017000*-----------------------------------------------------------------
017100 01  WS-FILE-NAMES.
017200     05  FILLER                  PIC X(08) VALUE "TWOFERHX".
017300     05  FILLER                  PIC X(08) VALUE "TWOFPNTS".
017400     05  FILLER                  PIC X(08) VALUE "TWOFERAU".
017500     05  FILLER                  PIC X(08) VALUE "TWOFVCHM".
017600     05  FILLER                  PIC X(08) VALUE "BOBXCRPT".
017700     05  FILLER                  PIC X(08) VALUE "BOBESCQ".
017725     05  FILLER                  PIC X(08) VALUE "TWOFHOHX".
017750     05  FILLER                  PIC X(08) VALUE "MEMBMAST".
017775     05  FILLER                  PIC X(08) VALUE "MEMBXREF".
017800 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
017900     05  FL-NAME                 PIC X(08) OCCURS 9 TIMES.
018000 01  WS-FILE-TABLE.
018100     05  WS-FILE-ENTRY OCCURS 9 TIMES.
018200         10  FL-STATE            PIC X(01).
018300             88  FL-WAS-SEARCHED VALUE "S".
018400             88  FL-NOT-PRESENT  VALUE "N".
018500             88  FL-HOLDS-NO-NAME VALUE "X".
018600         10  FL-READ             PIC 9(07).
018700         10  FL-WRITTEN          PIC 9(07).
018800 01  flx                         PIC 99.
018900 01  WS-HX-FILE                  PIC 9 VALUE 1.
019000 01  WS-PTS-FILE                 PIC 9 VALUE 2.
019100 01  WS-AUD-FILE                 PIC 9 VALUE 3.
019200 01  WS-VCH-FILE                 PIC 9 VALUE 4.
019300 01  WS-XCRPT-FILE               PIC 9 VALUE 5.
019400 01  WS-ESC-FILE                 PIC 9 VALUE 6.
019420 01  WS-HOH-FILE                 PIC 9 VALUE 7.
019440 01  WS-MBR-FILE                 PIC 9 VALUE 8.
019460 01  WS-XRF-FILE                 PIC 9 VALUE 9.
019480 01  WS-FILE-COUNT               PIC 99 VALUE 9.

019500*-----------------------------------------------------------------
019600* KEYS OF THE INDEXED RECORDS TO MOVE, GATHERED BEFORE ANY IS
019700* MOVED SO THE BROWSE NEVER MEETS A RECORD IT HAS JUST WRITTEN.
019800*-----------------------------------------------------------------
019900 01  WS-KEY-COUNT                PIC 9(03).
020000 01  WS-KEY-TABLE.
020100     05  WS-KEY-ENTRY OCCURS 500 TIMES.
020200         10  KY-NAME             PIC X(18).
020300         10  KY-DATE             PIC 9(08).
020400         10  KY-RQ               PIC 99.
020500 01  kyx                         PIC 9(03).
020600 01  WS-KEY-OVERFLOW             PIC 9(04) VALUE ZERO.
020700 01  WS-HOLD-HX-RECORD           PIC X(29).
020800 01  WS-HOLD-PTS-RECORD          PIC X(35).
020900 01  WS-HOLD-ATTEMPTS            PIC 9(03).
021000 01  WS-HOLD-BALANCE             PIC 9(05).
021100 01  WS-HOLD-EARNED              PIC 9(06).
021200 01  WS-HOLD-BURNED              PIC 9(06).
021205*-----------------------------------------------------------------
021210* A HEAD-OFFICE HISTORY RECORD MOVED TO A TOKEN KEY ALREADY ON
021215* FILE HAS EACH STORE'S SLOT ADDED TO THAT STORE'S SLOT THERE.
021220*-----------------------------------------------------------------
021225 01  WS-HOLD-HOH-RECORD.
021230     05  FILLER                  PIC X(26).
021235     05  HH-CROSS-FLAG           PIC X(01).
021240     05  HH-STORE-SLOT OCCURS 9 TIMES.
021245         10  HH-STORE-CODE       PIC X(04).
021250         10  HH-REDEEMED         PIC 9(03).
021255         10  HH-ATTEMPTS         PIC 9(03).
021260 01  slx                         PIC 99.
021265 01  hox                         PIC 99.
021270 01  WS-SLOT                     PIC 99.
021275 01  WS-HOLD-MEMBER-NO           PIC 9(06).

021300*-----------------------------------------------------------------
021400* NAME MATCHING.  A NAME FIELD MATCHES ON ITS WHOLE TRIMMED VALUE,
021500* IGNORING CASE; FREE TEXT IS SEARCHED FOR THE NAME ANYWHERE IN
021600* IT, AS BOBREDAC SEARCHES FOR DICTIONARY NAMES, AND EACH HIT IS
021700* SPLICED OUT FOR THE TOKEN.
021800*-----------------------------------------------------------------
021900 01  WS-CHK-NAME                 PIC X(18).
022000 01  WS-CHK-UPPER                PIC X(18).
022100 01  WS-TXT-FIELD                PIC X(60).
022200 01  WS-TXT-UPPER                PIC X(60).
022300 01  WS-TXT-NEW                  PIC X(60).
022400 01  WS-TXT-LEN                  PIC 99.
022500 01  WS-TXT-PTR                  PIC 99.
022600 01  WS-TXT-TAIL                 PIC 99.
022700 01  scx                         PIC 99.
022800 01  WS-RECORD-HIT-SW            PIC X(01).
022900     88  RECORD-WAS-HIT          VALUE "Y".
023000 01  WS-RQ-HIT-TABLE.
023100     05  WS-RQ-HIT               PIC X(01) OCCURS 50 TIMES.

023200 01  WS-LOG-FILE                 PIC X(08).
023300 01  WS-LOG-KEY                  PIC X(26).

023400 01  WS-CERT-HDG.
023500     05  FILLER                  PIC X(40) VALUE
023600         "CERTIFICATE OF ERASURE - CUSTOMER DATA".
023700     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
023800     05  CH-RUN-DATE             PIC 9(08).
023900 01  WS-CERT-REQ-LINE.
024000     05  FILLER                  PIC X(09) VALUE "REQUEST: ".
024100     05  CQ-ID                   PIC X(08).
024200     05  FILLER                  PIC X(12) VALUE "  RECEIVED: ".
024300     05  CQ-RECEIVED             PIC 9(08).
024400     05  FILLER                  PIC X(12) VALUE "  REPLACED: ".
024500     05  CQ-TOKEN                PIC X(18).
024600 01  WS-CERT-COL-HDG             PIC X(80) VALUE
024700     "    FILE      RECORDS TOUCHED".
024800 01  WS-CERT-FILE-LINE.
024900     05  FILLER                  PIC X(04) VALUE SPACES.
025000     05  CF-FILE                 PIC X(08).
025100     05  FILLER                  PIC X(02) VALUE SPACES.
025200     05  CF-COUNT                PIC ZZZZZZ9.
025300     05  FILLER                  PIC X(02) VALUE SPACES.
025400     05  CF-NOTE                 PIC X(40).
025500 01  WS-CERT-TOTAL               PIC 9(07).
025600 01  WS-CERT-CONTROL-LINE.
025700     05  FILLER                  PIC X(04) VALUE SPACES.
025800     05  CC-FILE                 PIC X(08).
025900     05  FILLER                  PIC X(08) VALUE "  READ: ".
026000     05  CC-READ                 PIC ZZZZZZ9.
026100     05  FILLER                  PIC X(11) VALUE "  WRITTEN: ".
026200     05  CC-WRITTEN              PIC ZZZZZZ9.
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  CC-RESULT               PIC X(12).
026500 01  WS-CERT-TRAILER.
026600     05  FILLER                  PIC X(20) VALUE
026700         "REQUESTS PROCESSED: ".
026800     05  CT-REQUESTS             PIC ZZ9.
026900     05  FILLER                  PIC X(14) VALUE
027000         "   REJECTED: ".
027100     05  CT-REJECTED             PIC ZZZ9.

027200 PROCEDURE DIVISION.
027300 0000-TWOFPRIV.
027400     PERFORM 1000-LOAD-REQUESTS THRU 1000-EXIT
027500     IF WS-RQ-COUNT > ZERO
027600         PERFORM 2000-ERASE-HISTORY THRU 2000-EXIT
027650         PERFORM 2500-ERASE-HO-HISTORY THRU 2500-EXIT
027700         PERFORM 3000-ERASE-POINTS THRU 3000-EXIT
027725         PERFORM 3500-ERASE-MEMBER-NAMES THRU 3500-EXIT
027750         PERFORM 3700-ERASE-XREF-KEYS THRU 3700-EXIT
027800         PERFORM 4000-ERASE-AUDIT-FILE THRU 4000-EXIT
027900         PERFORM 5000-ERASE-TRANSCRIPT THRU 5000-EXIT
028000         PERFORM 6000-ERASE-ESCALATIONS THRU 6000-EXIT
028100     END-IF
028200     PERFORM 7000-WRITE-CERTIFICATE THRU 7000-EXIT
028300     GOBACK.
028400 0000-EXIT.
028500     EXIT.

028600*-----------------------------------------------------------------
028700* LOAD THE REQUESTS.  A REQUEST WITH NO NAME OR NO ID CANNOT BE
028800* ACTED ON AND GOES TO THE SHARED AUDIT TRAIL INSTEAD.
028900*-----------------------------------------------------------------
029000 1000-LOAD-REQUESTS.
029100     CALL "TIMESTMP" USING TS-DATE TS-TIME
029200     PERFORM VARYING flx FROM 1 BY 1 UNTIL flx > WS-FILE-COUNT
029300         SET FL-NOT-PRESENT(flx) TO TRUE
029400         MOVE ZERO TO FL-READ(flx) FL-WRITTEN(flx)
029500     END-PERFORM
029600     SET FL-HOLDS-NO-NAME(WS-VCH-FILE) TO TRUE
029700     OPEN INPUT ERASURE-REQ-FILE
029800     IF WS-REQ-STATUS NOT = "00"
029900         GO TO 1000-EXIT
030000     END-IF
030100     PERFORM 1100-READ-REQUEST THRU 1100-EXIT
030200     PERFORM UNTIL REQ-EOF
030300         IF ERQ-NAME = SPACES OR ERQ-REQUEST-ID = SPACES
030400                 OR WS-RQ-COUNT >= 50
030500             ADD 1 TO WS-REJECT-COUNT
030600             MOVE "TWOFPRIV" TO AUD-PROGRAM-NAME
030700             MOVE ERQ-REQUEST-ID TO AUD-FAILED-INPUT
030800             MOVE "ERASURE REQUEST NOT ACTIONED" TO
030900                 AUD-FAILURE-REASON
031000             SET AUD-SEV-WARNING TO TRUE
031100             CALL "AUDITLOG" USING AUD-PROGRAM-NAME
031200                 AUD-FAILED-INPUT AUD-FAILURE-REASON
031300                 AUD-SEVERITY
031400         ELSE
031500             ADD 1 TO WS-RQ-COUNT
031600             MOVE ERQ-REQUEST-ID TO RQ-ID(WS-RQ-COUNT)
031700             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ERQ-NAME))
031800                 TO RQ-NAME(WS-RQ-COUNT)
031900             COMPUTE RQ-LEN(WS-RQ-COUNT) =
032000                 FUNCTION LENGTH(FUNCTION TRIM(ERQ-NAME))
032100             MOVE ERQ-RECEIVED-DATE TO RQ-RECEIVED(WS-RQ-COUNT)
032200             MOVE SPACES TO RQ-TOKEN(WS-RQ-COUNT)
032300             STRING "ERASED-" DELIMITED BY SIZE
032400                     ERQ-REQUEST-ID DELIMITED BY SIZE
032500                 INTO RQ-TOKEN(WS-RQ-COUNT)
032600             END-STRING
032700             PERFORM VARYING flx FROM 1 BY 1
032750                     UNTIL flx > WS-FILE-COUNT
032800                 MOVE ZERO TO RQ-TOUCHED(WS-RQ-COUNT, flx)
032900             END-PERFORM
033000         END-IF
033100         PERFORM 1100-READ-REQUEST THRU 1100-EXIT
033200     END-PERFORM
033300     CLOSE ERASURE-REQ-FILE.
033400 1000-EXIT.
033500     EXIT.

033600 1100-READ-REQUEST.
033700     READ ERASURE-REQ-FILE
033800         AT END SET REQ-EOF TO TRUE
033900     END-READ.
034000 1100-EXIT.
034100     EXIT.

034200*-----------------------------------------------------------------
034300* REDEMPTION HISTORY: BROWSE FOR THE NAMES, THEN MOVE EACH HIT TO
034400* THE TOKEN KEY FOR THE SAME DATE.  AN ATTEMPT COUNT ALREADY UNDER
034500* THAT KEY IS ADDED TO, SO THE DAY'S TOTAL IS UNCHANGED.
034600*-----------------------------------------------------------------
034700 2000-ERASE-HISTORY.
034800     OPEN I-O REDEMPTION-HX-FILE
034900     IF WS-HX-STATUS NOT = "00"
035000         GO TO 2000-EXIT
035100     END-IF
035200     SET FL-WAS-SEARCHED(WS-HX-FILE) TO TRUE
035300     MOVE ZERO TO WS-KEY-COUNT
035400     MOVE LOW-VALUES TO HX-KEY
035500     START REDEMPTION-HX-FILE KEY IS GREATER THAN HX-KEY
035600         INVALID KEY MOVE "10" TO WS-HX-STATUS
035700     END-START
035800     PERFORM UNTIL WS-HX-STATUS NOT = "00"
035900         READ REDEMPTION-HX-FILE NEXT RECORD
036000             AT END MOVE "10" TO WS-HX-STATUS
036100             NOT AT END
036200                 ADD 1 TO FL-READ(WS-HX-FILE)
036300                 MOVE HX-NAME TO WS-CHK-NAME
036400                 PERFORM 8000-MATCH-NAME THRU 8000-EXIT
036500                 IF WS-RQ-FOUND > ZERO
036600                     PERFORM 2100-SAVE-HX-KEY THRU 2100-EXIT
036700                 END-IF
036800         END-READ
036900     END-PERFORM
037000     PERFORM VARYING kyx FROM 1 BY 1 UNTIL kyx > WS-KEY-COUNT
037100         PERFORM 2200-MOVE-HX-RECORD THRU 2200-EXIT
037200     END-PERFORM
037300     CLOSE REDEMPTION-HX-FILE.
037400 2000-EXIT.
037500     EXIT.

037600 2100-SAVE-HX-KEY.
037700     IF WS-KEY-COUNT >= 500
037800         ADD 1 TO WS-KEY-OVERFLOW
037900         GO TO 2100-EXIT
038000     END-IF
038100     ADD 1 TO WS-KEY-COUNT
038200     MOVE HX-NAME     TO KY-NAME(WS-KEY-COUNT)
038300     MOVE HX-DATE     TO KY-DATE(WS-KEY-COUNT)
038400     MOVE WS-RQ-FOUND TO KY-RQ(WS-KEY-COUNT).
038500 2100-EXIT.
038600     EXIT.

038700 2200-MOVE-HX-RECORD.
038800     MOVE KY-NAME(kyx) TO HX-NAME
038900     MOVE KY-DATE(kyx) TO HX-DATE
039000     READ REDEMPTION-HX-FILE
039100         INVALID KEY GO TO 2200-EXIT
039200     END-READ
039300     MOVE HX-RECORD TO WS-HOLD-HX-RECORD
039400     MOVE HX-ATTEMPTS TO WS-HOLD-ATTEMPTS
039500     DELETE REDEMPTION-HX-FILE
039600         INVALID KEY GO TO 2200-EXIT
039700     END-DELETE
039800     MOVE KY-RQ(kyx) TO rqx
039900     MOVE RQ-TOKEN(rqx) TO HX-NAME
040000     MOVE KY-DATE(kyx)  TO HX-DATE
040100     READ REDEMPTION-HX-FILE
040200         INVALID KEY
040300             MOVE WS-HOLD-HX-RECORD TO HX-RECORD
040400             MOVE RQ-TOKEN(rqx) TO HX-NAME
040500             WRITE HX-RECORD
040600                 INVALID KEY CONTINUE
040700             END-WRITE
040800         NOT INVALID KEY
040900             ADD WS-HOLD-ATTEMPTS TO HX-ATTEMPTS
041000             REWRITE HX-RECORD
041100     END-READ
041200     ADD 1 TO RQ-TOUCHED(rqx, WS-HX-FILE)
041300     MOVE FL-NAME(WS-HX-FILE) TO WS-LOG-FILE
041400     MOVE HX-KEY TO WS-LOG-KEY
041500     PERFORM 8300-LOG-ERASURE THRU 8300-EXIT.
041600 2200-EXIT.
041700     EXIT.

041701*-----------------------------------------------------------------
041702* HEAD-OFFICE HISTORY: THE SAME MOVE TO THE TOKEN KEY, SO THE
041703* TWOFHXRT THAT TWOFCONS NEXT SENDS THE STORES CARRIES ONLY THE
041704* TOKEN.  ON A TOKEN KEY ALREADY THERE, EACH STORE'S SLOT IS
041705* ADDED TO THAT STORE'S SLOT, SO EVERY DAY'S TOTALS ARE UNCHANGED.
041706*-----------------------------------------------------------------
041707 2500-ERASE-HO-HISTORY.
041708     OPEN I-O HO-HISTORY-FILE
041709     IF WS-HOH-STATUS NOT = "00"
041710         GO TO 2500-EXIT
041711     END-IF
041712     SET FL-WAS-SEARCHED(WS-HOH-FILE) TO TRUE
041713     MOVE ZERO TO WS-KEY-COUNT
041714     MOVE LOW-VALUES TO HOH-KEY
041715     START HO-HISTORY-FILE KEY IS GREATER THAN HOH-KEY
041716         INVALID KEY MOVE "10" TO WS-HOH-STATUS
041717     END-START
041718     PERFORM UNTIL WS-HOH-STATUS NOT = "00"
041719         READ HO-HISTORY-FILE NEXT RECORD
041720             AT END MOVE "10" TO WS-HOH-STATUS
041721             NOT AT END
041722                 ADD 1 TO FL-READ(WS-HOH-FILE)
041723                 MOVE HOH-NAME TO WS-CHK-NAME
041724                 PERFORM 8000-MATCH-NAME THRU 8000-EXIT
041725                 IF WS-RQ-FOUND > ZERO
041726                         AND WS-KEY-COUNT < 500
041727                     ADD 1 TO WS-KEY-COUNT
041728                     MOVE HOH-NAME TO KY-NAME(WS-KEY-COUNT)
041729                     MOVE HOH-DATE TO KY-DATE(WS-KEY-COUNT)
041730                     MOVE WS-RQ-FOUND TO KY-RQ(WS-KEY-COUNT)
041731                 END-IF
041732         END-READ
041733     END-PERFORM
041734     PERFORM VARYING kyx FROM 1 BY 1 UNTIL kyx > WS-KEY-COUNT
041735         PERFORM 2600-MOVE-HOH-RECORD THRU 2600-EXIT
041736     END-PERFORM
041737     CLOSE HO-HISTORY-FILE.
041738 2500-EXIT.
041739     EXIT.

041740 2600-MOVE-HOH-RECORD.
041741     MOVE KY-NAME(kyx) TO HOH-NAME
041742     MOVE KY-DATE(kyx) TO HOH-DATE
041743     READ HO-HISTORY-FILE
041744         INVALID KEY GO TO 2600-EXIT
041745     END-READ
041746     MOVE HOH-RECORD TO WS-HOLD-HOH-RECORD
041747     DELETE HO-HISTORY-FILE
041748         INVALID KEY GO TO 2600-EXIT
041749     END-DELETE
041750     MOVE KY-RQ(kyx) TO rqx
041751     MOVE RQ-TOKEN(rqx) TO HOH-NAME
041752     MOVE KY-DATE(kyx)  TO HOH-DATE
041753     READ HO-HISTORY-FILE
041754         INVALID KEY
041755             MOVE WS-HOLD-HOH-RECORD TO HOH-RECORD
041756             MOVE RQ-TOKEN(rqx) TO HOH-NAME
041757             WRITE HOH-RECORD
041758                 INVALID KEY CONTINUE
041759             END-WRITE
041760         NOT INVALID KEY
041761             PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 9
041762                 PERFORM 8600-MERGE-HOH-SLOT THRU 8600-EXIT
041763             END-PERFORM
041764             IF HH-CROSS-FLAG = "Y"
041765                 MOVE "Y" TO HOH-CROSS-FLAG
041766             END-IF
041767             REWRITE HOH-RECORD
041768     END-READ
041769     ADD 1 TO RQ-TOUCHED(rqx, WS-HOH-FILE)
041770     MOVE FL-NAME(WS-HOH-FILE) TO WS-LOG-FILE
041771     MOVE HOH-KEY TO WS-LOG-KEY
041772     PERFORM 8300-LOG-ERASURE THRU 8300-EXIT.
041773 2600-EXIT.
041774     EXIT.

041800*-----------------------------------------------------------------
041900* POINTS MASTER: THE SAME MOVE TO THE TOKEN KEY.  BALANCE AND THE
042000* LIFETIME EARN AND BURN TOTALS CARRY ACROSS UNCHANGED.
042100*-----------------------------------------------------------------
042200 3000-ERASE-POINTS.
042300     OPEN I-O POINTS-MASTER-FILE
042400     IF WS-PTS-STATUS NOT = "00"
042500         GO TO 3000-EXIT
042600     END-IF
042700     SET FL-WAS-SEARCHED(WS-PTS-FILE) TO TRUE
042800     MOVE ZERO TO WS-KEY-COUNT
042900     MOVE LOW-VALUES TO PTS-NAME
043000     START POINTS-MASTER-FILE KEY IS GREATER THAN PTS-NAME
043100         INVALID KEY MOVE "10" TO WS-PTS-STATUS
043200     END-START
043300     PERFORM UNTIL WS-PTS-STATUS NOT = "00"
043400         READ POINTS-MASTER-FILE NEXT RECORD
043500             AT END MOVE "10" TO WS-PTS-STATUS
043600             NOT AT END
043700                 ADD 1 TO FL-READ(WS-PTS-FILE)
043800                 MOVE PTS-NAME TO WS-CHK-NAME
043900                 PERFORM 8000-MATCH-NAME THRU 8000-EXIT
044000                 IF WS-RQ-FOUND > ZERO
044100                         AND WS-KEY-COUNT < 500
044200                     ADD 1 TO WS-KEY-COUNT
044300                     MOVE PTS-NAME TO KY-NAME(WS-KEY-COUNT)
044400                     MOVE ZERO     TO KY-DATE(WS-KEY-COUNT)
044500                     MOVE WS-RQ-FOUND TO KY-RQ(WS-KEY-COUNT)
044600                 END-IF
044700         END-READ
044800     END-PERFORM
044900     PERFORM VARYING kyx FROM 1 BY 1 UNTIL kyx > WS-KEY-COUNT
045000         PERFORM 3200-MOVE-PTS-RECORD THRU 3200-EXIT
045100     END-PERFORM
045200     CLOSE POINTS-MASTER-FILE.
045300 3000-EXIT.
045400     EXIT.

045500 3200-MOVE-PTS-RECORD.
045600     MOVE KY-NAME(kyx) TO PTS-NAME
045700     READ POINTS-MASTER-FILE
045800         INVALID KEY GO TO 3200-EXIT
045900     END-READ
046000     MOVE PTS-RECORD  TO WS-HOLD-PTS-RECORD
046100     MOVE PTS-BALANCE TO WS-HOLD-BALANCE
046200     MOVE PTS-EARNED  TO WS-HOLD-EARNED
046300     MOVE PTS-BURNED  TO WS-HOLD-BURNED
046400     DELETE POINTS-MASTER-FILE
046500         INVALID KEY GO TO 3200-EXIT
046600     END-DELETE
046700     MOVE KY-RQ(kyx) TO rqx
046800     MOVE RQ-TOKEN(rqx) TO PTS-NAME
046900     READ POINTS-MASTER-FILE
047000         INVALID KEY
047100             MOVE WS-HOLD-PTS-RECORD TO PTS-RECORD
047200             MOVE RQ-TOKEN(rqx) TO PTS-NAME
047300             WRITE PTS-RECORD
047400                 INVALID KEY CONTINUE
047500             END-WRITE
047600         NOT INVALID KEY
047700             ADD WS-HOLD-BALANCE TO PTS-BALANCE
047800             ADD WS-HOLD-EARNED  TO PTS-EARNED
047900             ADD WS-HOLD-BURNED  TO PTS-BURNED
048000             REWRITE PTS-RECORD
048100     END-READ
048200     ADD 1 TO RQ-TOUCHED(rqx, WS-PTS-FILE)
048300     MOVE FL-NAME(WS-PTS-FILE) TO WS-LOG-FILE
048400     MOVE PTS-NAME TO WS-LOG-KEY
048500     PERFORM 8300-LOG-ERASURE THRU 8300-EXIT.
048600 3200-EXIT.
048700     EXIT.

048701*-----------------------------------------------------------------
048702* MEMBER MASTER: THE TWO-FER LOYALTY NAME LINKED TO A MEMBER IS
048703* REPLACED IN PLACE.  THE MEMBER NUMBER IS THE KEY, SO NOTHING
048704* MOVES AND NO RECORD IS ADDED OR LOST.
048705*-----------------------------------------------------------------
048706 3500-ERASE-MEMBER-NAMES.
048707     OPEN I-O MEMBER-FILE
048708     IF WS-MBR-STATUS NOT = "00"
048709         GO TO 3500-EXIT
048710     END-IF
048711     SET FL-WAS-SEARCHED(WS-MBR-FILE) TO TRUE
048712     MOVE ZERO TO MBR-MEMBER-NO
048713     START MEMBER-FILE KEY IS GREATER THAN MBR-MEMBER-NO
048714         INVALID KEY MOVE "10" TO WS-MBR-STATUS
048715     END-START
048716     PERFORM UNTIL WS-MBR-STATUS NOT = "00"
048717         READ MEMBER-FILE NEXT RECORD
048718             AT END MOVE "10" TO WS-MBR-STATUS
048719             NOT AT END
048720                 ADD 1 TO FL-READ(WS-MBR-FILE)
048721                 MOVE MBR-TWOFER-NAME TO WS-CHK-NAME
048722                 PERFORM 8000-MATCH-NAME THRU 8000-EXIT
048723                 IF WS-RQ-FOUND > ZERO
048724                     PERFORM 3600-REPLACE-MEMBER-NAME
048725                         THRU 3600-EXIT
048726                 END-IF
048727         END-READ
048728     END-PERFORM
048729     CLOSE MEMBER-FILE.
048730 3500-EXIT.
048731     EXIT.

048732 3600-REPLACE-MEMBER-NAME.
048733     MOVE WS-RQ-FOUND TO rqx
048734     MOVE RQ-TOKEN(rqx) TO MBR-TWOFER-NAME
048735     REWRITE MBR-RECORD
048736         INVALID KEY GO TO 3600-EXIT
048737     END-REWRITE
048738     ADD 1 TO RQ-TOUCHED(rqx, WS-MBR-FILE)
048739     MOVE FL-NAME(WS-MBR-FILE) TO WS-LOG-FILE
048740     MOVE SPACES TO WS-LOG-KEY
048741     MOVE MBR-MEMBER-NO TO WS-LOG-KEY(1:6)
048742     PERFORM 8300-LOG-ERASURE THRU 8300-EXIT.
048743 3600-EXIT.
048744     EXIT.

048745*-----------------------------------------------------------------
048746* MEMBER CROSS-REFERENCE: A "T" KEY IS THE LOYALTY NAME ITSELF,
048747* SO IT IS MOVED TO THE TOKEN KEY FOR THE SAME MEMBER, MATCHING
048748* THE NAME NOW ON TWOFPNTS AND MEMBMAST.  A TOKEN KEY ALREADY
048749* THERE KEEPS ITS OWN MEMBER; THE NAME KEY STILL GOES.
048750*-----------------------------------------------------------------
048751 3700-ERASE-XREF-KEYS.
048752     OPEN I-O XREF-FILE
048753     IF WS-XRF-STATUS NOT = "00"
048754         GO TO 3700-EXIT
048755     END-IF
048756     SET FL-WAS-SEARCHED(WS-XRF-FILE) TO TRUE
048757     MOVE ZERO TO WS-KEY-COUNT
048758     MOVE LOW-VALUES TO XRF-KEY
048759     START XREF-FILE KEY IS GREATER THAN XRF-KEY
048760         INVALID KEY MOVE "10" TO WS-XRF-STATUS
048761     END-START
048762     PERFORM UNTIL WS-XRF-STATUS NOT = "00"
048763         READ XREF-FILE NEXT RECORD
048764             AT END MOVE "10" TO WS-XRF-STATUS
048765             NOT AT END
048766                 ADD 1 TO FL-READ(WS-XRF-FILE)
048767                 MOVE SPACES TO WS-CHK-NAME
048768                 IF XRF-TWOFER
048769                     MOVE XRF-SUBSYS-ID TO WS-CHK-NAME
048770                 END-IF
048771                 PERFORM 8000-MATCH-NAME THRU 8000-EXIT
048772                 IF WS-RQ-FOUND > ZERO
048773                         AND WS-KEY-COUNT < 500
048774                     ADD 1 TO WS-KEY-COUNT
048775                     MOVE XRF-SUBSYS-ID TO KY-NAME(WS-KEY-COUNT)
048776                     MOVE ZERO TO KY-DATE(WS-KEY-COUNT)
048777                     MOVE WS-RQ-FOUND TO KY-RQ(WS-KEY-COUNT)
048778                 END-IF
048779         END-READ
048780     END-PERFORM
048781     PERFORM VARYING kyx FROM 1 BY 1 UNTIL kyx > WS-KEY-COUNT
048782         PERFORM 8700-MOVE-XREF-RECORD THRU 8700-EXIT
048783     END-PERFORM
048784     CLOSE XREF-FILE.
048785 3700-EXIT.
048786     EXIT.

048800*-----------------------------------------------------------------
048900* REDEMPTION AUDIT FILE: THE PRESENTED NAME AND, ON A SUSPECTED
049000* DUPLICATE, THE NAME IT WAS MATCHED TO.
049100*-----------------------------------------------------------------
049200 4000-ERASE-AUDIT-FILE.
049300     OPEN INPUT AUDIT-FILE
049400     IF WS-AUD-STATUS NOT = "00"
049500         GO TO 4000-EXIT
049600     END-IF
049700     SET FL-WAS-SEARCHED(WS-AUD-FILE) TO TRUE
049800     OPEN OUTPUT WORK-FILE
049900     PERFORM 4100-READ-AUDIT THRU 4100-EXIT
050000     PERFORM UNTIL AUD-EOF
050100         ADD 1 TO FL-READ(WS-AUD-FILE)
050200         MOVE "N" TO WS-RECORD-HIT-SW
050300         MOVE AUD-NAME TO WS-CHK-NAME
050400         PERFORM 8000-MATCH-NAME THRU 8000-EXIT
050500         IF WS-RQ-FOUND > ZERO
050600             MOVE RQ-TOKEN(WS-RQ-FOUND) TO AUD-NAME
050700             SET RECORD-WAS-HIT TO TRUE
050800             MOVE WS-RQ-FOUND TO rqx
050900         END-IF
051000         MOVE AUD-MATCH-NAME TO WS-CHK-NAME
051100         PERFORM 8000-MATCH-NAME THRU 8000-EXIT
051200         IF WS-RQ-FOUND > ZERO
051300             MOVE RQ-TOKEN(WS-RQ-FOUND) TO AUD-MATCH-NAME
051400             IF NOT RECORD-WAS-HIT
051500                 SET RECORD-WAS-HIT TO TRUE
051600                 MOVE WS-RQ-FOUND TO rqx
051700             END-IF
051800         END-IF
051900         IF RECORD-WAS-HIT
052000             ADD 1 TO RQ-TOUCHED(rqx, WS-AUD-FILE)
052100             MOVE FL-NAME(WS-AUD-FILE) TO WS-LOG-FILE
052200             MOVE AUD-NAME TO WS-LOG-KEY
052300             MOVE AUD-TS-DATE TO WS-LOG-KEY(19:8)
052400             PERFORM 8300-LOG-ERASURE THRU 8300-EXIT
052500         END-IF
052600         MOVE SPACES TO WRK-RECORD
052700         MOVE TWOFER-AUDIT-RECORD TO WRK-RECORD
052800         WRITE WRK-RECORD
052900         PERFORM 4100-READ-AUDIT THRU 4100-EXIT
053000     END-PERFORM
053100     CLOSE AUDIT-FILE WORK-FILE
053200     OPEN INPUT WORK-FILE
053300     OPEN OUTPUT AUDIT-FILE
053400     PERFORM 8500-READ-WORK THRU 8500-EXIT
053500     PERFORM UNTIL WRK-EOF
053600         MOVE WRK-RECORD TO TWOFER-AUDIT-RECORD
053700         WRITE TWOFER-AUDIT-RECORD
053800         ADD 1 TO FL-WRITTEN(WS-AUD-FILE)
053900         PERFORM 8500-READ-WORK THRU 8500-EXIT
054000     END-PERFORM
054100     CLOSE WORK-FILE AUDIT-FILE.
054200 4000-EXIT.
054300     EXIT.

054400 4100-READ-AUDIT.
054500     READ AUDIT-FILE
054600         AT END SET AUD-EOF TO TRUE
054700     END-READ.
054800 4100-EXIT.
054900     EXIT.

055000*-----------------------------------------------------------------
055100* BOB TRANSCRIPT: THE VISITOR'S TEXT AND BOB'S RESPONSE.
055200*-----------------------------------------------------------------
055300 5000-ERASE-TRANSCRIPT.
055400     OPEN INPUT TRANSCRIPT-FILE
055500     IF WS-XCRPT-STATUS NOT = "00"
055600         GO TO 5000-EXIT
055700     END-IF
055800     SET FL-WAS-SEARCHED(WS-XCRPT-FILE) TO TRUE
055900     OPEN OUTPUT WORK-FILE
056000     PERFORM 5100-READ-TRANSCRIPT THRU 5100-EXIT
056100     PERFORM UNTIL XCRPT-EOF
056200         ADD 1 TO FL-READ(WS-XCRPT-FILE)
056300         PERFORM 8100-CLEAR-HITS THRU 8100-EXIT
056400         MOVE XCRPT-INPUT TO WS-TXT-FIELD
056500         MOVE 60 TO WS-TXT-LEN
056600         PERFORM 8200-REPLACE-IN-TEXT THRU 8200-EXIT
056700         MOVE WS-TXT-FIELD TO XCRPT-INPUT
056800         MOVE SPACES TO WS-TXT-FIELD
056900         MOVE XCRPT-RESPONSE TO WS-TXT-FIELD(1:40)
057000         MOVE 40 TO WS-TXT-LEN
057100         PERFORM 8200-REPLACE-IN-TEXT THRU 8200-EXIT
057200         MOVE WS-TXT-FIELD(1:40) TO XCRPT-RESPONSE
057300         MOVE FL-NAME(WS-XCRPT-FILE) TO WS-LOG-FILE
057400         MOVE XCRPT-TIMESTAMP  TO WS-LOG-KEY
057500         MOVE XCRPT-SESSION-ID TO WS-LOG-KEY(17:10)
057600         MOVE WS-XCRPT-FILE TO flx
057700         PERFORM 8400-COUNT-TEXT-HITS THRU 8400-EXIT
057800         MOVE SPACES TO WRK-RECORD
057900         MOVE XCRPT-RECORD TO WRK-RECORD
058000         WRITE WRK-RECORD
058100         PERFORM 5100-READ-TRANSCRIPT THRU 5100-EXIT
058200     END-PERFORM
058300     CLOSE TRANSCRIPT-FILE WORK-FILE
058400     OPEN INPUT WORK-FILE
058500     OPEN OUTPUT TRANSCRIPT-FILE
058600     PERFORM 8500-READ-WORK THRU 8500-EXIT
058700     PERFORM UNTIL WRK-EOF
058800         MOVE WRK-RECORD TO XCRPT-RECORD
058900         WRITE XCRPT-RECORD
059000         ADD 1 TO FL-WRITTEN(WS-XCRPT-FILE)
059100         PERFORM 8500-READ-WORK THRU 8500-EXIT
059200     END-PERFORM
059300     CLOSE WORK-FILE TRANSCRIPT-FILE.
059400 5000-EXIT.
059500     EXIT.

059600 5100-READ-TRANSCRIPT.
059700     READ TRANSCRIPT-FILE
059800         AT END SET XCRPT-EOF TO TRUE
059900     END-READ.
060000 5100-EXIT.
060100     EXIT.

060200*-----------------------------------------------------------------
060300* BOB ESCALATION QUEUE: THE TICKET TEXT.
060400*-----------------------------------------------------------------
060500 6000-ERASE-ESCALATIONS.
060600     OPEN INPUT ESCALATION-FILE
060700     IF WS-ESC-STATUS NOT = "00"
060800         GO TO 6000-EXIT
060900     END-IF
061000     SET FL-WAS-SEARCHED(WS-ESC-FILE) TO TRUE
061100     OPEN OUTPUT WORK-FILE
061200     PERFORM 6100-READ-TICKET THRU 6100-EXIT
061300     PERFORM UNTIL ESC-EOF
061400         ADD 1 TO FL-READ(WS-ESC-FILE)
061500         PERFORM 8100-CLEAR-HITS THRU 8100-EXIT
061600         MOVE ESC-TEXT TO WS-TXT-FIELD
061700         MOVE 60 TO WS-TXT-LEN
061800         PERFORM 8200-REPLACE-IN-TEXT THRU 8200-EXIT
061900         MOVE WS-TXT-FIELD TO ESC-TEXT
062000         MOVE FL-NAME(WS-ESC-FILE) TO WS-LOG-FILE
062100         MOVE ESC-TIMESTAMP  TO WS-LOG-KEY
062200         MOVE ESC-SESSION-ID TO WS-LOG-KEY(17:10)
062300         MOVE WS-ESC-FILE TO flx
062400         PERFORM 8400-COUNT-TEXT-HITS THRU 8400-EXIT
062500         MOVE SPACES TO WRK-RECORD
062600         MOVE ESC-RECORD TO WRK-RECORD
062700         WRITE WRK-RECORD
062800         PERFORM 6100-READ-TICKET THRU 6100-EXIT
062900     END-PERFORM
063000     CLOSE ESCALATION-FILE WORK-FILE
063100     OPEN INPUT WORK-FILE
063200     OPEN OUTPUT ESCALATION-FILE
063300     PERFORM 8500-READ-WORK THRU 8500-EXIT
063400     PERFORM UNTIL WRK-EOF
063500         MOVE WRK-RECORD TO ESC-RECORD
063600         WRITE ESC-RECORD
063700         ADD 1 TO FL-WRITTEN(WS-ESC-FILE)
063800         PERFORM 8500-READ-WORK THRU 8500-EXIT
063900     END-PERFORM
064000     CLOSE WORK-FILE ESCALATION-FILE.
064100 6000-EXIT.
064200     EXIT.

064300 6100-READ-TICKET.
064400     READ ESCALATION-FILE
064500         AT END SET ESC-EOF TO TRUE
064600     END-READ.
064700 6100-EXIT.
064800     EXIT.

064900*-----------------------------------------------------------------
065000* ONE CERTIFICATE SECTION PER REQUEST: EVERY FILE, THE RECORDS
065100* TOUCHED ON IT, AND WHY A FILE WAS NOT SEARCHED.  THE CONTROL
065200* COUNTS THAT CLOSE THE REPORT SHOW EACH REWRITTEN FILE CAME BACK
065300* WITH EXACTLY THE RECORDS IT WENT IN WITH.
065400*-----------------------------------------------------------------
065500 7000-WRITE-CERTIFICATE.
065600     OPEN OUTPUT CERTIFICATE-RPT
065700     MOVE TS-DATE TO CH-RUN-DATE
065800     MOVE WS-CERT-HDG TO RPT-LINE
065900     WRITE RPT-LINE
066000     PERFORM VARYING rqx FROM 1 BY 1 UNTIL rqx > WS-RQ-COUNT
066100         PERFORM 7100-WRITE-REQUEST-SECTION THRU 7100-EXIT
066200     END-PERFORM
066300     MOVE SPACES TO RPT-LINE
066400     WRITE RPT-LINE
066500     MOVE "RECORD CONTROL COUNTS" TO RPT-LINE
066600     WRITE RPT-LINE
066700     PERFORM VARYING flx FROM 1 BY 1 UNTIL flx > WS-FILE-COUNT
066800         IF FL-WAS-SEARCHED(flx)
066900             PERFORM 7200-WRITE-CONTROL-LINE THRU 7200-EXIT
067000         END-IF
067100     END-PERFORM
067200     MOVE SPACES TO RPT-LINE
067300     WRITE RPT-LINE
067400     MOVE WS-RQ-COUNT     TO CT-REQUESTS
067500     MOVE WS-REJECT-COUNT TO CT-REJECTED
067600     MOVE WS-CERT-TRAILER TO RPT-LINE
067700     WRITE RPT-LINE
067800     CLOSE CERTIFICATE-RPT.
067900 7000-EXIT.
068000     EXIT.

068100 7100-WRITE-REQUEST-SECTION.
068200     MOVE SPACES TO RPT-LINE
068300     WRITE RPT-LINE
068400     MOVE RQ-ID(rqx)       TO CQ-ID
068500     MOVE RQ-RECEIVED(rqx) TO CQ-RECEIVED
068600     MOVE RQ-TOKEN(rqx)    TO CQ-TOKEN
068700     MOVE WS-CERT-REQ-LINE TO RPT-LINE
068800     WRITE RPT-LINE
068900     MOVE WS-CERT-COL-HDG TO RPT-LINE
069000     WRITE RPT-LINE
069100     MOVE ZERO TO WS-CERT-TOTAL
069200     PERFORM VARYING flx FROM 1 BY 1 UNTIL flx > WS-FILE-COUNT
069300         MOVE FL-NAME(flx) TO CF-FILE
069400         MOVE RQ-TOUCHED(rqx, flx) TO CF-COUNT
069500         ADD RQ-TOUCHED(rqx, flx) TO WS-CERT-TOTAL
069600         EVALUATE TRUE
069700             WHEN FL-HOLDS-NO-NAME(flx)
069800                 MOVE "HOLDS NO CUSTOMER NAME - NOT SEARCHED"
069900                     TO CF-NOTE
070000             WHEN FL-NOT-PRESENT(flx)
070100                 MOVE "FILE NOT PRESENT - NOTHING TO ERASE"
070200                     TO CF-NOTE
070300             WHEN OTHER
070400                 MOVE SPACES TO CF-NOTE
070500         END-EVALUATE
070600         MOVE WS-CERT-FILE-LINE TO RPT-LINE
070700         WRITE RPT-LINE
070800     END-PERFORM
070900     MOVE "TOTAL" TO CF-FILE
071000     MOVE WS-CERT-TOTAL TO CF-COUNT
071100     MOVE SPACES TO CF-NOTE
071200     MOVE WS-CERT-FILE-LINE TO RPT-LINE
071300     WRITE RPT-LINE.
071400 7100-EXIT.
071500     EXIT.

071600*-----------------------------------------------------------------
071700* A KEYED FILE IS NOT COPIED, SO ITS RECORD COUNT AFTER THE RUN IS
071800* RE-READ HERE: A KEY MERGED INTO AN EXISTING TOKEN KEY IS THE
071900* ONLY WAY IT CAN FALL, AND THE MERGE IS LOGGED.
072000*-----------------------------------------------------------------
072100 7200-WRITE-CONTROL-LINE.
072200     MOVE FL-NAME(flx) TO CC-FILE
072300     MOVE FL-READ(flx) TO CC-READ
072400     IF flx = WS-HX-FILE OR flx = WS-PTS-FILE
072425             OR flx = WS-HOH-FILE OR flx = WS-MBR-FILE
072450             OR flx = WS-XRF-FILE
072500         PERFORM 7300-COUNT-KEYED-FILE THRU 7300-EXIT
072600     END-IF
072700     MOVE FL-WRITTEN(flx) TO CC-WRITTEN
072800     IF FL-READ(flx) = FL-WRITTEN(flx)
072900         MOVE "BALANCED" TO CC-RESULT
073000     ELSE
073100         MOVE "KEYS MERGED" TO CC-RESULT
073200     END-IF
073300     MOVE WS-CERT-CONTROL-LINE TO RPT-LINE
073400     WRITE RPT-LINE.
073500 7200-EXIT.
073600     EXIT.

073625 7300-COUNT-KEYED-FILE.
073650     MOVE ZERO TO FL-WRITTEN(flx)
073675     EVALUATE TRUE
073700         WHEN flx = WS-HX-FILE
073725             PERFORM 7310-COUNT-HISTORY THRU 7310-EXIT
073750         WHEN flx = WS-PTS-FILE
073775             PERFORM 7320-COUNT-POINTS THRU 7320-EXIT
073800         WHEN flx = WS-HOH-FILE
073825             PERFORM 7330-COUNT-HO-HISTORY THRU 7330-EXIT
073850         WHEN flx = WS-MBR-FILE
073875             PERFORM 7340-COUNT-MEMBERS THRU 7340-EXIT
073900         WHEN OTHER
073925             PERFORM 7350-COUNT-XREF THRU 7350-EXIT
073950     END-EVALUATE.
073975 7300-EXIT.
074000     EXIT.

074025 7310-COUNT-HISTORY.
074050     OPEN INPUT REDEMPTION-HX-FILE
074075     MOVE LOW-VALUES TO HX-KEY
074100     START REDEMPTION-HX-FILE KEY IS GREATER THAN HX-KEY
074125         INVALID KEY MOVE "10" TO WS-HX-STATUS
074150     END-START
074175     PERFORM UNTIL WS-HX-STATUS NOT = "00"
074200         READ REDEMPTION-HX-FILE NEXT RECORD
074225             AT END MOVE "10" TO WS-HX-STATUS
074250             NOT AT END ADD 1 TO FL-WRITTEN(flx)
074275         END-READ
074300     END-PERFORM
074325     CLOSE REDEMPTION-HX-FILE.
074350 7310-EXIT.
074375     EXIT.

074400 7320-COUNT-POINTS.
074425     OPEN INPUT POINTS-MASTER-FILE
074450     MOVE LOW-VALUES TO PTS-NAME
074475     START POINTS-MASTER-FILE KEY IS GREATER THAN PTS-NAME
074500         INVALID KEY MOVE "10" TO WS-PTS-STATUS
074525     END-START
074550     PERFORM UNTIL WS-PTS-STATUS NOT = "00"
074575         READ POINTS-MASTER-FILE NEXT RECORD
074600             AT END MOVE "10" TO WS-PTS-STATUS
074625             NOT AT END ADD 1 TO FL-WRITTEN(flx)
074650         END-READ
074675     END-PERFORM
074700     CLOSE POINTS-MASTER-FILE.
074725 7320-EXIT.
074750     EXIT.

074775 7330-COUNT-HO-HISTORY.
074800     OPEN INPUT HO-HISTORY-FILE
074825     MOVE LOW-VALUES TO HOH-KEY
074850     START HO-HISTORY-FILE KEY IS GREATER THAN HOH-KEY
074875         INVALID KEY MOVE "10" TO WS-HOH-STATUS
074900     END-START
074925     PERFORM UNTIL WS-HOH-STATUS NOT = "00"
074950         READ HO-HISTORY-FILE NEXT RECORD
074975             AT END MOVE "10" TO WS-HOH-STATUS
075000             NOT AT END ADD 1 TO FL-WRITTEN(flx)
075025         END-READ
075050     END-PERFORM
075075     CLOSE HO-HISTORY-FILE.
075100 7330-EXIT.
075125     EXIT.

075150 7340-COUNT-MEMBERS.
075175     OPEN INPUT MEMBER-FILE
075200     MOVE ZERO TO MBR-MEMBER-NO
075225     START MEMBER-FILE KEY IS GREATER THAN MBR-MEMBER-NO
075250         INVALID KEY MOVE "10" TO WS-MBR-STATUS
075275     END-START
075300     PERFORM UNTIL WS-MBR-STATUS NOT = "00"
075325         READ MEMBER-FILE NEXT RECORD
075350             AT END MOVE "10" TO WS-MBR-STATUS
075375             NOT AT END ADD 1 TO FL-WRITTEN(flx)
075400         END-READ
075425     END-PERFORM
075450     CLOSE MEMBER-FILE.
075475 7340-EXIT.
075500     EXIT.

075525 7350-COUNT-XREF.
075550     OPEN INPUT XREF-FILE
075575     MOVE LOW-VALUES TO XRF-KEY
075600     START XREF-FILE KEY IS GREATER THAN XRF-KEY
075625         INVALID KEY MOVE "10" TO WS-XRF-STATUS
075650     END-START
075675     PERFORM UNTIL WS-XRF-STATUS NOT = "00"
075700         READ XREF-FILE NEXT RECORD
075725             AT END MOVE "10" TO WS-XRF-STATUS
075750             NOT AT END ADD 1 TO FL-WRITTEN(flx)
075775         END-READ
075800     END-PERFORM
075825     CLOSE XREF-FILE.
075850 7350-EXIT.
075875     EXIT.

076800*-----------------------------------------------------------------
076900* WHOLE-FIELD MATCH OF WS-CHK-NAME AGAINST THE REQUESTS; THE
077000* REQUEST MATCHED, OR ZERO, IN WS-RQ-FOUND.
077100*-----------------------------------------------------------------
077200 8000-MATCH-NAME.
077300     MOVE ZERO TO WS-RQ-FOUND
077400     IF WS-CHK-NAME = SPACES
077500         GO TO 8000-EXIT
077600     END-IF
077700     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHK-NAME))
077800         TO WS-CHK-UPPER
077900     PERFORM VARYING rqx FROM 1 BY 1 UNTIL rqx > WS-RQ-COUNT
078000         IF WS-CHK-UPPER = RQ-NAME(rqx) AND WS-RQ-FOUND = ZERO
078100             MOVE rqx TO WS-RQ-FOUND
078200         END-IF
078300     END-PERFORM.
078400 8000-EXIT.
078500     EXIT.

078600 8100-CLEAR-HITS.
078700     PERFORM VARYING rqx FROM 1 BY 1 UNTIL rqx > WS-RQ-COUNT
078800         MOVE "N" TO WS-RQ-HIT(rqx)
078900     END-PERFORM.
079000 8100-EXIT.
079100     EXIT.

079200*-----------------------------------------------------------------
079300* EVERY REQUEST'S NAME IN THE FIRST WS-TXT-LEN BYTES OF
079400* WS-TXT-FIELD IS SPLICED OUT FOR ITS TOKEN, THE REST OF THE TEXT
079500* CLOSING UP BEHIND IT OR TRUNCATED AT THE FIELD END.
079600*-----------------------------------------------------------------
079700 8200-REPLACE-IN-TEXT.
079800     PERFORM VARYING rqx FROM 1 BY 1 UNTIL rqx > WS-RQ-COUNT
079900         IF RQ-LEN(rqx) <= WS-TXT-LEN
080000             PERFORM 8210-REPLACE-ONE-NAME THRU 8210-EXIT
080100         END-IF
080200     END-PERFORM.
080300 8200-EXIT.
080400     EXIT.

080500 8210-REPLACE-ONE-NAME.
080600     MOVE FUNCTION UPPER-CASE(WS-TXT-FIELD) TO WS-TXT-UPPER
080700     MOVE 1 TO scx
080800     PERFORM UNTIL scx > WS-TXT-LEN - RQ-LEN(rqx) + 1
080900         IF WS-TXT-UPPER(scx:RQ-LEN(rqx)) =
081000                 RQ-NAME(rqx)(1:RQ-LEN(rqx))
081100             PERFORM 8220-SPLICE-TOKEN THRU 8220-EXIT
081200             MOVE "Y" TO WS-RQ-HIT(rqx)
081300             MOVE FUNCTION UPPER-CASE(WS-TXT-FIELD)
081400                 TO WS-TXT-UPPER
081500             ADD WS-TOKEN-LEN TO scx
081600         ELSE
081700             ADD 1 TO scx
081800         END-IF
081900     END-PERFORM.
082000 8210-EXIT.
082100     EXIT.

082200 8220-SPLICE-TOKEN.
082300     MOVE SPACES TO WS-TXT-NEW
082400     MOVE 1 TO WS-TXT-PTR
082500     IF scx > 1
082600         STRING WS-TXT-FIELD(1:scx - 1) DELIMITED BY SIZE
082700             INTO WS-TXT-NEW WITH POINTER WS-TXT-PTR
082800         END-STRING
082900     END-IF
083000     STRING RQ-TOKEN(rqx)(1:WS-TOKEN-LEN) DELIMITED BY SIZE
083100         INTO WS-TXT-NEW WITH POINTER WS-TXT-PTR
083200         ON OVERFLOW CONTINUE
083300     END-STRING
083400     COMPUTE WS-TXT-TAIL = scx + RQ-LEN(rqx)
083500     IF WS-TXT-TAIL <= WS-TXT-LEN AND WS-TXT-PTR <= WS-TXT-LEN
083600         STRING WS-TXT-FIELD(WS-TXT-TAIL:WS-TXT-LEN - WS-TXT-TAIL
083700                 + 1) DELIMITED BY SIZE
083800             INTO WS-TXT-NEW WITH POINTER WS-TXT-PTR
083900             ON OVERFLOW CONTINUE
084000         END-STRING
084100     END-IF
084200     MOVE SPACES TO WS-TXT-FIELD
084300     MOVE WS-TXT-NEW(1:WS-TXT-LEN) TO WS-TXT-FIELD(1:WS-TXT-LEN).
084400 8220-EXIT.
084500     EXIT.

084600*-----------------------------------------------------------------
084700* THE "A" RECORD FOR ONE RECORD CHANGED: FILE, REQUEST, AND THE
084800* RECORD'S KEY AS IT NOW STANDS.  THE ERASED NAME ITSELF IS NEVER
084900* WRITTEN TO THE TRAIL.
085000*-----------------------------------------------------------------
085100 8300-LOG-ERASURE.
085200     MOVE "TWOFPRIV" TO AUD-PROGRAM-NAME
085300     MOVE SPACES TO AUD-FAILED-INPUT
085400     STRING WS-LOG-FILE DELIMITED BY SIZE
085500             " " DELIMITED BY SIZE
085600             RQ-ID(rqx) DELIMITED BY SIZE
085700             " " DELIMITED BY SIZE
085800             WS-LOG-KEY DELIMITED BY SIZE
085900         INTO AUD-FAILED-INPUT
086000     END-STRING
086100     MOVE "CUSTOMER NAME ERASED - REPLACED BY TOKEN" TO
086200         AUD-FAILURE-REASON
086300     SET AUD-SEV-ACCESS TO TRUE
086400     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
086500         AUD-FAILED-INPUT AUD-FAILURE-REASON
086600         AUD-SEVERITY.
086700 8300-EXIT.
086800     EXIT.

086900*-----------------------------------------------------------------
087000* ONE RECORD OF FREE TEXT IS COUNTED, AND LOGGED, ONCE FOR EACH
087100* REQUEST WHOSE NAME IT HELD.
087200*-----------------------------------------------------------------
087300 8400-COUNT-TEXT-HITS.
087400     PERFORM VARYING rqx FROM 1 BY 1 UNTIL rqx > WS-RQ-COUNT
087500         IF WS-RQ-HIT(rqx) = "Y"
087600             ADD 1 TO RQ-TOUCHED(rqx, flx)
087700             PERFORM 8300-LOG-ERASURE THRU 8300-EXIT
087800         END-IF
087900     END-PERFORM.
088000 8400-EXIT.
088100     EXIT.

088200 8500-READ-WORK.
088300     READ WORK-FILE
088400         AT END SET WRK-EOF TO TRUE
088500     END-READ.
088600 8500-EXIT.
088700     EXIT.

088800*-----------------------------------------------------------------
088900* ONE STORE SLOT OF THE HELD HEAD-OFFICE RECORD ADDED INTO THE
089000* SAME STORE'S SLOT ON THE RECORD NOW IN HOH-RECORD, OPENING A
089100* FREE SLOT FOR IT WHERE THAT STORE HAS NONE.
089200*-----------------------------------------------------------------
089300 8600-MERGE-HOH-SLOT.
089400     IF HH-STORE-CODE(slx) = SPACES
089500         GO TO 8600-EXIT
089600     END-IF
089700     MOVE ZERO TO WS-SLOT
089800     PERFORM VARYING hox FROM 1 BY 1 UNTIL hox > 9
089900         IF HOH-STORE-CODE(hox) = HH-STORE-CODE(slx)
090000                 AND WS-SLOT = ZERO
090100             MOVE hox TO WS-SLOT
090200         END-IF
090300     END-PERFORM
090400     PERFORM VARYING hox FROM 1 BY 1 UNTIL hox > 9
090500         IF HOH-STORE-CODE(hox) = SPACES AND WS-SLOT = ZERO
090600             MOVE hox TO WS-SLOT
090700             MOVE HH-STORE-CODE(slx) TO HOH-STORE-CODE(hox)
090800             MOVE ZERO TO HOH-REDEEMED(hox) HOH-ATTEMPTS(hox)
090900         END-IF
091000     END-PERFORM
091100     IF WS-SLOT = ZERO
091200         GO TO 8600-EXIT
091300     END-IF
091400     ADD HH-REDEEMED(slx) TO HOH-REDEEMED(WS-SLOT)
091500         ON SIZE ERROR MOVE 999 TO HOH-REDEEMED(WS-SLOT)
091600     END-ADD
091700     ADD HH-ATTEMPTS(slx) TO HOH-ATTEMPTS(WS-SLOT)
091800         ON SIZE ERROR MOVE 999 TO HOH-ATTEMPTS(WS-SLOT)
091900     END-ADD.
092000 8600-EXIT.
092100     EXIT.

092200*-----------------------------------------------------------------
092300* ONE "T" CROSS-REFERENCE MOVED FROM THE NAME KEY TO THE TOKEN
092400* KEY, CARRYING ITS MEMBER NUMBER.
092500*-----------------------------------------------------------------
092600 8700-MOVE-XREF-RECORD.
092700     SET XRF-TWOFER TO TRUE
092800     MOVE KY-NAME(kyx) TO XRF-SUBSYS-ID
092900     READ XREF-FILE
093000         INVALID KEY GO TO 8700-EXIT
093100     END-READ
093200     MOVE XRF-MEMBER-NO TO WS-HOLD-MEMBER-NO
093300     DELETE XREF-FILE
093400         INVALID KEY GO TO 8700-EXIT
093500     END-DELETE
093600     MOVE KY-RQ(kyx) TO rqx
093700     SET XRF-TWOFER TO TRUE
093800     MOVE RQ-TOKEN(rqx) TO XRF-SUBSYS-ID
093900     MOVE WS-HOLD-MEMBER-NO TO XRF-MEMBER-NO
094000     WRITE XRF-RECORD
094100         INVALID KEY CONTINUE
094200     END-WRITE
094300     ADD 1 TO RQ-TOUCHED(rqx, WS-XRF-FILE)
094400     MOVE FL-NAME(WS-XRF-FILE) TO WS-LOG-FILE
094500     MOVE XRF-KEY TO WS-LOG-KEY
094600     PERFORM 8300-LOG-ERASURE THRU 8300-EXIT.
094700 8700-EXIT.
094800     EXIT.
