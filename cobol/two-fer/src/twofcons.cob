000100*****************************************************************
000200* PROGRAM-ID : TWOFCONS
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING - PROMOTIONS DESK
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : HEAD-OFFICE CONSOLIDATION OF THE STORES' TWO-FER
000900*               FEEDS.  EACH SHOP RUNS ITS OWN TWO-FER-BATCH AND
001000*               SENDS IN ITS TWOFERAU AUDIT FILE; THE TWOFSTOR
001100*               CONTROL NAMES EACH STORE CODE AND THE FILE ITS
001200*               FEED LANDED IN.  EVERY FEED IS MERGED INTO THE
001300*               TWOFHOHX HEAD-OFFICE HISTORY, ONE RECORD PER NAME
001400*               AND DAY WITH EACH STORE'S REDEMPTIONS AND ATTEMPTS
001500*               SIDE BY SIDE.  A NAME REDEEMED AT TWO OR MORE
001600*               STORES ON THE SAME DAY IS A CROSS-STORE
001700*               REDEMPTION: IT IS LOGGED TO THE SHARED AUDIT TRAIL
001800*               THE FIRST TIME IT IS SEEN AND LISTED ON THE REPORT
001900*               FOR THE LATEST BUSINESS DAY IN THE FEEDS.
002000*
002100*               THE MERGED HISTORY IS ALSO WRITTEN TO TWOFHXRT IN
002200*               THE TWOFERHX LAYOUT, ATTEMPTS TOTALLED OVER ALL
002300*               STORES; EACH STORE LOADS IT AS ITS TWOFERHX BEFORE
002400*               THE NEXT DAY'S BATCH, SO ITS DUPLICATE CHECK AND
002500*               REPEAT REPORT SEE EVERY SHOP'S REDEMPTIONS.
002600*
002700*               TWOFCONR CARRIES THE CONSOLIDATED CAMPAIGN-TO-DATE
002800*               REPORT: PER STORE, THE FEED'S COUNTS BY TILL AND
002900*               BY CAMPAIGN (TWOFCAMP), THEN THE CAMPAIGN TOTALS
003000*               ACROSS ALL STORES AND THE CROSS-STORE LIST.
003100*
003200*               A FEED IS TAKEN WHOLE EACH RUN AND REPLACES WHAT
003300*               THE HISTORY HELD FOR THAT STORE, SO A RERUN OR A
003400*               FEED RESENT AFTER A LATE STORE CLOSE GIVES THE
003500*               SAME HISTORY, NOT A DOUBLED ONE.  A STORE WHOSE
003600*               FEED DID NOT ARRIVE KEEPS ITS EARLIER FIGURES.
003700*-----------------------------------------------------------------
003800* MODIFICATION HISTORY
003900*-----------------------------------------------------------------
004000* DATE       INIT  DESCRIPTION
004100* 10/15/2026 TH    ORIGINAL MULTI-STORE CONSOLIDATION RUN
004125* 10/15/2026 TH    "S" SUSPECTED DUPLICATES GET THEIR OWN SUSPECT
004150*                  COLUMN IN THE TILL COUNTS, NOT REJECTED
004200*-----------------------------------------------------------------
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.    TWOFCONS.
004500 AUTHOR.        T. HARLOW.
004600 INSTALLATION.  GLENNJ DATA PROCESSING.
004700 DATE-WRITTEN.  10/15/2026.
004800 DATE-COMPILED.

004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT STORE-CTL-FILE ASSIGN TO "TWOFSTOR"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CTL-STATUS.

005500     SELECT STORE-FEED-FILE ASSIGN TO WS-FEED-NAME
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-FEED-STATUS.

005800     SELECT CAMPAIGN-FILE ASSIGN TO "TWOFCAMP"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CAMP-STATUS.

006100     SELECT HO-HISTORY-FILE ASSIGN TO "TWOFHOHX"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS HOH-KEY
006500         FILE STATUS IS WS-HOH-STATUS.

006600     SELECT RETURN-HX-FILE ASSIGN TO "TWOFHXRT"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS HX-KEY
007000         FILE STATUS IS WS-HX-STATUS.

007100     SELECT CONSOL-RPT ASSIGN TO "TWOFCONR"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-RPT-STATUS.

007400 DATA DIVISION.
007500 FILE SECTION.
007600*-----------------------------------------------------------------
007700* ONE RECORD PER STORE: ITS CODE AND THE NAME OF THE FILE ITS
007800* TWOFERAU FEED WAS LANDED IN AT HEAD OFFICE.
007900*-----------------------------------------------------------------
008000 FD  STORE-CTL-FILE.
008100 01  STR-RECORD.
008200     05  STR-CODE                PIC X(04).
008300     05  FILLER                  PIC X(01).
008400     05  STR-FEED-NAME           PIC X(10).

008500 FD  STORE-FEED-FILE.
008600 COPY twofaud.

008700 FD  CAMPAIGN-FILE.
008800 01  CAMP-RECORD.
008900     05  CAMP-ITEM-DESC          PIC X(20).
009000     05  FILLER                  PIC X(01).
009100     05  CAMP-CODE               PIC X(08).
009200     05  FILLER                  PIC X(01).
009300     05  CAMP-START-DATE         PIC 9(08).
009400     05  FILLER                  PIC X(01).
009500     05  CAMP-END-DATE           PIC 9(08).

009600*-----------------------------------------------------------------
009700* HEAD-OFFICE HISTORY: ONE RECORD PER NAME AND DAY, A SLOT PER
009800* STORE THAT SAW THE NAME THAT DAY.  THE CROSS-STORE FLAG IS SET
009900* ONCE THE RECORD HAS BEEN REPORTED TO THE AUDIT TRAIL.
010000*-----------------------------------------------------------------
010100 FD  HO-HISTORY-FILE.
010200 01  HOH-RECORD.
010300     05  HOH-KEY.
010400         10  HOH-NAME            PIC X(18).
010500         10  HOH-DATE            PIC 9(08).
010600     05  HOH-CROSS-FLAG          PIC X(01).
010700         88  HOH-CROSS-LOGGED    VALUE "Y".
010800     05  HOH-STORE-SLOT OCCURS 9 TIMES.
010900         10  HOH-STORE-CODE      PIC X(04).
011000         10  HOH-REDEEMED        PIC 9(03).
011100         10  HOH-ATTEMPTS        PIC 9(03).

011200 FD  RETURN-HX-FILE.
011300 01  HX-RECORD.
011400     05  HX-KEY.
011500         10  HX-NAME             PIC X(18).
011600         10  HX-DATE             PIC 9(08).
011700     05  HX-ATTEMPTS             PIC 9(03).

011800 FD  CONSOL-RPT
011900     RECORD CONTAINS 80 CHARACTERS.
012000 01  RPT-LINE                    PIC X(80).

012100 WORKING-STORAGE SECTION.
012200 01  WS-CTL-STATUS               PIC XX.
012300     88  CTL-EOF                 VALUE "10".
012400 01  WS-FEED-STATUS              PIC XX.
012500     88  FEED-EOF                VALUE "10".
012600 01  WS-CAMP-STATUS              PIC XX.
012700     88  CAMP-EOF                VALUE "10".
012800 01  WS-HOH-STATUS               PIC XX.
012900 01  WS-HX-STATUS                PIC XX.
013000 01  WS-RPT-STATUS               PIC XX.

013100*-----------------------------------------------------------------
013200* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
013300*-----------------------------------------------------------------
013400 COPY audcom.
013500*-----------------------------------------------------------------
013600* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
013700*-----------------------------------------------------------------
013800 COPY tscom.

013900 01  WS-FEED-NAME                PIC X(10).
014000 01  WS-LATEST-DATE              PIC 9(08) VALUE ZERO.

014100*-----------------------------------------------------------------
014200* THE STORES IN THIS RUN, WITH WHETHER THEIR FEED ARRIVED AND THE
014300* FEED'S COUNTS BY AUDIT STATUS.
014400*-----------------------------------------------------------------
014500 01  WS-STORE-COUNT              PIC 9 VALUE ZERO.
014600 01  WS-STORE-TABLE.
014700     05  WS-STORE-ENTRY OCCURS 9 TIMES.
014800         10  ST-CODE             PIC X(04).
014900         10  ST-FEED-NAME        PIC X(10).
015000         10  ST-FEED-SW          PIC X(01).
015100             88  ST-FEED-RECEIVED VALUE "Y".
015200             88  ST-FEED-MISSING VALUE "N".
015300         10  ST-READ             PIC 9(07).
015400         10  ST-REDEEMED         PIC 9(07).
015500         10  ST-DUPLICATE        PIC 9(07).
015600         10  ST-SUSPECT          PIC 9(07).
015700         10  ST-REJECTED         PIC 9(07).
015800 01  stx                         PIC 99.
015900 01  WS-STORE-REJECTS            PIC 9(04) VALUE ZERO.

016000*-----------------------------------------------------------------
016100* TILL AND CAMPAIGN COUNTS, EACH BY STORE.  AN ITEM ON NO
016200* CAMPAIGN IN TWOFCAMP IS REPORTED UNDER ITS ITEM TEXT ALONE.
016300*-----------------------------------------------------------------
016400 01  WS-TILL-COUNT               PIC 9(03) VALUE ZERO.
016500 01  WS-TILL-TABLE.
016600     05  WS-TILL-ENTRY OCCURS 200 TIMES.
016700         10  TL-STORE            PIC 9.
016800         10  TL-ID               PIC X(05).
016900         10  TL-REDEEMED         PIC 9(07).
017000         10  TL-DUPLICATE        PIC 9(07).
017050         10  TL-SUSPECT          PIC 9(07).
017100         10  TL-REJECTED         PIC 9(07).
017200 01  tlx                         PIC 9(03).
017300 01  WS-TILL-OVERFLOW            PIC 9(05) VALUE ZERO.

017400 01  WS-CAMP-COUNT               PIC 99 VALUE ZERO.
017500 01  WS-CAMP-TABLE.
017600     05  WS-CAMP-ENTRY OCCURS 50 TIMES.
017700         10  CM-ITEM-DESC        PIC X(20).
017800         10  CM-CODE             PIC X(08).
017900 01  cmx                         PIC 99.

018000 01  WS-ITEM-COUNT               PIC 99 VALUE ZERO.
018100 01  WS-ITEM-TABLE.
018200     05  WS-ITEM-ENTRY OCCURS 50 TIMES.
018300         10  IT-DESC             PIC X(20).
018400         10  IT-CODE             PIC X(08).
018500         10  IT-REDEEMED         PIC 9(07) OCCURS 9 TIMES.
018600         10  IT-TOTAL            PIC 9(07).
018700 01  itx                         PIC 99.
018800 01  WS-ITEM-OVERFLOW            PIC 9(05) VALUE ZERO.

018900*-----------------------------------------------------------------
019000* HISTORY MERGE.  A RECORD COUNTS AS AN ATTEMPT WHEN TWO-FER
019100* WOULD HAVE COUNTED IT ON TWOFERHX: REDEEMED, DUPLICATE, OR HELD
019200* AS A SUSPECTED NEAR-MATCH.
019300*-----------------------------------------------------------------
019400 01  slx                         PIC 99.
019500 01  scx                         PIC 9(03).
019600 01  WS-SLOT                     PIC 99.
019700 01  WS-SLOT-OVERFLOW            PIC 9(05) VALUE ZERO.
019800 01  WS-REDEEMING-STORES         PIC 99.
019900 01  WS-TOTAL-ATTEMPTS           PIC 9(05).
020000 01  WS-HOH-READ                 PIC 9(07) VALUE ZERO.
020100 01  WS-HX-WRITTEN               PIC 9(07) VALUE ZERO.
020200 01  WS-CROSS-NEW                PIC 9(05) VALUE ZERO.
020300 01  WS-CROSS-LATEST             PIC 9(05) VALUE ZERO.
020400 01  WS-CROSS-TOTAL              PIC 9(05) VALUE ZERO.

020500*-----------------------------------------------------------------
020600* THE CROSS-STORE REDEMPTIONS OF THE LATEST BUSINESS DAY, HELD
020700* FOR THE REPORT'S CLOSING SECTION.
020800*-----------------------------------------------------------------
020900 01  WS-XS-COUNT                 PIC 9(03) VALUE ZERO.
021000 01  WS-XS-TABLE.
021100     05  WS-XS-ENTRY OCCURS 200 TIMES.
021200         10  XS-NAME             PIC X(18).
021300         10  XS-STORES           PIC X(45).
021400 01  xsx                         PIC 9(03).
021500 01  WS-XS-PTR                   PIC 99.

021600 01  WS-RPT-HDG1.
021700     05  FILLER                  PIC X(40) VALUE
021800         "TWO-FER CONSOLIDATED CAMPAIGN REPORT".
021900     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
022000     05  RH-RUN-DATE             PIC 9(08).
022100 01  WS-RPT-HDG2.
022200     05  FILLER                  PIC X(32) VALUE
022300         "CAMPAIGN TO DATE.  LATEST DAY: ".
022400     05  RH-LATEST-DATE          PIC 9(08).
022500 01  WS-STORE-HDG.
022600     05  FILLER                  PIC X(07) VALUE "STORE: ".
022700     05  SH-CODE                 PIC X(04).
022800     05  FILLER                  PIC X(08) VALUE "  FEED: ".
022900     05  SH-FEED                 PIC X(10).
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  SH-NOTE                 PIC X(40).
023200 01  WS-STORE-TOTALS.
023300     05  FILLER                  PIC X(09) VALUE "  READ:  ".
023400     05  SS-READ                 PIC ZZZZZZ9.
023500     05  FILLER                  PIC X(08) VALUE "  REDM: ".
023600     05  SS-REDEEMED             PIC ZZZZZZ9.
023700     05  FILLER                  PIC X(08) VALUE "  DUPL: ".
023800     05  SS-DUPLICATE            PIC ZZZZZZ9.
023900     05  FILLER                  PIC X(08) VALUE "  SUSP: ".
024000     05  SS-SUSPECT              PIC ZZZZZZ9.
024100     05  FILLER                  PIC X(08) VALUE "  REJT: ".
024200     05  SS-REJECTED             PIC ZZZZZZ9.
024300 01  WS-TILL-HDG                 PIC X(80) VALUE
024400     "  TILL    REDEEMED  DUPLICATE  REJECTED  SUSPECT".
024500 01  WS-TILL-LINE.
024600     05  FILLER                  PIC X(02) VALUE SPACES.
024700     05  TD-ID                   PIC X(05).
024800     05  FILLER                  PIC X(03) VALUE SPACES.
024900     05  TD-REDEEMED             PIC ZZZZZZ9.
025000     05  FILLER                  PIC X(04) VALUE SPACES.
025100     05  TD-DUPLICATE            PIC ZZZZZZ9.
025200     05  FILLER                  PIC X(03) VALUE SPACES.
025300     05  TD-REJECTED             PIC ZZZZZZ9.
025325     05  FILLER                  PIC X(03) VALUE SPACES.
025350     05  TD-SUSPECT              PIC ZZZZZZ9.
025400 01  WS-ITEM-HDG                 PIC X(80) VALUE
025500     "  CAMPAIGN  ITEM                  REDEEMED".
025600 01  WS-ITEM-LINE.
025700     05  FILLER                  PIC X(02) VALUE SPACES.
025800     05  ID-CODE                 PIC X(08).
025900     05  FILLER                  PIC X(02) VALUE SPACES.
026000     05  ID-DESC                 PIC X(20).
026100     05  FILLER                  PIC X(02) VALUE SPACES.
026200     05  ID-REDEEMED             PIC ZZZZZZ9.
026300 01  WS-XS-HDG                   PIC X(80) VALUE
026400     "  NAME                REDEEMED AT STORES".
026500 01  WS-XS-LINE.
026600     05  FILLER                  PIC X(02) VALUE SPACES.
026700     05  XD-NAME                 PIC X(18).
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  XD-STORES               PIC X(45).
027000 01  WS-RPT-TRAILER.
027100     05  FILLER                  PIC X(26) VALUE
027200         "CROSS-STORE NAME-DAYS:    ".
027300     05  RT-CROSS-TOTAL          PIC ZZZZ9.
027400     05  FILLER                  PIC X(14) VALUE
027500         "   NEW TODAY: ".
027600     05  RT-CROSS-NEW            PIC ZZZZ9.
027700 01  WS-RPT-TRAILER2.
027800     05  FILLER                  PIC X(26) VALUE
027900         "HISTORY RECORDS MERGED:   ".
028000     05  RT-HOH-READ             PIC ZZZZZZ9.
028100     05  FILLER                  PIC X(23) VALUE
028200         "   RETURNED TO STORES: ".
028300     05  RT-HX-WRITTEN           PIC ZZZZZZ9.

028400 PROCEDURE DIVISION.
028500 0000-TWOFCONS.
028600     PERFORM 1000-LOAD-STORES THRU 1000-EXIT
028700     IF WS-STORE-COUNT = ZERO
028800         GOBACK
028900     END-IF
029000     PERFORM 1500-LOAD-CAMPAIGNS THRU 1500-EXIT
029100     PERFORM 2000-OPEN-HISTORY THRU 2000-EXIT
029200     IF WS-HOH-STATUS NOT = "00"
029300         GOBACK
029400     END-IF
029500     PERFORM 2100-CLEAR-STORE-SLOTS THRU 2100-EXIT
029600     PERFORM VARYING stx FROM 1 BY 1 UNTIL stx > WS-STORE-COUNT
029700         IF ST-FEED-RECEIVED(stx)
029800             PERFORM 3000-MERGE-STORE-FEED THRU 3000-EXIT
029900         END-IF
030000     END-PERFORM
030100     PERFORM 4000-FINISH-HISTORY THRU 4000-EXIT
030200     CLOSE HO-HISTORY-FILE
030300     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
030400     GOBACK.
030500 0000-EXIT.
030600     EXIT.

030700*-----------------------------------------------------------------
030800* LOAD THE STORE CONTROL AND SEE WHICH FEEDS ARRIVED.  A STORE
030900* WITH NO CODE OR NO FEED NAME, OR PAST THE NINTH, IS LOGGED.
031000*-----------------------------------------------------------------
031100 1000-LOAD-STORES.
031200     CALL "TIMESTMP" USING TS-DATE TS-TIME
031300     OPEN INPUT STORE-CTL-FILE
031400     IF WS-CTL-STATUS NOT = "00"
031500         GO TO 1000-EXIT
031600     END-IF
031700     PERFORM 1100-READ-STORE THRU 1100-EXIT
031800     PERFORM UNTIL CTL-EOF
031900         IF STR-CODE = SPACES OR STR-FEED-NAME = SPACES
032000                 OR WS-STORE-COUNT >= 9
032100             ADD 1 TO WS-STORE-REJECTS
032200             MOVE "TWOFCONS" TO AUD-PROGRAM-NAME
032300             MOVE STR-RECORD TO AUD-FAILED-INPUT
032400             MOVE "STORE CONTROL RECORD NOT USED" TO
032500                 AUD-FAILURE-REASON
032600             SET AUD-SEV-WARNING TO TRUE
032700             CALL "AUDITLOG" USING AUD-PROGRAM-NAME
032800                 AUD-FAILED-INPUT AUD-FAILURE-REASON
032900                 AUD-SEVERITY
033000         ELSE
033100             ADD 1 TO WS-STORE-COUNT
033200             PERFORM 1200-ADD-STORE THRU 1200-EXIT
033300         END-IF
033400         PERFORM 1100-READ-STORE THRU 1100-EXIT
033500     END-PERFORM
033600     CLOSE STORE-CTL-FILE.
033700 1000-EXIT.
033800     EXIT.

033900 1100-READ-STORE.
034000     READ STORE-CTL-FILE
034100         AT END SET CTL-EOF TO TRUE
034200     END-READ.
034300 1100-EXIT.
034400     EXIT.

034500 1200-ADD-STORE.
034600     MOVE STR-CODE      TO ST-CODE(WS-STORE-COUNT)
034700     MOVE STR-FEED-NAME TO ST-FEED-NAME(WS-STORE-COUNT)
034800     MOVE ZERO TO ST-READ(WS-STORE-COUNT)
034900                  ST-REDEEMED(WS-STORE-COUNT)
035000                  ST-DUPLICATE(WS-STORE-COUNT)
035100                  ST-SUSPECT(WS-STORE-COUNT)
035200                  ST-REJECTED(WS-STORE-COUNT)
035300     MOVE STR-FEED-NAME TO WS-FEED-NAME
035400     OPEN INPUT STORE-FEED-FILE
035500     IF WS-FEED-STATUS = "00"
035600         SET ST-FEED-RECEIVED(WS-STORE-COUNT) TO TRUE
035700         CLOSE STORE-FEED-FILE
035800     ELSE
035900         SET ST-FEED-MISSING(WS-STORE-COUNT) TO TRUE
036000         MOVE "TWOFCONS" TO AUD-PROGRAM-NAME
036100         MOVE STR-RECORD TO AUD-FAILED-INPUT
036200         MOVE "STORE FEED NOT RECEIVED" TO AUD-FAILURE-REASON
036300         SET AUD-SEV-WARNING TO TRUE
036400         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
036500             AUD-FAILED-INPUT AUD-FAILURE-REASON
036600             AUD-SEVERITY
036700     END-IF.
036800 1200-EXIT.
036900     EXIT.

037000*-----------------------------------------------------------------
037100* CAMPAIGN MASTER, FOR THE CAMPAIGN CODE OF EACH ITEM.  NO
037200* TWOFCAMP FILE LEAVES EVERY ITEM REPORTED BY ITS TEXT.
037300*-----------------------------------------------------------------
037400 1500-LOAD-CAMPAIGNS.
037500     OPEN INPUT CAMPAIGN-FILE
037600     IF WS-CAMP-STATUS NOT = "00"
037700         GO TO 1500-EXIT
037800     END-IF
037900     PERFORM UNTIL CAMP-EOF
038000         READ CAMPAIGN-FILE
038100             AT END SET CAMP-EOF TO TRUE
038200             NOT AT END
038300                 IF WS-CAMP-COUNT < 50
038400                     ADD 1 TO WS-CAMP-COUNT
038500                     MOVE CAMP-ITEM-DESC TO
038600                         CM-ITEM-DESC(WS-CAMP-COUNT)
038700                     MOVE CAMP-CODE TO CM-CODE(WS-CAMP-COUNT)
038800                 END-IF
038900         END-READ
039000     END-PERFORM
039100     CLOSE CAMPAIGN-FILE.
039200 1500-EXIT.
039300     EXIT.

039400*-----------------------------------------------------------------
039500* THE HEAD-OFFICE HISTORY IS CREATED ON THE FIRST RUN.
039600*-----------------------------------------------------------------
039700 2000-OPEN-HISTORY.
039800     OPEN I-O HO-HISTORY-FILE
039900     IF WS-HOH-STATUS = "35"
040000         OPEN OUTPUT HO-HISTORY-FILE
040100         CLOSE HO-HISTORY-FILE
040200         OPEN I-O HO-HISTORY-FILE
040300     END-IF
040400     IF WS-HOH-STATUS NOT = "00"
040500         MOVE "TWOFCONS" TO AUD-PROGRAM-NAME
040600         MOVE "TWOFHOHX" TO AUD-FAILED-INPUT
040700         MOVE "HEAD-OFFICE HISTORY WILL NOT OPEN" TO
040800             AUD-FAILURE-REASON
040900         SET AUD-SEV-SEVERE TO TRUE
041000         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
041100             AUD-FAILED-INPUT AUD-FAILURE-REASON
041200             AUD-SEVERITY
041300     END-IF.
041400 2000-EXIT.
041500     EXIT.

041600*-----------------------------------------------------------------
041700* EVERY STORE WHOSE FEED ARRIVED HAS ITS OLD FIGURES ZEROED
041800* BEFORE THE FEED IS MERGED, SINCE THE FEED CARRIES THE STORE'S
041900* WHOLE AUDIT FILE.  THE SLOT ITSELF STAYS WITH ITS STORE CODE.
042000*-----------------------------------------------------------------
042100 2100-CLEAR-STORE-SLOTS.
042200     MOVE LOW-VALUES TO HOH-KEY
042300     START HO-HISTORY-FILE KEY IS GREATER THAN HOH-KEY
042400         INVALID KEY MOVE "10" TO WS-HOH-STATUS
042500     END-START
042600     PERFORM UNTIL WS-HOH-STATUS NOT = "00"
042700         READ HO-HISTORY-FILE NEXT RECORD
042800             AT END MOVE "10" TO WS-HOH-STATUS
042900             NOT AT END
043000                 PERFORM 2200-CLEAR-ONE-RECORD THRU 2200-EXIT
043100         END-READ
043200     END-PERFORM
043300     MOVE "00" TO WS-HOH-STATUS.
043400 2100-EXIT.
043500     EXIT.

043600 2200-CLEAR-ONE-RECORD.
043700     PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 9
043800         IF HOH-STORE-CODE(slx) NOT = SPACES
043900             PERFORM VARYING stx FROM 1 BY 1
044000                     UNTIL stx > WS-STORE-COUNT
044100                 IF HOH-STORE-CODE(slx) = ST-CODE(stx)
044200                         AND ST-FEED-RECEIVED(stx)
044300                     MOVE ZERO TO HOH-REDEEMED(slx)
044400                                  HOH-ATTEMPTS(slx)
044500                 END-IF
044600             END-PERFORM
044700         END-IF
044800     END-PERFORM
044900     REWRITE HOH-RECORD.
045000 2200-EXIT.
045100     EXIT.

045200*-----------------------------------------------------------------
045300* ONE STORE'S FEED: COUNT EVERY RECORD FOR THE REPORT, AND POST
045400* EACH ATTEMPT TO THE NAME'S HEAD-OFFICE RECORD FOR THE DAY.
045500*-----------------------------------------------------------------
045600 3000-MERGE-STORE-FEED.
045700     MOVE ST-FEED-NAME(stx) TO WS-FEED-NAME
045800     OPEN INPUT STORE-FEED-FILE
045900     IF WS-FEED-STATUS NOT = "00"
046000         SET ST-FEED-MISSING(stx) TO TRUE
046100         GO TO 3000-EXIT
046200     END-IF
046300     PERFORM 3100-READ-FEED THRU 3100-EXIT
046400     PERFORM UNTIL FEED-EOF
046500         ADD 1 TO ST-READ(stx)
046600         IF AUD-TS-DATE > WS-LATEST-DATE AND AUD-TS-DATE NUMERIC
046700             MOVE AUD-TS-DATE TO WS-LATEST-DATE
046800         END-IF
046900         EVALUATE TRUE
047000             WHEN AUD-IS-REDEEMED
047100                 ADD 1 TO ST-REDEEMED(stx)
047200             WHEN AUD-IS-DUPLICATE
047300                 ADD 1 TO ST-DUPLICATE(stx)
047400             WHEN AUD-IS-SUSPECT
047500                 ADD 1 TO ST-SUSPECT(stx)
047600             WHEN OTHER
047700                 ADD 1 TO ST-REJECTED(stx)
047800         END-EVALUATE
047900         PERFORM 3200-COUNT-TILL THRU 3200-EXIT
048000         IF AUD-IS-REDEEMED
048100             PERFORM 3300-COUNT-ITEM THRU 3300-EXIT
048200         END-IF
048300         IF (AUD-IS-REDEEMED OR AUD-IS-DUPLICATE
048400                 OR AUD-IS-SUSPECT) AND AUD-NAME NOT = SPACES
048500             PERFORM 3400-POST-HISTORY THRU 3400-EXIT
048600         END-IF
048700         PERFORM 3100-READ-FEED THRU 3100-EXIT
048800     END-PERFORM
048900     CLOSE STORE-FEED-FILE.
049000 3000-EXIT.
049100     EXIT.

049200 3100-READ-FEED.
049300     READ STORE-FEED-FILE
049400         AT END SET FEED-EOF TO TRUE
049500     END-READ.
049600 3100-EXIT.
049700     EXIT.

049800 3200-COUNT-TILL.
049900     MOVE ZERO TO tlx
050000     PERFORM VARYING scx FROM 1 BY 1 UNTIL scx > WS-TILL-COUNT
050100         IF TL-STORE(scx) = stx AND TL-ID(scx) = AUD-TILL-ID
050200             MOVE scx TO tlx
050300         END-IF
050400     END-PERFORM
050500     IF tlx = ZERO
050600         IF WS-TILL-COUNT >= 200
050700             ADD 1 TO WS-TILL-OVERFLOW
050800             GO TO 3200-EXIT
050900         END-IF
051000         ADD 1 TO WS-TILL-COUNT
051100         MOVE WS-TILL-COUNT TO tlx
051200         MOVE stx         TO TL-STORE(tlx)
051300         MOVE AUD-TILL-ID TO TL-ID(tlx)
051400         MOVE ZERO TO TL-REDEEMED(tlx) TL-DUPLICATE(tlx)
051500                      TL-REJECTED(tlx) TL-SUSPECT(tlx)
051600     END-IF
051700     EVALUATE TRUE
051800         WHEN AUD-IS-REDEEMED
051900             ADD 1 TO TL-REDEEMED(tlx)
052000         WHEN AUD-IS-DUPLICATE
052100             ADD 1 TO TL-DUPLICATE(tlx)
052125         WHEN AUD-IS-SUSPECT
052150             ADD 1 TO TL-SUSPECT(tlx)
052200         WHEN OTHER
052300             ADD 1 TO TL-REJECTED(tlx)
052400     END-EVALUATE.
052500 3200-EXIT.
052600     EXIT.

052700 3300-COUNT-ITEM.
052800     MOVE ZERO TO itx
052900     PERFORM VARYING scx FROM 1 BY 1 UNTIL scx > WS-ITEM-COUNT
053000         IF IT-DESC(scx) = AUD-ITEM-DESC
053100             MOVE scx TO itx
053200         END-IF
053300     END-PERFORM
053400     IF itx = ZERO
053500         IF WS-ITEM-COUNT >= 50
053600             ADD 1 TO WS-ITEM-OVERFLOW
053700             GO TO 3300-EXIT
053800         END-IF
053900         ADD 1 TO WS-ITEM-COUNT
054000         MOVE WS-ITEM-COUNT TO itx
054100         MOVE AUD-ITEM-DESC TO IT-DESC(itx)
054200         MOVE "NONE" TO IT-CODE(itx)
054300         PERFORM VARYING cmx FROM 1 BY 1 UNTIL cmx > WS-CAMP-COUNT
054400             IF CM-ITEM-DESC(cmx) = AUD-ITEM-DESC
054500                 MOVE CM-CODE(cmx) TO IT-CODE(itx)
054600             END-IF
054700         END-PERFORM
054800         MOVE ZERO TO IT-TOTAL(itx)
054900         PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 9
055000             MOVE ZERO TO IT-REDEEMED(itx, slx)
055100         END-PERFORM
055200     END-IF
055300     ADD 1 TO IT-REDEEMED(itx, stx) IT-TOTAL(itx).
055400 3300-EXIT.
055500     EXIT.

055600*-----------------------------------------------------------------
055700* POST ONE ATTEMPT TO THE NAME'S DAY RECORD UNDER THIS STORE'S
055800* SLOT, OPENING THE RECORD OR THE SLOT AS NEEDED.
055900*-----------------------------------------------------------------
056000 3400-POST-HISTORY.
056100     MOVE AUD-NAME    TO HOH-NAME
056200     MOVE AUD-TS-DATE TO HOH-DATE
056300     READ HO-HISTORY-FILE
056400         INVALID KEY
056500             MOVE SPACES      TO HOH-RECORD
056600             MOVE AUD-NAME    TO HOH-NAME
056700             MOVE AUD-TS-DATE TO HOH-DATE
056800             MOVE "N"         TO HOH-CROSS-FLAG
056900             PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 9
057000                 MOVE ZERO TO HOH-REDEEMED(slx) HOH-ATTEMPTS(slx)
057100             END-PERFORM
057200             MOVE "23" TO WS-HOH-STATUS
057300     END-READ
057400     MOVE ZERO TO WS-SLOT
057500     PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 9
057600         IF HOH-STORE-CODE(slx) = ST-CODE(stx) AND WS-SLOT = ZERO
057700             MOVE slx TO WS-SLOT
057800         END-IF
057900     END-PERFORM
058000     PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 9
058100         IF HOH-STORE-CODE(slx) = SPACES AND WS-SLOT = ZERO
058200             MOVE slx TO WS-SLOT
058300             MOVE ST-CODE(stx) TO HOH-STORE-CODE(slx)
058400         END-IF
058500     END-PERFORM
058600     IF WS-SLOT = ZERO
058700         ADD 1 TO WS-SLOT-OVERFLOW
058800         GO TO 3400-EXIT
058900     END-IF
059000     IF HOH-ATTEMPTS(WS-SLOT) < 999
059100         ADD 1 TO HOH-ATTEMPTS(WS-SLOT)
059200     END-IF
059300     IF AUD-IS-REDEEMED AND HOH-REDEEMED(WS-SLOT) < 999
059400         ADD 1 TO HOH-REDEEMED(WS-SLOT)
059500     END-IF
059600     IF WS-HOH-STATUS = "23"
059700         WRITE HOH-RECORD
059800     ELSE
059900         REWRITE HOH-RECORD
060000     END-IF.
060100 3400-EXIT.
060200     EXIT.

060300*-----------------------------------------------------------------
060400* ONE PASS OVER THE MERGED HISTORY: FLAG AND LOG NEW CROSS-STORE
060500* REDEMPTIONS, HOLD THE LATEST DAY'S FOR THE REPORT, AND WRITE
060600* THE STORES' RETURN HISTORY IN KEY ORDER.
060700*-----------------------------------------------------------------
060800 4000-FINISH-HISTORY.
060900     OPEN OUTPUT RETURN-HX-FILE
061000     MOVE LOW-VALUES TO HOH-KEY
061100     START HO-HISTORY-FILE KEY IS GREATER THAN HOH-KEY
061200         INVALID KEY MOVE "10" TO WS-HOH-STATUS
061300     END-START
061400     PERFORM UNTIL WS-HOH-STATUS NOT = "00"
061500         READ HO-HISTORY-FILE NEXT RECORD
061600             AT END MOVE "10" TO WS-HOH-STATUS
061700             NOT AT END
061800                 ADD 1 TO WS-HOH-READ
061900                 PERFORM 4100-FINISH-ONE-RECORD THRU 4100-EXIT
062000         END-READ
062100     END-PERFORM
062200     CLOSE RETURN-HX-FILE.
062300 4000-EXIT.
062400     EXIT.

062500 4100-FINISH-ONE-RECORD.
062600     MOVE ZERO TO WS-REDEEMING-STORES WS-TOTAL-ATTEMPTS
062700     PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 9
062800         IF HOH-STORE-CODE(slx) NOT = SPACES
062900             ADD HOH-ATTEMPTS(slx) TO WS-TOTAL-ATTEMPTS
063000             IF HOH-REDEEMED(slx) > ZERO
063100                 ADD 1 TO WS-REDEEMING-STORES
063200             END-IF
063300         END-IF
063400     END-PERFORM
063500     IF WS-TOTAL-ATTEMPTS > ZERO
063600         MOVE HOH-NAME TO HX-NAME
063700         MOVE HOH-DATE TO HX-DATE
063800         IF WS-TOTAL-ATTEMPTS > 999
063900             MOVE 999 TO HX-ATTEMPTS
064000         ELSE
064100             MOVE WS-TOTAL-ATTEMPTS TO HX-ATTEMPTS
064200         END-IF
064300         WRITE HX-RECORD
064400             INVALID KEY CONTINUE
064500             NOT INVALID KEY ADD 1 TO WS-HX-WRITTEN
064600         END-WRITE
064700     END-IF
064800     IF WS-REDEEMING-STORES < 2
064900         GO TO 4100-EXIT
065000     END-IF
065100     ADD 1 TO WS-CROSS-TOTAL
065200     IF NOT HOH-CROSS-LOGGED
065300         ADD 1 TO WS-CROSS-NEW
065400         PERFORM 4200-LOG-CROSS-STORE THRU 4200-EXIT
065500         SET HOH-CROSS-LOGGED TO TRUE
065600         REWRITE HOH-RECORD
065700     END-IF
065800     IF HOH-DATE = WS-LATEST-DATE AND WS-XS-COUNT < 200
065900         ADD 1 TO WS-XS-COUNT
066000         MOVE HOH-NAME TO XS-NAME(WS-XS-COUNT)
066100         MOVE SPACES TO XS-STORES(WS-XS-COUNT)
066200         MOVE 1 TO WS-XS-PTR
066300         PERFORM VARYING slx FROM 1 BY 1 UNTIL slx > 9
066400             IF HOH-STORE-CODE(slx) NOT = SPACES
066500                     AND HOH-REDEEMED(slx) > ZERO
066600                 STRING HOH-STORE-CODE(slx) DELIMITED BY SIZE
066700                         " " DELIMITED BY SIZE
066800                     INTO XS-STORES(WS-XS-COUNT)
066900                     WITH POINTER WS-XS-PTR
067000                 END-STRING
067100             END-IF
067200         END-PERFORM
067300     END-IF.
067400 4100-EXIT.
067500     EXIT.

067600 4200-LOG-CROSS-STORE.
067700     MOVE "TWOFCONS" TO AUD-PROGRAM-NAME
067800     MOVE SPACES TO AUD-FAILED-INPUT
067900     STRING HOH-NAME DELIMITED BY SIZE
068000             " " DELIMITED BY SIZE
068100             HOH-DATE DELIMITED BY SIZE
068200         INTO AUD-FAILED-INPUT
068300     END-STRING
068400     MOVE "SAME-DAY REDEMPTION AT MORE THAN ONE STORE" TO
068500         AUD-FAILURE-REASON
068600     SET AUD-SEV-WARNING TO TRUE
068700     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
068800         AUD-FAILED-INPUT AUD-FAILURE-REASON
068900         AUD-SEVERITY.
069000 4200-EXIT.
069100     EXIT.

069200*-----------------------------------------------------------------
069300* THE CONSOLIDATED REPORT: A SECTION PER STORE, THE CAMPAIGN
069400* TOTALS OVER ALL STORES, THEN THE CROSS-STORE LIST.
069500*-----------------------------------------------------------------
069600 5000-WRITE-REPORT.
069700     OPEN OUTPUT CONSOL-RPT
069800     MOVE TS-DATE TO RH-RUN-DATE
069900     MOVE WS-RPT-HDG1 TO RPT-LINE
070000     WRITE RPT-LINE
070100     MOVE WS-LATEST-DATE TO RH-LATEST-DATE
070200     MOVE WS-RPT-HDG2 TO RPT-LINE
070300     WRITE RPT-LINE
070400     PERFORM VARYING stx FROM 1 BY 1 UNTIL stx > WS-STORE-COUNT
070500         PERFORM 5100-WRITE-STORE-SECTION THRU 5100-EXIT
070600     END-PERFORM
070700     MOVE SPACES TO RPT-LINE
070800     WRITE RPT-LINE
070900     MOVE "CAMPAIGN TOTALS - ALL STORES" TO RPT-LINE
071000     WRITE RPT-LINE
071100     MOVE WS-ITEM-HDG TO RPT-LINE
071200     WRITE RPT-LINE
071300     PERFORM VARYING itx FROM 1 BY 1 UNTIL itx > WS-ITEM-COUNT
071400         MOVE IT-CODE(itx)  TO ID-CODE
071500         MOVE IT-DESC(itx)  TO ID-DESC
071600         MOVE IT-TOTAL(itx) TO ID-REDEEMED
071700         MOVE WS-ITEM-LINE TO RPT-LINE
071800         WRITE RPT-LINE
071900     END-PERFORM
072000     MOVE SPACES TO RPT-LINE
072100     WRITE RPT-LINE
072200     MOVE SPACES TO RPT-LINE
072300     STRING "CROSS-STORE REDEMPTIONS ON " DELIMITED BY SIZE
072400             RH-LATEST-DATE DELIMITED BY SIZE
072500         INTO RPT-LINE
072600     END-STRING
072700     WRITE RPT-LINE
072800     MOVE WS-XS-HDG TO RPT-LINE
072900     WRITE RPT-LINE
073000     PERFORM VARYING xsx FROM 1 BY 1 UNTIL xsx > WS-XS-COUNT
073100         MOVE XS-NAME(xsx)   TO XD-NAME
073200         MOVE XS-STORES(xsx) TO XD-STORES
073300         MOVE WS-XS-LINE TO RPT-LINE
073400         WRITE RPT-LINE
073500     END-PERFORM
073600     MOVE SPACES TO RPT-LINE
073700     WRITE RPT-LINE
073800     MOVE WS-CROSS-TOTAL TO RT-CROSS-TOTAL
073900     MOVE WS-CROSS-NEW   TO RT-CROSS-NEW
074000     MOVE WS-RPT-TRAILER TO RPT-LINE
074100     WRITE RPT-LINE
074200     MOVE WS-HOH-READ   TO RT-HOH-READ
074300     MOVE WS-HX-WRITTEN TO RT-HX-WRITTEN
074400     MOVE WS-RPT-TRAILER2 TO RPT-LINE
074500     WRITE RPT-LINE
074600     CLOSE CONSOL-RPT.
074700 5000-EXIT.
074800     EXIT.

074900 5100-WRITE-STORE-SECTION.
075000     MOVE SPACES TO RPT-LINE
075100     WRITE RPT-LINE
075200     MOVE ST-CODE(stx)      TO SH-CODE
075300     MOVE ST-FEED-NAME(stx) TO SH-FEED
075400     IF ST-FEED-MISSING(stx)
075500         MOVE "FEED NOT RECEIVED - EARLIER FIGURES KEPT"
075600             TO SH-NOTE
075700     ELSE
075800         MOVE SPACES TO SH-NOTE
075900     END-IF
076000     MOVE WS-STORE-HDG TO RPT-LINE
076100     WRITE RPT-LINE
076200     IF ST-FEED-MISSING(stx)
076300         GO TO 5100-EXIT
076400     END-IF
076500     MOVE ST-READ(stx)      TO SS-READ
076600     MOVE ST-REDEEMED(stx)  TO SS-REDEEMED
076700     MOVE ST-DUPLICATE(stx) TO SS-DUPLICATE
076800     MOVE ST-SUSPECT(stx)   TO SS-SUSPECT
076900     MOVE ST-REJECTED(stx)  TO SS-REJECTED
077000     MOVE WS-STORE-TOTALS TO RPT-LINE
077100     WRITE RPT-LINE
077200     MOVE WS-TILL-HDG TO RPT-LINE
077300     WRITE RPT-LINE
077400     PERFORM VARYING tlx FROM 1 BY 1 UNTIL tlx > WS-TILL-COUNT
077500         IF TL-STORE(tlx) = stx
077600             MOVE TL-ID(tlx)        TO TD-ID
077700             MOVE TL-REDEEMED(tlx)  TO TD-REDEEMED
077800             MOVE TL-DUPLICATE(tlx) TO TD-DUPLICATE
077900             MOVE TL-REJECTED(tlx)  TO TD-REJECTED
077950             MOVE TL-SUSPECT(tlx)   TO TD-SUSPECT
078000             MOVE WS-TILL-LINE TO RPT-LINE
078100             WRITE RPT-LINE
078200         END-IF
078300     END-PERFORM
078400     MOVE WS-ITEM-HDG TO RPT-LINE
078500     WRITE RPT-LINE
078600     PERFORM VARYING itx FROM 1 BY 1 UNTIL itx > WS-ITEM-COUNT
078700         IF IT-REDEEMED(itx, stx) > ZERO
078800             MOVE IT-CODE(itx) TO ID-CODE
078900             MOVE IT-DESC(itx) TO ID-DESC
079000             MOVE IT-REDEEMED(itx, stx) TO ID-REDEEMED
079100             MOVE WS-ITEM-LINE TO RPT-LINE
079200             WRITE RPT-LINE
079300         END-IF
079400     END-PERFORM.
079500 5100-EXIT.
079600     EXIT.
