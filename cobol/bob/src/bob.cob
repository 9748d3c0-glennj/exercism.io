002930*                  FIELDS (STATE, OPERATOR, RESOLUTION) FOR THE
002940*                  BOBESCM QUEUE MAINTENANCE PROGRAM; A FRESH
002950*                  TICKET OPENS IN STATE "O" WITH NO OPERATOR
002951* 10/15/2026 RM    KNOWLEDGE-BASE LOOKUP: BEFORE THE CANNED
002952*                  ASKING/DEFAULT WORDING, THE LINE IS MATCHED
002953*                  AGAINST THE BOBKB QUESTION PATTERNS FOR
002954*                  ITS DEPLOYMENT AND LANGUAGE, AND A MATCHED
002955*                  ANSWER IS LOGGED UNDER CATEGORY "KB" WITH
002956*                  THE ARTICLE ID NOW ON THE TRANSCRIPT RECORD
002957* 10/15/2026 RM    OUTCOME CHAIN REWRITTEN AS ONE EVALUATE - THE
002958*                  OPEN-ENDED ELSE IF NEST HAD LEFT THE
002959*                  TRANSCRIPT AND TICKET STEPS INSIDE ITS LAST
002960*                  ELSE, SO ONLY CALM-AFTER AND DEFAULT EXCHANGES
002961*                  WERE LOGGED AND NO KEYWORD HIT EVER RAISED A
002962*                  TICKET.  TRANSCRIPT AND TICKET RECORDS ARE NOW
002963*                  BLANKED BEFORE THEY ARE BUILT SO NO FILLER BYTE
002964*                  IS LEFT UNSET
002965* 10/15/2026 RM    BOB-REPLAY ENTRY: THE SESSION, TRANSCRIPT,
002966*                  ESCALATION, CONFIGURATION AND KNOWLEDGE-BASE
002967*                  FILES ARE NOW ASSIGNED THROUGH NAME FIELDS SO A
002968*                  REGRESSION HARNESS CAN REPLAY OLD SESSIONS
002969*                  UNDER A CANDIDATE CONFIGURATION WITHOUT
002970*                  TOUCHING THE LIVE TRANSCRIPT OR ESCALATION
002971*                  QUEUE
003000*-----------------------------------------------------------------
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. BOB.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT TRANSCRIPT-FILE ASSIGN TO WS-XCRPT-NAME
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-XCRPT-STATUS.
004300
004400     SELECT DEPLOY-CFG-FILE ASSIGN TO WS-CFG-NAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CFG-STATUS.

004700     SELECT SESSION-IN-FILE ASSIGN TO WS-SES-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-SES-STATUS.

005000     SELECT ESCALATION-FILE ASSIGN TO WS-ESC-NAME
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-ESC-STATUS.

005210     SELECT KB-FILE ASSIGN TO WS-KB-NAME
005220         ORGANIZATION IS LINE SEQUENTIAL
005230         FILE STATUS IS WS-KB-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
007000     05  XCRPT-RESPONSE          PIC X(40).
007100     05  FILLER                  PIC X(01) VALUE SPACES.
007200     05  XCRPT-SEVERITY          PIC 9(03).
007210     05  FILLER                  PIC X(01) VALUE SPACES.
007220*-----------------------------------------------------------------
007230* THE KNOWLEDGE-BASE ARTICLE THAT ANSWERED A "KB" EXCHANGE; SPACES
007240* FOR EVERY OTHER CATEGORY.
007250*-----------------------------------------------------------------
007260     05  XCRPT-ARTICLE-ID        PIC X(08).
007300
007400*-----------------------------------------------------------------
007500* ONE RECORD PER DEPLOYMENT, HOLDING THE FIVE RESPONSE TEXTS FOR
011200     05  CFG-YELLING-TEXT        PIC X(40).
011300     05  CFG-ASKING-TEXT         PIC X(40).
011400     05  CFG-DEFAULT-TEXT        PIC X(40).

011410*-----------------------------------------------------------------
011420* KNOWLEDGE-BASE QUESTION PATTERNS AND ANSWERS (COPY BOBKB).
011430*-----------------------------------------------------------------
011440 FD  KB-FILE.
011450 COPY bobkb.
011500
011600 WORKING-STORAGE SECTION.
011700 01  WS-XCRPT-STATUS             PIC XX.
011800 01  WS-CFG-STATUS               PIC XX.
011805*-----------------------------------------------------------------
011810* FILE NAMES, SET TO THE LIVE FILES HERE AND REPOINTED ONLY BY THE
011815* BOB-REPLAY ENTRY BELOW.
011820*-----------------------------------------------------------------
011825 01  WS-XCRPT-NAME               PIC X(10) VALUE "BOBXCRPT".
011830 01  WS-CFG-NAME                 PIC X(10) VALUE "BOBCFG".
011835 01  WS-SES-NAME                 PIC X(10) VALUE "BOBSESIN".
011840 01  WS-ESC-NAME                 PIC X(10) VALUE "BOBESCQ".
011845 01  WS-KB-NAME                  PIC X(10) VALUE "BOBKB".
011900
012000 01  WS-HEYBOB        PIC X(60).
012100 01  WS-RESULT        PIC X(40).
022000 01  WS-KEYWORD-TRIMMED           PIC X(10).
022100 01  WS-KEYWORD-LEN               PIC 99.
022200 01  sdx                          PIC 99.

022204*-----------------------------------------------------------------
022208* KNOWLEDGE-BASE LOOKUP.  THE BEST-RANKED MATCHING ARTICLE WINS:
022212* 4 = THIS DEPLOYMENT IN THIS LANGUAGE, 3 = THIS DEPLOYMENT IN ANY
022216* LANGUAGE, 2 = HOUSE-WIDE IN THIS LANGUAGE, 1 = HOUSE-WIDE IN ANY
022220* LANGUAGE.  AMONG EQUAL RANKS THE FIRST ON THE FILE WINS.
022224*-----------------------------------------------------------------
022228 01  WS-KB-STATUS                PIC XX.
022232     88  KB-EOF                  VALUE "10".
022236 01  WS-KB-FOUND-SW              PIC X VALUE "N".
022240     88  KB-ANSWER-FOUND         VALUE "Y".
022244 01  WS-KB-HIT-SW                PIC X VALUE "N".
022248     88  KB-PATTERN-HIT          VALUE "Y".
022252 01  WS-KB-RANK                  PIC 9 VALUE ZERO.
022256 01  WS-KB-BEST-RANK             PIC 9 VALUE ZERO.
022260 01  WS-KB-ARTICLE-ID            PIC X(08) VALUE SPACES.
022264 01  WS-KB-ANSWER                PIC X(40) VALUE SPACES.
022268 01  WS-KB-PATTERN               PIC X(30).
022272 01  WS-KB-PATTERN-LEN           PIC 99.
022300
022400*-----------------------------------------------------------------
022500* YELL-SEVERITY SCORING.  BUILT ON THE EXISTING is-letter /
025100 LINKAGE SECTION.
025200 COPY runcom.
025300 01  BOB-DEPLOYMENT-ID            PIC X(10).
025310 COPY bobrpl.
025400
025500 PROCEDURE DIVISION.
025600 0000-BOB.
027300     PERFORM test-asking
027400     PERFORM 3000-SCORE-SEVERITY
027500     PERFORM 4000-CHECK-KEYWORDS
027510     PERFORM 4500-CHECK-KNOWLEDGE-BASE THRU 4500-EXIT
027600
027678*-----------------------------------------------------------------
027756* ONE EVALUATE, SO THE TRANSCRIPT AND TICKET STEPS BELOW RUN FOR
027834* EVERY OUTCOME AND NOT ONLY FOR THE LAST FEW IN THE CHAIN.
027912*-----------------------------------------------------------------
027990     EVALUATE TRUE
028068         WHEN is-silence = 1 AND WS-PREV-CATEGORY = "SILENCE"
028146                 AND WS-TURN-COUNT > 0
028224             MOVE WS-TEXT-SILENCE-REPEAT TO ws-result
028302             MOVE "SILENCE-RPT"   TO WS-CATEGORY
028380         WHEN is-silence = 1
028458             MOVE WS-TEXT-SILENCE TO ws-result
028536             MOVE "SILENCE"       TO WS-CATEGORY
028614         WHEN is-yelling = 1 AND is-asking = 1
028692             MOVE WS-TEXT-YELL-ASK TO ws-result
028770             MOVE "YELL-ASK"       TO WS-CATEGORY
028848         WHEN is-yelling = 1 AND
028926                 WS-YELL-SEVERITY > WS-SEVERITY-THRESHOLD
029004             SET result-yell-severe TO TRUE
029082             MOVE "YELL-SEVERE"     TO WS-CATEGORY
029160         WHEN is-yelling = 1
029238             MOVE WS-TEXT-YELLING  TO ws-result
029316             MOVE "YELLING"        TO WS-CATEGORY
029394         WHEN KB-ANSWER-FOUND
029472             MOVE WS-KB-ANSWER     TO ws-result
029550             MOVE "KB"             TO WS-CATEGORY
029628         WHEN is-asking = 1
029706             MOVE WS-TEXT-ASKING   TO ws-result
029784             MOVE "ASKING"         TO WS-CATEGORY
029862         WHEN KEYWORD-WAS-HIT
029940             MOVE WS-KEYWORD-RESPONSE(kdx) TO ws-result
030018             MOVE "KEYWORD"        TO WS-CATEGORY
030096         WHEN (WS-PREV-CATEGORY = "YELLING" OR
030174                 WS-PREV-CATEGORY = "YELL-ASK" OR
030252                 WS-PREV-CATEGORY = "YELL-SEVERE")
030330                 AND WS-TURN-COUNT > 0
030408             MOVE WS-TEXT-CALM-AFTER-YELL TO ws-result
030486             MOVE "CALM-AFTER"     TO WS-CATEGORY
030564         WHEN OTHER
030642             MOVE WS-TEXT-DEFAULT  TO ws-result
030720             MOVE "DEFAULT"        TO WS-CATEGORY
030798     END-EVALUATE
031000
031100     ADD 1 TO WS-TURN-COUNT
031200     PERFORM 2000-LOG-TRANSCRIPT
039800     END-PERFORM.
039900 4100-EXIT.
040000     EXIT.

040001*-----------------------------------------------------------------
040002* LOOK THE LINE UP IN THE KNOWLEDGE BASE.  A MISSING BOBKB FILE
040003* SIMPLY MEANS NO ARTICLES, AND THE CANNED WORDING APPLIES.
040004*-----------------------------------------------------------------
040005 4500-CHECK-KNOWLEDGE-BASE.
040006     MOVE "N" TO WS-KB-FOUND-SW
040007     MOVE ZERO TO WS-KB-BEST-RANK
040008     MOVE SPACES TO WS-KB-ARTICLE-ID WS-KB-ANSWER
040009     IF is-silence = 1
040010         GO TO 4500-EXIT
040011     END-IF

040012     OPEN INPUT KB-FILE
040013     IF WS-KB-STATUS NOT = "00"
040014         GO TO 4500-EXIT
040015     END-IF
040016     PERFORM 4510-READ-KB-RECORD THRU 4510-EXIT
040017     PERFORM UNTIL KB-EOF
040018         PERFORM 4520-TRY-ONE-ARTICLE THRU 4520-EXIT
040019         PERFORM 4510-READ-KB-RECORD THRU 4510-EXIT
040020     END-PERFORM
040021     CLOSE KB-FILE.
040022 4500-EXIT.
040023     EXIT.

040024 4510-READ-KB-RECORD.
040025     READ KB-FILE
040026         AT END SET KB-EOF TO TRUE
040027     END-READ.
040028 4510-EXIT.
040029     EXIT.

040030*-----------------------------------------------------------------
040031* AN ARTICLE FOR ANOTHER DEPLOYMENT OR ANOTHER LANGUAGE, OR ONE
040032* THAT CANNOT OUTRANK THE ANSWER ALREADY HELD, IS NOT SCANNED.
040033* THE PATTERN IS SLID ACROSS WS-UPPER-HEYBOB THE SAME WAY
040034* 4100-SCAN-FOR-KEYWORD SLIDES A KEYWORD.
040035*-----------------------------------------------------------------
040036 4520-TRY-ONE-ARTICLE.
040037     IF KB-PATTERN = SPACES
040038         GO TO 4520-EXIT
040039     END-IF
040040     IF KB-DEPLOYMENT-ID NOT = SPACES
040041             AND KB-DEPLOYMENT-ID NOT = WS-DEPLOYMENT-ID
040042         GO TO 4520-EXIT
040043     END-IF
040044     IF KB-LANGUAGE NOT = SPACES
040045             AND KB-LANGUAGE NOT = WS-DETECTED-LANG
040046         GO TO 4520-EXIT
040047     END-IF
040048     MOVE 1 TO WS-KB-RANK
040049     IF KB-DEPLOYMENT-ID NOT = SPACES
040050         ADD 2 TO WS-KB-RANK
040051     END-IF
040052     IF KB-LANGUAGE NOT = SPACES
040053         ADD 1 TO WS-KB-RANK
040054     END-IF
040055     IF WS-KB-RANK NOT > WS-KB-BEST-RANK
040056         GO TO 4520-EXIT
040057     END-IF

040058     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(KB-PATTERN))
040059         TO WS-KB-PATTERN
040060     COMPUTE WS-KB-PATTERN-LEN =
040061         FUNCTION LENGTH(FUNCTION TRIM(KB-PATTERN))
040062     MOVE "N" TO WS-KB-HIT-SW
040063     PERFORM VARYING sdx FROM 1 BY 1
040064             UNTIL sdx > len - WS-KB-PATTERN-LEN + 1
040065                 OR KB-PATTERN-HIT
040066         IF WS-UPPER-HEYBOB(sdx:WS-KB-PATTERN-LEN) =
040067                 WS-KB-PATTERN(1:WS-KB-PATTERN-LEN)
040068             SET KB-PATTERN-HIT TO TRUE
040069         END-IF
040070     END-PERFORM
040071     IF KB-PATTERN-HIT
040072         SET KB-ANSWER-FOUND TO TRUE
040073         MOVE WS-KB-RANK    TO WS-KB-BEST-RANK
040074         MOVE KB-ARTICLE-ID TO WS-KB-ARTICLE-ID
040075         MOVE KB-ANSWER     TO WS-KB-ANSWER
040076     END-IF.
040077 4520-EXIT.
040078     EXIT.
040100
040200*-----------------------------------------------------------------
040300* APPEND THIS EXCHANGE TO THE HELPDESK TRANSCRIPT.
041300     IF WS-XCRPT-STATUS = "35"
041400         OPEN OUTPUT TRANSCRIPT-FILE
041500     END-IF
041550     MOVE SPACES       TO XCRPT-RECORD
041600     MOVE WS-NOW       TO XCRPT-TIMESTAMP
041700     MOVE WS-SESSION-ID TO XCRPT-SESSION-ID
041800     MOVE WS-CATEGORY  TO XCRPT-CATEGORY
041900     MOVE WS-HEYBOB    TO XCRPT-INPUT
042000     MOVE ws-result    TO XCRPT-RESPONSE
042100     MOVE WS-YELL-SEVERITY TO XCRPT-SEVERITY
042110     IF WS-CATEGORY = "KB"
042120         MOVE WS-KB-ARTICLE-ID TO XCRPT-ARTICLE-ID
042130     ELSE
042140         MOVE SPACES TO XCRPT-ARTICLE-ID
042150     END-IF
042200     WRITE XCRPT-RECORD
042300     ADD 1 TO WS-RNC-WRITTEN
042400     CLOSE TRANSCRIPT-FILE.
056600     IF WS-ESC-STATUS = "35"
056700         OPEN OUTPUT ESCALATION-FILE
056800     END-IF
056850     MOVE SPACES            TO ESC-RECORD
056900     MOVE WS-NOW            TO ESC-TIMESTAMP
057000     MOVE WS-SESSION-ID     TO ESC-SESSION-ID
057100     MOVE WS-KEYWORD(kdx)   TO ESC-KEYWORD
059100     GOBACK.
059200 9100-EXIT.
059300     EXIT.

059500*-----------------------------------------------------------------
059600* REGRESSION-REPLAY HOOK: REPOINTS THE FILES (AND SETS THE
059700* DEPLOYMENT) FOR THE BOB-BATCH CALL THAT FOLLOWS.  THE REPLAY'S
059800* TRANSCRIPT AND TICKETS ARE NEVER ALLOWED ONTO THE LIVE BOBXCRPT
059900* OR BOBESCQ, WHATEVER NAMES THE CALLER PASSES.
060000*-----------------------------------------------------------------
060100 9200-BOB-REPLAY-ENTRY.
060200 ENTRY "BOB-REPLAY" USING BRP-REPLAY-AREA.
060300     MOVE BRP-DEPLOYMENT-ID TO WS-DEPLOYMENT-ID
060400     IF BRP-SESSION-FILE NOT = SPACES
060500         MOVE BRP-SESSION-FILE TO WS-SES-NAME
060600     END-IF
060700     MOVE BRP-TRANSCRIPT-FILE TO WS-XCRPT-NAME
060800     IF WS-XCRPT-NAME = SPACES OR WS-XCRPT-NAME = "BOBXCRPT"
060900         MOVE "BOBRGXCR" TO WS-XCRPT-NAME
061000     END-IF
061100     MOVE BRP-ESCALATION-FILE TO WS-ESC-NAME
061200     IF WS-ESC-NAME = SPACES OR WS-ESC-NAME = "BOBESCQ"
061300         MOVE "BOBRGESC" TO WS-ESC-NAME
061400     END-IF
061500     IF BRP-CONFIG-FILE NOT = SPACES
061600         MOVE BRP-CONFIG-FILE TO WS-CFG-NAME
061700     END-IF
061800     IF BRP-KB-FILE NOT = SPACES
061900         MOVE BRP-KB-FILE TO WS-KB-NAME
062000     END-IF
062100     GOBACK.
062200 9200-EXIT.
062300     EXIT.
