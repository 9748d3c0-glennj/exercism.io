001100*               YELL-SEVERE EXCHANGES, THE BUSIEST HOURS FROM
001200*               THE TIMESTAMPS, AND A MONTH-TO-DATE SUMMARY FOR
001300*               THE STAFFING MEETING.
001310*               KNOWLEDGE-BASE ARTICLE USE AND THE QUESTIONS
001320*               NO ARTICLE ANSWERED FOLLOW, BUSIEST FIRST.
001400*-----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*-----------------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* 08/22/2026 RM    ORIGINAL TRANSCRIPT ANALYTICS REPORT
001810* 10/15/2026 RM    KNOWLEDGE-BASE SECTIONS: EXCHANGES PER
001820*                  ARTICLE ID AND THE QUESTIONS THAT FELL THROUGH
001830*                  TO THE CANNED ASKING RESPONSE, PLUS KB ANSWERS
001840*                  AND FALL-THROUGHS ON THE MONTH-TO-DATE SUMMARY
001843*                  THE SEVERITY-BAND AND HOUR TABLES ARE NOW
001846*                  ZEROED AT START - THEY HAD NO STARTING VALUE
001848* 10/15/2026 RM    BOBSTATS-BATCH ENTRY POINT FOR THE SECOND-TIER
001850*                  OVERNIGHT STREAM
001900*-----------------------------------------------------------------
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.    BOBSTATS.
005900     05  XIN-RESPONSE            PIC X(40).
006000     05  FILLER                  PIC X(01).
006100     05  XIN-SEVERITY            PIC X(03).
006110     05  FILLER                  PIC X(01).
006120     05  XIN-ARTICLE-ID          PIC X(08).
006200
006300 FD  STATS-RPT
006400     RECORD CONTAINS 80 CHARACTERS.
010800 01  WS-MTD-KEYWORDS             PIC 9(05) VALUE ZERO.
010900 01  WS-MTD-DEFAULTS             PIC 9(05) VALUE ZERO.
011000 01  WS-TOTAL-COUNT              PIC 9(05) VALUE ZERO.
011003
011006*-----------------------------------------------------------------
011009* KNOWLEDGE-BASE USE: EXCHANGES ANSWERED PER ARTICLE, AND THE
011012* QUESTIONS (CATEGORY "ASKING") THAT NO ARTICLE MATCHED, KEYED ON
011015* THE UPPER-CASED TEXT SO "Opening hours?" AND "OPENING HOURS?"
011018* COUNT AS ONE QUESTION.  ENTRIES BEYOND A TABLE'S SIZE ARE
011021* COUNTED BUT NOT LISTED.
011024*-----------------------------------------------------------------
011027 01  WS-MTD-KB                   PIC 9(05) VALUE ZERO.
011030 01  WS-MTD-FALLTHRU             PIC 9(05) VALUE ZERO.
011033 01  WS-AU-COUNT                 PIC 9(03) VALUE ZERO.
011036 01  WS-AU-TABLE.
011039     05  WS-AU-ENTRY OCCURS 100 TIMES.
011042         10  AU-ARTICLE-ID       PIC X(08).
011045         10  AU-COUNT            PIC 9(05).
011048 01  WS-AU-HOLD                  PIC X(13).
011051 01  WS-AU-OVERFLOW              PIC 9(05) VALUE ZERO.
011054 01  aux                         PIC 9(03).
011057 01  WS-FT-COUNT                 PIC 9(03) VALUE ZERO.
011060 01  WS-FT-TABLE.
011063     05  WS-FT-ENTRY OCCURS 100 TIMES.
011066         10  FT-QUESTION         PIC X(60).
011069         10  FT-COUNT            PIC 9(05).
011072 01  WS-FT-HOLD                  PIC X(65).
011075 01  WS-FT-OVERFLOW              PIC 9(05) VALUE ZERO.
011078 01  WS-FT-QUESTION              PIC X(60).
011081 01  ftx                         PIC 9(03).
011084 01  WS-SORT-LIMIT               PIC 9(03).
011087 01  srx                         PIC 9(03).
011088
011089*-----------------------------------------------------------------
011090* PRINCIPAL RECORD COUNTS FOR THE BOBSTATS-BATCH ENTRY POINT.
011091* THE REPORT IS THE WHOLE OF THE RUN, SO THERE IS NO REHEARSAL
011092* MODE, AND IT IS ALL SUMMARY, SO NOTHING COUNTS AS WRITTEN.
011093*-----------------------------------------------------------------
011094 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
011095 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.
011100
011200 01  WS-DC-DETAIL.
011300     05  DD-DATE                 PIC X(08).
012700     05  MD-LABEL                PIC X(22).
012800     05  MD-COUNT                PIC ZZZZ9.
012900
012910 01  WS-AU-DETAIL.
012915     05  FILLER                  PIC X(08)
012920         VALUE "ARTICLE ".
012925     05  AD-ARTICLE-ID           PIC X(08).
012930     05  FILLER                  PIC X(02) VALUE SPACES.
012935     05  AD-COUNT                PIC ZZZZ9.
012940 01  WS-FT-DETAIL.
012945     05  FD-COUNT                PIC ZZZZ9.
012950     05  FILLER                  PIC X(02) VALUE SPACES.
012955     05  FD-QUESTION             PIC X(60).
012960 01  WS-OVERFLOW-DETAIL.
012965     05  FILLER                  PIC X(15)
012970         VALUE "NOT LISTED:    ".
012975     05  OD-COUNT                PIC ZZZZ9.
012976
012977 LINKAGE SECTION.
012978 COPY runcom.
012980
013000 PROCEDURE DIVISION.
013100 0000-BOBSTATS.
013103     PERFORM 0100-RUN-BOBSTATS THRU 0100-EXIT
013106     GOBACK.
013109 0000-EXIT.
013112     EXIT.
013115
013118*-----------------------------------------------------------------
013121* THE WHOLE RUN, BROKEN OUT OF 0000-BOBSTATS SO THE BOBSTATS-BATCH
013124* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
013127*-----------------------------------------------------------------
013130 0100-RUN-BOBSTATS.
013150     INITIALIZE WS-SEV-BAND-TABLE WS-HOUR-TABLE
013200     PERFORM 1000-SCAN-TRANSCRIPT THRU 1000-EXIT
013300     PERFORM 3000-WRITE-ANALYTICS-REPORT THRU 3000-EXIT.
013500 0100-EXIT.
013600     EXIT.
013700
013800 1000-SCAN-TRANSCRIPT.
015200 1100-READ-TRANSCRIPT.
015300     READ TRANSCRIPT-FILE
015400         AT END SET XCRPT-EOF TO TRUE
015410         NOT AT END ADD 1 TO WS-RNC-READ
015500     END-READ.
015600 1100-EXIT.
015700     EXIT.
016700         MOVE XIN-DATE(1:6) TO WS-LATEST-MONTH
016800         MOVE ZERO TO WS-MTD-TOTAL WS-MTD-YELLS
016900                      WS-MTD-KEYWORDS WS-MTD-DEFAULTS
016905                      WS-MTD-KB WS-MTD-FALLTHRU
017000     END-IF
017100     ADD 1 TO WS-MTD-TOTAL
017200     IF XIN-CATEGORY = "YELLING" OR XIN-CATEGORY = "YELL-ASK"
017900     IF XIN-CATEGORY = "DEFAULT"
018000         ADD 1 TO WS-MTD-DEFAULTS
018100     END-IF
018110     IF XIN-CATEGORY = "KB"
018120         ADD 1 TO WS-MTD-KB
018130         PERFORM 1400-TALLY-ARTICLE THRU 1400-EXIT
018140     END-IF
018150     IF XIN-CATEGORY = "ASKING"
018160         ADD 1 TO WS-MTD-FALLTHRU
018170         PERFORM 1500-TALLY-FALL-THROUGH THRU 1500-EXIT
018180     END-IF
018200
018300     PERFORM 1300-TALLY-DAY-CATEGORY THRU 1300-EXIT
018400
022200     ADD 1 TO DC-COUNT(WS-DC-FOUND).
022300 1300-EXIT.
022400     EXIT.
022401
022402 1400-TALLY-ARTICLE.
022403     MOVE ZERO TO WS-DC-FOUND
022404     PERFORM VARYING aux FROM 1 BY 1 UNTIL aux > WS-AU-COUNT
022405         IF AU-ARTICLE-ID(aux) = XIN-ARTICLE-ID
022406             MOVE aux TO WS-DC-FOUND
022407         END-IF
022408     END-PERFORM
022409     IF WS-DC-FOUND = ZERO
022410         IF WS-AU-COUNT >= 100
022411             ADD 1 TO WS-AU-OVERFLOW
022412             GO TO 1400-EXIT
022413         END-IF
022414         ADD 1 TO WS-AU-COUNT
022415         MOVE WS-AU-COUNT    TO WS-DC-FOUND
022416         MOVE XIN-ARTICLE-ID TO AU-ARTICLE-ID(WS-DC-FOUND)
022417         MOVE ZERO           TO AU-COUNT(WS-DC-FOUND)
022418     END-IF
022419     ADD 1 TO AU-COUNT(WS-DC-FOUND).
022420 1400-EXIT.
022421     EXIT.
022422
022423 1500-TALLY-FALL-THROUGH.
022424     MOVE FUNCTION UPPER-CASE(XIN-INPUT) TO WS-FT-QUESTION
022425     MOVE ZERO TO WS-DC-FOUND
022426     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx > WS-FT-COUNT
022427         IF FT-QUESTION(ftx) = WS-FT-QUESTION
022428             MOVE ftx TO WS-DC-FOUND
022429         END-IF
022430     END-PERFORM
022431     IF WS-DC-FOUND = ZERO
022432         IF WS-FT-COUNT >= 100
022433             ADD 1 TO WS-FT-OVERFLOW
022434             GO TO 1500-EXIT
022435         END-IF
022436         ADD 1 TO WS-FT-COUNT
022437         MOVE WS-FT-COUNT    TO WS-DC-FOUND
022438         MOVE WS-FT-QUESTION TO FT-QUESTION(WS-DC-FOUND)
022439         MOVE ZERO           TO FT-COUNT(WS-DC-FOUND)
022440     END-IF
022441     ADD 1 TO FT-COUNT(WS-DC-FOUND).
022442 1500-EXIT.
022443     EXIT.
022500
022600 3000-WRITE-ANALYTICS-REPORT.
022700     OPEN OUTPUT STATS-RPT
028800     MOVE WS-MTD-DEFAULTS TO MD-COUNT
028900     MOVE WS-MTD-DETAIL TO RPT-LINE
029000     WRITE RPT-LINE
029005     MOVE "KB ANSWERS:           " TO MD-LABEL
029010     MOVE WS-MTD-KB TO MD-COUNT
029015     MOVE WS-MTD-DETAIL TO RPT-LINE
029020     WRITE RPT-LINE
029025     MOVE "UNANSWERED QUESTIONS: " TO MD-LABEL
029030     MOVE WS-MTD-FALLTHRU TO MD-COUNT
029035     MOVE WS-MTD-DETAIL TO RPT-LINE
029040     WRITE RPT-LINE
029045     PERFORM 3100-WRITE-KB-SECTIONS THRU 3100-EXIT
029100     CLOSE STATS-RPT.
029200 3000-EXIT.
029300     EXIT.
029400
029500*-----------------------------------------------------------------
029600* KNOWLEDGE-BASE SECTIONS, EACH LIST BUSIEST FIRST: WHICH ARTICLES
029700* ARE EARNING THEIR KEEP, AND WHICH QUESTIONS STILL GET THE CANNED
029800* ANSWER AND SO ARE CANDIDATES FOR A NEW ARTICLE.
029900*-----------------------------------------------------------------
030000 3100-WRITE-KB-SECTIONS.
030100     PERFORM 3200-SORT-ARTICLES THRU 3200-EXIT
030200     PERFORM 3300-SORT-FALL-THROUGHS THRU 3300-EXIT
030300     MOVE SPACES TO RPT-LINE
030400     WRITE RPT-LINE
030500     MOVE "KNOWLEDGE-BASE ARTICLE USE" TO RPT-LINE
030600     WRITE RPT-LINE
030700     PERFORM VARYING aux FROM 1 BY 1 UNTIL aux > WS-AU-COUNT
030800         MOVE AU-ARTICLE-ID(aux) TO AD-ARTICLE-ID
030900         MOVE AU-COUNT(aux)      TO AD-COUNT
031000         MOVE WS-AU-DETAIL TO RPT-LINE
031100         WRITE RPT-LINE
031200     END-PERFORM
031300     IF WS-AU-OVERFLOW > ZERO
031400         MOVE WS-AU-OVERFLOW TO OD-COUNT
031500         MOVE WS-OVERFLOW-DETAIL TO RPT-LINE
031600         WRITE RPT-LINE
031700     END-IF
031800     MOVE SPACES TO RPT-LINE
031900     WRITE RPT-LINE
032000     MOVE "QUESTIONS WITH NO KNOWLEDGE-BASE ANSWER" TO RPT-LINE
032100     WRITE RPT-LINE
032200     PERFORM VARYING ftx FROM 1 BY 1 UNTIL ftx > WS-FT-COUNT
032300         MOVE FT-COUNT(ftx)    TO FD-COUNT
032400         MOVE FT-QUESTION(ftx) TO FD-QUESTION
032500         MOVE WS-FT-DETAIL TO RPT-LINE
032600         WRITE RPT-LINE
032700     END-PERFORM
032800     IF WS-FT-OVERFLOW > ZERO
032900         MOVE WS-FT-OVERFLOW TO OD-COUNT
033000         MOVE WS-OVERFLOW-DETAIL TO RPT-LINE
033100         WRITE RPT-LINE
033200     END-IF.
033300 3100-EXIT.
033400     EXIT.
033500
033600*-----------------------------------------------------------------
033700* EXCHANGE SORTS, DESCENDING BY COUNT; EQUAL COUNTS KEEP THEIR
033800* FIRST-SEEN ORDER.
033900*-----------------------------------------------------------------
034000 3200-SORT-ARTICLES.
034100     PERFORM VARYING WS-SORT-LIMIT FROM WS-AU-COUNT BY -1
034200             UNTIL WS-SORT-LIMIT < 2
034300         PERFORM VARYING srx FROM 1 BY 1
034400                 UNTIL srx >= WS-SORT-LIMIT
034500             IF AU-COUNT(srx + 1) > AU-COUNT(srx)
034600                 MOVE WS-AU-ENTRY(srx)     TO WS-AU-HOLD
034700                 MOVE WS-AU-ENTRY(srx + 1) TO WS-AU-ENTRY(srx)
034800                 MOVE WS-AU-HOLD           TO WS-AU-ENTRY(srx + 1)
034900             END-IF
035000         END-PERFORM
035100     END-PERFORM.
035200 3200-EXIT.
035300     EXIT.
035400
035500 3300-SORT-FALL-THROUGHS.
035600     PERFORM VARYING WS-SORT-LIMIT FROM WS-FT-COUNT BY -1
035700             UNTIL WS-SORT-LIMIT < 2
035800         PERFORM VARYING srx FROM 1 BY 1
035900                 UNTIL srx >= WS-SORT-LIMIT
036000             IF FT-COUNT(srx + 1) > FT-COUNT(srx)
036100                 MOVE WS-FT-ENTRY(srx)     TO WS-FT-HOLD
036200                 MOVE WS-FT-ENTRY(srx + 1) TO WS-FT-ENTRY(srx)
036300                 MOVE WS-FT-HOLD           TO WS-FT-ENTRY(srx + 1)
036400             END-IF
036500         END-PERFORM
036600     END-PERFORM.
036700 3300-EXIT.
036800     EXIT.
036900
037000*-----------------------------------------------------------------
037100* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
037200* SECOND-TIER STREAM CAN PRINT THE TRANSCRIPT ANALYTICS AND
037300* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
037400* DEFAULT CALL "BOBSTATS" BEHAVIOR ABOVE.
037500*-----------------------------------------------------------------
037600 9000-BOBSTATS-BATCH-ENTRY.
037700 ENTRY "BOBSTATS-BATCH" USING RNC-RECORDS-READ
037800         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
037900     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
038000     PERFORM 0100-RUN-BOBSTATS THRU 0100-EXIT
038100     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
038200     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
038300     GOBACK.
038400 9000-EXIT.
038500     EXIT.
