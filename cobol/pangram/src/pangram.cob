003100* 08/22/2026 DF    VERIFY THE "T9" CONTROL TRAILER ON PANSNTIN
003200*                  AT END OF FILE, REJECTING A COUNT MISMATCH
003300*                  TO THE SHARED AUDIT TRAIL
003310* 10/15/2026 DF    AUTOGRAM MODE (PANGRAM-AUTOGRAM ENTRY): READ
003320*                  THE SPELLED-OUT LETTER COUNTS EACH PANSNTIN
003330*                  SENTENCE CLAIMS FOR ITSELF, CHECK EACH AGAINST
003340*                  THE ACTUAL TALLY, AND REPORT ON PANAUTOR A TRUE
003350*                  AUTOGRAM OR EVERY WRONG CLAIM AND BY HOW MUCH
003360* 10/15/2026 DF    LETTERS ARE THE SHARED ALPHADEF ALPHABET FOR
003370*                  THE LANGUAGE ON THE NEW PANCTL CONTROL RECORD,
003380*                  SO CHECK, WINDOW AND COVER MODES COUNT ACCENTED
003390*                  AND EXTRA LETTERS THE LANGUAGE'S OWN WAY
003392* 10/15/2026 DF    THE AUTOGRAM VERDICT LINE IS CLEARED FOR EVERY
003394*                  SENTENCE; NO-CLAIMS TEXT NO LONGER LEAKS ONWARD
003400*-----------------------------------------------------------------
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. PANGRAM.
005540     SELECT LIPOGRAM-RPT ASSIGN TO "PANLIPOR"
005550         ORGANIZATION IS LINE SEQUENTIAL
005560         FILE STATUS IS WS-LPR-STATUS.

005570     SELECT AUTOGRAM-RPT ASSIGN TO "PANAUTOR"
005580         ORGANIZATION IS LINE SEQUENTIAL
005590         FILE STATUS IS WS-AGR-STATUS.

005593     SELECT PANGRAM-CTL-FILE ASSIGN TO "PANCTL"
005596         ORGANIZATION IS LINE SEQUENTIAL
005599         FILE STATUS IS WS-PCTL-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
006580 FD  LIPOGRAM-RPT
006590     RECORD CONTAINS 100 CHARACTERS.
006600 01  LIP-RPT-LINE                PIC X(100).

006610 FD  AUTOGRAM-RPT
006620     RECORD CONTAINS 80 CHARACTERS.
006630 01  AUTO-RPT-LINE               PIC X(80).

006632*-----------------------------------------------------------------
006634* ONE CONTROL RECORD: THE LANGUAGE WHOSE ALPHADEF ALPHABET THE
006636* MODES JUDGE BY.  NO FILE OR A BLANK LANGUAGE IS THE 26 LETTERS.
006638*-----------------------------------------------------------------
006640 FD  PANGRAM-CTL-FILE.
006642 01  PCTL-RECORD.
006644     05  PCTL-LANGUAGE           PIC X(03).
006650
006700 WORKING-STORAGE SECTION.
006800*-----------------------------------------------------------------
008800     88  ALGO-IS-SENTENCE        VALUE "S".
008900
009000 01  WS-LETTERS-VALUE  VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009100     05  WS-LETTER               PIC X OCCURS 40 TIMES.
009107*-----------------------------------------------------------------
009114* THE ALPHABET IN FORCE, LOADED BY 0500-LOAD-ALPHABET, WITH EACH
009121* CHARACTER'S POSITION IN IT (ZERO FOR A CHARACTER THAT IS NOT A
009128* LETTER) AND THE SHARED ALPHABET-LOADER CALL INTERFACE.
009135*-----------------------------------------------------------------
009142 01  WS-ALPHA-SIZE               PIC 99 VALUE 26.
009149 01  WS-ALPHA-DISP               PIC Z9.
009156 01  WS-ALPHABET-SW              PIC X(01) VALUE "N".
009163     88  ALPHABET-LOADED         VALUE "Y".
009170 01  WS-PCTL-STATUS              PIC XX.
009177 01  ordx                        PIC 9(03).
009184 01  WS-LETTER-POS               PIC 99 OCCURS 256 TIMES.
009191 COPY alphcom.
009200
009300 01  WS-LETTER-COUNT              PIC 99 OCCURS 40 TIMES.
009400
009500 01  WS-MINIMAL-SW                PIC X(01).
009600     88  WS-IS-MINIMAL-PANGRAM   VALUE "Y".
009700     88  WS-NOT-MINIMAL-PANGRAM  VALUE "N".
009800
010000 01  idx                        PIC 99.
010100 01  letter-idx                  PIC 99.
010200 01  count-it                    PIC 99.
010400     88  isLetter                VALUE "A" THRU "Z".
010500
010600 01  WS-SEEN-LETTERS-GROUP.
010700     05  WS-SEEN-LETTERS         PIC X OCCURS 40 TIMES.
010800
010900 01  WS-SENT-STATUS               PIC XX.
011000     88  WS-SENT-EOF             VALUE "10".
011400*-----------------------------------------------------------------
011500* SHORTEST-PANGRAM-WINDOW SEARCH.  THE SENTENCE FILE IS JOINED
011600* INTO ONE RUNNING TEXT AND SCANNED WITH A SLIDING WINDOW: THE
011700* RIGHT EDGE ADVANCES ADDING LETTERS, AND WHILE THE WHOLE
011800* ALPHABET IS COVERED THE LEFT EDGE ADVANCES SHEDDING THEM, THE
011900* TIGHTEST SPAN SEEN BEING RECORDED.
012000*-----------------------------------------------------------------
012100 01  WS-TEXT                      PIC X(3000).
012200 01  WS-TEXT-LEN                  PIC 9(04) VALUE ZERO.
012300 01  WS-SENT-LEN                  PIC 9(02).
012400 01  WS-WIN-COUNT-TABLE.
012500     05  WS-WIN-COUNT             PIC 9(03) OCCURS 40 TIMES.
012600 01  WS-HAVE-COUNT                PIC 9(02).
012700 01  WS-LEFT                      PIC 9(04).
012800 01  WS-RIGHT                     PIC 9(04).
014100 01  WS-COV-TABLE.
014200     05  WS-COV-ENTRY OCCURS 100 TIMES.
014300         10  CV-TEXT              PIC X(60).
014400         10  CV-SET               PIC X(40).
014500         10  CV-CHOSEN-SW         PIC X(01).
014600 01  cvx                          PIC 9(03).
014700 01  WS-COVERED-SET               PIC X(40).
014800 01  WS-NEW-COUNT                 PIC 9(02).
014900 01  WS-BEST-NEW                  PIC 9(02).
015000 01  WS-BEST-SENT                 PIC 9(03).
015100 01  WS-COVERED-TOTAL             PIC 9(02).
015200 01  WS-CONTRIB-LIST              PIC X(40).
015300 01  WS-CONTRIB-LEN               PIC 9(02).
015400 01  WS-COVER-DETAIL.
015500     05  CD-TEXT          PIC X(40).
015600     05  FILLER           PIC X(07) VALUE " ADDS: ".
015700     05  CD-LETTERS       PIC X(33).

015800 01  WS-WINDOW-CAPTION.
015900     05  FILLER          PIC X(14) VALUE "START OFFSET: ".
016000     05  WC-START        PIC ZZZ9.
016100     05  FILLER          PIC X(09) VALUE "  LENGTH:".
016200     05  WC-LENGTH       PIC ZZZZ9.
016201*-----------------------------------------------------------------
016202* AUTOGRAM VERIFICATION.  A SENTENCE RUNS OVER AS MANY PANSNTIN
016203* RECORDS AS IT NEEDS, ENDING AT THE RECORD WHOSE TEXT ENDS IN A
016204* FULL STOP, "!" OR "?".  ITS WORDS ARE READ FOR A NUMBER WRITTEN
016205* OUT ("THIRTY-FOUR", "ONE HUNDRED AND TWO") FOLLOWED BY A LETTER
016206* ("E" OR "E'S"), WHICH IS THAT LETTER'S CLAIMED COUNT.
016207*-----------------------------------------------------------------
016208 01  WS-AGR-STATUS               PIC XX.
016209 01  WS-NUMBER-WORDS-VALUE.
016210     05  FILLER PIC X(11) VALUE "ONE      01".
016211     05  FILLER PIC X(11) VALUE "TWO      02".
016212     05  FILLER PIC X(11) VALUE "THREE    03".
016213     05  FILLER PIC X(11) VALUE "FOUR     04".
016214     05  FILLER PIC X(11) VALUE "FIVE     05".
016215     05  FILLER PIC X(11) VALUE "SIX      06".
016216     05  FILLER PIC X(11) VALUE "SEVEN    07".
016217     05  FILLER PIC X(11) VALUE "EIGHT    08".
016218     05  FILLER PIC X(11) VALUE "NINE     09".
016219     05  FILLER PIC X(11) VALUE "TEN      10".
016220     05  FILLER PIC X(11) VALUE "ELEVEN   11".
016221     05  FILLER PIC X(11) VALUE "TWELVE   12".
016222     05  FILLER PIC X(11) VALUE "THIRTEEN 13".
016223     05  FILLER PIC X(11) VALUE "FOURTEEN 14".
016224     05  FILLER PIC X(11) VALUE "FIFTEEN  15".
016225     05  FILLER PIC X(11) VALUE "SIXTEEN  16".
016226     05  FILLER PIC X(11) VALUE "SEVENTEEN17".
016227     05  FILLER PIC X(11) VALUE "EIGHTEEN 18".
016228     05  FILLER PIC X(11) VALUE "NINETEEN 19".
016229     05  FILLER PIC X(11) VALUE "TWENTY   20".
016230     05  FILLER PIC X(11) VALUE "THIRTY   30".
016231     05  FILLER PIC X(11) VALUE "FORTY    40".
016232     05  FILLER PIC X(11) VALUE "FIFTY    50".
016233     05  FILLER PIC X(11) VALUE "SIXTY    60".
016234     05  FILLER PIC X(11) VALUE "SEVENTY  70".
016235     05  FILLER PIC X(11) VALUE "EIGHTY   80".
016236     05  FILLER PIC X(11) VALUE "NINETY   90".
016237 01  WS-NUMBER-WORDS REDEFINES WS-NUMBER-WORDS-VALUE.
016238     05  WS-NUMBER-WORD OCCURS 27 TIMES.
016239         10  NW-TEXT             PIC X(09).
016240         10  NW-VALUE            PIC 9(02).
016241 01  nwx                         PIC 99.
016242 01  WS-AG-TEXT                  PIC X(1080).
016243 01  WS-AG-LEN                   PIC 9(04) VALUE ZERO.
016244 01  WS-AG-ACTUAL                PIC 9(03) OCCURS 40 TIMES.
016245 01  WS-AG-CLAIM                 PIC 9(04) OCCURS 40 TIMES.
016246 01  WS-AG-CLAIMED-SW            PIC X(01) OCCURS 40 TIMES.
016247 01  WS-AG-WORD                  PIC X(20).
016248 01  WS-AG-WORD-LEN              PIC 9(02).
016249 01  WS-AG-POS                   PIC 9(04).
016250 01  WS-AG-NUMBER                PIC 9(04).
016251 01  WS-AG-NUMBER-SW             PIC X(01).
016252     88  AG-NUMBER-PENDING       VALUE "T" "U" "H".
016253     88  AG-LAST-WAS-TENS        VALUE "T".
016254     88  AG-LAST-WAS-UNITS       VALUE "U".
016255     88  AG-LAST-WAS-HUNDRED     VALUE "H".
016256     88  AG-NO-NUMBER            VALUE "N".
016257 01  WS-AG-CLAIMS                PIC 9(02).
016258 01  WS-AG-WRONG                 PIC 9(02).
016259 01  WS-AG-DIFF                  PIC S9(04).
016260 01  WS-AG-SENTENCES             PIC 9(05) VALUE ZERO.
016261 01  WS-AG-TRUE-COUNT            PIC 9(05) VALUE ZERO.
016262 01  WS-AG-WRONG-LINE.
016263     05  FILLER                  PIC X(04) VALUE SPACES.
016264     05  AW-LETTER               PIC X(01).
016265     05  FILLER                  PIC X(11) VALUE ": CLAIMED ".
016266     05  AW-CLAIMED              PIC ZZZ9.
016267     05  FILLER                  PIC X(09) VALUE "  ACTUAL ".
016268     05  AW-ACTUAL               PIC ZZ9.
016269     05  FILLER                  PIC X(09) VALUE "  OFF BY ".
016270     05  AW-DIFF                 PIC +++9.
016271 01  WS-AG-VERDICT-LINE.
016272     05  FILLER                  PIC X(04) VALUE SPACES.
016273     05  AV-TEXT                 PIC X(17).
016274     05  FILLER                  PIC X(01) VALUE SPACE.
016275     05  AV-COUNT                PIC Z9.
016276     05  FILLER                  PIC X(01) VALUE SPACE.
016277     05  AV-TAIL                 PIC X(24).
016300
016400*-----------------------------------------------------------------
016500* PRINCIPAL RECORD COUNTS REPORTED BACK TO THE OVERNIGHT DRIVER

018100 PROCEDURE DIVISION.
018200 0000-PANGRAM.
018250     PERFORM 0500-LOAD-ALPHABET THRU 0500-EXIT
018300     PERFORM 1000-CHECK-PANGRAM
018400     GOBACK.

018403*-----------------------------------------------------------------
018406* LOAD THE ALPHABET ONCE PER RUN, FOR THE LANGUAGE ON THE PANCTL
018409* CONTROL RECORD, THROUGH THE SHARED ALPHATAB LOADER, AND NOTE
018412* EACH LETTER'S POSITION AGAINST ITS CHARACTER.
018415*-----------------------------------------------------------------
018418 0500-LOAD-ALPHABET.
018421     IF ALPHABET-LOADED
018424         GO TO 0500-EXIT
018427     END-IF
018430     MOVE SPACES TO ALC-LANGUAGE
018433     OPEN INPUT PANGRAM-CTL-FILE
018436     IF WS-PCTL-STATUS = "00"
018439         READ PANGRAM-CTL-FILE
018442             AT END CONTINUE
018445             NOT AT END MOVE PCTL-LANGUAGE TO ALC-LANGUAGE
018448         END-READ
018451         CLOSE PANGRAM-CTL-FILE
018454     END-IF
018457     CALL "ALPHATAB" USING ALC-LANGUAGE ALC-ALPHABET
018460     MOVE ALC-LETTERS TO WS-LETTERS-VALUE
018463     MOVE ALC-LETTER-COUNT TO WS-ALPHA-SIZE
018466     PERFORM VARYING ordx FROM 1 BY 1 UNTIL ordx > 256
018469         MOVE ZERO TO WS-LETTER-POS(ordx)
018472     END-PERFORM
018475     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
018478         COMPUTE ordx = ORD(WS-LETTER(idx))
018481         MOVE idx TO WS-LETTER-POS(ordx)
018484     END-PERFORM
018487     SET ALPHABET-LOADED TO TRUE.
018490 0500-EXIT.
018493     EXIT.
018500
018600*-----------------------------------------------------------------
018700* DECIDE PASS/FAIL WITH THE SELECTED ALGORITHM, THEN BUILD THE
019000*-----------------------------------------------------------------
019100 1000-CHECK-PANGRAM.
019200     MOVE UPPER-CASE(WS-SENTENCE) TO WS-SENTENCE
019300     PERFORM 1050-APPLY-ALPHABET THRU 1050-EXIT
019400     PERFORM 1010-ZERO-LETTER-COUNT
019500         VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
019600     PERFORM 1100-TALLY-ONE-LETTER
019700         VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
019800     EVALUATE TRUE
019900         WHEN ALGO-IS-SENTENCE
020000             PERFORM 1300-CHECK-VIA-SENTENCE-SCAN
021000 1010-EXIT.
021100     EXIT.
021200
021206*-----------------------------------------------------------------
021212* FOLD THE SENTENCE IN HAND TO THE ALPHABET IN FORCE: EVERY
021218* CHARACTER THAT COUNTS AS A LETTER BECOMES THAT LETTER, SO AN
021224* ACCENTED FORM TALLIES UNDER ITS BASE LETTER AND A SEPARATE
021230* LETTER UNDER ITSELF.
021236*-----------------------------------------------------------------
021242 1050-APPLY-ALPHABET.
021248     PERFORM VARYING idx FROM 1 BY 1
021254             UNTIL idx > LENGTH(WS-SENTENCE)
021260         COMPUTE ordx = ORD(WS-SENTENCE(idx:1))
021266         IF ALC-FOLD-MAP(ordx:1) NOT = SPACE
021272             MOVE ALC-FOLD-MAP(ordx:1) TO WS-SENTENCE(idx:1)
021278         END-IF
021284     END-PERFORM.
021290 1050-EXIT.
021296     EXIT.

021300 1100-TALLY-ONE-LETTER.
021400     MOVE ZERO TO count-it
021500     INSPECT WS-SENTENCE
022700 1200-CHECK-VIA-ALPHABET-COUNTS.
022800     MOVE 1 TO WS-RESULT
022900     PERFORM 1210-CHECK-ONE-LETTER-PRESENT
023000         VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE.
023100 1200-EXIT.
023200     EXIT.
023300
024900     PERFORM 1310-SCAN-ONE-CHAR
025000         VARYING idx FROM 1 BY 1 UNTIL idx > LENGTH(WS-SENTENCE)
025100     MOVE ZERO TO count-it
025200     INSPECT WS-SEEN-LETTERS-GROUP(1:WS-ALPHA-SIZE)
025300         TALLYING count-it FOR ALL SPACES
025400     IF count-it EQUAL TO ZERO
025500         MOVE 1 TO WS-RESULT
025900
026000 1310-SCAN-ONE-CHAR.
026100     MOVE WS-SENTENCE(idx:1) TO chr
026200     PERFORM 1320-FIND-LETTER-POS THRU 1320-EXIT
026300     IF letter-idx > ZERO
026400         MOVE chr TO WS-SEEN-LETTERS(letter-idx)
026500     END-IF.
026600 1310-EXIT.
026700     EXIT.
026800
026810*-----------------------------------------------------------------
026820* THE POSITION IN THE ALPHABET OF THE CHARACTER IN CHR, OR ZERO
026830* IF IT IS NOT A LETTER.
026840*-----------------------------------------------------------------
026850 1320-FIND-LETTER-POS.
026860     COMPUTE ordx = ORD(chr)
026870     MOVE WS-LETTER-POS(ordx) TO letter-idx.
026880 1320-EXIT.
026890     EXIT.

026900*-----------------------------------------------------------------
027000* A MINIMAL (PERFECT) PANGRAM USES EVERY LETTER EXACTLY ONCE.
027100*-----------------------------------------------------------------
027200 1400-CHECK-MINIMAL.
027300     SET WS-IS-MINIMAL-PANGRAM TO TRUE
027400     PERFORM 1410-CHECK-ONE-COUNT-IS-ONE
027500         VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE.
027600 1400-EXIT.
027700     EXIT.
027800
038600             AUD-FAILED-INPUT AUD-FAILURE-REASON
038700             AUD-SEVERITY
038800         PERFORM 3200-REPORT-MISSING-LETTER
038900             VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
039000     END-IF
039100     PERFORM 3300-REPORT-ONE-FREQUENCY
039200         VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
039300     PERFORM 3010-READ-SENTENCE.
039400 3100-EXIT.
039500     EXIT.
042600 7000-WINDOW-SEARCH.
042700     PERFORM 7100-ASSEMBLE-TEXT THRU 7100-EXIT
042800     MOVE ZERO TO WS-BEST-LEN WS-BEST-START WS-HAVE-COUNT
042900     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
043000         MOVE ZERO TO WS-WIN-COUNT(idx)
043100     END-PERFORM
043200     MOVE 1 TO WS-LEFT
043400             UNTIL WS-RIGHT > WS-TEXT-LEN
043500         MOVE WS-RIGHT TO WS-WIN-POS
043600         PERFORM 7200-ADD-WINDOW-CHAR THRU 7200-EXIT
043700         PERFORM UNTIL WS-HAVE-COUNT < WS-ALPHA-SIZE
043800             COMPUTE WS-WIN-LEN = WS-RIGHT - WS-LEFT + 1
043900             IF WS-BEST-LEN = ZERO
044000                     OR WS-WIN-LEN < WS-BEST-LEN
045100     EXIT.

045200*-----------------------------------------------------------------
045300* JOIN EVERY SENTENCE RECORD, UPPER-CASED, FOLDED TO THE ALPHABET
045400* AND TRIMMED, INTO ONE RUNNING TEXT WITH A SINGLE SPACE BETWEEN
045410* RECORDS.
045500*-----------------------------------------------------------------
045600 7100-ASSEMBLE-TEXT.
045700     MOVE SPACES TO WS-TEXT
046600     PERFORM UNTIL WS-SENT-EOF
046700         IF WS-SENTENCE NOT = SPACES
046800             MOVE UPPER-CASE(WS-SENTENCE) TO WS-SENTENCE
046850             PERFORM 1050-APPLY-ALPHABET THRU 1050-EXIT
046900             COMPUTE WS-SENT-LEN =
047000                 LENGTH(TRIM(WS-SENTENCE))
047100             IF WS-TEXT-LEN + WS-SENT-LEN + 1 <= 3000

048600 7200-ADD-WINDOW-CHAR.
048700     MOVE WS-TEXT(WS-WIN-POS:1) TO chr
048800     PERFORM 1320-FIND-LETTER-POS THRU 1320-EXIT
048900     IF letter-idx > ZERO
049000         ADD 1 TO WS-WIN-COUNT(letter-idx)
049100         IF WS-WIN-COUNT(letter-idx) = 1
049200             ADD 1 TO WS-HAVE-COUNT

049700 7300-DROP-WINDOW-CHAR.
049800     MOVE WS-TEXT(WS-WIN-POS:1) TO chr
049900     PERFORM 1320-FIND-LETTER-POS THRU 1320-EXIT
050000     IF letter-idx > ZERO
050100         SUBTRACT 1 FROM WS-WIN-COUNT(letter-idx)
050200         IF WS-WIN-COUNT(letter-idx) = ZERO
050300             SUBTRACT 1 FROM WS-HAVE-COUNT
051000     MOVE "SHORTEST PANGRAM WINDOW" TO WS-REPORT-LINE
051100     WRITE PAN-RPT-LINE FROM WS-REPORT-LINE
051200     IF WS-BEST-LEN = ZERO
051300         MOVE SPACES TO WS-REPORT-LINE
051400         MOVE WS-ALPHA-SIZE TO WS-ALPHA-DISP
051410         STRING "NO SPAN OF THE TEXT COVERS ALL " WS-ALPHA-DISP
051420                 " LETTERS" DELIMITED BY SIZE
051430             INTO WS-REPORT-LINE
051440         END-STRING
051500         WRITE PAN-RPT-LINE FROM WS-REPORT-LINE
051600     ELSE
051700         MOVE WS-BEST-START TO WC-START
055200     MOVE ZERO TO WS-COVERED-TOTAL
055300     PERFORM 8200-CHOOSE-NEXT-SENTENCE THRU 8200-EXIT
055400     PERFORM UNTIL WS-BEST-SENT = ZERO
055500             OR WS-COVERED-TOTAL >= WS-ALPHA-SIZE
055600         PERFORM 8300-APPLY-CHOSEN-SENTENCE THRU 8300-EXIT
055700         PERFORM 8200-CHOOSE-NEXT-SENTENCE THRU 8200-EXIT
055800     END-PERFORM
057600             MOVE WS-SENTENCE TO CV-TEXT(WS-COV-COUNT)
057700             PERFORM 1000-CHECK-PANGRAM
057800             MOVE SPACES TO CV-SET(WS-COV-COUNT)
057900             PERFORM VARYING idx FROM 1 BY 1
057950                     UNTIL idx > WS-ALPHA-SIZE
058000                 IF WS-LETTER-COUNT(idx) > ZERO
058100                     MOVE "Y" TO CV-SET(WS-COV-COUNT)(idx:1)
058200                 END-IF
059400     PERFORM VARYING cvx FROM 1 BY 1 UNTIL cvx > WS-COV-COUNT
059500         IF CV-CHOSEN-SW(cvx) = "N"
059600             MOVE ZERO TO WS-NEW-COUNT
059700             PERFORM VARYING idx FROM 1 BY 1
059750                     UNTIL idx > WS-ALPHA-SIZE
059800                 IF CV-SET(cvx)(idx:1) = "Y"
059900                         AND WS-COVERED-SET(idx:1) NOT = "Y"
060000                     ADD 1 TO WS-NEW-COUNT
061200     MOVE "Y" TO CV-CHOSEN-SW(WS-BEST-SENT)
061300     MOVE SPACES TO WS-CONTRIB-LIST
061400     MOVE ZERO TO WS-CONTRIB-LEN
061500     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
061600         IF CV-SET(WS-BEST-SENT)(idx:1) = "Y"
061700                 AND WS-COVERED-SET(idx:1) NOT = "Y"
061800             MOVE "Y" TO WS-COVERED-SET(idx:1)
063300* NO SENTENCE IN THE FILE CAN SUPPLY.
063400*-----------------------------------------------------------------
063500 8400-REPORT-UNSUPPLIED.
063600     IF WS-COVERED-TOTAL >= WS-ALPHA-SIZE
063700         MOVE SPACES TO WS-REPORT-LINE
063710         MOVE WS-ALPHA-SIZE TO WS-ALPHA-DISP
063720         STRING "ALL " WS-ALPHA-DISP " LETTERS COVERED"
063730                 DELIMITED BY SIZE
063740             INTO WS-REPORT-LINE
063750         END-STRING
063800         WRITE PAN-RPT-LINE FROM WS-REPORT-LINE
063900         GO TO 8400-EXIT
064000     END-IF
064100     MOVE SPACES TO WS-CONTRIB-LIST
064200     MOVE ZERO TO WS-CONTRIB-LEN
064300     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
064400         IF WS-COVERED-SET(idx:1) NOT = "Y"
064500             ADD 1 TO WS-CONTRIB-LEN
064600             MOVE WS-LETTER(idx)
066200*-----------------------------------------------------------------
066300 9200-PANGRAM-COVER-ENTRY.
066400 ENTRY "PANGRAM-COVER".
066450     PERFORM 0500-LOAD-ALPHABET THRU 0500-EXIT
066500     PERFORM 8000-COVER-SENTENCES THRU 8000-EXIT
066600     GOBACK.
066700 9200-EXIT.
067300*-----------------------------------------------------------------
067400 9100-PANGRAM-WINDOW-ENTRY.
067500 ENTRY "PANGRAM-WINDOW".
067600     PERFORM 0500-LOAD-ALPHABET THRU 0500-EXIT
067700     PERFORM 7000-WINDOW-SEARCH THRU 7000-EXIT
067800     GOBACK.
067900 9100-EXIT.
068900         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
069000     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
069010     MOVE RNC-RUN-MODE TO WS-RUN-MODE
069020     PERFORM 0500-LOAD-ALPHABET THRU 0500-EXIT
069100     PERFORM 3000-BATCH-SENTENCES THRU 3000-EXIT
069200     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
069300     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
070930     GOBACK.
070940 9300-EXIT.
070950     EXIT.

070960*-----------------------------------------------------------------
070970* AUTOGRAM VERIFICATION PASS.  EACH SENTENCE IS GATHERED FROM ITS
070980* PANSNTIN RECORDS, ITS LETTERS TALLIED RECORD BY RECORD WITH THE
070990* SAME 1100-TALLY-ONE-LETTER THE PANGRAM CHECK USES, AND ITS
071000* SPELLED-OUT CLAIMS READ FROM THE JOINED TEXT.  THE VERDICT GOES
071010* TO PANAUTOR.
071020*-----------------------------------------------------------------
071030 8700-AUTOGRAM-VERIFY.
071050     MOVE ZERO TO WS-AG-SENTENCES WS-AG-TRUE-COUNT
071060                  WS-SNT-READ-COUNT
071070     MOVE "N" TO WS-TRAILER-SEEN-SW
071080     MOVE SPACES TO WS-SENT-STATUS
071090     OPEN INPUT SENTENCE-FILE
071100     IF WS-SENT-STATUS NOT = "00"
071110         GO TO 8700-EXIT
071120     END-IF
071130     OPEN OUTPUT AUTOGRAM-RPT
071140     MOVE "AUTOGRAM VERIFICATION" TO AUTO-RPT-LINE
071150     WRITE AUTO-RPT-LINE
071160     PERFORM 8710-START-SENTENCE THRU 8710-EXIT
071170     PERFORM 3010-READ-SENTENCE
071180     PERFORM UNTIL WS-SENT-EOF
071190         IF WS-SENTENCE NOT = SPACES
071200             PERFORM 8720-ADD-RECORD THRU 8720-EXIT
071210             IF WS-SENTENCE(WS-SENT-LEN:1) = "." OR "!" OR "?"
071220                 PERFORM 8800-JUDGE-AUTOGRAM THRU 8800-EXIT
071230                 PERFORM 8710-START-SENTENCE THRU 8710-EXIT
071240             END-IF
071250         END-IF
071260         PERFORM 3010-READ-SENTENCE
071270     END-PERFORM
071280     IF WS-AG-LEN > ZERO
071290         PERFORM 8800-JUDGE-AUTOGRAM THRU 8800-EXIT
071300     END-IF
071310     PERFORM 3030-AUDIT-MISSING-TRAILER THRU 3030-EXIT
071320     CLOSE SENTENCE-FILE
071330     MOVE SPACES TO AUTO-RPT-LINE
071340     WRITE AUTO-RPT-LINE
071350     MOVE "SENTENCES CHECKED:" TO LS-LABEL
071360     MOVE WS-AG-SENTENCES TO LS-VALUE
071370     MOVE WS-LIP-SUMMARY TO AUTO-RPT-LINE
071380     WRITE AUTO-RPT-LINE
071390     MOVE "TRUE AUTOGRAMS:" TO LS-LABEL
071400     MOVE WS-AG-TRUE-COUNT TO LS-VALUE
071410     MOVE WS-LIP-SUMMARY TO AUTO-RPT-LINE
071420     WRITE AUTO-RPT-LINE
071430     CLOSE AUTOGRAM-RPT.
071440 8700-EXIT.
071450     EXIT.

071460 8710-START-SENTENCE.
071470     MOVE SPACES TO WS-AG-TEXT
071480     MOVE ZERO TO WS-AG-LEN
071490     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
071500         MOVE ZERO TO WS-AG-ACTUAL(idx) WS-AG-CLAIM(idx)
071510         MOVE "N" TO WS-AG-CLAIMED-SW(idx)
071520     END-PERFORM.
071530 8710-EXIT.
071540     EXIT.

071550*-----------------------------------------------------------------
071560* ONE RECORD OF THE SENTENCE: ADD ITS LETTERS TO THE SENTENCE'S
071570* ACTUAL COUNTS AND ITS TEXT TO THE JOINED TEXT.
071580*-----------------------------------------------------------------
071590 8720-ADD-RECORD.
071600     MOVE UPPER-CASE(WS-SENTENCE) TO WS-SENTENCE
071605     PERFORM 1050-APPLY-ALPHABET THRU 1050-EXIT
071610     PERFORM 1100-TALLY-ONE-LETTER
071620         VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
071630     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
071640         ADD WS-LETTER-COUNT(idx) TO WS-AG-ACTUAL(idx)
071650     END-PERFORM
071660     COMPUTE WS-SENT-LEN = LENGTH(TRIM(WS-SENTENCE TRAILING))
071670     IF WS-AG-LEN + WS-SENT-LEN + 1 < 1000
071680         IF WS-AG-LEN > ZERO
071690             ADD 1 TO WS-AG-LEN
071700         END-IF
071710         MOVE WS-SENTENCE(1:WS-SENT-LEN)
071720             TO WS-AG-TEXT(WS-AG-LEN + 1:WS-SENT-LEN)
071730         ADD WS-SENT-LEN TO WS-AG-LEN
071740     END-IF.
071750 8720-EXIT.
071760     EXIT.

071770*-----------------------------------------------------------------
071780* READ THE CLAIMS OUT OF THE JOINED TEXT, THEN PRINT THE SENTENCE
071790* AND ITS VERDICT.  "OFF BY" IS THE ACTUAL COUNT LESS THE CLAIM.
071800*-----------------------------------------------------------------
071810 8800-JUDGE-AUTOGRAM.
071820     ADD 1 TO WS-AG-SENTENCES
071830     SET AG-NO-NUMBER TO TRUE
071840     MOVE SPACES TO WS-AG-WORD
071850     MOVE ZERO TO WS-AG-WORD-LEN
071860     PERFORM VARYING WS-AG-POS FROM 1 BY 1
071870             UNTIL WS-AG-POS > WS-AG-LEN + 1
071880         MOVE WS-AG-TEXT(WS-AG-POS:1) TO chr
071885         PERFORM 1320-FIND-LETTER-POS THRU 1320-EXIT
071890         IF letter-idx > ZERO OR chr = "'"
071900             IF WS-AG-WORD-LEN < 20
071910                 ADD 1 TO WS-AG-WORD-LEN
071920                 MOVE chr TO WS-AG-WORD(WS-AG-WORD-LEN:1)
071930             END-IF
071940         ELSE
071950             IF WS-AG-WORD-LEN > ZERO
071960                 PERFORM 8810-TAKE-WORD THRU 8810-EXIT
071970             END-IF
071980             MOVE SPACES TO WS-AG-WORD
071990             MOVE ZERO TO WS-AG-WORD-LEN
072000         END-IF
072010     END-PERFORM
072020     MOVE SPACES TO AUTO-RPT-LINE
072030     WRITE AUTO-RPT-LINE
072040     MOVE 1 TO WS-AG-POS
072050     PERFORM UNTIL WS-AG-POS > WS-AG-LEN
072060         MOVE WS-AG-TEXT(WS-AG-POS:80) TO AUTO-RPT-LINE
072070         WRITE AUTO-RPT-LINE
072080         ADD 80 TO WS-AG-POS
072090     END-PERFORM
072100     MOVE ZERO TO WS-AG-CLAIMS WS-AG-WRONG
072110     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
072120         IF WS-AG-CLAIMED-SW(idx) = "Y"
072130             ADD 1 TO WS-AG-CLAIMS
072140             IF WS-AG-CLAIM(idx) NOT = WS-AG-ACTUAL(idx)
072150                 ADD 1 TO WS-AG-WRONG
072160                 COMPUTE WS-AG-DIFF =
072170                     WS-AG-ACTUAL(idx) - WS-AG-CLAIM(idx)
072180                 MOVE WS-LETTER(idx)    TO AW-LETTER
072190                 MOVE WS-AG-CLAIM(idx)  TO AW-CLAIMED
072200                 MOVE WS-AG-ACTUAL(idx) TO AW-ACTUAL
072210                 MOVE WS-AG-DIFF        TO AW-DIFF
072220                 MOVE WS-AG-WRONG-LINE TO AUTO-RPT-LINE
072230                 WRITE AUTO-RPT-LINE
072240             END-IF
072250         END-IF
072260     END-PERFORM
072265     MOVE SPACES TO WS-AG-VERDICT-LINE
072270     EVALUATE TRUE
072280         WHEN WS-AG-CLAIMS = ZERO
072290             MOVE "NOT AN AUTOGRAM -" TO AV-TEXT
072300             MOVE WS-AG-CLAIMS TO AV-COUNT
072310             MOVE "LETTER COUNTS CLAIMED" TO AV-TAIL
072320         WHEN WS-AG-WRONG = ZERO
072330             ADD 1 TO WS-AG-TRUE-COUNT
072340             MOVE "TRUE AUTOGRAM -" TO AV-TEXT
072350             MOVE WS-AG-CLAIMS TO AV-COUNT
072360             MOVE "LETTER COUNTS CONFIRMED" TO AV-TAIL
072370         WHEN OTHER
072380             MOVE "NOT AN AUTOGRAM -" TO AV-TEXT
072390             MOVE WS-AG-WRONG TO AV-COUNT
072400             MOVE "CLAIMS WRONG" TO AV-TAIL
072410     END-EVALUATE
072420     MOVE WS-AG-VERDICT-LINE TO AUTO-RPT-LINE
072430     WRITE AUTO-RPT-LINE.
072440 8800-EXIT.
072450     EXIT.

072460*-----------------------------------------------------------------
072470* ONE WORD OF THE SENTENCE.  A NUMBER WORD STARTS OR EXTENDS THE
072480* NUMBER IN HAND; A LETTER ("E" OR "E'S") RIGHT AFTER A NUMBER IS
072490* A CLAIM; "AND" IS ALLOWED AFTER "HUNDRED"; ANY OTHER WORD DROPS
072500* THE NUMBER IN HAND.  A LETTER CLAIMED TWICE KEEPS THE LATER
072510* CLAIM.
072520*-----------------------------------------------------------------
072530 8810-TAKE-WORD.
072540     MOVE ZERO TO nwx
072550     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > 27
072560         IF WS-AG-WORD = NW-TEXT(idx)
072570             MOVE idx TO nwx
072580         END-IF
072590     END-PERFORM
072600     EVALUATE TRUE
072610         WHEN nwx > ZERO AND NW-VALUE(nwx) >= 20
072620             IF AG-LAST-WAS-HUNDRED
072630                 ADD NW-VALUE(nwx) TO WS-AG-NUMBER
072640             ELSE
072650                 MOVE NW-VALUE(nwx) TO WS-AG-NUMBER
072660             END-IF
072670             SET AG-LAST-WAS-TENS TO TRUE
072680         WHEN nwx > ZERO
072690             IF (AG-LAST-WAS-TENS AND NW-VALUE(nwx) < 10)
072700                     OR AG-LAST-WAS-HUNDRED
072710                 ADD NW-VALUE(nwx) TO WS-AG-NUMBER
072720             ELSE
072730                 MOVE NW-VALUE(nwx) TO WS-AG-NUMBER
072740             END-IF
072750             SET AG-LAST-WAS-UNITS TO TRUE
072760         WHEN WS-AG-WORD = "HUNDRED" AND AG-NUMBER-PENDING
072770             COMPUTE WS-AG-NUMBER = WS-AG-NUMBER * 100
072780             SET AG-LAST-WAS-HUNDRED TO TRUE
072790         WHEN WS-AG-WORD = "AND" AND AG-LAST-WAS-HUNDRED
072800             CONTINUE
072810         WHEN AG-NUMBER-PENDING
072820                 AND WS-AG-WORD(1:1) NOT = "'"
072830                 AND (WS-AG-WORD-LEN = 1
072840                  OR (WS-AG-WORD-LEN = 3
072850                      AND WS-AG-WORD(2:2) = "'S"))
072860             MOVE WS-AG-WORD(1:1) TO chr
072870             PERFORM 1320-FIND-LETTER-POS THRU 1320-EXIT
072880             MOVE WS-AG-NUMBER TO WS-AG-CLAIM(letter-idx)
072890             MOVE "Y" TO WS-AG-CLAIMED-SW(letter-idx)
072900             SET AG-NO-NUMBER TO TRUE
072910         WHEN OTHER
072920             SET AG-NO-NUMBER TO TRUE
072930     END-EVALUATE.
072940 8810-EXIT.
072950     EXIT.

072960*-----------------------------------------------------------------
072970* ADDITIVE ENTRY POINT SO THE WRITING GROUP CAN RUN THE AUTOGRAM
072980* CHECK DIRECTLY, WITHOUT DISTURBING THE DEFAULT CALL "PANGRAM"
072990* BEHAVIOR ABOVE.
073000*-----------------------------------------------------------------
073010 9400-PANGRAM-AUTOGRAM-ENTRY.
073020 ENTRY "PANGRAM-AUTOGRAM".
073025     PERFORM 0500-LOAD-ALPHABET THRU 0500-EXIT
073030     PERFORM 8700-AUTOGRAM-VERIFY THRU 8700-EXIT
073040     GOBACK.
073050 9400-EXIT.
073060     EXIT.
