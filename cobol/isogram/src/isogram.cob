003100* 08/22/2026 DF    VERIFY THE "T9" CONTROL TRAILER ON ISOPHRIN
003200*                  AT END OF FILE, REJECTING A COUNT MISMATCH
003300*                  TO THE SHARED AUDIT TRAIL
003310* 10/15/2026 DF    LETTERS NOW COME FROM THE SHARED ALPHADEF
003320*                  ALPHABET FOR THE LANGUAGE ON THE ISOGCTL
003330*                  CONTROL RECORD (THROUGH ALPHATAB), SO AN
003340*                  ACCENTED LETTER FOLDS OR COUNTS SEPARATELY AS
003350*                  THE LANGUAGE SAYS; NO LANGUAGE KEEPS THE 26
003360*                  LETTERS AND THE BUILT-IN ACCENT TABLE
003400*-----------------------------------------------------------------
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. ISOGRAM.
008250     05  FILLER                  PIC X(01).
008260     05  GCTL-SORT-ORDER         PIC X(01).
008270         88  GCTL-SORT-BY-VALUE  VALUE "V".
008274*-----------------------------------------------------------------
008278* THE LANGUAGE WHOSE ALPHADEF ALPHABET EVERY MODE JUDGES BY;
008282* BLANK IS THE BUILT-IN 26 LETTERS.
008286*-----------------------------------------------------------------
008290     05  FILLER                  PIC X(01).
008294     05  GCTL-LANGUAGE           PIC X(03).

008300 FD  CANDIDATES-FILE.
008400 01  CAND-RECORD.
010800 01  Letter-Count                PIC 99.
010900
011000 01  WS-LETTERS-VALUE  VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
011100     05  WS-LETTER               PIC X OCCURS 40 TIMES.
011110*-----------------------------------------------------------------
011120* THE ALPHABET IN FORCE, LOADED BY 0500-LOAD-ALPHABET, AND THE
011130* SHARED ALPHABET-LOADER CALL INTERFACE (COPY ALPHCOM).
011140*-----------------------------------------------------------------
011150 01  WS-ALPHA-SIZE               PIC 99 VALUE 26.
011160 01  WS-ALPHABET-SW              PIC X(01) VALUE "N".
011170     88  ALPHABET-LOADED         VALUE "Y".
011180 01  ordx                        PIC 9(03).
011190 COPY alphcom.
011200
011300 01  WS-LETTER-REPEAT-COUNT      PIC 99 OCCURS 40 TIMES.
011400
011500 01  WS-PHRASE-STATUS            PIC XX.
011600     88  WS-PHRASE-EOF           VALUE "10".

025800*-----------------------------------------------------------------
025900* PAIR-ANALYSIS WORKING STORAGE.  EACH ISOGRAM FROM THE PHRASE
026000* FILE IS HELD WITH ITS LETTER SET, ONE FLAG PER LETTER (BUILT
026100* FROM THE WS-LETTER-REPEAT-COUNT TALLY) SO PAIR INTERSECTION
026200* IS ONE COMPARE PER LETTER OF THE ALPHABET IN FORCE.
026300*-----------------------------------------------------------------
026400 01  WS-PAIR-RPT-STATUS          PIC XX.
026500 01  WS-ISOW-COUNT               PIC 9(03) VALUE ZERO.
026600 01  WS-ISOW-TABLE.
026700     05  WS-ISOW-ENTRY OCCURS 100 TIMES.
026800         10  IW-WORD             PIC X(60).
026900         10  IW-SET              PIC X(40).
027000         10  IW-COUNT            PIC 9(02).
027100 01  iwx                         PIC 9(03).
027200 01  iwy                         PIC 9(03).
029100 01  WS-BEST-LEN                  PIC 99.
029200 01  WS-BEST-START                PIC 99.
029300 01  WS-CPOS                     PIC 99.
029400 01  WS-SUBSTR-SEEN               PIC 9 OCCURS 40 TIMES.
029500 01  WS-SUBSTR-VALID-SW           PIC X(01).
029600     88  WS-SUBSTR-IS-ISOGRAM    VALUE "Y".
029700     88  WS-SUBSTR-INVALID       VALUE "N".

031600 PROCEDURE DIVISION.
031700 0000-ISOGRAM.
031750     PERFORM 0500-LOAD-ALPHABET THRU 0500-EXIT
031800     PERFORM 1000-FOLD-ACCENTS
031900     PERFORM 2000-CHECK-ISOGRAM
032000     GOBACK.
032100
032103*-----------------------------------------------------------------
032106* LOAD THE ALPHABET ONCE PER RUN, FOR THE LANGUAGE ON THE ISOGCTL
032109* CONTROL RECORD, THROUGH THE SHARED ALPHATAB LOADER.  NO LANGUAGE
032112* GIVES THE BUILT-IN 26 LETTERS, AND THE BUILT-IN ACCENT TABLE
032115* THEN FOLDS AS IT ALWAYS HAS.
032118*-----------------------------------------------------------------
032121 0500-LOAD-ALPHABET.
032124     IF ALPHABET-LOADED
032127         GO TO 0500-EXIT
032130     END-IF
032133     MOVE SPACES TO ALC-LANGUAGE
032136     OPEN INPUT GEN-CTL-FILE
032139     IF WS-GCTL-STATUS = "00"
032142         READ GEN-CTL-FILE
032145             AT END CONTINUE
032148             NOT AT END MOVE GCTL-LANGUAGE TO ALC-LANGUAGE
032151         END-READ
032154         CLOSE GEN-CTL-FILE
032157     END-IF
032160     CALL "ALPHATAB" USING ALC-LANGUAGE ALC-ALPHABET
032163     MOVE ALC-LETTERS TO WS-LETTERS-VALUE
032166     MOVE ALC-LETTER-COUNT TO WS-ALPHA-SIZE
032169     SET ALPHABET-LOADED TO TRUE.
032172 0500-EXIT.
032175     EXIT.

032200*-----------------------------------------------------------------
032300* REPLACE ANY ACCENTED LETTER IN WS-PHRASE WITH ITS PLAIN BASE
032400* LETTER BEFORE THE ISOGRAM CHECK EVER SEES IT.
032410* A LANGUAGE FROM ALPHADEF FOLDS BY ITS OWN MAP INSTEAD, WHICH
032420* LEAVES ITS SEPARATE LETTERS (N-TILDE, SHARP S) AS THEY ARE.
032500*-----------------------------------------------------------------
032600 1000-FOLD-ACCENTS.
032610     IF ALC-FROM-FILE
032620         PERFORM 1200-MAP-ONE-CHAR
032630             VARYING idx FROM 1 BY 1
032640             UNTIL idx > FUNCTION LENGTH(WS-PHRASE)
032650     ELSE
032700         PERFORM 1100-FOLD-ONE-CHAR
032800             VARYING idx FROM 1 BY 1
032900             UNTIL idx > FUNCTION LENGTH(WS-PHRASE)
032950     END-IF.
033000 1000-EXIT.
033100     EXIT.
033200
034400 1110-EXIT.
034500     EXIT.
034600
034610 1200-MAP-ONE-CHAR.
034620     COMPUTE ordx = FUNCTION ORD(WS-PHRASE(idx:1))
034630     IF ALC-FOLD-MAP(ordx:1) NOT = SPACE
034640         MOVE ALC-FOLD-MAP(ordx:1) TO WS-PHRASE(idx:1)
034650     END-IF.
034660 1200-EXIT.
034670     EXIT.

034700*-----------------------------------------------------------------
034800* ORIGINAL ISOGRAM CHECK, EXTENDED TO REMEMBER EACH LETTER'S
034900* OCCURRENCE COUNT IN WS-LETTER-REPEAT-COUNT FOR THE BATCH
035300     MOVE 1 TO WS-RESULT
035400     MOVE FUNCTION UPPER-CASE(WS-PHRASE) TO WS-PHRASE
035500     PERFORM 2010-ZERO-LETTER-COUNT
035600         VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
035700     PERFORM 2100-TALLY-ONE-LETTER
035800         VARYING idx FROM 1 BY 1
035900         UNTIL idx > WS-ALPHA-SIZE.
036000 2000-EXIT.
036100     EXIT.
036200
047400             AUD-FAILED-INPUT AUD-FAILURE-REASON
047500             AUD-SEVERITY
047600         PERFORM 3200-REPORT-ONE-LETTER
047700             VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
047800         PERFORM 4000-FIND-LONGEST-SUBSTRING
047900     END-IF
048000     PERFORM 3010-READ-PHRASE.
054400 4300-TEST-SUBSTRING-ISOGRAM.
054500     SET WS-SUBSTR-IS-ISOGRAM TO TRUE
054600     PERFORM 4310-ZERO-SUBSTR-SEEN
054700         VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
054800     PERFORM 4320-CHECK-ONE-CHAR
054900         VARYING WS-CPOS FROM WS-START BY 1
055000         UNTIL WS-CPOS > WS-END OR WS-SUBSTR-INVALID.
056000     IF WS-PHRASE(WS-CPOS:1) NOT = SPACE
056100         PERFORM 4330-CHECK-AGAINST-LETTER
056200             VARYING idx FROM 1 BY 1
056300             UNTIL idx > WS-ALPHA-SIZE OR WS-SUBSTR-INVALID
056400     END-IF.
056500 4320-EXIT.
056600     EXIT.
064200         GO TO 5200-EXIT
064300     END-IF
064400     MOVE ZERO TO WS-DISTINCT-COUNT
064500     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
064600         IF WS-LETTER-REPEAT-COUNT(idx) > ZERO
064700             ADD 1 TO WS-DISTINCT-COUNT
064800         END-IF
067600*-----------------------------------------------------------------
067700 9100-ISOGRAM-GENERATE-ENTRY.
067800 ENTRY "ISOGRAM-GENERATE".
067850     PERFORM 0500-LOAD-ALPHABET THRU 0500-EXIT
067900     PERFORM 5000-GENERATE-CANDIDATES THRU 5000-EXIT
068000     GOBACK.
068100 9100-EXIT.
073300     MOVE WS-PHRASE TO IW-WORD(WS-ISOW-COUNT)
073400     MOVE SPACES TO IW-SET(WS-ISOW-COUNT)
073500     MOVE ZERO TO WS-DISTINCT-COUNT
073600     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
073700         IF WS-LETTER-REPEAT-COUNT(idx) > ZERO
073800             MOVE "Y" TO IW-SET(WS-ISOW-COUNT)(idx:1)
073900             ADD 1 TO WS-DISTINCT-COUNT

074500 6200-JUDGE-ONE-PAIR.
074600     MOVE "N" TO WS-OVERLAP-SW
074700     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > WS-ALPHA-SIZE
074800         IF IW-SET(iwx)(idx:1) = "Y"
074900                 AND IW-SET(iwy)(idx:1) = "Y"
075000             SET SETS-OVERLAP TO TRUE
077300*-----------------------------------------------------------------
077400 9200-ISOGRAM-PAIRS-ENTRY.
077500 ENTRY "ISOGRAM-PAIRS".
077550     PERFORM 0500-LOAD-ALPHABET THRU 0500-EXIT
077600     PERFORM 6000-FIND-DISJOINT-PAIRS THRU 6000-EXIT
077700     GOBACK.
077800 9200-EXIT.
078800         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
078900     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
078910     MOVE RNC-RUN-MODE TO WS-RUN-MODE
078915     PERFORM 0500-LOAD-ALPHABET THRU 0500-EXIT
079000     PERFORM 3000-BATCH-PHRASES THRU 3000-EXIT
079100     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
079200     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
