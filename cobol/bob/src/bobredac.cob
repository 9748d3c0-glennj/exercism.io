002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 09/02/2026 RM    ORIGINAL REDACTION PASS
002210* 10/15/2026 RM    TRANSCRIPT RECORD NOW ENDS WITH THE
002220*                  KNOWLEDGE-BASE ARTICLE ID, COPIED THROUGH
002230*                  UNCHANGED
002232* 10/15/2026 RM    BOBREDAC-BATCH ENTRY POINT FOR THE SECOND-TIER
002234*                  OVERNIGHT STREAM
002300*-----------------------------------------------------------------
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    BOBREDAC.
006000     05  XCRPT-RESPONSE          PIC X(40).
006100     05  FILLER                  PIC X(01).
006200     05  XCRPT-SEVERITY          PIC 9(03).
006210     05  FILLER                  PIC X(01).
006220     05  XCRPT-ARTICLE-ID        PIC X(08).

006300 FD  NAME-DICT-FILE.
006400 01  NAM-RECORD.
006500     05  NAM-NAME                PIC X(18).

006600 FD  ANON-FILE.
006700 01  ANON-RECORD                 PIC X(152).

006800 FD  COUNT-RPT
006900     RECORD CONTAINS 80 CHARACTERS.
010200 01  WS-COUNT-DETAIL.
010300     05  CD-LABEL                PIC X(24).
010400     05  CD-VALUE                PIC ZZZZZZ9.
010410*-----------------------------------------------------------------
010420* PRINCIPAL RECORD COUNTS FOR THE BOBREDAC-BATCH ENTRY
010430* POINT.  BOBXANON IS REBUILT WHOLE EACH RUN, SO THERE IS NO
010440* REHEARSAL MODE.
010450*-----------------------------------------------------------------
010460 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
010470 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.

010480 LINKAGE SECTION.
010490 COPY runcom.

010500 PROCEDURE DIVISION.
010600 0000-BOBREDAC.
010605     PERFORM 0100-RUN-BOBREDAC THRU 0100-EXIT
010610     GOBACK.
010615 0000-EXIT.
010620     EXIT.

010625*-----------------------------------------------------------------
010630* THE WHOLE RUN, BROKEN OUT OF 0000-BOBREDAC SO THE BOBREDAC-BATCH
010635* ENTRY POINT CAN PERFORM IT WITHOUT PICKING UP 0000'S GOBACK.
010640*-----------------------------------------------------------------
010645 0100-RUN-BOBREDAC.
010700     PERFORM 1000-LOAD-NAME-DICTIONARY THRU 1000-EXIT
010800     OPEN INPUT TRANSCRIPT-FILE
010900     IF WS-XCRPT-STATUS NOT = "00"
011000         GO TO 0100-EXIT
011100     END-IF
011200     OPEN OUTPUT ANON-FILE
011300     PERFORM 2000-READ-TRANSCRIPT THRU 2000-EXIT
011400     PERFORM UNTIL XCRPT-EOF
011500         ADD 1 TO WS-RECORDS-IN
011510         ADD 1 TO WS-RNC-READ
011600         PERFORM 3000-REDACT-ONE-RECORD THRU 3000-EXIT
011700         MOVE XCRPT-RECORD TO ANON-RECORD
011800         WRITE ANON-RECORD
011900         ADD 1 TO WS-RECORDS-OUT
011910         ADD 1 TO WS-RNC-WRITTEN
012000         PERFORM 2000-READ-TRANSCRIPT THRU 2000-EXIT
012100     END-PERFORM
012200     CLOSE TRANSCRIPT-FILE ANON-FILE
012300     PERFORM 5000-WRITE-COUNT-REPORT THRU 5000-EXIT.
012500 0100-EXIT.
012600     EXIT.

012700 1000-LOAD-NAME-DICTIONARY.
026500     CLOSE COUNT-RPT.
026600 5000-EXIT.
026700     EXIT.

026800*-----------------------------------------------------------------
026900* OVERNIGHT BATCH DRIVER HOOK: AN ADDITIVE ENTRY POINT SO THE
027000* SECOND-TIER STREAM CAN REDACT THE TRANSCRIPT AND
027100* GET THE PRINCIPAL RECORD COUNTS BACK, WITHOUT DISTURBING THE
027200* DEFAULT CALL "BOBREDAC" BEHAVIOR ABOVE.
027300*-----------------------------------------------------------------
027400 9000-BOBREDAC-BATCH-ENTRY.
027500 ENTRY "BOBREDAC-BATCH" USING RNC-RECORDS-READ
027600         RNC-RECORDS-WRITTEN RNC-RUN-MODE.
027700     MOVE ZERO TO WS-RNC-READ WS-RNC-WRITTEN
027800     PERFORM 0100-RUN-BOBREDAC THRU 0100-EXIT
027900     MOVE WS-RNC-READ    TO RNC-RECORDS-READ
028000     MOVE WS-RNC-WRITTEN TO RNC-RECORDS-WRITTEN
028100     GOBACK.
028200 9000-EXIT.
028300     EXIT.
