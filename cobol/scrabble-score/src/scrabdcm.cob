001700*               SCRABDCR.  WORDS OVER THE 60-CHARACTER LAYOUT
001800*               AND DELETES OF WORDS NOT ON THE LIST ARE
001900*               REJECTED TO THE SHARED AUDIT TRAIL.
001910*               EVERY BUILD IS STAMPED WITH AN EDITION ID ON
001920*               SCRABDCE, INSTALLED ALONGSIDE THE NEW LIST, SO
001930*               SCRABRVL CAN RE-JUDGE PAST PLAYS AGAINST IT.
002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*-----------------------------------------------------------------
002410* 09/02/2026 RM    SIGN-ON CHECK THROUGH THE SHARED OPERAUTH
002420*                  SERVICE, AND AN ACCESS-LOG RECORD (SEVERITY
002430*                  "A") PER TRANSACTION CARRYING THE OPERATOR
002440* 10/15/2026 RM    STAMP EACH BUILD WITH AN EDITION ID (SCRABDCE),
002450*                  TAKEN FROM AN "E" TRANSACTION OR DEFAULTED TO
002460*                  "B" PLUS THE BUILD DATE, CARRYING THE PRIOR
002470*                  EDITION FORWARD FOR THE RE-VALIDATION RUN
002500*-----------------------------------------------------------------
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    SCRABDCM.
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RPT-STATUS.
005100
005110     SELECT EDITION-FILE ASSIGN TO "SCRABDCE"
005120         ORGANIZATION IS LINE SEQUENTIAL
005130         FILE STATUS IS WS-EDN-STATUS.
005140
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  WORD-LIST-FILE.
005500 01  DICT-IN-WORD                PIC X(60).
005600
005700*-----------------------------------------------------------------
005800* ONE TRANSACTION PER RECORD: "A" ADD, "D" DELETE, "E" THE
005810* EDITION ID FOR THIS BUILD (FIRST 10 BYTES OF WORD).  THE WORD
005900* FIELD IS WIDER THAN THE LIST LAYOUT ON PURPOSE, SO AN
006000* OVER-LONG SUBMISSION IS SEEN AND REJECTED RATHER THAN
006100* SILENTLY TRUNCATED INTO A DIFFERENT WORD.
006500     05  DCU-ACTION              PIC X(01).
006600         88  DCU-ACTION-ADD      VALUE "A".
006700         88  DCU-ACTION-DELETE   VALUE "D".
006710         88  DCU-ACTION-EDITION  VALUE "E".
006800     05  DCU-WORD                PIC X(70).
006900
007000 FD  NEW-LIST-FILE.
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  RPT-LINE                    PIC X(80).
007600
007610 FD  EDITION-FILE.
007620     COPY scrabdce.
007630
007700 WORKING-STORAGE SECTION.
007800 01  WS-DICT-STATUS              PIC XX.
007900 01  WS-TRAN-STATUS              PIC XX.
008000 01  WS-NEW-STATUS               PIC XX.
008100 01  WS-RPT-STATUS               PIC XX.
008110 01  WS-EDN-STATUS               PIC XX.
008200
008300*-----------------------------------------------------------------
008400* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).
008620* SHARED OPERATOR-AUTHORIZATION CALL INTERFACE (COPY OPACOM).
008630*-----------------------------------------------------------------
008640 COPY opacom.
008650*-----------------------------------------------------------------
008660* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
008670*-----------------------------------------------------------------
008680 COPY tscom.
008700
008800*-----------------------------------------------------------------
008900* THE WHOLE LIST, CURRENT WORDS PLUS ACCEPTED ADDS, IS HELD AND
010900 01  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.
011000 01  WS-DUP-COUNT                PIC 9(04) VALUE ZERO.
011100 01  WS-DELETE-HIT               PIC 9(04) COMP.
011110 01  WS-NEW-EDITION              PIC X(10) VALUE SPACES.
011120 01  WS-PRIOR-EDITION            PIC X(10) VALUE SPACES.
011200
011300 01  WS-RPT-DETAIL.
011400     05  RD-LABEL                PIC X(20).
011500     05  RD-COUNT                PIC ZZZ9.
011600
011610 01  WS-RPT-EDITION.
011620     05  RE-LABEL                PIC X(20).
011630     05  RE-EDITION              PIC X(10).
011640
011700 PROCEDURE DIVISION.
011800 0000-SCRABDCM.
011810     MOVE "SCRABDCM" TO OPA-PROGRAM-NAME
011860         GOBACK
011870     END-IF
011900     PERFORM 1000-LOAD-CURRENT-LIST THRU 1000-EXIT
011910     PERFORM 1500-READ-PRIOR-EDITION THRU 1500-EXIT
012000     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
012100     PERFORM 3000-SORT-WORD-TABLE THRU 3000-EXIT
012200     PERFORM 4000-WRITE-NEW-LIST THRU 4000-EXIT
012210     PERFORM 4500-WRITE-EDITION-STAMP THRU 4500-EXIT
012300     PERFORM 5000-WRITE-COUNT-REPORT THRU 5000-EXIT
012400     GOBACK.
012500 0000-EXIT.
015100     END-READ.
015200 1100-EXIT.
015300     EXIT.
015310
015320*-----------------------------------------------------------------
015330* THE EDITION THE CURRENT LIST WAS BUILT AS, IF IT WAS STAMPED.
015340*-----------------------------------------------------------------
015350 1500-READ-PRIOR-EDITION.
015360     OPEN INPUT EDITION-FILE
015370     IF WS-EDN-STATUS NOT = "00"
015380         GO TO 1500-EXIT
015390     END-IF
015391     READ EDITION-FILE
015392         NOT AT END MOVE DCE-EDITION TO WS-PRIOR-EDITION
015393     END-READ
015394     CLOSE EDITION-FILE.
015395 1500-EXIT.
015396     EXIT.
015400
015500 2000-APPLY-TRANSACTIONS.
015600     OPEN INPUT TRANS-FILE
016400                 PERFORM 2200-APPLY-ONE-ADD THRU 2200-EXIT
016500             WHEN DCU-ACTION-DELETE
016600                 PERFORM 2300-APPLY-ONE-DELETE THRU 2300-EXIT
016610             WHEN DCU-ACTION-EDITION
016620                 PERFORM 2250-TAKE-EDITION THRU 2250-EXIT
016700             WHEN OTHER
016800                 MOVE "UNKNOWN ACTION CODE" TO AUD-FAILURE-REASON
016900                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
021400     ADD 1 TO WS-ADD-COUNT.
021500 2200-EXIT.
021600     EXIT.
021610
021620*-----------------------------------------------------------------
021630* THE EDITION ID MUST FIT ITS 10 BYTES.  A SECOND "E" REPLACES
021640* THE FIRST.
021650*-----------------------------------------------------------------
021660 2250-TAKE-EDITION.
021670     IF DCU-WORD(1:10) = SPACES
021680             OR DCU-WORD(11:60) NOT = SPACES
021690         MOVE "EDITION ID BLANK OR OVER 10 CHARACTERS" TO
021691             AUD-FAILURE-REASON
021692         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
021693         GO TO 2250-EXIT
021694     END-IF
021695     MOVE FUNCTION UPPER-CASE(DCU-WORD(1:10)) TO WS-NEW-EDITION.
021696 2250-EXIT.
021697     EXIT.
021700
021800 2300-APPLY-ONE-DELETE.
021900     MOVE ZERO TO WS-DELETE-HIT
029300     CLOSE NEW-LIST-FILE.
029400 4000-EXIT.
029500     EXIT.
029504
029508*-----------------------------------------------------------------
029512* STAMP THE LIST JUST BUILT.  SCRABDCE IS INSTALLED WITH SCRABDCN.
029516*-----------------------------------------------------------------
029520 4500-WRITE-EDITION-STAMP.
029524     CALL "TIMESTMP" USING TS-DATE TS-TIME
029528     IF WS-NEW-EDITION = SPACES
029532         STRING "B" TS-DATE DELIMITED BY SIZE
029536             INTO WS-NEW-EDITION
029540     END-IF
029544     OPEN OUTPUT EDITION-FILE
029548     MOVE SPACES           TO DCE-RECORD
029552     MOVE WS-NEW-EDITION   TO DCE-EDITION
029556     MOVE TS-DATE          TO DCE-BUILD-DATE
029560     MOVE WS-AFTER-COUNT   TO DCE-WORD-COUNT
029564     MOVE WS-PRIOR-EDITION TO DCE-PRIOR-EDITION
029568     WRITE DCE-RECORD
029572     CLOSE EDITION-FILE.
029576 4500-EXIT.
029580     EXIT.
029600
029700 5000-WRITE-COUNT-REPORT.
029800     OPEN OUTPUT COUNT-RPT
032300     MOVE WS-AFTER-COUNT TO RD-COUNT
032400     MOVE WS-RPT-DETAIL TO RPT-LINE
032500     WRITE RPT-LINE
032510     MOVE "EDITION STAMPED:    " TO RE-LABEL
032520     MOVE WS-NEW-EDITION TO RE-EDITION
032530     MOVE WS-RPT-EDITION TO RPT-LINE
032540     WRITE RPT-LINE
032600     CLOSE COUNT-RPT.
032700 5000-EXIT.
032800     EXIT.
