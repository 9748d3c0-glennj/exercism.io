000100*****************************************************************
000200* PROGRAM-ID : BOBREGR
000300* AUTHOR     : R. MCALLISTER
000400* INSTALLATION : GLENNJ DATA PROCESSING - HELPDESK TRIAGE SYSTEMS
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : CONFIGURATION REGRESSION HARNESS.  REPLAYS A SAVED
000900*               SET OF BOBXCRPT TRANSCRIPTS (BOBRGXIN) THROUGH
001000*               BOB-BATCH UNDER THE CANDIDATE BOBCFG AND BOBKB
001100*               NAMED ON THE BOBRGCTL CONTROL CARD, THEN
001200*               COMPARES EACH REPLAYED EXCHANGE WITH THE RECORDED
001300*               ORIGINAL - CATEGORY, RESPONSE, SEVERITY, AND
001400*               WHETHER IT RAISED AN ESCALATION TICKET (FROM THE
001500*               SAVED BOBESCQ COPY, BOBRGEIN) - AND PRINTS EVERY
001600*               DIFFERENCE ON BOBRGRPT.  THE REPLAY WRITES ONLY
001700*               ITS OWN WORK FILES (BOBRGSES, BOBRGXCR, BOBRGESC),
001800*               NEVER THE LIVE TRANSCRIPT OR ESCALATION QUEUE, SO
001900*               A CONFIGURATION CHANGE CAN BE APPROVED BEFORE IT
002000*               IS DEPLOYED.
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* 10/15/2026 RM    ORIGINAL REGRESSION HARNESS
002600*-----------------------------------------------------------------
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    BOBREGR.
002900 AUTHOR.        R. MCALLISTER.
003000 INSTALLATION.  GLENNJ DATA PROCESSING.
003100 DATE-WRITTEN.  10/15/2026.
003200 DATE-COMPILED.

003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT REGR-CTL-FILE ASSIGN TO "BOBRGCTL"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CTL-STATUS.

003900     SELECT SAVED-XCRPT-FILE ASSIGN TO "BOBRGXIN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-SAV-STATUS.

004200     SELECT SAVED-ESC-FILE ASSIGN TO "BOBRGEIN"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ESC-STATUS.

004500     SELECT REPLAY-SES-FILE ASSIGN TO "BOBRGSES"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SES-STATUS.

004800     SELECT REPLAY-XCRPT-FILE ASSIGN TO "BOBRGXCR"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RPX-STATUS.

005100     SELECT REPLAY-ESC-FILE ASSIGN TO "BOBRGESC"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RPE-STATUS.

005400     SELECT DIFF-RPT ASSIGN TO "BOBRGRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RPT-STATUS.

005700 DATA DIVISION.
005800 FILE SECTION.
005900*-----------------------------------------------------------------
006000* ONE CONTROL CARD: THE DEPLOYMENT TO REPLAY AS, AND THE CANDIDATE
006100* CONFIGURATION AND KNOWLEDGE-BASE FILES.  A BLANK FILE NAME
006200* REPLAYS AGAINST THE LIVE FILE, WHICH MAKES A USEFUL BASELINE.
006300*-----------------------------------------------------------------
006400 FD  REGR-CTL-FILE.
006500 01  RGC-RECORD.
006600     05  RGC-DEPLOYMENT-ID       PIC X(10).
006700     05  FILLER                  PIC X(01).
006800     05  RGC-CONFIG-FILE         PIC X(10).
006900     05  FILLER                  PIC X(01).
007000     05  RGC-KB-FILE             PIC X(10).

007100*-----------------------------------------------------------------
007200* THE TRANSCRIPT RECORD AS BOB WRITES IT, SAVED AND REPLAYED.
007300*-----------------------------------------------------------------
007400 FD  SAVED-XCRPT-FILE.
007500 01  SAV-RECORD.
007600     05  SAV-TIMESTAMP           PIC X(15).
007700     05  FILLER                  PIC X(01).
007800     05  SAV-SESSION-ID          PIC X(10).
007900     05  FILLER                  PIC X(01).
008000     05  SAV-CATEGORY            PIC X(10).
008100     05  FILLER                  PIC X(01).
008200     05  SAV-INPUT               PIC X(60).
008300     05  FILLER                  PIC X(01).
008400     05  SAV-RESPONSE            PIC X(40).
008500     05  FILLER                  PIC X(01).
008600     05  SAV-SEVERITY            PIC X(03).
008700     05  FILLER                  PIC X(01).
008800     05  SAV-ARTICLE-ID          PIC X(08).

008900 FD  REPLAY-XCRPT-FILE.
009000 01  RPX-RECORD.
009100     05  RPX-TIMESTAMP           PIC X(15).
009200     05  FILLER                  PIC X(01).
009300     05  RPX-SESSION-ID          PIC X(10).
009400     05  FILLER                  PIC X(01).
009500     05  RPX-CATEGORY            PIC X(10).
009600     05  FILLER                  PIC X(01).
009700     05  RPX-INPUT               PIC X(60).
009800     05  FILLER                  PIC X(01).
009900     05  RPX-RESPONSE            PIC X(40).
010000     05  FILLER                  PIC X(01).
010100     05  RPX-SEVERITY            PIC X(03).
010200     05  FILLER                  PIC X(01).
010300     05  RPX-ARTICLE-ID          PIC X(08).

010400*-----------------------------------------------------------------
010500* THE SAVED ESCALATION QUEUE, AND THE TICKETS THE REPLAY RAISED
010600* (THE SAME BOBESCQ LAYOUT, HELD HERE ONLY AS FAR AS THE FIELDS
010700* THE COMPARISON NEEDS).
010800*-----------------------------------------------------------------
010900 FD  SAVED-ESC-FILE.
011000 COPY bobescq.

011100 FD  REPLAY-ESC-FILE.
011200 01  RPE-RECORD.
011300     05  RPE-TIMESTAMP           PIC X(15).
011400     05  FILLER                  PIC X(01).
011500     05  RPE-SESSION-ID          PIC X(10).
011600     05  FILLER                  PIC X(01).
011700     05  RPE-KEYWORD             PIC X(10).
011800     05  FILLER                  PIC X(01).
011900     05  RPE-TEXT                PIC X(60).

012000*-----------------------------------------------------------------
012100* THE BOBSESIN LAYOUT BOB-BATCH READS.  THE SESSION LANGUAGE IS
012200* NOT ON THE TRANSCRIPT, SO IT IS LEFT BLANK AND BOB'S DETECTOR
012300* DECIDES, AS IT DID FOR ANY SESSION THAT DECLARED NONE.
012400*-----------------------------------------------------------------
012500 FD  REPLAY-SES-FILE.
012600 01  RSS-RECORD.
012700     05  RSS-SESSION-ID          PIC X(10).
012800     05  RSS-TEXT                PIC X(60).
012900     05  RSS-LANG                PIC X(03).

013000 FD  DIFF-RPT
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  RPT-LINE                    PIC X(80).

013300 WORKING-STORAGE SECTION.
013400 01  WS-CTL-STATUS               PIC XX.
013500 01  WS-SAV-STATUS               PIC XX.
013600     88  SAV-EOF                 VALUE "10".
013700 01  WS-ESC-STATUS               PIC XX.
013800     88  ESC-EOF                 VALUE "10".
013900 01  WS-SES-STATUS               PIC XX.
014000 01  WS-RPX-STATUS               PIC XX.
014100     88  RPX-EOF                 VALUE "10".
014200 01  WS-RPE-STATUS               PIC XX.
014300     88  RPE-EOF                 VALUE "10".
014400 01  WS-RPT-STATUS               PIC XX.

014500*-----------------------------------------------------------------
014600* BOB-BATCH AND BOB-REPLAY CALL INTERFACES.
014700*-----------------------------------------------------------------
014800 COPY runcom.
014900 COPY bobrpl.

015000 01  WS-DEPLOYMENT-ID            PIC X(10) VALUE SPACES.
015100 01  WS-CONFIG-FILE              PIC X(10) VALUE SPACES.
015200 01  WS-KB-FILE                  PIC X(10) VALUE SPACES.

015300*-----------------------------------------------------------------
015400* SAVED TICKETS, MATCHED TO A SAVED EXCHANGE BY TIMESTAMP, SESSION
015500* AND TEXT.  A TICKET IS MARKED USED SO TWO IDENTICAL LINES IN THE
015600* SAME SECOND EACH FIND THEIR OWN.
015700*-----------------------------------------------------------------
015800 01  WS-OT-COUNT                 PIC 9(03) VALUE ZERO.
015900 01  WS-OT-OVERFLOW              PIC 9(05) VALUE ZERO.
016000 01  WS-OT-TABLE.
016100     05  WS-OT-ENTRY OCCURS 500 TIMES.
016200         10  OT-TIMESTAMP        PIC X(15).
016300         10  OT-SESSION-ID       PIC X(10).
016400         10  OT-TEXT             PIC X(60).
016500         10  OT-KEYWORD          PIC X(10).
016600         10  OT-USED-SW          PIC X(01).
016700             88  OT-USED         VALUE "Y".
016800 01  otx                         PIC 9(03).

016900*-----------------------------------------------------------------
017000* ONE EXCHANGE'S COMPARISON.
017100*-----------------------------------------------------------------
017200 01  WS-WAS-TICKET-SW            PIC X(01).
017300     88  WAS-TICKET              VALUE "Y".
017400 01  WS-NOW-TICKET-SW            PIC X(01).
017500     88  NOW-TICKET              VALUE "Y".
017600 01  WS-WAS-KEYWORD              PIC X(10).
017700 01  WS-NOW-KEYWORD              PIC X(10).
017800 01  WS-CHANGED-SW               PIC X(01).
017900     88  EXCHANGE-CHANGED        VALUE "Y".
018000 01  WS-ESCALATION-TEXT          PIC X(40).

018100 01  WS-SAVED-COUNT              PIC 9(07) VALUE ZERO.
018200 01  WS-REPLAYED-COUNT           PIC 9(07) VALUE ZERO.
018300 01  WS-UNCHANGED-COUNT          PIC 9(07) VALUE ZERO.
018400 01  WS-CHANGED-COUNT            PIC 9(07) VALUE ZERO.
018500 01  WS-MISSING-COUNT            PIC 9(07) VALUE ZERO.
018600 01  WS-CATEGORY-DIFFS           PIC 9(07) VALUE ZERO.
018700 01  WS-RESPONSE-DIFFS           PIC 9(07) VALUE ZERO.
018800 01  WS-SEVERITY-DIFFS           PIC 9(07) VALUE ZERO.
018900 01  WS-ESCALATION-DIFFS         PIC 9(07) VALUE ZERO.

019000 01  WS-RPT-HDG1                 PIC X(80) VALUE
019100     "BOB CONFIGURATION REGRESSION - DIFFERENCE REPORT".
019200 01  WS-RPT-HDG2.
019300     05  FILLER                  PIC X(12) VALUE "DEPLOYMENT: ".
019400     05  H2-DEPLOYMENT           PIC X(10).
019500     05  FILLER                  PIC X(10) VALUE "  CONFIG: ".
019600     05  H2-CONFIG               PIC X(10).
019700     05  FILLER                  PIC X(06) VALUE "  KB: ".
019800     05  H2-KB                   PIC X(10).
019900 01  WS-DIFF-HEADER.
020000     05  FILLER                  PIC X(08) VALUE "SESSION ".
020100     05  DH-SESSION-ID           PIC X(10).
020200     05  FILLER                  PIC X(01) VALUE SPACES.
020300     05  DH-TIMESTAMP            PIC X(15).
020400     05  FILLER                  PIC X(01) VALUE SPACES.
020500     05  DH-INPUT                PIC X(45).
020600 01  WS-DIFF-DETAIL.
020700     05  FILLER                  PIC X(03) VALUE SPACES.
020800     05  DD-LABEL                PIC X(11).
020900     05  DD-TAG                  PIC X(05).
021000     05  DD-VALUE                PIC X(40).
021100 01  WS-COUNT-DETAIL.
021200     05  CD-LABEL                PIC X(28).
021300     05  CD-VALUE                PIC ZZZZZZ9.

021400 PROCEDURE DIVISION.
021500 0000-BOBREGR.
021600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021700     PERFORM 2000-BUILD-REPLAY-INPUT THRU 2000-EXIT
021800     IF WS-SAVED-COUNT > ZERO
021900         PERFORM 3000-RUN-REPLAY THRU 3000-EXIT
022000         PERFORM 4000-LOAD-SAVED-TICKETS THRU 4000-EXIT
022100         PERFORM 5000-COMPARE-EXCHANGES THRU 5000-EXIT
022200     END-IF
022300     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
022400     CLOSE DIFF-RPT
022500     GOBACK.
022600 0000-EXIT.
022700     EXIT.

022800*-----------------------------------------------------------------
022900* THE CONTROL CARD IS OPTIONAL: WITHOUT ONE THE REPLAY RUNS WITH
023000* NO DEPLOYMENT AGAINST THE LIVE CONFIGURATION.
023100*-----------------------------------------------------------------
023200 1000-INITIALIZE.
023300     OPEN INPUT REGR-CTL-FILE
023400     IF WS-CTL-STATUS = "00"
023500         READ REGR-CTL-FILE
023600             AT END MOVE SPACES TO RGC-RECORD
023700         END-READ
023800         MOVE RGC-DEPLOYMENT-ID TO WS-DEPLOYMENT-ID
023900         MOVE RGC-CONFIG-FILE   TO WS-CONFIG-FILE
024000         MOVE RGC-KB-FILE       TO WS-KB-FILE
024100         CLOSE REGR-CTL-FILE
024200     END-IF
024300     OPEN OUTPUT DIFF-RPT
024400     MOVE WS-RPT-HDG1 TO RPT-LINE
024500     WRITE RPT-LINE
024600     MOVE WS-DEPLOYMENT-ID TO H2-DEPLOYMENT
024700     MOVE WS-CONFIG-FILE   TO H2-CONFIG
024800     MOVE WS-KB-FILE       TO H2-KB
024900     IF WS-CONFIG-FILE = SPACES
025000         MOVE "(LIVE)" TO H2-CONFIG
025100     END-IF
025200     IF WS-KB-FILE = SPACES
025300         MOVE "(LIVE)" TO H2-KB
025400     END-IF
025500     MOVE WS-RPT-HDG2 TO RPT-LINE
025600     WRITE RPT-LINE
025700     MOVE SPACES TO RPT-LINE
025800     WRITE RPT-LINE.
025900 1000-EXIT.
026000     EXIT.

026100*-----------------------------------------------------------------
026200* TURN THE SAVED TRANSCRIPT BACK INTO SESSION INPUT, ONE RECORD
026300* PER EXCHANGE IN THE ORDER IT WAS ORIGINALLY HEARD, SO EACH
026400* SESSION'S CONTEXT BUILDS UP EXACTLY AS IT DID THE FIRST TIME.
026500*-----------------------------------------------------------------
026600 2000-BUILD-REPLAY-INPUT.
026700     OPEN INPUT SAVED-XCRPT-FILE
026800     IF WS-SAV-STATUS NOT = "00"
026900         GO TO 2000-EXIT
027000     END-IF
027100     OPEN OUTPUT REPLAY-SES-FILE
027200     PERFORM 2100-READ-SAVED THRU 2100-EXIT
027300     PERFORM UNTIL SAV-EOF
027400         ADD 1 TO WS-SAVED-COUNT
027500         MOVE SPACES         TO RSS-RECORD
027600         MOVE SAV-SESSION-ID TO RSS-SESSION-ID
027700         MOVE SAV-INPUT      TO RSS-TEXT
027800         WRITE RSS-RECORD
027900         PERFORM 2100-READ-SAVED THRU 2100-EXIT
028000     END-PERFORM
028100     CLOSE SAVED-XCRPT-FILE REPLAY-SES-FILE.
028200 2000-EXIT.
028300     EXIT.

028400 2100-READ-SAVED.
028500     READ SAVED-XCRPT-FILE
028600         AT END SET SAV-EOF TO TRUE
028700     END-READ.
028800 2100-EXIT.
028900     EXIT.

029000*-----------------------------------------------------------------
029100* START THE REPLAY TRANSCRIPT AND TICKET FILES EMPTY (BOB ONLY
029200* EVER EXTENDS THEM), POINT BOB AT THE REPLAY FILES AND THE
029300* CANDIDATE CONFIGURATION, AND RUN THE SESSION BATCH.
029400*-----------------------------------------------------------------
029500 3000-RUN-REPLAY.
029600     OPEN OUTPUT REPLAY-XCRPT-FILE
029700     CLOSE REPLAY-XCRPT-FILE
029800     OPEN OUTPUT REPLAY-ESC-FILE
029900     CLOSE REPLAY-ESC-FILE
030000     MOVE WS-DEPLOYMENT-ID TO BRP-DEPLOYMENT-ID
030100     MOVE "BOBRGSES"       TO BRP-SESSION-FILE
030200     MOVE "BOBRGXCR"       TO BRP-TRANSCRIPT-FILE
030300     MOVE "BOBRGESC"       TO BRP-ESCALATION-FILE
030400     MOVE WS-CONFIG-FILE   TO BRP-CONFIG-FILE
030500     MOVE WS-KB-FILE       TO BRP-KB-FILE
030600     CALL "BOB-REPLAY" USING BRP-REPLAY-AREA
030700     MOVE ZERO  TO RNC-RECORDS-READ RNC-RECORDS-WRITTEN
030800     MOVE SPACE TO RNC-RUN-MODE
030900     CALL "BOB-BATCH" USING RNC-RECORDS-READ
031000         RNC-RECORDS-WRITTEN RNC-RUN-MODE
031100     MOVE RNC-RECORDS-WRITTEN TO WS-REPLAYED-COUNT.
031200 3000-EXIT.
031300     EXIT.

031400*-----------------------------------------------------------------
031500* A MISSING SAVED QUEUE MEANS THE ORIGINALS RAISED NO TICKETS.
031600*-----------------------------------------------------------------
031700 4000-LOAD-SAVED-TICKETS.
031800     OPEN INPUT SAVED-ESC-FILE
031900     IF WS-ESC-STATUS NOT = "00"
032000         GO TO 4000-EXIT
032100     END-IF
032200     PERFORM 4100-READ-SAVED-TICKET THRU 4100-EXIT
032300     PERFORM UNTIL ESC-EOF
032400         IF WS-OT-COUNT >= 500
032500             ADD 1 TO WS-OT-OVERFLOW
032600         ELSE
032700             ADD 1 TO WS-OT-COUNT
032800             MOVE ESC-TIMESTAMP  TO OT-TIMESTAMP(WS-OT-COUNT)
032900             MOVE ESC-SESSION-ID TO OT-SESSION-ID(WS-OT-COUNT)
033000             MOVE ESC-TEXT       TO OT-TEXT(WS-OT-COUNT)
033100             MOVE ESC-KEYWORD    TO OT-KEYWORD(WS-OT-COUNT)
033200             MOVE "N"            TO OT-USED-SW(WS-OT-COUNT)
033300         END-IF
033400         PERFORM 4100-READ-SAVED-TICKET THRU 4100-EXIT
033500     END-PERFORM
033600     CLOSE SAVED-ESC-FILE.
033700 4000-EXIT.
033800     EXIT.

033900 4100-READ-SAVED-TICKET.
034000     READ SAVED-ESC-FILE
034100         AT END SET ESC-EOF TO TRUE
034200     END-READ.
034300 4100-EXIT.
034400     EXIT.

034500*-----------------------------------------------------------------
034600* WALK THE SAVED AND REPLAYED TRANSCRIPTS IN STEP - BOB-BATCH
034700* WRITES ONE TRANSCRIPT LINE PER SESSION RECORD, IN ORDER.  THE
034800* REPLAY'S TICKETS ARE WRITTEN IN THE SAME ORDER, EACH RIGHT AFTER
034900* ITS EXCHANGE, SO THE NEXT UNMATCHED REPLAY TICKET BELONGS TO THE
035000* CURRENT EXCHANGE WHEN ITS SESSION AND TEXT AGREE.
035100*-----------------------------------------------------------------
035200 5000-COMPARE-EXCHANGES.
035300     OPEN INPUT SAVED-XCRPT-FILE
035400     OPEN INPUT REPLAY-XCRPT-FILE
035500     OPEN INPUT REPLAY-ESC-FILE
035600     IF WS-RPX-STATUS NOT = "00"
035700         SET RPX-EOF TO TRUE
035800     END-IF
035900     IF WS-RPE-STATUS NOT = "00"
036000         SET RPE-EOF TO TRUE
036100     ELSE
036200         PERFORM 5200-READ-REPLAY-TICKET THRU 5200-EXIT
036300     END-IF
036400     PERFORM 2100-READ-SAVED THRU 2100-EXIT
036500     PERFORM UNTIL SAV-EOF
036600         IF NOT RPX-EOF
036700             PERFORM 5100-READ-REPLAY THRU 5100-EXIT
036800         END-IF
036900         IF RPX-EOF
037000             ADD 1 TO WS-MISSING-COUNT
037100             MOVE SAV-SESSION-ID TO DH-SESSION-ID
037200             MOVE SAV-TIMESTAMP  TO DH-TIMESTAMP
037300             MOVE SAV-INPUT      TO DH-INPUT
037400             MOVE WS-DIFF-HEADER TO RPT-LINE
037500             WRITE RPT-LINE
037600             MOVE SPACES TO WS-DIFF-DETAIL
037700             MOVE "NOT REPLAYED - NO REPLAY TRANSCRIPT LINE"
037800                 TO DD-VALUE
037900             MOVE WS-DIFF-DETAIL TO RPT-LINE
038000             WRITE RPT-LINE
038100         ELSE
038200             PERFORM 5300-COMPARE-ONE-EXCHANGE THRU 5300-EXIT
038300         END-IF
038400         PERFORM 2100-READ-SAVED THRU 2100-EXIT
038500     END-PERFORM
038600     CLOSE SAVED-XCRPT-FILE REPLAY-XCRPT-FILE REPLAY-ESC-FILE.
038700 5000-EXIT.
038800     EXIT.

038900 5100-READ-REPLAY.
039000     READ REPLAY-XCRPT-FILE
039100         AT END SET RPX-EOF TO TRUE
039200     END-READ.
039300 5100-EXIT.
039400     EXIT.

039500 5200-READ-REPLAY-TICKET.
039600     READ REPLAY-ESC-FILE
039700         AT END SET RPE-EOF TO TRUE
039800     END-READ.
039900 5200-EXIT.
040000     EXIT.

040100 5300-COMPARE-ONE-EXCHANGE.
040200     MOVE "N" TO WS-CHANGED-SW
040300     PERFORM 5400-FIND-TICKETS THRU 5400-EXIT

040400     IF RPX-CATEGORY NOT = SAV-CATEGORY
040500         ADD 1 TO WS-CATEGORY-DIFFS
040600         PERFORM 5500-START-DIFFERENCE THRU 5500-EXIT
040700         MOVE "CATEGORY"   TO DD-LABEL
040800         MOVE SAV-CATEGORY TO DD-VALUE
040900         PERFORM 5600-WRITE-WAS-NOW THRU 5600-EXIT
041000         MOVE RPX-CATEGORY TO DD-VALUE
041100         PERFORM 5700-WRITE-NOW THRU 5700-EXIT
041200     END-IF
041300     IF RPX-RESPONSE NOT = SAV-RESPONSE
041400         ADD 1 TO WS-RESPONSE-DIFFS
041500         PERFORM 5500-START-DIFFERENCE THRU 5500-EXIT
041600         MOVE "RESPONSE"   TO DD-LABEL
041700         MOVE SAV-RESPONSE TO DD-VALUE
041800         PERFORM 5600-WRITE-WAS-NOW THRU 5600-EXIT
041900         MOVE RPX-RESPONSE TO DD-VALUE
042000         PERFORM 5700-WRITE-NOW THRU 5700-EXIT
042100     END-IF
042200     IF RPX-SEVERITY NOT = SAV-SEVERITY
042300         ADD 1 TO WS-SEVERITY-DIFFS
042400         PERFORM 5500-START-DIFFERENCE THRU 5500-EXIT
042500         MOVE "SEVERITY"   TO DD-LABEL
042600         MOVE SAV-SEVERITY TO DD-VALUE
042700         PERFORM 5600-WRITE-WAS-NOW THRU 5600-EXIT
042800         MOVE RPX-SEVERITY TO DD-VALUE
042900         PERFORM 5700-WRITE-NOW THRU 5700-EXIT
043000     END-IF
043100     IF WS-WAS-TICKET-SW NOT = WS-NOW-TICKET-SW
043200             OR WS-WAS-KEYWORD NOT = WS-NOW-KEYWORD
043300         ADD 1 TO WS-ESCALATION-DIFFS
043400         PERFORM 5500-START-DIFFERENCE THRU 5500-EXIT
043500         MOVE "ESCALATION" TO DD-LABEL
043600         MOVE "NO TICKET" TO WS-ESCALATION-TEXT
043700         IF WAS-TICKET
043800             MOVE SPACES TO WS-ESCALATION-TEXT
043900             STRING "TICKET ON KEYWORD " WS-WAS-KEYWORD
044000                 DELIMITED BY SIZE INTO WS-ESCALATION-TEXT
044100         END-IF
044200         MOVE WS-ESCALATION-TEXT TO DD-VALUE
044300         PERFORM 5600-WRITE-WAS-NOW THRU 5600-EXIT
044400         MOVE "NO TICKET" TO WS-ESCALATION-TEXT
044500         IF NOW-TICKET
044600             MOVE SPACES TO WS-ESCALATION-TEXT
044700             STRING "TICKET ON KEYWORD " WS-NOW-KEYWORD
044800                 DELIMITED BY SIZE INTO WS-ESCALATION-TEXT
044900         END-IF
045000         MOVE WS-ESCALATION-TEXT TO DD-VALUE
045100         PERFORM 5700-WRITE-NOW THRU 5700-EXIT
045200     END-IF

045300     IF EXCHANGE-CHANGED
045400         ADD 1 TO WS-CHANGED-COUNT
045500     ELSE
045600         ADD 1 TO WS-UNCHANGED-COUNT
045700     END-IF.
045800 5300-EXIT.
045900     EXIT.

046000*-----------------------------------------------------------------
046100* DID THE ORIGINAL EXCHANGE, AND DOES THE REPLAYED ONE, RAISE A
046200* TICKET - AND ON WHICH KEYWORD.
046300*-----------------------------------------------------------------
046400 5400-FIND-TICKETS.
046500     MOVE "N" TO WS-WAS-TICKET-SW WS-NOW-TICKET-SW
046600     MOVE SPACES TO WS-WAS-KEYWORD WS-NOW-KEYWORD
046700     PERFORM VARYING otx FROM 1 BY 1
046800             UNTIL otx > WS-OT-COUNT OR WAS-TICKET
046900         IF NOT OT-USED(otx)
047000                 AND OT-TIMESTAMP(otx)  = SAV-TIMESTAMP
047100                 AND OT-SESSION-ID(otx) = SAV-SESSION-ID
047200                 AND OT-TEXT(otx)       = SAV-INPUT
047300             SET WAS-TICKET TO TRUE
047400             SET OT-USED(otx) TO TRUE
047500             MOVE OT-KEYWORD(otx) TO WS-WAS-KEYWORD
047600         END-IF
047700     END-PERFORM
047800     IF NOT RPE-EOF
047900             AND RPE-SESSION-ID = RPX-SESSION-ID
048000             AND RPE-TEXT       = RPX-INPUT
048100         SET NOW-TICKET TO TRUE
048200         MOVE RPE-KEYWORD TO WS-NOW-KEYWORD
048300         PERFORM 5200-READ-REPLAY-TICKET THRU 5200-EXIT
048400     END-IF.
048500 5400-EXIT.
048600     EXIT.

048700*-----------------------------------------------------------------
048800* THE FIRST DIFFERENCE ON AN EXCHANGE PRINTS ITS HEADER LINE.
048900*-----------------------------------------------------------------
049000 5500-START-DIFFERENCE.
049100     IF EXCHANGE-CHANGED
049200         GO TO 5500-EXIT
049300     END-IF
049400     SET EXCHANGE-CHANGED TO TRUE
049500     MOVE SAV-SESSION-ID TO DH-SESSION-ID
049600     MOVE SAV-TIMESTAMP  TO DH-TIMESTAMP
049700     MOVE SAV-INPUT      TO DH-INPUT
049800     MOVE WS-DIFF-HEADER TO RPT-LINE
049900     WRITE RPT-LINE.
050000 5500-EXIT.
050100     EXIT.

050200 5600-WRITE-WAS-NOW.
050300     MOVE "WAS: " TO DD-TAG
050400     MOVE WS-DIFF-DETAIL TO RPT-LINE
050500     WRITE RPT-LINE.
050600 5600-EXIT.
050700     EXIT.

050800 5700-WRITE-NOW.
050900     MOVE SPACES TO DD-LABEL
051000     MOVE "NOW: " TO DD-TAG
051100     MOVE WS-DIFF-DETAIL TO RPT-LINE
051200     WRITE RPT-LINE.
051300 5700-EXIT.
051400     EXIT.

051500*-----------------------------------------------------------------
051600* CONTROL TOTALS AND THE VERDICT OPERATIONS SIGNS OFF ON.
051700*-----------------------------------------------------------------
051800 6000-WRITE-TOTALS.
051900     MOVE SPACES TO RPT-LINE
052000     WRITE RPT-LINE
052100     MOVE "SAVED EXCHANGES:            " TO CD-LABEL
052200     MOVE WS-SAVED-COUNT TO CD-VALUE
052300     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
052400     MOVE "EXCHANGES REPLAYED:         " TO CD-LABEL
052500     MOVE WS-REPLAYED-COUNT TO CD-VALUE
052600     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
052700     MOVE "UNCHANGED:                  " TO CD-LABEL
052800     MOVE WS-UNCHANGED-COUNT TO CD-VALUE
052900     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
053000     MOVE "CHANGED:                    " TO CD-LABEL
053100     MOVE WS-CHANGED-COUNT TO CD-VALUE
053200     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
053300     MOVE "  CATEGORY DIFFERENCES:     " TO CD-LABEL
053400     MOVE WS-CATEGORY-DIFFS TO CD-VALUE
053500     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
053600     MOVE "  RESPONSE DIFFERENCES:     " TO CD-LABEL
053700     MOVE WS-RESPONSE-DIFFS TO CD-VALUE
053800     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
053900     MOVE "  SEVERITY DIFFERENCES:     " TO CD-LABEL
054000     MOVE WS-SEVERITY-DIFFS TO CD-VALUE
054100     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
054200     MOVE "  ESCALATION DIFFERENCES:   " TO CD-LABEL
054300     MOVE WS-ESCALATION-DIFFS TO CD-VALUE
054400     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
054500     MOVE "NOT REPLAYED:               " TO CD-LABEL
054600     MOVE WS-MISSING-COUNT TO CD-VALUE
054700     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
054800     IF WS-OT-OVERFLOW > ZERO
054900         MOVE "SAVED TICKETS NOT LOADED:   " TO CD-LABEL
055000         MOVE WS-OT-OVERFLOW TO CD-VALUE
055100         PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
055200     END-IF
055300     EVALUATE TRUE
055400         WHEN WS-SAVED-COUNT = ZERO
055500             MOVE "RESULT: NO SAVED TRANSCRIPT - NOTHING REPLAYED"
055600                 TO RPT-LINE
055700         WHEN WS-CHANGED-COUNT = ZERO AND WS-MISSING-COUNT = ZERO
055800             MOVE "RESULT: NO DIFFERENCES" TO RPT-LINE
055900         WHEN OTHER
056000             MOVE "RESULT: DIFFERENCES FOUND - REVIEW BEFORE USE"
056100                 TO RPT-LINE
056200     END-EVALUATE
056300     WRITE RPT-LINE.
056400 6000-EXIT.
056500     EXIT.

056600 6100-WRITE-COUNT.
056700     MOVE WS-COUNT-DETAIL TO RPT-LINE
056800     WRITE RPT-LINE.
056900 6100-EXIT.
057000     EXIT.
