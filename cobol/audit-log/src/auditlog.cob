002340*                  ONE ROLLUP RECORD ("SUPPRESSED REPEATS: N")
002350*                  GOES TO THE TRAIL WHEN THE DRIVER CALLS THE
002360*                  AUDITLOG-ENDRUN ENTRY AT END OF RUN
002365* 10/15/2026 TH    TAMPER-EVIDENT HASH CHAIN: EVERY TRAIL RECORD
002370*                  CARRIES A SEQUENCE NUMBER AND A HASH OVER ITS
002375*                  CONTENT AND THE PREVIOUS RECORD'S HASH (AUDHASH
002380*                  SERVICE); EACH RUN UNIT OPENS WITH AN ANCHOR
002385*                  RECORD, AND THE LAST LINK IS KEPT ON AUDCHAIN.
002390*                  AUDVRFY WALKS THE CHAIN
002391* 10/15/2026 TH    THE LAST LINK IS RE-READ FROM AUDCHAIN FOR
002392*                  EVERY WRITE, SO RUN UNITS SHARING THE TRAIL
002393*                  KEEP ONE UNBROKEN CHAIN; THE ALERT COPY KEEPS
002394*                  ITS PRE-CHAIN 164-BYTE CONTENT
002395* 10/15/2026 TH    THE PHYSICAL APPEND IS ITS OWN PARAGRAPH,
002396*                  PERFORMED FOR THE ANCHOR AND FOR EVERY RECORD;
002397*                  THE ANCHOR'S PRIOR HASH IS TAKEN FROM THE CHAIN
002398*                  AS IT IS APPENDED
002400*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003500     SELECT ALERT-FILE ASSIGN TO "AUDALERT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-ALERT-STATUS.

003710     SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS WS-CHAIN-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  AUDIT-TRAIL-FILE.
004200 COPY audtrlr.
004202*
004204 FD  AUDIT-CHAIN-FILE.
004206 COPY audchn.
004300*
004400*-----------------------------------------------------------------
004500* OPERATOR ALERT FILE: AN EXACT COPY OF EVERY SEVERE AUDIT
004600* RECORD, SMALL ENOUGH THAT A NON-EMPTY FILE IS ITSELF THE
004700* SIGNAL.
004705* THE CHAIN FIELDS PAST THE RUN ID STAY ON THE TRAIL ALONE.
004800*-----------------------------------------------------------------
004900 FD  ALERT-FILE.
005000 01  ALERT-RECORD                PIC X(180).
006510     05  FILLER                  PIC X(20) VALUE
006520         "SUPPRESSED REPEATS: ".
006530     05  RU-QTY                  PIC 9(07).
006531*-----------------------------------------------------------------
006532* HASH CHAIN.  THE LAST SEQUENCE AND HASH WRITTEN ARE RE-READ FROM
006533* AUDCHAIN FOR EVERY WRITE - OTHER RUN UNITS APPEND TO THE TRAIL.
006534*-----------------------------------------------------------------
006535 01  WS-CHAIN-STATUS             PIC XX.
006536 01  WS-CHAIN-SW                 PIC X VALUE "N".
006537     88  CHAIN-STARTED           VALUE "Y".
006538 01  WS-CHAIN-SEQ                PIC 9(09) VALUE ZERO.
006539 01  WS-CHAIN-HASH               PIC X(20).
006540 01  WS-HELD-RECORD              PIC X(200).
006541 01  WS-ANCHOR-INPUT.
006542     05  FILLER                  PIC X(11) VALUE "PRIOR HASH ".
006543     05  AN-PRIOR-HASH           PIC X(20).
006544     05  FILLER                  PIC X(29) VALUE SPACES.
006545 COPY audhcom.
006553*-----------------------------------------------------------------
006576* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
006600*-----------------------------------------------------------------
008120     IF THIS-REPEAT-SUPPRESSED
008130         GOBACK
008140     END-IF
008145     MOVE SPACES TO AUDIT-TRAIL-RECORD
008700     MOVE AUD-PROGRAM-NAME   TO ATR-PROGRAM-NAME
008800     MOVE AUD-FAILED-INPUT   TO ATR-FAILED-INPUT
008900     MOVE AUD-FAILURE-REASON TO ATR-FAILURE-REASON
010910*-----------------------------------------------------------------
010920* ONE PHYSICAL WRITE TO THE TRAIL (AND THE ALERT COPY WHEN
010930* SEVERE), SHARED BY THE NORMAL PATH AND THE ENDRUN ROLLUP.
010932* EVERY RECORD IS NUMBERED AND HASH-CHAINED TO THE ONE BEFORE
010934* IT, AND THE FIRST WRITE OF A RUN UNIT IS PRECEDED BY THE RUN'S
010936* ANCHOR RECORD.
010940*-----------------------------------------------------------------
010950 2000-WRITE-TRAIL-RECORD.
010951     IF NOT CHAIN-STARTED
010952         PERFORM 2100-START-CHAIN THRU 2100-EXIT
010953     END-IF
010954     SET ATR-CHAIN-ENTRY TO TRUE
010955     PERFORM 2010-APPEND-RECORD THRU 2010-EXIT.
011110 2000-EXIT.
011120     EXIT.

012120             COMPUTE WS-SUPPRESSED-QTY =
012130                 RS-COUNT(rsx) - WS-SUPPRESS-AFTER
012140             MOVE WS-SUPPRESSED-QTY TO RU-QTY
012145             MOVE SPACES TO AUDIT-TRAIL-RECORD
012150             MOVE RS-PROGRAM(rsx)  TO ATR-PROGRAM-NAME
012160             MOVE WS-ROLLUP-INPUT  TO ATR-FAILED-INPUT
012170             MOVE RS-REASON(rsx)   TO ATR-FAILURE-REASON
012280     GOBACK.
012290 9100-EXIT.
012300     EXIT.

012310*-----------------------------------------------------------------
012320* FIRST WRITE OF THE RUN UNIT: WRITE THE RUN'S ANCHOR AHEAD OF
012330* THE CALLER'S RECORD.  2010 PUTS THE LAST HASH ON THE CHAIN
012340* CONTROL RECORD (ZEROS WHEN THERE IS NONE YET) INTO ITS TEXT AS
012350* IT APPENDS, SO THE CHAIN CAN STILL BE PICKED UP AT AN ANCHOR
012360* AFTER LOGPURGE HAS TRIMMED THE OLDER RECORDS FROM THE FRONT OF
012370* THE TRAIL.
012380*-----------------------------------------------------------------
012390 2100-START-CHAIN.
012400     SET CHAIN-STARTED TO TRUE
012520     MOVE AUDIT-TRAIL-RECORD TO WS-HELD-RECORD
012530     MOVE SPACES TO AUDIT-TRAIL-RECORD
012540     MOVE "AUDITLOG"        TO ATR-PROGRAM-NAME
012570     MOVE "AUDIT TRAIL CHAIN ANCHOR" TO ATR-FAILURE-REASON
012580     SET ATR-SEV-INFO       TO TRUE
012590     MOVE WS-RUN-ID         TO ATR-RUN-ID
012600     MOVE TS-DATE           TO ATR-TS-DATE
012610     MOVE TS-TIME           TO ATR-TS-TIME
012620     SET ATR-CHAIN-ANCHOR   TO TRUE
012630     PERFORM 2010-APPEND-RECORD THRU 2010-EXIT
012640     MOVE WS-HELD-RECORD TO AUDIT-TRAIL-RECORD.
012650 2100-EXIT.
012660     EXIT.

012670*-----------------------------------------------------------------
012680* NUMBER THE RECORD AND CHAIN IT: ITS HASH COVERS EVERYTHING UP TO
012690* THE HASH FIELD ITSELF, SEEDED WITH THE PREVIOUS RECORD'S HASH.
012700*-----------------------------------------------------------------
012710 2200-CHAIN-RECORD.
012720     ADD 1 TO WS-CHAIN-SEQ
012730     MOVE WS-CHAIN-SEQ TO ATR-CHAIN-SEQ
012740     MOVE WS-CHAIN-HASH TO AHC-PRIOR-HASH
012750     MOVE AUDIT-TRAIL-RECORD(1:LENGTH OF AHC-CONTENT)
012760         TO AHC-CONTENT
012770     CALL "AUDHASH" USING AHC-PRIOR-HASH AHC-CONTENT AHC-NEW-HASH
012780     MOVE AHC-NEW-HASH TO ATR-CHAIN-HASH WS-CHAIN-HASH.
012790 2200-EXIT.
012800     EXIT.

012810*-----------------------------------------------------------------
012820* REWRITE THE CHAIN CONTROL RECORD WITH THE RECORD JUST WRITTEN.
012830*-----------------------------------------------------------------
012840 2300-SAVE-CHAIN.
012850     OPEN OUTPUT AUDIT-CHAIN-FILE
012860     MOVE SPACES TO AUDIT-CHAIN-RECORD
012870     MOVE WS-CHAIN-SEQ  TO ACH-LAST-SEQ
012880     MOVE WS-CHAIN-HASH TO ACH-LAST-HASH
012890     MOVE ATR-TS-DATE   TO ACH-LAST-DATE
012900     MOVE ATR-TS-TIME   TO ACH-LAST-TIME
012910     WRITE AUDIT-CHAIN-RECORD
012920     CLOSE AUDIT-CHAIN-FILE.
012930 2300-EXIT.
012940     EXIT.

013000*-----------------------------------------------------------------
013010* PICK UP THE LAST SEQUENCE AND HASH WRITTEN BY ANY RUN UNIT FROM
013020* THE CHAIN CONTROL RECORD (ZEROS WHEN THERE IS NONE YET).
013030*-----------------------------------------------------------------
013040 2050-LOAD-CHAIN.
013050     MOVE ZERO TO WS-CHAIN-SEQ
013060     MOVE ALL "0" TO WS-CHAIN-HASH
013070     OPEN INPUT AUDIT-CHAIN-FILE
013080     IF WS-CHAIN-STATUS NOT = "00"
013090         GO TO 2050-EXIT
013100     END-IF
013110     READ AUDIT-CHAIN-FILE
013120         NOT AT END
013130             MOVE ACH-LAST-SEQ  TO WS-CHAIN-SEQ
013140             MOVE ACH-LAST-HASH TO WS-CHAIN-HASH
013150     END-READ
013160     CLOSE AUDIT-CHAIN-FILE.
013170 2050-EXIT.
013180     EXIT.

013200*-----------------------------------------------------------------
013210* APPEND ONE RECORD: CHAIN IT TO THE LAST LINK ANY RUN UNIT WROTE,
013220* WRITE IT, SAVE THE NEW LINK AT ONCE, AND COPY A SEVERE RECORD TO
013230* THE ALERT FILE.  AN ANCHOR TAKES THE PRIOR HASH INTO ITS TEXT
013240* BEFORE IT IS HASHED.
013250*-----------------------------------------------------------------
013260 2010-APPEND-RECORD.
013270     PERFORM 2050-LOAD-CHAIN THRU 2050-EXIT
013280     IF ATR-CHAIN-ANCHOR
013290         MOVE WS-CHAIN-HASH   TO AN-PRIOR-HASH
013300         MOVE WS-ANCHOR-INPUT TO ATR-FAILED-INPUT
013310     END-IF
013320     PERFORM 2200-CHAIN-RECORD THRU 2200-EXIT
013330     OPEN EXTEND AUDIT-TRAIL-FILE
013340     IF WS-AUDIT-FILE-NEW
013350         OPEN OUTPUT AUDIT-TRAIL-FILE
013360     END-IF
013370     WRITE AUDIT-TRAIL-RECORD
013380     PERFORM 2300-SAVE-CHAIN THRU 2300-EXIT
013390     IF ATR-SEV-SEVERE
013400         OPEN EXTEND ALERT-FILE
013410         IF WS-ALERT-STATUS = "35"
013420             OPEN OUTPUT ALERT-FILE
013430         END-IF
013440         MOVE AUDIT-TRAIL-RECORD(1:164) TO ALERT-RECORD
013450         WRITE ALERT-RECORD
013460         CLOSE ALERT-FILE
013470     END-IF
013480     CLOSE AUDIT-TRAIL-FILE.
013490 2010-EXIT.
013500     EXIT.
