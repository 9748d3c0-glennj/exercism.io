002500*                  BOTH VALUES ON THE RANGE REPORT - JANUARY 1'S
002600*                  WEEKDAY AND DECEMBER 31'S WEEK NUMBER PER
002700*                  YEAR
002710* 10/15/2026 RM    PER-REGION HOLIDAY CALENDARS: A LEAPHDAY DATE
002720*                  MAY CARRY A REGION CODE (BLANK = EVERY REGION).
002730*                  LEAP-HOLIDAY-CHECK, LEAP-SCHEDULE AND
002740*                  LEAP-PERIOD-CAL NOW TAKE A REGION, LEAPPCAL
002750*                  CARRIES THE REGION'S HOLIDAY AND WORKING-DAY
002760*                  COUNTS, AND THE CALENDAR BUILD PRINTS THE
002770*                  YEAR'S REGIONS SIDE BY SIDE ON LEAPRCMP
002771* 10/15/2026 RM    ADDED A HOLIDAY GENERATOR (LEAP-HOLIDAY-GEN
002772*                  ENTRY): LEAPHRUL RULES - FIXED DATES, NTH
002773*                  WEEKDAYS, AND DAYS FROM EASTER SUNDAY (JULIAN
002774*                  OR GREGORIAN RECKONING BY THE YEAR'S CALENDAR
002775*                  MODE), WEEKEND DATES OPTIONALLY MOVED TO THE
002776*                  NEXT FREE WEEKDAY - DATE ONE YEAR'S HOLIDAYS,
002777*                  WHICH REPLACE THAT YEAR ON LEAPHDAY, ARE
002778*                  JOURNALED TO LEAPHJRN, AND ARE PRINTED ON THE
002779*                  LEAPHPRF PROOF LIST FOR SIGN-OFF
002780* 10/15/2026 RM    ADDED A DATE-FORMAT CONVERSION SERVICE
002781*                  (LEAP-DATE-CONVERT ENTRY, COPYBOOK DCVCOM):
002782*                  YYYYMMDD, DDMMYYYY, MMDDYYYY, YYDDD, ISO WEEK
002783*                  DATE AND SERIAL DAY NUMBER, TWO-DIGIT YEARS
002784*                  WINDOWED BY A PIVOT, EVERY RESULT CHECKED BY
002785*                  DATEVAL AND A REASON CODE RETURNED ON FAILURE.
002786*                  LEAP IS NOW DECLARED RECURSIVE: DATEVAL CALLS
002787*                  BACK INTO LEAP-YEAR-CHECK FOR A FEBRUARY DATE
002788*                  WHILE LEAP ITSELF IS STILL ACTIVE (HERE AND IN
002789*                  THE SCHEDULE GENERATOR'S DATE STAMPING)
002800*-----------------------------------------------------------------
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. LEAP IS RECURSIVE.
003100 INSTALLATION. GLENNJ DATA PROCESSING.
003200 DATE-WRITTEN. UNKNOWN.
003300 DATE-COMPILED.
004760     SELECT HOLIDAY-JOURNAL-FILE ASSIGN TO "LEAPHJRN"
004770         ORGANIZATION IS LINE SEQUENTIAL
004780         FILE STATUS IS WS-HJR-STATUS.

004782     SELECT REGION-CMP-RPT ASSIGN TO "LEAPRCMP"
004784         ORGANIZATION IS LINE SEQUENTIAL
004786         FILE STATUS IS WS-RCM-STATUS.
004790
004791     SELECT HOLIDAY-RULE-FILE ASSIGN TO "LEAPHRUL"
004792         ORGANIZATION IS LINE SEQUENTIAL
004793         FILE STATUS IS WS-HRL-STATUS.

004794     SELECT HOLIDAY-PROOF-RPT ASSIGN TO "LEAPHPRF"
004795         ORGANIZATION IS LINE SEQUENTIAL
004796         FILE STATUS IS WS-HPF-STATUS.

004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  LEAP-RPT-FILE.
007310*-----------------------------------------------------------------
007320* ONE OBSERVED HOLIDAY DATE PER RECORD (YYYYMMDD), MAINTAINED
007330* ALONGSIDE THE PER-YEAR LEAPHOL CALENDAR.  A MISSING FILE MEANS
007340* NO HOLIDAYS ARE ON RECORD, SO NOTHING EVER SLIDES.  THE REGION
007342* CODE SAYS WHICH REGION'S CALENDAR THE DATE BELONGS TO; A BLANK
007344* REGION (AS ON EVERY RECORD KEYED BEFORE REGIONS) IS A HOLIDAY
007346* IN ALL OF THEM.
007350*-----------------------------------------------------------------
007360 FD  HOLIDAY-DATE-FILE.
007370 01  HDY-RECORD.
007380     05  HDY-DATE                PIC 9(08).
007382     05  FILLER                  PIC X(01).
007384     05  HDY-REGION              PIC X(02).

007390*-----------------------------------------------------------------
007400* ONE RECURRENCE RULE PER RECORD: "W" WEEKLY ON WEEKDAY P1

007800*-----------------------------------------------------------------
007810* THIRTEEN RECORDS PER FISCAL YEAR: PERIODS 1-12 IN THE 4-4-5
007820* PATTERN AND A WHOLE-YEAR SUMMARY AS PERIOD 13.  EACH CARRIES
007822* THE REGION IT WAS BUILT FOR, THE REGION'S HOLIDAYS IN THE
007824* PERIOD, AND THE MONDAY-FRIDAY DAYS LEFT TO WORK.
007830*-----------------------------------------------------------------
007840 FD  PERIOD-CAL-FILE.
007850 01  PCAL-RECORD.
007920     05  PCAL-END-DATE           PIC 9(08).
007930     05  FILLER                  PIC X(01) VALUE SPACES.
007940     05  PCAL-WEEKS              PIC 9(02).
007941     05  FILLER                  PIC X(01) VALUE SPACES.
007942     05  PCAL-REGION             PIC X(02).
007943     05  FILLER                  PIC X(01) VALUE SPACES.
007944     05  PCAL-HOLIDAYS           PIC 9(03).
007945     05  FILLER                  PIC X(01) VALUE SPACES.
007946     05  PCAL-WORK-DAYS          PIC 9(03).

007950 FD  HOLIDAY-JOURNAL-FILE.
007960 COPY leaphjrn.

007962 FD  REGION-CMP-RPT
007963     RECORD CONTAINS 80 CHARACTERS.
007964 01  RCMP-LINE                   PIC X(80).
007965
007966 FD  HOLIDAY-RULE-FILE.
007967 COPY leaphrul.

007968 FD  HOLIDAY-PROOF-RPT
007969     RECORD CONTAINS 80 CHARACTERS.
007970 01  HPRF-LINE                   PIC X(80).

007971 WORKING-STORAGE SECTION.
007977 01  WS-RPT-STATUS               PIC XX.
007982 01  WS-HOL-STATUS               PIC XX.
009200     88  CALENDAR-JULIAN         VALUE "J".
009300 01  WS-GREGORIAN-CUTOVER-YEAR   PIC 9(04) VALUE 1582.
009400
009401*-----------------------------------------------------------------
009402* EASTER SUNDAY FOR THE HOLIDAY GENERATOR, AND THE COMPUTUS WORK
009403* FIELDS (NAMED FOR THE TERMS OF THE PUBLISHED ALGORITHMS).
009404*-----------------------------------------------------------------
009405 01  WS-EASTER-DATE.
009406     05  WS-EASTER-YEAR          PIC 9(04).
009407     05  WS-EASTER-MONTH         PIC 9(02).
009408     05  WS-EASTER-DAY           PIC 9(02).
009409 01  WS-EASTER-WORK.
009410     05  EW-A                    PIC 9(04).
009411     05  EW-B                    PIC 9(04).
009412     05  EW-C                    PIC 9(04).
009413     05  EW-D                    PIC 9(04).
009414     05  EW-E                    PIC 9(04).
009415     05  EW-F                    PIC 9(04).
009416     05  EW-G                    PIC 9(04).
009417     05  EW-H                    PIC 9(04).
009418     05  EW-I                    PIC 9(04).
009419     05  EW-K                    PIC 9(04).
009420     05  EW-L                    PIC 9(04).
009421     05  EW-M                    PIC 9(04).
009422     05  EW-N                    PIC 9(04).

009423*-----------------------------------------------------------------
009424* DATE-FORMAT CONVERSION WORK FIELDS (LEAP-DATE-CONVERT ENTRY).
009425* WS-DCV-MAX-SERIAL IS THE SERIAL DAY NUMBER OF 12/31/9999.
009426*-----------------------------------------------------------------
009427 01  WS-DCV-DEFAULT-PIVOT        PIC 9(02) VALUE 50.
009428 01  WS-DCV-MAX-SERIAL           PIC 9(07) VALUE 3652071.
009429 01  WS-DCV-PIVOT                PIC 9(02).
009430 01  WS-DCV-LENGTH               PIC 9(02).
009431 01  WS-DCV-DATE                 PIC 9(08).
009432 01  WS-DCV-YY                   PIC 9(02).
009433 01  WS-DCV-DDD                  PIC 9(03).
009434 01  WS-DCV-SERIAL               PIC 9(07).
009435 01  WS-DCV-DATE-SERIAL          PIC S9(07).
009436 01  WS-DCV-THU-SERIAL           PIC S9(07).
009437 01  WS-DCV-ISO-YEAR             PIC 9(04).
009438 01  WS-DCV-WEEK                 PIC 9(02).
009439 01  WS-DCV-WDAY                 PIC 9(01).
009440 01  WS-DCV-ISO-DOW              PIC 9(01).
009441 01  WS-DCV-CHK-YEAR             PIC 9(04).
009442 01  WS-DCV-CHK-WEEK             PIC 9(02).

009500*-----------------------------------------------------------------
009600* MULTI-YEAR / FISCAL-YEAR RANGE REPORT.  WS-RANGE-START-YEAR
009700* AND WS-RANGE-END-YEAR ARE SET BY THE CALLER.
012800 01  WS-RNC-READ                 PIC 9(07) VALUE ZERO.
012900 01  WS-RNC-WRITTEN              PIC 9(07) VALUE ZERO.
013000
013001*-----------------------------------------------------------------
013002* HOLIDAY-RULE GENERATOR (LEAP-HOLIDAY-GEN ENTRY).  EACH LEAPHRUL
013003* RULE IS DATED FOR WS-GEN-YEAR INTO WS-GEN-TABLE, WHERE
013004* WS-GEN-RULE-DATE KEEPS THE DATE THE RULE GAVE BEFORE ANY WEEKEND
013005* SUBSTITUTION.
013006* WS-HDY-OVERFLOW COUNTS LEAPHDAY DATES THE HOLIDAY TABLE HAD NO
013007* ROOM FOR, SO THE FILE IS NEVER REWRITTEN SHORT.
013008*-----------------------------------------------------------------
013009 01  WS-HRL-STATUS               PIC XX.
013010     88  HRL-EOF                 VALUE "10".
013011 01  WS-HPF-STATUS               PIC XX.
013012 01  WS-GEN-YEAR                 PIC 9(04).
013013 01  WS-GEN-YEAR-START           PIC 9(08).
013014 01  WS-GEN-YEAR-END             PIC 9(08).
013015 01  WS-GEN-RULES-READ           PIC 9(03).
013016 01  WS-GEN-REJECTED             PIC 9(03).
013017 01  WS-GEN-MOVED                PIC 9(03).
013018 01  WS-GEN-KEPT                 PIC 9(03).
013019 01  WS-GEN-COUNT                PIC 9(03).
013020 01  WS-GEN-DATED                PIC 9(08).
013021 01  WS-GEN-SERIAL               PIC S9(07).
013022 01  WS-GEN-DOW                  PIC 9.
013023 01  WS-GEN-REASON               PIC X(30).
013024 01  WS-GEN-OUTCOME              PIC X(50).
013025 01  WS-GEN-TAKEN-SW             PIC X(01).
013026     88  GEN-DATE-TAKEN          VALUE "Y".
013027 01  WS-GEN-TABLE.
013028     05  WS-GEN-ENTRY OCCURS 100 TIMES.
013029         10  WS-GEN-DATE         PIC 9(08).
013030         10  WS-GEN-RULE-DATE    PIC 9(08).
013031         10  WS-GEN-REGION       PIC X(02).
013032         10  WS-GEN-TYPE         PIC X(01).
013033         10  WS-GEN-OFFSET       PIC S9(03).
013034         10  WS-GEN-OBSERVE      PIC X(01).
013035         10  WS-GEN-NAME         PIC X(30).
013036 01  WS-GEN-HOLD                 PIC X(53).
013037 01  WS-GEN-EDIT-DATE            PIC 9999/99/99.
013038 01  WS-GEN-EDIT-OFFSET          PIC +++9.
013039 01  gnx                         PIC 9(03).
013040 01  gnz                         PIC 9(03).
013041 01  WS-HDY-OVERFLOW             PIC 9(03) VALUE ZERO.

013100 01  WS-DAYS-IN-MONTH-VALUES.
013200     05  FILLER PIC 9(02) VALUE 31.
013300     05  FILLER PIC 9(02) VALUE 28.
016680     88  HOLIDAYS-ARE-LOADED     VALUE "Y".
016690 01  WS-HDY-COUNT                PIC 9(03) VALUE ZERO.
016700 01  WS-HDY-TABLE.
016710     05  WS-HDY-ENTRY OCCURS 200 TIMES.
016712         10  WS-HDY-DATE         PIC 9(08).
016714         10  WS-HDY-REGION       PIC X(02).
016720 01  hdx                         PIC 9(03).

016730*-----------------------------------------------------------------
017400 01  WS-DAY-NAMES-TABLE REDEFINES WS-DAY-NAMES-VALUE.
017500     05  WS-DAY-NAME-ENTRY       PIC X(03) OCCURS 7 TIMES.
017600

017601*-----------------------------------------------------------------
017602* PER-REGION HOLIDAY LOOKUP.  A LEAPHDAY DATE WITH A BLANK REGION
017603* IS A HOLIDAY IN EVERY REGION, ONE WITH A REGION CODE ONLY IN
017604* THAT REGION; ASKING FOR A BLANK REGION SEES ONLY THE DATES
017605* COMMON TO ALL OF THEM.
017606*-----------------------------------------------------------------
017607 01  WS-HCK-DATE                 PIC 9(08).
017608 01  WS-HCK-REGION               PIC X(02).
017609 01  WS-HCK-SW                   PIC X(01).
017610     88  HCK-IS-HOLIDAY          VALUE "Y".
017611 01  WS-SCHED-REGION             PIC X(02) VALUE SPACES.
017612 01  WS-PCAL-REGION              PIC X(02) VALUE SPACES.
017613 01  WS-PD-HOLIDAYS              PIC 9(03).
017614 01  WS-PD-WORK-DAYS             PIC 9(03).
017615 01  WS-YR-HOLIDAYS              PIC 9(03).
017616 01  WS-YR-WORK-DAYS             PIC 9(03).
017617 01  WS-HDY-DOW                  PIC 9.
017618 01  WS-DUP-SW                   PIC X(01).
017619     88  HOLIDAY-ALREADY-COUNTED VALUE "Y".
017620 01  hdz                         PIC 9(03).

017621*-----------------------------------------------------------------
017622* REGION COMPARISON PRINTED BY THE CALENDAR BUILD ON LEAPRCMP.
017623* UP TO FOUR REGIONS ARE SHOWN SIDE BY SIDE; WITH NO REGION
017624* CODES ON LEAPHDAY THE ONE COLUMN IS THE COMMON CALENDAR.
017625*-----------------------------------------------------------------
017626 01  WS-RCM-STATUS               PIC XX.
017627 01  WS-CMP-YEAR                 PIC 9(04).
017628 01  WS-CMP-LAST-DATE            PIC 9(08).
017629 01  WS-CMP-NEXT-DATE            PIC 9(08).
017630 01  WS-CMP-YEAR-END             PIC 9(08).
017631 01  WS-CMP-HOLIDAY-COUNT        PIC 9.
017632 01  WS-CMP-LISTED               PIC 9(03).
017633 01  WS-CMP-DIFFER               PIC 9(03).
017634 01  WS-RGN-COUNT                PIC 9.
017635 01  WS-RGN-OVERFLOW-SW          PIC X(01).
017636     88  MORE-REGIONS-THAN-SHOWN VALUE "Y".
017637 01  WS-RGN-FOUND-SW             PIC X(01).
017638     88  REGION-ALREADY-LISTED   VALUE "Y".
017639 01  WS-RGN-TABLE.
017640     05  WS-RGN-CODE             PIC X(02) OCCURS 4 TIMES.
017641 01  rgx                         PIC 9.
017642 01  WS-CMP-HDG1.
017643     05  FILLER                  PIC X(35) VALUE
017644         "HOLIDAY CALENDARS BY REGION - YEAR ".
017645     05  CH1-YEAR                PIC 9(04).
017646 01  WS-CMP-HDG2.
017647     05  FILLER                  PIC X(18) VALUE
017648         "DATE        DAY".
017649     05  CH2-REGION              PIC X(10) OCCURS 4 TIMES.
017650     05  FILLER                  PIC X(11) VALUE "  AGREEMENT".
017651 01  WS-CMP-DETAIL.
017652     05  CD-DATE                 PIC 9999/99/99.
017653     05  FILLER                  PIC X(02) VALUE SPACES.
017654     05  CD-DAY                  PIC X(03).
017655     05  FILLER                  PIC X(03) VALUE SPACES.
017656     05  CD-REGION               PIC X(10) OCCURS 4 TIMES.
017657     05  FILLER                  PIC X(02) VALUE SPACES.
017658     05  CD-AGREEMENT            PIC X(09).
017659 01  WS-CMP-SUMMARY.
017660     05  FILLER                  PIC X(02) VALUE SPACES.
017661     05  CS-LABEL                PIC X(30).
017662     05  CS-VALUE                PIC ZZ9.
017663*-----------------------------------------------------------------
017664* HOLIDAY GENERATION PROOF LIST (LEAPHPRF).  ITS TOTALS REUSE
017665* WS-CMP-SUMMARY.
017666*-----------------------------------------------------------------
017667 01  WS-HPF-HDG1.
017668     05  FILLER                  PIC X(37) VALUE
017669         "HOLIDAY GENERATION PROOF LIST - YEAR ".
017670     05  HP1-YEAR                PIC 9(04).
017671     05  FILLER                  PIC X(02) VALUE SPACES.
017672     05  HP1-MODE                PIC X(11).
017673 01  WS-HPF-HDG2                 PIC X(58) VALUE
017674     "DATE        DAY  RGN  HOLIDAY                         NOTE".
017675 01  WS-HPF-DETAIL.
017676     05  HD-DATE                 PIC 9999/99/99.
017677     05  FILLER                  PIC X(02) VALUE SPACES.
017678     05  HD-DAY                  PIC X(03).
017679     05  FILLER                  PIC X(02) VALUE SPACES.
017680     05  HD-REGION               PIC X(03).
017681     05  FILLER                  PIC X(02) VALUE SPACES.
017682     05  HD-NAME                 PIC X(30).
017683     05  FILLER                  PIC X(02) VALUE SPACES.
017684     05  HD-NOTE                 PIC X(24).
017685 01  WS-HPF-REJECT.
017686     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
017687     05  HR-NAME                 PIC X(30).
017688     05  FILLER                  PIC X(02) VALUE SPACES.
017689     05  HR-REASON               PIC X(30).
017700*-----------------------------------------------------------------
017800* PARAMETER LISTS FOR THE DATE-ARITHMETIC ENTRY POINTS BELOW.
017900*-----------------------------------------------------------------
018840     88  LHC-NOT-HOLIDAY         VALUE "N".
018850 01  LDW-DATE                    PIC 9(08).
018860 01  LDW-DOW                     PIC 9.
018870 01  LHC-REGION                  PIC X(02).
018880 01  LSC-REGION                  PIC X(02).
018890 01  LPC-REGION                  PIC X(02).
018891 01  LHG-YEAR                    PIC 9(04).
018892 01  LHG-RUN-MODE                PIC X(01).
018895 COPY dcvcom.
018900 COPY runcom.
019000
019100 PROCEDURE DIVISION.
031800
031900     CLOSE HOLIDAY-FILE
031910     PERFORM 4200-APPEND-HOLIDAY-JOURNAL THRU 4200-EXIT
031955     END-IF

031956*-----------------------------------------------------------------
031957* EITHER WAY THE YEAR'S REGIONAL HOLIDAY CALENDARS ARE PRINTED
031958* SIDE BY SIDE FOR THE FIXTURE SECRETARY.
031959*-----------------------------------------------------------------
031960     PERFORM 4300-PRINT-REGION-COMPARISON THRU 4300-EXIT.

032000 4000-EXIT.
032100     EXIT.
032170         OPEN OUTPUT HOLIDAY-JOURNAL-FILE
032180     END-IF
032190     CALL "TIMESTMP" USING TS-DATE TS-TIME
032195     MOVE SPACES             TO HJR-RECORD
032200     MOVE TS-DATE            TO HJR-TS-DATE
032210     MOVE TS-TIME            TO HJR-TS-TIME
032220     MOVE HOL-YEAR           TO HJR-YEAR
051830*-----------------------------------------------------------------
051840 7000-LOAD-HOLIDAY-DATES.
051850     MOVE ZERO TO WS-HDY-COUNT
051851     MOVE ZERO TO WS-HDY-OVERFLOW
051860     SET HOLIDAYS-ARE-LOADED TO TRUE
051870     OPEN INPUT HOLIDAY-DATE-FILE
051880     IF WS-HDY-STATUS NOT = "00"
051930         IF WS-HDY-COUNT < 200 AND HDY-DATE IS NUMERIC
051940             ADD 1 TO WS-HDY-COUNT
051950             MOVE HDY-DATE TO WS-HDY-DATE(WS-HDY-COUNT)
051955             MOVE HDY-REGION TO WS-HDY-REGION(WS-HDY-COUNT)
051956         ELSE
051957             IF HDY-DATE IS NUMERIC
051958                 ADD 1 TO WS-HDY-OVERFLOW
051959             END-IF
051960         END-IF
051970         PERFORM 7010-READ-HOLIDAY-DATE THRU 7010-EXIT
051980     END-PERFORM
053590             AUD-SEVERITY
053600         GO TO 7700-EXIT
053610     END-IF
053615     MOVE SPACES      TO OCC-RECORD
053620     MOVE RUL-ID      TO OCC-RULE-ID
053630     MOVE WS-OCC-DATE TO OCC-DATE
053640     WRITE OCC-RECORD.

053670*-----------------------------------------------------------------
053680* WS-NTH-COUNT DOUBLES AS THE "STILL A HOLIDAY" FLAG FOR THE
053690* ROLL LOOP: 1 = THE CANDIDATE DATE IS ON THE HOLIDAY LIST OF
053695* THE REGION THE SCHEDULE IS BEING EXPANDED FOR.
053700*-----------------------------------------------------------------
053710 7710-CHECK-OCC-HOLIDAY.
053720     MOVE ZERO TO WS-NTH-COUNT
053730     MOVE WS-OCC-DATE     TO WS-HCK-DATE
053740     MOVE WS-SCHED-REGION TO WS-HCK-REGION
053750     PERFORM 7050-CHECK-REGION-HOLIDAY THRU 7050-EXIT
053760     IF HCK-IS-HOLIDAY
053765         MOVE 1 TO WS-NTH-COUNT
053770     END-IF.
053780 7710-EXIT.
053790     EXIT.

054090     MOVE WS-SERIAL TO WS-PD-START-SERIAL
054100     MOVE WS-PCAL-START TO WS-YEAR-START-DATE
054110     OPEN OUTPUT PERIOD-CAL-FILE
054115     MOVE ZERO TO WS-YR-HOLIDAYS WS-YR-WORK-DAYS
054120     PERFORM VARYING WS-PERIOD-NUM FROM 1 BY 1
054130             UNTIL WS-PERIOD-NUM > 12
054140         MOVE WS-PERIOD-WEEKS(WS-PERIOD-NUM)
054180         END-IF
054190         PERFORM 8600-WRITE-ONE-PERIOD THRU 8600-EXIT
054200     END-PERFORM
054205     MOVE SPACES             TO PCAL-RECORD
054210     MOVE WS-PCAL-FY         TO PCAL-FISCAL-YEAR
054220     MOVE 13                 TO PCAL-PERIOD
054230     MOVE WS-YEAR-START-DATE TO PCAL-START-DATE
054240     MOVE WS-YEAR-END-DATE   TO PCAL-END-DATE
054250     MOVE WS-PCAL-WEEKS      TO PCAL-WEEKS
054252     MOVE WS-PCAL-REGION     TO PCAL-REGION
054254     MOVE WS-YR-HOLIDAYS     TO PCAL-HOLIDAYS
054256     MOVE WS-YR-WORK-DAYS    TO PCAL-WORK-DAYS
054260     WRITE PCAL-RECORD
054270     CLOSE PERIOD-CAL-FILE.
054280 8500-EXIT.
054320         WS-PD-START-SERIAL + (WS-THIS-PD-WEEKS * 7) - 1
054330     MOVE WS-PD-START-SERIAL TO WS-SERIAL
054340     PERFORM 6200-SERIAL-TO-DATE THRU 6200-EXIT
054345     MOVE SPACES        TO PCAL-RECORD
054350     MOVE WS-PCAL-FY    TO PCAL-FISCAL-YEAR
054360     MOVE WS-PERIOD-NUM TO PCAL-PERIOD
054370     MOVE WS-WORK-DATE  TO PCAL-START-DATE
054400     MOVE WS-WORK-DATE  TO PCAL-END-DATE
054410     MOVE WS-WORK-DATE  TO WS-YEAR-END-DATE
054420     MOVE WS-THIS-PD-WEEKS TO PCAL-WEEKS
054422     MOVE WS-PCAL-REGION TO PCAL-REGION
054424     PERFORM 8650-COUNT-PERIOD-HOLIDAYS THRU 8650-EXIT
054426     MOVE WS-PD-HOLIDAYS  TO PCAL-HOLIDAYS
054428     MOVE WS-PD-WORK-DAYS TO PCAL-WORK-DAYS
054430     WRITE PCAL-RECORD
054440     COMPUTE WS-PD-START-SERIAL = WS-PD-END-SERIAL + 1.
054450 8600-EXIT.
054470*-----------------------------------------------------------------
054480* ADDITIVE ENTRY POINT SO THE COMMITTEE DESK CAN EXPAND A
054490* SEASON'S RULE FILE DIRECTLY, WITHOUT DISTURBING THE DEFAULT
054500* CALL "LEAP" BEHAVIOR ABOVE.  OCCURRENCES ROLL OFF THE HOLIDAYS
054505* OF THE REGION PASSED IN.
054510*-----------------------------------------------------------------
054520 9500-LEAP-SCHEDULE-ENTRY.
054530 ENTRY "LEAP-SCHEDULE" USING LSC-REGION.
054535     MOVE LSC-REGION TO WS-SCHED-REGION
054540     PERFORM 7500-EXPAND-SCHEDULE THRU 7500-EXIT
054550     GOBACK.
054560 9500-EXIT.
054580*-----------------------------------------------------------------
054590* ADDITIVE ENTRY POINT SO THE TREASURER'S JOB CAN GENERATE THE
054600* PERIOD CALENDAR DIRECTLY, WITHOUT DISTURBING THE DEFAULT CALL
054610* "LEAP" BEHAVIOR ABOVE.  HOLIDAY AND WORKING-DAY COUNTS ARE FOR
054615* THE REGION PASSED IN.
054620*-----------------------------------------------------------------
054630 9600-LEAP-PERIOD-CAL-ENTRY.
054640 ENTRY "LEAP-PERIOD-CAL" USING LPC-REGION.
054645     MOVE LPC-REGION TO WS-PCAL-REGION
054650     PERFORM 8500-BUILD-PERIOD-CALENDAR THRU 8500-EXIT
054660     GOBACK.
054670 9600-EXIT.
054880* ADDITIVE ENTRY POINT: ONE YYYYMMDD DATE IN, "Y"/"N" OUT FOR
054980* WHETHER IT IS ON THE LEAPHDAY HOLIDAY CALENDAR, SO SCHEDULING
055080* JOBS CAN SLIDE FIXTURES AND OCCURRENCES OFF HOLIDAYS WITHOUT
055180* EACH KEEPING ITS OWN COPY OF THE CALENDAR.  THE REGION PICKS
055230* WHOSE CALENDAR; SPACES ASK FOR THE DATES COMMON TO EVERY REGION.
055280*-----------------------------------------------------------------
055380 9400-LEAP-HOLIDAY-CHECK-ENTRY.
055480 ENTRY "LEAP-HOLIDAY-CHECK" USING LHC-DATE LHC-REGION LHC-RESULT.
055580     IF NOT HOLIDAYS-ARE-LOADED
055680         PERFORM 7000-LOAD-HOLIDAY-DATES THRU 7000-EXIT
055780     END-IF
055880     MOVE LHC-DATE   TO WS-HCK-DATE
055930     MOVE LHC-REGION TO WS-HCK-REGION
055980     PERFORM 7050-CHECK-REGION-HOLIDAY THRU 7050-EXIT
056080     IF HCK-IS-HOLIDAY
056180         SET LHC-IS-HOLIDAY TO TRUE
056230     ELSE
056280         SET LHC-NOT-HOLIDAY TO TRUE
056380     END-IF
056480     GOBACK.
056580 9400-EXIT.
056680     EXIT.
057780     GOBACK.
057880 9700-EXIT.
057980     EXIT.

058080*-----------------------------------------------------------------
058180* IS WS-HCK-DATE A HOLIDAY IN REGION WS-HCK-REGION?  A DATE KEYED
058280* WITH NO REGION COUNTS IN EVERY REGION.
058380*-----------------------------------------------------------------
058480 7050-CHECK-REGION-HOLIDAY.
058580     MOVE "N" TO WS-HCK-SW
058680     PERFORM VARYING hdx FROM 1 BY 1
058780             UNTIL hdx > WS-HDY-COUNT OR HCK-IS-HOLIDAY
058880         IF WS-HDY-DATE(hdx) = WS-HCK-DATE
058980                 AND (WS-HDY-REGION(hdx) = SPACES
059080                   OR WS-HDY-REGION(hdx) = WS-HCK-REGION)
059180             SET HCK-IS-HOLIDAY TO TRUE
059280         END-IF
059380     END-PERFORM.
059480 7050-EXIT.
059580     EXIT.

059680*-----------------------------------------------------------------
059780* COUNT THE REGION'S HOLIDAYS INSIDE THE PERIOD JUST DATED ON
059880* PCAL-RECORD, AND TAKE EVERY ONE THAT FALLS MONDAY-FRIDAY OFF
059980* THE PERIOD'S FIVE WORKING DAYS A WEEK.
060080*-----------------------------------------------------------------
060180 8650-COUNT-PERIOD-HOLIDAYS.
060280     MOVE ZERO TO WS-PD-HOLIDAYS
060380     COMPUTE WS-PD-WORK-DAYS = WS-THIS-PD-WEEKS * 5
060480     IF NOT HOLIDAYS-ARE-LOADED
060580         PERFORM 7000-LOAD-HOLIDAY-DATES THRU 7000-EXIT
060680     END-IF
060780     PERFORM VARYING hdz FROM 1 BY 1 UNTIL hdz > WS-HDY-COUNT
060880         IF WS-HDY-DATE(hdz) >= PCAL-START-DATE
060980                 AND WS-HDY-DATE(hdz) <= PCAL-END-DATE
061080                 AND (WS-HDY-REGION(hdz) = SPACES
061180                   OR WS-HDY-REGION(hdz) = WS-PCAL-REGION)
061280             PERFORM 8660-COUNT-ONE-HOLIDAY THRU 8660-EXIT
061380         END-IF
061480     END-PERFORM
061580     ADD WS-PD-HOLIDAYS  TO WS-YR-HOLIDAYS
061680     ADD WS-PD-WORK-DAYS TO WS-YR-WORK-DAYS.
061780 8650-EXIT.
061880     EXIT.

061980*-----------------------------------------------------------------
062080* A DATE KEYED TWICE (ONCE COMMON, ONCE FOR THE REGION) IS ONE
062180* HOLIDAY, SO ONLY ITS FIRST APPEARANCE IN THE TABLE COUNTS.
062280*-----------------------------------------------------------------
062380 8660-COUNT-ONE-HOLIDAY.
062480     MOVE "N" TO WS-DUP-SW
062580     PERFORM VARYING hdx FROM 1 BY 1
062680             UNTIL hdx >= hdz OR HOLIDAY-ALREADY-COUNTED
062780         IF WS-HDY-DATE(hdx) = WS-HDY-DATE(hdz)
062880                 AND (WS-HDY-REGION(hdx) = SPACES
062980                   OR WS-HDY-REGION(hdx) = WS-PCAL-REGION)
063080             SET HOLIDAY-ALREADY-COUNTED TO TRUE
063180         END-IF
063280     END-PERFORM
063380     IF HOLIDAY-ALREADY-COUNTED
063480         GO TO 8660-EXIT
063580     END-IF
063680     ADD 1 TO WS-PD-HOLIDAYS
063780     MOVE WS-HDY-DATE(hdz) TO WS-WORK-DATE
063880     PERFORM 6100-DATE-TO-SERIAL THRU 6100-EXIT
063980     COMPUTE WS-HDY-DOW = FUNCTION MOD(WS-SERIAL + 2, 7)
064080     IF WS-HDY-DOW > 0 AND WS-HDY-DOW < 6
064180             AND WS-PD-WORK-DAYS > ZERO
064280         SUBTRACT 1 FROM WS-PD-WORK-DAYS
064380     END-IF.
064480 8660-EXIT.
064580     EXIT.

064680*-----------------------------------------------------------------
064780* SIDE-BY-SIDE REGION COMPARISON FOR THE YEAR BEING BUILT (THE
064880* RUN DATE'S YEAR WHEN NONE WAS SET): ONE LINE PER HOLIDAY DATE
064980* IN DATE ORDER, ONE COLUMN PER REGION, AND "DIFFERS" WHEREVER
065080* THE REGIONS DO NOT ALL AGREE.
065180*-----------------------------------------------------------------
065280 4300-PRINT-REGION-COMPARISON.
065380     IF NOT HOLIDAYS-ARE-LOADED
065480         PERFORM 7000-LOAD-HOLIDAY-DATES THRU 7000-EXIT
065580     END-IF
065680     IF ws-year > ZERO
065780         MOVE ws-year TO WS-CMP-YEAR
065880     ELSE
065980         CALL "TIMESTMP" USING TS-DATE TS-TIME
066080         MOVE TS-DATE(1:4) TO WS-CMP-YEAR
066180     END-IF
066280     PERFORM 4310-COLLECT-REGIONS THRU 4310-EXIT
066380     OPEN OUTPUT REGION-CMP-RPT
066480     MOVE WS-CMP-YEAR TO CH1-YEAR
066580     MOVE WS-CMP-HDG1 TO RCMP-LINE
066680     WRITE RCMP-LINE
066780     MOVE SPACES TO RCMP-LINE
066880     WRITE RCMP-LINE
066980     PERFORM VARYING rgx FROM 1 BY 1 UNTIL rgx > 4
067080         MOVE SPACES TO CH2-REGION(rgx) CD-REGION(rgx)
067180         IF rgx NOT > WS-RGN-COUNT
067280             IF WS-RGN-CODE(rgx) = SPACES
067380                 MOVE "COMMON" TO CH2-REGION(rgx)
067480             ELSE
067580                 STRING "REGION " WS-RGN-CODE(rgx)
067680                         DELIMITED BY SIZE
067780                     INTO CH2-REGION(rgx)
067880                 END-STRING
067980             END-IF
068080         END-IF
068180     END-PERFORM
068280     MOVE WS-CMP-HDG2 TO RCMP-LINE
068380     WRITE RCMP-LINE
068480     MOVE ZERO TO WS-CMP-LISTED WS-CMP-DIFFER
068580     COMPUTE WS-CMP-LAST-DATE = WS-CMP-YEAR * 10000
068680     COMPUTE WS-CMP-YEAR-END  = WS-CMP-YEAR * 10000 + 1231
068780     PERFORM 4320-NEXT-HOLIDAY-DATE THRU 4320-EXIT
068880     PERFORM UNTIL WS-CMP-NEXT-DATE > WS-CMP-YEAR-END
068980         PERFORM 4330-PRINT-ONE-DATE THRU 4330-EXIT
069080         MOVE WS-CMP-NEXT-DATE TO WS-CMP-LAST-DATE
069180         PERFORM 4320-NEXT-HOLIDAY-DATE THRU 4320-EXIT
069280     END-PERFORM
069380     MOVE SPACES TO RCMP-LINE
069480     WRITE RCMP-LINE
069580     MOVE "HOLIDAY DATES LISTED:"        TO CS-LABEL
069680     MOVE WS-CMP-LISTED                  TO CS-VALUE
069780     MOVE WS-CMP-SUMMARY TO RCMP-LINE
069880     WRITE RCMP-LINE
069980     MOVE "DATES THE REGIONS DIFFER ON:" TO CS-LABEL
070080     MOVE WS-CMP-DIFFER                  TO CS-VALUE
070180     MOVE WS-CMP-SUMMARY TO RCMP-LINE
070280     WRITE RCMP-LINE
070380     IF MORE-REGIONS-THAN-SHOWN
070480         MOVE "  MORE THAN FOUR REGIONS - FIRST FOUR SHOWN"
070580             TO RCMP-LINE
070680         WRITE RCMP-LINE
070780     END-IF
070880     CLOSE REGION-CMP-RPT.
070980 4300-EXIT.
071080     EXIT.

071180*-----------------------------------------------------------------
071280* THE REGION CODES ON LEAPHDAY, IN THE ORDER FIRST MET, UP TO
071380* FOUR.  NONE AT ALL LEAVES ONE BLANK (COMMON) COLUMN.
071480*-----------------------------------------------------------------
071580 4310-COLLECT-REGIONS.
071680     MOVE ZERO TO WS-RGN-COUNT
071780     MOVE "N" TO WS-RGN-OVERFLOW-SW
071880     PERFORM VARYING hdz FROM 1 BY 1 UNTIL hdz > WS-HDY-COUNT
071980         IF WS-HDY-REGION(hdz) NOT = SPACES
072080             PERFORM 4315-ADD-REGION THRU 4315-EXIT
072180         END-IF
072280     END-PERFORM
072380     IF WS-RGN-COUNT = ZERO
072480         MOVE 1 TO WS-RGN-COUNT
072580         MOVE SPACES TO WS-RGN-CODE(1)
072680     END-IF.
072780 4310-EXIT.
072880     EXIT.

072980 4315-ADD-REGION.
073080     MOVE "N" TO WS-RGN-FOUND-SW
073180     PERFORM VARYING rgx FROM 1 BY 1 UNTIL rgx > WS-RGN-COUNT
073280         IF WS-RGN-CODE(rgx) = WS-HDY-REGION(hdz)
073380             SET REGION-ALREADY-LISTED TO TRUE
073480         END-IF
073580     END-PERFORM
073680     IF REGION-ALREADY-LISTED
073780         GO TO 4315-EXIT
073880     END-IF
073980     IF WS-RGN-COUNT >= 4
074080         SET MORE-REGIONS-THAN-SHOWN TO TRUE
074180         GO TO 4315-EXIT
074280     END-IF
074380     ADD 1 TO WS-RGN-COUNT
074480     MOVE WS-HDY-REGION(hdz) TO WS-RGN-CODE(WS-RGN-COUNT).
074580 4315-EXIT.
074680     EXIT.

074780*-----------------------------------------------------------------
074880* THE EARLIEST LEAPHDAY DATE AFTER WS-CMP-LAST-DATE, OR ALL NINES
074980* WHEN THERE IS NONE.
075080*-----------------------------------------------------------------
075180 4320-NEXT-HOLIDAY-DATE.
075280     MOVE 99999999 TO WS-CMP-NEXT-DATE
075380     PERFORM VARYING hdz FROM 1 BY 1 UNTIL hdz > WS-HDY-COUNT
075480         IF WS-HDY-DATE(hdz) > WS-CMP-LAST-DATE
075580                 AND WS-HDY-DATE(hdz) < WS-CMP-NEXT-DATE
075680             MOVE WS-HDY-DATE(hdz) TO WS-CMP-NEXT-DATE
075780         END-IF
075880     END-PERFORM.
075980 4320-EXIT.
076080     EXIT.

076180 4330-PRINT-ONE-DATE.
076280     MOVE WS-CMP-NEXT-DATE TO CD-DATE
076380     MOVE WS-CMP-NEXT-DATE TO WS-WORK-DATE
076480     MOVE WD-YEAR  TO ws-year
076580     MOVE WD-MONTH TO WS-MONTH
076680     MOVE WD-DAY   TO WS-DAY
076780     MOVE SPACE TO WS-CALENDAR-MODE
076880     PERFORM 5500-DAY-OF-WEEK THRU 5500-EXIT
076980     MOVE WS-DAY-NAME TO CD-DAY
077080     MOVE ZERO TO WS-CMP-HOLIDAY-COUNT
077180     PERFORM VARYING rgx FROM 1 BY 1 UNTIL rgx > WS-RGN-COUNT
077280         MOVE WS-CMP-NEXT-DATE TO WS-HCK-DATE
077380         MOVE WS-RGN-CODE(rgx) TO WS-HCK-REGION
077480         PERFORM 7050-CHECK-REGION-HOLIDAY THRU 7050-EXIT
077580         IF HCK-IS-HOLIDAY
077680             MOVE "HOLIDAY" TO CD-REGION(rgx)
077780             ADD 1 TO WS-CMP-HOLIDAY-COUNT
077880         ELSE
077980             MOVE "   -" TO CD-REGION(rgx)
078080         END-IF
078180     END-PERFORM
078280     EVALUATE TRUE
078380         WHEN WS-RGN-COUNT = 1
078480             MOVE SPACES TO CD-AGREEMENT
078580         WHEN WS-CMP-HOLIDAY-COUNT = WS-RGN-COUNT
078680             MOVE "ALL" TO CD-AGREEMENT
078780         WHEN WS-CMP-HOLIDAY-COUNT = ZERO
078880             MOVE "NOT SHOWN" TO CD-AGREEMENT
078980         WHEN OTHER
079080             MOVE "DIFFERS" TO CD-AGREEMENT
079180             ADD 1 TO WS-CMP-DIFFER
079280     END-EVALUATE
079380     ADD 1 TO WS-CMP-LISTED
079480     MOVE WS-CMP-DETAIL TO RCMP-LINE
079580     WRITE RCMP-LINE.
079680 4330-EXIT.
079780     EXIT.

079880*-----------------------------------------------------------------
079980* GENERATE WS-GEN-YEAR'S HOLIDAY DATES FROM THE LEAPHRUL RULES
080080* AND PRINT THE LEAPHPRF PROOF LIST FOR SIGN-OFF.  THE YEAR'S
080180* LEAPHDAY DATES ARE REPLACED (AND JOURNALED) ONLY ON A LIVE RUN
080280* WITH EVERY RULE ACCEPTED; A REHEARSAL PRINTS THE PROOF LIST AND
080380* STOPS THERE.
080480*-----------------------------------------------------------------
080580 4600-GENERATE-HOLIDAYS.
080680     MOVE ZERO TO WS-GEN-COUNT WS-GEN-RULES-READ
080780                  WS-GEN-REJECTED WS-GEN-MOVED
080880     COMPUTE WS-GEN-YEAR-START = WS-GEN-YEAR * 10000 + 101
080980     COMPUTE WS-GEN-YEAR-END   = WS-GEN-YEAR * 10000 + 1231
081080     MOVE SPACE TO WS-FORCE-CAL-MODE
081180     OPEN OUTPUT HOLIDAY-PROOF-RPT
081280     MOVE WS-GEN-YEAR TO HP1-YEAR
081380     IF RUN-IS-REHEARSAL
081480         MOVE "(REHEARSAL)" TO HP1-MODE
081580     ELSE
081680         MOVE SPACES TO HP1-MODE
081780     END-IF
081880     MOVE WS-HPF-HDG1 TO HPRF-LINE
081980     WRITE HPRF-LINE
082080     MOVE SPACES TO HPRF-LINE
082180     WRITE HPRF-LINE
082280     OPEN INPUT HOLIDAY-RULE-FILE
082380     IF WS-HRL-STATUS NOT = "00"
082480         MOVE "LEAP" TO AUD-PROGRAM-NAME
082580         MOVE "LEAPHRUL" TO AUD-FAILED-INPUT
082680         MOVE "HOLIDAY RULE FILE MISSING - NOTHING GENERATED"
082780             TO AUD-FAILURE-REASON
082880         SET AUD-SEV-SEVERE TO TRUE
082980         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
083080             AUD-FAILED-INPUT AUD-FAILURE-REASON
083180             AUD-SEVERITY
083280         MOVE "  NO LEAPHRUL RULE FILE - NOTHING GENERATED"
083380             TO HPRF-LINE
083480         WRITE HPRF-LINE
083580         CLOSE HOLIDAY-PROOF-RPT
083680         GO TO 4600-EXIT
083780     END-IF
083880     PERFORM 4655-COMPUTE-EASTER THRU 4655-EXIT
083980     PERFORM 4610-READ-HOLIDAY-RULE THRU 4610-EXIT
084080     PERFORM UNTIL HRL-EOF
084180         PERFORM 4620-DATE-ONE-RULE THRU 4620-EXIT
084280         PERFORM 4610-READ-HOLIDAY-RULE THRU 4610-EXIT
084380     END-PERFORM
084480     CLOSE HOLIDAY-RULE-FILE
084580     PERFORM 4660-OBSERVE-SUBSTITUTES THRU 4660-EXIT
084680     PERFORM 4670-SORT-GENERATED THRU 4670-EXIT
084780     IF WS-GEN-REJECTED > ZERO
084880         MOVE SPACES TO HPRF-LINE
084980         WRITE HPRF-LINE
085080     END-IF
085180     MOVE WS-HPF-HDG2 TO HPRF-LINE
085280     WRITE HPRF-LINE
085380     PERFORM VARYING gnx FROM 1 BY 1 UNTIL gnx > WS-GEN-COUNT
085480         PERFORM 4680-PRINT-PROOF-LINE THRU 4680-EXIT
085580     END-PERFORM
085680     EVALUATE TRUE
085780         WHEN RUN-IS-REHEARSAL
085880             MOVE "  REHEARSAL - LEAPHDAY NOT UPDATED"
085980                 TO WS-GEN-OUTCOME
086080         WHEN WS-GEN-REJECTED > ZERO
086180             MOVE "  LEAPHDAY NOT UPDATED - RULES REJECTED ABOVE"
086280                 TO WS-GEN-OUTCOME
086380         WHEN OTHER
086480             PERFORM 4690-POST-HOLIDAY-DATES THRU 4690-EXIT
086580     END-EVALUATE
086680     MOVE SPACES TO HPRF-LINE
086780     WRITE HPRF-LINE
086880     MOVE "HOLIDAY RULES READ:"        TO CS-LABEL
086980     MOVE WS-GEN-RULES-READ            TO CS-VALUE
087080     MOVE WS-CMP-SUMMARY TO HPRF-LINE
087180     WRITE HPRF-LINE
087280     MOVE "RULES REJECTED:"            TO CS-LABEL
087380     MOVE WS-GEN-REJECTED              TO CS-VALUE
087480     MOVE WS-CMP-SUMMARY TO HPRF-LINE
087580     WRITE HPRF-LINE
087680     MOVE "HOLIDAY DATES GENERATED:"   TO CS-LABEL
087780     MOVE WS-GEN-COUNT                 TO CS-VALUE
087880     MOVE WS-CMP-SUMMARY TO HPRF-LINE
087980     WRITE HPRF-LINE
088080     MOVE "WEEKEND DATES SUBSTITUTED:" TO CS-LABEL
088180     MOVE WS-GEN-MOVED                 TO CS-VALUE
088280     MOVE WS-CMP-SUMMARY TO HPRF-LINE
088380     WRITE HPRF-LINE
088480     MOVE WS-GEN-OUTCOME TO HPRF-LINE
088580     WRITE HPRF-LINE
088680     MOVE SPACES TO HPRF-LINE
088780     WRITE HPRF-LINE
088880     MOVE "  PROOF CHECKED BY ____________________  DATE ________"
088980         TO HPRF-LINE
089080     WRITE HPRF-LINE
089180     CLOSE HOLIDAY-PROOF-RPT.
089280 4600-EXIT.
089380     EXIT.

089480 4610-READ-HOLIDAY-RULE.
089580     READ HOLIDAY-RULE-FILE
089680         AT END SET HRL-EOF TO TRUE
089780     END-READ.
089880 4610-EXIT.
089980     EXIT.

090080*-----------------------------------------------------------------
090180* DATE ONE RULE FOR WS-GEN-YEAR INTO THE NEXT GENERATED-TABLE
090280* SLOT.  A RULE THAT CANNOT BE DATED IS LISTED AND AUDITED.
090380*-----------------------------------------------------------------
090480 4620-DATE-ONE-RULE.
090580     ADD 1 TO WS-GEN-RULES-READ
090680     MOVE SPACES TO WS-GEN-REASON
090780     EVALUATE TRUE
090880         WHEN HRL-FIXED-DATE
090980             PERFORM 4630-DATE-FIXED-RULE THRU 4630-EXIT
091080         WHEN HRL-NTH-WEEKDAY
091180             PERFORM 4640-DATE-NTH-WEEKDAY-RULE THRU 4640-EXIT
091280         WHEN HRL-EASTER-RELATIVE
091380             PERFORM 4650-DATE-EASTER-RULE THRU 4650-EXIT
091480         WHEN OTHER
091580             MOVE "UNKNOWN RULE TYPE" TO WS-GEN-REASON
091680     END-EVALUATE
091780     IF WS-GEN-REASON = SPACES AND WS-GEN-COUNT >= 100
091880         MOVE "MORE THAN 100 HOLIDAYS IN YEAR" TO WS-GEN-REASON
091980     END-IF
092080     IF WS-GEN-REASON NOT = SPACES
092180         PERFORM 4625-REJECT-RULE THRU 4625-EXIT
092280         GO TO 4620-EXIT
092380     END-IF
092480     ADD 1 TO WS-GEN-COUNT
092580     MOVE WS-GEN-DATED TO WS-GEN-DATE(WS-GEN-COUNT)
092680                          WS-GEN-RULE-DATE(WS-GEN-COUNT)
092780     MOVE HRL-REGION   TO WS-GEN-REGION(WS-GEN-COUNT)
092880     MOVE HRL-TYPE     TO WS-GEN-TYPE(WS-GEN-COUNT)
092980     MOVE HRL-OBSERVE  TO WS-GEN-OBSERVE(WS-GEN-COUNT)
093080     MOVE HRL-NAME     TO WS-GEN-NAME(WS-GEN-COUNT)
093180     IF HRL-EASTER-RELATIVE
093280         MOVE HRL-OFFSET TO WS-GEN-OFFSET(WS-GEN-COUNT)
093380     ELSE
093480         MOVE ZERO TO WS-GEN-OFFSET(WS-GEN-COUNT)
093580     END-IF.
093680 4620-EXIT.
093780     EXIT.

093880 4625-REJECT-RULE.
093980     ADD 1 TO WS-GEN-REJECTED
094080     MOVE HRL-NAME      TO HR-NAME
094180     MOVE WS-GEN-REASON TO HR-REASON
094280     MOVE WS-HPF-REJECT TO HPRF-LINE
094380     WRITE HPRF-LINE
094480     MOVE "LEAP" TO AUD-PROGRAM-NAME
094580     MOVE HRL-RECORD    TO AUD-FAILED-INPUT
094680     MOVE WS-GEN-REASON TO AUD-FAILURE-REASON
094780     SET AUD-SEV-WARNING TO TRUE
094880     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
094980         AUD-FAILED-INPUT AUD-FAILURE-REASON
095080         AUD-SEVERITY.
095180 4625-EXIT.
095280     EXIT.

095380*-----------------------------------------------------------------
095480* FIXED DATE: THE RULE'S MONTH AND DAY IN WS-GEN-YEAR.  A DAY THE
095580* MONTH DOES NOT HAVE THAT YEAR (FEBRUARY 29) IS REJECTED.
095680*-----------------------------------------------------------------
095780 4630-DATE-FIXED-RULE.
095880     IF HRL-MONTH IS NOT NUMERIC OR HRL-DAY IS NOT NUMERIC
095980             OR HRL-MONTH < 1 OR HRL-MONTH > 12
096080             OR HRL-DAY < 1
096180         MOVE "MONTH OR DAY NOT VALID" TO WS-GEN-REASON
096280         GO TO 4630-EXIT
096380     END-IF
096480     MOVE WS-GEN-YEAR TO ws-year
096580     PERFORM 6150-YEAR-LENGTH THRU 6150-EXIT
096680     IF HRL-DAY > WS-DAYS-IN-MONTH(HRL-MONTH)
096780         MOVE "DAY NOT IN THE MONTH THIS YEAR" TO WS-GEN-REASON
096880         GO TO 4630-EXIT
096980     END-IF
097080     MOVE WS-GEN-YEAR TO WD-YEAR
097180     MOVE HRL-MONTH   TO WD-MONTH
097280     MOVE HRL-DAY     TO WD-DAY
097380     MOVE WS-WORK-DATE TO WS-GEN-DATED.
097480 4630-EXIT.
097580     EXIT.

097680*-----------------------------------------------------------------
097780* NTH WEEKDAY: FROM THE FIRST OF THE MONTH SLIDE FORWARD TO THE
097880* WEEKDAY AND STEP (NTH - 1) MORE WEEKS; NTH 5 MEANS THE LAST ONE,
097980* FOUND BY SLIDING BACK FROM THE MONTH'S LAST DAY.
098080*-----------------------------------------------------------------
098180 4640-DATE-NTH-WEEKDAY-RULE.
098280     IF HRL-MONTH IS NOT NUMERIC OR HRL-NTH IS NOT NUMERIC
098380             OR HRL-WEEKDAY IS NOT NUMERIC
098480             OR HRL-MONTH < 1 OR HRL-MONTH > 12
098580             OR HRL-NTH < 1 OR HRL-NTH > 5
098680             OR HRL-WEEKDAY > 6
098780         MOVE "MONTH/NTH/WEEKDAY NOT VALID" TO WS-GEN-REASON
098880         GO TO 4640-EXIT
098980     END-IF
099080     MOVE WS-GEN-YEAR TO WD-YEAR
099180     MOVE HRL-MONTH   TO WD-MONTH
099280     MOVE 1           TO WD-DAY
099380     IF HRL-NTH = 5
099480         MOVE WS-GEN-YEAR TO ws-year
099580         PERFORM 6150-YEAR-LENGTH THRU 6150-EXIT
099680         MOVE WS-DAYS-IN-MONTH(HRL-MONTH) TO WD-DAY
099780     END-IF
099880     PERFORM 6100-DATE-TO-SERIAL THRU 6100-EXIT
099980     COMPUTE WS-GEN-DOW = FUNCTION MOD(WS-SERIAL + 2, 7)
100080     IF HRL-NTH = 5
100180         COMPUTE WS-SERIAL = WS-SERIAL -
100280             FUNCTION MOD(WS-GEN-DOW - HRL-WEEKDAY + 7, 7)
100380     ELSE
100480         COMPUTE WS-SERIAL = WS-SERIAL +
100580             FUNCTION MOD(HRL-WEEKDAY - WS-GEN-DOW + 7, 7)
100680             + ((HRL-NTH - 1) * 7)
100780     END-IF
100880     PERFORM 6200-SERIAL-TO-DATE THRU 6200-EXIT
100980     MOVE WS-WORK-DATE TO WS-GEN-DATED.
101080 4640-EXIT.
101180     EXIT.

101280*-----------------------------------------------------------------
101380* EASTER-RELATIVE: THE SIGNED OFFSET IN DAYS FROM THE YEAR'S
101480* EASTER SUNDAY, WORKED ON THE SERIAL DAY COUNT.
101580*-----------------------------------------------------------------
101680 4650-DATE-EASTER-RULE.
101780     IF HRL-OFFSET IS NOT NUMERIC
101880         MOVE "EASTER OFFSET NOT VALID" TO WS-GEN-REASON
101980         GO TO 4650-EXIT
102080     END-IF
102180     MOVE WS-EASTER-DATE TO WS-WORK-DATE
102280     PERFORM 6100-DATE-TO-SERIAL THRU 6100-EXIT
102380     COMPUTE WS-SERIAL = WS-SERIAL + HRL-OFFSET
102480     PERFORM 6200-SERIAL-TO-DATE THRU 6200-EXIT
102580     IF WD-YEAR NOT = WS-GEN-YEAR
102680         MOVE "EASTER OFFSET LEAVES THE YEAR" TO WS-GEN-REASON
102780         GO TO 4650-EXIT
102880     END-IF
102980     MOVE WS-WORK-DATE TO WS-GEN-DATED.
103080 4650-EXIT.
103180     EXIT.

103280*-----------------------------------------------------------------
103380* EASTER SUNDAY FOR WS-GEN-YEAR.  THE YEAR'S OWN CALENDAR MODE
103480* PICKS THE RECKONING: THE GREGORIAN COMPUTUS (THE "ANONYMOUS
103580* GREGORIAN" ALGORITHM) OR, FOR A JULIAN YEAR, THE JULIAN
103680* COMPUTUS, EACH GIVING THE DATE IN THAT YEAR'S OWN CALENDAR - THE
103780* SAME MIXED RECKONING THE SERIAL DAY COUNT USES.
103880*-----------------------------------------------------------------
103980 4655-COMPUTE-EASTER.
104080     MOVE WS-GEN-YEAR TO ws-year WS-EASTER-YEAR
104180     MOVE SPACE TO WS-CALENDAR-MODE
104280     PERFORM 1000-PICK-CALENDAR-MODE
104380     IF CALENDAR-JULIAN
104480         DIVIDE WS-GEN-YEAR BY 4  GIVING quo REMAINDER EW-A
104580         DIVIDE WS-GEN-YEAR BY 7  GIVING quo REMAINDER EW-B
104680         DIVIDE WS-GEN-YEAR BY 19 GIVING quo REMAINDER EW-C
104780         COMPUTE EW-D = FUNCTION MOD(19 * EW-C + 15, 30)
104880         COMPUTE EW-E = FUNCTION MOD(2 * EW-A + 4 * EW-B
104980             - EW-D + 34, 7)
105080         COMPUTE EW-N = EW-D + EW-E + 114
105180     ELSE
105280         DIVIDE WS-GEN-YEAR BY 19  GIVING quo REMAINDER EW-A
105380         DIVIDE WS-GEN-YEAR BY 100 GIVING EW-B REMAINDER EW-C
105480         DIVIDE EW-B BY 4 GIVING EW-D REMAINDER EW-E
105580         COMPUTE EW-F = (EW-B + 8) / 25
105680         COMPUTE EW-G = (EW-B - EW-F + 1) / 3
105780         COMPUTE EW-H = FUNCTION MOD(19 * EW-A + EW-B - EW-D
105880             - EW-G + 15, 30)
105980         DIVIDE EW-C BY 4 GIVING EW-I REMAINDER EW-K
106080         COMPUTE EW-L = FUNCTION MOD(32 + 2 * EW-E + 2 * EW-I
106180             - EW-H - EW-K, 7)
106280         COMPUTE EW-M = (EW-A + 11 * EW-H + 22 * EW-L) / 451
106380         COMPUTE EW-N = EW-H + EW-L - 7 * EW-M + 114
106480     END-IF
106580     DIVIDE EW-N BY 31 GIVING WS-EASTER-MONTH
106680         REMAINDER WS-EASTER-DAY
106780     ADD 1 TO WS-EASTER-DAY.
106880 4655-EXIT.
106980     EXIT.

107080*-----------------------------------------------------------------
107180* AN "S" RULE'S DATE THAT FALLS ON A SATURDAY OR SUNDAY MOVES TO
107280* THE NEXT WEEKDAY NOT ALREADY A HOLIDAY FOR THE SAME REGION, SO
107380* TWO WEEKEND HOLIDAYS IN A ROW (CHRISTMAS AND BOXING DAY) TAKE
107480* THE MONDAY AND THE TUESDAY.  RULES ARE MOVED IN FILE ORDER.
107580*-----------------------------------------------------------------
107680 4660-OBSERVE-SUBSTITUTES.
107780     PERFORM VARYING gnx FROM 1 BY 1 UNTIL gnx > WS-GEN-COUNT
107880         IF WS-GEN-OBSERVE(gnx) = "S"
107980             PERFORM 4665-MOVE-OFF-WEEKEND THRU 4665-EXIT
108080         END-IF
108180     END-PERFORM.
108280 4660-EXIT.
108380     EXIT.

108480 4665-MOVE-OFF-WEEKEND.
108580     MOVE WS-GEN-DATE(gnx) TO WS-WORK-DATE
108680     PERFORM 6100-DATE-TO-SERIAL THRU 6100-EXIT
108780     MOVE WS-SERIAL TO WS-GEN-SERIAL
108880     COMPUTE WS-GEN-DOW = FUNCTION MOD(WS-GEN-SERIAL + 2, 7)
108980     IF WS-GEN-DOW > 0 AND WS-GEN-DOW < 6
109080         GO TO 4665-EXIT
109180     END-IF
109280     SET GEN-DATE-TAKEN TO TRUE
109380     PERFORM UNTIL NOT GEN-DATE-TAKEN
109480         ADD 1 TO WS-GEN-SERIAL
109580         COMPUTE WS-GEN-DOW = FUNCTION MOD(WS-GEN-SERIAL + 2, 7)
109680         IF WS-GEN-DOW > 0 AND WS-GEN-DOW < 6
109780             MOVE WS-GEN-SERIAL TO WS-SERIAL
109880             PERFORM 6200-SERIAL-TO-DATE THRU 6200-EXIT
109980             PERFORM 4668-CHECK-DATE-TAKEN THRU 4668-EXIT
110080         END-IF
110180     END-PERFORM
110280     MOVE WS-WORK-DATE TO WS-GEN-DATE(gnx)
110380     ADD 1 TO WS-GEN-MOVED.
110480 4665-EXIT.
110580     EXIT.

110680*-----------------------------------------------------------------
110780* IS WS-WORK-DATE ALREADY A GENERATED HOLIDAY THAT OVERLAPS ENTRY
110880* gnx'S REGION?  A BLANK REGION OVERLAPS EVERY REGION.
110980*-----------------------------------------------------------------
111080 4668-CHECK-DATE-TAKEN.
111180     MOVE "N" TO WS-GEN-TAKEN-SW
111280     PERFORM VARYING gnz FROM 1 BY 1
111380             UNTIL gnz > WS-GEN-COUNT OR GEN-DATE-TAKEN
111480         IF gnz NOT = gnx
111580                 AND WS-GEN-DATE(gnz) = WS-WORK-DATE
111680                 AND (WS-GEN-REGION(gnz) = WS-GEN-REGION(gnx)
111780                   OR WS-GEN-REGION(gnz) = SPACES
111880                   OR WS-GEN-REGION(gnx) = SPACES)
111980             SET GEN-DATE-TAKEN TO TRUE
112080         END-IF
112180     END-PERFORM.
112280 4668-EXIT.
112380     EXIT.

112480*-----------------------------------------------------------------
112580* PUT THE GENERATED TABLE INTO DATE ORDER, REGION WITHIN DATE, FOR
112680* THE PROOF LIST AND LEAPHDAY.
112780*-----------------------------------------------------------------
112880 4670-SORT-GENERATED.
112980     PERFORM VARYING gnx FROM 1 BY 1 UNTIL gnx >= WS-GEN-COUNT
113080         PERFORM VARYING gnz FROM 1 BY 1
113180                 UNTIL gnz > WS-GEN-COUNT - gnx
113280             IF WS-GEN-DATE(gnz) > WS-GEN-DATE(gnz + 1)
113380                     OR (WS-GEN-DATE(gnz) = WS-GEN-DATE(gnz + 1)
113480                       AND WS-GEN-REGION(gnz) >
113580                           WS-GEN-REGION(gnz + 1))
113680                 MOVE WS-GEN-ENTRY(gnz)     TO WS-GEN-HOLD
113780                 MOVE WS-GEN-ENTRY(gnz + 1) TO WS-GEN-ENTRY(gnz)
113880                 MOVE WS-GEN-HOLD TO WS-GEN-ENTRY(gnz + 1)
113980             END-IF
114080         END-PERFORM
114180     END-PERFORM.
114280 4670-EXIT.
114380     EXIT.

114480 4680-PRINT-PROOF-LINE.
114580     MOVE WS-GEN-DATE(gnx) TO HD-DATE
114680     MOVE WS-GEN-DATE(gnx) TO WS-WORK-DATE
114780     MOVE WD-YEAR  TO ws-year
114880     MOVE WD-MONTH TO WS-MONTH
114980     MOVE WD-DAY   TO WS-DAY
115080     MOVE SPACE TO WS-CALENDAR-MODE
115180     PERFORM 5500-DAY-OF-WEEK THRU 5500-EXIT
115280     MOVE WS-DAY-NAME TO HD-DAY
115380     IF WS-GEN-REGION(gnx) = SPACES
115480         MOVE "ALL" TO HD-REGION
115580     ELSE
115680         MOVE WS-GEN-REGION(gnx) TO HD-REGION
115780     END-IF
115880     MOVE WS-GEN-NAME(gnx) TO HD-NAME
115980     MOVE SPACES TO HD-NOTE
116080     EVALUATE TRUE
116180         WHEN WS-GEN-DATE(gnx) NOT = WS-GEN-RULE-DATE(gnx)
116280             MOVE WS-GEN-RULE-DATE(gnx) TO WS-GEN-EDIT-DATE
116380             STRING "IN LIEU OF " WS-GEN-EDIT-DATE
116480                     DELIMITED BY SIZE
116580                 INTO HD-NOTE
116680             END-STRING
116780         WHEN WS-GEN-TYPE(gnx) = "E" AND WS-GEN-OFFSET(gnx) = ZERO
116880             MOVE "EASTER SUNDAY" TO HD-NOTE
116980         WHEN WS-GEN-TYPE(gnx) = "E"
117080             MOVE WS-GEN-OFFSET(gnx) TO WS-GEN-EDIT-OFFSET
117180             STRING "EASTER SUNDAY" WS-GEN-EDIT-OFFSET " DAYS"
117280                     DELIMITED BY SIZE
117380                 INTO HD-NOTE
117480             END-STRING
117580         WHEN OTHER
117680             CONTINUE
117780     END-EVALUATE
117880     MOVE WS-HPF-DETAIL TO HPRF-LINE
117980     WRITE HPRF-LINE.
118080 4680-EXIT.
118180     EXIT.

118280*-----------------------------------------------------------------
118380* REPLACE THE YEAR'S DATES ON LEAPHDAY WITH THE GENERATED ONES,
118480* KEEPING EVERY OTHER YEAR'S DATES AS THEY STAND, AND JOURNAL EACH
118580* GENERATED DATE TO LEAPHJRN.  NOTHING IS REWRITTEN WHEN THE FILE
118680* WOULD HOLD MORE DATES THAN THE HOLIDAY TABLE CAN CARRY.
118780*-----------------------------------------------------------------
118880 4690-POST-HOLIDAY-DATES.
118980     PERFORM 7000-LOAD-HOLIDAY-DATES THRU 7000-EXIT
119080     MOVE ZERO TO WS-GEN-KEPT
119180     PERFORM VARYING hdx FROM 1 BY 1 UNTIL hdx > WS-HDY-COUNT
119280         IF WS-HDY-DATE(hdx) < WS-GEN-YEAR-START
119380                 OR WS-HDY-DATE(hdx) > WS-GEN-YEAR-END
119480             ADD 1 TO WS-GEN-KEPT
119580         END-IF
119680     END-PERFORM
119780     IF WS-HDY-OVERFLOW > ZERO
119880             OR WS-GEN-KEPT + WS-GEN-COUNT > 200
119980         MOVE "  LEAPHDAY NOT UPDATED - MORE THAN 200 DATES"
120080             TO WS-GEN-OUTCOME
120180         MOVE "LEAP" TO AUD-PROGRAM-NAME
120280         MOVE "LEAPHDAY" TO AUD-FAILED-INPUT
120380         MOVE "OVER 200 HOLIDAY DATES - GENERATED YEAR NOT POSTED"
120480             TO AUD-FAILURE-REASON
120580         SET AUD-SEV-SEVERE TO TRUE
120680         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
120780             AUD-FAILED-INPUT AUD-FAILURE-REASON
120880             AUD-SEVERITY
120980         GO TO 4690-EXIT
121080     END-IF
121180     OPEN OUTPUT HOLIDAY-DATE-FILE
121280     PERFORM VARYING hdx FROM 1 BY 1 UNTIL hdx > WS-HDY-COUNT
121380         IF WS-HDY-DATE(hdx) < WS-GEN-YEAR-START
121480                 OR WS-HDY-DATE(hdx) > WS-GEN-YEAR-END
121580             MOVE SPACES             TO HDY-RECORD
121680             MOVE WS-HDY-DATE(hdx)   TO HDY-DATE
121780             MOVE WS-HDY-REGION(hdx) TO HDY-REGION
121880             WRITE HDY-RECORD
121980         END-IF
122080     END-PERFORM
122180     PERFORM VARYING gnx FROM 1 BY 1 UNTIL gnx > WS-GEN-COUNT
122280         MOVE SPACES             TO HDY-RECORD
122380         MOVE WS-GEN-DATE(gnx)   TO HDY-DATE
122480         MOVE WS-GEN-REGION(gnx) TO HDY-REGION
122580         WRITE HDY-RECORD
122680     END-PERFORM
122780     CLOSE HOLIDAY-DATE-FILE
122880     OPEN EXTEND HOLIDAY-JOURNAL-FILE
122980     IF WS-HJR-STATUS = "35"
123080         OPEN OUTPUT HOLIDAY-JOURNAL-FILE
123180     END-IF
123280     CALL "TIMESTMP" USING TS-DATE TS-TIME
123380     PERFORM VARYING gnx FROM 1 BY 1 UNTIL gnx > WS-GEN-COUNT
123480         MOVE SPACES             TO HJR-RECORD
123580         MOVE TS-DATE            TO HJR-TS-DATE
123680         MOVE TS-TIME            TO HJR-TS-TIME
123780         MOVE WS-GEN-DATE(gnx)   TO HJR-HOLIDAY-DATE
123880         MOVE WS-GEN-REGION(gnx) TO HJR-HOLIDAY-REGION
123980         SET HJR-HOLIDAY-POSTING TO TRUE
124080         WRITE HJR-RECORD
124180     END-PERFORM
124280     CLOSE HOLIDAY-JOURNAL-FILE
124380*    THE NEXT HOLIDAY CHECK IN THIS RUN UNIT LOADS THE NEW DATES
124480     MOVE "N" TO WS-HDY-LOADED-SW
124580     MOVE "  LEAPHDAY UPDATED - DATES POSTED AND JOURNALED"
124680         TO WS-GEN-OUTCOME.
124780 4690-EXIT.
124880     EXIT.

124980*-----------------------------------------------------------------
125080* ADDITIVE ENTRY POINT: GENERATE ONE YEAR'S LEAPHDAY HOLIDAYS FROM
125180* THE LEAPHRUL RULES.  A ZERO YEAR MEANS THE YEAR AFTER THE RUN
125280* DATE'S - THE ONE BEING PREPARED; AN "R" RUN MODE PRINTS THE
125380* PROOF LIST WITHOUT POSTING ANYTHING.
125480*-----------------------------------------------------------------
125580 9800-LEAP-HOLIDAY-GEN-ENTRY.
125680 ENTRY "LEAP-HOLIDAY-GEN" USING LHG-YEAR LHG-RUN-MODE.
125780     MOVE LHG-RUN-MODE TO WS-RUN-MODE
125880     IF LHG-YEAR IS NUMERIC AND LHG-YEAR > ZERO
125980         MOVE LHG-YEAR TO WS-GEN-YEAR
126080     ELSE
126180         CALL "TIMESTMP" USING TS-DATE TS-TIME
126280         MOVE TS-DATE(1:4) TO WS-GEN-YEAR
126380         ADD 1 TO WS-GEN-YEAR
126480     END-IF
126580     PERFORM 4600-GENERATE-HOLIDAYS THRU 4600-EXIT
126680     GOBACK.
126780 9800-EXIT.
126880     EXIT.

126980*-----------------------------------------------------------------
127080* CONVERT DCV-INPUT FROM DCV-FROM-FORMAT TO DCV-TO-FORMAT.  THE
127180* INPUT IS FIRST BROUGHT TO A YYYYMMDD DATE IN WS-DCV-DATE, THAT
127280* DATE IS PASSED THROUGH DATEVAL, AND ONLY THEN IS IT SET OUT IN
127380* THE FORMAT ASKED FOR.  ANY FAILURE LEAVES DCV-OUTPUT BLANK.
127480*-----------------------------------------------------------------
127580 4700-CONVERT-DATE.
127680     MOVE SPACES TO DCV-OUTPUT DCV-REASON
127780     SET DCV-CONVERTED TO TRUE
127880     SET DCV-RC-OK TO TRUE
127980     MOVE SPACE TO WS-FORCE-CAL-MODE
128080     IF DCV-PIVOT-YEAR IS NUMERIC AND DCV-PIVOT-YEAR > ZERO
128180         MOVE DCV-PIVOT-YEAR TO WS-DCV-PIVOT
128280     ELSE
128380         MOVE WS-DCV-DEFAULT-PIVOT TO WS-DCV-PIVOT
128480     END-IF
128580     IF NOT (DCV-TO-YYYYMMDD OR DCV-TO-DDMMYYYY
128680             OR DCV-TO-MMDDYYYY OR DCV-TO-ORDINAL
128780             OR DCV-TO-ISO-WEEK OR DCV-TO-SERIAL)
128880         SET DCV-NOT-CONVERTED TO TRUE
128980         SET DCV-RC-BAD-FORMAT TO TRUE
129080         MOVE "UNKNOWN OUTPUT DATE FORMAT" TO DCV-REASON
129180         GO TO 4700-EXIT
129280     END-IF
129380     MOVE ZERO TO WS-DCV-LENGTH
129480     INSPECT DCV-INPUT TALLYING WS-DCV-LENGTH
129580         FOR CHARACTERS BEFORE INITIAL SPACE
129680     EVALUATE TRUE
129780         WHEN DCV-FROM-YYYYMMDD
129880           OR DCV-FROM-DDMMYYYY
129980           OR DCV-FROM-MMDDYYYY
130080             PERFORM 4710-FROM-CALENDAR-DATE THRU 4710-EXIT
130180         WHEN DCV-FROM-ORDINAL
130280             PERFORM 4720-FROM-ORDINAL THRU 4720-EXIT
130380         WHEN DCV-FROM-ISO-WEEK
130480             PERFORM 4730-FROM-ISO-WEEK THRU 4730-EXIT
130580         WHEN DCV-FROM-SERIAL
130680             PERFORM 4740-FROM-SERIAL THRU 4740-EXIT
130780         WHEN OTHER
130880             SET DCV-NOT-CONVERTED TO TRUE
130980             SET DCV-RC-BAD-FORMAT TO TRUE
131080             MOVE "UNKNOWN INPUT DATE FORMAT" TO DCV-REASON
131180     END-EVALUATE
131280     IF DCV-NOT-CONVERTED
131380         GO TO 4700-EXIT
131480     END-IF
131580     MOVE WS-DCV-DATE TO DTV-DATE
131680     CALL "DATEVAL" USING DTV-DATE DTV-RESULT DTV-REASON
131780     IF DTV-DATE-INVALID
131880         SET DCV-NOT-CONVERTED TO TRUE
131980         SET DCV-RC-DATE-INVALID TO TRUE
132080         MOVE DTV-REASON TO DCV-REASON
132180         GO TO 4700-EXIT
132280     END-IF
132380     EVALUATE TRUE
132480         WHEN DCV-TO-ORDINAL
132580             PERFORM 4760-TO-ORDINAL THRU 4760-EXIT
132680         WHEN DCV-TO-ISO-WEEK
132780             PERFORM 4770-TO-ISO-WEEK THRU 4770-EXIT
132880         WHEN DCV-TO-SERIAL
132980             PERFORM 4780-TO-SERIAL THRU 4780-EXIT
133080         WHEN OTHER
133180             PERFORM 4750-TO-CALENDAR-DATE THRU 4750-EXIT
133280     END-EVALUATE.
133380 4700-EXIT.
133480     EXIT.

133580*-----------------------------------------------------------------
133680* A TWO-DIGIT YEAR IN WS-DCV-YY TO A FOUR-DIGIT WD-YEAR THROUGH
133780* THE PIVOT.
133880*-----------------------------------------------------------------
133980 4705-WINDOW-YEAR.
134080     IF WS-DCV-YY < WS-DCV-PIVOT
134180         COMPUTE WD-YEAR = 2000 + WS-DCV-YY
134280     ELSE
134380         COMPUTE WD-YEAR = 1900 + WS-DCV-YY
134480     END-IF.
134580 4705-EXIT.
134680     EXIT.

134780*-----------------------------------------------------------------
134880* YYYYMMDD, DDMMYYYY OR MMDDYYYY - EIGHT DIGITS, OR SIX WITH A
134980* TWO-DIGIT YEAR.  MONTH AND DAY ARE LEFT FOR DATEVAL TO JUDGE.
135080*-----------------------------------------------------------------
135180 4710-FROM-CALENDAR-DATE.
135280     IF WS-DCV-LENGTH NOT = 8 AND WS-DCV-LENGTH NOT = 6
135380         GO TO 4710-BAD-INPUT
135480     END-IF
135580     IF DCV-INPUT(1:WS-DCV-LENGTH) IS NOT NUMERIC
135680         GO TO 4710-BAD-INPUT
135780     END-IF
135880     EVALUATE TRUE
135980         WHEN DCV-FROM-YYYYMMDD AND WS-DCV-LENGTH = 8
136080             MOVE DCV-INPUT(1:4) TO WD-YEAR
136180             MOVE DCV-INPUT(5:2) TO WD-MONTH
136280             MOVE DCV-INPUT(7:2) TO WD-DAY
136380         WHEN DCV-FROM-YYYYMMDD
136480             MOVE DCV-INPUT(1:2) TO WS-DCV-YY
136580             PERFORM 4705-WINDOW-YEAR THRU 4705-EXIT
136680             MOVE DCV-INPUT(3:2) TO WD-MONTH
136780             MOVE DCV-INPUT(5:2) TO WD-DAY
136880         WHEN DCV-FROM-DDMMYYYY AND WS-DCV-LENGTH = 8
136980             MOVE DCV-INPUT(1:2) TO WD-DAY
137080             MOVE DCV-INPUT(3:2) TO WD-MONTH
137180             MOVE DCV-INPUT(5:4) TO WD-YEAR
137280         WHEN DCV-FROM-DDMMYYYY
137380             MOVE DCV-INPUT(1:2) TO WD-DAY
137480             MOVE DCV-INPUT(3:2) TO WD-MONTH
137580             MOVE DCV-INPUT(5:2) TO WS-DCV-YY
137680             PERFORM 4705-WINDOW-YEAR THRU 4705-EXIT
137780         WHEN WS-DCV-LENGTH = 8
137880             MOVE DCV-INPUT(1:2) TO WD-MONTH
137980             MOVE DCV-INPUT(3:2) TO WD-DAY
138080             MOVE DCV-INPUT(5:4) TO WD-YEAR
138180         WHEN OTHER
138280             MOVE DCV-INPUT(1:2) TO WD-MONTH
138380             MOVE DCV-INPUT(3:2) TO WD-DAY
138480             MOVE DCV-INPUT(5:2) TO WS-DCV-YY
138580             PERFORM 4705-WINDOW-YEAR THRU 4705-EXIT
138680     END-EVALUATE
138780     MOVE WS-WORK-DATE TO WS-DCV-DATE
138880     GO TO 4710-EXIT.
138980 4710-BAD-INPUT.
139080     SET DCV-NOT-CONVERTED TO TRUE
139180     SET DCV-RC-BAD-INPUT TO TRUE
139280     MOVE "NOT A 6 OR 8 DIGIT DATE" TO DCV-REASON.
139380 4710-EXIT.
139480     EXIT.

139580*-----------------------------------------------------------------
139680* YYDDD: THE WINDOWED YEAR'S JANUARY 1 PLUS (DDD - 1) DAYS.
139780*-----------------------------------------------------------------
139880 4720-FROM-ORDINAL.
139980     IF WS-DCV-LENGTH NOT = 5 OR DCV-INPUT(1:5) IS NOT NUMERIC
140080         SET DCV-NOT-CONVERTED TO TRUE
140180         SET DCV-RC-BAD-INPUT TO TRUE
140280         MOVE "NOT A 5 DIGIT YYDDD DATE" TO DCV-REASON
140380         GO TO 4720-EXIT
140480     END-IF
140580     MOVE DCV-INPUT(1:2) TO WS-DCV-YY
140680     MOVE DCV-INPUT(3:3) TO WS-DCV-DDD
140780     PERFORM 4705-WINDOW-YEAR THRU 4705-EXIT
140880     MOVE WD-YEAR TO ws-year
140980     PERFORM 6150-YEAR-LENGTH THRU 6150-EXIT
141080     IF WS-DCV-DDD < 1 OR WS-DCV-DDD > WS-DAYS-IN-YEAR
141180         SET DCV-NOT-CONVERTED TO TRUE
141280         SET DCV-RC-BAD-DAY-OF-YEAR TO TRUE
141380         MOVE "DAY OF YEAR OUT OF RANGE" TO DCV-REASON
141480         GO TO 4720-EXIT
141580     END-IF
141680     MOVE 1 TO WD-MONTH WD-DAY
141780     PERFORM 6100-DATE-TO-SERIAL THRU 6100-EXIT
141880     COMPUTE WS-SERIAL = WS-SERIAL + WS-DCV-DDD - 1
141980     PERFORM 6200-SERIAL-TO-DATE THRU 6200-EXIT
142080     MOVE WS-WORK-DATE TO WS-DCV-DATE.
142180 4720-EXIT.
142280     EXIT.

142380*-----------------------------------------------------------------
142480* ISO WEEK DATE YYYYWWWD: WEEK 1 IS THE MONDAY-TO-SUNDAY WEEK
142580* HOLDING JANUARY 4, AND D RUNS 1 = MONDAY TO 7 = SUNDAY.  A WEEK
142680* 53 THE YEAR DOES NOT HAVE IS CAUGHT BY CONVERTING THE RESULT
142780* BACK AND COMPARING.
142880*-----------------------------------------------------------------
142980 4730-FROM-ISO-WEEK.
143080     IF WS-DCV-LENGTH NOT = 8 OR DCV-INPUT(5:1) NOT = "W"
143180             OR DCV-INPUT(1:4) IS NOT NUMERIC
143280             OR DCV-INPUT(6:3) IS NOT NUMERIC
143380         SET DCV-NOT-CONVERTED TO TRUE
143480         SET DCV-RC-BAD-INPUT TO TRUE
143580         MOVE "NOT A YYYYWWWD WEEK DATE" TO DCV-REASON
143680         GO TO 4730-EXIT
143780     END-IF
143880     MOVE DCV-INPUT(1:4) TO WS-DCV-ISO-YEAR
143980     MOVE DCV-INPUT(6:2) TO WS-DCV-WEEK
144080     MOVE DCV-INPUT(8:1) TO WS-DCV-WDAY
144180     IF WS-DCV-ISO-YEAR = ZERO
144280             OR WS-DCV-WEEK < 1 OR WS-DCV-WEEK > 53
144380             OR WS-DCV-WDAY < 1 OR WS-DCV-WDAY > 7
144480         GO TO 4730-BAD-WEEK
144580     END-IF
144680     MOVE WS-DCV-ISO-YEAR TO WD-YEAR
144780     MOVE 1 TO WD-MONTH
144880     MOVE 4 TO WD-DAY
144980     PERFORM 6100-DATE-TO-SERIAL THRU 6100-EXIT
145080     MOVE WS-SERIAL TO WS-DCV-DATE-SERIAL
145180     PERFORM 4775-ISO-WEEKDAY THRU 4775-EXIT
145280     COMPUTE WS-DCV-DATE-SERIAL = WS-DCV-DATE-SERIAL
145380         - WS-DCV-ISO-DOW + 1
145480         + ((WS-DCV-WEEK - 1) * 7) + WS-DCV-WDAY - 1
145580     PERFORM 4776-ISO-WEEK-OF-SERIAL THRU 4776-EXIT
145680     IF WS-DCV-CHK-YEAR NOT = WS-DCV-ISO-YEAR
145780             OR WS-DCV-CHK-WEEK NOT = WS-DCV-WEEK
145880         GO TO 4730-BAD-WEEK
145980     END-IF
146080     MOVE WS-DCV-DATE-SERIAL TO WS-SERIAL
146180     PERFORM 6200-SERIAL-TO-DATE THRU 6200-EXIT
146280     MOVE WS-WORK-DATE TO WS-DCV-DATE
146380     GO TO 4730-EXIT.
146480 4730-BAD-WEEK.
146580     SET DCV-NOT-CONVERTED TO TRUE
146680     SET DCV-RC-BAD-ISO-WEEK TO TRUE
146780     MOVE "ISO WEEK OR WEEKDAY NOT VALID" TO DCV-REASON.
146880 4730-EXIT.
146980     EXIT.

147080 4740-FROM-SERIAL.
147180     IF WS-DCV-LENGTH < 1 OR WS-DCV-LENGTH > 7
147280         GO TO 4740-BAD-SERIAL
147380     END-IF
147480     IF DCV-INPUT(1:WS-DCV-LENGTH) IS NOT NUMERIC
147580         GO TO 4740-BAD-SERIAL
147680     END-IF
147780     MOVE DCV-INPUT(1:WS-DCV-LENGTH) TO WS-DCV-SERIAL
147880     IF WS-DCV-SERIAL < 1 OR WS-DCV-SERIAL > WS-DCV-MAX-SERIAL
147980         GO TO 4740-BAD-SERIAL
148080     END-IF
148180     MOVE WS-DCV-SERIAL TO WS-SERIAL
148280     PERFORM 6200-SERIAL-TO-DATE THRU 6200-EXIT
148380     MOVE WS-WORK-DATE TO WS-DCV-DATE
148480     GO TO 4740-EXIT.
148580 4740-BAD-SERIAL.
148680     SET DCV-NOT-CONVERTED TO TRUE
148780     SET DCV-RC-BAD-SERIAL TO TRUE
148880     MOVE "SERIAL DAY NUMBER OUT OF RANGE" TO DCV-REASON.
148980 4740-EXIT.
149080     EXIT.

149180 4750-TO-CALENDAR-DATE.
149280     MOVE WS-DCV-DATE TO WS-WORK-DATE
149380     EVALUATE TRUE
149480         WHEN DCV-TO-DDMMYYYY
149580             MOVE WD-DAY   TO DCV-OUTPUT(1:2)
149680             MOVE WD-MONTH TO DCV-OUTPUT(3:2)
149780             MOVE WD-YEAR  TO DCV-OUTPUT(5:4)
149880         WHEN DCV-TO-MMDDYYYY
149980             MOVE WD-MONTH TO DCV-OUTPUT(1:2)
150080             MOVE WD-DAY   TO DCV-OUTPUT(3:2)
150180             MOVE WD-YEAR  TO DCV-OUTPUT(5:4)
150280         WHEN OTHER
150380             MOVE WS-WORK-DATE TO DCV-OUTPUT(1:8)
150480     END-EVALUATE.
150580 4750-EXIT.
150680     EXIT.

150780*-----------------------------------------------------------------
150880* YYDDD OUT: A YEAR THE PIVOT WOULD NOT READ BACK AS THE SAME
150980* CENTURY IS REFUSED RATHER THAN SILENTLY SHIFTED.
151080*-----------------------------------------------------------------
151180 4760-TO-ORDINAL.
151280     MOVE WS-DCV-DATE TO WS-WORK-DATE
151380     MOVE WD-YEAR TO WS-DCV-ISO-YEAR
151480     DIVIDE WS-DCV-ISO-YEAR BY 100 GIVING quo REMAINDER WS-DCV-YY
151580     PERFORM 4705-WINDOW-YEAR THRU 4705-EXIT
151680     IF WD-YEAR NOT = WS-DCV-ISO-YEAR
151780         SET DCV-NOT-CONVERTED TO TRUE
151880         SET DCV-RC-OUTSIDE-WINDOW TO TRUE
151980         MOVE "YEAR OUTSIDE TWO-DIGIT WINDOW" TO DCV-REASON
152080         GO TO 4760-EXIT
152180     END-IF
152280     MOVE WS-DCV-DATE TO WS-WORK-DATE
152380     MOVE WD-YEAR  TO ws-year
152480     MOVE WD-MONTH TO WS-MONTH
152580     MOVE WD-DAY   TO WS-DAY
152680     MOVE SPACE TO WS-CALENDAR-MODE
152780     PERFORM 5000-DAY-OF-YEAR THRU 5000-EXIT
152880     MOVE WS-DAY-OF-YEAR TO WS-DCV-DDD
152980     MOVE WS-DCV-YY  TO DCV-OUTPUT(1:2)
153080     MOVE WS-DCV-DDD TO DCV-OUTPUT(3:3).
153180 4760-EXIT.
153280     EXIT.

153380 4770-TO-ISO-WEEK.
153480     MOVE WS-DCV-DATE TO WS-WORK-DATE
153580     PERFORM 6100-DATE-TO-SERIAL THRU 6100-EXIT
153680     MOVE WS-SERIAL TO WS-DCV-DATE-SERIAL
153780     PERFORM 4776-ISO-WEEK-OF-SERIAL THRU 4776-EXIT
153880     PERFORM 4775-ISO-WEEKDAY THRU 4775-EXIT
153980     MOVE WS-DCV-CHK-YEAR TO DCV-OUTPUT(1:4)
154080     MOVE "W"             TO DCV-OUTPUT(5:1)
154180     MOVE WS-DCV-CHK-WEEK TO DCV-OUTPUT(6:2)
154280     MOVE WS-DCV-ISO-DOW  TO DCV-OUTPUT(8:1).
154380 4770-EXIT.
154480     EXIT.

154580*-----------------------------------------------------------------
154680* THE ISO WEEKDAY OF WS-DCV-DATE-SERIAL, 1 = MONDAY .. 7 = SUNDAY.
154780*-----------------------------------------------------------------
154880 4775-ISO-WEEKDAY.
154980     COMPUTE WS-DCV-ISO-DOW =
155080         FUNCTION MOD(WS-DCV-DATE-SERIAL + 2, 7)
155180     IF WS-DCV-ISO-DOW = ZERO
155280         MOVE 7 TO WS-DCV-ISO-DOW
155380     END-IF.
155480 4775-EXIT.
155580     EXIT.

155680*-----------------------------------------------------------------
155780* THE ISO YEAR AND WEEK OF WS-DCV-DATE-SERIAL: BOTH ARE THOSE OF
155880* THE THURSDAY OF ITS WEEK.
155980*-----------------------------------------------------------------
156080 4776-ISO-WEEK-OF-SERIAL.
156180     PERFORM 4775-ISO-WEEKDAY THRU 4775-EXIT
156280     COMPUTE WS-DCV-THU-SERIAL =
156380         WS-DCV-DATE-SERIAL - WS-DCV-ISO-DOW + 4
156480     MOVE WS-DCV-THU-SERIAL TO WS-SERIAL
156580     PERFORM 6200-SERIAL-TO-DATE THRU 6200-EXIT
156680     MOVE WD-YEAR TO WS-DCV-CHK-YEAR
156780     MOVE 1 TO WD-MONTH WD-DAY
156880     PERFORM 6100-DATE-TO-SERIAL THRU 6100-EXIT
156980     COMPUTE WS-DCV-CHK-WEEK =
157080         ((WS-DCV-THU-SERIAL - WS-SERIAL) / 7) + 1.
157180 4776-EXIT.
157280     EXIT.

157380 4780-TO-SERIAL.
157480     MOVE WS-DCV-DATE TO WS-WORK-DATE
157580     PERFORM 6100-DATE-TO-SERIAL THRU 6100-EXIT
157680     MOVE WS-SERIAL TO WS-DCV-SERIAL
157780     MOVE WS-DCV-SERIAL TO DCV-OUTPUT(1:7).
157880 4780-EXIT.
157980     EXIT.

158080*-----------------------------------------------------------------
158180* ADDITIVE ENTRY POINT: THE SHARED DATE-FORMAT CONVERSION SERVICE
158280* FOR THE IMPORT GATEWAYS (SEE COPYBOOK DCVCOM FOR THE FORMATS).
158380*-----------------------------------------------------------------
158480 9900-LEAP-DATE-CONVERT-ENTRY.
158580 ENTRY "LEAP-DATE-CONVERT" USING DCV-FROM-FORMAT DCV-TO-FORMAT
158680         DCV-INPUT DCV-PIVOT-YEAR DCV-OUTPUT DCV-RESULT
158780         DCV-REASON-CODE DCV-REASON.
158880     PERFORM 4700-CONVERT-DATE THRU 4700-EXIT
158980     GOBACK.
159080 9900-EXIT.
159180     EXIT.
