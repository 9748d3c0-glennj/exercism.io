004260*                  ASSIGNMENTS ON HAMMCLUS AND A FAMILY SUMMARY
004270*                  (SIZE AND MAJORITY-BASE CONSENSUS, THE SAME
004280*                  VOTE THE CONSENSUS BUILD USES) ON HAMMPRPT
004281* 10/15/2026 RM    SAMPLE MASTER (HAMMSMP, MAINTAINED BY
004282*                  HAMMSMNT): A PAIR OR LIBRARY STRAND WHOSE
004283*                  SAMPLE ID IS NOT ON FILE OR IS RETIRED IS
004284*                  REFUSED TO HAMMEXCP AND THE AUDIT TRAIL, AND
004285*                  EVERY COMPARISON MADE IS STAMPED ON EACH
004286*                  SAMPLE'S CUSTODY HISTORY (HELD ON A REHEARSAL)
004287* 10/15/2026 RM    TREE MODE: WITH THE HAMMCTL TREE FLAG ON, THE
004288*                  ALL-PAIRS DISTANCES ARE KEPT AS A MATRIX (AND
004289*                  CHECKPOINTED WITH IT) AND A UPGMA TREE IS
004290*                  BUILT - NEWICK FORM TO HAMMTREE, AN INDENTED
004291*                  DENDROGRAM WITH BRANCH LENGTHS ON HAMMPRPT
004292* 10/15/2026 RM    DRIFT REPORT: HAMMSNAP SNAPSHOT OF EACH SAMPLE;
004293*                  NEXT RUN LISTS CHANGED STRANDS, IDENTITY DROPS
004294*                  PAST THE HAMMCTL THRESHOLD AND FAMILY MOVES
004295* 10/15/2026 RM    QUALITY MASKING: OPTIONAL PHRED+33 QUALITY
004296*                  STRINGS ON HAMMPRIN AND HAMMLIB; BASES BELOW
004297*                  THE HAMMCTL MINIMUM QUALITY ARE SKIPPED,
004298*                  IDENTITY IS TAKEN OVER UNMASKED POSITIONS AND
004299*                  THE MASKED COUNT PRINTS ON HAMMPRPT
004300*-----------------------------------------------------------------
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. HAMMING.
007198         ORGANIZATION IS LINE SEQUENTIAL
007199         FILE STATUS IS WS-HIT-STATUS.
007200
007205*-----------------------------------------------------------------
007210* SAMPLE MASTER - THE CHAIN OF CUSTODY FOR EVERY SAMPLE ID.
007215*-----------------------------------------------------------------
007220     SELECT SAMPLE-MASTER ASSIGN TO "HAMMSMP"
007225         ORGANIZATION IS INDEXED
007230         ACCESS MODE IS DYNAMIC
007235         RECORD KEY IS SMP-SAMPLE-ID
007240         FILE STATUS IS WS-SMP-STATUS.

007245     SELECT TREE-FILE ASSIGN TO "HAMMTREE"
007250         ORGANIZATION IS LINE SEQUENTIAL
007255         FILE STATUS IS WS-TREE-STATUS.

007260     SELECT SNAPSHOT-FILE ASSIGN TO "HAMMSNAP"
007265         ORGANIZATION IS LINE SEQUENTIAL
007270         FILE STATUS IS WS-SNP-STATUS.

007275     SELECT DRIFT-RPT ASSIGN TO "HAMMDRFT"
007280         ORGANIZATION IS LINE SEQUENTIAL
007285         FILE STATUS IS WS-DRF-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500*-----------------------------------------------------------------
008100     05  PAIR-IN-SAMPLE-ID       PIC X(10).
008200     05  PAIR-IN-STRAND-1        PIC X(255).
008300     05  PAIR-IN-STRAND-2        PIC X(255).
008310*    OPTIONAL PER-BASE QUALITY FOR EACH STRAND, ONE PHRED+33
008320*    CHARACTER PER BASE AS THE SEQUENCER WRITES IT; BLANK MEANS
008330*    NO QUALITY AND THE BASE IS ALWAYS COMPARED.
008340     05  PAIR-IN-QUALITY-1       PIC X(255).
008350     05  PAIR-IN-QUALITY-2       PIC X(255).
008400
008500 FD  PAIR-RPT-FILE.
008600 01  PAIR-RPT-RECORD             PIC X(80).
009300 01  LIB-RECORD.
009400     05  LIB-SAMPLE-ID           PIC X(10).
009500     05  LIB-STRAND              PIC X(255).
009510     05  LIB-QUALITY             PIC X(255).

009600*-----------------------------------------------------------------
009700* ONE CONTROL RECORD PER RUN, THE SAME SHAPE AS SIEVECTL:
011188*-----------------------------------------------------------------
011190     05  CTL-ALIGN-FLAG          PIC X(01).
011192         88  CTL-ALIGN-ON        VALUE "Y".
011193*    "Y" BUILDS THE UPGMA TREE FROM THE LIBRARY DISTANCES.
011194     05  CTL-TREE-FLAG           PIC X(01).
011195         88  CTL-TREE-ON         VALUE "Y".
011196*    IDENTITY DROP THE DRIFT REPORT FLAGS; ZERO MEANS 5.00.
011197     05  CTL-DRIFT-THRESHOLD     PIC 9(03)V99.
011198*    LOWEST BASE QUALITY COMPARED; ZERO OR BLANK MASKS NOTHING.
011199     05  CTL-MIN-QUALITY         PIC 9(02).

011200 FD  CONSENSUS-FILE.
011300 01  CONS-RECORD.
011814         10  LCK-BEST-ENTRY OCCURS 40 TIMES.
011816             15  LCK-BEST-PCT    PIC 999V99.
011818             15  LCK-BEST-ID     PIC X(10).
011819     05  LCK-DIST-MATRIX         PIC X(11200).

011820 FD  PROBE-FILE.
011822 01  PRB-RECORD.
012700     05  FILLER                  PIC X(01) VALUE SPACES.
012800     05  EXC-REASON              PIC X(40).
012900
012903 FD  SAMPLE-MASTER.
012906 COPY hammsmp.

012909*-----------------------------------------------------------------
012912* THE LIBRARY TREE IN NEWICK FORM, ONE TREE PER RECORD.
012915*-----------------------------------------------------------------
012918 FD  TREE-FILE.
012921 01  TREE-RECORD                 PIC X(2000).

012924*-----------------------------------------------------------------
012927* ONE SNAPSHOT RECORD PER LIBRARY SAMPLE AS THE RUN LEFT IT, FOR
012930* NEXT WEEK'S DRIFT COMPARISON.  SNP-FAM-REP IS THE SAMPLE ID OF
012933* THE FAMILY'S REPRESENTATIVE (BLANK WITH CLUSTERING OFF), SINCE
012936* FAMILY NUMBERS ALONE ARE NOT STABLE FROM RUN TO RUN.
012939*-----------------------------------------------------------------
012942 FD  SNAPSHOT-FILE.
012945 01  SNP-RECORD.
012948     05  SNP-SAMPLE-ID           PIC X(10).
012951     05  FILLER                  PIC X(01).
012954     05  SNP-RUN-DATE            PIC 9(08).
012957     05  FILLER                  PIC X(01).
012960     05  SNP-BEST-PCT            PIC 999V99.
012963     05  FILLER                  PIC X(01).
012966     05  SNP-BEST-ID             PIC X(10).
012969     05  FILLER                  PIC X(01).
012972     05  SNP-FAMILY              PIC 9(03).
012975     05  FILLER                  PIC X(01).
012978     05  SNP-FAM-REP             PIC X(10).
012981     05  FILLER                  PIC X(01).
012984     05  SNP-STRAND              PIC X(255).

012987 FD  DRIFT-RPT
012990     RECORD CONTAINS 80 CHARACTERS.
012993 01  DRIFT-LINE                  PIC X(80).
013000 WORKING-STORAGE SECTION.
013100 01  WS-PAIR-IN-STATUS           PIC XX.
013200 01  WS-PAIR-RPT-STATUS          PIC XX.
017000 01  WS-MATCH-COUNT              PIC 9(03).
017100 01  WS-PERCENT-IDENTITY         PIC 999V99.

017110*-----------------------------------------------------------------
017120* BASE-QUALITY MASKING.  A POSITION WHERE EITHER STRAND'S BASE
017130* SCORES BELOW THE CONTROL MINIMUM IS MASKED: IT IS NEITHER A
017140* MATCH NOR A MISMATCH, AND PERCENT IDENTITY IS TAKEN OVER THE
017150* UNMASKED POSITIONS ONLY.  A BLANK QUALITY CHARACTER IS NEVER
017160* MASKED, SO A PAIR WITH NO QUALITY STRINGS COMPARES AS BEFORE.
017170*-----------------------------------------------------------------
017175 01  WS-QUAL-1                   PIC X(255).
017180 01  WS-QUAL-2                   PIC X(255).
017185 01  WS-MIN-QUALITY              PIC 9(02) VALUE ZERO.
017190 01  WS-MASK-COUNT               PIC 9(03) VALUE ZERO.
017192 01  WS-BASE-QUAL                PIC S9(03).
017194 01  WS-MASKED-SW                PIC X VALUE "N".
017196     88  POSITION-MASKED         VALUE "Y".

017200*-----------------------------------------------------------------
017300* MISMATCH-POSITION DETAIL.  THE COMPARISON LOOP RECORDS WHERE
017400* EACH DIFFERENCE SAT AND WHICH TWO BASES DISAGREED, UP TO THE
021400     05  WS-LIB-SAMPLE OCCURS 40 TIMES.
021500         10  LB-ID               PIC X(10).
021600         10  LB-STRAND           PIC X(255).
021650         10  LB-QUALITY          PIC X(255).
021700         10  LB-BEST-PCT         PIC 999V99.
021800         10  LB-BEST-ID          PIC X(10).
021810         10  LB-FAMILY           PIC 9(03).
029200 01  WS-PRPT-TRAILER.
029300     05  FILLER                  PIC X(02) VALUE "T9".
029400     05  PT-COUNT                PIC 9(07).

029401*-----------------------------------------------------------------
029402* TREE-BUILD WORKING STORAGE.  WS-DIST HOLDS EVERY LIBRARY PAIR'S
029403* DISTANCE AS THE PROPORTION OF SITES DIFFERENT (A PAIR WITH NO
029404* USABLE SCORE IS TAKEN AS 1); THE WHOLE MATRIX RIDES ON THE
029405* LIBRARY CHECKPOINT AS LCK-DIST-MATRIX.  UPGMA THEN MERGES IT
029406* IN PLACE: A SLOT STANDS FOR A CLUSTER, AND NODES 1 TO N ARE
029407* THE LIBRARY STRANDS, N + 1 ONWARD THE MERGES, THE LAST ONE
029408* THE ROOT.
029409*-----------------------------------------------------------------
029410 01  WS-TREE-STATUS              PIC XX.
029411 01  WS-TREE-MODE-SW             PIC X VALUE "N".
029412     88  TREE-MODE-ON            VALUE "Y".
029413 01  WS-DIST-OK-SW               PIC X VALUE "Y".
029414     88  DIST-MATRIX-COMPLETE    VALUE "Y".
029415 01  WS-DIST-MATRIX              VALUE ZEROS.
029416     05  WS-DIST-ROW OCCURS 40 TIMES.
029417         10  WS-DIST             PIC 9V9(06) OCCURS 40 TIMES.
029418 01  WS-PAIR-DIST                PIC 9V9(06).
029419 01  WS-TREE-SLOTS.
029420     05  WS-TREE-SLOT OCCURS 40 TIMES.
029421         10  TS-ACTIVE           PIC X(01).
029422         10  TS-NODE             PIC 99.
029423         10  TS-SIZE             PIC 99.
029424 01  WS-TREE-NODES.
029425     05  WS-TREE-NODE OCCURS 79 TIMES.
029426         10  TN-LEFT             PIC 99.
029427         10  TN-RIGHT            PIC 99.
029428         10  TN-HEIGHT           PIC 9V9(06).
029429         10  TN-BRANCH           PIC 9V9(06).
029430 01  WS-NODE-COUNT               PIC 99.
029431 01  WS-ROOT-NODE                PIC 99.
029432 01  WS-MIN-DIST                 PIC 9V9(06).
029433 01  WS-MIN-I                    PIC 99.
029434 01  WS-MIN-J                    PIC 99.
029435 01  WS-BRANCH-WORK              PIC S9V9(06).
029436 01  tsi                         PIC 99.
029437 01  tsj                         PIC 99.
029438 01  tsm                         PIC 99.
029439 01  tnx                         PIC 99.
029440*-----------------------------------------------------------------
029441* THE NEWICK STRING AND THE DENDROGRAM ARE BOTH WALKED WITH AN
029442* EXPLICIT STACK: "N" EXPANDS A NODE, "," AND ")" ARE PUNCTUATION
029443* STILL TO BE WRITTEN, ")" CARRYING THE NODE WHOSE BRANCH LENGTH
029444* FOLLOWS IT.
029445*-----------------------------------------------------------------
029446 01  WS-TREE-STACK.
029447     05  WS-TREE-STACK-ENTRY OCCURS 160 TIMES.
029448         10  TK-KIND             PIC X(01).
029449         10  TK-NODE             PIC 99.
029450         10  TK-DEPTH            PIC 99.
029451 01  WS-TREE-SP                  PIC 9(03).
029452 01  WS-TREE-DEPTH               PIC 99.
029453 01  WS-NWK-BUFFER               PIC X(2000).
029454 01  WS-NWK-PTR                  PIC 9(04).
029455 01  WS-BRANCH-EDIT              PIC 9.9999.
029456 01  WS-HEIGHT-EDIT              PIC 9.9999.
029457 01  WS-NODE-EDIT                PIC Z9.
029458 01  WS-DEND-LINE                PIC X(80).
029459 01  WS-DEND-PTR                 PIC 9(03).
029460 01  WS-TREE-HDG1                PIC X(80) VALUE
029461     "LIBRARY TREE - UPGMA ON PROPORTION OF SITES DIFFERENT".
029462 01  WS-TREE-HDG2.
029463     05  FILLER                  PIC X(40) VALUE
029464         "(NEWICK FORM ON HAMMTREE; A PAIR WITH NO".
029465     05  FILLER                  PIC X(40) VALUE
029466         " USABLE SCORE COUNTS AS 1.0000 APART)".
029467 01  WS-TREE-INCOMPLETE-LINE     PIC X(80) VALUE
029468     "TREE NOT BUILT - CHECKPOINT CARRIED NO DISTANCE MATRIX".
029500
029501*-----------------------------------------------------------------
029502* SAMPLE-MASTER CHECKS.  WS-SMP-CHECK-ID IS THE SAMPLE BEING
029503* VETTED AND WS-SMP-REJECT-REASON COMES BACK BLANK WHEN IT MAY
029504* BE COMPARED; WS-STAMP-ID AND WS-STAMP-DETAIL FEED THE CUSTODY
029505* STAMP WRITTEN BACK AFTER A COMPARISON.
029506*-----------------------------------------------------------------
029507 01  WS-SMP-STATUS               PIC XX.
029508 01  WS-SMP-OPEN-SW              PIC X VALUE "N".
029509     88  SAMPLE-MASTER-OPEN      VALUE "Y".
029510 01  WS-SMP-CHECK-ID             PIC X(10).
029511 01  WS-SMP-REJECT-REASON        PIC X(40).
029512 01  WS-STAMP-ID                 PIC X(10).
029513 01  WS-STAMP-DETAIL             PIC X(20).
029514 01  smx                         PIC 99.
029515*-----------------------------------------------------------------
029516* SHARED TIMESTAMP-SERVICE CALL INTERFACE (COPY TSCOM).
029517*-----------------------------------------------------------------
029518 COPY tscom.

029519*-----------------------------------------------------------------
029520* WEEK-OVER-WEEK DRIFT.  LAST RUN'S SNAPSHOT IS LOADED INTO
029521* WS-PREV-TABLE AND EACH SAMPLE IN TONIGHT'S LIBRARY IS MATCHED
029522* TO IT BY SAMPLE ID.
029523*-----------------------------------------------------------------
029524 01  WS-SNP-STATUS               PIC XX.
029525     88  SNP-EOF                 VALUE "10".
029526 01  WS-DRF-STATUS               PIC XX.
029527 01  WS-DRIFT-THRESHOLD          PIC 999V99 VALUE 5.
029528 01  WS-PREV-COUNT               PIC 99 VALUE ZERO.
029529 01  WS-PREV-DATE                PIC 9(08) VALUE ZERO.
029530 01  WS-PREV-TABLE.
029531     05  WS-PREV-SAMPLE OCCURS 40 TIMES.
029532         10  PV-ID               PIC X(10).
029533         10  PV-BEST-PCT         PIC 999V99.
029534         10  PV-BEST-ID          PIC X(10).
029535         10  PV-FAMILY           PIC 9(03).
029536         10  PV-FAM-REP          PIC X(10).
029537         10  PV-STRAND           PIC X(255).
029538         10  PV-MATCHED-SW       PIC X(01).
029539             88  PV-MATCHED      VALUE "Y".
029540 01  pvx                         PIC 99.
029541 01  WS-CUR-FAM-REP              PIC X(10).
029542 01  WS-PCT-DROP                 PIC S999V99.
029543 01  WS-DRIFT-STRAND-COUNT       PIC 9(03) VALUE ZERO.
029544 01  WS-DRIFT-IDENT-COUNT        PIC 9(03) VALUE ZERO.
029545 01  WS-DRIFT-FAMILY-COUNT       PIC 9(03) VALUE ZERO.
029546 01  WS-DRIFT-NEW-COUNT          PIC 9(03) VALUE ZERO.
029547 01  WS-DRIFT-GONE-COUNT         PIC 9(03) VALUE ZERO.
029548 01  WS-PCT-EDIT                 PIC ZZ9.99.
029549 01  WS-LEN-EDIT                 PIC ZZ9.
029550 01  WS-DIFF-POS                 PIC 9(03).
029551 01  WS-DIFF-EDIT                PIC ZZ9.
029552 01  WS-DRF-HDG1.
029553     05  FILLER                  PIC X(40) VALUE
029554         "LIBRARY DRIFT - TONIGHT AGAINST THE RUN ".
029555     05  FILLER                  PIC X(03) VALUE "OF ".
029556     05  DH-PREV-DATE            PIC 9(08).
029557 01  WS-DRF-HDG2.
029558     05  FILLER                  PIC X(40) VALUE
029559         "SAMPLE     CHANGE            LAST RUN   ".
029560     05  FILLER                  PIC X(40) VALUE
029561         "            TONIGHT".
029562 01  WS-DRF-BASELINE             PIC X(80) VALUE
029563     "NO EARLIER SNAPSHOT - TONIGHT'S LIBRARY IS THE BASELINE".
029564 01  WS-DRF-DETAIL.
029565     05  DD-ID                   PIC X(10).
029566     05  FILLER                  PIC X(01) VALUE SPACES.
029567     05  DD-CHANGE               PIC X(17).
029568     05  FILLER                  PIC X(01) VALUE SPACES.
029569     05  DD-BEFORE               PIC X(22).
029570     05  FILLER                  PIC X(01) VALUE SPACES.
029571     05  DD-AFTER                PIC X(28).
029572 01  WS-DRF-TRAILER.
029573     05  FILLER                  PIC X(08) VALUE "STRAND: ".
029574     05  DT-STRAND               PIC ZZ9.
029575     05  FILLER                  PIC X(12) VALUE "  IDENTITY: ".
029576     05  DT-IDENT                PIC ZZ9.
029577     05  FILLER                  PIC X(10) VALUE "  FAMILY: ".
029578     05  DT-FAMILY               PIC ZZ9.
029579     05  FILLER                  PIC X(07) VALUE "  NEW: ".
029580     05  DT-NEW                  PIC ZZ9.
029581     05  FILLER                  PIC X(08) VALUE "  GONE: ".
029582     05  DT-GONE                 PIC ZZ9.

029600 LINKAGE SECTION.
029700 COPY runcom.
029800
032000     SET STRANDS-ARE-VALID TO TRUE
032010     MOVE "N" TO WS-ALIGNED-SW
032020     MOVE ZERO TO WS-ALIGN-LEN WS-GAP-COUNT
032030     MOVE ZERO TO WS-MASK-COUNT
032100
032200     MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-dna-1)) TO len1
032300     MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-dna-2)) TO len2
039773 3000-COMPARE-STRANDS.
039780     MOVE ZERO TO WS-MM-COUNT
039786     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > len1
039787         PERFORM 3100-CHECK-BASE-QUALITY THRU 3100-EXIT
039788         IF POSITION-MASKED
039789             ADD 1 TO WS-MASK-COUNT
039790         ELSE
039793             IF ws-dna-1(idx:1) IS NOT EQUAL TO ws-dna-2(idx:1)
039800                 ADD 1 TO ws-hamming
039900                 IF WS-MM-COUNT < 100
040000                     ADD 1 TO WS-MM-COUNT
040100                     MOVE idx TO MM-POS(WS-MM-COUNT)
040200                     MOVE ws-dna-1(idx:1)
040250                         TO MM-BASE-1(WS-MM-COUNT)
040300                     MOVE ws-dna-2(idx:1)
040350                         TO MM-BASE-2(WS-MM-COUNT)
040400                 END-IF
040500             ELSE
040600                 ADD 1 TO WS-MATCH-COUNT
040700             END-IF
040750         END-IF
040800     END-PERFORM.
040900 3000-EXIT.
041000     EXIT.

041010*-----------------------------------------------------------------
041020* A PHRED+33 CHARACTER SCORES ITS ORDINAL LESS 34 ("!" IS 0).
041030* WITH NO CONTROL MINIMUM NOTHING IS MASKED.
041040*-----------------------------------------------------------------
041050 3100-CHECK-BASE-QUALITY.
041055     MOVE "N" TO WS-MASKED-SW
041060     IF WS-MIN-QUALITY = ZERO
041065         GO TO 3100-EXIT
041070     END-IF
041075     IF WS-QUAL-1(idx:1) NOT = SPACE
041080         COMPUTE WS-BASE-QUAL =
041081             FUNCTION ORD(WS-QUAL-1(idx:1)) - 34
041082         IF WS-BASE-QUAL < WS-MIN-QUALITY
041084             SET POSITION-MASKED TO TRUE
041086         END-IF
041088     END-IF
041090     IF WS-QUAL-2(idx:1) NOT = SPACE
041092         COMPUTE WS-BASE-QUAL =
041093             FUNCTION ORD(WS-QUAL-2(idx:1)) - 34
041094         IF WS-BASE-QUAL < WS-MIN-QUALITY
041095             SET POSITION-MASKED TO TRUE
041096         END-IF
041097     END-IF.
041098 3100-EXIT.
041099     EXIT.
041100
041200 3500-COMPUTE-PERCENT-IDENTITY.
041300     IF len1 > WS-MASK-COUNT
041400         COMPUTE WS-PERCENT-IDENTITY ROUNDED =
041500             (WS-MATCH-COUNT / (len1 - WS-MASK-COUNT)) * 100
041600     END-IF.
041700 3500-EXIT.
041800     EXIT.
042600 4000-RUN-BATCH.
042700     PERFORM 4300-LOAD-CONTROL-RECORD THRU 4300-EXIT
042710     PERFORM 4350-LOAD-LIB-CHECKPOINT THRU 4350-EXIT
042715     PERFORM 4600-OPEN-SAMPLE-MASTER THRU 4600-EXIT
042720     IF LIBRARY-RUN-RESUMED
042724         PERFORM 4370-TRIM-REPORT-TO-CKPT THRU 4370-EXIT
042730         OPEN EXTEND PAIR-RPT-FILE
043000     OPEN OUTPUT EXCEPTION-FILE
043100     PERFORM 4100-READ-PAIR
043200     PERFORM UNTIL WS-PAIR-IN-STATUS = "10"
043210         MOVE PAIR-IN-SAMPLE-ID TO WS-SMP-CHECK-ID
043220         PERFORM 4610-CHECK-SAMPLE THRU 4610-EXIT
043230         IF WS-SMP-REJECT-REASON NOT = SPACES
043240             PERFORM 4620-REFUSE-PAIR THRU 4620-EXIT
043250         ELSE
043300             MOVE PAIR-IN-STRAND-1 TO WS-DNA-1
043400             MOVE PAIR-IN-STRAND-2 TO WS-DNA-2
043410             MOVE PAIR-IN-QUALITY-1 TO WS-QUAL-1
043420             MOVE PAIR-IN-QUALITY-2 TO WS-QUAL-2
043500             PERFORM 0500-COMPUTE-HAMMING THRU 0500-EXIT
043600             PERFORM 4200-BUILD-REPORT-LINE
043700             MOVE PAIR-IN-SAMPLE-ID TO RPT-SAMPLE-ID
043800             MOVE WS-RPT-LINE TO PAIR-RPT-RECORD
043900             WRITE PAIR-RPT-RECORD
044000             ADD 1 TO WS-PRPT-COUNT
044100             ADD 1 TO WS-RNC-WRITTEN
044200             PERFORM 4400-WRITE-MISMATCH-DETAIL THRU 4400-EXIT
044300             PERFORM 4500-CHECK-EXCEPTION THRU 4500-EXIT
044310             MOVE PAIR-IN-SAMPLE-ID TO WS-STAMP-ID
044320             MOVE "HAMMPRIN PAIR" TO WS-STAMP-DETAIL
044330             PERFORM 4640-STAMP-CUSTODY THRU 4640-EXIT
044340         END-IF
044400         PERFORM 4100-READ-PAIR
044500     END-PERFORM
044600     IF NOT TRAILER-WAS-SEEN AND WS-RNC-READ > ZERO
045700     CLOSE EXCEPTION-FILE.
045710 4020-RUN-LIBRARY-SECTIONS.
045800     PERFORM 5000-RUN-LIBRARY-MODE THRU 5000-EXIT
045810     PERFORM 5500-BUILD-TREE THRU 5500-EXIT
045900     PERFORM 6000-BUILD-CONSENSUS THRU 6000-EXIT
045910     PERFORM 7000-RUN-CLUSTER-MODE THRU 7000-EXIT
045915     PERFORM 5800-COMPARE-LIBRARY-DRIFT THRU 5800-EXIT
045920     PERFORM 8000-RUN-PROBE-MODE THRU 8000-EXIT
045930     IF SAMPLE-MASTER-OPEN
045940         CLOSE SAMPLE-MASTER
045950     END-IF
046000     MOVE WS-PRPT-COUNT TO PT-COUNT
046100     MOVE WS-PRPT-TRAILER TO PAIR-RPT-RECORD
046200     WRITE PAIR-RPT-RECORD
051000     IF WS-LIB-STATUS NOT = "00"
051100         GO TO 5100-EXIT
051200     END-IF
051210*-----------------------------------------------------------------
051220* A STRAND WHOSE SAMPLE IS NOT ON THE SAMPLE MASTER, OR IS
051230* RETIRED, NEVER ENTERS THE TABLE.  A RESUMED RUN REFUSED IT
051240* ALREADY, SO THE REFUSAL IS WRITTEN ONLY ON A FRESH START.
051250*-----------------------------------------------------------------
051260     IF NOT LIBRARY-RUN-RESUMED
051270         OPEN EXTEND EXCEPTION-FILE
051280     END-IF
051300     PERFORM 5110-READ-LIBRARY THRU 5110-EXIT
051400     PERFORM UNTIL LIB-EOF
051410         MOVE LIB-SAMPLE-ID TO WS-SMP-CHECK-ID
051420         PERFORM 4610-CHECK-SAMPLE THRU 4610-EXIT
051430         IF WS-SMP-REJECT-REASON NOT = SPACES
051440             IF NOT LIBRARY-RUN-RESUMED
051450                 PERFORM 4630-REFUSE-LIBRARY-STRAND
051460                     THRU 4630-EXIT
051470             END-IF
051480         ELSE
051500             IF WS-LIB-COUNT < 40
051600                 ADD 1 TO WS-LIB-COUNT
051700                 MOVE LIB-SAMPLE-ID TO LB-ID(WS-LIB-COUNT)
051800                 MOVE LIB-STRAND    TO LB-STRAND(WS-LIB-COUNT)
051810                 MOVE LIB-QUALITY   TO LB-QUALITY(WS-LIB-COUNT)
051900                 MOVE ZERO   TO LB-BEST-PCT(WS-LIB-COUNT)
052000                 MOVE SPACES TO LB-BEST-ID(WS-LIB-COUNT)
052010                 MOVE ZERO   TO LB-FAMILY(WS-LIB-COUNT)
052020                 MOVE ZERO   TO LB-FAM-IDENT(WS-LIB-COUNT)
052100             END-IF
052110         END-IF
052200         PERFORM 5110-READ-LIBRARY THRU 5110-EXIT
052300     END-PERFORM
052400     CLOSE LIBRARY-FILE
052402     IF NOT LIBRARY-RUN-RESUMED
052404         CLOSE EXCEPTION-FILE
052406     END-IF
052410*-----------------------------------------------------------------
052420* ON A RESUME THE BEST PARTNERS COMMITTED BEFORE THE
052430* INTERRUPTION COME BACK FROM THE CHECKPOINT (A CHECKPOINT CUT
053434         MOVE LB-BEST-PCT(lkx) TO LCK-BEST-PCT(lkx)
053436         MOVE LB-BEST-ID(lkx)  TO LCK-BEST-ID(lkx)
053438     END-PERFORM
053439     MOVE WS-DIST-MATRIX TO LCK-DIST-MATRIX
053440     WRITE LCK-RECORD
053450     CLOSE LIB-CHECKPOINT-FILE
053460     MOVE ZERO TO WS-PAIRS-SINCE-CKPT.
053540     OPEN OUTPUT LIB-CHECKPOINT-FILE
053550     MOVE ZERO TO LCK-LIX LCK-LJX LCK-PRPT-COUNT
053552     MOVE ZEROS TO LCK-BEST-TABLE
053556     MOVE ZEROS TO LCK-DIST-MATRIX
053560     WRITE LCK-RECORD
053570     CLOSE LIB-CHECKPOINT-FILE
053580     MOVE "N" TO WS-LIB-RESUME-SW
053730                 MOVE LCK-LJX TO WS-LCK-SAVE-LJX
053740                 MOVE LCK-PRPT-COUNT TO WS-LCK-SAVE-COUNT
053742                 MOVE LCK-BEST-TABLE TO WS-LCK-SAVE-BEST
053743                 IF LCK-DIST-MATRIX IS NUMERIC
053744                     MOVE LCK-DIST-MATRIX TO WS-DIST-MATRIX
053745                 ELSE
053746                     MOVE "N" TO WS-DIST-OK-SW
053747                 END-IF
053750             END-IF
053760     END-READ
053770     CLOSE LIB-CHECKPOINT-FILE.
064400 5200-COMPARE-LIBRARY-PAIR.
064500     MOVE LB-STRAND(lix) TO WS-DNA-1
064600     MOVE LB-STRAND(ljx) TO WS-DNA-2
064610     MOVE LB-QUALITY(lix) TO WS-QUAL-1
064620     MOVE LB-QUALITY(ljx) TO WS-QUAL-2
064700     PERFORM 0500-COMPUTE-HAMMING THRU 0500-EXIT
064800     MOVE LB-ID(lix) TO LP-ID-1
064900     MOVE LB-ID(ljx) TO LP-ID-2
065600             MOVE "LEN-MISMATCH" TO LP-NOTE
065700         WHEN OTHER
065800             MOVE SPACES TO LP-NOTE
065810             IF WS-MASK-COUNT > ZERO
065820                 STRING "MASKED " WS-MASK-COUNT DELIMITED BY SIZE
065830                     INTO LP-NOTE
065840                 END-STRING
065850             END-IF
065900             IF WS-PERCENT-IDENTITY > LB-BEST-PCT(lix)
066000                 MOVE WS-PERCENT-IDENTITY TO LB-BEST-PCT(lix)
066100                 MOVE LB-ID(ljx)          TO LB-BEST-ID(lix)
066500                 MOVE LB-ID(lix)          TO LB-BEST-ID(ljx)
066600             END-IF
066700     END-EVALUATE
066710     IF STRANDS-NOT-VALID OR errmsg
066720         MOVE 1 TO WS-PAIR-DIST
066730     ELSE
066740         COMPUTE WS-PAIR-DIST =
066750             (100 - WS-PERCENT-IDENTITY) / 100
066760     END-IF
066770     MOVE WS-PAIR-DIST TO WS-DIST(lix, ljx)
066780     MOVE WS-PAIR-DIST TO WS-DIST(ljx, lix)
066800     MOVE WS-LIB-PAIR-DETAIL TO PAIR-RPT-RECORD
066900     WRITE PAIR-RPT-RECORD
066910     ADD 1 TO WS-PRPT-COUNT
066920     MOVE LB-ID(lix) TO WS-STAMP-ID
066930     MOVE SPACES TO WS-STAMP-DETAIL
066940     STRING "LIBRARY VS " LB-ID(ljx) DELIMITED BY SIZE
066950         INTO WS-STAMP-DETAIL
066960     END-STRING
066970     PERFORM 4640-STAMP-CUSTODY THRU 4640-EXIT
066980     MOVE LB-ID(ljx) TO WS-STAMP-ID
066990     MOVE SPACES TO WS-STAMP-DETAIL
067000     STRING "LIBRARY VS " LB-ID(lix) DELIMITED BY SIZE
067010         INTO WS-STAMP-DETAIL
067020     END-STRING
067030     PERFORM 4640-STAMP-CUSTODY THRU 4640-EXIT.
067100 5200-EXIT.
067200     EXIT.

067660         IF ljx > lix AND LB-FAMILY(ljx) = ZERO
067670             MOVE LB-STRAND(lix) TO WS-DNA-1
067680             MOVE LB-STRAND(ljx) TO WS-DNA-2
067682             MOVE LB-QUALITY(lix) TO WS-QUAL-1
067684             MOVE LB-QUALITY(ljx) TO WS-QUAL-2
067690             PERFORM 0500-COMPUTE-HAMMING THRU 0500-EXIT
067700             IF STRANDS-ARE-VALID AND NOT errmsg
067710                     AND WS-PERCENT-IDENTITY >=
071600             STRING "DISTANCE=" WS-HAMMING
071700                 " IDENTITY=" WS-PERCENT-IDENTITY "%"
071800                 DELIMITED BY SIZE INTO RPT-RESULT
071810             IF WS-MIN-QUALITY > ZERO
071820                 MOVE " MASKED="    TO RPT-RESULT(31:8)
071830                 MOVE WS-MASK-COUNT TO RPT-RESULT(39:3)
071840             END-IF
071900     END-EVALUATE.
072000 4200-EXIT.
072100     EXIT.
074485             IF CTL-ALIGN-ON
074490                 MOVE "Y" TO WS-ALIGN-MODE-SW
074495             END-IF
074496             IF CTL-TREE-ON
074497                 MOVE "Y" TO WS-TREE-MODE-SW
074498             END-IF
074500     END-READ
074510     IF WS-CTL-STATUS = "00"
074520             AND CTL-DRIFT-THRESHOLD IS NUMERIC
074530             AND CTL-DRIFT-THRESHOLD > ZERO
074540         MOVE CTL-DRIFT-THRESHOLD TO WS-DRIFT-THRESHOLD
074550     END-IF
074560     IF WS-CTL-STATUS = "00"
074570             AND CTL-MIN-QUALITY IS NUMERIC
074580         MOVE CTL-MIN-QUALITY TO WS-MIN-QUALITY
074590     END-IF
074600     CLOSE CONTROL-FILE.
074700 4300-EXIT.
074800     EXIT.
081100     GOBACK.
081200 9000-EXIT.
081300     EXIT.

081400*-----------------------------------------------------------------
081500* SAMPLE MASTER.  IT IS OPENED I-O ONCE PER BATCH SO THE
081600* CUSTODY STAMPS CAN BE WRITTEN BACK.  IF IT CANNOT BE OPENED,
081700* EVERY SAMPLE IS REFUSED RATHER THAN COMPARED WITH NO CHAIN OF
081800* CUSTODY, AND THE OUTAGE GOES TO THE AUDIT TRAIL ONCE.
081900*-----------------------------------------------------------------
082000 4600-OPEN-SAMPLE-MASTER.
082100     MOVE "N" TO WS-SMP-OPEN-SW
082200     OPEN I-O SAMPLE-MASTER
082300     IF WS-SMP-STATUS = "00"
082400         SET SAMPLE-MASTER-OPEN TO TRUE
082500         GO TO 4600-EXIT
082600     END-IF
082700     MOVE "HAMMING" TO AUD-PROGRAM-NAME
082800     MOVE SPACES TO AUD-FAILED-INPUT
082900     STRING "HAMMSMP OPEN STATUS " WS-SMP-STATUS
083000             DELIMITED BY SIZE
083100         INTO AUD-FAILED-INPUT
083200     END-STRING
083300     MOVE "SAMPLE MASTER UNAVAILABLE - SAMPLES REFUSED" TO
083400         AUD-FAILURE-REASON
083500     SET AUD-SEV-SEVERE TO TRUE
083600     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
083700         AUD-FAILED-INPUT AUD-FAILURE-REASON
083800         AUD-SEVERITY.
083900 4600-EXIT.
084000     EXIT.

084100 4610-CHECK-SAMPLE.
084200     MOVE SPACES TO WS-SMP-REJECT-REASON
084300     IF NOT SAMPLE-MASTER-OPEN
084400         MOVE "SAMPLE MASTER UNAVAILABLE" TO WS-SMP-REJECT-REASON
084500         GO TO 4610-EXIT
084600     END-IF
084700     MOVE WS-SMP-CHECK-ID TO SMP-SAMPLE-ID
084800     READ SAMPLE-MASTER
084900         INVALID KEY
085000             MOVE "SAMPLE ID NOT ON SAMPLE MASTER" TO
085100                 WS-SMP-REJECT-REASON
085200         NOT INVALID KEY
085300             IF NOT SMP-IS-ACTIVE
085400                 MOVE "SAMPLE ID RETIRED ON SAMPLE MASTER" TO
085500                     WS-SMP-REJECT-REASON
085600             END-IF
085700     END-READ.
085800 4610-EXIT.
085900     EXIT.

086000*-----------------------------------------------------------------
086100* A REFUSED HAMMPRIN PAIR STILL GETS ITS REPORT LINE, SO THE
086200* REPORT ACCOUNTS FOR EVERY INPUT RECORD, PLUS AN EXCEPTION
086300* LINE FOR THE MORNING REVIEW AND A WARNING ON THE AUDIT TRAIL.
086400*-----------------------------------------------------------------
086500 4620-REFUSE-PAIR.
086600     MOVE PAIR-IN-SAMPLE-ID TO RPT-SAMPLE-ID
086700     MOVE SPACES TO RPT-RESULT
086800     STRING "REFUSED - " WS-SMP-REJECT-REASON DELIMITED BY SIZE
086900         INTO RPT-RESULT
087000     END-STRING
087100     MOVE WS-RPT-LINE TO PAIR-RPT-RECORD
087200     WRITE PAIR-RPT-RECORD
087300     ADD 1 TO WS-PRPT-COUNT
087400     ADD 1 TO WS-RNC-WRITTEN
087500     MOVE SPACES TO AUD-FAILED-INPUT
087600     STRING "HAMMPRIN SAMPLE " PAIR-IN-SAMPLE-ID
087700             DELIMITED BY SIZE
087800         INTO AUD-FAILED-INPUT
087900     END-STRING
088000     PERFORM 4650-LOG-REFUSAL THRU 4650-EXIT.
088100 4620-EXIT.
088200     EXIT.

088300 4630-REFUSE-LIBRARY-STRAND.
088400     MOVE SPACES TO AUD-FAILED-INPUT
088500     STRING "HAMMLIB SAMPLE " LIB-SAMPLE-ID
088600             DELIMITED BY SIZE
088700         INTO AUD-FAILED-INPUT
088800     END-STRING
088900     PERFORM 4650-LOG-REFUSAL THRU 4650-EXIT.
089000 4630-EXIT.
089100     EXIT.

089200*-----------------------------------------------------------------
089300* STAMP A COMPARISON ON WS-STAMP-ID'S CUSTODY HISTORY, NEWEST
089400* FIRST, THE SAME WAY HAMMSMNT RECORDS A RECEIPT OR TRANSFER.
089500* A REHEARSAL HOLDS THE MASTER UPDATE.
089600*-----------------------------------------------------------------
089700 4640-STAMP-CUSTODY.
089800     IF RUN-IS-REHEARSAL OR NOT SAMPLE-MASTER-OPEN
089900         GO TO 4640-EXIT
090000     END-IF
090100     MOVE WS-STAMP-ID TO SMP-SAMPLE-ID
090200     READ SAMPLE-MASTER
090300         INVALID KEY
090400             GO TO 4640-EXIT
090500     END-READ
090600     PERFORM VARYING smx FROM 12 BY -1 UNTIL smx < 2
090700         MOVE SMP-CUSTODY-ENTRY(smx - 1) TO
090800             SMP-CUSTODY-ENTRY(smx)
090900     END-PERFORM
091000     CALL "TIMESTMP" USING TS-DATE TS-TIME
091100     MOVE TS-DATE         TO SMC-DATE(1)
091200     MOVE TS-TIME         TO SMC-TIME(1)
091300     SET SMC-COMPARED(1)  TO TRUE
091400     MOVE "HAMMING"       TO SMC-BY(1)
091500     MOVE WS-STAMP-DETAIL TO SMC-DETAIL(1)
091600     IF SMP-CUSTODY-COUNT IS NOT NUMERIC
091700         MOVE ZERO TO SMP-CUSTODY-COUNT
091800     END-IF
091900     IF SMP-CUSTODY-COUNT < 12
092000         ADD 1 TO SMP-CUSTODY-COUNT
092100     END-IF
092200     ADD 1 TO SMP-COMPARE-COUNT
092300     REWRITE SMP-RECORD.
092400 4640-EXIT.
092500     EXIT.

092600 4650-LOG-REFUSAL.
092650     MOVE SPACES               TO EXC-RECORD
092700     MOVE WS-SMP-CHECK-ID      TO EXC-SAMPLE-ID
092800     MOVE ZERO                 TO EXC-IDENTITY
092900     MOVE WS-SMP-REJECT-REASON TO EXC-REASON
093000     WRITE EXC-RECORD
093100     MOVE "HAMMING" TO AUD-PROGRAM-NAME
093200     MOVE WS-SMP-REJECT-REASON TO AUD-FAILURE-REASON
093300     SET AUD-SEV-WARNING TO TRUE
093400     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
093500         AUD-FAILED-INPUT AUD-FAILURE-REASON
093600         AUD-SEVERITY.
093700 4650-EXIT.
093800     EXIT.

093900*-----------------------------------------------------------------
094000* UPGMA TREE OVER THE LIBRARY.  EVERY STRAND STARTS AS ITS OWN
094100* CLUSTER; THE CLOSEST TWO CLUSTERS ARE JOINED UNDER A NEW NODE
094200* AT HALF THEIR DISTANCE, AND THE JOINED CLUSTER'S DISTANCE TO
094300* EACH OTHER ONE IS THE SIZE-WEIGHTED AVERAGE OF THE TWO IT
094400* REPLACES, UNTIL ONE CLUSTER - THE ROOT - IS LEFT.
094500*-----------------------------------------------------------------
094600 5500-BUILD-TREE.
094700     IF NOT TREE-MODE-ON OR WS-LIB-COUNT < 2
094800         GO TO 5500-EXIT
094900     END-IF
095000     MOVE WS-TREE-HDG1 TO PAIR-RPT-RECORD
095100     WRITE PAIR-RPT-RECORD
095200     ADD 1 TO WS-PRPT-COUNT
095300     IF NOT DIST-MATRIX-COMPLETE
095400         MOVE WS-TREE-INCOMPLETE-LINE TO PAIR-RPT-RECORD
095500         WRITE PAIR-RPT-RECORD
095600         ADD 1 TO WS-PRPT-COUNT
095700         GO TO 5500-EXIT
095800     END-IF
095900     MOVE WS-TREE-HDG2 TO PAIR-RPT-RECORD
096000     WRITE PAIR-RPT-RECORD
096100     ADD 1 TO WS-PRPT-COUNT
096200     PERFORM VARYING tsi FROM 1 BY 1 UNTIL tsi > WS-LIB-COUNT
096300         MOVE "Y"  TO TS-ACTIVE(tsi)
096400         MOVE tsi  TO TS-NODE(tsi)
096500         MOVE 1    TO TS-SIZE(tsi)
096600         MOVE ZERO TO TN-LEFT(tsi) TN-RIGHT(tsi)
096700         MOVE ZERO TO TN-HEIGHT(tsi) TN-BRANCH(tsi)
096800     END-PERFORM
096900     MOVE WS-LIB-COUNT TO WS-NODE-COUNT
097000     PERFORM UNTIL WS-NODE-COUNT >= 2 * WS-LIB-COUNT - 1
097100         PERFORM 5510-FIND-CLOSEST-PAIR THRU 5510-EXIT
097200         PERFORM 5520-JOIN-CLOSEST-PAIR THRU 5520-EXIT
097300     END-PERFORM
097400     MOVE WS-NODE-COUNT TO WS-ROOT-NODE
097500     MOVE ZERO TO TN-BRANCH(WS-ROOT-NODE)
097600     PERFORM 5600-WRITE-NEWICK THRU 5600-EXIT
097700     PERFORM 5700-PRINT-DENDROGRAM THRU 5700-EXIT.
097800 5500-EXIT.
097900     EXIT.

098000*-----------------------------------------------------------------
098100* THE FIRST CLOSEST PAIR OF LIVE CLUSTERS WINS A TIE, SO THE
098200* SAME LIBRARY ALWAYS GIVES THE SAME TREE.
098300*-----------------------------------------------------------------
098400 5510-FIND-CLOSEST-PAIR.
098500     MOVE ZERO TO WS-MIN-I WS-MIN-J
098600     PERFORM VARYING tsi FROM 1 BY 1 UNTIL tsi > WS-LIB-COUNT
098700         IF TS-ACTIVE(tsi) = "Y"
098800             PERFORM VARYING tsj FROM tsi BY 1
098900                     UNTIL tsj > WS-LIB-COUNT
099000                 IF tsj > tsi AND TS-ACTIVE(tsj) = "Y"
099100                     IF WS-MIN-I = ZERO
099200                             OR WS-DIST(tsi, tsj) < WS-MIN-DIST
099300                         MOVE tsi TO WS-MIN-I
099400                         MOVE tsj TO WS-MIN-J
099500                         MOVE WS-DIST(tsi, tsj) TO WS-MIN-DIST
099600                     END-IF
099700                 END-IF
099800             END-PERFORM
099900         END-IF
100000     END-PERFORM.
100100 5510-EXIT.
100200     EXIT.

100300 5520-JOIN-CLOSEST-PAIR.
100400     ADD 1 TO WS-NODE-COUNT
100500     MOVE WS-NODE-COUNT TO tnx
100600     MOVE TS-NODE(WS-MIN-I) TO TN-LEFT(tnx)
100700     MOVE TS-NODE(WS-MIN-J) TO TN-RIGHT(tnx)
100800     COMPUTE TN-HEIGHT(tnx) ROUNDED = WS-MIN-DIST / 2
100900     MOVE ZERO TO TN-BRANCH(tnx)
101000     COMPUTE WS-BRANCH-WORK =
101100         TN-HEIGHT(tnx) - TN-HEIGHT(TN-LEFT(tnx))
101200     IF WS-BRANCH-WORK < ZERO
101300         MOVE ZERO TO WS-BRANCH-WORK
101400     END-IF
101500     MOVE WS-BRANCH-WORK TO TN-BRANCH(TN-LEFT(tnx))
101600     COMPUTE WS-BRANCH-WORK =
101700         TN-HEIGHT(tnx) - TN-HEIGHT(TN-RIGHT(tnx))
101800     IF WS-BRANCH-WORK < ZERO
101900         MOVE ZERO TO WS-BRANCH-WORK
102000     END-IF
102100     MOVE WS-BRANCH-WORK TO TN-BRANCH(TN-RIGHT(tnx))
102200     PERFORM VARYING tsm FROM 1 BY 1 UNTIL tsm > WS-LIB-COUNT
102300         IF TS-ACTIVE(tsm) = "Y"
102400                 AND tsm NOT = WS-MIN-I AND tsm NOT = WS-MIN-J
102500             COMPUTE WS-DIST(WS-MIN-I, tsm) ROUNDED =
102600                 (WS-DIST(WS-MIN-I, tsm) * TS-SIZE(WS-MIN-I)
102700                  + WS-DIST(WS-MIN-J, tsm) * TS-SIZE(WS-MIN-J))
102800                 / (TS-SIZE(WS-MIN-I) + TS-SIZE(WS-MIN-J))
102900             MOVE WS-DIST(WS-MIN-I, tsm) TO
103000                 WS-DIST(tsm, WS-MIN-I)
103100         END-IF
103200     END-PERFORM
103300     ADD TS-SIZE(WS-MIN-J) TO TS-SIZE(WS-MIN-I)
103400     MOVE tnx TO TS-NODE(WS-MIN-I)
103500     MOVE "N" TO TS-ACTIVE(WS-MIN-J).
103600 5520-EXIT.
103700     EXIT.

103800*-----------------------------------------------------------------
103900* NEWICK FORM: (LEFT:BRANCH,RIGHT:BRANCH)...; WITH THE SAMPLE IDS
104000* AS LEAF NAMES AND THE BRANCH LENGTHS IN PROPORTION OF SITES.
104100*-----------------------------------------------------------------
104200 5600-WRITE-NEWICK.
104300     MOVE SPACES TO WS-NWK-BUFFER
104400     MOVE 1 TO WS-NWK-PTR
104500     MOVE 1 TO WS-TREE-SP
104600     MOVE "N" TO TK-KIND(1)
104700     MOVE WS-ROOT-NODE TO TK-NODE(1)
104800     PERFORM UNTIL WS-TREE-SP = ZERO
104900         PERFORM 5610-EMIT-NEWICK-ITEM THRU 5610-EXIT
105000     END-PERFORM
105100     STRING ";" DELIMITED BY SIZE
105200         INTO WS-NWK-BUFFER WITH POINTER WS-NWK-PTR
105300     END-STRING
105400     OPEN OUTPUT TREE-FILE
105500     MOVE WS-NWK-BUFFER TO TREE-RECORD
105600     WRITE TREE-RECORD
105700     CLOSE TREE-FILE.
105800 5600-EXIT.
105900     EXIT.

106000 5610-EMIT-NEWICK-ITEM.
106100     MOVE TK-NODE(WS-TREE-SP) TO tnx
106200     EVALUATE TK-KIND(WS-TREE-SP)
106300         WHEN ","
106400             SUBTRACT 1 FROM WS-TREE-SP
106500             STRING "," DELIMITED BY SIZE
106600                 INTO WS-NWK-BUFFER WITH POINTER WS-NWK-PTR
106700             END-STRING
106800         WHEN ")"
106900             SUBTRACT 1 FROM WS-TREE-SP
107000             STRING ")" DELIMITED BY SIZE
107100                 INTO WS-NWK-BUFFER WITH POINTER WS-NWK-PTR
107200             END-STRING
107300             PERFORM 5620-EMIT-BRANCH-LENGTH THRU 5620-EXIT
107400         WHEN OTHER
107500             SUBTRACT 1 FROM WS-TREE-SP
107600             IF tnx <= WS-LIB-COUNT
107700                 STRING LB-ID(tnx) DELIMITED BY SPACE
107800                     INTO WS-NWK-BUFFER WITH POINTER WS-NWK-PTR
107900                 END-STRING
108000                 PERFORM 5620-EMIT-BRANCH-LENGTH THRU 5620-EXIT
108100             ELSE
108200                 STRING "(" DELIMITED BY SIZE
108300                     INTO WS-NWK-BUFFER WITH POINTER WS-NWK-PTR
108400                 END-STRING
108500                 ADD 1 TO WS-TREE-SP
108600                 MOVE ")" TO TK-KIND(WS-TREE-SP)
108700                 MOVE tnx TO TK-NODE(WS-TREE-SP)
108800                 ADD 1 TO WS-TREE-SP
108900                 MOVE "N" TO TK-KIND(WS-TREE-SP)
109000                 MOVE TN-RIGHT(tnx) TO TK-NODE(WS-TREE-SP)
109100                 ADD 1 TO WS-TREE-SP
109200                 MOVE "," TO TK-KIND(WS-TREE-SP)
109300                 MOVE ZERO TO TK-NODE(WS-TREE-SP)
109400                 ADD 1 TO WS-TREE-SP
109500                 MOVE "N" TO TK-KIND(WS-TREE-SP)
109600                 MOVE TN-LEFT(tnx) TO TK-NODE(WS-TREE-SP)
109700             END-IF
109800     END-EVALUATE.
109900 5610-EXIT.
110000     EXIT.

110100*-----------------------------------------------------------------
110200* ":BRANCH" AFTER A LEAF OR A CLOSED SUBTREE - NOT AFTER THE ROOT.
110300*-----------------------------------------------------------------
110400 5620-EMIT-BRANCH-LENGTH.
110500     IF tnx = WS-ROOT-NODE
110600         GO TO 5620-EXIT
110700     END-IF
110800     MOVE TN-BRANCH(tnx) TO WS-BRANCH-EDIT
110900     STRING ":" WS-BRANCH-EDIT DELIMITED BY SIZE
111000         INTO WS-NWK-BUFFER WITH POINTER WS-NWK-PTR
111100     END-STRING.
111200 5620-EXIT.
111300     EXIT.

111400*-----------------------------------------------------------------
111500* INDENTED DENDROGRAM, ROOT FIRST: A JOIN PRINTS AS "+ NODE" WITH
111600* ITS HEIGHT, A STRAND AS "- " AND ITS SAMPLE ID, EACH WITH THE
111700* BRANCH UP TO ITS PARENT.  EACH LEVEL INDENTS TWO COLUMNS, UP
111800* TO FORTY.
111900*-----------------------------------------------------------------
112000 5700-PRINT-DENDROGRAM.
112100     MOVE 1 TO WS-TREE-SP
112200     MOVE WS-ROOT-NODE TO TK-NODE(1)
112300     MOVE ZERO TO TK-DEPTH(1)
112400     PERFORM UNTIL WS-TREE-SP = ZERO
112500         PERFORM 5710-PRINT-ONE-NODE THRU 5710-EXIT
112600     END-PERFORM.
112700 5700-EXIT.
112800     EXIT.

112900 5710-PRINT-ONE-NODE.
113000     MOVE TK-NODE(WS-TREE-SP) TO tnx
113100     MOVE TK-DEPTH(WS-TREE-SP) TO WS-TREE-DEPTH
113200     COMPUTE WS-DEND-PTR = WS-TREE-DEPTH * 2 + 1
113300     IF WS-DEND-PTR > 41
113400         MOVE 41 TO WS-DEND-PTR
113500     END-IF
113600     SUBTRACT 1 FROM WS-TREE-SP
113700     MOVE SPACES TO WS-DEND-LINE
113800     MOVE TN-BRANCH(tnx) TO WS-BRANCH-EDIT
113900     IF tnx <= WS-LIB-COUNT
114000         STRING "- " LB-ID(tnx) "  BRANCH " WS-BRANCH-EDIT
114100                 DELIMITED BY SIZE
114200             INTO WS-DEND-LINE WITH POINTER WS-DEND-PTR
114300         END-STRING
114400     ELSE
114500         MOVE TN-HEIGHT(tnx) TO WS-HEIGHT-EDIT
114600         COMPUTE WS-NODE-EDIT = tnx - WS-LIB-COUNT
114700         STRING "+ NODE " WS-NODE-EDIT "  HEIGHT " WS-HEIGHT-EDIT
114800                 "  BRANCH " WS-BRANCH-EDIT DELIMITED BY SIZE
114900             INTO WS-DEND-LINE WITH POINTER WS-DEND-PTR
115000         END-STRING
115100         ADD 1 TO WS-TREE-SP
115200         MOVE TN-RIGHT(tnx) TO TK-NODE(WS-TREE-SP)
115300         COMPUTE TK-DEPTH(WS-TREE-SP) = WS-TREE-DEPTH + 1
115400         ADD 1 TO WS-TREE-SP
115500         MOVE TN-LEFT(tnx) TO TK-NODE(WS-TREE-SP)
115600         COMPUTE TK-DEPTH(WS-TREE-SP) = WS-TREE-DEPTH + 1
115700     END-IF
115800     MOVE WS-DEND-LINE TO PAIR-RPT-RECORD
115900     WRITE PAIR-RPT-RECORD
116000     ADD 1 TO WS-PRPT-COUNT.
116100 5710-EXIT.
116200     EXIT.

116300*-----------------------------------------------------------------
116400* WEEK-OVER-WEEK DRIFT FOR THE QA LEAD.  EACH SAMPLE IN
116500* TONIGHT'S LIBRARY IS SET AGAINST LAST RUN'S SNAPSHOT: A
116600* CHANGED STRAND UNDER THE SAME ID, A NEAREST-NEIGHBOR IDENTITY
116700* THAT FELL BY MORE THAN THE DRIFT THRESHOLD, AND (WITH
116800* CLUSTERING ON BOTH RUNS) A DIFFERENT FAMILY REPRESENTATIVE
116900* EACH GET A LINE ON HAMMDRFT.  TONIGHT'S SNAPSHOT THEN
117000* REPLACES LAST RUN'S.
117100*-----------------------------------------------------------------
117200 5800-COMPARE-LIBRARY-DRIFT.
117300     IF WS-LIB-COUNT = ZERO
117400         GO TO 5800-EXIT
117500     END-IF
117600     PERFORM 5810-LOAD-SNAPSHOT THRU 5810-EXIT
117700     OPEN OUTPUT DRIFT-RPT
117800     IF WS-PREV-COUNT = ZERO
117900         MOVE WS-DRF-BASELINE TO DRIFT-LINE
118000         WRITE DRIFT-LINE
118100         CLOSE DRIFT-RPT
118200         PERFORM 5850-WRITE-SNAPSHOT THRU 5850-EXIT
118300         GO TO 5800-EXIT
118400     END-IF
118500     MOVE WS-PREV-DATE TO DH-PREV-DATE
118600     MOVE WS-DRF-HDG1 TO DRIFT-LINE
118700     WRITE DRIFT-LINE
118800     MOVE WS-DRF-HDG2 TO DRIFT-LINE
118900     WRITE DRIFT-LINE
119000     PERFORM VARYING lix FROM 1 BY 1 UNTIL lix > WS-LIB-COUNT
119100         PERFORM 5820-CHECK-ONE-SAMPLE THRU 5820-EXIT
119200     END-PERFORM
119300     PERFORM VARYING pvx FROM 1 BY 1 UNTIL pvx > WS-PREV-COUNT
119400         IF NOT PV-MATCHED(pvx)
119500             ADD 1 TO WS-DRIFT-GONE-COUNT
119600         END-IF
119700     END-PERFORM
119800     MOVE WS-DRIFT-STRAND-COUNT TO DT-STRAND
119900     MOVE WS-DRIFT-IDENT-COUNT  TO DT-IDENT
120000     MOVE WS-DRIFT-FAMILY-COUNT TO DT-FAMILY
120100     MOVE WS-DRIFT-NEW-COUNT    TO DT-NEW
120200     MOVE WS-DRIFT-GONE-COUNT   TO DT-GONE
120300     MOVE WS-DRF-TRAILER TO DRIFT-LINE
120400     WRITE DRIFT-LINE
120500     CLOSE DRIFT-RPT
120600     PERFORM 5850-WRITE-SNAPSHOT THRU 5850-EXIT.
120700 5800-EXIT.
120800     EXIT.

120900 5810-LOAD-SNAPSHOT.
121000     MOVE ZERO TO WS-PREV-COUNT
121100     OPEN INPUT SNAPSHOT-FILE
121200     IF WS-SNP-STATUS NOT = "00"
121300         GO TO 5810-EXIT
121400     END-IF
121500     PERFORM 5815-READ-SNAPSHOT THRU 5815-EXIT
121600     PERFORM UNTIL SNP-EOF
121700         IF WS-PREV-COUNT < 40
121800             ADD 1 TO WS-PREV-COUNT
121900             MOVE SNP-SAMPLE-ID TO PV-ID(WS-PREV-COUNT)
122000             MOVE SNP-BEST-PCT  TO PV-BEST-PCT(WS-PREV-COUNT)
122100             MOVE SNP-BEST-ID   TO PV-BEST-ID(WS-PREV-COUNT)
122200             MOVE SNP-FAMILY    TO PV-FAMILY(WS-PREV-COUNT)
122300             MOVE SNP-FAM-REP   TO PV-FAM-REP(WS-PREV-COUNT)
122400             MOVE SNP-STRAND    TO PV-STRAND(WS-PREV-COUNT)
122500             MOVE "N" TO PV-MATCHED-SW(WS-PREV-COUNT)
122600             MOVE SNP-RUN-DATE  TO WS-PREV-DATE
122700         END-IF
122800         PERFORM 5815-READ-SNAPSHOT THRU 5815-EXIT
122900     END-PERFORM
123000     CLOSE SNAPSHOT-FILE.
123100 5810-EXIT.
123200     EXIT.

123300 5815-READ-SNAPSHOT.
123400     READ SNAPSHOT-FILE
123500         AT END SET SNP-EOF TO TRUE
123600     END-READ.
123700 5815-EXIT.
123800     EXIT.

123900 5820-CHECK-ONE-SAMPLE.
124000     PERFORM VARYING pvx FROM 1 BY 1
124100             UNTIL pvx > WS-PREV-COUNT
124200                OR PV-ID(pvx) = LB-ID(lix)
124300         CONTINUE
124400     END-PERFORM
124500     IF pvx > WS-PREV-COUNT
124600         ADD 1 TO WS-DRIFT-NEW-COUNT
124700         GO TO 5820-EXIT
124800     END-IF
124900     SET PV-MATCHED(pvx) TO TRUE
125000     IF LB-STRAND(lix) NOT = PV-STRAND(pvx)
125100         ADD 1 TO WS-DRIFT-STRAND-COUNT
125200         MOVE "STRAND CHANGED" TO DD-CHANGE
125300         MOVE SPACES TO DD-BEFORE DD-AFTER
125400         MOVE FUNCTION LENGTH(FUNCTION TRIM(PV-STRAND(pvx)))
125500             TO WS-LEN-EDIT
125600         STRING "LENGTH " WS-LEN-EDIT DELIMITED BY SIZE
125700             INTO DD-BEFORE
125800         END-STRING
125900         PERFORM VARYING WS-DIFF-POS FROM 1 BY 1
126000                 UNTIL WS-DIFF-POS > 255
126100                    OR LB-STRAND(lix)(WS-DIFF-POS:1) NOT =
126200                       PV-STRAND(pvx)(WS-DIFF-POS:1)
126300             CONTINUE
126400         END-PERFORM
126500         MOVE FUNCTION LENGTH(FUNCTION TRIM(LB-STRAND(lix)))
126600             TO WS-LEN-EDIT
126700         MOVE WS-DIFF-POS TO WS-DIFF-EDIT
126800         STRING "LENGTH " WS-LEN-EDIT " FIRST DIFF " WS-DIFF-EDIT
126900                 DELIMITED BY SIZE
127000             INTO DD-AFTER
127100         END-STRING
127200         PERFORM 5830-WRITE-DRIFT-LINE THRU 5830-EXIT
127300     END-IF
127400     COMPUTE WS-PCT-DROP = PV-BEST-PCT(pvx) - LB-BEST-PCT(lix)
127500     IF WS-PCT-DROP > WS-DRIFT-THRESHOLD
127600         ADD 1 TO WS-DRIFT-IDENT-COUNT
127700         MOVE "IDENTITY DROPPED" TO DD-CHANGE
127800         MOVE SPACES TO DD-BEFORE DD-AFTER
127900         MOVE PV-BEST-PCT(pvx) TO WS-PCT-EDIT
128000         STRING WS-PCT-EDIT "% VS " PV-BEST-ID(pvx)
128100                 DELIMITED BY SIZE
128200             INTO DD-BEFORE
128300         END-STRING
128400         MOVE LB-BEST-PCT(lix) TO WS-PCT-EDIT
128500         STRING WS-PCT-EDIT "% VS " LB-BEST-ID(lix)
128600                 DELIMITED BY SIZE
128700             INTO DD-AFTER
128800         END-STRING
128900         PERFORM 5830-WRITE-DRIFT-LINE THRU 5830-EXIT
129000     END-IF
129100     IF NOT CLUSTER-MODE-ON OR PV-FAM-REP(pvx) = SPACES
129200             OR LB-FAMILY(lix) = ZERO
129300         GO TO 5820-EXIT
129400     END-IF
129500     MOVE LB-ID(WS-FAM-REP(LB-FAMILY(lix))) TO WS-CUR-FAM-REP
129600     IF WS-CUR-FAM-REP NOT = PV-FAM-REP(pvx)
129700         ADD 1 TO WS-DRIFT-FAMILY-COUNT
129800         MOVE "FAMILY CHANGED" TO DD-CHANGE
129900         MOVE SPACES TO DD-BEFORE DD-AFTER
130000         STRING "FAM " PV-FAMILY(pvx) " REP " PV-FAM-REP(pvx)
130100                 DELIMITED BY SIZE
130200             INTO DD-BEFORE
130300         END-STRING
130400         STRING "FAM " LB-FAMILY(lix) " REP " WS-CUR-FAM-REP
130500                 DELIMITED BY SIZE
130600             INTO DD-AFTER
130700         END-STRING
130800         PERFORM 5830-WRITE-DRIFT-LINE THRU 5830-EXIT
130900     END-IF.
131000 5820-EXIT.
131100     EXIT.

131200 5830-WRITE-DRIFT-LINE.
131300     MOVE LB-ID(lix) TO DD-ID
131400     MOVE WS-DRF-DETAIL TO DRIFT-LINE
131500     WRITE DRIFT-LINE.
131600 5830-EXIT.
131700     EXIT.

131800*-----------------------------------------------------------------
131900* TONIGHT'S SNAPSHOT.  A REHEARSAL LEAVES LAST RUN'S IN PLACE SO
132000* THE REAL RUN STILL COMPARES AGAINST IT.
132100*-----------------------------------------------------------------
132200 5850-WRITE-SNAPSHOT.
132300     IF RUN-IS-REHEARSAL
132400         GO TO 5850-EXIT
132500     END-IF
132600     CALL "TIMESTMP" USING TS-DATE TS-TIME
132700     OPEN OUTPUT SNAPSHOT-FILE
132800     PERFORM VARYING lix FROM 1 BY 1 UNTIL lix > WS-LIB-COUNT
132900         MOVE SPACES TO SNP-RECORD
133000         MOVE LB-ID(lix)       TO SNP-SAMPLE-ID
133100         MOVE TS-DATE          TO SNP-RUN-DATE
133200         MOVE LB-BEST-PCT(lix) TO SNP-BEST-PCT
133300         MOVE LB-BEST-ID(lix)  TO SNP-BEST-ID
133400         MOVE LB-STRAND(lix)   TO SNP-STRAND
133500         MOVE ZERO             TO SNP-FAMILY
133600         IF CLUSTER-MODE-ON AND LB-FAMILY(lix) > ZERO
133700             MOVE LB-FAMILY(lix) TO SNP-FAMILY
133800             MOVE LB-ID(WS-FAM-REP(LB-FAMILY(lix)))
133900                 TO SNP-FAM-REP
134000         END-IF
134100         WRITE SNP-RECORD
134200     END-PERFORM
134300     CLOSE SNAPSHOT-FILE.
134400 5850-EXIT.
134500     EXIT.
