004360*                  FRAGMENT LENGTHS - GOES ON RNAENZRP, WITH AN
004370*                  EXPLICIT NO-SITE LINE FOR AN ENZYME THAT
004380*                  NEVER CUTS THE SEQUENCE
004381* 10/15/2026 RM    VARIANT CALLING ("V" REQUEST): THE SAMPLE IS
004382*                  ALIGNED TO ITS RNAREFSQ REFERENCE AND EACH SUB,
004383*                  INS AND DEL GOES WITH ITS CODON EFFECT TO
004384*                  RNAVARNT AND THE RNAVARRP REPORT
004385* 10/15/2026 RM    AUDCOM MOVED OUT OF LINKAGE (NEVER PASSED IN)
004386* 10/15/2026 RM    PCR PRIMER DESIGN ("P" REQUEST): RNAPRCTL
004387*                  LIMITS, BEST-RANKED PAIRS ON RNAPRMRP
004388* 10/15/2026 RM    RNAACCN ACCESSION REPOSITORY WITH DUPLICATE
004389*                  CHECK BY CHECKSUM AND LENGTH, RNAACCRP REGISTER
004390*-----------------------------------------------------------------
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. RNA-TRANSCRIPTION.
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PROT-OUT-STATUS.

006211     SELECT ACCESSION-FILE ASSIGN TO "RNAACCN"
006222         ORGANIZATION IS INDEXED
006233         ACCESS MODE IS DYNAMIC
006244         RECORD KEY IS ACC-KEY
006255         FILE STATUS IS WS-ACC-STATUS.

006266     SELECT ACCESSION-RPT ASSIGN TO "RNAACCRP"
006277         ORGANIZATION IS LINE SEQUENTIAL
006288         FILE STATUS IS WS-ACCR-STATUS.

006300     SELECT STATS-RPT ASSIGN TO "RNASTATS"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-STATS-STATUS.

006501     SELECT PRIMER-CTL-FILE ASSIGN TO "RNAPRCTL"
006502         ORGANIZATION IS LINE SEQUENTIAL
006503         FILE STATUS IS WS-PCT-STATUS.

006504     SELECT PRIMER-RPT ASSIGN TO "RNAPRMRP"
006505         ORGANIZATION IS LINE SEQUENTIAL
006506         FILE STATUS IS WS-PRR-STATUS.

006510     SELECT ENZYME-FILE ASSIGN TO "RNAENZYM"
006520         ORGANIZATION IS LINE SEQUENTIAL
006530         FILE STATUS IS WS-ENZ-STATUS.
006570     SELECT CODON-REF-FILE ASSIGN TO "RNACODEX"
006580         ORGANIZATION IS LINE SEQUENTIAL
006590         FILE STATUS IS WS-CDX-STATUS.

006591     SELECT REFERENCE-FILE ASSIGN TO "RNAREFSQ"
006592         ORGANIZATION IS LINE SEQUENTIAL
006593         FILE STATUS IS WS-REF-STATUS.

006594     SELECT VARIANT-FILE ASSIGN TO "RNAVARNT"
006595         ORGANIZATION IS LINE SEQUENTIAL
006596         FILE STATUS IS WS-VAR-STATUS.

006597     SELECT VARIANT-RPT ASSIGN TO "RNAVARRP"
006598         ORGANIZATION IS LINE SEQUENTIAL
006599         FILE STATUS IS WS-VARR-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
008000* BLANK MEANS FORWARD, THE ORIGINAL BATCH BEHAVIOUR.
008100*-----------------------------------------------------------------
008200     05  SEQ-IN-REQ-TYPE         PIC X(01).
008210*-----------------------------------------------------------------
008220* FOR A "V" (VARIANT-CALL) REQUEST, THE RNAREFSQ REFERENCE GENE
008230* THE SAMPLE IS CALLED AGAINST.  HEADER RECORD ONLY.
008240*-----------------------------------------------------------------
008250     05  SEQ-IN-REF-ID           PIC X(10).
008300
008400 FD  SEQ-OUT-FILE.
008500 01  SEQ-OUT-RECORD.
009500     05  PROT-ID                 PIC X(10).
009600     05  PROT-CHAIN              PIC X(64).

009611*-----------------------------------------------------------------
009622* PERMANENT ACCESSION REPOSITORY AND ITS NIGHTLY REGISTER.
009633*-----------------------------------------------------------------
009644 FD  ACCESSION-FILE.
009655 COPY rnaacc.

009666 FD  ACCESSION-RPT
009677     RECORD CONTAINS 80 CHARACTERS.
009688 01  ACCR-LINE                   PIC X(80).

009700 FD  STATS-RPT
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  STATS-LINE                  PIC X(80).
010110     05  CDX-CODON               PIC X(03).
010120     05  FILLER                  PIC X(01).
010130     05  CDX-EXPECT-PCT          PIC 9(03)V99.

010131*-----------------------------------------------------------------
010132* REFERENCE GENES FOR VARIANT CALLING, IN THE SAME MULTI-LINE
010133* FORM AS RNASQIN: THE HEADER RECORD CARRIES THE REFERENCE ID
010134* AND THE CODING-REGION BOUNDS (ZERO MEANS THE WHOLE REFERENCE
010135* IS CODING, READ FROM ITS FIRST BASE), AND BLANK-ID
010136* CONTINUATION RECORDS CARRY THE REST OF THE BASES.
010137*-----------------------------------------------------------------
010138 FD  REFERENCE-FILE.
010139 01  REF-RECORD.
010140     05  REF-ID                  PIC X(10).
010141     05  REF-STRAND              PIC X(64).
010142     05  REF-CDS-START           PIC 9(04).
010143     05  REF-CDS-END             PIC 9(04).

010145 FD  VARIANT-FILE.
010146 COPY rnavar.

010148 FD  VARIANT-RPT
010149     RECORD CONTAINS 80 CHARACTERS.
010150 01  VARR-LINE                   PIC X(80).
010153
010154*-----------------------------------------------------------------
010155* PRIMER-DESIGN LIMITS, ONE RECORD PER RUN (BLANK OR ZERO KEEPS
010156* THE DEFAULT).  MAX-COMP IS THE LONGEST 3'-END STRETCH ALLOWED
010157* TO PAIR WITH THE PRIMER ITSELF OR ITS PARTNER.
010158*-----------------------------------------------------------------
010159 FD  PRIMER-CTL-FILE.
010160 01  PCT-RECORD.
010161     05  PCT-MIN-LEN             PIC 9(02).
010162     05  PCT-MAX-LEN             PIC 9(02).
010163     05  PCT-MIN-GC              PIC 9(03).
010164     05  PCT-MAX-GC              PIC 9(03).
010165     05  PCT-MIN-TM              PIC 9(03).
010166     05  PCT-MAX-TM              PIC 9(03).
010167     05  PCT-MAX-RUN             PIC 9(02).
010168     05  PCT-MIN-PRODUCT         PIC 9(04).
010169     05  PCT-MAX-PRODUCT         PIC 9(04).
010170     05  PCT-MAX-COMP            PIC 9(02).
010171     05  PCT-MAX-TM-DIFF         PIC 9(02).
010172     05  PCT-PAIRS-WANTED        PIC 9(02).

010173 FD  PRIMER-RPT
010174     RECORD CONTAINS 80 CHARACTERS.
010175 01  PRMR-LINE                   PIC X(80).

010176 WORKING-STORAGE SECTION.
010200 01  WS-SEQ-IN-STATUS            PIC XX.
010300 01  WS-SEQ-OUT-STATUS           PIC XX.
010600 01  WS-COMPLEMENT               PIC X(4096).
010700 01  dna-nucleotides             PIC X(4) VALUE "ACGT".
010800 01  rna-nucleotides             PIC X(4) VALUE "UGCA".
010850 01  dna-complements             PIC X(4) VALUE "TGCA".
010900
011000 01  WS-MODE                     PIC X VALUE "F".
011100     88  RNA-MODE-FORWARD        VALUE "F".
011300     88  RNA-MODE-TRANSLATE      VALUE "T".
011400     88  RNA-MODE-ORF-SCAN       VALUE "O".
011410     88  RNA-MODE-ENZYME-SCAN    VALUE "E".
011420     88  RNA-MODE-VARIANT-CALL   VALUE "V".
011430     88  RNA-MODE-PRIMER-DESIGN  VALUE "P".
011500
011600 01  WS-STRAND-LEN                PIC 9(04).
011700 01  idx                          PIC 9(04).
011800 01  rdx                          PIC 9(04).
011900 01  WS-REVERSED                  PIC X(4096).
012000

012001*-----------------------------------------------------------------
012002* ACCESSION REPOSITORY.  EVERY VALID SEQUENCE IS FINGERPRINTED
012003* BY ITS LENGTH AND A POSITION-WEIGHTED CHECKSUM (THE SUM OF
012004* POSITION TIMES BASE CODE, A=1 C=2 G=3 T=4).  AN ENTRY OF THE
012005* SAME LENGTH WITH THE SAME CHECKSUM AND BASES IS AN EXACT
012006* DUPLICATE; ONE DIFFERING AT NO MORE THAN 1 PERCENT OF THE
012007* POSITIONS (AT LEAST ONE) IS A NEAR DUPLICATE.
012008*-----------------------------------------------------------------
012009 01  WS-ACC-STATUS               PIC XX.
012010 01  WS-ACCR-STATUS              PIC XX.
012011 01  WS-ACC-OPEN-SW              PIC X VALUE "N".
012012     88  ACCESSION-FILE-OPEN     VALUE "Y".
012013 01  WS-ACC-CONTROL-SW           PIC X VALUE "N".
012014     88  ACC-CONTROL-ON-FILE     VALUE "Y".
012015 01  WS-ACC-SCAN-SW              PIC X(01).
012016     88  ACC-SCAN-ENDED          VALUE "Y".
012017 01  WS-ACC-MATCH                PIC X(01).
012018     88  ACC-NO-MATCH            VALUE SPACE.
012019     88  ACC-EXACT-MATCH         VALUE "E".
012020     88  ACC-NEAR-MATCH          VALUE "N".
012021 01  WS-ACC-LAST-NUMBER          PIC 9(08) VALUE ZERO.
012022 01  WS-ACC-NUMBER.
012023     05  FILLER                  PIC X(02) VALUE "SQ".
012024     05  WS-ACC-NUMBER-SERIAL    PIC 9(08).
012025 01  WS-ACC-CHECKSUM             PIC 9(09).
012026 01  WS-ACC-BASE-CODE            PIC 9(01).
012027 01  WS-ACC-NEAR-LIMIT           PIC 9(04).
012028 01  WS-ACC-DIFFS                PIC 9(04).
012029 01  WS-ACC-MATCH-DIFFS          PIC 9(04).
012030 01  WS-ACC-MATCH-KEY.
012031     05  WS-ACC-MATCH-LENGTH     PIC 9(04).
012032     05  WS-ACC-MATCH-CHECKSUM   PIC 9(09).
012033     05  WS-ACC-MATCH-NUMBER     PIC X(10).
012034 01  WS-ACC-NEW-COUNT            PIC 9(05) VALUE ZERO.
012035 01  WS-ACC-EXACT-COUNT          PIC 9(05) VALUE ZERO.
012036 01  WS-ACC-NEAR-COUNT           PIC 9(05) VALUE ZERO.
012037 01  WS-ACC-REJECT-COUNT         PIC 9(05) VALUE ZERO.
012038 COPY tscom.
012039*-----------------------------------------------------------------
012040* RNAACCRP, THE NIGHT'S ACCESSION REGISTER: ONE LINE PER
012041* SEQUENCE READ, THEN THE COUNTS.  A DUPLICATE SHOWS THE
012042* ACCESSION IT WAS MATCHED TO.
012043*-----------------------------------------------------------------
012044 01  WS-ACC-RPT-HDG.
012045     05  FILLER                  PIC X(40) VALUE
012046         "SEQUENCE ACCESSION REGISTER   RUN DATE ".
012047     05  AH-RUN-DATE             PIC 9999/99/99.
012048 01  WS-ACC-COL-HDG              PIC X(80) VALUE
012049     "SEQ ID     ACCESSION     LEN     GC%  STATUS".
012050 01  WS-ACC-DETAIL.
012051     05  AD-SEQ-ID               PIC X(10).
012052     05  FILLER                  PIC X(01) VALUE SPACES.
012053     05  AD-ACCESSION            PIC X(10).
012054     05  FILLER                  PIC X(03) VALUE SPACES.
012055     05  AD-LEN                  PIC ZZZ9.
012056     05  FILLER                  PIC X(02) VALUE SPACES.
012057     05  AD-GC                   PIC ZZ9.99.
012058     05  FILLER                  PIC X(02) VALUE SPACES.
012059     05  AD-STATUS               PIC X(40).
012060 01  WS-ACC-SUMMARY.
012061     05  FILLER                  PIC X(02) VALUE SPACES.
012062     05  AS-LABEL                PIC X(20).
012063     05  AS-VALUE                PIC ZZZZ9.
012100*-----------------------------------------------------------------
012200* INVALID-BASE DETECTION.  ANY CHARACTER OUTSIDE dna-nucleotides
012300* IS FLAGGED BEFORE INSPECT CONVERTING RUNS.
021100 01  WS-STOPPED-SW                 PIC X VALUE "N".
021200     88  TRANSLATION-STOPPED       VALUE "Y".

021201*-----------------------------------------------------------------
021202* VARIANT CALLING.  THE REFERENCE GENES ARE LOADED ONCE PER RUN.
021203* THE SAMPLE IS LINED UP AGAINST ITS REFERENCE BY A BANDED EDIT
021204* DISTANCE: ONLY CELLS WITHIN 16 BASES OF THE DIAGONAL ARE
021205* SCORED, SO A 4096-BASE GENE NEEDS A 4097 BY 33 TRACEBACK TABLE
021206* RATHER THAN A FULL SQUARE.  VT-DIR RECORDS HOW EACH CELL WAS
021207* REACHED: "M" BASES ALIGNED (MATCH OR SUBSTITUTION), "D"
021208* REFERENCE BASE DELETED, "I" SAMPLE BASE INSERTED.
021209*-----------------------------------------------------------------
021210 01  WS-REF-STATUS               PIC XX.
021211     88  REF-EOF                 VALUE "10".
021212 01  WS-VAR-STATUS               PIC XX.
021213 01  WS-VARR-STATUS              PIC XX.
021214 01  WS-REF-LOADED-SW            PIC X VALUE "N".
021215     88  REFERENCES-ARE-LOADED   VALUE "Y".
021216 01  WS-REF-KEEP-SW              PIC X VALUE "N".
021217     88  KEEPING-REFERENCE       VALUE "Y".
021218 01  WS-VAR-RPT-OPEN-SW          PIC X VALUE "N".
021219     88  VARIANT-RPT-IS-OPEN     VALUE "Y".
021220 01  WS-VAR-REF-ID               PIC X(10).
021221 01  WS-REF-COUNT                PIC 99 VALUE ZERO.
021222 01  WS-REF-TABLE.
021223     05  WS-REF-ENTRY OCCURS 10 TIMES.
021224         10  RF-ID               PIC X(10).
021225         10  RF-LEN              PIC 9(04).
021226         10  RF-CDS-START        PIC 9(04).
021227         10  RF-CDS-END          PIC 9(04).
021228         10  RF-STRAND           PIC X(4096).
021229 01  rfx                         PIC 99.
021230 01  WS-REF-CHUNK-LEN            PIC 9(04).
021231 01  WS-VAR-BAND                 PIC 99 VALUE 16.
021232 01  WS-VAR-TRACE.
021233     05  VT-ROW OCCURS 4097 TIMES.
021234         10  VT-DIR              PIC X(01) OCCURS 33 TIMES.
021235 01  WS-VAR-PREV-ROW.
021236     05  WS-VAR-PREV             PIC 9(04) COMP OCCURS 33 TIMES.
021237 01  WS-VAR-CURR-ROW.
021238     05  WS-VAR-CURR             PIC 9(04) COMP OCCURS 33 TIMES.
021239 01  vri                         PIC 9(04).
021240 01  vsj                         PIC S9(05).
021241 01  vkx                         PIC 99.
021242 01  WS-VAR-COST                 PIC 9(04).
021243 01  WS-VAR-BEST                 PIC 9(04).
021244 01  WS-VAR-DIR                  PIC X(01).
021245 01  WS-VAR-COUNT                PIC 9(03).
021246 01  WS-VAR-FULL-SW              PIC X(01).
021247     88  VARIANT-LIST-FULL       VALUE "Y".
021248 01  WS-VAR-TABLE.
021249     05  WS-VAR-ENTRY OCCURS 200 TIMES.
021250         10  VR-TYPE             PIC X(03).
021251         10  VR-REF-POS          PIC 9(04).
021252         10  VR-SEQ-POS          PIC 9(04).
021253         10  VR-LEN              PIC 9(04).
021254         10  VR-REF-BASES        PIC X(20).
021255         10  VR-ALT-BASES        PIC X(20).
021256 01  vrx                         PIC 9(03).
021257 01  WS-VAR-BASES-WORK           PIC X(20).
021258 01  WS-CDS-START                PIC 9(04).
021259 01  WS-CDS-END                  PIC 9(04).
021260 01  WS-CODON-START              PIC 9(04).
021261 01  WS-CODON-NUMBER             PIC 9(04).
021262 01  WS-CODON-REM                PIC 9(01).
021263 01  WS-REF-AMINO                PIC X(03).
021264 01  WS-VAR-EFFECT               PIC X(10).
021265 01  WS-VC-SUB                   PIC 9(03).
021266 01  WS-VC-INS                   PIC 9(03).
021267 01  WS-VC-DEL                   PIC 9(03).
021268 01  WS-VC-SYN                   PIC 9(03).
021269 01  WS-VC-MIS                   PIC 9(03).
021270 01  WS-VC-NON                   PIC 9(03).
021271 01  WS-VC-FS                    PIC 9(03).
021272 01  WS-VC-NC                    PIC 9(03).

021300*-----------------------------------------------------------------
021400* OPEN-READING-FRAME SCAN.  EACH OF THE THREE FRAMES IS TRIED;
021500* THE FRAME WHOSE FIRST-AUG READING PRODUCES THE LONGEST
022600 01  WS-BEST-PROT-LEN              PIC 9(04).
022700 01  WS-BEST-PROTEIN               PIC X(4096).

022701*-----------------------------------------------------------------
022702* PCR PRIMER DESIGN.  THE LIMITS BELOW ARE THE DEFAULTS; THE
022703* RNAPRCTL RECORD, READ ONCE PER RUN, OVERRIDES ANY IT FILLS IN.
022704* MELTING TEMPERATURE IS THE WALLACE RULE, 2 DEGREES PER A OR T
022705* PLUS 4 PER G OR C.  A PRIMER'S PENALTY IS ITS DISTANCE FROM THE
022706* MIDDLE OF THE TM RANGE; THE LOWEST PENALTY RANKS FIRST.
022707*-----------------------------------------------------------------
022708 01  WS-PCT-STATUS               PIC XX.
022709 01  WS-PRR-STATUS               PIC XX.
022710 01  WS-PCT-LOADED-SW            PIC X VALUE "N".
022711     88  PRIMER-LIMITS-ARE-LOADED VALUE "Y".
022712 01  WS-PRM-RPT-OPEN-SW          PIC X VALUE "N".
022713     88  PRIMER-RPT-IS-OPEN      VALUE "Y".
022714 01  WS-PRM-MIN-LEN              PIC 99 VALUE 18.
022715 01  WS-PRM-MAX-LEN              PIC 99 VALUE 24.
022716 01  WS-PRM-MIN-GC               PIC 9(03) VALUE 40.
022717 01  WS-PRM-MAX-GC               PIC 9(03) VALUE 60.
022718 01  WS-PRM-MIN-TM               PIC 9(03) VALUE 52.
022719 01  WS-PRM-MAX-TM               PIC 9(03) VALUE 64.
022720 01  WS-PRM-MAX-RUN              PIC 99 VALUE 4.
022721 01  WS-PRM-MIN-PRODUCT          PIC 9(04) VALUE 100.
022722 01  WS-PRM-MAX-PRODUCT          PIC 9(04) VALUE 1000.
022723 01  WS-PRM-MAX-COMP             PIC 99 VALUE 4.
022724 01  WS-PRM-MAX-TM-DIFF          PIC 99 VALUE 5.
022725 01  WS-PRM-PAIRS-WANTED         PIC 99 VALUE 5.
022726 01  WS-PRM-TM-MID               PIC 9(03).
022727 01  WS-PRM-START                PIC 9(04).
022728 01  WS-PRM-LEN                  PIC 99.
022729 01  WS-PRM-BASES                PIC X(30).
022730 01  WS-PRM-RC                   PIC X(30).
022731 01  WS-PRM-GC-COUNT             PIC 99.
022732 01  WS-PRM-GC                   PIC 9(03).
022733 01  WS-PRM-TM                   PIC 9(03).
022734 01  WS-PRM-RUN                  PIC 99.
022735 01  WS-PRM-LONGEST-RUN          PIC 99.
022736 01  WS-PRM-PENALTY              PIC 9(03).
022737 01  WS-PRM-PASS-SW              PIC X(01).
022738     88  PRIMER-PASSES           VALUE "Y".
022739 01  WS-PRM-BEST-LEN             PIC 99.
022740 01  WS-PRM-BEST-GC              PIC 9(03).
022741 01  WS-PRM-BEST-TM              PIC 9(03).
022742 01  WS-PRM-BEST-PENALTY         PIC 9(03).
022743 01  WS-PRM-BEST-BASES           PIC X(30).
022744 01  WS-PRM-WORST-IDX            PIC 9(03).
022745 01  WS-PRM-WORST-PENALTY        PIC 9(03).
022746*-----------------------------------------------------------------
022747* 3'-END COMPLEMENTARITY: THE LAST MAX-COMP + 1 BASES OF
022748* WS-PRM-SRC, REVERSE-COMPLEMENTED INTO WS-PRM-PROBE, ARE LOOKED
022749* FOR IN WS-PRM-TARGET.
022750*-----------------------------------------------------------------
022751 01  WS-PRM-SRC                  PIC X(30).
022752 01  WS-PRM-SRC-LEN              PIC 99.
022753 01  WS-PRM-TARGET               PIC X(30).
022754 01  WS-PRM-TARGET-LEN           PIC 99.
022755 01  WS-PRM-PROBE                PIC X(30).
022756 01  WS-PRM-PROBE-LEN            PIC 99.
022757 01  WS-PRM-FOUND-SW             PIC X(01).
022758     88  TAIL-COMPLEMENT-FOUND   VALUE "Y".
022759 01  WS-PRM-MULTI-SW             PIC X(01).
022760     88  PRIMER-MATCHES-ELSEWHERE VALUE "Y".
022761 01  sdx                         PIC 9.
022762 01  pcx                         PIC 9(03).
022763 01  fwx                         PIC 9(03).
022764 01  rvx                         PIC 9(03).
022765 01  pbx                         PIC 99.
022766 01  psx                         PIC 9(04).
022767 01  pgx                         PIC 99.

022800*-----------------------------------------------------------------
022900* MULTI-LINE FASTA ASSEMBLY.  A HEADER RECORD (NON-BLANK ID)
023000* OPENS A SEQUENCE; BLANK-ID CONTINUATION RECORDS APPEND 64
023900 01  WS-FIRST-CHUNK-SW             PIC X(01).
024000     88  FIRST-OUT-CHUNK           VALUE "Y".

024001*-----------------------------------------------------------------
024002* RNAPRMRP, THE PRIMER-DESIGN REPORT: THE LIMITS IN FORCE, THEN
024003* PER SEQUENCE THE RANKED PAIRS, FORWARD LINE OVER REVERSE LINE.
024004* POS IS THE PRIMER'S 5' END ON THE SEQUENCE AS GIVEN.
024005*-----------------------------------------------------------------
024006 01  WS-PRM-RPT-HDG              PIC X(80) VALUE
024007     "PCR PRIMER CANDIDATES".
024008 01  WS-PRM-LIMITS-LINE.
024009     05  FILLER                  PIC X(17) VALUE
024010         "  LIMITS  LENGTH ".
024011     05  PL-MIN-LEN              PIC Z9.
024012     05  FILLER                  PIC X(01) VALUE "-".
024013     05  PL-MAX-LEN              PIC Z9.
024014     05  FILLER                  PIC X(06) VALUE "  GC% ".
024015     05  PL-MIN-GC               PIC ZZ9.
024016     05  FILLER                  PIC X(01) VALUE "-".
024017     05  PL-MAX-GC               PIC ZZ9.
024018     05  FILLER                  PIC X(05) VALUE "  TM ".
024019     05  PL-MIN-TM               PIC ZZ9.
024020     05  FILLER                  PIC X(01) VALUE "-".
024021     05  PL-MAX-TM               PIC ZZ9.
024022     05  FILLER                  PIC X(10) VALUE "  MAX RUN ".
024023     05  PL-MAX-RUN              PIC Z9.
024024     05  FILLER                  PIC X(10) VALUE "  PRODUCT ".
024025     05  PL-MIN-PRODUCT          PIC ZZZ9.
024026     05  FILLER                  PIC X(01) VALUE "-".
024027     05  PL-MAX-PRODUCT          PIC ZZZ9.
024028 01  WS-PRM-SEQ-HDG.
024029     05  FILLER                  PIC X(10) VALUE "SEQUENCE: ".
024030     05  PH-SEQ-ID               PIC X(10).
024031     05  FILLER                  PIC X(09) VALUE "  LENGTH ".
024032     05  PH-LEN                  PIC ZZZ9.
024033 01  WS-PRM-COL-HDG.
024034     05  FILLER                  PIC X(40) VALUE
024035         " RNK  DIR  POS LN  TM GC%  PRIMER (5'-3'".
024036     05  FILLER                  PIC X(40) VALUE
024037         ")                 PROD  NOTE".
024038 01  WS-PRM-DETAIL.
024039     05  FILLER                  PIC X(01) VALUE SPACES.
024040     05  PD-RANK                 PIC ZZ9 BLANK WHEN ZERO.
024041     05  FILLER                  PIC X(02) VALUE SPACES.
024042     05  PD-DIR                  PIC X(03).
024043     05  FILLER                  PIC X(01) VALUE SPACES.
024044     05  PD-POS                  PIC ZZZ9.
024045     05  FILLER                  PIC X(01) VALUE SPACES.
024046     05  PD-LEN                  PIC Z9.
024047     05  FILLER                  PIC X(01) VALUE SPACES.
024048     05  PD-TM                   PIC ZZ9.
024049     05  FILLER                  PIC X(01) VALUE SPACES.
024050     05  PD-GC                   PIC ZZ9.
024051     05  FILLER                  PIC X(02) VALUE SPACES.
024052     05  PD-BASES                PIC X(30).
024053     05  FILLER                  PIC X(01) VALUE SPACES.
024054     05  PD-PRODUCT              PIC ZZZ9 BLANK WHEN ZERO.
024055     05  FILLER                  PIC X(02) VALUE SPACES.
024056     05  PD-NOTE                 PIC X(10).
024057 01  WS-PRM-NOTE.
024058     05  FILLER                  PIC X(02) VALUE SPACES.
024059     05  PN-TEXT                 PIC X(60).
024060 01  WS-PRM-SUMMARY.
024061     05  FILLER                  PIC X(21) VALUE
024062         "  FORWARD CANDIDATES ".
024063     05  PS-FWD                  PIC ZZZZ9.
024064     05  FILLER                  PIC X(21) VALUE
024065         "  REVERSE CANDIDATES ".
024066     05  PS-REV                  PIC ZZZZ9.
024067     05  FILLER                  PIC X(15) VALUE
024068         "  PAIRS PASSED ".
024069     05  PS-PAIRS                PIC ZZZZZZ9.

024100*-----------------------------------------------------------------
024200* BASE-COMPOSITION STATISTICS.  THE PER-SEQUENCE COUNTS ARE
024300* TAKEN ON THE ASSEMBLED DNA BEFORE ANY TRANSCRIPTION RUNS; THE
028100     05  SS-LABEL                  PIC X(20).
028200     05  SS-VALUE                  PIC ZZZZZZ9.99.

028201*-----------------------------------------------------------------
028202* RNAVARRP, THE VARIANT-CALL REPORT: A HEADING PER SEQUENCE, ONE
028203* LINE PER VARIANT IN REFERENCE ORDER, AND THE SUMMARY COUNTS.
028204*-----------------------------------------------------------------
028205 01  WS-VAR-RPT-HDG              PIC X(80) VALUE
028206     "VARIANT CALLS AGAINST THE REFERENCE GENES".
028207 01  WS-VAR-SEQ-HDG.
028208     05  FILLER                  PIC X(10) VALUE "SEQUENCE: ".
028209     05  VH-SEQ-ID               PIC X(10).
028210     05  FILLER                  PIC X(13) VALUE
028211         "  REFERENCE: ".
028212     05  VH-REF-ID               PIC X(10).
028213 01  WS-VAR-COL-HDG.
028214     05  FILLER                  PIC X(40) VALUE
028215         "  TYPE  REF-POS SEQ-POS  LEN REF BASES  ".
028216     05  FILLER                  PIC X(40) VALUE
028217         "ALT BASES  AMINO   EFFECT".
028218 01  WS-VAR-DETAIL.
028219     05  FILLER                  PIC X(02) VALUE SPACES.
028220     05  VD-TYPE                 PIC X(03).
028221     05  FILLER                  PIC X(06) VALUE SPACES.
028222     05  VD-REF-POS              PIC ZZZ9.
028223     05  FILLER                  PIC X(04) VALUE SPACES.
028224     05  VD-SEQ-POS              PIC ZZZ9.
028225     05  FILLER                  PIC X(01) VALUE SPACES.
028226     05  VD-LEN                  PIC ZZZ9.
028227     05  FILLER                  PIC X(01) VALUE SPACES.
028228     05  VD-REF-BASES            PIC X(10).
028229     05  FILLER                  PIC X(01) VALUE SPACES.
028230     05  VD-ALT-BASES            PIC X(10).
028231     05  FILLER                  PIC X(01) VALUE SPACES.
028232     05  VD-AMINO                PIC X(07).
028233     05  FILLER                  PIC X(01) VALUE SPACES.
028234     05  VD-EFFECT               PIC X(10).
028235 01  WS-VAR-NOTE.
028236     05  FILLER                  PIC X(02) VALUE SPACES.
028237     05  VN-TEXT                 PIC X(60).
028238 01  WS-VAR-SUMMARY.
028239     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
028240     05  VS-TOTAL                PIC ZZ9.
028241     05  FILLER                  PIC X(06) VALUE "  SUB ".
028242     05  VS-SUB                  PIC ZZ9.
028243     05  FILLER                  PIC X(05) VALUE " INS ".
028244     05  VS-INS                  PIC ZZ9.
028245     05  FILLER                  PIC X(05) VALUE " DEL ".
028246     05  VS-DEL                  PIC ZZ9.
028247     05  FILLER                  PIC X(06) VALUE "  SYN ".
028248     05  VS-SYN                  PIC ZZ9.
028249     05  FILLER                  PIC X(05) VALUE " MIS ".
028250     05  VS-MIS                  PIC ZZ9.
028251     05  FILLER                  PIC X(05) VALUE " NON ".
028252     05  VS-NON                  PIC ZZ9.
028253     05  FILLER                  PIC X(04) VALUE " FS ".
028254     05  VS-FS                   PIC ZZ9.
028255     05  FILLER                  PIC X(04) VALUE " NC ".
028256     05  VS-NC                   PIC ZZ9.

028257*-----------------------------------------------------------------
028258* PRIMER CANDIDATES, SIDE 1 FORWARD AND SIDE 2 REVERSE.  EACH
028259* START POSITION KEEPS ONLY ITS BEST LENGTH.  PC-START IS THE
028260* LOWEST SEQUENCE POSITION THE PRIMER COVERS - THE 5' END OF A
028261* FORWARD PRIMER, THE 3' END OF A REVERSE ONE - AND PC-BASES THE
028262* PRIMER READ 5' TO 3'.  A FULL SIDE TRADES ITS WORST CANDIDATE
028263* FOR A BETTER ONE.  PC-PASSED COUNTS EVERY POSITION THAT HAD A
028264* PRIMER WITHIN THE LIMITS.
028265*-----------------------------------------------------------------
028266 01  WS-PRM-CAND-TABLE.
028267     05  WS-PRM-SIDE OCCURS 2 TIMES.
028268         10  PC-COUNT            PIC 9(03).
028269         10  PC-PASSED           PIC 9(05).
028270         10  PC-ENTRY OCCURS 300 TIMES.
028271             15  PC-START        PIC 9(04).
028272             15  PC-LEN          PIC 99.
028273             15  PC-TM           PIC 9(03).
028274             15  PC-GC           PIC 9(03).
028275             15  PC-PENALTY      PIC 9(03).
028276             15  PC-BASES        PIC X(30).
028277*-----------------------------------------------------------------
028278* THE BEST PAIRS SO FAR, LOWEST PENALTY FIRST: THE TWO PRIMERS'
028279* OWN PENALTIES PLUS TWICE THEIR TM DIFFERENCE.
028280*-----------------------------------------------------------------
028281 01  WS-PAIR-COUNT               PIC 99.
028282 01  WS-PAIR-TABLE.
028283     05  WS-PAIR-ENTRY OCCURS 20 TIMES.
028284         10  PP-FWD              PIC 9(03).
028285         10  PP-REV              PIC 9(03).
028286         10  PP-PRODUCT          PIC 9(04).
028287         10  PP-PENALTY          PIC 9(04).
028288 01  WS-PAIR-HOLD                PIC X(14).
028289 01  WS-PAIR-PRODUCT             PIC S9(05).
028290 01  WS-PAIR-PENALTY             PIC 9(04).
028291 01  WS-PAIR-TM-DIFF             PIC 9(03).
028292 01  WS-PAIRS-PASSED             PIC 9(07).

028300*-----------------------------------------------------------------
028400* PRINCIPAL RECORD COUNTS REPORTED BACK TO THE OVERNIGHT DRIVER
028500* BY THE RNA-TRANSCRIPTION-BATCH ENTRY POINT.
030510     05  FILLER                  PIC X(02) VALUE SPACES.
030520     05  UD-FLAG                 PIC X(10).

030522*-----------------------------------------------------------------
030523* SHARED AUDIT-LOG CALL INTERFACE (COPY AUDCOM).  NO ENTRY POINT
030524* PASSES IT, SO IT LIVES HERE RATHER THAN IN LINKAGE.
030525*-----------------------------------------------------------------
030526 COPY audcom.

030528 LINKAGE SECTION.
030537 COPY runcom.
030546
030600 PROCEDURE DIVISION.
030700 0000-RNA-TRANSCRIPTION.
030800     PERFORM 0500-TRANSCRIBE-STRAND THRU 0500-EXIT
034100             PERFORM 4500-SCAN-READING-FRAMES THRU 4500-EXIT
034110         WHEN RNA-MODE-ENZYME-SCAN
034120             PERFORM 6000-SCAN-ENZYME-SITES THRU 6000-EXIT
034130         WHEN RNA-MODE-VARIANT-CALL
034140             PERFORM 7000-CALL-VARIANTS THRU 7000-EXIT
034150         WHEN RNA-MODE-PRIMER-DESIGN
034160             PERFORM 8000-DESIGN-PRIMERS THRU 8000-EXIT
034200         WHEN OTHER
034300             PERFORM 3000-TRANSCRIBE
034400     END-EVALUATE.
047200     OPEN OUTPUT SEQ-OUT-FILE
047300     OPEN OUTPUT PROTEIN-OUT-FILE
047400     OPEN OUTPUT STATS-RPT
047410     PERFORM 8800-OPEN-ACCESSION-FILE THRU 8800-EXIT
047500     MOVE WS-STATS-HDG TO STATS-LINE
047600     WRITE STATS-LINE
047700     PERFORM 5100-READ-SEQUENCE
047900         PERFORM 5400-ASSEMBLE-ONE-SEQUENCE THRU 5400-EXIT
048000         PERFORM 5200-SET-REQUEST-MODE THRU 5200-EXIT
048100         PERFORM 5600-TALLY-COMPOSITION THRU 5600-EXIT
048110         PERFORM 8820-REGISTER-SEQUENCE THRU 8820-EXIT
048200         PERFORM 0500-TRANSCRIBE-STRAND THRU 0500-EXIT
048300         PERFORM 5700-WRITE-COMPOSITION-LINE THRU 5700-EXIT
048310         IF (RNA-MODE-TRANSLATE OR RNA-MODE-ORF-SCAN)
048330             PERFORM 6500-WRITE-CODON-USAGE THRU 6500-EXIT
048340         END-IF
048350*-----------------------------------------------------------------
048360* A SITE-SCAN, VARIANT-CALL OR PRIMER-DESIGN REQUEST NEVER
048370* TRANSCRIBES, SO THERE IS NO RNA STRAND TO SHIP FOR IT.
048380*-----------------------------------------------------------------
048390         IF NOT RNA-MODE-ENZYME-SCAN
048395                 AND NOT RNA-MODE-VARIANT-CALL
048396                 AND NOT RNA-MODE-PRIMER-DESIGN
048400             PERFORM 5300-WRITE-RNA-OUTPUT THRU 5300-EXIT
048410         END-IF
048500*-----------------------------------------------------------------
050510     IF ENZYME-RPT-IS-OPEN
050520         CLOSE ENZYME-RPT
050530     END-IF
050540     IF VARIANT-RPT-IS-OPEN
050550         CLOSE VARIANT-FILE
050560         CLOSE VARIANT-RPT
050570     END-IF
050571     IF PRIMER-RPT-IS-OPEN
050572         CLOSE PRIMER-RPT
050573     END-IF
050580     PERFORM 8890-CLOSE-ACCESSION-FILE THRU 8890-EXIT
050600     CLOSE STATS-RPT
050700     CLOSE SEQ-IN-FILE
050800     CLOSE PROTEIN-OUT-FILE
052600         WHEN "T"   MOVE "T" TO WS-MODE
052700         WHEN "O"   MOVE "O" TO WS-MODE
052710         WHEN "E"   MOVE "E" TO WS-MODE
052720         WHEN "V"   MOVE "V" TO WS-MODE
052730         WHEN "P"   MOVE "P" TO WS-MODE
052800         WHEN SPACE MOVE "F" TO WS-MODE
052900         WHEN OTHER
053000             MOVE "F" TO WS-MODE
054700 5400-ASSEMBLE-ONE-SEQUENCE.
054800     MOVE SEQ-IN-ID       TO WS-SEQ-ID
054900     MOVE SEQ-IN-REQ-TYPE TO WS-REQ-TYPE
054950     MOVE SEQ-IN-REF-ID   TO WS-VAR-REF-ID
055000     MOVE SPACES TO WS-COMPLEMENT
055100     MOVE ZERO TO WS-ASM-LEN
055200     PERFORM 5410-APPEND-STRAND-CHUNK THRU 5410-EXIT
075000     GOBACK.
075100 9000-EXIT.
075200     EXIT.

075300*-----------------------------------------------------------------
075400* VARIANT CALLING AGAINST A REFERENCE GENE (THE "V" REQUEST
075500* NEVER TRANSCRIBES).  THE ASSEMBLED DNA IS ALIGNED TO THE
075600* RNAREFSQ REFERENCE NAMED ON ITS HEADER RECORD; EVERY
075700* SUBSTITUTION, INSERTION AND DELETION GOES TO RNAVARNT AND
075800* RNAVARRP IN REFERENCE ORDER WITH ITS CODING EFFECT, AND A
075900* SUMMARY LINE CLOSES THE SEQUENCE.  A MISSING REFERENCE OR A
076000* SAMPLE TOO DIVERGENT TO ALIGN IS NOTED ON THE REPORT AND THE
076100* SHARED AUDIT TRAIL.
076200*-----------------------------------------------------------------
076300 7000-CALL-VARIANTS.
076400     IF NOT REFERENCES-ARE-LOADED
076500         PERFORM 7100-LOAD-REFERENCES THRU 7100-EXIT
076600     END-IF
076700     IF NOT VARIANT-RPT-IS-OPEN
076800         OPEN OUTPUT VARIANT-FILE
076900         OPEN OUTPUT VARIANT-RPT
077000         SET VARIANT-RPT-IS-OPEN TO TRUE
077100         MOVE WS-VAR-RPT-HDG TO VARR-LINE
077200         WRITE VARR-LINE
077300     END-IF
077400     MOVE SPACES TO VARR-LINE
077500     WRITE VARR-LINE
077600     MOVE WS-SEQ-ID     TO VH-SEQ-ID
077700     MOVE WS-VAR-REF-ID TO VH-REF-ID
077800     MOVE WS-VAR-SEQ-HDG TO VARR-LINE
077900     WRITE VARR-LINE
078000     PERFORM VARYING rfx FROM 1 BY 1
078100             UNTIL rfx > WS-REF-COUNT
078200                OR RF-ID(rfx) = WS-VAR-REF-ID
078300         CONTINUE
078400     END-PERFORM
078500     IF WS-VAR-REF-ID = SPACES OR rfx > WS-REF-COUNT
078600         MOVE "REFERENCE NOT ON RNAREFSQ - NO VARIANTS CALLED"
078700             TO VN-TEXT
078800         PERFORM 7900-REFUSE-VARIANT-CALL THRU 7900-EXIT
078900         GO TO 7000-EXIT
079000     END-IF
079100     PERFORM 7200-ALIGN-TO-REFERENCE THRU 7200-EXIT
079200     IF WS-VAR-BEST >= 9000
079300         MOVE "TOO DIVERGENT FROM THE REFERENCE TO ALIGN"
079400             TO VN-TEXT
079500         PERFORM 7900-REFUSE-VARIANT-CALL THRU 7900-EXIT
079600         GO TO 7000-EXIT
079700     END-IF
079800     PERFORM 7300-TRACE-VARIANTS THRU 7300-EXIT
079900     MOVE RF-CDS-START(rfx) TO WS-CDS-START
080000     IF WS-CDS-START = ZERO
080100         MOVE 1 TO WS-CDS-START
080200     END-IF
080300     MOVE RF-CDS-END(rfx) TO WS-CDS-END
080400     IF WS-CDS-END = ZERO OR WS-CDS-END > RF-LEN(rfx)
080500         MOVE RF-LEN(rfx) TO WS-CDS-END
080600     END-IF
080700     MOVE ZERO TO WS-VC-SUB WS-VC-INS WS-VC-DEL WS-VC-SYN
080800                  WS-VC-MIS WS-VC-NON WS-VC-FS WS-VC-NC
080900     MOVE WS-VAR-COL-HDG TO VARR-LINE
081000     WRITE VARR-LINE
081100     IF VARIANT-LIST-FULL
081200         MOVE "OVER 200 VARIANTS - ONLY THE LAST 200 ARE LISTED"
081300             TO VN-TEXT
081400         MOVE WS-VAR-NOTE TO VARR-LINE
081500         WRITE VARR-LINE
081600     END-IF
081700     PERFORM VARYING vrx FROM WS-VAR-COUNT BY -1 UNTIL vrx < 1
081800         PERFORM 7400-CLASSIFY-VARIANT THRU 7400-EXIT
081900         PERFORM 7500-WRITE-VARIANT THRU 7500-EXIT
082000     END-PERFORM
082100     MOVE WS-VAR-COUNT TO VS-TOTAL
082200     MOVE WS-VC-SUB    TO VS-SUB
082300     MOVE WS-VC-INS    TO VS-INS
082400     MOVE WS-VC-DEL    TO VS-DEL
082500     MOVE WS-VC-SYN    TO VS-SYN
082600     MOVE WS-VC-MIS    TO VS-MIS
082700     MOVE WS-VC-NON    TO VS-NON
082800     MOVE WS-VC-FS     TO VS-FS
082900     MOVE WS-VC-NC     TO VS-NC
083000     MOVE WS-VAR-SUMMARY TO VARR-LINE
083100     WRITE VARR-LINE.
083200 7000-EXIT.
083300     EXIT.

083400 7100-LOAD-REFERENCES.
083500     SET REFERENCES-ARE-LOADED TO TRUE
083600     OPEN INPUT REFERENCE-FILE
083700     IF WS-REF-STATUS NOT = "00"
083800         GO TO 7100-EXIT
083900     END-IF
084000     PERFORM 7110-READ-REFERENCE THRU 7110-EXIT
084100     PERFORM UNTIL REF-EOF
084200         PERFORM 7120-STORE-REFERENCE-RECORD THRU 7120-EXIT
084300         PERFORM 7110-READ-REFERENCE THRU 7110-EXIT
084400     END-PERFORM
084500     CLOSE REFERENCE-FILE.
084600 7100-EXIT.
084700     EXIT.

084800 7110-READ-REFERENCE.
084900     READ REFERENCE-FILE
085000         AT END SET REF-EOF TO TRUE
085100     END-READ.
085200 7110-EXIT.
085300     EXIT.

085400*-----------------------------------------------------------------
085500* A HEADER RECORD OPENS A TABLE ENTRY (PAST THE TENTH, THE
085600* REFERENCE AND ITS CONTINUATIONS ARE PASSED OVER); EACH
085700* CONTINUATION APPENDS ITS BASES, UP TO 4096.
085800*-----------------------------------------------------------------
085900 7120-STORE-REFERENCE-RECORD.
086000     IF REF-ID NOT = SPACES
086100         MOVE "N" TO WS-REF-KEEP-SW
086200         IF WS-REF-COUNT >= 10
086300             GO TO 7120-EXIT
086400         END-IF
086500         ADD 1 TO WS-REF-COUNT
086600         SET KEEPING-REFERENCE TO TRUE
086700         MOVE REF-ID TO RF-ID(WS-REF-COUNT)
086800         MOVE ZERO   TO RF-LEN(WS-REF-COUNT)
086900         MOVE SPACES TO RF-STRAND(WS-REF-COUNT)
087000         MOVE ZERO   TO RF-CDS-START(WS-REF-COUNT)
087100         MOVE ZERO   TO RF-CDS-END(WS-REF-COUNT)
087200         IF REF-CDS-START IS NUMERIC
087300             MOVE REF-CDS-START TO RF-CDS-START(WS-REF-COUNT)
087400         END-IF
087500         IF REF-CDS-END IS NUMERIC
087600             MOVE REF-CDS-END TO RF-CDS-END(WS-REF-COUNT)
087700         END-IF
087800     END-IF
087900     IF NOT KEEPING-REFERENCE OR REF-STRAND = SPACES
088000         GO TO 7120-EXIT
088100     END-IF
088200     COMPUTE WS-REF-CHUNK-LEN = FUNCTION LENGTH(
088300         FUNCTION TRIM(REF-STRAND))
088400     IF RF-LEN(WS-REF-COUNT) + WS-REF-CHUNK-LEN > 4096
088500         COMPUTE WS-REF-CHUNK-LEN = 4096 - RF-LEN(WS-REF-COUNT)
088600     END-IF
088700     IF WS-REF-CHUNK-LEN > ZERO
088800         MOVE REF-STRAND(1:WS-REF-CHUNK-LEN)
088900             TO RF-STRAND(WS-REF-COUNT)
089000                (RF-LEN(WS-REF-COUNT) + 1:WS-REF-CHUNK-LEN)
089100         ADD WS-REF-CHUNK-LEN TO RF-LEN(WS-REF-COUNT)
089200     END-IF.
089300 7120-EXIT.
089400     EXIT.

089500*-----------------------------------------------------------------
089600* BANDED EDIT DISTANCE, REFERENCE DOWN (vri), SAMPLE ACROSS
089700* (vsj).  COLUMN vkx OF A ROW IS SAMPLE POSITION
089800* vri + vkx - 17, SO COLUMN 17 IS THE DIAGONAL.  9000 STANDS FOR
089900* A CELL OUTSIDE THE BAND OR THE STRANDS.  THE DISTANCE ENDS IN
090000* WS-VAR-BEST, 9000 OR MORE WHEN THE LENGTHS DIFFER BY MORE THAN
090100* THE BAND ALLOWS.
090200*-----------------------------------------------------------------
090300 7200-ALIGN-TO-REFERENCE.
090400     MOVE 9999 TO WS-VAR-BEST
090500     IF RF-LEN(rfx) = ZERO OR WS-STRAND-LEN = ZERO
090600         GO TO 7200-EXIT
090700     END-IF
090800     IF WS-STRAND-LEN > RF-LEN(rfx) + WS-VAR-BAND
090900             OR RF-LEN(rfx) > WS-STRAND-LEN + WS-VAR-BAND
091000         GO TO 7200-EXIT
091100     END-IF
091200     PERFORM VARYING vkx FROM 1 BY 1 UNTIL vkx > 33
091300         COMPUTE vsj = vkx - WS-VAR-BAND - 1
091400         IF vsj < ZERO OR vsj > WS-STRAND-LEN
091500             MOVE 9000 TO WS-VAR-PREV(vkx)
091600             MOVE "X"  TO VT-DIR(1, vkx)
091700         ELSE
091800             MOVE vsj TO WS-VAR-PREV(vkx)
091900             MOVE "I" TO VT-DIR(1, vkx)
092000         END-IF
092100     END-PERFORM
092200     PERFORM VARYING vri FROM 1 BY 1 UNTIL vri > RF-LEN(rfx)
092300         PERFORM 7210-SCORE-ONE-ROW THRU 7210-EXIT
092400     END-PERFORM
092500     COMPUTE vkx = WS-STRAND-LEN - RF-LEN(rfx) + WS-VAR-BAND + 1
092600     MOVE WS-VAR-PREV(vkx) TO WS-VAR-BEST.
092700 7200-EXIT.
092800     EXIT.

092900 7210-SCORE-ONE-ROW.
093000     PERFORM VARYING vkx FROM 1 BY 1 UNTIL vkx > 33
093100         COMPUTE vsj = vri + vkx - WS-VAR-BAND - 1
093200         MOVE 9000 TO WS-VAR-CURR(vkx)
093300         MOVE "X"  TO VT-DIR(vri + 1, vkx)
093400         IF vsj >= ZERO AND vsj <= WS-STRAND-LEN
093500             PERFORM 7220-SCORE-ONE-CELL THRU 7220-EXIT
093600         END-IF
093700     END-PERFORM
093800     PERFORM VARYING vkx FROM 1 BY 1 UNTIL vkx > 33
093900         MOVE WS-VAR-CURR(vkx) TO WS-VAR-PREV(vkx)
094000     END-PERFORM.
094100 7210-EXIT.
094200     EXIT.

094300*-----------------------------------------------------------------
094400* ON A TIE THE ALIGNED STEP WINS, THEN THE DELETION, SO A RUN OF
094500* IDENTICAL BASES PUTS ITS GAP AT THE LEFT END.
094600*-----------------------------------------------------------------
094700 7220-SCORE-ONE-CELL.
094800     IF vsj > ZERO
094900         IF RF-STRAND(rfx)(vri:1) = WS-COMPLEMENT(vsj:1)
095000             MOVE WS-VAR-PREV(vkx) TO WS-VAR-COST
095100         ELSE
095200             COMPUTE WS-VAR-COST = WS-VAR-PREV(vkx) + 1
095300         END-IF
095400         IF WS-VAR-COST < WS-VAR-CURR(vkx)
095500             MOVE WS-VAR-COST TO WS-VAR-CURR(vkx)
095600             MOVE "M" TO VT-DIR(vri + 1, vkx)
095700         END-IF
095800     END-IF
095900     IF vkx < 33
096000         COMPUTE WS-VAR-COST = WS-VAR-PREV(vkx + 1) + 1
096100         IF WS-VAR-COST < WS-VAR-CURR(vkx)
096200             MOVE WS-VAR-COST TO WS-VAR-CURR(vkx)
096300             MOVE "D" TO VT-DIR(vri + 1, vkx)
096400         END-IF
096500     END-IF
096600     IF vkx > 1 AND vsj > ZERO
096700         COMPUTE WS-VAR-COST = WS-VAR-CURR(vkx - 1) + 1
096800         IF WS-VAR-COST < WS-VAR-CURR(vkx)
096900             MOVE WS-VAR-COST TO WS-VAR-CURR(vkx)
097000             MOVE "I" TO VT-DIR(vri + 1, vkx)
097100         END-IF
097200     END-IF.
097300 7220-EXIT.
097400     EXIT.

097500*-----------------------------------------------------------------
097600* WALK THE TRACEBACK FROM THE LAST BASE OF BOTH STRANDS TO THE
097700* FIRST.  THE VARIANTS THEREFORE LAND IN THE TABLE LAST-FIRST;
097800* ADJACENT DELETED OR INSERTED BASES MERGE INTO ONE VARIANT.
097900*-----------------------------------------------------------------
098000 7300-TRACE-VARIANTS.
098100     MOVE ZERO TO WS-VAR-COUNT
098200     MOVE "N" TO WS-VAR-FULL-SW
098300     MOVE RF-LEN(rfx)   TO vri
098400     MOVE WS-STRAND-LEN TO vsj
098500     COMPUTE vkx = WS-STRAND-LEN - RF-LEN(rfx) + WS-VAR-BAND + 1
098600     PERFORM UNTIL vri = ZERO AND vsj = ZERO
098700         MOVE VT-DIR(vri + 1, vkx) TO WS-VAR-DIR
098800         EVALUATE WS-VAR-DIR
098900             WHEN "M"
099000                 IF RF-STRAND(rfx)(vri:1) NOT =
099100                         WS-COMPLEMENT(vsj:1)
099200                     PERFORM 7310-NOTE-SUBSTITUTION
099300                         THRU 7310-EXIT
099400                 END-IF
099500                 SUBTRACT 1 FROM vri
099600                 SUBTRACT 1 FROM vsj
099700             WHEN "D"
099800                 PERFORM 7320-NOTE-DELETION THRU 7320-EXIT
099900                 SUBTRACT 1 FROM vri
100000                 ADD 1 TO vkx
100100             WHEN "I"
100200                 PERFORM 7330-NOTE-INSERTION THRU 7330-EXIT
100300                 SUBTRACT 1 FROM vsj
100400                 SUBTRACT 1 FROM vkx
100500             WHEN OTHER
100600                 MOVE ZERO TO vri vsj
100700         END-EVALUATE
100800     END-PERFORM.
100900 7300-EXIT.
101000     EXIT.

101100 7310-NOTE-SUBSTITUTION.
101200     PERFORM 7340-OPEN-VARIANT-SLOT THRU 7340-EXIT
101300     IF vrx = ZERO
101400         GO TO 7310-EXIT
101500     END-IF
101600     MOVE "SUB" TO VR-TYPE(vrx)
101700     MOVE vri   TO VR-REF-POS(vrx)
101800     MOVE vsj   TO VR-SEQ-POS(vrx)
101900     MOVE RF-STRAND(rfx)(vri:1) TO VR-REF-BASES(vrx)
102000     MOVE WS-COMPLEMENT(vsj:1)  TO VR-ALT-BASES(vrx).
102100 7310-EXIT.
102200     EXIT.

102300 7320-NOTE-DELETION.
102400     IF WS-VAR-COUNT > ZERO
102500         IF VR-TYPE(WS-VAR-COUNT) = "DEL"
102600                 AND VR-REF-POS(WS-VAR-COUNT) = vri + 1
102700             MOVE WS-VAR-COUNT TO vrx
102800             MOVE vri TO VR-REF-POS(vrx)
102900             ADD 1 TO VR-LEN(vrx)
103000             MOVE VR-REF-BASES(vrx) TO WS-VAR-BASES-WORK
103100             MOVE RF-STRAND(rfx)(vri:1) TO VR-REF-BASES(vrx)
103200             MOVE WS-VAR-BASES-WORK(1:19)
103300                 TO VR-REF-BASES(vrx)(2:19)
103400             GO TO 7320-EXIT
103500         END-IF
103600     END-IF
103700     PERFORM 7340-OPEN-VARIANT-SLOT THRU 7340-EXIT
103800     IF vrx = ZERO
103900         GO TO 7320-EXIT
104000     END-IF
104100     MOVE "DEL" TO VR-TYPE(vrx)
104200     MOVE vri   TO VR-REF-POS(vrx)
104300     MOVE vsj   TO VR-SEQ-POS(vrx)
104400     MOVE RF-STRAND(rfx)(vri:1) TO VR-REF-BASES(vrx)
104500     MOVE "-"   TO VR-ALT-BASES(vrx).
104600 7320-EXIT.
104700     EXIT.

104800 7330-NOTE-INSERTION.
104900     IF WS-VAR-COUNT > ZERO
105000         IF VR-TYPE(WS-VAR-COUNT) = "INS"
105100                 AND VR-REF-POS(WS-VAR-COUNT) = vri
105200             MOVE WS-VAR-COUNT TO vrx
105300             MOVE vsj TO VR-SEQ-POS(vrx)
105400             ADD 1 TO VR-LEN(vrx)
105500             MOVE VR-ALT-BASES(vrx) TO WS-VAR-BASES-WORK
105600             MOVE WS-COMPLEMENT(vsj:1) TO VR-ALT-BASES(vrx)
105700             MOVE WS-VAR-BASES-WORK(1:19)
105800                 TO VR-ALT-BASES(vrx)(2:19)
105900             GO TO 7330-EXIT
106000         END-IF
106100     END-IF
106200     PERFORM 7340-OPEN-VARIANT-SLOT THRU 7340-EXIT
106300     IF vrx = ZERO
106400         GO TO 7330-EXIT
106500     END-IF
106600     MOVE "INS" TO VR-TYPE(vrx)
106700     MOVE vri   TO VR-REF-POS(vrx)
106800     MOVE vsj   TO VR-SEQ-POS(vrx)
106900     MOVE "-"   TO VR-REF-BASES(vrx)
107000     MOVE WS-COMPLEMENT(vsj:1) TO VR-ALT-BASES(vrx).
107100 7330-EXIT.
107200     EXIT.

107300 7340-OPEN-VARIANT-SLOT.
107400     IF WS-VAR-COUNT >= 200
107500         SET VARIANT-LIST-FULL TO TRUE
107600         MOVE ZERO TO vrx
107700         GO TO 7340-EXIT
107800     END-IF
107900     ADD 1 TO WS-VAR-COUNT
108000     MOVE WS-VAR-COUNT TO vrx
108100     MOVE SPACES TO WS-VAR-ENTRY(vrx)
108200     MOVE ZERO TO VR-REF-POS(vrx) VR-SEQ-POS(vrx)
108300     MOVE 1 TO VR-LEN(vrx).
108400 7340-EXIT.
108500     EXIT.

108600*-----------------------------------------------------------------
108700* CODING EFFECT.  A SUBSTITUTION INSIDE A WHOLE CODON OF THE
108800* CODING REGION IS TRANSLATED BOTH WAYS THROUGH 4100-LOOKUP-CODON:
108900* THE SAME AMINO ACID IS SYNONYMOUS, A NEW STOP IS NONSENSE, ANY
109000* OTHER CHANGE MISSENSE.  AN INSERTION OR DELETION IN THE CODING
109100* REGION IS A FRAMESHIFT UNLESS ITS LENGTH IS A WHOLE NUMBER OF
109200* CODONS, WHEN IT ADDS OR DROPS AMINO ACIDS IN FRAME AND COUNTS
109300* AS MISSENSE.  ANYTHING ELSE IS NON-CODING.
109400*-----------------------------------------------------------------
109500 7400-CLASSIFY-VARIANT.
109600     MOVE SPACES TO WS-REF-AMINO WS-AMINO-ACID
109700     MOVE "NON-CODING" TO WS-VAR-EFFECT
109800     IF VR-TYPE(vrx) = "SUB"
109900         PERFORM 7410-CLASSIFY-SUBSTITUTION THRU 7410-EXIT
110000         GO TO 7400-EXIT
110100     END-IF
110200     IF VR-TYPE(vrx) = "INS"
110300         IF VR-REF-POS(vrx) < WS-CDS-START
110400                 OR VR-REF-POS(vrx) >= WS-CDS-END
110500             GO TO 7400-EXIT
110600         END-IF
110700     ELSE
110800         IF VR-REF-POS(vrx) > WS-CDS-END
110900                 OR VR-REF-POS(vrx) + VR-LEN(vrx) - 1
111000                    < WS-CDS-START
111100             GO TO 7400-EXIT
111200         END-IF
111300     END-IF
111400     DIVIDE VR-LEN(vrx) BY 3 GIVING WS-CODON-NUMBER
111500         REMAINDER WS-CODON-REM
111600     IF WS-CODON-REM = ZERO
111700         MOVE "MISSENSE" TO WS-VAR-EFFECT
111800     ELSE
111900         MOVE "FRAMESHIFT" TO WS-VAR-EFFECT
112000     END-IF.
112100 7400-EXIT.
112200     EXIT.

112300 7410-CLASSIFY-SUBSTITUTION.
112400     IF VR-REF-POS(vrx) < WS-CDS-START
112500             OR VR-REF-POS(vrx) > WS-CDS-END
112600         GO TO 7410-EXIT
112700     END-IF
112800     COMPUTE WS-CODON-START = VR-REF-POS(vrx) - WS-CDS-START
112900     DIVIDE WS-CODON-START BY 3 GIVING WS-CODON-NUMBER
113000         REMAINDER WS-CODON-REM
113100     COMPUTE WS-CODON-START = WS-CDS-START + WS-CODON-NUMBER * 3
113200     IF WS-CODON-START + 2 > WS-CDS-END
113300         GO TO 7410-EXIT
113400     END-IF
113500     MOVE RF-STRAND(rfx)(WS-CODON-START:3) TO WS-CODON
113600     INSPECT WS-CODON CONVERTING dna-nucleotides
113650                              TO rna-nucleotides
113700     PERFORM 4100-LOOKUP-CODON
113800     MOVE WS-AMINO-ACID TO WS-REF-AMINO
113900     MOVE RF-STRAND(rfx)(WS-CODON-START:3) TO WS-CODON
114000     MOVE VR-ALT-BASES(vrx)(1:1) TO WS-CODON(WS-CODON-REM + 1:1)
114100     INSPECT WS-CODON CONVERTING dna-nucleotides
114150                              TO rna-nucleotides
114200     PERFORM 4100-LOOKUP-CODON
114300     EVALUATE TRUE
114400         WHEN WS-AMINO-ACID = WS-REF-AMINO
114500             MOVE "SYNONYMOUS" TO WS-VAR-EFFECT
114600         WHEN WS-AMINO-ACID = "***"
114700             MOVE "NONSENSE" TO WS-VAR-EFFECT
114800         WHEN OTHER
114900             MOVE "MISSENSE" TO WS-VAR-EFFECT
115000     END-EVALUATE.
115100 7410-EXIT.
115200     EXIT.

115300 7500-WRITE-VARIANT.
115400     EVALUATE VR-TYPE(vrx)
115500         WHEN "SUB" ADD 1 TO WS-VC-SUB
115600         WHEN "INS" ADD 1 TO WS-VC-INS
115700         WHEN OTHER ADD 1 TO WS-VC-DEL
115800     END-EVALUATE
115900     EVALUATE WS-VAR-EFFECT
116000         WHEN "SYNONYMOUS" ADD 1 TO WS-VC-SYN
116100         WHEN "MISSENSE"   ADD 1 TO WS-VC-MIS
116200         WHEN "NONSENSE"   ADD 1 TO WS-VC-NON
116300         WHEN "FRAMESHIFT" ADD 1 TO WS-VC-FS
116400         WHEN OTHER        ADD 1 TO WS-VC-NC
116500     END-EVALUATE
116600     MOVE SPACES TO VAR-RECORD
116700     MOVE WS-SEQ-ID         TO VAR-SEQ-ID
116800     MOVE RF-ID(rfx)        TO VAR-REF-ID
116900     MOVE VR-TYPE(vrx)      TO VAR-TYPE
117000     MOVE VR-REF-POS(vrx)   TO VAR-REF-POS
117100     MOVE VR-SEQ-POS(vrx)   TO VAR-SEQ-POS
117200     MOVE VR-LEN(vrx)       TO VAR-LENGTH
117300     MOVE VR-REF-BASES(vrx) TO VAR-REF-BASES
117400     MOVE VR-ALT-BASES(vrx) TO VAR-ALT-BASES
117500     MOVE WS-REF-AMINO      TO VAR-REF-AMINO
117600     MOVE WS-AMINO-ACID     TO VAR-ALT-AMINO
117700     MOVE WS-VAR-EFFECT     TO VAR-EFFECT
117800     WRITE VAR-RECORD
117900     MOVE VR-TYPE(vrx)      TO VD-TYPE
118000     MOVE VR-REF-POS(vrx)   TO VD-REF-POS
118100     MOVE VR-SEQ-POS(vrx)   TO VD-SEQ-POS
118200     MOVE VR-LEN(vrx)       TO VD-LEN
118300     MOVE VR-REF-BASES(vrx) TO VD-REF-BASES
118400     MOVE VR-ALT-BASES(vrx) TO VD-ALT-BASES
118500     MOVE SPACES            TO VD-AMINO
118600     IF WS-REF-AMINO NOT = SPACES
118700         STRING WS-REF-AMINO ">" WS-AMINO-ACID
118800                 DELIMITED BY SIZE
118900             INTO VD-AMINO
119000         END-STRING
119100     END-IF
119200     MOVE WS-VAR-EFFECT     TO VD-EFFECT
119300     MOVE WS-VAR-DETAIL TO VARR-LINE
119400     WRITE VARR-LINE.
119500 7500-EXIT.
119600     EXIT.

119700 7900-REFUSE-VARIANT-CALL.
119800     MOVE WS-VAR-NOTE TO VARR-LINE
119900     WRITE VARR-LINE
120000     MOVE "RNA-TRANSCRIPTION" TO AUD-PROGRAM-NAME
120100     MOVE SPACES TO AUD-FAILED-INPUT
120200     STRING "RNASQIN SEQUENCE " WS-SEQ-ID
120300             " REFERENCE " WS-VAR-REF-ID
120400             DELIMITED BY SIZE
120500         INTO AUD-FAILED-INPUT
120600     END-STRING
120700     MOVE VN-TEXT TO AUD-FAILURE-REASON
120800     SET AUD-SEV-WARNING TO TRUE
120900     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
121000         AUD-FAILED-INPUT AUD-FAILURE-REASON
121100         AUD-SEVERITY.
121200 7900-EXIT.
121300     EXIT.

121400*-----------------------------------------------------------------
121500* PCR PRIMER DESIGN OVER THE ASSEMBLED DNA (THE "P" REQUEST
121600* NEVER TRANSCRIBES).  EVERY START POSITION IS TRIED AS A
121700* FORWARD AND AS A REVERSE PRIMER AT EACH LENGTH IN THE RNAPRCTL
121800* RANGE; A PRIMER MUST MEET THE GC, TM AND SINGLE-BASE-RUN LIMITS
121900* AND ITS 3' END MUST NOT PAIR WITH ITSELF.  FORWARD AND REVERSE
122000* CANDIDATES ARE THEN PAIRED WITHIN THE PRODUCT-SIZE RANGE,
122100* REJECTING PAIRS WHOSE 3' ENDS PAIR WITH EACH OTHER, AND THE
122200* BEST-RANKED PAIRS GO ON RNAPRMRP.  A PRIMER WHOSE SITE ALSO
122300* TURNS UP ELSEWHERE ON EITHER STRAND IS FLAGGED MULTI-SITE.
122400*-----------------------------------------------------------------
122500 8000-DESIGN-PRIMERS.
122600     IF NOT PRIMER-LIMITS-ARE-LOADED
122700         PERFORM 8100-LOAD-PRIMER-LIMITS THRU 8100-EXIT
122800     END-IF
122900     IF NOT PRIMER-RPT-IS-OPEN
123000         OPEN OUTPUT PRIMER-RPT
123100         SET PRIMER-RPT-IS-OPEN TO TRUE
123200         MOVE WS-PRM-RPT-HDG TO PRMR-LINE
123300         WRITE PRMR-LINE
123400         MOVE WS-PRM-MIN-LEN     TO PL-MIN-LEN
123500         MOVE WS-PRM-MAX-LEN     TO PL-MAX-LEN
123600         MOVE WS-PRM-MIN-GC      TO PL-MIN-GC
123700         MOVE WS-PRM-MAX-GC      TO PL-MAX-GC
123800         MOVE WS-PRM-MIN-TM      TO PL-MIN-TM
123900         MOVE WS-PRM-MAX-TM      TO PL-MAX-TM
124000         MOVE WS-PRM-MAX-RUN     TO PL-MAX-RUN
124100         MOVE WS-PRM-MIN-PRODUCT TO PL-MIN-PRODUCT
124200         MOVE WS-PRM-MAX-PRODUCT TO PL-MAX-PRODUCT
124300         MOVE WS-PRM-LIMITS-LINE TO PRMR-LINE
124400         WRITE PRMR-LINE
124500     END-IF
124600     MOVE SPACES TO PRMR-LINE
124700     WRITE PRMR-LINE
124800     MOVE WS-SEQ-ID     TO PH-SEQ-ID
124900     MOVE WS-STRAND-LEN TO PH-LEN
125000     MOVE WS-PRM-SEQ-HDG TO PRMR-LINE
125100     WRITE PRMR-LINE
125200     MOVE ZERO TO PC-COUNT(1) PC-COUNT(2) PC-PASSED(1)
125300                  PC-PASSED(2) WS-PAIR-COUNT WS-PAIRS-PASSED
125400     PERFORM VARYING WS-PRM-START FROM 1 BY 1
125500             UNTIL WS-PRM-START + WS-PRM-MIN-LEN - 1
125600                   > WS-STRAND-LEN
125700         MOVE 1 TO sdx
125800         PERFORM 8200-TRY-ONE-START THRU 8200-EXIT
125900         MOVE 2 TO sdx
126000         PERFORM 8200-TRY-ONE-START THRU 8200-EXIT
126100     END-PERFORM
126200     PERFORM VARYING fwx FROM 1 BY 1 UNTIL fwx > PC-COUNT(1)
126300         PERFORM VARYING rvx FROM 1 BY 1 UNTIL rvx > PC-COUNT(2)
126400             PERFORM 8500-TRY-ONE-PAIR THRU 8500-EXIT
126500         END-PERFORM
126600     END-PERFORM
126700     IF WS-PAIR-COUNT = ZERO
126800         MOVE "NO PRIMER PAIR MEETS THE RNAPRCTL LIMITS"
126900             TO PN-TEXT
127000         MOVE WS-PRM-NOTE TO PRMR-LINE
127100         WRITE PRMR-LINE
127200     ELSE
127300         MOVE WS-PRM-COL-HDG TO PRMR-LINE
127400         WRITE PRMR-LINE
127500         PERFORM VARYING pgx FROM 1 BY 1
127600                 UNTIL pgx > WS-PAIR-COUNT
127700             PERFORM 8600-WRITE-PRIMER-PAIR THRU 8600-EXIT
127800         END-PERFORM
127900     END-IF
128000     MOVE PC-PASSED(1)    TO PS-FWD
128100     MOVE PC-PASSED(2)    TO PS-REV
128200     MOVE WS-PAIRS-PASSED TO PS-PAIRS
128300     MOVE WS-PRM-SUMMARY TO PRMR-LINE
128400     WRITE PRMR-LINE.
128500 8000-EXIT.
128600     EXIT.

128700 8100-LOAD-PRIMER-LIMITS.
128800     SET PRIMER-LIMITS-ARE-LOADED TO TRUE
128900     OPEN INPUT PRIMER-CTL-FILE
129000     IF WS-PCT-STATUS = "00"
129100         READ PRIMER-CTL-FILE
129200         END-READ
129300         IF WS-PCT-STATUS = "00"
129400             PERFORM 8110-APPLY-PRIMER-LIMITS THRU 8110-EXIT
129500         END-IF
129600         CLOSE PRIMER-CTL-FILE
129700     END-IF
129800*-----------------------------------------------------------------
129900* A PRIMER FIELD HOLDS AT MOST 30 BASES, AND THE PAIR TABLE 20.
130000*-----------------------------------------------------------------
130100     IF WS-PRM-MAX-LEN > 30
130200         MOVE 30 TO WS-PRM-MAX-LEN
130300     END-IF
130400     IF WS-PRM-MIN-LEN > WS-PRM-MAX-LEN
130500         MOVE WS-PRM-MAX-LEN TO WS-PRM-MIN-LEN
130600     END-IF
130700     IF WS-PRM-PAIRS-WANTED > 20
130800         MOVE 20 TO WS-PRM-PAIRS-WANTED
130900     END-IF
131000     COMPUTE WS-PRM-TM-MID = (WS-PRM-MIN-TM + WS-PRM-MAX-TM) / 2.
131100 8100-EXIT.
131200     EXIT.

131300 8110-APPLY-PRIMER-LIMITS.
131400     IF PCT-MIN-LEN IS NUMERIC AND PCT-MIN-LEN > ZERO
131500         MOVE PCT-MIN-LEN TO WS-PRM-MIN-LEN
131600     END-IF
131700     IF PCT-MAX-LEN IS NUMERIC AND PCT-MAX-LEN > ZERO
131800         MOVE PCT-MAX-LEN TO WS-PRM-MAX-LEN
131900     END-IF
132000     IF PCT-MIN-GC IS NUMERIC AND PCT-MIN-GC > ZERO
132100         MOVE PCT-MIN-GC TO WS-PRM-MIN-GC
132200     END-IF
132300     IF PCT-MAX-GC IS NUMERIC AND PCT-MAX-GC > ZERO
132400         MOVE PCT-MAX-GC TO WS-PRM-MAX-GC
132500     END-IF
132600     IF PCT-MIN-TM IS NUMERIC AND PCT-MIN-TM > ZERO
132700         MOVE PCT-MIN-TM TO WS-PRM-MIN-TM
132800     END-IF
132900     IF PCT-MAX-TM IS NUMERIC AND PCT-MAX-TM > ZERO
133000         MOVE PCT-MAX-TM TO WS-PRM-MAX-TM
133100     END-IF
133200     IF PCT-MAX-RUN IS NUMERIC AND PCT-MAX-RUN > ZERO
133300         MOVE PCT-MAX-RUN TO WS-PRM-MAX-RUN
133400     END-IF
133500     IF PCT-MIN-PRODUCT IS NUMERIC AND PCT-MIN-PRODUCT > ZERO
133600         MOVE PCT-MIN-PRODUCT TO WS-PRM-MIN-PRODUCT
133700     END-IF
133800     IF PCT-MAX-PRODUCT IS NUMERIC AND PCT-MAX-PRODUCT > ZERO
133900         MOVE PCT-MAX-PRODUCT TO WS-PRM-MAX-PRODUCT
134000     END-IF
134100     IF PCT-MAX-COMP IS NUMERIC AND PCT-MAX-COMP > ZERO
134200         MOVE PCT-MAX-COMP TO WS-PRM-MAX-COMP
134300     END-IF
134400     IF PCT-MAX-TM-DIFF IS NUMERIC AND PCT-MAX-TM-DIFF > ZERO
134500         MOVE PCT-MAX-TM-DIFF TO WS-PRM-MAX-TM-DIFF
134600     END-IF
134700     IF PCT-PAIRS-WANTED IS NUMERIC AND PCT-PAIRS-WANTED > ZERO
134800         MOVE PCT-PAIRS-WANTED TO WS-PRM-PAIRS-WANTED
134900     END-IF.
135000 8110-EXIT.
135100     EXIT.

135200*-----------------------------------------------------------------
135300* BEST PRIMER OF ANY ALLOWED LENGTH AT WS-PRM-START ON SIDE sdx,
135400* INTO THAT SIDE'S CANDIDATE TABLE.
135500*-----------------------------------------------------------------
135600 8200-TRY-ONE-START.
135700     MOVE 999 TO WS-PRM-BEST-PENALTY
135800     PERFORM VARYING WS-PRM-LEN FROM WS-PRM-MIN-LEN BY 1
135900             UNTIL WS-PRM-LEN > WS-PRM-MAX-LEN
136000                OR WS-PRM-START + WS-PRM-LEN - 1 > WS-STRAND-LEN
136100         PERFORM 8300-SCREEN-PRIMER THRU 8300-EXIT
136200         IF PRIMER-PASSES
136300                 AND WS-PRM-PENALTY < WS-PRM-BEST-PENALTY
136400             MOVE WS-PRM-LEN     TO WS-PRM-BEST-LEN
136500             MOVE WS-PRM-GC      TO WS-PRM-BEST-GC
136600             MOVE WS-PRM-TM      TO WS-PRM-BEST-TM
136700             MOVE WS-PRM-PENALTY TO WS-PRM-BEST-PENALTY
136800             MOVE WS-PRM-BASES   TO WS-PRM-BEST-BASES
136900         END-IF
137000     END-PERFORM
137100     IF WS-PRM-BEST-PENALTY = 999
137200         GO TO 8200-EXIT
137300     END-IF
137400     ADD 1 TO PC-PASSED(sdx)
137500     IF PC-COUNT(sdx) < 300
137600         ADD 1 TO PC-COUNT(sdx)
137700         MOVE PC-COUNT(sdx) TO pcx
137800     ELSE
137900         PERFORM 8250-FIND-WORST-CANDIDATE THRU 8250-EXIT
138000         IF WS-PRM-BEST-PENALTY NOT < WS-PRM-WORST-PENALTY
138100             GO TO 8200-EXIT
138200         END-IF
138300         MOVE WS-PRM-WORST-IDX TO pcx
138400     END-IF
138500     MOVE WS-PRM-START        TO PC-START(sdx, pcx)
138600     MOVE WS-PRM-BEST-LEN     TO PC-LEN(sdx, pcx)
138700     MOVE WS-PRM-BEST-TM      TO PC-TM(sdx, pcx)
138800     MOVE WS-PRM-BEST-GC      TO PC-GC(sdx, pcx)
138900     MOVE WS-PRM-BEST-PENALTY TO PC-PENALTY(sdx, pcx)
139000     MOVE WS-PRM-BEST-BASES   TO PC-BASES(sdx, pcx).
139100 8200-EXIT.
139200     EXIT.

139300 8250-FIND-WORST-CANDIDATE.
139400     MOVE ZERO TO WS-PRM-WORST-PENALTY
139500     MOVE 1 TO WS-PRM-WORST-IDX
139600     PERFORM VARYING pcx FROM 1 BY 1 UNTIL pcx > PC-COUNT(sdx)
139700         IF PC-PENALTY(sdx, pcx) > WS-PRM-WORST-PENALTY
139800             MOVE PC-PENALTY(sdx, pcx) TO WS-PRM-WORST-PENALTY
139900             MOVE pcx TO WS-PRM-WORST-IDX
140000         END-IF
140100     END-PERFORM.
140200 8250-EXIT.
140300     EXIT.

140400*-----------------------------------------------------------------
140500* BUILD THE WS-PRM-LEN PRIMER AT WS-PRM-START - THE BASES AS
140600* GIVEN FOR A FORWARD PRIMER, THEIR REVERSE COMPLEMENT FOR A
140700* REVERSE ONE - AND SCREEN IT AGAINST THE LIMITS.
140800*-----------------------------------------------------------------
140900 8300-SCREEN-PRIMER.
141000     MOVE "N" TO WS-PRM-PASS-SW
141100     MOVE SPACES TO WS-PRM-BASES
141200     IF sdx = 1
141300         MOVE WS-COMPLEMENT(WS-PRM-START:WS-PRM-LEN)
141400             TO WS-PRM-BASES
141500     ELSE
141600         PERFORM VARYING pbx FROM 1 BY 1 UNTIL pbx > WS-PRM-LEN
141700             MOVE WS-COMPLEMENT(WS-PRM-START + WS-PRM-LEN
141800                                - pbx:1)
141900                 TO WS-PRM-BASES(pbx:1)
142000         END-PERFORM
142100         INSPECT WS-PRM-BASES CONVERTING dna-nucleotides
142200                                       TO dna-complements
142300     END-IF
142400     MOVE ZERO TO WS-PRM-GC-COUNT
142500     INSPECT WS-PRM-BASES TALLYING WS-PRM-GC-COUNT
142600         FOR ALL "G" ALL "C"
142700     COMPUTE WS-PRM-GC ROUNDED =
142800         WS-PRM-GC-COUNT * 100 / WS-PRM-LEN
142900     IF WS-PRM-GC < WS-PRM-MIN-GC OR WS-PRM-GC > WS-PRM-MAX-GC
143000         GO TO 8300-EXIT
143100     END-IF
143200     COMPUTE WS-PRM-TM = 2 * WS-PRM-LEN + 2 * WS-PRM-GC-COUNT
143300     IF WS-PRM-TM < WS-PRM-MIN-TM OR WS-PRM-TM > WS-PRM-MAX-TM
143400         GO TO 8300-EXIT
143500     END-IF
143600     MOVE 1 TO WS-PRM-RUN WS-PRM-LONGEST-RUN
143700     PERFORM VARYING pbx FROM 2 BY 1 UNTIL pbx > WS-PRM-LEN
143800         IF WS-PRM-BASES(pbx:1) = WS-PRM-BASES(pbx - 1:1)
143900             ADD 1 TO WS-PRM-RUN
144000             IF WS-PRM-RUN > WS-PRM-LONGEST-RUN
144100                 MOVE WS-PRM-RUN TO WS-PRM-LONGEST-RUN
144200             END-IF
144300         ELSE
144400             MOVE 1 TO WS-PRM-RUN
144500         END-IF
144600     END-PERFORM
144700     IF WS-PRM-LONGEST-RUN > WS-PRM-MAX-RUN
144800         GO TO 8300-EXIT
144900     END-IF
145000     MOVE WS-PRM-BASES TO WS-PRM-SRC WS-PRM-TARGET
145100     MOVE WS-PRM-LEN   TO WS-PRM-SRC-LEN WS-PRM-TARGET-LEN
145200     PERFORM 8400-FIND-TAIL-COMPLEMENT THRU 8400-EXIT
145300     IF TAIL-COMPLEMENT-FOUND
145400         GO TO 8300-EXIT
145500     END-IF
145600     IF WS-PRM-TM > WS-PRM-TM-MID
145700         COMPUTE WS-PRM-PENALTY = WS-PRM-TM - WS-PRM-TM-MID
145800     ELSE
145900         COMPUTE WS-PRM-PENALTY = WS-PRM-TM-MID - WS-PRM-TM
146000     END-IF
146100     SET PRIMER-PASSES TO TRUE.
146200 8300-EXIT.
146300     EXIT.

146400 8400-FIND-TAIL-COMPLEMENT.
146500     MOVE "N" TO WS-PRM-FOUND-SW
146600     COMPUTE WS-PRM-PROBE-LEN = WS-PRM-MAX-COMP + 1
146700     IF WS-PRM-PROBE-LEN > WS-PRM-SRC-LEN
146800             OR WS-PRM-PROBE-LEN > WS-PRM-TARGET-LEN
146900         GO TO 8400-EXIT
147000     END-IF
147100     MOVE SPACES TO WS-PRM-PROBE
147200     PERFORM VARYING pbx FROM 1 BY 1
147300             UNTIL pbx > WS-PRM-PROBE-LEN
147400         MOVE WS-PRM-SRC(WS-PRM-SRC-LEN - pbx + 1:1)
147500             TO WS-PRM-PROBE(pbx:1)
147600     END-PERFORM
147700     INSPECT WS-PRM-PROBE CONVERTING dna-nucleotides
147800                                   TO dna-complements
147900     PERFORM VARYING psx FROM 1 BY 1
148000             UNTIL psx > WS-PRM-TARGET-LEN - WS-PRM-PROBE-LEN + 1
148100                OR TAIL-COMPLEMENT-FOUND
148200         IF WS-PRM-TARGET(psx:WS-PRM-PROBE-LEN) =
148300                 WS-PRM-PROBE(1:WS-PRM-PROBE-LEN)
148400             SET TAIL-COMPLEMENT-FOUND TO TRUE
148500         END-IF
148600     END-PERFORM.
148700 8400-EXIT.
148800     EXIT.

148900*-----------------------------------------------------------------
149000* FORWARD CANDIDATE fwx WITH REVERSE CANDIDATE rvx: THE REVERSE
149100* PRIMER MUST SIT WHOLLY DOWNSTREAM, THE PRODUCT FALL IN RANGE,
149200* THE TMS AGREE WITHIN THE LIMIT, AND NEITHER 3' END PAIR WITH
149300* THE OTHER PRIMER.
149400*-----------------------------------------------------------------
149500 8500-TRY-ONE-PAIR.
149600     IF PC-START(2, rvx) NOT >
149700             PC-START(1, fwx) + PC-LEN(1, fwx) - 1
149800         GO TO 8500-EXIT
149900     END-IF
150000     COMPUTE WS-PAIR-PRODUCT =
150100         PC-START(2, rvx) + PC-LEN(2, rvx) - PC-START(1, fwx)
150200     IF WS-PAIR-PRODUCT < WS-PRM-MIN-PRODUCT
150300             OR WS-PAIR-PRODUCT > WS-PRM-MAX-PRODUCT
150400         GO TO 8500-EXIT
150500     END-IF
150600     IF PC-TM(1, fwx) > PC-TM(2, rvx)
150700         COMPUTE WS-PAIR-TM-DIFF = PC-TM(1, fwx) - PC-TM(2, rvx)
150800     ELSE
150900         COMPUTE WS-PAIR-TM-DIFF = PC-TM(2, rvx) - PC-TM(1, fwx)
151000     END-IF
151100     IF WS-PAIR-TM-DIFF > WS-PRM-MAX-TM-DIFF
151200         GO TO 8500-EXIT
151300     END-IF
151400     MOVE PC-BASES(1, fwx) TO WS-PRM-SRC
151500     MOVE PC-LEN(1, fwx)   TO WS-PRM-SRC-LEN
151600     MOVE PC-BASES(2, rvx) TO WS-PRM-TARGET
151700     MOVE PC-LEN(2, rvx)   TO WS-PRM-TARGET-LEN
151800     PERFORM 8400-FIND-TAIL-COMPLEMENT THRU 8400-EXIT
151900     IF TAIL-COMPLEMENT-FOUND
152000         GO TO 8500-EXIT
152100     END-IF
152200     MOVE PC-BASES(2, rvx) TO WS-PRM-SRC
152300     MOVE PC-LEN(2, rvx)   TO WS-PRM-SRC-LEN
152400     MOVE PC-BASES(1, fwx) TO WS-PRM-TARGET
152500     MOVE PC-LEN(1, fwx)   TO WS-PRM-TARGET-LEN
152600     PERFORM 8400-FIND-TAIL-COMPLEMENT THRU 8400-EXIT
152700     IF TAIL-COMPLEMENT-FOUND
152800         GO TO 8500-EXIT
152900     END-IF
153000     ADD 1 TO WS-PAIRS-PASSED
153100     COMPUTE WS-PAIR-PENALTY = PC-PENALTY(1, fwx)
153200         + PC-PENALTY(2, rvx) + 2 * WS-PAIR-TM-DIFF
153300     PERFORM 8550-RANK-PAIR THRU 8550-EXIT.
153400 8500-EXIT.
153500     EXIT.

153600*-----------------------------------------------------------------
153700* SLOT THE PAIR INTO THE RANKED LIST, DROPPING THE WORST WHEN
153800* THE LIST IS FULL; AN EQUAL PENALTY KEEPS THE EARLIER PAIR
153900* AHEAD.
154000*-----------------------------------------------------------------
154100 8550-RANK-PAIR.
154200     IF WS-PAIR-COUNT < WS-PRM-PAIRS-WANTED
154300         ADD 1 TO WS-PAIR-COUNT
154400     ELSE
154500         IF WS-PAIR-PENALTY NOT < PP-PENALTY(WS-PAIR-COUNT)
154600             GO TO 8550-EXIT
154700         END-IF
154800     END-IF
154900     MOVE fwx             TO PP-FWD(WS-PAIR-COUNT)
155000     MOVE rvx             TO PP-REV(WS-PAIR-COUNT)
155100     MOVE WS-PAIR-PRODUCT TO PP-PRODUCT(WS-PAIR-COUNT)
155200     MOVE WS-PAIR-PENALTY TO PP-PENALTY(WS-PAIR-COUNT)
155300     PERFORM VARYING pgx FROM WS-PAIR-COUNT BY -1 UNTIL pgx < 2
155400         IF PP-PENALTY(pgx - 1) > PP-PENALTY(pgx)
155500             MOVE WS-PAIR-ENTRY(pgx - 1) TO WS-PAIR-HOLD
155600             MOVE WS-PAIR-ENTRY(pgx)     TO WS-PAIR-ENTRY(pgx - 1)
155700             MOVE WS-PAIR-HOLD           TO WS-PAIR-ENTRY(pgx)
155800         ELSE
155900             MOVE 1 TO pgx
156000         END-IF
156100     END-PERFORM.
156200 8550-EXIT.
156300     EXIT.

156400 8600-WRITE-PRIMER-PAIR.
156500     MOVE PP-FWD(pgx) TO fwx
156600     MOVE PP-REV(pgx) TO rvx
156700     MOVE pgx              TO PD-RANK
156800     MOVE "FWD"            TO PD-DIR
156900     MOVE PC-START(1, fwx) TO PD-POS
157000     MOVE PC-LEN(1, fwx)   TO PD-LEN
157100     MOVE PC-TM(1, fwx)    TO PD-TM
157200     MOVE PC-GC(1, fwx)    TO PD-GC
157300     MOVE PC-BASES(1, fwx) TO PD-BASES
157400     MOVE PP-PRODUCT(pgx)  TO PD-PRODUCT
157500     MOVE 1 TO sdx
157600     MOVE fwx TO pcx
157700     PERFORM 8650-CHECK-ELSEWHERE THRU 8650-EXIT
157800     MOVE WS-PRM-DETAIL TO PRMR-LINE
157900     WRITE PRMR-LINE
158000     MOVE ZERO             TO PD-RANK PD-PRODUCT
158100     MOVE "REV"            TO PD-DIR
158200     COMPUTE PD-POS = PC-START(2, rvx) + PC-LEN(2, rvx) - 1
158300     MOVE PC-LEN(2, rvx)   TO PD-LEN
158400     MOVE PC-TM(2, rvx)    TO PD-TM
158500     MOVE PC-GC(2, rvx)    TO PD-GC
158600     MOVE PC-BASES(2, rvx) TO PD-BASES
158700     MOVE 2 TO sdx
158800     MOVE rvx TO pcx
158900     PERFORM 8650-CHECK-ELSEWHERE THRU 8650-EXIT
159000     MOVE WS-PRM-DETAIL TO PRMR-LINE
159100     WRITE PRMR-LINE.
159200 8600-EXIT.
159300     EXIT.

159400*-----------------------------------------------------------------
159500* LOOK FOR THE PRIMER pcx OF SIDE sdx, AND ITS REVERSE
159600* COMPLEMENT, ANYWHERE ALONG THE SEQUENCE BUT ITS OWN SITE; A
159700* HIT IS A SECOND PLACE IT CAN PRIME, NOTED ON THE DETAIL LINE.
159800*-----------------------------------------------------------------
159900 8650-CHECK-ELSEWHERE.
160000     MOVE "N" TO WS-PRM-MULTI-SW
160100     MOVE SPACES TO PD-NOTE WS-PRM-RC
160200     MOVE PC-LEN(sdx, pcx)   TO WS-PRM-LEN
160300     MOVE PC-BASES(sdx, pcx) TO WS-PRM-BASES
160400     PERFORM VARYING pbx FROM 1 BY 1 UNTIL pbx > WS-PRM-LEN
160500         MOVE WS-PRM-BASES(WS-PRM-LEN - pbx + 1:1)
160600             TO WS-PRM-RC(pbx:1)
160700     END-PERFORM
160800     INSPECT WS-PRM-RC CONVERTING dna-nucleotides
160900                                TO dna-complements
161000     PERFORM VARYING psx FROM 1 BY 1
161100             UNTIL psx > WS-STRAND-LEN - WS-PRM-LEN + 1
161200                OR PRIMER-MATCHES-ELSEWHERE
161300         IF psx NOT = PC-START(sdx, pcx)
161400             IF WS-COMPLEMENT(psx:WS-PRM-LEN) =
161500                     WS-PRM-BASES(1:WS-PRM-LEN)
161600                 OR WS-COMPLEMENT(psx:WS-PRM-LEN) =
161700                     WS-PRM-RC(1:WS-PRM-LEN)
161800                 SET PRIMER-MATCHES-ELSEWHERE TO TRUE
161900             END-IF
162000         END-IF
162100     END-PERFORM
162200     IF PRIMER-MATCHES-ELSEWHERE
162300         MOVE "MULTI-SITE" TO PD-NOTE
162400     END-IF.
162500 8650-EXIT.
162600     EXIT.

162700*-----------------------------------------------------------------
162800* ACCESSION REPOSITORY.  RNAACCN IS OPENED I-O ONCE PER BATCH
162900* (CREATED EMPTY ON THE FIRST NIGHT); A REHEARSAL OPENS IT INPUT
163000* ONLY, SO DUPLICATES ARE STILL FOUND BUT NOTHING IS STORED OR
163100* COUNTED.  IF IT CANNOT BE OPENED THE SEQUENCES STILL RUN BUT
163200* NONE IS REGISTERED, AND THE OUTAGE GOES TO THE AUDIT TRAIL.
163300*-----------------------------------------------------------------
163400 8800-OPEN-ACCESSION-FILE.
163500     CALL "TIMESTMP" USING TS-DATE TS-TIME
163600     OPEN OUTPUT ACCESSION-RPT
163700     MOVE TS-DATE TO AH-RUN-DATE
163800     MOVE WS-ACC-RPT-HDG TO ACCR-LINE
163900     WRITE ACCR-LINE
164000     MOVE WS-ACC-COL-HDG TO ACCR-LINE
164100     WRITE ACCR-LINE
164200     MOVE "N" TO WS-ACC-OPEN-SW
164300     IF RUN-IS-REHEARSAL
164400         OPEN INPUT ACCESSION-FILE
164500         IF WS-ACC-STATUS = "35"
164600             GO TO 8800-EXIT
164700         END-IF
164800     ELSE
164900         OPEN I-O ACCESSION-FILE
165000         IF WS-ACC-STATUS = "35"
165100             CLOSE ACCESSION-FILE
165200             OPEN OUTPUT ACCESSION-FILE
165300             CLOSE ACCESSION-FILE
165400             OPEN I-O ACCESSION-FILE
165500         END-IF
165600     END-IF
165700     IF WS-ACC-STATUS NOT = "00"
165800         MOVE "RNA-TRANSCRIPTION" TO AUD-PROGRAM-NAME
165900         MOVE SPACES TO AUD-FAILED-INPUT
166000         STRING "RNAACCN OPEN STATUS " WS-ACC-STATUS
166100                 DELIMITED BY SIZE
166200             INTO AUD-FAILED-INPUT
166300         END-STRING
166400         MOVE "ACCESSION REPOSITORY UNAVAILABLE - NONE REGISTERED"
166500             TO AUD-FAILURE-REASON
166600         SET AUD-SEV-SEVERE TO TRUE
166700         CALL "AUDITLOG" USING AUD-PROGRAM-NAME
166800             AUD-FAILED-INPUT AUD-FAILURE-REASON
166900             AUD-SEVERITY
167000         GO TO 8800-EXIT
167100     END-IF
167200     SET ACCESSION-FILE-OPEN TO TRUE
167300     MOVE ZERO   TO ACC-KEY-LENGTH ACC-KEY-CHECKSUM
167400     MOVE SPACES TO ACC-KEY-NUMBER
167500     READ ACCESSION-FILE
167600         INVALID KEY
167700             MOVE "N" TO WS-ACC-CONTROL-SW
167800             MOVE ZERO TO WS-ACC-LAST-NUMBER
167900         NOT INVALID KEY
168000             SET ACC-CONTROL-ON-FILE TO TRUE
168100             MOVE ACC-LAST-NUMBER TO WS-ACC-LAST-NUMBER
168200     END-READ.
168300 8800-EXIT.
168400     EXIT.

168500*-----------------------------------------------------------------
168600* ONE REGISTER LINE PER ASSEMBLED SEQUENCE.  A SEQUENCE WITH A
168700* BASE OUTSIDE A/C/G/T IS NEVER REGISTERED; A DUPLICATE IS
168800* CROSS-REFERENCED TO THE ENTRY IT MATCHED; ANYTHING ELSE GETS
168900* THE NEXT ACCESSION NUMBER.
169000*-----------------------------------------------------------------
169100 8820-REGISTER-SEQUENCE.
169200     MOVE WS-SEQ-ID  TO AD-SEQ-ID
169300     MOVE WS-ASM-LEN TO AD-LEN
169400     MOVE WS-GC-PCT  TO AD-GC
169500     MOVE SPACES     TO AD-ACCESSION AD-STATUS
169600     IF WS-ASM-LEN = ZERO
169700             OR WS-COUNT-A + WS-COUNT-C + WS-COUNT-G + WS-COUNT-T
169800                NOT = WS-ASM-LEN
169900         MOVE "NOT REGISTERED - INVALID BASES" TO AD-STATUS
170000         ADD 1 TO WS-ACC-REJECT-COUNT
170100         PERFORM 8880-WRITE-REGISTER-LINE THRU 8880-EXIT
170200         GO TO 8820-EXIT
170300     END-IF
170400     IF NOT ACCESSION-FILE-OPEN AND NOT RUN-IS-REHEARSAL
170500         MOVE "NOT REGISTERED - RNAACCN UNAVAILABLE" TO AD-STATUS
170600         ADD 1 TO WS-ACC-REJECT-COUNT
170700         PERFORM 8880-WRITE-REGISTER-LINE THRU 8880-EXIT
170800         GO TO 8820-EXIT
170900     END-IF
171000     PERFORM 8830-COMPUTE-CHECKSUM THRU 8830-EXIT
171100     PERFORM 8840-FIND-DUPLICATE THRU 8840-EXIT
171200     EVALUATE TRUE
171300         WHEN ACC-EXACT-MATCH
171400             MOVE WS-ACC-MATCH-NUMBER TO AD-ACCESSION
171500             MOVE "EXACT DUPLICATE - NOT STORED" TO AD-STATUS
171600             ADD 1 TO WS-ACC-EXACT-COUNT
171700             PERFORM 8860-NOTE-RESUBMISSION THRU 8860-EXIT
171800         WHEN ACC-NEAR-MATCH
171900             MOVE WS-ACC-MATCH-NUMBER TO AD-ACCESSION
172000             STRING "NEAR DUPLICATE - " WS-ACC-MATCH-DIFFS
172100                     " BASES DIFFER"
172200                     DELIMITED BY SIZE
172300                 INTO AD-STATUS
172400             END-STRING
172500             ADD 1 TO WS-ACC-NEAR-COUNT
172600             PERFORM 8860-NOTE-RESUBMISSION THRU 8860-EXIT
172700         WHEN OTHER
172800             PERFORM 8850-ADD-NEW-ENTRY THRU 8850-EXIT
172900             MOVE WS-ACC-NUMBER TO AD-ACCESSION
173000             IF RUN-IS-REHEARSAL
173100                 MOVE "NEW ENTRY (REHEARSAL - NOT STORED)"
173200                     TO AD-STATUS
173300             ELSE
173400                 MOVE "NEW ENTRY" TO AD-STATUS
173500             END-IF
173600             ADD 1 TO WS-ACC-NEW-COUNT
173700     END-EVALUATE
173800     PERFORM 8880-WRITE-REGISTER-LINE THRU 8880-EXIT.
173900 8820-EXIT.
174000     EXIT.

174100 8830-COMPUTE-CHECKSUM.
174200     MOVE ZERO TO WS-ACC-CHECKSUM
174300     PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > WS-ASM-LEN
174400         EVALUATE WS-COMPLEMENT(idx:1)
174500             WHEN "A"   MOVE 1 TO WS-ACC-BASE-CODE
174600             WHEN "C"   MOVE 2 TO WS-ACC-BASE-CODE
174700             WHEN "G"   MOVE 3 TO WS-ACC-BASE-CODE
174800             WHEN OTHER MOVE 4 TO WS-ACC-BASE-CODE
174900         END-EVALUATE
175000         COMPUTE WS-ACC-CHECKSUM =
175100             WS-ACC-CHECKSUM + idx * WS-ACC-BASE-CODE
175200     END-PERFORM.
175300 8830-EXIT.
175400     EXIT.

175500*-----------------------------------------------------------------
175600* SWEEP EVERY ENTRY OF THE SAME LENGTH.  AN EXACT MATCH ENDS THE
175700* SWEEP; THE FIRST NEAR MATCH IS HELD IN CASE NO EXACT ONE TURNS
175800* UP FURTHER ON.
175900*-----------------------------------------------------------------
176000 8840-FIND-DUPLICATE.
176100     MOVE SPACE TO WS-ACC-MATCH
176200     IF NOT ACCESSION-FILE-OPEN
176300         GO TO 8840-EXIT
176400     END-IF
176500     COMPUTE WS-ACC-NEAR-LIMIT = WS-ASM-LEN / 100
176600     IF WS-ACC-NEAR-LIMIT = ZERO
176700         MOVE 1 TO WS-ACC-NEAR-LIMIT
176800     END-IF
176900     MOVE WS-ASM-LEN TO ACC-KEY-LENGTH
177000     MOVE ZERO       TO ACC-KEY-CHECKSUM
177100     MOVE LOW-VALUES TO ACC-KEY-NUMBER
177200     START ACCESSION-FILE KEY IS NOT LESS THAN ACC-KEY
177300         INVALID KEY
177400             GO TO 8840-EXIT
177500     END-START
177600     MOVE "N" TO WS-ACC-SCAN-SW
177700     PERFORM 8845-CHECK-NEXT-ENTRY THRU 8845-EXIT
177800         UNTIL ACC-SCAN-ENDED.
177900 8840-EXIT.
178000     EXIT.

178100 8845-CHECK-NEXT-ENTRY.
178200     READ ACCESSION-FILE NEXT RECORD
178300         AT END
178400             SET ACC-SCAN-ENDED TO TRUE
178500     END-READ
178600     IF ACC-SCAN-ENDED
178700         GO TO 8845-EXIT
178800     END-IF
178900     IF WS-ACC-STATUS NOT = "00"
179000             OR ACC-KEY-LENGTH NOT = WS-ASM-LEN
179100         SET ACC-SCAN-ENDED TO TRUE
179200         GO TO 8845-EXIT
179300     END-IF
179400     IF ACC-KEY-CHECKSUM = WS-ACC-CHECKSUM
179500             AND ACC-BASES(1:WS-ASM-LEN) =
179600                 WS-COMPLEMENT(1:WS-ASM-LEN)
179700         SET ACC-EXACT-MATCH TO TRUE
179800         MOVE ACC-KEY TO WS-ACC-MATCH-KEY
179900         SET ACC-SCAN-ENDED TO TRUE
180000         GO TO 8845-EXIT
180100     END-IF
180200     IF ACC-NEAR-MATCH
180300         GO TO 8845-EXIT
180400     END-IF
180500     MOVE ZERO TO WS-ACC-DIFFS
180600     PERFORM VARYING idx FROM 1 BY 1
180700             UNTIL idx > WS-ASM-LEN
180800                OR WS-ACC-DIFFS > WS-ACC-NEAR-LIMIT
180900         IF ACC-BASES(idx:1) NOT = WS-COMPLEMENT(idx:1)
181000             ADD 1 TO WS-ACC-DIFFS
181100         END-IF
181200     END-PERFORM
181300     IF WS-ACC-DIFFS NOT > WS-ACC-NEAR-LIMIT
181400         SET ACC-NEAR-MATCH TO TRUE
181500         MOVE ACC-KEY TO WS-ACC-MATCH-KEY
181600         MOVE WS-ACC-DIFFS TO WS-ACC-MATCH-DIFFS
181700     END-IF.
181800 8845-EXIT.
181900     EXIT.

182000*-----------------------------------------------------------------
182100* ISSUE THE NEXT ACCESSION NUMBER.  THE ENTRY AND THE CONTROL
182200* RECORD ARE BOTH WRITTEN AT ONCE SO A NUMBER IS NEVER HANDED
182300* OUT TWICE, EVEN IF THE RUN STOPS PART WAY.
182400*-----------------------------------------------------------------
182500 8850-ADD-NEW-ENTRY.
182600     ADD 1 TO WS-ACC-LAST-NUMBER
182700     MOVE WS-ACC-LAST-NUMBER TO WS-ACC-NUMBER-SERIAL
182800     IF RUN-IS-REHEARSAL
182900         GO TO 8850-EXIT
183000     END-IF
183100     MOVE SPACES TO ACC-RECORD
183200     MOVE WS-ASM-LEN      TO ACC-KEY-LENGTH
183300     MOVE WS-ACC-CHECKSUM TO ACC-KEY-CHECKSUM
183400     MOVE WS-ACC-NUMBER   TO ACC-KEY-NUMBER
183500     MOVE WS-SEQ-ID       TO ACC-SEQ-ID
183600     MOVE TS-DATE         TO ACC-REGISTERED-DATE
183700     MOVE WS-COUNT-A      TO ACC-COUNT-A
183800     MOVE WS-COUNT-C      TO ACC-COUNT-C
183900     MOVE WS-COUNT-G      TO ACC-COUNT-G
184000     MOVE WS-COUNT-T      TO ACC-COUNT-T
184100     MOVE WS-GC-PCT       TO ACC-GC-PCT
184200     MOVE ZERO            TO ACC-RESUBMIT-COUNT
184300     MOVE ZERO            TO ACC-LAST-RESUBMIT-DATE
184400     MOVE WS-COMPLEMENT(1:WS-ASM-LEN) TO ACC-BASES
184500     WRITE ACC-RECORD
184600         INVALID KEY
184700             MOVE "RNA-TRANSCRIPTION" TO AUD-PROGRAM-NAME
184800             MOVE SPACES TO AUD-FAILED-INPUT
184900             STRING "RNAACCN WRITE " WS-ACC-NUMBER
185000                     " STATUS " WS-ACC-STATUS
185100                     DELIMITED BY SIZE
185200                 INTO AUD-FAILED-INPUT
185300             END-STRING
185400             MOVE "ACCESSION ENTRY NOT STORED"
185500                 TO AUD-FAILURE-REASON
185600             SET AUD-SEV-WARNING TO TRUE
185700             CALL "AUDITLOG" USING AUD-PROGRAM-NAME
185800                 AUD-FAILED-INPUT AUD-FAILURE-REASON
185900                 AUD-SEVERITY
186000     END-WRITE
186100     MOVE SPACES TO ACC-RECORD
186200     MOVE ZERO   TO ACC-KEY-LENGTH ACC-KEY-CHECKSUM
186300     MOVE WS-ACC-LAST-NUMBER TO ACC-LAST-NUMBER
186400     IF ACC-CONTROL-ON-FILE
186500         REWRITE ACC-RECORD
186600     ELSE
186700         WRITE ACC-RECORD
186800         SET ACC-CONTROL-ON-FILE TO TRUE
186900     END-IF.
187000 8850-EXIT.
187100     EXIT.

187200*-----------------------------------------------------------------
187300* COUNT THE RESUBMISSION ON THE ORIGINAL ENTRY AND NOTE THE ID
187400* AND DATE IT LAST CAME IN UNDER.
187500*-----------------------------------------------------------------
187600 8860-NOTE-RESUBMISSION.
187700     IF RUN-IS-REHEARSAL
187800         GO TO 8860-EXIT
187900     END-IF
188000     MOVE WS-ACC-MATCH-KEY TO ACC-KEY
188100     READ ACCESSION-FILE
188200         INVALID KEY
188300             GO TO 8860-EXIT
188400     END-READ
188500     ADD 1 TO ACC-RESUBMIT-COUNT
188600     MOVE WS-SEQ-ID TO ACC-LAST-RESUBMIT-ID
188700     MOVE TS-DATE   TO ACC-LAST-RESUBMIT-DATE
188800     REWRITE ACC-RECORD.
188900 8860-EXIT.
189000     EXIT.

189100 8880-WRITE-REGISTER-LINE.
189200     MOVE WS-ACC-DETAIL TO ACCR-LINE
189300     WRITE ACCR-LINE.
189400 8880-EXIT.
189500     EXIT.

189600 8890-CLOSE-ACCESSION-FILE.
189700     MOVE SPACES TO ACCR-LINE
189800     WRITE ACCR-LINE
189900     MOVE "NEW ENTRIES:"        TO AS-LABEL
190000     MOVE WS-ACC-NEW-COUNT      TO AS-VALUE
190100     MOVE WS-ACC-SUMMARY TO ACCR-LINE
190200     WRITE ACCR-LINE
190300     MOVE "EXACT DUPLICATES:"   TO AS-LABEL
190400     MOVE WS-ACC-EXACT-COUNT    TO AS-VALUE
190500     MOVE WS-ACC-SUMMARY TO ACCR-LINE
190600     WRITE ACCR-LINE
190700     MOVE "NEAR DUPLICATES:"    TO AS-LABEL
190800     MOVE WS-ACC-NEAR-COUNT     TO AS-VALUE
190900     MOVE WS-ACC-SUMMARY TO ACCR-LINE
191000     WRITE ACCR-LINE
191100     MOVE "NOT REGISTERED:"     TO AS-LABEL
191200     MOVE WS-ACC-REJECT-COUNT   TO AS-VALUE
191300     MOVE WS-ACC-SUMMARY TO ACCR-LINE
191400     WRITE ACCR-LINE
191500     CLOSE ACCESSION-RPT
191600     IF ACCESSION-FILE-OPEN
191700         CLOSE ACCESSION-FILE
191800         MOVE "N" TO WS-ACC-OPEN-SW
191900     END-IF.
192000 8890-EXIT.
192100     EXIT.
