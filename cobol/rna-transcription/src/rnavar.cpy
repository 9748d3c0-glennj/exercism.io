      *****************************************************************
      * COPYBOOK    : RNAVAR
      * DESCRIPTION : ONE CALLED VARIANT PER RECORD, WRITTEN BY
      *               RNA-TRANSCRIPTION ON RNAVARNT FOR EACH "V"
      *               REQUEST.  POSITIONS ARE 1-BASED ON THE REFERENCE
      *               AND ON THE SAMPLE; AN INSERTION FOLLOWS
      *               VAR-REF-POS AND A DELETION FOLLOWS VAR-SEQ-POS.
      *               THE BASE FIELDS HOLD THE FIRST 20 BASES OF A
      *               LONGER INSERTION OR DELETION AND VAR-LENGTH THE
      *               FULL COUNT; "-" MARKS THE EMPTY SIDE.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  VAR-RECORD.
           05  VAR-SEQ-ID              PIC X(10).
           05  FILLER                  PIC X(01).
           05  VAR-REF-ID              PIC X(10).
           05  FILLER                  PIC X(01).
      *    "SUB" SUBSTITUTION, "INS" INSERTION, "DEL" DELETION
           05  VAR-TYPE                PIC X(03).
           05  FILLER                  PIC X(01).
           05  VAR-REF-POS             PIC 9(04).
           05  FILLER                  PIC X(01).
           05  VAR-SEQ-POS             PIC 9(04).
           05  FILLER                  PIC X(01).
           05  VAR-LENGTH              PIC 9(04).
           05  FILLER                  PIC X(01).
           05  VAR-REF-BASES           PIC X(20).
           05  FILLER                  PIC X(01).
           05  VAR-ALT-BASES           PIC X(20).
           05  FILLER                  PIC X(01).
      *    AMINO ACIDS BEFORE AND AFTER - CODING SUBSTITUTIONS ONLY
           05  VAR-REF-AMINO           PIC X(03).
           05  FILLER                  PIC X(01).
           05  VAR-ALT-AMINO           PIC X(03).
           05  FILLER                  PIC X(01).
      *    SYNONYMOUS, MISSENSE, NONSENSE, FRAMESHIFT OR NON-CODING
           05  VAR-EFFECT              PIC X(10).
