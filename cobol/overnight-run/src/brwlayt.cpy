      *****************************************************************
      * COPYBOOK    : BRWLAYT
      * DESCRIPTION : ONE LINE OF THE BRWLAYT LAYOUT DEFINITIONS THE
      *               FILE BROWSE UTILITY (FILEBRWS) PRINTS BY.  THE
      *               LINES FOR A FILE DESCRIBE ITS RECORDS THE WAY
      *               THE COPYBOOK DOES:
      *                 "D"  THE FILE: "S" SEQUENTIAL OR "I" INDEXED,
      *                      AND THE FIELD HOLDING ITS KEY.
      *                 "R"  A RECORD TYPE (HEADER, DETAIL, TRAILER),
      *                      RECOGNISED BY THE VALUE AT A POSITION.
      *                 "F"  A FIELD: ITS RECORD TYPE (BLANK = EVERY
      *                      RECORD OF THE FILE), NAME, ONE-BASED
      *                      START POSITION AND PICTURE AS CODED IN
      *                      THE COPYBOOK - X(20), 9(05)V99, S9(05)V99
      *                      - WITH "C" FOR A COMP OR BINARY FIELD AND
      *                      "L" OR "T" FOR A SIGN LEADING OR TRAILING
      *                      SEPARATE.
      *                 "*"  A COMMENT.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 TH    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  BLY-RECORD.
           05  BLY-TYPE                PIC X(01).
               88  BLY-IS-FILE         VALUE "D".
               88  BLY-IS-RECORD-TYPE  VALUE "R".
               88  BLY-IS-FIELD        VALUE "F".
               88  BLY-IS-COMMENT      VALUE "*" SPACE.
           05  FILLER                  PIC X(01).
           05  BLY-FILE-NAME           PIC X(10).
           05  FILLER                  PIC X(01).
           05  BLY-DETAIL              PIC X(67).
           05  BLY-FILE-DETAIL REDEFINES BLY-DETAIL.
               10  BLY-ORGANIZATION    PIC X(01).
                   88  BLY-ORG-SEQUENTIAL VALUE "S".
                   88  BLY-ORG-INDEXED VALUE "I".
               10  FILLER              PIC X(01).
               10  BLY-KEY-FIELD       PIC X(18).
               10  FILLER              PIC X(47).
           05  BLY-RECTYPE-DETAIL REDEFINES BLY-DETAIL.
               10  BLY-RT-NAME         PIC X(08).
               10  FILLER              PIC X(01).
               10  BLY-RT-SEL-START    PIC 9(04).
               10  FILLER              PIC X(01).
               10  BLY-RT-SEL-LENGTH   PIC 9(02).
               10  FILLER              PIC X(01).
               10  BLY-RT-SEL-VALUE    PIC X(10).
               10  FILLER              PIC X(40).
           05  BLY-FIELD-DETAIL REDEFINES BLY-DETAIL.
               10  BLY-FD-RECTYPE      PIC X(08).
               10  FILLER              PIC X(01).
               10  BLY-FD-NAME         PIC X(18).
               10  FILLER              PIC X(01).
               10  BLY-FD-START        PIC 9(04).
               10  FILLER              PIC X(01).
               10  BLY-FD-PICTURE      PIC X(20).
               10  FILLER              PIC X(01).
               10  BLY-FD-USAGE        PIC X(01).
                   88  BLY-FD-BINARY   VALUE "C".
               10  FILLER              PIC X(01).
               10  BLY-FD-SIGN         PIC X(01).
                   88  BLY-FD-SIGN-LEADING  VALUE "L".
                   88  BLY-FD-SIGN-TRAILING VALUE "T".
               10  FILLER              PIC X(10).
