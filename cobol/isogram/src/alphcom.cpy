      *****************************************************************
      * COPYBOOK    : ALPHCOM
      * DESCRIPTION : COMMON CALL INTERFACE FOR THE SHARED ALPHABET
      *               LOADER.  COPIED INTO THE LINKAGE SECTION OF
      *               ALPHATAB AND INTO THE WORKING-STORAGE SECTION OF
      *               EVERY WORD-PUZZLE PROGRAM THAT CALLS IT.  THE
      *               CALLER NAMES A LANGUAGE AND GETS BACK ITS LETTERS
      *               IN ORDER, AND A FOLD MAP GIVING, FOR EVERY
      *               CHARACTER BY ITS ORDINAL (1-256), THE LETTER IT
      *               COUNTS AS - SPACE IF IT IS NOT A LETTER AT ALL.
      *
      *               A BLANK LANGUAGE, OR ONE THE ALPHADEF FILE DOES
      *               NOT DEFINE, GETS THE BUILT-IN 26-LETTER ALPHABET
      *               WITH NO ACCENT FOLDS AND ALC-BUILT-IN SET, SO
      *               EACH CALLER KEEPS ITS OWN LONG-STANDING DEFAULT.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DF    ORIGINAL PARAMETER LAYOUT
      *-----------------------------------------------------------------
       01  ALC-LANGUAGE                PIC X(03).
       01  ALC-ALPHABET.
           05  ALC-SOURCE              PIC X(01).
               88  ALC-FROM-FILE       VALUE "F".
               88  ALC-BUILT-IN        VALUE "B".
           05  ALC-LETTER-COUNT        PIC 9(02).
           05  ALC-LETTERS             PIC X(40).
           05  ALC-FOLD-MAP            PIC X(256).
