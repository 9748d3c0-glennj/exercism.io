      *****************************************************************
      * COPYBOOK    : ALPHDEF
      * DESCRIPTION : ALPHABET DEFINITION RECORD (ALPHADEF), SHARED BY
      *               THE WORD-PUZZLE PROGRAMS.  RECORDS ARE KEYED BY A
      *               THREE-LETTER LANGUAGE CODE ("ENG", "SPA", "DEU")
      *               AND EACH IS ONE OF THREE KINDS:
      *                 "L"  A LETTER THAT COUNTS.  ADF-CHAR IS THE
      *                      FORM THE REPORTS PRINT AND ADF-LOWER ITS
      *                      LOWER-CASE FORM (BLANK IF IT HAS NONE).
      *                 "S"  AN ACCENTED LETTER THAT COUNTS SEPARATELY,
      *                      IN ITS OWN RIGHT (SPANISH N-TILDE, GERMAN
      *                      U-UMLAUT OR SHARP S).  SAME LAYOUT AS "L".
      *                 "F"  AN ACCENTED FORM, ADF-CHAR AND ADF-LOWER,
      *                      THAT FOLDS TO THE LETTER IN ADF-BASE.
      *               LETTERS COUNT IN THE ORDER THEY STAND ON THE FILE
      *               (UP TO 40).  EVERY CHARACTER IS ONE LATIN-1 BYTE.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DF    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  ADF-RECORD.
           05  ADF-LANGUAGE            PIC X(03).
           05  FILLER                  PIC X(01).
           05  ADF-TYPE                PIC X(01).
               88  ADF-IS-LETTER       VALUE "L".
               88  ADF-IS-SEPARATE     VALUE "S".
               88  ADF-IS-FOLD         VALUE "F".
           05  FILLER                  PIC X(01).
           05  ADF-CHAR                PIC X(01).
           05  ADF-LOWER               PIC X(01).
           05  FILLER                  PIC X(01).
           05  ADF-BASE                PIC X(01).
