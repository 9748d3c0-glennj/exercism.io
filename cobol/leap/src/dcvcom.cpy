      *****************************************************************
      * COPYBOOK    : DCVCOM
      * DESCRIPTION : COMMON CALL INTERFACE FOR LEAP'S DATE-FORMAT
      *               CONVERSION SERVICE (CALL "LEAP-DATE-CONVERT").
      *               COPIED INTO THE LINKAGE SECTION OF LEAP AND INTO
      *               THE WORKING-STORAGE SECTION OF EVERY PROGRAM
      *               THAT CALLS IT, SO THE PARAMETER LIST NEVER DRIFTS
      *               OUT OF STEP BETWEEN CALLER AND CALLED PROGRAM.
      *
      *               FORMATS (DCV-FROM-FORMAT AND DCV-TO-FORMAT), LEFT
      *               JUSTIFIED IN DCV-INPUT AND DCV-OUTPUT:
      *                 "Y" YYYYMMDD      (INPUT MAY ALSO BE YYMMDD)
      *                 "E" DDMMYYYY      (INPUT MAY ALSO BE DDMMYY)
      *                 "U" MMDDYYYY      (INPUT MAY ALSO BE MMDDYY)
      *                 "J" YYDDD ORDINAL DATE
      *                 "W" ISO WEEK DATE, YYYYWWWD (E.G. 2026W424)
      *                 "S" LEAP SERIAL DAY NUMBER, 01/01/0001 = 1
      *               A TWO-DIGIT YEAR BELOW DCV-PIVOT-YEAR IS 20YY,
      *               ANY OTHER IS 19YY; A ZERO PIVOT TAKES LEAP'S
      *               INSTALLATION DEFAULT.  EVERY RESULT IS PASSED
      *               THROUGH DATEVAL BEFORE IT IS RETURNED.  A FAILED
      *               CONVERSION RETURNS "N", A REASON CODE, AND A
      *               REASON TEXT READY FOR THE AUDIT TRAIL.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL PARAMETER LAYOUT
      *-----------------------------------------------------------------
       01  DCV-FROM-FORMAT             PIC X(01).
           88  DCV-FROM-YYYYMMDD       VALUE "Y".
           88  DCV-FROM-DDMMYYYY       VALUE "E".
           88  DCV-FROM-MMDDYYYY       VALUE "U".
           88  DCV-FROM-ORDINAL        VALUE "J".
           88  DCV-FROM-ISO-WEEK       VALUE "W".
           88  DCV-FROM-SERIAL         VALUE "S".
       01  DCV-TO-FORMAT               PIC X(01).
           88  DCV-TO-YYYYMMDD         VALUE "Y".
           88  DCV-TO-DDMMYYYY         VALUE "E".
           88  DCV-TO-MMDDYYYY         VALUE "U".
           88  DCV-TO-ORDINAL          VALUE "J".
           88  DCV-TO-ISO-WEEK         VALUE "W".
           88  DCV-TO-SERIAL           VALUE "S".
       01  DCV-INPUT                   PIC X(10).
       01  DCV-PIVOT-YEAR              PIC 9(02).
       01  DCV-OUTPUT                  PIC X(10).
       01  DCV-RESULT                  PIC X(01).
           88  DCV-CONVERTED           VALUE "Y".
           88  DCV-NOT-CONVERTED       VALUE "N".
       01  DCV-REASON-CODE             PIC X(02).
           88  DCV-RC-OK               VALUE "00".
           88  DCV-RC-BAD-FORMAT       VALUE "01".
           88  DCV-RC-BAD-INPUT        VALUE "02".
           88  DCV-RC-DATE-INVALID     VALUE "03".
           88  DCV-RC-BAD-DAY-OF-YEAR  VALUE "04".
           88  DCV-RC-BAD-ISO-WEEK     VALUE "05".
           88  DCV-RC-BAD-SERIAL       VALUE "06".
           88  DCV-RC-OUTSIDE-WINDOW   VALUE "07".
       01  DCV-REASON                  PIC X(30).
