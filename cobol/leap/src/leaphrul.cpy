      *****************************************************************
      * COPYBOOK    : LEAPHRUL
      * DESCRIPTION : HOLIDAY RULE RECORD (LEAPHRUL), ONE PER HOLIDAY,
      *               READ BY THE LEAP HOLIDAY GENERATOR TO DATE THE
      *               YEAR'S LEAPHDAY HOLIDAYS.  THE RULE TYPE SAYS
      *               WHICH FIELDS APPLY:
      *                 "F" FIXED DATE      - MONTH AND DAY
      *                 "N" NTH WEEKDAY     - MONTH, NTH (1-4, OR 5
      *                                       FOR THE LAST) AND
      *                                       WEEKDAY (0 = SUNDAY)
      *                 "E" EASTER-RELATIVE - SIGNED DAYS FROM EASTER
      *                                       SUNDAY (-2 GOOD FRIDAY,
      *                                       +1 EASTER MONDAY)
      *               AN "S" OBSERVE FLAG MOVES A DATE THAT FALLS ON A
      *               SATURDAY OR SUNDAY TO THE NEXT WEEKDAY THAT IS
      *               NOT ALREADY A HOLIDAY IN THE SAME REGION.  A
      *               BLANK REGION IS A HOLIDAY IN EVERY REGION.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  HRL-RECORD.
           05  HRL-REGION              PIC X(02).
           05  FILLER                  PIC X(01).
           05  HRL-TYPE                PIC X(01).
               88  HRL-FIXED-DATE      VALUE "F".
               88  HRL-NTH-WEEKDAY     VALUE "N".
               88  HRL-EASTER-RELATIVE VALUE "E".
           05  FILLER                  PIC X(01).
           05  HRL-MONTH               PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HRL-DAY                 PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HRL-NTH                 PIC 9(01).
           05  FILLER                  PIC X(01).
           05  HRL-WEEKDAY             PIC 9(01).
           05  FILLER                  PIC X(01).
           05  HRL-OFFSET              PIC S9(03)
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  HRL-OBSERVE             PIC X(01).
               88  HRL-SUBSTITUTE-ON-WEEKEND VALUE "S".
           05  FILLER                  PIC X(01).
           05  HRL-NAME                PIC X(30).
