      *               LEAPHOL YEAR RECORD LEAP WRITES OR REWRITES IS
      *               ALSO APPENDED HERE WITH ITS TIMESTAMP, SO A
      *               RESTORED BACKUP CAN BE ROLLED FORWARD TO ANY
      *               POINT IN THE DAY.  EVERY LEAPHDAY DATE THE
      *               HOLIDAY GENERATOR POSTS IS JOURNALED HERE TOO,
      *               AS A "D" ENTRY CARRYING THE DATE AND REGION IN
      *               PLACE OF THE YEAR FIELDS.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 09/02/2026 RM    ORIGINAL RECORD LAYOUT
      * 10/15/2026 RM    ADDED THE ENTRY TYPE AND THE HOLIDAY-DATE VIEW
      *                  FOR GENERATED LEAPHDAY POSTINGS
      *-----------------------------------------------------------------
       01  HJR-RECORD.
           05  HJR-TS-DATE                 PIC 9(08).
           05  HJR-TS-TIME                 PIC 9(06).
           05  HJR-YEAR-ENTRY.
               10  HJR-YEAR                PIC 9(04).
               10  HJR-IS-LEAP             PIC X(01).
               10  HJR-FEB-DAYS            PIC 9(02).
               10  HJR-CALENDAR-MODE       PIC X(01).
           05  HJR-HOLIDAY-ENTRY REDEFINES HJR-YEAR-ENTRY.
               10  HJR-HOLIDAY-DATE        PIC 9(08).
           05  HJR-HOLIDAY-REGION          PIC X(02).
      *    SPACE ON A LEAPHOL YEAR POSTING (AS ON EVERY RECORD
      *    JOURNALED BEFORE THE FIELD EXISTED), "D" ON A LEAPHDAY DATE
           05  HJR-ENTRY-TYPE              PIC X(01).
               88  HJR-YEAR-POSTING        VALUE SPACE.
               88  HJR-HOLIDAY-POSTING     VALUE "D".
