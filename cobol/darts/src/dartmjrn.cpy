      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 09/02/2026 RM    ORIGINAL RECORD LAYOUT
      * 10/15/2026 RM    ADD MJR-DIVISION AND THE "V" (DIVISION
      *                  MOVE) ACTION FOR THE MULTI-DIVISION LEAGUE
      * 10/15/2026 RM    ADD MJR-REGION, THE HOME CLUB REGION OF AN ADD
      *-----------------------------------------------------------------
       01  MJR-RECORD.
           05  MJR-TS-DATE                 PIC 9(08).
               88  MJR-ACTION-CORRECT      VALUE "C".
               88  MJR-ACTION-MERGE        VALUE "M".
               88  MJR-ACTION-DEACTIVATE   VALUE "D".
               88  MJR-ACTION-DIVISION     VALUE "V".
           05  MJR-PLYR-ID                 PIC X(05).
           05  MJR-NAME                    PIC X(20).
           05  MJR-MERGE-TO                PIC X(05).
           05  MJR-DIVISION                PIC 9(01).
           05  MJR-REGION                  PIC X(02).
