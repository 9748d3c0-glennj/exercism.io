      *                  SAME DATE
      * 09/02/2026 TH    ADD "A" ACCESS SEVERITY FOR THE MAINTENANCE
      *                  ACCESS LOG
      * 10/15/2026 TH    ADD THE HASH-CHAIN FIELDS.  AUDITLOG CHAINS
      *                  EVERY RECORD TO THE ONE BEFORE IT THROUGH
      *                  ATR-CHAIN-HASH AND OPENS EACH RUN UNIT WITH
      *                  AN ANCHOR RECORD CARRYING THE PRIOR HASH, SO
      *                  AN EDITED, INSERTED OR DELETED LINE SHOWS UP
      *                  WHEN AUDVRFY WALKS THE TRAIL.  A BLANK CHAIN
      *                  TYPE IS A RECORD WRITTEN BEFORE CHAINING
      *-----------------------------------------------------------------
       01  AUDIT-TRAIL-RECORD.
           05  ATR-PROGRAM-NAME        PIC X(20).
               10  ATR-TS-TIME         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  ATR-FAILED-INPUT        PIC X(60).
           05  ATR-ANCHOR-INPUT REDEFINES ATR-FAILED-INPUT.
               10  FILLER              PIC X(11).
               10  ATR-ANC-PRIOR-HASH  PIC X(20).
               10  FILLER              PIC X(29).
           05  FILLER                  PIC X(01).
           05  ATR-FAILURE-REASON      PIC X(50).
           05  FILLER                  PIC X(01).
               88  ATR-SEV-ACCESS      VALUE "A".
           05  FILLER                  PIC X(01).
           05  ATR-RUN-ID              PIC X(13).
           05  FILLER                  PIC X(01).
           05  ATR-CHAIN-TYPE          PIC X(01).
               88  ATR-CHAIN-ANCHOR    VALUE "A".
               88  ATR-CHAIN-ENTRY     VALUE "E".
           05  FILLER                  PIC X(01).
           05  ATR-CHAIN-SEQ           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  ATR-CHAIN-HASH          PIC X(20).
