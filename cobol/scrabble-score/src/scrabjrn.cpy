      * 09/02/2026 RM    CARRY THE BOARD PLACEMENT (ROW, COLUMN,
      *                  DIRECTION) AND THE DUPLICATE DEAL NUMBER SO A
      *                  REBUILD RESTORES THEM
      * 10/15/2026 RM    CARRY THE RACK HELD BEFORE THE PLAY SO THE
      *                  SEASON'S TURNS CAN BE RE-JUDGED BY SCRABMBP
      *-----------------------------------------------------------------
       01  JOURNAL-RECORD.
           05  JRN-ACTION                  PIC X(01).
           05  JRN-DIR                     PIC X(01).
           05  JRN-DEAL-NUM                PIC 9(03).
           05  JRN-POST-DATE               PIC 9(08).
           05  JRN-RACK-HELD               PIC X(07).
