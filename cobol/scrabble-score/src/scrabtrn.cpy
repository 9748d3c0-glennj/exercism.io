      * 09/02/2026 RM    ADD THE BOARD PLACEMENT - ROW, COLUMN, AND
      *                  DIRECTION (A ACROSS / D DOWN) - SO A DISPUTED
      *                  PLAY CAN BE PUT BACK ON THE BOARD
      * 10/15/2026 RM    ADD TURN-RACK-HELD, THE SEVEN TILES ON THE
      *                  RACK BEFORE THE PLAY ("?" A BLANK), SO THE
      *                  PLAY CAN BE JUDGED AGAINST THE BEST AVAILABLE
      *-----------------------------------------------------------------
       01  TURN-RECORD.
           05  TURN-KEY.
               88  TURN-DIR-ACROSS         VALUE "A".
               88  TURN-DIR-DOWN           VALUE "D".
           05  TURN-DEAL-NUM               PIC 9(03).
           05  TURN-RACK-HELD              PIC X(07).
