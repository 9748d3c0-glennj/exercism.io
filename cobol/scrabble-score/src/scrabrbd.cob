002100* 08/22/2026 RM    ORIGINAL JOURNAL-REPLAY REBUILD UTILITY
002200* 09/02/2026 RM    REPLAY THE BOARD-PLACEMENT FIELDS NOW ON THE
002300*                  JOURNAL AND TURN RECORDS
002310* 10/15/2026 RM    REPLAY THE RACK HELD BEFORE EACH PLAY
002400*-----------------------------------------------------------------
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    SCRABRBD.
012300     MOVE JRN-COL            TO TURN-COL
012400     MOVE JRN-DIR            TO TURN-DIR
012500     MOVE JRN-DEAL-NUM       TO TURN-DEAL-NUM
012510     MOVE JRN-RACK-HELD      TO TURN-RACK-HELD
012600     WRITE TURN-RECORD
012700         INVALID KEY
012800             REWRITE TURN-RECORD
