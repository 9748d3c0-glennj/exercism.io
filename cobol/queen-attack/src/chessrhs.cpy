      *****************************************************************
      * COPYBOOK    : CHESSRHS
      * DESCRIPTION : RATING HISTORY RECORD.  CHESSRTG APPENDS ONE PER
      *               PLAYER PER RATED GAME - THE RUN DATE, THE GAME,
      *               THE OPPONENT, THE RATING BEFORE AND AFTER THE
      *               GAME AND THE PLAYER'S RESULT ("W" WON, "L" LOST,
      *               "D" DREW).  CHESSRPG PRINTS THE PROGRESSION FROM
      *               IT.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  RHS-RECORD.
           05  RHS-PLAYER-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  RHS-DATE                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RHS-GAME-ID             PIC X(05).
           05  FILLER                  PIC X(01).
           05  RHS-OPPONENT-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  RHS-RATING-BEFORE       PIC 9(05).
           05  FILLER                  PIC X(01).
           05  RHS-RATING-AFTER        PIC 9(05).
           05  FILLER                  PIC X(01).
           05  RHS-RESULT              PIC X(01).
               88  RHS-WON             VALUE "W".
               88  RHS-LOST            VALUE "L".
               88  RHS-DREW            VALUE "D".
