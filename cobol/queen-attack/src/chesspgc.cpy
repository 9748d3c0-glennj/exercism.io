      *****************************************************************
      * COPYBOOK    : CHESSPGC
      * DESCRIPTION : POSTAL-GAME CONTROL RECORD, ONE PER POSTAL GAME,
      *               KEYED BY GAME ID.  NAMES THE CLUB PLAYING EACH
      *               COLOUR, THE DAYS ALLOWED PER MOVE AND HOW MANY
      *               DAYS BEFORE THE DEADLINE A REMINDER GOES OUT,
      *               AND THE DATE EACH SIDE LAST MOVED.  THE SIDE TO
      *               MOVE IS ON THE CLOCK FROM ITS OPPONENT'S LAST
      *               MOVE (OR THE START DATE BEFORE ANY MOVE).
      *               CHESSIMP STAMPS THE MOVES AS SUBMISSIONS ARE
      *               RELEASED; CHESSPDL REGISTERS GAMES, TAKES THE
      *               CONTROLLER'S CONFIRMATIONS AND POSTS DEFAULTS.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  PGC-RECORD.
           05  PGC-GAME-ID             PIC X(05).
           05  PGC-WHITE-CLUB          PIC X(20).
           05  PGC-BLACK-CLUB          PIC X(20).
           05  PGC-DAYS-PER-MOVE       PIC 9(03).
           05  PGC-WARN-DAYS           PIC 9(03).
           05  PGC-START-DATE          PIC 9(08).
           05  PGC-WHITE-LAST-MOVE     PIC 9(08).
           05  PGC-BLACK-LAST-MOVE     PIC 9(08).
           05  PGC-SIDE-TO-MOVE        PIC X(01).
               88  PGC-WHITE-TO-MOVE   VALUE "W".
               88  PGC-BLACK-TO-MOVE   VALUE "B".
           05  PGC-STATUS              PIC X(01).
               88  PGC-GAME-ACTIVE     VALUE "A".
               88  PGC-GAME-DEFAULTED  VALUE "D".
               88  PGC-GAME-CLOSED     VALUE "C".
           05  PGC-DEFAULT-CONFIRMED   PIC X(01).
               88  PGC-CONFIRMED       VALUE "Y".
