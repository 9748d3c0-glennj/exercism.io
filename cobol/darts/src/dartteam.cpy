      *****************************************************************
      * COPYBOOK    : DARTTEAM
      * DESCRIPTION : DARTS PAIRS TEAM MASTER RECORD.  A TEAM ID
      *               LINKS TWO DARTPLYR IDS FOR THE PAIRS NIGHT.
      *               TEAM-PLYR-1 THROWS THE TEAM'S FIRST VISIT OF
      *               EVERY LEG AND THE PARTNERS ALTERNATE FROM THERE.
      *               GAMES AND POINTS ARE POSTED BY DARTS EXACTLY AS
      *               DARTPLYR'S ARE FOR SINGLES, SO PAIRS RESULTS
      *               NEVER REACH THE SINGLES TABLE.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  TEAM-RECORD.
           05  TEAM-ID                 PIC X(05).
           05  TEAM-NAME               PIC X(20).
           05  TEAM-PLYR-1             PIC X(05).
           05  TEAM-PLYR-2             PIC X(05).
           05  TEAM-GAMES-PLAYED       PIC 9(04) COMP.
           05  TEAM-CUM-POINTS         PIC 9(07) COMP.
           05  TEAM-STATUS             PIC X(01).
               88  TEAM-IS-ACTIVE      VALUE "A".
               88  TEAM-IS-INACTIVE    VALUE "I".
