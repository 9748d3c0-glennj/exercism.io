      *****************************************************************
      * COPYBOOK    : DARTRPLY
      * DESCRIPTION : PARAMETER AREA FOR THE DARTS-REPLAY ENTRY POINT
      *               ON DARTS.  A CALLER STARTS A MATCH ("S"), THEN
      *               FEEDS ITS VISITS IN THROW ORDER ("V"); EACH VISIT
      *               IS SCORED BY THE SAME 501 AND CRICKET PARAGRAPHS
      *               THE SCORECARD BATCH USES, WITHOUT POSTING TO
      *               DARTPLYR OR WRITING DARTCARD.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL PARAMETER AREA
      *-----------------------------------------------------------------
       01  DRP-REPLAY-AREA.
           05  DRP-FUNCTION                PIC X(01).
               88  DRP-START-MATCH         VALUE "S".
               88  DRP-SCORE-VISIT         VALUE "V".
           05  DRP-MATCH-ID                PIC X(05).
           05  DRP-PLYR-ID                 PIC X(05).
           05  DRP-GAME-TYPE               PIC X(01).
           05  DRP-THROW OCCURS 3 TIMES.
               10  DRP-X                   PIC 99V9.
               10  DRP-Y                   PIC 99V9.
      *-----------------------------------------------------------------
      * RETURNED FOR A "V" CALL.  DRP-REMAIN IS THE 501 SCORE LEFT
      * AFTER THE VISIT, OR THE PLAYER'S CRICKET POINTS TO DATE.
      * DRP-NOTE IS "BUST", "LEG WON", "GAME WON" OR SPACES.
      *-----------------------------------------------------------------
           05  DRP-VISIT-SCORE             PIC 9(03).
           05  DRP-REMAIN                  PIC 9(05).
           05  DRP-NOTE                    PIC X(08).
