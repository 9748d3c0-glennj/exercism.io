      * 08/09/2026 RM    ORIGINAL RECORD LAYOUT
      * 08/22/2026 RM    ADD PLYR-STATUS SO A PLAYER CAN BE
      *                  DEACTIVATED WITHOUT DELETING THEIR HISTORY
      * 10/15/2026 RM    ADD PLYR-DIVISION FOR THE MULTI-DIVISION
      *                  LEAGUE (1 IS THE TOP DIVISION)
      * 10/15/2026 RM    ADD PLYR-REGION, THE HOLIDAY REGION OF THE
      *                  PLAYER'S HOME CLUB
      *-----------------------------------------------------------------
       01  PLYR-RECORD.
           05  PLYR-ID                 PIC X(05).
           05  PLYR-STATUS             PIC X(01).
               88  PLYR-IS-ACTIVE      VALUE "A".
               88  PLYR-IS-INACTIVE    VALUE "I".
      *-----------------------------------------------------------------
      * LEAGUE DIVISION, 1 (TOP) THROUGH 9.  A RECORD WRITTEN BEFORE
      * DIVISIONS EXISTED CARRIES ZERO OR SPACE HERE AND IS TREATED AS
      * DIVISION 1.
      *-----------------------------------------------------------------
           05  PLYR-DIVISION           PIC 9(01).
               88  PLYR-DIVISION-UNSET VALUE ZERO.
      *-----------------------------------------------------------------
      * HOLIDAY REGION OF THE PLAYER'S HOME CLUB, AS KEYED ON LEAPHDAY.
      * BLANK (OR LOW-VALUES ON A RECORD WRITTEN BEFORE REGIONS) MEANS
      * ONLY THE HOLIDAYS COMMON TO EVERY REGION APPLY.
      *-----------------------------------------------------------------
           05  PLYR-REGION             PIC X(02).
