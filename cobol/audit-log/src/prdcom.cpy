      *****************************************************************
      * COPYBOOK    : PRDCOM
      * DESCRIPTION : COMMON CALL INTERFACE FOR THE SHARED PERIOD
      *               CHECK (PERIODCK).  A PROGRAM ABOUT TO POST TO ONE
      *               OF THE CLOSEABLE LEDGERS PASSES THE POSTING DATE
      *               AND GETS BACK WHETHER ITS PERIOD IS STILL OPEN.
      *               WHEN THE PERIOD HAS BEEN CLOSED THE ANSWER IS
      *               "R" - POST IT, BUT UNDER PCK-POST-DATE, THE FIRST
      *               DAY OF THE NEXT OPEN PERIOD - OR "X", REFUSED,
      *               AS THE CLOSE'S LATE-POSTING POLICY SAYS.
      *               PCK-PERIOD NAMES THE CLOSED PERIOD FOR THE
      *               CALLER'S MESSAGES.  COPIED INTO THE LINKAGE
      *               SECTION OF PERIODCK AND INTO THE WORKING-STORAGE
      *               SECTION OF EVERY CALLER.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 TH    ORIGINAL PARAMETER LAYOUT
      *-----------------------------------------------------------------
       01  PCK-DATE                    PIC 9(08).
       01  PCK-RESULT                  PIC X(01).
           88  PCK-PERIOD-OPEN         VALUE "O".
           88  PCK-ROUTED              VALUE "R".
           88  PCK-REFUSED             VALUE "X".
       01  PCK-POST-DATE               PIC 9(08).
       01  PCK-PERIOD                  PIC 9(06).
