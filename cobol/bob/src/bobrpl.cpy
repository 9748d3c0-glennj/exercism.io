      *****************************************************************
      * COPYBOOK    : BOBRPL
      * DESCRIPTION : CALL INTERFACE FOR BOB'S "BOB-REPLAY" ENTRY,
      *               WHICH POINTS THE FOLLOWING BOB-BATCH CALL AT
      *               REPLAY FILES INSTEAD OF THE LIVE ONES: THE
      *               SESSION INPUT TO REPLAY, THE TRANSCRIPT AND
      *               ESCALATION FILES TO WRITE IN PLACE OF BOBXCRPT
      *               AND BOBESCQ, AND THE CANDIDATE BOBCFG AND BOBKB
      *               TO ANSWER FROM.  A BLANK CONFIGURATION OR
      *               KNOWLEDGE-BASE NAME KEEPS THE LIVE FILE; A BLANK
      *               TRANSCRIPT OR ESCALATION NAME NEVER FALLS BACK
      *               TO THE LIVE FILE.  THE DEPLOYMENT ID SELECTS THE
      *               CANDIDATE CONFIGURATION'S RESPONSE SET.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL PARAMETER LAYOUT
      *-----------------------------------------------------------------
       01  BRP-REPLAY-AREA.
           05  BRP-DEPLOYMENT-ID       PIC X(10).
           05  BRP-SESSION-FILE        PIC X(10).
           05  BRP-TRANSCRIPT-FILE     PIC X(10).
           05  BRP-ESCALATION-FILE     PIC X(10).
           05  BRP-CONFIG-FILE         PIC X(10).
           05  BRP-KB-FILE             PIC X(10).
