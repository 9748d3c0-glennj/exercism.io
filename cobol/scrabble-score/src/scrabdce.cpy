      *****************************************************************
      * COPYBOOK    : SCRABDCE
      * DESCRIPTION : WORD-LIST EDITION STAMP.  SCRABDCM WRITES ONE
      *               RECORD EACH TIME IT BUILDS A LIST, AND THE
      *               STAMP IS INSTALLED WITH THAT LIST, SO A RUN
      *               READING SCRABDCT CAN SAY WHICH EDITION IT
      *               JUDGED AGAINST.  THE EDITION ID COMES FROM AN
      *               "E" TRANSACTION ON SCRABDCU, OR IS "B" PLUS THE
      *               BUILD DATE WHEN NONE IS GIVEN.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  DCE-RECORD.
           05  DCE-EDITION             PIC X(10).
           05  FILLER                  PIC X(01).
           05  DCE-BUILD-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DCE-WORD-COUNT          PIC 9(04).
           05  FILLER                  PIC X(01).
           05  DCE-PRIOR-EDITION       PIC X(10).
