      *****************************************************************
      * COPYBOOK    : SCRABPRG
      * DESCRIPTION : TOURNAMENT PAIRING RECORD.  SCRABSWS APPENDS ONE
      *               PER TABLE PER ROUND; SCRABBLE-SCORE'S NEW-GAME
      *               MODE ("N") READS THE TABLE BACK TO SET UP THE
      *               GAME - THE DATE IT IS PLAYED AND THE PLAYER WHO
      *               GOES FIRST.  A BLANK SECOND PLAYER IS THE BYE.
      *               THE FILE HOLDS ONE TOURNAMENT; IT IS EMPTIED
      *               BEFORE THE FIRST ROUND OF THE NEXT.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  PRG-RECORD.
           05  PRG-ROUND               PIC 9(02).
           05  FILLER                  PIC X(01).
           05  PRG-TABLE               PIC 9(03).
           05  FILLER                  PIC X(01).
           05  PRG-GAME-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PRG-FIRST-PLAYER        PIC X(05).
           05  FILLER                  PIC X(01).
           05  PRG-SECOND-PLAYER       PIC X(05).
