      *****************************************************************
      * COPYBOOK    : VENUMAST
      * DESCRIPTION : VENUE MASTER RECORD, ONE ROOM PER RECORD, WITH
      *               WHAT THE ROOM HOLDS: DARTBOARDS HUNG, AND GAME
      *               TABLES SET OUT FOR CHESS, SCRABBLE AND FUNCTIONS.
      *               EVERY CLUB BOOKS THE SAME ROOMS, SO THE MASTER IS
      *               SHARED.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 TH    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  VEN-RECORD.
           05  VEN-ROOM                PIC X(04).
           05  FILLER                  PIC X(01).
           05  VEN-NAME                PIC X(20).
           05  FILLER                  PIC X(01).
           05  VEN-BOARDS              PIC 9(03).
           05  FILLER                  PIC X(01).
           05  VEN-TABLES              PIC 9(03).
