      *****************************************************************
      * COPYBOOK    : VENUBKNG
      * DESCRIPTION : ONE ROOM BOOKING ON THE VENUE CALENDAR (VENUBKNG)
      *               BUILT BY VENUBOOK FROM THE CLUB SCHEDULES: A
      *               DARTS LEAGUE NIGHT, A CHESS ROUND, A SCRABBLE
      *               GAME DATE OR A LEAPOCC RECURRING EVENT, WITH THE
      *               BOARDS AND TABLES IT NEEDS.  THE FILE IS IN ROOM,
      *               DATE AND START-TIME ORDER; A BOOKING THAT
      *               OVERLAPS ANOTHER IN THE SAME ROOM IS FLAGGED
      *               DOUBLE-BOOKED; ONE NEEDING MORE THAN THE ROOM
      *               HOLDS, OR IN A ROOM NOT ON VENUMAST, IS FLAGGED
      *               ON CAPACITY.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 TH    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  VBK-RECORD.
           05  VBK-ROOM                PIC X(04).
           05  FILLER                  PIC X(01).
           05  VBK-DATE                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  VBK-START-TIME          PIC 9(04).
           05  FILLER                  PIC X(01).
           05  VBK-END-TIME            PIC 9(04).
           05  FILLER                  PIC X(01).
           05  VBK-SOURCE              PIC X(01).
               88  VBK-FROM-DARTS      VALUE "D".
               88  VBK-FROM-CHESS      VALUE "C".
               88  VBK-FROM-SCRABBLE   VALUE "S".
               88  VBK-FROM-LEAPOCC    VALUE "L".
           05  FILLER                  PIC X(01).
           05  VBK-KEY                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  VBK-TITLE               PIC X(20).
           05  FILLER                  PIC X(01).
           05  VBK-BOARDS              PIC 9(03).
           05  FILLER                  PIC X(01).
           05  VBK-TABLES              PIC 9(03).
           05  FILLER                  PIC X(01).
           05  VBK-CLASH-FLAG          PIC X(01).
               88  VBK-DOUBLE-BOOKED   VALUE "Y".
           05  FILLER                  PIC X(01).
           05  VBK-CAPACITY-FLAG       PIC X(01).
               88  VBK-OVER-CAPACITY   VALUE "Y".
               88  VBK-UNKNOWN-ROOM    VALUE "R".
