      *****************************************************************
      * COPYBOOK    : OPERPEND
      * DESCRIPTION : OPERATOR PRIVILEGE-CHANGE REQUEST (OPERPEND), ONE
      *               RECORD PER CHANGE ASKED FOR THROUGH OPERMNT.  A
      *               REQUEST IS HELD PENDING UNTIL A SECOND, DIFFERENT
      *               AUTHORISED OPERATOR APPROVES IT, WHEN IT IS
      *               APPLIED TO OPERMAST, OR CANCELS IT.  APPLIED AND
      *               CANCELLED REQUESTS STAY ON FILE AS THE RECORD OF
      *               WHO ASKED FOR AND WHO APPROVED EACH RIGHT, WHICH
      *               THE RECERTIFICATION REPORT (OPERCERT) SHOWS.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 TH    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  OPP-RECORD.
           05  OPP-REQUEST-NO          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  OPP-STATE               PIC X(01).
               88  OPP-PENDING         VALUE "P".
               88  OPP-APPLIED         VALUE "A".
               88  OPP-CANCELLED       VALUE "X".
           05  FILLER                  PIC X(01).
           05  OPP-ACTION              PIC X(01).
               88  OPP-ACTION-ADD          VALUE "A".
               88  OPP-ACTION-GRANT        VALUE "G".
               88  OPP-ACTION-REVOKE       VALUE "R".
               88  OPP-ACTION-DEACTIVATE   VALUE "D".
           05  FILLER                  PIC X(01).
           05  OPP-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(01).
      *-----------------------------------------------------------------
      * "G" AND "R": THE ONE PROGRAM GRANTED OR REVOKED.  "A": THE
      * PROGRAMS THE NEW (OR RETURNING) OPERATOR STARTS WITH.
      *-----------------------------------------------------------------
           05  OPP-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPP-ADD-PROGRAM         PIC X(08) OCCURS 5 TIMES.
           05  FILLER                  PIC X(01).
           05  OPP-REQUESTED-BY        PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPP-REQUESTED-DATE      PIC 9(08).
           05  FILLER                  PIC X(01).
           05  OPP-REQUESTED-TIME      PIC 9(06).
           05  FILLER                  PIC X(01).
      *-----------------------------------------------------------------
      * THE OPERATOR WHO APPROVED OR CANCELLED THE REQUEST, AND WHEN.
      *-----------------------------------------------------------------
           05  OPP-ACTIONED-BY         PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPP-ACTIONED-DATE       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  OPP-ACTIONED-TIME       PIC 9(06).
