      *****************************************************************
      * COPYBOOK    : BOBCBK
      * DESCRIPTION : CUSTOMER CALLBACK SCHEDULE RECORD (BOBCBKS), ONE
      *               RECORD PER ESCALATION TICKET TAKEN ON FOR A
      *               CALLBACK.  THE TIMESTAMP AND SESSION ID MATCH
      *               THE BOBESCQ TICKET IT WAS BUILT FROM.  THE DUE
      *               DATE IS SO MANY BUSINESS DAYS AFTER THE DAY THE
      *               CALLBACK WAS SCHEDULED, BY TICKET SEVERITY, AND
      *               THE OPERATOR IS TAKEN FROM THE OPERMAST ROSTER.
      *
      *               STATUS "P" IS A CALLBACK STILL PENDING, "M" ONE
      *               PENDING PAST ITS DUE DATE THAT HAS ALREADY BEEN
      *               REPORTED TO THE AUDIT TRAIL, AND "C" ONE WHOSE
      *               TICKET HAS SINCE BEEN CLOSED.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  CBK-RECORD.
           05  CBK-TIMESTAMP           PIC X(15).
           05  FILLER                  PIC X(01).
           05  CBK-SESSION-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  CBK-SEVERITY            PIC 9(03).
           05  FILLER                  PIC X(01).
           05  CBK-SCHEDULED-DATE      PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CBK-DUE-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CBK-OPERATOR            PIC X(08).
           05  FILLER                  PIC X(01).
           05  CBK-STATUS              PIC X(01).
               88  CBK-PENDING         VALUE "P".
               88  CBK-MISSED          VALUE "M".
               88  CBK-CLOSED          VALUE "C".
           05  FILLER                  PIC X(01).
           05  CBK-KEYWORD             PIC X(10).
           05  FILLER                  PIC X(01).
           05  CBK-TEXT                PIC X(40).
