      *****************************************************************
      * COPYBOOK    : AUDCHN
      * DESCRIPTION : AUDIT-TRAIL CHAIN CONTROL RECORD (AUDCHAIN), ONE
      *               RECORD REWRITTEN BY AUDITLOG AFTER EVERY TRAIL
      *               WRITE: THE SEQUENCE NUMBER AND CHAIN HASH OF THE
      *               LAST RECORD ON AUDTRAIL.  THE NEXT RUN UNIT'S
      *               ANCHOR CHAINS FROM IT, AND AUDVRFY CHECKS THE
      *               END OF THE TRAIL AGAINST IT SO RECORDS CUT FROM
      *               THE END OF THE FILE DO NOT GO UNNOTICED.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 TH    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  AUDIT-CHAIN-RECORD.
           05  ACH-LAST-SEQ            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  ACH-LAST-HASH           PIC X(20).
           05  FILLER                  PIC X(01).
           05  ACH-LAST-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ACH-LAST-TIME           PIC 9(06).
