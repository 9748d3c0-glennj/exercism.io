      *****************************************************************
      * COPYBOOK    : RNAACC
      * DESCRIPTION : SEQUENCE ACCESSION REPOSITORY (RNAACCN), ONE
      *               RECORD PER DISTINCT SEQUENCE EVER SUBMITTED ON
      *               RNASQIN.  KEYED BY LENGTH, THEN CHECKSUM, THEN
      *               ACCESSION NUMBER, SO EVERY ENTRY OF A GIVEN
      *               LENGTH CAN BE READ IN ONE SWEEP WHEN A NEW
      *               SEQUENCE IS CHECKED FOR A DUPLICATE.  A
      *               RESUBMISSION IS NOT STORED AGAIN; IT IS COUNTED
      *               ON THE ORIGINAL ENTRY.
      *
      *               THE RECORD WITH A ZERO LENGTH AND CHECKSUM AND A
      *               BLANK ACCESSION NUMBER IS THE CONTROL RECORD
      *               HOLDING THE LAST ACCESSION NUMBER ISSUED.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  ACC-RECORD.
           05  ACC-KEY.
               10  ACC-KEY-LENGTH      PIC 9(04).
               10  ACC-KEY-CHECKSUM    PIC 9(09).
      *        "SQ" FOLLOWED BY AN 8-DIGIT SERIAL NUMBER
               10  ACC-KEY-NUMBER      PIC X(10).
           05  ACC-ENTRY.
      *        THE SEQUENCE ID IT WAS FIRST SUBMITTED UNDER
               10  ACC-SEQ-ID          PIC X(10).
               10  ACC-REGISTERED-DATE PIC 9(08).
               10  ACC-COUNT-A         PIC 9(04).
               10  ACC-COUNT-C         PIC 9(04).
               10  ACC-COUNT-G         PIC 9(04).
               10  ACC-COUNT-T         PIC 9(04).
               10  ACC-GC-PCT          PIC 9(03)V99.
               10  ACC-RESUBMIT-COUNT  PIC 9(05).
               10  ACC-LAST-RESUBMIT-ID PIC X(10).
               10  ACC-LAST-RESUBMIT-DATE PIC 9(08).
               10  ACC-BASES           PIC X(4096).
           05  ACC-CONTROL REDEFINES ACC-ENTRY.
               10  ACC-LAST-NUMBER     PIC 9(08).
