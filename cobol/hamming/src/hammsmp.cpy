      *****************************************************************
      * COPYBOOK    : HAMMSMP
      * DESCRIPTION : STRAND-LIBRARY SAMPLE MASTER RECORD, KEYED BY
      *               SAMPLE ID.  MAINTAINED BY HAMMSMNT; READ BY
      *               HAMMING, WHICH REFUSES ANY SAMPLE NOT ON FILE OR
      *               RETIRED AND STAMPS EVERY COMPARISON BACK ON THE
      *               CUSTODY HISTORY.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  SMP-RECORD.
           05  SMP-SAMPLE-ID           PIC X(10).
           05  SMP-SUBMIT-LAB          PIC X(20).
           05  SMP-RECEIVED-DATE       PIC 9(08).
           05  SMP-CUSTODIAN           PIC X(20).
           05  SMP-STATUS              PIC X(01).
               88  SMP-IS-ACTIVE       VALUE "A".
               88  SMP-IS-RETIRED      VALUE "R".
      *-----------------------------------------------------------------
      * LIFETIME COUNT OF COMPARISONS THE SAMPLE HAS TAKEN PART IN.
      *-----------------------------------------------------------------
           05  SMP-COMPARE-COUNT       PIC 9(07) COMP.
      *-----------------------------------------------------------------
      * CUSTODY HISTORY, NEWEST FIRST.  WHEN THE TABLE IS FULL THE
      * OLDEST ENTRY DROPS OFF THE END; THE ACCESS-LOG RECORDS ON THE
      * SHARED AUDIT TRAIL KEEP THE COMPLETE CHAIN OF CUSTODY.
      *   "R" RECEIVED     - SMC-BY IS THE OPERATOR, SMC-DETAIL THE
      *                      FIRST CUSTODIAN
      *   "T" TRANSFERRED  - SMC-BY IS THE OPERATOR, SMC-DETAIL THE
      *                      NEW CUSTODIAN
      *   "X" RETIRED      - SMC-BY IS THE OPERATOR
      *   "C" COMPARED     - SMC-BY IS THE PROGRAM, SMC-DETAIL THE
      *                      OTHER SAMPLE OR THE INPUT FILE
      *-----------------------------------------------------------------
           05  SMP-CUSTODY-COUNT       PIC 9(02).
           05  SMP-CUSTODY-ENTRY OCCURS 12 TIMES.
               10  SMC-DATE            PIC 9(08).
               10  SMC-TIME            PIC 9(06).
               10  SMC-EVENT           PIC X(01).
                   88  SMC-RECEIVED    VALUE "R".
                   88  SMC-TRANSFERRED VALUE "T".
                   88  SMC-RETIRED     VALUE "X".
                   88  SMC-COMPARED    VALUE "C".
               10  SMC-BY              PIC X(08).
               10  SMC-DETAIL          PIC X(20).
