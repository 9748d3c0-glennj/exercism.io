      *****************************************************************
      * COPYBOOK    : AUDHCOM
      * DESCRIPTION : CALL INTERFACE FOR THE AUDIT-TRAIL CHAIN HASH
      *               SERVICE (AUDHASH).  COPIED INTO THE LINKAGE
      *               SECTION OF AUDHASH AND THE WORKING-STORAGE OF
      *               AUDITLOG, WHICH WRITES THE CHAIN, AND AUDVRFY,
      *               WHICH CHECKS IT, SO BOTH SIDES HASH EXACTLY THE
      *               SAME WAY.  THE CONTENT IS THE TRAIL RECORD UP TO
      *               (NOT INCLUDING) ITS OWN CHAIN HASH.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 TH    ORIGINAL PARAMETER LAYOUT
      *-----------------------------------------------------------------
       01  AHC-PRIOR-HASH              PIC X(20).
       01  AHC-CONTENT                 PIC X(177).
       01  AHC-NEW-HASH                PIC X(20).
