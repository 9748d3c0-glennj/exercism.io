      *****************************************************************
      * COPYBOOK    : MEMBXREF
      * DESCRIPTION : MEMBER CROSS-REFERENCE RECORD (MEMBXREF), ONE
      *               RECORD PER LINKED SUBSYSTEM ID, KEYED BY SYSTEM
      *               CODE AND THE ID AS THAT SYSTEM HOLDS IT, GIVING
      *               THE MEMBER NUMBER.  THE KEY MAKES IT IMPOSSIBLE
      *               FOR ONE SUBSYSTEM ID TO BELONG TO TWO MEMBERS.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 TH    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  XRF-RECORD.
           05  XRF-KEY.
               10  XRF-SYSTEM          PIC X(01).
                   88  XRF-DARTS       VALUE "D".
                   88  XRF-CHESS       VALUE "C".
                   88  XRF-SCRABBLE    VALUE "S".
                   88  XRF-TWOFER      VALUE "T".
               10  XRF-SUBSYS-ID       PIC X(18).
           05  XRF-MEMBER-NO           PIC 9(06).
