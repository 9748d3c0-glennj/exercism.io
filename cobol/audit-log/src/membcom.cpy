      *****************************************************************
      * COPYBOOK    : MEMBCOM
      * DESCRIPTION : COMMON CALL INTERFACE FOR THE SHARED MEMBER
      *               LOOKUP (MEMBLKUP).  THE CALLER PASSES A SYSTEM
      *               CODE ("D" DARTS, "C" CHESS, "S" SCRABBLE, "T"
      *               TWO-FER LOYALTY) AND THE ID AS THAT SYSTEM HOLDS
      *               IT, AND GETS BACK THE MEMBER'S WHOLE MASTER
      *               RECORD, SO A MULTI-CLUB REPORT OR MAILING CAN
      *               ADDRESS A PERSON ONCE BY MEMBER NUMBER.  COPIED
      *               INTO THE LINKAGE SECTION OF MEMBLKUP AND INTO THE
      *               WORKING-STORAGE SECTION OF EVERY CALLER.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 TH    ORIGINAL PARAMETER LAYOUT
      * 10/15/2026 TH    MBL-MEMBER CARRIES THE NEW DUES FIELDS, SO A
      *                  CALLER CAN REFUSE A LAPSED MEMBER
      *-----------------------------------------------------------------
       01  MBL-SYSTEM                  PIC X(01).
       01  MBL-SUBSYS-ID               PIC X(18).
       01  MBL-RESULT                  PIC X(01).
           88  MBL-MEMBER-FOUND        VALUE "Y".
           88  MBL-NO-MEMBER           VALUE "N".
           88  MBL-MASTER-UNAVAILABLE  VALUE "U".
      *-----------------------------------------------------------------
      * THE MEMBER, LAID OUT EXACTLY AS MBR-RECORD IN MEMBMAST.
      *-----------------------------------------------------------------
       01  MBL-MEMBER.
           05  MBL-MEMBER-NO           PIC 9(06).
           05  MBL-NAME                PIC X(30).
           05  MBL-STATUS              PIC X(01).
               88  MBL-MEMBER-ACTIVE   VALUE "A".
           05  MBL-JOINED-DATE         PIC 9(08).
           05  MBL-CONTACT.
               10  MBL-ADDRESS-LINE    PIC X(30) OCCURS 3 TIMES.
               10  MBL-POSTCODE        PIC X(08).
               10  MBL-PHONE           PIC X(15).
               10  MBL-EMAIL           PIC X(40).
           05  MBL-XREF.
               10  MBL-DARTS-ID        PIC X(05).
               10  MBL-CHESS-ID        PIC X(10).
               10  MBL-SCRABBLE-ID     PIC X(05).
               10  MBL-TWOFER-NAME     PIC X(18).
           05  MBL-DUES.
               10  MBL-CATEGORY        PIC X(02).
               10  MBL-RENEWAL-DATE    PIC 9(08).
               10  MBL-DUES-STATUS     PIC X(01).
                   88  MBL-DUES-LAPSED VALUE "L".
               10  MBL-NOTICE-DATE     PIC 9(08).
               10  MBL-LAST-PAID-DATE  PIC 9(08).
               10  MBL-LAST-PAID-AMT   PIC 9(05)V99.
               10  MBL-LAST-PAID-REF   PIC X(12).
