      *****************************************************************
      * COPYBOOK    : MEMBMAST
      * DESCRIPTION : CLUB MEMBER MASTER RECORD (MEMBMAST), ONE RECORD
      *               PER PERSON ACROSS EVERY CLUB, KEYED BY MEMBER
      *               NUMBER.  CARRIES THE CONTACT DETAILS ONCE AND THE
      *               PERSON'S ID IN EACH SUBSYSTEM - DARTPLYR,
      *               CHESSRAT, SCRABRAT AND THE TWOFPNTS LOYALTY NAME -
      *               BLANK WHERE THEY DO NOT PLAY.  EACH LINKED ID IS
      *               ALSO KEYED ON MEMBXREF SO A SUBSYSTEM ID LEADS
      *               BACK TO ITS MEMBER.  A LEAVER IS MADE INACTIVE,
      *               NEVER DELETED, SO THE NUMBER IS NEVER REISSUED.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 TH    ORIGINAL RECORD LAYOUT
      * 10/15/2026 TH    ADD THE MEMBERSHIP DUES FIELDS KEPT BY DUESRUN:
      *                  CATEGORY, RENEWAL DATE, LAPSED FLAG, THE
      *                  RENEWAL LAST NOTICED, AND THE LAST PAYMENT
      *-----------------------------------------------------------------
       01  MBR-RECORD.
           05  MBR-MEMBER-NO           PIC 9(06).
           05  MBR-NAME                PIC X(30).
           05  MBR-STATUS              PIC X(01).
               88  MBR-IS-ACTIVE       VALUE "A".
               88  MBR-IS-INACTIVE     VALUE "I".
           05  MBR-JOINED-DATE         PIC 9(08).
           05  MBR-CONTACT.
               10  MBR-ADDRESS-LINE    PIC X(30) OCCURS 3 TIMES.
               10  MBR-POSTCODE        PIC X(08).
               10  MBR-PHONE           PIC X(15).
               10  MBR-EMAIL           PIC X(40).
           05  MBR-XREF.
               10  MBR-DARTS-ID        PIC X(05).
               10  MBR-CHESS-ID        PIC X(10).
               10  MBR-SCRABBLE-ID     PIC X(05).
               10  MBR-TWOFER-NAME     PIC X(18).
      *-----------------------------------------------------------------
      * MEMBERSHIP DUES.  THE CATEGORY PRICES THE RENEWAL (DUESCAT);
      * A ZERO RENEWAL DATE IS SET BY THE NEXT DUES RUN FROM THE DATE
      * JOINED.  A LAPSED MEMBER IS REFUSED GAME ENTRY UNTIL A DUES
      * PAYMENT REINSTATES THEM.
      *-----------------------------------------------------------------
           05  MBR-DUES.
               10  MBR-CATEGORY        PIC X(02).
               10  MBR-RENEWAL-DATE    PIC 9(08).
               10  MBR-DUES-STATUS     PIC X(01).
                   88  MBR-DUES-CURRENT VALUE "C".
                   88  MBR-DUES-LAPSED VALUE "L".
               10  MBR-NOTICE-DATE     PIC 9(08).
               10  MBR-LAST-PAID-DATE  PIC 9(08).
               10  MBR-LAST-PAID-AMT   PIC 9(05)V99.
               10  MBR-LAST-PAID-REF   PIC X(12).
