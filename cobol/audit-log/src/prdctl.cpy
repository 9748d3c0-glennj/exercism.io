      *****************************************************************
      * COPYBOOK    : PRDCTL
      * DESCRIPTION : ACCOUNTING PERIOD CONTROL RECORD, ONE PER CLOSED
      *               MONTH, WRITTEN BY THE MONTH-END CLOSE (MECLOSE).
      *               IT HOLDS WHO SIGNED THE PERIOD OFF AND WHEN, WHAT
      *               HAPPENS TO A POSTING DATED INTO THE PERIOD AFTER
      *               THE CLOSE ("R" ROUTED TO THE NEXT OPEN PERIOD,
      *               "X" REFUSED), HOW MANY DARTFEEP PAYMENTS HAD BEEN
      *               KEYED AT THE CLOSE, AND THE CLOSING FIGURES OF
      *               EACH LEDGER SO THE NEXT CLOSE HAS ITS OPENING
      *               BALANCES.  THE LEDGERS ARE, IN ORDER, DARTFEEL,
      *               TWOFPNTS, CHESSRAT AND SCRABRAT.  THE IN AND OUT
      *               FIGURES ARE THE PERIOD'S MOVEMENTS; THE RUNNING
      *               IN AND OUT ARE THE LEDGER'S OWN LIFETIME TOTALS
      *               (CHARGED AND PAID, EARNED AND BURNED, GAMES
      *               PLAYED) AT THE CLOSE.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 TH    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  PRD-RECORD.
           05  PRD-PERIOD              PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PRD-STATUS              PIC X(01).
               88  PRD-PERIOD-CLOSED   VALUE "C".
           05  FILLER                  PIC X(01).
           05  PRD-LATE-POLICY         PIC X(01).
               88  PRD-ROUTE-LATE      VALUE "R".
               88  PRD-REFUSE-LATE     VALUE "X".
           05  FILLER                  PIC X(01).
           05  PRD-CLOSE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PRD-CLOSE-TIME          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PRD-SIGNED-OFF-BY       PIC X(20).
           05  FILLER                  PIC X(01).
           05  PRD-FEE-PAYMENTS        PIC 9(07).
           05  PRD-LEDGER OCCURS 4 TIMES.
               10  FILLER              PIC X(01).
               10  PRD-LED-NAME        PIC X(08).
               10  FILLER              PIC X(01).
               10  PRD-LED-RECORDS     PIC 9(07).
               10  FILLER              PIC X(01).
               10  PRD-LED-OPENING     PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  PRD-LED-IN          PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  PRD-LED-OUT         PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  PRD-LED-CLOSING     PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  PRD-LED-RUN-IN      PIC 9(09)V99.
               10  FILLER              PIC X(01).
               10  PRD-LED-RUN-OUT     PIC 9(09)V99.
