001500*               NEXT-PRIME, AND PREVIOUS-PRIME QUESTIONS FROM
001600*               THAT FILE IN ONE KEYED READ, SO NO DESK EVER
001700*               RERUNS THE WHOLE SIEVE TO CHECK ONE NUMBER.
001720*               A SIEVEOUT FROM THE SIEVE'S WINDOW MODE CARRIES
001740*               12-DIGIT PRIMES, WIDER THAN THE INDEX KEY; IT IS
001760*               REFUSED WITH A SEVERE AUDIT RECORD AND PRIMEIDX
001780*               IS LEFT AS IT WAS.
001800*-----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 08/22/2026 RM    ORIGINAL LOAD STEP AND LOOKUP ENTRY POINT
002225* 10/15/2026 RM    REFUSE A WINDOW-MODE (12-DIGIT) SIEVEOUT
002250*                  RATHER THAN LOAD TRUNCATED PRIMES
002300*-----------------------------------------------------------------
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    PRIMESVC.
004500 FILE SECTION.
004600 FD  PRIME-OUT-FILE.
004700 01  PRIME-OUT-RECORD            PIC 9(07).
004710*-----------------------------------------------------------------
004720* A WINDOW-MODE SIEVEOUT LINE IS 12 DIGITS; A NORMAL ONE LEAVES
004730* THE LAST FIVE POSITIONS BLANK.
004740*-----------------------------------------------------------------
004750 01  PRIME-OUT-WIDE-RECORD       PIC X(12).
004800
004900 FD  PRIME-INDEX-FILE.
005000 01  PIX-RECORD.
005500     88  SIEVEOUT-EOF            VALUE "10".
005600 01  WS-PIX-STATUS               PIC XX.
005700 01  WS-LOAD-COUNT               PIC 9(07) VALUE ZERO.
005750 COPY audcom.
005800
005900*-----------------------------------------------------------------
006000* PARAMETER LIST FOR THE PRIME-LOOKUP ENTRY POINT.  PLU-FUNCTION
008200*-----------------------------------------------------------------
008300* LOAD STEP: RECREATE PRIMEIDX FROM THE CURRENT SIEVEOUT.  THE
008400* ZERO SENTINEL MARKS THE START OF THE CONTROL TRAILER, SO
008500* LOADING STOPS THERE.  A WIDE FIRST RECORD MEANS A WINDOW-MODE
008550* SIEVEOUT, WHICH IS REFUSED BEFORE PRIMEIDX IS TOUCHED.
008600*-----------------------------------------------------------------
008700 1000-LOAD-PRIME-INDEX.
008800     OPEN INPUT PRIME-OUT-FILE
008900     IF WS-OUT-STATUS NOT = "00"
009000         GO TO 1000-EXIT
009100     END-IF
009110     PERFORM 1100-READ-SIEVEOUT THRU 1100-EXIT
009120     IF NOT SIEVEOUT-EOF
009130             AND PRIME-OUT-WIDE-RECORD(8:5) NOT = SPACES
009140         CLOSE PRIME-OUT-FILE
009150         PERFORM 1200-REFUSE-WIDE-SIEVEOUT THRU 1200-EXIT
009160         GO TO 1000-EXIT
009170     END-IF
009200     OPEN OUTPUT PRIME-INDEX-FILE
009300     MOVE ZERO TO WS-LOAD-COUNT
009500     PERFORM UNTIL SIEVEOUT-EOF
009600         IF PRIME-OUT-RECORD = ZERO
009700             MOVE "10" TO WS-OUT-STATUS
011500     END-READ.
011600 1100-EXIT.
011700     EXIT.
011705
011710 1200-REFUSE-WIDE-SIEVEOUT.
011715     MOVE "PRIMESVC" TO AUD-PROGRAM-NAME
011720     MOVE "SIEVEOUT" TO AUD-FAILED-INPUT
011725     MOVE "WINDOW-MODE SIEVEOUT (12-DIGIT PRIMES) NOT LOADED"
011730         TO AUD-FAILURE-REASON
011735     SET AUD-SEV-SEVERE TO TRUE
011740     CALL "AUDITLOG" USING AUD-PROGRAM-NAME
011745         AUD-FAILED-INPUT AUD-FAILURE-REASON
011750         AUD-SEVERITY.
011755 1200-EXIT.
011760     EXIT.
011800
011900*-----------------------------------------------------------------
012000* ONE KEYED ANSWER PER CALL.  IS-PRIME READS THE KEY DIRECTLY;
