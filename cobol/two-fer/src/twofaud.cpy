      * 08/22/2026 TH    ADD "D" DUPLICATE-REDEMPTION STATUS
      * 09/02/2026 TH    ADD AUD-REJECT-REASON SO A REJECTION RECORD
      *                  SAYS WHY (VOUCHER CHECKS INCLUDED)
      * 10/15/2026 TH    ADD "S" SUSPECTED-DUPLICATE STATUS, HELD
      *                  WHEN THE NAME IS A NEAR MATCH FOR ONE OF THE
      *                  DAY'S REDEMPTIONS, WITH THE MATCHED NAME, ITS
      *                  TILL, AND THE SIMILARITY SCORE
      *-----------------------------------------------------------------
       01  TWOFER-AUDIT-RECORD.
           05  AUD-NAME                PIC X(18).
               88  AUD-IS-REDEEMED     VALUE "R".
               88  AUD-IS-REJECTED     VALUE "X".
               88  AUD-IS-DUPLICATE    VALUE "D".
               88  AUD-IS-SUSPECT      VALUE "S".
           05  AUD-REJECT-REASON       PIC X(30).
           05  AUD-MATCH-NAME          PIC X(18).
           05  AUD-MATCH-TILL          PIC X(05).
           05  AUD-MATCH-SCORE         PIC 9(03).
