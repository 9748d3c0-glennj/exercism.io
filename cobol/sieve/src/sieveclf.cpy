      *****************************************************************
      * COPYBOOK    : SIEVECLF
      * DESCRIPTION : CLASSIFIED-PRIME RECORD WRITTEN BY PRIMECLS, ONE
      *               PER PRIME ON SIEVEOUT, IN THE SAME ORDER.  EACH
      *               CLASS FLAG IS "Y" (A MEMBER), "N" (NOT), OR "?"
      *               WHEN THE TEST NEEDS A NUMBER ABOVE THE LAST
      *               PRIME ON SIEVEOUT AND SO CANNOT BE ANSWERED.
      *               THE TRIPLET AND QUADRUPLET FLAGS MARK THE FIRST
      *               PRIME OF THE CONSTELLATION.
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 RM    ORIGINAL RECORD LAYOUT
      *-----------------------------------------------------------------
       01  CLF-RECORD.
           05  CLF-PRIME               PIC 9(07).
           05  FILLER                  PIC X(01).
      *    2P + 1 IS PRIME
           05  CLF-SOPHIE-GERMAIN      PIC X(01).
           05  FILLER                  PIC X(01).
      *    (P - 1) / 2 IS PRIME
           05  CLF-SAFE                PIC X(01).
           05  FILLER                  PIC X(01).
      *    THE DIGITS REVERSED ARE A DIFFERENT PRIME
           05  CLF-EMIRP               PIC X(01).
           05  FILLER                  PIC X(01).
      *    THE DIGITS READ THE SAME REVERSED
           05  CLF-PALINDROMIC         PIC X(01).
           05  FILLER                  PIC X(01).
      *    2 ** P - 1 IS PRIME
           05  CLF-MERSENNE-EXP        PIC X(01).
           05  FILLER                  PIC X(01).
      *    P, P + 2, P + 6  OR  P, P + 4, P + 6  ARE ALL PRIME
           05  CLF-TRIPLET             PIC X(01).
           05  FILLER                  PIC X(01).
      *    P, P + 2, P + 6, P + 8 ARE ALL PRIME
           05  CLF-QUADRUPLET          PIC X(01).
