007370*                  KNOWN, SO THE NIGHT'S STEP LIST BUILDS
007380*                  ITSELF INSTEAD OF OPERATIONS SWAPPING
007390*                  CONTROL FILES BY HAND
007391* 10/15/2026 TH    THE "H" SCHEDULE TERM NOW ASKS LEAP FOR THE
007392*                  HOLIDAYS COMMON TO EVERY REGION (A BLANK
007393*                  REGION ON LEAP-HOLIDAY-CHECK)
007395*-----------------------------------------------------------------
007400 IDENTIFICATION DIVISION.
007500 PROGRAM-ID.    OVERNIGHT-RUN.
034870 01  WS-LDA-RESULT               PIC 9(08).
034880 01  WS-LHC-DATE                 PIC 9(08).
034890 01  WS-LHC-RESULT               PIC X(01).
034891 01  WS-LHC-REGION               PIC X(02) VALUE SPACES.
034895 01  WS-ORDER-TABLE.
034900     05  WS-ORDER-STEP           PIC 9(02) OCCURS 12 TIMES.
035000 01  odx                         PIC 9(02).
044990     END-IF
045000     MOVE "N" TO WS-HOLIDAY-SW
045010     MOVE WS-TODAY-DATE TO WS-LHC-DATE
045020     CALL "LEAP-HOLIDAY-CHECK" USING WS-LHC-DATE WS-LHC-REGION
045025         WS-LHC-RESULT
045030     IF WS-LHC-RESULT = "Y"
045040         SET TONIGHT-IS-A-HOLIDAY TO TRUE
045050     END-IF
